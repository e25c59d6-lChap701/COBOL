       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  ONLY THE STAYS THAT PASSED THE CONDO STAY EDIT (COBLSC43) -  *
      *  REJECTS SIT IN ITS SUSPENSE FILE UNTIL CORRECTED            *
           SELECT OZARK-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC04\OZARKCLN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *  ONE RECORD HOLDING THE DATE TO REPORT - A MISSING FILE      *
       FD  OZARK-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 88 CHARACTERS.

       01  I-REC.
           05  I-GUEST                 PIC X(20).
           05  I-REASON-CODE           PIC X(3).
           05  I-APPROVED-BY           PIC X(10).
           05  I-GROUP-ID              PIC X(4).
           05  FILLER                  PIC X(4).
           05  I-GUEST-NO              PIC 9(6).

      *  THE DATE THE SHEET SHOULD COVER  *
       FD  DATE-PARM
           05  GH-STAYS                 PIC 9(3).
           05  GH-NIGHTS                PIC 9(5).
           05  GH-DOLLARS               PIC S9(9)V99.
           05  GH-GUEST-NO              PIC 9(6).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
      *  COUNT MATTERS HERE - CAPPED AT 200 GUESTS                   *
       01  GUEST-HISTORY-TABLE.
           05  GUEST-HISTORY-ENTRY     OCCURS 200 TIMES.
               10  GT-GUEST-NO         PIC 9(6).
               10  GT-STAYS            PIC 9(3).

      ******************************************************************
               NOT AT END
                   IF C-GH-CTR < 200
                       ADD 1 TO C-GH-CTR
                       MOVE GH-GUEST-NO TO GT-GUEST-NO(C-GH-CTR)
                       MOVE GH-STAYS TO GT-STAYS(C-GH-CTR)
                   END-IF.

       2220-CHECK-LOYALTY.
           PERFORM
               VARYING SUB-GH FROM 1 BY 1
                   UNTIL I-GUEST-NO = GT-GUEST-NO(SUB-GH)
                       OR SUB-GH > C-GH-CTR.
           IF SUB-GH <= C-GH-CTR
             AND GT-STAYS(SUB-GH) >= C-LOYALTY-THRESHOLD

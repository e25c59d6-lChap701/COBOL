      *  PRE-RUN BACKUP OF THE SHARED MASTERS FIRST SO NO      *
      *  NIGHT RUN STARTS WITHOUT ONE, THEN RUNS THE BOAT      *
      *  EDIT, BOTH BOAT REPORTS, THE RECONCILIATION, THE      *
      *  CONDO STAY EDIT, THE CONDO BILLING, THE POP SALES     *
      *  REPORT, AND THE DASHBOARD IN DEPENDENCY ORDER,        *
      *  VERIFIES AFTER EACH STEP THAT ITS EXPECTED OUTPUT     *
      *  EXISTS AND ITS CONTROL CHECKS PASSED (A STEP RAISES   *
      *  ITS RETURN CODE ON A CONTROL TOTALS MISMATCH OR       *
      *  UNEXPLAINED VARIANCE), STOPS THE CHAIN WHEN A STEP    *
      *  FAILS, AND WRITES A ONE-PAGE NIGHT-RUN SUMMARY OF     *
      *  WHAT RAN AND WHAT WAS SKIPPED                         *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC07\RECONCIL.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CHECK-STATUS.
           SELECT OPTIONAL CHECK-43
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC43\OZARKERR.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CHECK-STATUS.
           SELECT OPTIONAL CHECK-04
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC04\CBLGT04.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
           DATA RECORD IS CK07-REC.
       01  CK07-REC            PIC X(132).

       FD  CHECK-43
           LABEL RECORD IS OMITTED
           DATA RECORD IS CK43-REC.
       01  CK43-REC            PIC X(132).

       FD  CHECK-04
           LABEL RECORD IS OMITTED
           DATA RECORD IS CK04-REC.
           PERFORM 2200-STEP-COBLSC02.
           PERFORM 2300-STEP-COBLSC03.
           PERFORM 2400-STEP-COBLSC07.
           PERFORM 2450-STEP-COBLSC43.
           PERFORM 2500-STEP-COBLSC04.
           PERFORM 2600-STEP-COBLSC06.
           PERFORM 2700-STEP-COBLSC08.
                   PERFORM 9940-CHECK-OUTPUT-07
                   PERFORM 9200-JUDGE-STEP.

      *  THE CONDO STAY EDIT RUNS AHEAD OF THE BILLING SO ONLY CLEAN *
      *  STAYS REACH IT - REJECTS WAIT IN ITS SUSPENSE FILE         *
       2450-STEP-COBLSC43.
           MOVE 'COBLSC43' TO O-STEP-PROGRAM.
           IF C-CHAIN-OK NOT = 'YES'
               PERFORM 9300-STEP-SKIPPED
           ELSE
               MOVE 0 TO RETURN-CODE
               CALL 'COBLSC43'
                   ON EXCEPTION
                       PERFORM 9400-STEP-NOT-AVAILABLE
               END-CALL
               IF C-CHAIN-OK = 'YES'
                   PERFORM 9945-CHECK-OUTPUT-43
                   PERFORM 9200-JUDGE-STEP.

       2500-STEP-COBLSC04.
           MOVE 'COBLSC04' TO O-STEP-PROGRAM.
           IF C-CHAIN-OK NOT = 'YES'
               END-READ
               CLOSE CHECK-07.

       9945-CHECK-OUTPUT-43.
           MOVE 'NO' TO C-OUTPUT-OK.
           MOVE '00' TO C-CHECK-STATUS.
           OPEN INPUT CHECK-43.
           IF C-CHECK-STATUS = '00'
               READ CHECK-43
                   AT END
                       MOVE 'NO' TO C-OUTPUT-OK
                   NOT AT END
                       MOVE 'YES' TO C-OUTPUT-OK
               END-READ
               CLOSE CHECK-43.

       9950-CHECK-OUTPUT-04.
           MOVE 'NO' TO C-OUTPUT-OK.
           MOVE '00' TO C-CHECK-STATUS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC47.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      **********************************************************
      *  MAINTAINS THE CONDO GUEST MASTER - APPLIES KEYED      *
      *  ADD/CHANGE/DELETE TRANSACTION RECORDS AGAINST THE     *
      *  MASTER BY GUEST NUMBER AND PRINTS AN AUDIT REGISTER   *
      *  WITH THE BEFORE AND AFTER IMAGE OF EVERY RECORD       *
      *  TOUCHED, SO EVERY CONDO FILE CAN KEY ITS GUESTS BY    *
      *  NUMBER AND INVOICES AND CERTIFICATES HAVE A MAILING   *
      *  ADDRESS TO GO TO                                      *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  ADD/CHANGE/DELETE TRANSACTIONS KEYED AGAINST THE MASTER  *
           SELECT TRAN-FILE
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC47\CBLGUTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *  THE GUEST MASTER - ONE RECORD PER CONDO GUEST, LOADED TO A   *
      *  TABLE AT INIT AND REWRITTEN IN FULL AT CLOSE                 *
           SELECT OPTIONAL GUEST-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLGUEST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GST-STATUS.

      *  PRINTED AUDIT REGISTER OF EVERY TRANSACTION APPLIED  *
           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC47\GUESTMNT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *  WHO MAY KEY WHICH ACTIONS IN WHICH MAINTENANCE PROGRAM -    *
      *  ONE RECORD PER OPERATOR PER PROGRAM                         *
           SELECT OPTIONAL OPERATOR-AUTH
               ASSIGN TO 'C:\IHCC\COBOL\CBLOPAUT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-AUTH-STATUS.

      *  THE SUITE-WIDE AUDIT TRAIL - EVERY MAINTENANCE PROGRAM      *
      *  APPENDS ONE RECORD PER CHANGE IT APPLIES                    *
           SELECT AUDIT-TRAIL
               ASSIGN TO 'C:\IHCC\COBOL\CBLAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * SHARED OPERATIONS LOG - EVERY BATCH PROGRAM APPENDS ONE LINE *
      * HERE EACH RUN SO VOLUME CAN BE TRACKED DAY TO DAY *
           SELECT RUN-LOG
               ASSIGN TO 'C:\IHCC\COBOL\CBLRUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.


      * THE SUITE-WIDE PROCESSING-DATE PARAMETER FILE, SET ONCE      *
      * BEFORE THE NIGHT CHAIN KICKS OFF - WHEN PRESENT ITS DATE     *
      * REPLACES THE MACHINE CLOCK EVERYWHERE BUT THE RUN-LOG        *
      * TIMESTAMP, SO A CHAIN THAT SLIPS PAST MIDNIGHT OR A          *
      * MONTH-END RERUN STILL STAMPS ONE CONSISTENT DATE             *
           SELECT OPTIONAL PROCESS-DATE-PARM
               ASSIGN TO 'C:\IHCC\COBOL\CBLPRCDT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PRCDT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *  ONE MAINTENANCE TRANSACTION - 'A' ADDS THE RECORD CARRIED ON *
      *  THE TRANSACTION (A GUEST NUMBER OF ZERO TAKES THE NEXT       *
      *  NUMBER FREE), 'C' REPLACES THE MASTER FIELDS WITH THE ONES   *
      *  CARRIED, 'D' DELETES THE GUEST NUMBER NAMED - EVERY          *
      *  TRANSACTION NAMES THE OPERATOR WHO KEYED IT                  *
       FD  TRAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GX-REC
           RECORD CONTAINS 131 CHARACTERS.

       01  GX-REC.
           05  GX-ACTION                PIC X.
               88  TRAN-ADD            VALUE 'A'.
               88  TRAN-CHANGE         VALUE 'C'.
               88  TRAN-DELETE         VALUE 'D'.
               88  TRAN-VALID          VALUE 'A' 'C' 'D'.
           05  GX-GUEST-NO              PIC 9(6).
           05  GX-NAME                  PIC X(20).
           05  GX-ADDRESS               PIC X(20).
           05  GX-CITY                  PIC X(15).
           05  GX-STATE                 PIC XX.
           05  GX-ZIP                   PIC 9(9).
           05  GX-PHONE                 PIC X(10).
           05  GX-EMAIL                 PIC X(40).
           05  GX-OPERATOR              PIC X(8).

      *  ONE CONDO GUEST - THE NAME IS THE SAME 20 CHARACTERS THE     *
      *  STAY, INVOICE AND HISTORY FILES PRINT                        *
       FD  GUEST-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS GU-REC
           RECORD CONTAINS 122 CHARACTERS.

       01  GU-REC.
           05  GU-GUEST-NO              PIC 9(6).
           05  GU-NAME                  PIC X(20).
           05  GU-ADDRESS               PIC X(20).
           05  GU-CITY                  PIC X(15).
           05  GU-STATE                 PIC XX.
           05  GU-ZIP                   PIC 9(9).
           05  GU-PHONE                 PIC X(10).
           05  GU-EMAIL                 PIC X(40).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE             PIC X(132).

      *  ONE OPERATOR'S RIGHTS IN ONE PROGRAM - THE ACTIONS ARE THE  *
      *  TRANSACTION CODES THE OPERATOR MAY KEY THERE - A ADD,       *
      *  C CHANGE, D DELETE, R REVERSE, M MERGE, OR THE PROGRAM'S    *
      *  OWN CODES - AND A PROGRAM OF 'ALL' COVERS EVERY             *
      *  MAINTENANCE PROGRAM                                         *
       FD  OPERATOR-AUTH
           LABEL RECORD IS OMITTED
           DATA RECORD IS AU-REC
           RECORD CONTAINS 41 CHARACTERS.

       01  AU-REC.
           05  AU-OPERATOR     PIC X(8).
           05  AU-PROGRAM      PIC X(8).
           05  AU-ACTIONS      PIC X(5).
           05  AU-NAME         PIC X(20).

      *  ONE APPLIED CHANGE - WHEN, WHICH PROGRAM, WHO, WHAT ACTION, *
      *  AND THE FILE AND KEY OF THE RECORD TOUCHED                  *
       FD  AUDIT-TRAIL
           LABEL RECORD IS OMITTED
           DATA RECORD IS AT-REC
           RECORD CONTAINS 59 CHARACTERS.

       01  AT-REC.
           05  AT-RUN-DATE     PIC 9(8).
           05  AT-RUN-TIME     PIC 9(6).
           05  AT-PROGRAM      PIC X(8).
           05  AT-OPERATOR     PIC X(8).
           05  AT-ACTION       PIC X.
           05  AT-FILE         PIC X(8).
           05  AT-KEY          PIC X(20).

      * ONE COMMA-DELIMITED LINE PER RUN - PROGRAM NAME, RUN DATE/    *
      * TIME, RECORDS IN, RECORDS OUT, RECORDS REJECTED *
       FD  RUN-LOG
           LABEL RECORD IS OMITTED
           DATA RECORD IS RUNLOG-REC
           RECORD CONTAINS 52 CHARACTERS.

       01  RUNLOG-REC.
           05  RL-PROGRAM          PIC X(8).
           05  FILLER              PIC X       VALUE ','.
           05  RL-RUN-MM           PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  RL-RUN-DD           PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  RL-RUN-YYYY         PIC 9(4).
           05  FILLER              PIC X       VALUE ','.
           05  RL-RUN-HH           PIC 99.
           05  FILLER              PIC X       VALUE ':'.
           05  RL-RUN-MI           PIC 99.
           05  FILLER              PIC X       VALUE ':'.
           05  RL-RUN-SS           PIC 99.
           05  FILLER              PIC X       VALUE ','.
           05  RL-RECS-IN          PIC ZZZZZZ9.
           05  FILLER              PIC X       VALUE ','.
           05  RL-RECS-OUT         PIC ZZZZZZ9.
           05  FILLER              PIC X       VALUE ','.
           05  RL-RECS-REJ         PIC ZZZZZZ9.

      * THE ONE PROCESSING-DATE RECORD *
       FD  PROCESS-DATE-PARM
           LABEL RECORD IS OMITTED
           DATA RECORD IS PD-REC
           RECORD CONTAINS 8 CHARACTERS.

       01  PD-REC.
           05  PD-DATE.
               10  PD-YY       PIC 9(4).
               10  PD-MM       PIC 99.
               10  PD-DD       PIC 99.

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 99      VALUE 0.
           05  MORE-RECS       PIC X(3)    VALUE 'YES'.
           05  C-GST-STATUS    PIC XX      VALUE '00'.
           05  GST-EOF         PIC XXX     VALUE 'NO'.
           05  C-GST-CTR       PIC 999     VALUE 0.
           05  SUB-GST         PIC 999     VALUE 0.
           05  SUB-NAME        PIC 999     VALUE 0.
      *  THE HIGHEST GUEST NUMBER EVER SEEN ON THE MASTER - AN ADD    *
      *  KEYED WITH NUMBER ZERO TAKES THE ONE AFTER IT                *
           05  C-LAST-GUEST-NO PIC 9(6)    VALUE 0.
           05  C-GT-TRAN-CTR   PIC 9(5)    VALUE 0.
           05  C-GT-APPLIED-CTR PIC 9(5)   VALUE 0.
           05  C-GT-REJECT-CTR PIC 9(5)    VALUE 0.
           05  C-AUTH-STATUS   PIC XX      VALUE '00'.
           05  AUTH-EOF        PIC XXX     VALUE 'NO'.
           05  C-AUTH-CTR      PIC 99      VALUE 0.
           05  SUB-AUTH        PIC 99      VALUE 0.
           05  C-AUTH-TALLY    PIC 99      VALUE 0.
           05  C-AUTH-OPERATOR PIC X(8)    VALUE ' '.
           05  C-AUTH-ACTION   PIC X       VALUE ' '.
           05  AUTH-SW         PIC XXX     VALUE 'NO'.

      *  HOLDS EVERY GUEST ON THE MASTER SO TRANSACTIONS CAN BE       *
      *  APPLIED IN PLACE AND THE FILE REWRITTEN IN FULL AT CLOSE -   *
      *  CAPPED AT 500 GUESTS - A DELETED GUEST'S NUMBER IS ZEROED    *
      *  AND THE SLOT IS SKIPPED WHEN THE FILE IS REWRITTEN           *
       01  GUEST-TABLE.
           05  GUEST-ENTRY             OCCURS 500 TIMES.
               10  GM-GUEST-NO         PIC 9(6).
               10  GM-NAME             PIC X(20).
               10  GM-ADDRESS          PIC X(20).
               10  GM-CITY             PIC X(15).
               10  GM-STATE            PIC XX.
               10  GM-ZIP              PIC 9(9).
               10  GM-PHONE            PIC X(10).
               10  GM-EMAIL            PIC X(40).

      *  THE OPERATORS CLEARED FOR THIS PROGRAM AND THE ACTION       *
      *  CODES EACH MAY KEY - CAPPED AT 50                           *
       01  OPERATOR-AUTH-TABLE.
           05  OPERATOR-AUTH-ENTRY     OCCURS 50.
               10  OT-OPERATOR         PIC X(8).
               10  OT-ACTIONS          PIC X(5).

      * THE MACHINE CLOCK'S OWN DATE, KEPT ONLY FOR THE RUN-LOG      *
      * TIMESTAMP ONCE THE PROCESSING DATE OVERRIDES I-DATE          *
       01  MACHINE-DATE.
           05  M-RUN-YY        PIC 9(4).
           05  M-RUN-MM        PIC 99.
           05  M-RUN-DD        PIC 99.

       01  C-PRCDT-STATUS      PIC XX      VALUE '00'.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY        PIC 9(4).
               10  I-MM        PIC 99.
               10  I-DD        PIC 99.
           05  I-TIME          PIC X(11).

       01  COMPANY-TITLE-LINE.
           05  FILLER          PIC X(6)    VALUE 'DATE: '.
           05  O-MM            PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DD            PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-YY            PIC 9(4).
           05  FILLER          PIC X(42)   VALUE ' '.
           05  FILLER          PIC X(14)   VALUE 'PMG MANAGEMENT'.
           05  FILLER          PIC X(52)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-PCTR          PIC Z9.

       01  DIVISION-LINE.
           05  FILLER          PIC X(8)    VALUE 'COBLSC47'.
           05  FILLER          PIC X(42)   VALUE ' '.
           05  FILLER          PIC X(33)   VALUE
                                  'GUEST MASTER MAINTENANCE REGISTER'.
           05  FILLER          PIC X(49)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

      *  ONE LINE PER TRANSACTION - THE ACTION, THE GUEST NUMBER IT   *
      *  NAMED, WHAT HAPPENED TO IT, AND WHO KEYED IT                 *
       01  AUDIT-DETAIL-LINE.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-ACTION    PIC X(8).
           05  FILLER          PIC XX      VALUE ' '.
           05  FILLER          PIC X(7)    VALUE 'GUEST: '.
           05  O-AUD-GUEST-NO  PIC 9(6).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-MSG       PIC X(44).
           05  FILLER          PIC XX      VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'OPER: '.
           05  O-AUD-OPERATOR  PIC X(8).
           05  FILLER          PIC X(45)   VALUE ' '.

      *  THE RAW MASTER RECORD AS IT STOOD BEFORE AND/OR AFTER THE    *
      *  TRANSACTION WAS APPLIED                                      *
       01  AUDIT-IMAGE-LINE.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-IMG-LABEL     PIC X(8).
           05  O-IMG-REC       PIC X(122).

       01  AUDIT-TOTAL-LINE.
           05  FILLER          PIC X(14)   VALUE 'TRANSACTIONS: '.
           05  O-GT-TRAN-CTR   PIC Z,ZZ9.
           05  FILLER          PIC X(11)   VALUE '   APPLIED:'.
           05  O-GT-APPLIED-CTR PIC Z,ZZ9.
           05  FILLER          PIC X(12)   VALUE '   REJECTED:'.
           05  O-GT-REJECT-CTR PIC Z,ZZ9.
           05  FILLER          PIC X(80)   VALUE ' '.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
       STOP RUN.

       1000-INIT.
           OPEN INPUT TRAN-FILE.
           OPEN OUTPUT PRTOUT.
           OPEN EXTEND AUDIT-TRAIL.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO MACHINE-DATE.
           PERFORM 9955-GET-PROCESS-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           PERFORM 1100-LOAD-GUESTS.
           PERFORM 1900-LOAD-OPERATOR-AUTH.

           PERFORM 9000-READ.
           PERFORM 9100-HEADINGS.

      *  OPENS THE OPTIONAL GUEST MASTER AND LOADS EVERY RECORD INTO  *
      *  THE TABLE - A MISSING FILE MEANS THE MASTER IS EMPTY AND     *
      *  EVERY TRANSACTION BUT AN ADD WILL BE REJECTED                *
       1100-LOAD-GUESTS.
           MOVE 'NO' TO GST-EOF.
           OPEN INPUT GUEST-MASTER.
           IF C-GST-STATUS = '00'
               PERFORM 1110-READ-GUEST
                   UNTIL GST-EOF = 'YES'
               CLOSE GUEST-MASTER
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
      * AND MUST BE CLOSED OR THE BOOTSTRAP SAVE AT CLOSE FAILS     *
               CLOSE GUEST-MASTER
               MOVE 'YES' TO GST-EOF.

      *  LOADS ONE GUEST RECORD INTO THE NEXT OPEN TABLE SLOT  *
       1110-READ-GUEST.
           READ GUEST-MASTER
               AT END
                   MOVE 'YES' TO GST-EOF
               NOT AT END
                   IF C-GST-CTR < 500
                       ADD 1 TO C-GST-CTR
                       MOVE GU-GUEST-NO TO GM-GUEST-NO(C-GST-CTR)
                       MOVE GU-NAME TO GM-NAME(C-GST-CTR)
                       MOVE GU-ADDRESS TO GM-ADDRESS(C-GST-CTR)
                       MOVE GU-CITY TO GM-CITY(C-GST-CTR)
                       MOVE GU-STATE TO GM-STATE(C-GST-CTR)
                       MOVE GU-ZIP TO GM-ZIP(C-GST-CTR)
                       MOVE GU-PHONE TO GM-PHONE(C-GST-CTR)
                       MOVE GU-EMAIL TO GM-EMAIL(C-GST-CTR)
                       IF GU-GUEST-NO > C-LAST-GUEST-NO
                           MOVE GU-GUEST-NO TO C-LAST-GUEST-NO
                       END-IF
                   END-IF.

      *  LOADS THE RIGHTS OF EVERY OPERATOR CLEARED FOR THIS         *
      *  PROGRAM - A MISSING FILE CLEARS NOBODY, SO EVERY            *
      *  TRANSACTION IS REJECTED                                     *
       1900-LOAD-OPERATOR-AUTH.
           MOVE 'NO' TO AUTH-EOF.
           OPEN INPUT OPERATOR-AUTH.
           IF C-AUTH-STATUS = '00'
               PERFORM 1910-READ-OPERATOR-AUTH
                   UNTIL AUTH-EOF = 'YES'
               CLOSE OPERATOR-AUTH
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE OPERATOR-AUTH
               MOVE 'YES' TO AUTH-EOF.
           IF C-AUTH-CTR = 0
               DISPLAY '*** COBLSC47 NO OPERATOR IS AUTHORIZED - '
                   'EVERY TRANSACTION REJECTED ***'.

       1910-READ-OPERATOR-AUTH.
           READ OPERATOR-AUTH
               AT END
                   MOVE 'YES' TO AUTH-EOF
               NOT AT END
                   IF (AU-PROGRAM = 'COBLSC47' OR AU-PROGRAM = 'ALL')
                     AND AU-OPERATOR NOT = SPACES
                     AND C-AUTH-CTR < 50
                       ADD 1 TO C-AUTH-CTR
                       MOVE AU-OPERATOR TO OT-OPERATOR(C-AUTH-CTR)
                       MOVE AU-ACTIONS TO OT-ACTIONS(C-AUTH-CTR)
                   END-IF.

       2000-MAINLINE.
           ADD 1 TO C-GT-TRAN-CTR.
           MOVE GX-OPERATOR TO C-AUTH-OPERATOR.
           MOVE GX-OPERATOR TO O-AUD-OPERATOR.
           MOVE GX-ACTION TO C-AUTH-ACTION.
           PERFORM 2800-CHECK-OPERATOR.
           IF TRAN-ADD AND GX-GUEST-NO = 0 AND AUTH-SW = 'YES'
               ADD 1 TO C-LAST-GUEST-NO
               MOVE C-LAST-GUEST-NO TO GX-GUEST-NO.
           PERFORM 2050-FIND-GUEST.
           EVALUATE TRUE
               WHEN TRAN-VALID AND AUTH-SW = 'NO'
                   PERFORM 2850-NOT-AUTHORIZED
               WHEN TRAN-ADD
                   PERFORM 2100-APPLY-ADD THRU 2100-EXIT
               WHEN TRAN-CHANGE
                   PERFORM 2200-APPLY-CHANGE
               WHEN TRAN-DELETE
                   PERFORM 2300-APPLY-DELETE
               WHEN OTHER
                   PERFORM 2400-BAD-ACTION
           END-EVALUATE.
           PERFORM 9000-READ.

      *  SEARCHES THE TABLE FOR THE TRANSACTION'S GUEST NUMBER -      *
      *  SUB-GST IS LEFT PAST C-GST-CTR WHEN THE NUMBER IS NOT ON     *
      *  THE MASTER                                                   *
       2050-FIND-GUEST.
           PERFORM
               VARYING SUB-GST FROM 1 BY 1
                   UNTIL SUB-GST > C-GST-CTR
                       OR GX-GUEST-NO = GM-GUEST-NO(SUB-GST).

      *  ADDS THE RECORD CARRIED ON THE TRANSACTION - A GUEST NUMBER  *
      *  ALREADY ON THE MASTER IS REJECTED RATHER THAN OVERLAID, AND  *
      *  SO IS A NAME ALREADY ON FILE UNDER ANOTHER NUMBER, SINCE     *
      *  THAT IS HOW ONE GUEST ENDS UP SPLIT IN TWO                   *
       2100-APPLY-ADD.
           MOVE 'ADD' TO O-AUD-ACTION.
           MOVE GX-GUEST-NO TO O-AUD-GUEST-NO.
           IF SUB-GST <= C-GST-CTR
               MOVE 'ALREADY ON FILE - NOT ADDED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2100-EXIT.

           PERFORM
               VARYING SUB-NAME FROM 1 BY 1
                   UNTIL SUB-NAME > C-GST-CTR
                       OR (GM-GUEST-NO(SUB-NAME) NOT = 0
                           AND GX-NAME = GM-NAME(SUB-NAME)).
           IF SUB-NAME <= C-GST-CTR
               MOVE 'NAME ON FILE UNDER ANOTHER NUMBER - NOT ADDED'
                   TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               MOVE 'ON FILE:' TO O-IMG-LABEL
               MOVE SUB-NAME TO SUB-GST
               PERFORM 2600-BUILD-IMAGE
               PERFORM 9400-IMAGE-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2100-EXIT.

           IF C-GST-CTR < 500
               ADD 1 TO C-GST-CTR
               MOVE C-GST-CTR TO SUB-GST
               PERFORM 2500-BUILD-TABLE-ENTRY
               IF GX-GUEST-NO > C-LAST-GUEST-NO
                   MOVE GX-GUEST-NO TO C-LAST-GUEST-NO
               END-IF
               MOVE 'ADDED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               MOVE 'AFTER:' TO O-IMG-LABEL
               PERFORM 2600-BUILD-IMAGE
               PERFORM 9400-IMAGE-LINE
               ADD 1 TO C-GT-APPLIED-CTR
               PERFORM 9800-WRITE-AUDIT-TRAIL
           ELSE
               MOVE 'GUEST TABLE FULL - NOT ADDED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR.

       2100-EXIT.
           EXIT.

      *  REPLACES THE MASTER FIELDS WITH THE ONES CARRIED ON THE      *
      *  TRANSACTION, PRINTING THE RECORD AS IT STOOD BEFORE AND      *
      *  AFTER - A GUEST NOT ON THE MASTER IS REJECTED                *
       2200-APPLY-CHANGE.
           MOVE 'CHANGE' TO O-AUD-ACTION.
           MOVE GX-GUEST-NO TO O-AUD-GUEST-NO.
           IF SUB-GST > C-GST-CTR
               MOVE 'NOT ON FILE - NOT CHANGED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
           ELSE
               MOVE 'CHANGED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               MOVE 'BEFORE:' TO O-IMG-LABEL
               PERFORM 2600-BUILD-IMAGE
               PERFORM 9400-IMAGE-LINE
               PERFORM 2500-BUILD-TABLE-ENTRY
               MOVE 'AFTER:' TO O-IMG-LABEL
               PERFORM 2600-BUILD-IMAGE
               PERFORM 9400-IMAGE-LINE
               ADD 1 TO C-GT-APPLIED-CTR
               PERFORM 9800-WRITE-AUDIT-TRAIL.

      *  DELETES THE GUEST NAMED BY ZEROING ITS SLOT, PRINTING THE    *
      *  RECORD AS IT STOOD BEFORE - THE SLOT IS SKIPPED WHEN THE     *
      *  FILE IS REWRITTEN AT CLOSE                                   *
       2300-APPLY-DELETE.
           MOVE 'DELETE' TO O-AUD-ACTION.
           MOVE GX-GUEST-NO TO O-AUD-GUEST-NO.
           IF SUB-GST > C-GST-CTR
               MOVE 'NOT ON FILE - NOT DELETED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
           ELSE
               MOVE 'DELETED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               MOVE 'BEFORE:' TO O-IMG-LABEL
               PERFORM 2600-BUILD-IMAGE
               PERFORM 9400-IMAGE-LINE
               MOVE 0 TO GM-GUEST-NO(SUB-GST)
               ADD 1 TO C-GT-APPLIED-CTR
               PERFORM 9800-WRITE-AUDIT-TRAIL.

      *  AN ACTION CODE OTHER THAN A, C, OR D IS REPORTED AND SKIPPED *
       2400-BAD-ACTION.
           MOVE GX-ACTION TO O-AUD-ACTION.
           MOVE GX-GUEST-NO TO O-AUD-GUEST-NO.
           MOVE 'ACTION MUST BE A, C, OR D - SKIPPED' TO O-AUD-MSG.
           PERFORM 9300-AUDIT-LINE.
           ADD 1 TO C-GT-REJECT-CTR.

      *  MOVES THE FIELDS CARRIED ON THE TRANSACTION INTO THE TABLE   *
      *  SLOT SUB-GST POINTS AT                                       *
       2500-BUILD-TABLE-ENTRY.
           MOVE GX-GUEST-NO TO GM-GUEST-NO(SUB-GST).
           MOVE GX-NAME TO GM-NAME(SUB-GST).
           MOVE GX-ADDRESS TO GM-ADDRESS(SUB-GST).
           MOVE GX-CITY TO GM-CITY(SUB-GST).
           MOVE GX-STATE TO GM-STATE(SUB-GST).
           MOVE GX-ZIP TO GM-ZIP(SUB-GST).
           MOVE GX-PHONE TO GM-PHONE(SUB-GST).
           MOVE GX-EMAIL TO GM-EMAIL(SUB-GST).

      *  BUILDS THE PRINTED IMAGE OF THE TABLE SLOT SUB-GST POINTS AT *
      *  IN THE MASTER RECORD LAYOUT                                  *
       2600-BUILD-IMAGE.
           MOVE GM-GUEST-NO(SUB-GST) TO GU-GUEST-NO.
           MOVE GM-NAME(SUB-GST) TO GU-NAME.
           MOVE GM-ADDRESS(SUB-GST) TO GU-ADDRESS.
           MOVE GM-CITY(SUB-GST) TO GU-CITY.
           MOVE GM-STATE(SUB-GST) TO GU-STATE.
           MOVE GM-ZIP(SUB-GST) TO GU-ZIP.
           MOVE GM-PHONE(SUB-GST) TO GU-PHONE.
           MOVE GM-EMAIL(SUB-GST) TO GU-EMAIL.
           MOVE GU-REC TO O-IMG-REC.

      *  CLEARS THE TRANSACTION WHEN ITS OPERATOR HOLDS ITS ACTION   *
      *  CODE ON ANY RECORD LOADED FOR THIS PROGRAM                  *
       2800-CHECK-OPERATOR.
           MOVE 0 TO C-AUTH-TALLY.
           IF C-AUTH-OPERATOR NOT = SPACES
               PERFORM 2810-MATCH-OPERATOR
                   VARYING SUB-AUTH FROM 1 BY 1
                       UNTIL SUB-AUTH > C-AUTH-CTR.
           IF C-AUTH-TALLY > 0
               MOVE 'YES' TO AUTH-SW
           ELSE
               MOVE 'NO' TO AUTH-SW.

       2810-MATCH-OPERATOR.
           IF OT-OPERATOR(SUB-AUTH) = C-AUTH-OPERATOR
               INSPECT OT-ACTIONS(SUB-AUTH) TALLYING C-AUTH-TALLY
                   FOR ALL C-AUTH-ACTION.

      *  AN OPERATOR NOT CLEARED FOR THE ACTION IS LISTED AND THE     *
      *  TRANSACTION SKIPPED                                          *
       2850-NOT-AUTHORIZED.
           MOVE GX-ACTION TO O-AUD-ACTION.
           MOVE GX-GUEST-NO TO O-AUD-GUEST-NO.
           MOVE 'OPERATOR NOT AUTHORIZED - SKIPPED' TO O-AUD-MSG.
           PERFORM 9300-AUDIT-LINE.
           ADD 1 TO C-GT-REJECT-CTR.

       3000-CLOSING.
           MOVE C-GT-TRAN-CTR TO O-GT-TRAN-CTR.
           MOVE C-GT-APPLIED-CTR TO O-GT-APPLIED-CTR.
           MOVE C-GT-REJECT-CTR TO O-GT-REJECT-CTR.
           WRITE PRTLINE FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           PERFORM 9500-SAVE-GUESTS.
           PERFORM 9600-WRITE-RUN-LOG.

           CLOSE TRAN-FILE.
           CLOSE AUDIT-TRAIL.
           CLOSE PRTOUT.

       9000-READ.
           READ TRAN-FILE
               AT END
                   MOVE 'NO' TO MORE-RECS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE FROM COMPANY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM DIVISION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

       9300-AUDIT-LINE.
           WRITE PRTLINE FROM AUDIT-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.

       9400-IMAGE-LINE.
           WRITE PRTLINE FROM AUDIT-IMAGE-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *  REWRITES THE GUEST MASTER IN FULL FROM THE TABLE - DELETED   *
      *  SLOTS (GUEST NUMBER ZERO) ARE SKIPPED                        *
       9500-SAVE-GUESTS.
           MOVE 1 TO SUB-GST.
           OPEN OUTPUT GUEST-MASTER.
           PERFORM 9510-WRITE-GUEST
               UNTIL SUB-GST > C-GST-CTR.
           CLOSE GUEST-MASTER.

       9510-WRITE-GUEST.
           IF GM-GUEST-NO(SUB-GST) NOT = 0
               MOVE GM-GUEST-NO(SUB-GST) TO GU-GUEST-NO
               MOVE GM-NAME(SUB-GST) TO GU-NAME
               MOVE GM-ADDRESS(SUB-GST) TO GU-ADDRESS
               MOVE GM-CITY(SUB-GST) TO GU-CITY
               MOVE GM-STATE(SUB-GST) TO GU-STATE
               MOVE GM-ZIP(SUB-GST) TO GU-ZIP
               MOVE GM-PHONE(SUB-GST) TO GU-PHONE
               MOVE GM-EMAIL(SUB-GST) TO GU-EMAIL
               WRITE GU-REC.
           ADD 1 TO SUB-GST.

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -      *
      * RECORDS IN IS THE TRANSACTION COUNT, RECORDS OUT IS THE       *
      * COUNT APPLIED, AND RECORDS REJECTED IS THE COUNT TURNED AWAY  *
       9600-WRITE-RUN-LOG.
           MOVE 'COBLSC47' TO RL-PROGRAM.
           MOVE M-RUN-MM TO RL-RUN-MM.
           MOVE M-RUN-DD TO RL-RUN-DD.
           MOVE M-RUN-YY TO RL-RUN-YYYY.
           MOVE I-TIME(1:2) TO RL-RUN-HH.
           MOVE I-TIME(3:2) TO RL-RUN-MI.
           MOVE I-TIME(5:2) TO RL-RUN-SS.
           MOVE C-GT-TRAN-CTR TO RL-RECS-IN.
           MOVE C-GT-APPLIED-CTR TO RL-RECS-OUT.
           MOVE C-GT-REJECT-CTR TO RL-RECS-REJ.
           OPEN EXTEND RUN-LOG.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.

      *  APPENDS ONE APPLIED CHANGE TO THE SUITE-WIDE AUDIT TRAIL,   *
      *  STAMPED WITH THE MACHINE CLOCK                              *
       9800-WRITE-AUDIT-TRAIL.
           MOVE MACHINE-DATE TO AT-RUN-DATE.
           MOVE I-TIME(1:6) TO AT-RUN-TIME.
           MOVE 'COBLSC47' TO AT-PROGRAM.
           MOVE C-AUTH-OPERATOR TO AT-OPERATOR.
           MOVE C-AUTH-ACTION TO AT-ACTION.
           MOVE 'CBLGUEST' TO AT-FILE.
           MOVE GX-GUEST-NO TO AT-KEY.
           WRITE AT-REC.

      * READS THE SUITE-WIDE PROCESSING DATE SET BEFORE THE CHAIN    *
      * KICKS OFF - WHEN PRESENT IT REPLACES THE MACHINE CLOCK'S     *
      * DATE FOR EVERYTHING BUT THE RUN-LOG TIMESTAMP - A MISSING    *
      * OR EMPTY FILE LEAVES THE MACHINE DATE IN CHARGE AS ALWAYS    *
       9955-GET-PROCESS-DATE.
           OPEN INPUT PROCESS-DATE-PARM.
           READ PROCESS-DATE-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF PD-DATE NUMERIC AND PD-DATE > 0
                       MOVE PD-DATE TO I-DATE
                   END-IF.
           CLOSE PROCESS-DATE-PARM.

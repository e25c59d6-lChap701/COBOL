               ASSIGN TO 'C:\IHCC\COBOL\COBLSC10\CUSTMNT.PRT'
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

      *  ONE MAINTENANCE TRANSACTION - 'A' ADDS THE RECORD CARRIED ON *
      *  THE TRANSACTION, 'C' REPLACES THE MASTER FIELDS WITH THE     *
      *  ONES CARRIED, 'D' DELETES THE CUSTOMER NUMBER NAMED - EVERY  *
      *  TRANSACTION NAMES THE OPERATOR WHO KEYED IT                  *
       FD  TRAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CT-REC
           RECORD CONTAINS 95 CHARACTERS.

       01  CT-REC.
           05  CT-ACTION                PIC X.
               88  TRAN-ADD            VALUE 'A'.
               88  TRAN-CHANGE         VALUE 'C'.
               88  TRAN-DELETE         VALUE 'D'.
               88  TRAN-VALID          VALUE 'A' 'C' 'D'.
           05  CT-CUST-NO               PIC 9(5).
           05  CT-NAME                  PIC X(25).
           05  CT-ADDRESS               PIC X(20).
           05  CT-STATE                 PIC XX.
           05  CT-ZIP                   PIC 9(9).
           05  CT-PHONE                 PIC X(10).
           05  CT-OPERATOR              PIC X(8).

       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD

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

      *  HOLDS EVERY CUSTOMER ON THE MASTER SO TRANSACTIONS CAN BE    *
      *  APPLIED IN PLACE AND THE FILE REWRITTEN IN FULL AT CLOSE -   *
               10  CM-ZIP              PIC 9(9).
               10  CM-PHONE            PIC X(10).

      *  THE OPERATORS CLEARED FOR THIS PROGRAM AND THE ACTION       *
      *  CODES EACH MAY KEY - CAPPED AT 50                           *
       01  OPERATOR-AUTH-TABLE.
           05  OPERATOR-AUTH-ENTRY     OCCURS 50.
               10  OT-OPERATOR         PIC X(8).
               10  OT-ACTIONS          PIC X(5).

      * THE MACHINE CLOCK'S OWN DATE, KEPT ONLY FOR THE RUN-LOG      *
      * TIMESTAMP ONCE THE PROCESSING DATE OVERRIDES I-DATE          *
       01  MACHINE-DATE.
           05  FILLER          PIC X(132)  VALUE ' '.

      *  ONE LINE PER TRANSACTION - THE ACTION, THE CUSTOMER NUMBER   *
      *  IT NAMED, WHAT HAPPENED TO IT, AND WHO KEYED IT              *
       01  AUDIT-DETAIL-LINE.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-ACTION    PIC X(8).
           05  O-AUD-CUST-NO   PIC 9(5).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-MSG       PIC X(40).
           05  FILLER          PIC XX      VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'OPER: '.
           05  O-AUD-OPERATOR  PIC X(8).
           05  FILLER          PIC X(47)   VALUE ' '.

      *  THE RAW MASTER RECORD AS IT STOOD BEFORE AND/OR AFTER THE    *
      *  TRANSACTION WAS APPLIED                                      *
       1000-INIT.
           OPEN INPUT TRAN-FILE.
           OPEN OUTPUT PRTOUT.
           OPEN EXTEND AUDIT-TRAIL.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO MACHINE-DATE.
           MOVE I-MM TO O-MM.

           PERFORM 1100-LOAD-CUSTOMERS.
           PERFORM 1900-LOAD-OPERATOR-AUTH.

           PERFORM 9000-READ.
           PERFORM 9100-HEADINGS.
                       MOVE CU-PHONE TO CM-PHONE(C-CUST-CTR)
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
               DISPLAY '*** COBLSC10 NO OPERATOR IS AUTHORIZED - '
                   'EVERY TRANSACTION REJECTED ***'.

       1910-READ-OPERATOR-AUTH.
           READ OPERATOR-AUTH
               AT END
                   MOVE 'YES' TO AUTH-EOF
               NOT AT END
                   IF (AU-PROGRAM = 'COBLSC10' OR AU-PROGRAM = 'ALL')
                     AND AU-OPERATOR NOT = SPACES
                     AND C-AUTH-CTR < 50
                       ADD 1 TO C-AUTH-CTR
                       MOVE AU-OPERATOR TO OT-OPERATOR(C-AUTH-CTR)
                       MOVE AU-ACTIONS TO OT-ACTIONS(C-AUTH-CTR)
                   END-IF.

       2000-MAINLINE.
           ADD 1 TO C-GT-TRAN-CTR.
           PERFORM 2050-FIND-CUSTOMER.
           MOVE CT-OPERATOR TO C-AUTH-OPERATOR.
           MOVE CT-OPERATOR TO O-AUD-OPERATOR.
           MOVE CT-ACTION TO C-AUTH-ACTION.
           PERFORM 2800-CHECK-OPERATOR.
           EVALUATE TRUE
               WHEN TRAN-VALID AND AUTH-SW = 'NO'
                   PERFORM 2850-NOT-AUTHORIZED
               WHEN TRAN-ADD
                   PERFORM 2100-APPLY-ADD
               WHEN TRAN-CHANGE
                   PERFORM 2600-BUILD-IMAGE
                   PERFORM 9400-IMAGE-LINE
                   ADD 1 TO C-GT-APPLIED-CTR
                   PERFORM 9800-WRITE-AUDIT-TRAIL
               ELSE
                   MOVE 'CUSTOMER TABLE FULL - NOT ADDED' TO O-AUD-MSG
                   PERFORM 9300-AUDIT-LINE
               MOVE 'AFTER:' TO O-IMG-LABEL
               PERFORM 2600-BUILD-IMAGE
               PERFORM 9400-IMAGE-LINE
               ADD 1 TO C-GT-APPLIED-CTR
               PERFORM 9800-WRITE-AUDIT-TRAIL.

      *  DELETES THE CUSTOMER NAMED BY ZEROING ITS SLOT, PRINTING THE *
      *  RECORD AS IT STOOD BEFORE - THE SLOT IS SKIPPED WHEN THE     *
               PERFORM 2600-BUILD-IMAGE
               PERFORM 9400-IMAGE-LINE
               MOVE 0 TO CM-CUST-NO(SUB-CUST)
               ADD 1 TO C-GT-APPLIED-CTR
               PERFORM 9800-WRITE-AUDIT-TRAIL.

      *  AN ACTION CODE OTHER THAN A, C, OR D IS REPORTED AND SKIPPED *
       2400-BAD-ACTION.
           MOVE CM-PHONE(SUB-CUST) TO CU-PHONE.
           MOVE CU-REC TO O-IMG-REC.

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
           MOVE CT-ACTION TO O-AUD-ACTION.
           MOVE CT-CUST-NO TO O-AUD-CUST-NO.
           MOVE 'OPERATOR NOT AUTHORIZED - SKIPPED' TO O-AUD-MSG.
           PERFORM 9300-AUDIT-LINE.
           ADD 1 TO C-GT-REJECT-CTR.

       3000-CLOSING.
           MOVE C-GT-TRAN-CTR TO O-GT-TRAN-CTR.
           MOVE C-GT-APPLIED-CTR TO O-GT-APPLIED-CTR.
           PERFORM 9600-WRITE-RUN-LOG.

           CLOSE TRAN-FILE.
           CLOSE AUDIT-TRAIL.
           CLOSE PRTOUT.

       9000-READ.
           OPEN EXTEND RUN-LOG.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.

      *  APPENDS ONE APPLIED CHANGE TO THE SUITE-WIDE AUDIT TRAIL,   *
      *  STAMPED WITH THE MACHINE CLOCK                              *
       9800-WRITE-AUDIT-TRAIL.
           MOVE MACHINE-DATE TO AT-RUN-DATE.
           MOVE I-TIME(1:6) TO AT-RUN-TIME.
           MOVE 'COBLSC10' TO AT-PROGRAM.
           MOVE C-AUTH-OPERATOR TO AT-OPERATOR.
           MOVE C-AUTH-ACTION TO AT-ACTION.
           MOVE 'CBLCUSTM' TO AT-FILE.
           MOVE CT-CUST-NO TO AT-KEY.
           WRITE AT-REC.

      * READS THE SUITE-WIDE PROCESSING DATE SET BEFORE THE CHAIN    *
      * KICKS OFF - WHEN PRESENT IT REPLACES THE MACHINE CLOCK'S     *
      * DATE FOR EVERYTHING BUT THE RUN-LOG TIMESTAMP - A MISSING    *

               ASSIGN TO 'C:\IHCC\COBOL\CBLBTREV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

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
      *  THE TRANSACTION, 'C' REPLACES THE MASTER FIELDS WITH THE     *
      *  ONES CARRIED, 'D' DELETES THE SALE NUMBER NAMED, AND 'R'     *
      *  REVERSES A SALE THAT FELL THROUGH - COMMISSION AND GL        *
      *  BACKOUTS INCLUDED - EVERY TRANSACTION NAMES THE OPERATOR     *
      *  WHO KEYED IT                                                 *
       FD  TRAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BT-REC
           RECORD CONTAINS 103 CHARACTERS.

       01  BT-REC.
           05  BT-ACTION                PIC X.
               88  TRAN-CHANGE         VALUE 'C'.
               88  TRAN-DELETE         VALUE 'D'.
               88  TRAN-REVERSE        VALUE 'R'.
               88  TRAN-VALID          VALUE 'A' 'C' 'D' 'R'.
           05  BT-SALE-NO               PIC 9(6).
           05  BT-LAST-NAME             PIC X(15).
           05  BT-STATE                 PIC XX.
           05  BT-SALESPERSON-2         PIC X(4).
           05  BT-SPLIT-PCT             PIC 99.
           05  BT-LOCATION              PIC XX.
           05  BT-OPERATOR              PIC X(8).

       FD  BOAT-MASTER
           LABEL RECORD IS STANDARD
           05  RV-AMOUNT                PIC 9(9)V99.
           05  RV-DATE                  PIC 9(8).

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
           05  C-SLSM-STATUS   PIC XX      VALUE '00'.
           05  SLSM-EOF        PIC XXX     VALUE 'NO'.
           05  C-SLSM-CTR      PIC 99      VALUE 0.
               10  SM-CODE             PIC X(4).
               10  SM-COMM-RATE        PIC 9V999.

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

      *  ONE LINE PER TRANSACTION - THE ACTION, THE SALE NUMBER IT    *
      *  NAMED, WHAT HAPPENED TO IT, AND THE OPERATOR WHO KEYED IT    *
       01  AUDIT-DETAIL-LINE.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-ACTION    PIC X(8).
           05  O-AUD-SALE-NO   PIC 9(6).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-MSG       PIC X(40).
           05  FILLER          PIC XX      VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'OPER: '.
           05  O-AUD-OPERATOR  PIC X(8).
           05  FILLER          PIC X(50)   VALUE ' '.

      *  THE RAW MASTER RECORD AS IT STOOD BEFORE AND/OR AFTER THE    *
      *  TRANSACTION WAS APPLIED                                      *

           OPEN EXTEND COMM-ADJ-EXPORT.
           OPEN EXTEND REVERSAL-EXTRACT.
           OPEN EXTEND AUDIT-TRAIL.

           PERFORM 1100-GET-SALE-SEQ.
           PERFORM 1200-GET-CONTROL.
           PERFORM 1300-LOAD-SALESPEOPLE.
           PERFORM 1900-LOAD-OPERATOR-AUTH.

           PERFORM 9000-READ.
           PERFORM 9100-HEADINGS.
                       MOVE SL-COMM-RATE TO SM-COMM-RATE(C-SLSM-CTR)
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
               DISPLAY '*** COBLSC09 NO OPERATOR IS AUTHORIZED - '
                   'EVERY TRANSACTION REJECTED ***'.

       1910-READ-OPERATOR-AUTH.
           READ OPERATOR-AUTH
               AT END
                   MOVE 'YES' TO AUTH-EOF
               NOT AT END
                   IF (AU-PROGRAM = 'COBLSC09' OR AU-PROGRAM = 'ALL')
                     AND AU-OPERATOR NOT = SPACES
                     AND C-AUTH-CTR < 50
                       ADD 1 TO C-AUTH-CTR
                       MOVE AU-OPERATOR TO OT-OPERATOR(C-AUTH-CTR)
                       MOVE AU-ACTIONS TO OT-ACTIONS(C-AUTH-CTR)
                   END-IF.

       2000-MAINLINE.
           ADD 1 TO C-GT-TRAN-CTR.
           MOVE BT-OPERATOR TO C-AUTH-OPERATOR.
           MOVE BT-OPERATOR TO O-AUD-OPERATOR.
           MOVE BT-ACTION TO C-AUTH-ACTION.
           PERFORM 2800-CHECK-OPERATOR.
           EVALUATE TRUE
               WHEN TRAN-VALID AND AUTH-SW = 'NO'
                   PERFORM 2850-NOT-AUTHORIZED
               WHEN TRAN-ADD
                   PERFORM 2100-APPLY-ADD
               WHEN TRAN-CHANGE
               MOVE M-REC TO O-IMG-REC
               PERFORM 9400-IMAGE-LINE
               ADD 1 TO C-GT-APPLIED-CTR
               PERFORM 9800-WRITE-AUDIT-TRAIL
               ADD 1 TO C-CTL-REC-CTR
               COMPUTE C-CTL-TOTAL = C-CTL-TOTAL +
                   BT-BOAT-COST + BT-PREP-DELIVER-COST
               MOVE M-REC TO O-IMG-REC
               PERFORM 9400-IMAGE-LINE
               ADD 1 TO C-GT-APPLIED-CTR
               PERFORM 9800-WRITE-AUDIT-TRAIL
           ELSE
               MOVE 'NOT ON FILE - NOT CHANGED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               SUBTRACT 1 FROM C-CTL-REC-CTR
               DELETE BOAT-MASTER RECORD
               ADD 1 TO C-GT-APPLIED-CTR
               PERFORM 9800-WRITE-AUDIT-TRAIL
           ELSE
               MOVE 'NOT ON FILE - NOT DELETED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               SUBTRACT 1 FROM C-CTL-REC-CTR
               DELETE BOAT-MASTER RECORD
               ADD 1 TO C-GT-APPLIED-CTR
               PERFORM 9800-WRITE-AUDIT-TRAIL
           ELSE
               MOVE 'NOT ON FILE - NOT REVERSED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
           MOVE BT-SPLIT-PCT TO M-SPLIT-PCT.
           MOVE BT-LOCATION TO M-LOCATION.

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
           MOVE BT-ACTION TO O-AUD-ACTION.
           MOVE BT-SALE-NO TO O-AUD-SALE-NO.
           MOVE 'OPERATOR NOT AUTHORIZED - SKIPPED' TO O-AUD-MSG.
           PERFORM 9300-AUDIT-LINE.
           ADD 1 TO C-GT-REJECT-CTR.

       3000-CLOSING.
           MOVE C-GT-TRAN-CTR TO O-GT-TRAN-CTR.
           MOVE C-GT-APPLIED-CTR TO O-GT-APPLIED-CTR.
           CLOSE BOAT-MASTER.
           CLOSE COMM-ADJ-EXPORT.
           CLOSE REVERSAL-EXTRACT.
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
           MOVE 'COBLSC09' TO AT-PROGRAM.
           MOVE C-AUTH-OPERATOR TO AT-OPERATOR.
           MOVE C-AUTH-ACTION TO AT-ACTION.
           MOVE 'CBLBOATM' TO AT-FILE.
           MOVE BT-SALE-NO TO AT-KEY.
           WRITE AT-REC.

      * READS THE SUITE-WIDE PROCESSING DATE SET BEFORE THE CHAIN    *
      * KICKS OFF - WHEN PRESENT IT REPLACES THE MACHINE CLOCK'S     *
      * DATE FOR EVERYTHING BUT THE RUN-LOG TIMESTAMP - A MISSING    *

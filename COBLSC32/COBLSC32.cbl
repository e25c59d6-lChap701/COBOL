      *  MAINTAINS THE HAND-EDITED PARAMETER FILES THE SUITE   *
      *  RUNS OFF - THE BOAT MARKUP/ACCESSORY RATES, THE CONDO *
      *  RATES, THE STATE/TEAM/POP-TYPE FILE, THE TEAM GOALS,  *
      *  THE CHART-OF-ACCOUNTS MAPPINGS, AND THE MONTHLY       *
      *  BUDGET BY ACCOUNT AND BUSINESS LINE - APPLIES KEYED   *
      *  ADD/CHANGE/DELETE TRANSACTIONS PER FILE WITH FIELD    *
      *  VALIDATION (RATES NUMERIC AND IN RANGE, EFFECTIVE     *
      *  DATES REAL, RECORD TYPES VALID) AND PRINTS A          *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-COA-STATUS.

      *  THE MONTHLY BUDGET THE BUDGET-VS-ACTUAL REPORT READS  *
           SELECT OPTIONAL BUDGET-PARM
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC55\CBLBUDGT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-BUDG-STATUS.

      *  PRINTED AUDIT REGISTER OF EVERY TRANSACTION APPLIED  *
           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC32\PARMMNT.PRT'
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
       FILE SECTION.

      *  ONE MAINTENANCE TRANSACTION - THE FILE IDENTIFIER ('RATE',  *
      *  'CRAT', 'STTM', 'GOAL', 'COA ', OR 'BUDG'), THE ACTION      *
      *  ('A', 'C', OR 'D'), THE NAMED FILE'S FIELDS IN ITS OWN      *
      *  LAYOUT, AND THE OPERATOR WHO KEYED IT                       *
       FD  TRAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PM-REC
           RECORD CONTAINS 53 CHARACTERS.

       01  PM-REC.
           05  PM-FILE-ID               PIC X(4).
               88  FILE-STTM           VALUE 'STTM'.
               88  FILE-GOAL           VALUE 'GOAL'.
               88  FILE-COA            VALUE 'COA '.
               88  FILE-BUDG           VALUE 'BUDG'.
           05  PM-ACTION                PIC X.
               88  TRAN-ADD            VALUE 'A'.
               88  TRAN-CHANGE         VALUE 'C'.
               88  TRAN-DELETE         VALUE 'D'.
           05  PM-DATA                  PIC X(40).
           05  PM-OPERATOR              PIC X(8).

      *  THE BOAT RATE FILE'S FIELDS  *
       01  PM-RATE-REC REDEFINES PM-REC.
           05  PMA-CREDIT-ACCT         PIC 9(4).
           05  FILLER                   PIC X(22).

      *  THE BUDGET FILE'S FIELDS  *
       01  PM-BUDG-REC REDEFINES PM-REC.
           05  FILLER                   PIC X(5).
           05  PMB-ACCOUNT              PIC 9(4).
           05  PMB-LINE                 PIC X(10).
           05  PMB-YEAR                 PIC 9(4).
           05  PMB-MONTH                PIC 99.
           05  PMB-AMOUNT               PIC 9(9)V99.
           05  FILLER                   PIC X(9).

      * EFFECTIVE-DATED MARKUP/ACCESSORY RATE RECORD *
       FD  RATE-PARM
           LABEL RECORD IS STANDARD
           05  CA-DEBIT-ACCT            PIC 9(4).
           05  CA-CREDIT-ACCT           PIC 9(4).

      * ONE MONTH'S BUDGET FOR ONE ACCOUNT IN ONE BUSINESS LINE *
       FD  BUDGET-PARM
           LABEL RECORD IS OMITTED
           DATA RECORD IS BU-REC
           RECORD CONTAINS 31 CHARACTERS.

       01  BU-REC.
           05  BU-ACCOUNT               PIC 9(4).
           05  BU-BUS-LINE              PIC X(10).
           05  BU-YEAR                  PIC 9(4).
           05  BU-MONTH                 PIC 99.
           05  BU-AMOUNT                PIC 9(9)V99.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS

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
           05  C-STTM-STATUS   PIC XX      VALUE '00'.
           05  C-GOAL-STATUS   PIC XX      VALUE '00'.
           05  C-COA-STATUS    PIC XX      VALUE '00'.
           05  C-BUDG-STATUS   PIC XX      VALUE '00'.
           05  FILE-EOF        PIC XXX     VALUE 'NO'.
           05  C-RATE-CTR      PIC 99      VALUE 0.
           05  C-CRATE-CTR     PIC 99      VALUE 0.
           05  C-STTM-CTR      PIC 99      VALUE 0.
           05  C-GOAL-CTR      PIC 99      VALUE 0.
           05  C-COA-CTR       PIC 99      VALUE 0.
           05  C-BUDG-CTR      PIC 999     VALUE 0.
           05  SUB-PARM        PIC 99      VALUE 0.
           05  SUB-BUDG        PIC 999     VALUE 0.
           05  SUB-MONTH       PIC 99      VALUE 0.
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
      *  ONE CHANGED SWITCH PER FILE - A FILE NOBODY TOUCHED AND     *
      *  THAT WASN'T EVEN ON DISK IS NOT REWRITTEN AT CLOSE          *
           05  C-RATE-ON-SW    PIC XXX     VALUE 'NO'.
           05  C-STTM-ON-SW    PIC XXX     VALUE 'NO'.
           05  C-GOAL-ON-SW    PIC XXX     VALUE 'NO'.
           05  C-COA-ON-SW     PIC XXX     VALUE 'NO'.
           05  C-BUDG-ON-SW    PIC XXX     VALUE 'NO'.

      *  THE BOAT RATE FILE IN A TABLE - KEYED BY RECORD TYPE, CODE, *
      *  AND EFFECTIVE DATE SINCE A CODE CARRIES ONE ROW PER         *
               10  TG-SEASON           PIC X(10).

      *  THE CHART-OF-ACCOUNTS FILE IN A TABLE - KEYED BY BUSINESS   *
      *  LINE - CAPPED AT 50                                         *
       01  COA-TABLE.
           05  COA-ENTRY               OCCURS 50 TIMES.
               10  TA-LINE             PIC X(10).
               10  TA-DEBIT-ACCT       PIC 9(4).
               10  TA-CREDIT-ACCT      PIC 9(4).

      *  THE BUDGET FILE IN A TABLE - KEYED BY ACCOUNT, BUSINESS     *
      *  LINE, YEAR, AND MONTH - CAPPED AT 300 ROWS                  *
       01  BUDGET-TABLE.
           05  BUDGET-ENTRY            OCCURS 300 TIMES.
               10  TB-ACCOUNT          PIC 9(4).
               10  TB-LINE             PIC X(10).
               10  TB-YEAR             PIC 9(4).
               10  TB-MONTH            PIC 99.
               10  TB-AMOUNT           PIC 9(9)V99.

      *  STORES THE NUMBER OF DAYS IN EACH MONTH SO AN IMPOSSIBLE    *
      *  EFFECTIVE DATE IS CAUGHT IN VALIDATION                      *
       01  MONTH-DAYS-INFO.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-INFO.
           05  T-MONTH-DAYS    PIC 99      OCCURS 12.

      *  THE OPERATORS CLEARED FOR THIS PROGRAM AND THE ACTION       *
      *  CODES EACH MAY KEY - CAPPED AT 50                           *
       01  OPERATOR-AUTH-TABLE.
           05  OPERATOR-AUTH-ENTRY     OCCURS 50.
               10  OT-OPERATOR         PIC X(8).
               10  OT-ACTIONS          PIC X(5).

      * THE MACHINE CLOCK'S OWN DATE, KEPT ONLY FOR THE RUN-LOG      *
      * TIMESTAMP ONCE THE PROCESSING DATE OVERRIDES I-DATE          *
       01  MACHINE-DATE.
       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

      *  ONE LINE PER TRANSACTION - THE FILE AND ACTION IT NAMED,    *
      *  WHAT HAPPENED TO IT, AND WHO KEYED IT                       *
       01  AUDIT-DETAIL-LINE.
           05  FILLER          PIC XX      VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'FILE: '.
           05  O-AUD-ACTION    PIC X(8).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-MSG       PIC X(50).
           05  FILLER          PIC XX      VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'OPER: '.
           05  O-AUD-OPERATOR  PIC X(8).
           05  FILLER          PIC X(42)   VALUE ' '.

      *  THE RAW PARAMETER RECORD AS IT STOOD BEFORE AND/OR AFTER  *
       01  AUDIT-IMAGE-LINE.
       1000-INIT.
           OPEN INPUT TRAN-FILE.
           OPEN OUTPUT PRTOUT.
           OPEN EXTEND AUDIT-TRAIL.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO MACHINE-DATE.
           PERFORM 1300-LOAD-STTM-FILE.
           PERFORM 1400-LOAD-GOAL-FILE.
           PERFORM 1500-LOAD-COA-FILE.
           PERFORM 1600-LOAD-BUDGET-FILE.
           PERFORM 1900-LOAD-OPERATOR-AUTH.

           PERFORM 9000-READ.
           PERFORM 9100-HEADINGS.
               AT END
                   MOVE 'YES' TO FILE-EOF
               NOT AT END
                   IF C-COA-CTR < 50
                       ADD 1 TO C-COA-CTR
                       MOVE CA-BUSINESS-LINE TO TA-LINE(C-COA-CTR)
                       MOVE CA-DEBIT-ACCT TO TA-DEBIT-ACCT(C-COA-CTR)
                           TA-CREDIT-ACCT(C-COA-CTR)
                   END-IF.

       1600-LOAD-BUDGET-FILE.
           MOVE 'NO' TO FILE-EOF.
           OPEN INPUT BUDGET-PARM.
           IF C-BUDG-STATUS = '00'
               MOVE 'YES' TO C-BUDG-ON-SW
               PERFORM 1610-READ-BUDGET
                   UNTIL FILE-EOF = 'YES'
               CLOSE BUDGET-PARM
           ELSE
               CLOSE BUDGET-PARM.

       1610-READ-BUDGET.
           READ BUDGET-PARM
               AT END
                   MOVE 'YES' TO FILE-EOF
               NOT AT END
                   IF C-BUDG-CTR < 300
                       ADD 1 TO C-BUDG-CTR
                       MOVE BU-ACCOUNT TO TB-ACCOUNT(C-BUDG-CTR)
                       MOVE BU-BUS-LINE TO TB-LINE(C-BUDG-CTR)
                       MOVE BU-YEAR TO TB-YEAR(C-BUDG-CTR)
                       MOVE BU-MONTH TO TB-MONTH(C-BUDG-CTR)
                       MOVE BU-AMOUNT TO TB-AMOUNT(C-BUDG-CTR)
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
               DISPLAY '*** COBLSC32 NO OPERATOR IS AUTHORIZED - '
                   'EVERY TRANSACTION REJECTED ***'.

       1910-READ-OPERATOR-AUTH.
           READ OPERATOR-AUTH
               AT END
                   MOVE 'YES' TO AUTH-EOF
               NOT AT END
                   IF (AU-PROGRAM = 'COBLSC32' OR AU-PROGRAM = 'ALL')
                     AND AU-OPERATOR NOT = SPACES
                     AND C-AUTH-CTR < 50
                       ADD 1 TO C-AUTH-CTR
                       MOVE AU-OPERATOR TO OT-OPERATOR(C-AUTH-CTR)
                       MOVE AU-ACTIONS TO OT-ACTIONS(C-AUTH-CTR)
                   END-IF.

       2000-MAINLINE.
           ADD 1 TO C-GT-TRAN-CTR.
           MOVE PM-FILE-ID TO O-AUD-FILE-ID.
           MOVE PM-OPERATOR TO C-AUTH-OPERATOR.
           MOVE PM-OPERATOR TO O-AUD-OPERATOR.
           MOVE PM-ACTION TO C-AUTH-ACTION.
           PERFORM 2800-CHECK-OPERATOR.
           EVALUATE TRUE
               WHEN TRAN-ADD
                   MOVE 'ADD' TO O-AUD-ACTION
               ADD 1 TO C-GT-REJECT-CTR
           ELSE
               EVALUATE TRUE
                   WHEN AUTH-SW = 'NO'
                       PERFORM 2850-NOT-AUTHORIZED
                   WHEN FILE-RATE
                       PERFORM 2100-APPLY-RATE THRU 2100-EXIT
                   WHEN FILE-CRATE
                       PERFORM 2400-APPLY-GOAL THRU 2400-EXIT
                   WHEN FILE-COA
                       PERFORM 2500-APPLY-COA THRU 2500-EXIT
                   WHEN FILE-BUDG
                       PERFORM 2600-APPLY-BUDGET THRU 2600-EXIT
                   WHEN OTHER
                       MOVE 'FILE IDENTIFIER NOT RECOGNIZED - SKIPPED'
                           TO O-AUD-MSG
                           MOVE 'AFTER:' TO O-IMG-LABEL
                           PERFORM 2120-RATE-IMAGE
                           ADD 1 TO C-GT-APPLIED-CTR
                           PERFORM 9800-WRITE-AUDIT-TRAIL
                       ELSE
                           MOVE 'RATE TABLE FULL - NOT ADDED'
                               TO O-AUD-MSG
                       MOVE 'AFTER:' TO O-IMG-LABEL
                       PERFORM 2120-RATE-IMAGE
                       ADD 1 TO C-GT-APPLIED-CTR
                       PERFORM 9800-WRITE-AUDIT-TRAIL
                   END-IF
               WHEN TRAN-DELETE
                   IF SUB-PARM > C-RATE-CTR
                       PERFORM 2120-RATE-IMAGE
                       MOVE ' ' TO TR-REC-TYPE(SUB-PARM)
                       ADD 1 TO C-GT-APPLIED-CTR
                       PERFORM 9800-WRITE-AUDIT-TRAIL
                   END-IF
           END-EVALUATE.
           MOVE 'YES' TO C-RATE-ON-SW.
                           MOVE 'AFTER:' TO O-IMG-LABEL
                           PERFORM 2220-CRATE-IMAGE
                           ADD 1 TO C-GT-APPLIED-CTR
                           PERFORM 9800-WRITE-AUDIT-TRAIL
                       ELSE
                           MOVE 'RATE TABLE FULL - NOT ADDED'
                               TO O-AUD-MSG
                       MOVE 'AFTER:' TO O-IMG-LABEL
                       PERFORM 2220-CRATE-IMAGE
                       ADD 1 TO C-GT-APPLIED-CTR
                       PERFORM 9800-WRITE-AUDIT-TRAIL
                   END-IF
               WHEN TRAN-DELETE
                   IF SUB-PARM > C-CRATE-CTR
                       PERFORM 2220-CRATE-IMAGE
                       MOVE ' ' TO TC-CONDO(SUB-PARM)
                       ADD 1 TO C-GT-APPLIED-CTR
                       PERFORM 9800-WRITE-AUDIT-TRAIL
                   END-IF
           END-EVALUATE.
           MOVE 'YES' TO C-CRATE-ON-SW.
                           MOVE 'AFTER:' TO O-IMG-LABEL
                           PERFORM 2320-STTM-IMAGE
                           ADD 1 TO C-GT-APPLIED-CTR
                           PERFORM 9800-WRITE-AUDIT-TRAIL
                       ELSE
                           MOVE 'TABLE FULL - NOT ADDED' TO O-AUD-MSG
                           PERFORM 9300-AUDIT-LINE
                       MOVE 'AFTER:' TO O-IMG-LABEL
                       PERFORM 2320-STTM-IMAGE
                       ADD 1 TO C-GT-APPLIED-CTR
                       PERFORM 9800-WRITE-AUDIT-TRAIL
                   END-IF
               WHEN TRAN-DELETE
                   IF SUB-PARM > C-STTM-CTR
                       PERFORM 2320-STTM-IMAGE
                       MOVE ' ' TO TS-REC-TYPE(SUB-PARM)
                       ADD 1 TO C-GT-APPLIED-CTR
                       PERFORM 9800-WRITE-AUDIT-TRAIL
                   END-IF
           END-EVALUATE.
           MOVE 'YES' TO C-STTM-ON-SW.
                           MOVE 'AFTER:' TO O-IMG-LABEL
                           PERFORM 2420-GOAL-IMAGE
                           ADD 1 TO C-GT-APPLIED-CTR
                           PERFORM 9800-WRITE-AUDIT-TRAIL
                       ELSE
                           MOVE 'GOAL TABLE FULL - NOT ADDED'
                               TO O-AUD-MSG
                       MOVE 'AFTER:' TO O-IMG-LABEL
                       PERFORM 2420-GOAL-IMAGE
                       ADD 1 TO C-GT-APPLIED-CTR
                       PERFORM 9800-WRITE-AUDIT-TRAIL
                   END-IF
               WHEN TRAN-DELETE
                   IF SUB-PARM > C-GOAL-CTR
                       PERFORM 2420-GOAL-IMAGE
                       MOVE ' ' TO TG-TEAM(SUB-PARM)
                       ADD 1 TO C-GT-APPLIED-CTR
                       PERFORM 9800-WRITE-AUDIT-TRAIL
                   END-IF
           END-EVALUATE.
           MOVE 'YES' TO C-GOAL-ON-SW.
                       PERFORM 9300-AUDIT-LINE
                       ADD 1 TO C-GT-REJECT-CTR
                   ELSE
                       IF C-COA-CTR < 50
                           ADD 1 TO C-COA-CTR
                           MOVE C-COA-CTR TO SUB-PARM
                           PERFORM 2510-BUILD-COA-ENTRY
                           MOVE 'AFTER:' TO O-IMG-LABEL
                           PERFORM 2520-COA-IMAGE
                           ADD 1 TO C-GT-APPLIED-CTR
                           PERFORM 9800-WRITE-AUDIT-TRAIL
                       ELSE
                           MOVE 'COA TABLE FULL - NOT ADDED'
                               TO O-AUD-MSG
                       MOVE 'AFTER:' TO O-IMG-LABEL
                       PERFORM 2520-COA-IMAGE
                       ADD 1 TO C-GT-APPLIED-CTR
                       PERFORM 9800-WRITE-AUDIT-TRAIL
                   END-IF
               WHEN TRAN-DELETE
                   IF SUB-PARM > C-COA-CTR
                       PERFORM 2520-COA-IMAGE
                       MOVE ' ' TO TA-LINE(SUB-PARM)
                       ADD 1 TO C-GT-APPLIED-CTR
                       PERFORM 9800-WRITE-AUDIT-TRAIL
                   END-IF
           END-EVALUATE.
           MOVE 'YES' TO C-COA-ON-SW.
           MOVE CA-REC TO O-IMG-REC.
           PERFORM 9400-IMAGE-LINE.

      *  A BUDGET ROW - THE BUSINESS LINE MUST HAVE A CHART-OF-      *
      *  ACCOUNTS MAPPING AND THE ACCOUNT MUST BE ONE THE MAPPINGS   *
      *  NAME, SO EVERY BUDGET CAN BE HELD UP AGAINST THE POSTINGS - *
      *  THE MONTH MUST BE 1 TO 12 AND THE AMOUNT NUMERIC - THE KEY  *
      *  IS ACCOUNT, BUSINESS LINE, YEAR, AND MONTH                  *
       2600-APPLY-BUDGET.
           MOVE ' ' TO O-AUD-MSG.
           IF PMB-LINE = ' '
               MOVE 'A BUSINESS LINE IS REQUIRED - REJECTED'
                   TO O-AUD-MSG.
           IF O-AUD-MSG = ' '
               IF PMB-YEAR NOT NUMERIC OR PMB-YEAR < 2000
                 OR PMB-MONTH NOT NUMERIC
                 OR PMB-MONTH < 1 OR PMB-MONTH > 12
                   MOVE 'THE YEAR AND MONTH ARE NOT REAL - REJECTED'
                       TO O-AUD-MSG.
           IF O-AUD-MSG = ' ' AND NOT TRAN-DELETE
               IF PMB-AMOUNT NOT NUMERIC
                   MOVE 'THE BUDGET NEEDS TO BE NUMERIC - REJECTED'
                       TO O-AUD-MSG.
           IF O-AUD-MSG = ' ' AND NOT TRAN-DELETE
               PERFORM 2610-EDIT-BUDGET-ACCOUNT THRU 2610-EXIT.
           IF O-AUD-MSG NOT = ' '
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2600-EXIT.

           PERFORM
               VARYING SUB-BUDG FROM 1 BY 1
                   UNTIL SUB-BUDG > C-BUDG-CTR
                       OR (PMB-ACCOUNT = TB-ACCOUNT(SUB-BUDG)
                           AND PMB-LINE = TB-LINE(SUB-BUDG)
                           AND PMB-YEAR = TB-YEAR(SUB-BUDG)
                           AND PMB-MONTH = TB-MONTH(SUB-BUDG)).

           EVALUATE TRUE
               WHEN TRAN-ADD
                   IF SUB-BUDG <= C-BUDG-CTR
                       MOVE 'ALREADY ON FILE - NOT ADDED' TO O-AUD-MSG
                       PERFORM 9300-AUDIT-LINE
                       ADD 1 TO C-GT-REJECT-CTR
                   ELSE
                       IF C-BUDG-CTR < 300
                           ADD 1 TO C-BUDG-CTR
                           MOVE C-BUDG-CTR TO SUB-BUDG
                           PERFORM 2620-BUILD-BUDGET-ENTRY
                           MOVE 'ADDED' TO O-AUD-MSG
                           PERFORM 9300-AUDIT-LINE
                           MOVE 'AFTER:' TO O-IMG-LABEL
                           PERFORM 2630-BUDGET-IMAGE
                           ADD 1 TO C-GT-APPLIED-CTR
                           PERFORM 9800-WRITE-AUDIT-TRAIL
                       ELSE
                           MOVE 'BUDGET TABLE FULL - NOT ADDED'
                               TO O-AUD-MSG
                           PERFORM 9300-AUDIT-LINE
                           ADD 1 TO C-GT-REJECT-CTR
                       END-IF
                   END-IF
               WHEN TRAN-CHANGE
                   IF SUB-BUDG > C-BUDG-CTR
                       MOVE 'NOT ON FILE - NOT CHANGED' TO O-AUD-MSG
                       PERFORM 9300-AUDIT-LINE
                       ADD 1 TO C-GT-REJECT-CTR
                   ELSE
                       MOVE 'CHANGED' TO O-AUD-MSG
                       PERFORM 9300-AUDIT-LINE
                       MOVE 'BEFORE:' TO O-IMG-LABEL
                       PERFORM 2630-BUDGET-IMAGE
                       PERFORM 2620-BUILD-BUDGET-ENTRY
                       MOVE 'AFTER:' TO O-IMG-LABEL
                       PERFORM 2630-BUDGET-IMAGE
                       ADD 1 TO C-GT-APPLIED-CTR
                       PERFORM 9800-WRITE-AUDIT-TRAIL
                   END-IF
               WHEN TRAN-DELETE
                   IF SUB-BUDG > C-BUDG-CTR
                       MOVE 'NOT ON FILE - NOT DELETED' TO O-AUD-MSG
                       PERFORM 9300-AUDIT-LINE
                       ADD 1 TO C-GT-REJECT-CTR
                   ELSE
                       MOVE 'DELETED' TO O-AUD-MSG
                       PERFORM 9300-AUDIT-LINE
                       MOVE 'BEFORE:' TO O-IMG-LABEL
                       PERFORM 2630-BUDGET-IMAGE
                       MOVE ' ' TO TB-LINE(SUB-BUDG)
                       ADD 1 TO C-GT-APPLIED-CTR
                       PERFORM 9800-WRITE-AUDIT-TRAIL
                   END-IF
           END-EVALUATE.
           MOVE 'YES' TO C-BUDG-ON-SW.

       2600-EXIT.
           EXIT.

      *  THE BUSINESS LINE MUST BE MAPPED AND THE ACCOUNT MUST BE    *
      *  THE DEBIT OR CREDIT ACCOUNT OF SOME MAPPING                 *
       2610-EDIT-BUDGET-ACCOUNT.
           PERFORM
               VARYING SUB-PARM FROM 1 BY 1
                   UNTIL SUB-PARM > C-COA-CTR
                       OR PMB-LINE = TA-LINE(SUB-PARM).
           IF SUB-PARM > C-COA-CTR
               MOVE 'BUSINESS LINE NOT ON THE CHART - REJECTED'
                   TO O-AUD-MSG
               GO TO 2610-EXIT.
           PERFORM
               VARYING SUB-PARM FROM 1 BY 1
                   UNTIL SUB-PARM > C-COA-CTR
                       OR (TA-LINE(SUB-PARM) NOT = ' '
                         AND (PMB-ACCOUNT = TA-DEBIT-ACCT(SUB-PARM)
                           OR PMB-ACCOUNT = TA-CREDIT-ACCT(SUB-PARM))).
           IF SUB-PARM > C-COA-CTR
               MOVE 'ACCOUNT NOT ON THE CHART - REJECTED'
                   TO O-AUD-MSG.

       2610-EXIT.
           EXIT.

       2620-BUILD-BUDGET-ENTRY.
           MOVE PMB-ACCOUNT TO TB-ACCOUNT(SUB-BUDG).
           MOVE PMB-LINE TO TB-LINE(SUB-BUDG).
           MOVE PMB-YEAR TO TB-YEAR(SUB-BUDG).
           MOVE PMB-MONTH TO TB-MONTH(SUB-BUDG).
           MOVE PMB-AMOUNT TO TB-AMOUNT(SUB-BUDG).

       2630-BUDGET-IMAGE.
           MOVE TB-ACCOUNT(SUB-BUDG) TO BU-ACCOUNT.
           MOVE TB-LINE(SUB-BUDG) TO BU-BUS-LINE.
           MOVE TB-YEAR(SUB-BUDG) TO BU-YEAR.
           MOVE TB-MONTH(SUB-BUDG) TO BU-MONTH.
           MOVE TB-AMOUNT(SUB-BUDG) TO BU-AMOUNT.
           MOVE BU-REC TO O-IMG-REC.
           PERFORM 9400-IMAGE-LINE.

      *  AN IMPOSSIBLE BOAT-RATE EFFECTIVE DATE IS CAUGHT HERE -     *
      *  SUB-MONTH WAS SET BY THE CALLER                             *
       2900-EDIT-EFF-DATE.
                       MOVE 'THE EFFECTIVE DATE IS NOT REAL - REJECTED'
                           TO O-AUD-MSG.

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

      *  AN OPERATOR NOT CLEARED FOR THE ACTION IS LISTED AND THE    *
      *  TRANSACTION SKIPPED                                         *
       2850-NOT-AUTHORIZED.
           MOVE 'OPERATOR NOT AUTHORIZED - SKIPPED' TO O-AUD-MSG.
           PERFORM 9300-AUDIT-LINE.
           ADD 1 TO C-GT-REJECT-CTR.

       3000-CLOSING.
           MOVE C-GT-TRAN-CTR TO O-GT-TRAN-CTR.
           MOVE C-GT-APPLIED-CTR TO O-GT-APPLIED-CTR.
           PERFORM 9520-SAVE-STTM-FILE.
           PERFORM 9530-SAVE-GOAL-FILE.
           PERFORM 9540-SAVE-COA-FILE.
           PERFORM 9550-SAVE-BUDGET-FILE.
           PERFORM 9600-WRITE-RUN-LOG.

           CLOSE TRAN-FILE.
           CLOSE AUDIT-TRAIL.
           CLOSE PRTOUT.

       9000-READ.
               WRITE CA-REC.
           ADD 1 TO SUB-PARM.

       9550-SAVE-BUDGET-FILE.
           IF C-BUDG-ON-SW = 'YES'
               MOVE 1 TO SUB-BUDG
               OPEN OUTPUT BUDGET-PARM
               PERFORM 9555-WRITE-BUDGET
                   UNTIL SUB-BUDG > C-BUDG-CTR
               CLOSE BUDGET-PARM.

       9555-WRITE-BUDGET.
           IF TB-LINE(SUB-BUDG) NOT = ' '
               MOVE TB-ACCOUNT(SUB-BUDG) TO BU-ACCOUNT
               MOVE TB-LINE(SUB-BUDG) TO BU-BUS-LINE
               MOVE TB-YEAR(SUB-BUDG) TO BU-YEAR
               MOVE TB-MONTH(SUB-BUDG) TO BU-MONTH
               MOVE TB-AMOUNT(SUB-BUDG) TO BU-AMOUNT
               WRITE BU-REC.
           ADD 1 TO SUB-BUDG.

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -      *
      * RECORDS IN IS THE TRANSACTION COUNT, RECORDS OUT IS THE       *
      * COUNT APPLIED, AND RECORDS REJECTED IS THE COUNT TURNED AWAY  *
           OPEN EXTEND RUN-LOG.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.

      *  APPENDS ONE APPLIED CHANGE TO THE SUITE-WIDE AUDIT TRAIL,   *
      *  STAMPED WITH THE MACHINE CLOCK                              *
       9800-WRITE-AUDIT-TRAIL.
           MOVE MACHINE-DATE TO AT-RUN-DATE.
           MOVE I-TIME(1:6) TO AT-RUN-TIME.
           MOVE 'COBLSC32' TO AT-PROGRAM.
           MOVE C-AUTH-OPERATOR TO AT-OPERATOR.
           MOVE C-AUTH-ACTION TO AT-ACTION.
           MOVE SPACES TO AT-KEY.
           EVALUATE TRUE
               WHEN FILE-RATE
                   MOVE 'CBLRATE1' TO AT-FILE
                   STRING PMR-REC-TYPE PMR-CODE PMR-EFF-DATE
                       DELIMITED BY SIZE INTO AT-KEY
               WHEN FILE-CRATE
                   MOVE 'CBLCRATE' TO AT-FILE
                   STRING PMC-CONDO PMC-EFF-DATE
                       DELIMITED BY SIZE INTO AT-KEY
               WHEN FILE-STTM
                   MOVE 'CBLSTTM' TO AT-FILE
                   STRING PMS-REC-TYPE PMS-STATE PMS-TEAM PMS-POP-TYPE
                       DELIMITED BY SIZE INTO AT-KEY
               WHEN FILE-GOAL
                   MOVE 'CBLGOAL' TO AT-FILE
                   MOVE PMG-TEAM TO AT-KEY
               WHEN FILE-COA
                   MOVE 'CBLCOA' TO AT-FILE
                   MOVE PMA-LINE TO AT-KEY
               WHEN FILE-BUDG
                   MOVE 'CBLBUDGT' TO AT-FILE
                   STRING PMB-ACCOUNT PMB-LINE PMB-YEAR PMB-MONTH
                       DELIMITED BY SIZE INTO AT-KEY
           END-EVALUATE.
           WRITE AT-REC.

      * READS THE SUITE-WIDE PROCESSING DATE SET BEFORE THE CHAIN    *
      * KICKS OFF - WHEN PRESENT IT REPLACES THE MACHINE CLOCK'S     *
      * DATE FOR EVERYTHING BUT THE RUN-LOG TIMESTAMP - A MISSING    *

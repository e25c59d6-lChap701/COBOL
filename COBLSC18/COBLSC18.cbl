      *  AND THE SALES EDIT CAN REFUSE TO SELL A BOAT WE       *
      *  DON'T HAVE - CLOSES WITH A DAYS-ON-LOT AGING REPORT   *
      *  OF EVERY UNIT STILL IN STOCK SO SITTING UNITS SURFACE *
      *  - AN ARRIVING UNIT KEYED AGAINST A FACTORY SPECIAL    *
      *  ORDER IS RESERVED FOR THAT ORDER'S CUSTOMER           *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-STOCK-STATUS.

      *  THE FACTORY SPECIAL-ORDER FILE - AN ARRIVING UNIT NAMING AN *
      *  ORDER IS RESERVED AGAINST IT AND THE ORDER MARKED ARRIVED   *
           SELECT OPTIONAL SPECIAL-ORDER
               ASSIGN TO 'C:\IHCC\COBOL\CBLSPORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-ORDER-STATUS.

      *  PRINTED AUDIT REGISTER OF EVERY TRANSACTION APPLIED, PLUS   *
      *  THE DAYS-ON-LOT AGING REPORT AT CLOSE                       *
           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC18\STOCKMNT.PRT'
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

      *  ONE MAINTENANCE TRANSACTION - 'A' ADDS THE UNIT CARRIED ON  *
      *  THE TRANSACTION, 'C' REPLACES THE MASTER FIELDS WITH THE    *
      *  ONES CARRIED, 'D' DELETES THE STOCK NUMBER NAMED - EVERY    *
      *  TRANSACTION NAMES THE OPERATOR WHO KEYED IT                 *
       FD  TRAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS KT-REC
           RECORD CONTAINS 42 CHARACTERS.

       01  KT-REC.
           05  KT-ACTION                PIC X.
               88  TRAN-ADD            VALUE 'A'.
               88  TRAN-CHANGE         VALUE 'C'.
               88  TRAN-DELETE         VALUE 'D'.
               88  TRAN-VALID          VALUE 'A' 'C' 'D'.
           05  KT-STOCK-NO              PIC X(6).
           05  KT-BOAT-TYPE             PIC X.
               88  VAL-BOAT-TYPE       VALUE 'B' 'P' 'S' 'J' 'C' 'R'.
               10  KT-RECEIVED-DD       PIC 99.
           05  KT-STATUS                PIC X.
               88  VAL-UNIT-STATUS          VALUE 'O' 'I' 'S'.
      *  THE FLOOR-PLAN LENDER FINANCING THE UNIT - BLANK FOR A UNIT *
      *  BOUGHT OUTRIGHT                                            *
           05  KT-FP-LENDER             PIC X(4).
      *  THE FACTORY SPECIAL ORDER THE ARRIVING UNIT FILLS - BLANK  *
      *  OR ZERO FOR A STOCK UNIT ANYONE MAY SELL                   *
           05  KT-SPECIAL-ORDER         PIC 9(5).
           05  KT-OPERATOR              PIC X(8).

       FD  BOAT-STOCK
           LABEL RECORD IS STANDARD
           DATA RECORD IS BS-REC
           RECORD CONTAINS 28 CHARACTERS.

       01  BS-REC.
           05  BS-STOCK-NO              PIC X(6).
           05  BS-COST                  PIC 9(6)V99.
           05  BS-RECEIVED-DATE         PIC 9(8).
           05  BS-STATUS                PIC X.
           05  BS-FP-LENDER             PIC X(4).

      *  ONE SPECIAL ORDER - STATUS 'O' ON ORDER, 'R' ARRIVED AND    *
      *  RESERVED, 'S' SOLD AND DELIVERED, 'C' CANCELLED             *
       FD  SPECIAL-ORDER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SO-REC
           RECORD CONTAINS 52 CHARACTERS.

       01  SO-REC.
           05  SO-ORDER-NO              PIC 9(5).
           05  SO-CUST-NO               PIC 9(5).
           05  SO-BOAT-TYPE             PIC X.
           05  SO-QUOTED-PRICE          PIC 9(6)V99.
           05  SO-SALESPERSON           PIC X(4).
           05  SO-DEPOSIT               PIC 9(6)V99.
           05  SO-ORDER-DATE            PIC 9(8).
           05  SO-STOCK-NO              PIC X(6).
           05  SO-STATUS                PIC X.
           05  SO-SALE-NO               PIC 9(6).

       FD  PRTOUT
           LABEL RECORD IS OMITTED

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
           05  STOCK-EOF       PIC XXX     VALUE 'NO'.
           05  C-STOCK-CTR     PIC 999     VALUE 0.
           05  SUB-STOCK       PIC 999     VALUE 0.
           05  C-ORDER-STATUS  PIC XX      VALUE '00'.
           05  ORDER-EOF       PIC XXX     VALUE 'NO'.
           05  C-ORDER-CHG-SW  PIC XXX     VALUE 'NO'.
           05  C-ORDER-CTR     PIC 999     VALUE 0.
           05  SUB-ORDER       PIC 999     VALUE 0.
      *  THE UNIT'S STATUS BEFORE A CHANGE, SO A RESERVED UNIT KEEPS  *
      *  ITS RESERVATION WHEN A CHANGE DOES NOT NAME ITS ORDER        *
           05  C-OLD-STATUS    PIC X       VALUE ' '.
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
      * DATES ARE AGED ON A 30/360 BASIS - CLOSE ENOUGH TO BUCKET    *
      * A UNIT ON THE LOT INTO 30/60/90 DAY RANGES WITHOUT A         *
      * CALENDAR *
               10  BK-COST             PIC 9(6)V99.
               10  BK-RECEIVED-DATE    PIC 9(8).
               10  BK-STATUS           PIC X.
               10  BK-FP-LENDER        PIC X(4).

      *  HOLDS EVERY SPECIAL ORDER SO AN ARRIVING UNIT CAN BE MATCHED *
      *  TO ITS ORDER AND THE FILE REWRITTEN AT CLOSE - CAPPED AT 300 *
       01  SPECIAL-ORDER-TABLE.
           05  SPECIAL-ORDER-ENTRY     OCCURS 300 TIMES.
               10  SP-ORDER-NO         PIC 9(5).
               10  SP-CUST-NO          PIC 9(5).
               10  SP-BOAT-TYPE        PIC X.
               10  SP-QUOTED-PRICE     PIC 9(6)V99.
               10  SP-SALESPERSON      PIC X(4).
               10  SP-DEPOSIT          PIC 9(6)V99.
               10  SP-ORDER-DATE       PIC 9(8).
               10  SP-STOCK-NO         PIC X(6).
               10  SP-STATUS           PIC X.
               10  SP-SALE-NO          PIC 9(6).

      *  STORES THE NUMBER OF DAYS IN EACH MONTH SO AN IMPOSSIBLE     *
      *  RECEIVED DATE IS CAUGHT IN VALIDATION - FEBRUARY ALLOWS 29   *
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
           05  FILLER          PIC X(132)  VALUE ' '.

      *  ONE LINE PER TRANSACTION - THE ACTION, THE STOCK NUMBER IT   *
      *  NAMED, WHAT HAPPENED TO IT, AND WHO KEYED IT                 *
       01  AUDIT-DETAIL-LINE.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-ACTION    PIC X(8).
           05  O-AUD-STOCK-NO  PIC X(6).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-MSG       PIC X(46).
           05  FILLER          PIC XX      VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'OPER: '.
           05  O-AUD-OPERATOR  PIC X(8).
           05  FILLER          PIC X(44)   VALUE ' '.

      *  THE RAW MASTER RECORD AS IT STOOD BEFORE AND/OR AFTER THE    *
      *  TRANSACTION WAS APPLIED                                      *
           05  FILLER          PIC X(6)    VALUE ' '.
           05  O-IMG-LABEL     PIC X(8).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-IMG-REC       PIC X(28).
           05  FILLER          PIC X(88)   VALUE ' '.

       01  AUDIT-TOTAL-LINE.
           05  FILLER          PIC X(14)   VALUE 'TRANSACTIONS: '.
       1000-INIT.
           OPEN INPUT TRAN-FILE.
           OPEN OUTPUT PRTOUT.
           OPEN EXTEND AUDIT-TRAIL.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO MACHINE-DATE.
           COMPUTE C-TODAY-360 = I-YY * 360 + I-MM * 30 + I-DD.

           PERFORM 1100-LOAD-BOAT-STOCK.
           PERFORM 1200-LOAD-SPECIAL-ORDERS.
           PERFORM 1900-LOAD-OPERATOR-AUTH.

           PERFORM 9000-READ.
           PERFORM 9100-HEADINGS.
                       MOVE BS-RECEIVED-DATE TO
                           BK-RECEIVED-DATE(C-STOCK-CTR)
                       MOVE BS-STATUS TO BK-STATUS(C-STOCK-CTR)
                       MOVE BS-FP-LENDER TO BK-FP-LENDER(C-STOCK-CTR)
                   END-IF.

      *  OPENS THE OPTIONAL SPECIAL-ORDER FILE AND LOADS EVERY ORDER - *
      *  A MISSING FILE MEANS NO ORDERS, AND ANY UNIT NAMING ONE IS    *
      *  REJECTED                                                      *
       1200-LOAD-SPECIAL-ORDERS.
           OPEN INPUT SPECIAL-ORDER.
           IF C-ORDER-STATUS = '00'
               PERFORM 1210-READ-SPECIAL-ORDER
                   UNTIL ORDER-EOF = 'YES'
               CLOSE SPECIAL-ORDER
           ELSE
               CLOSE SPECIAL-ORDER
               MOVE 'YES' TO ORDER-EOF.

       1210-READ-SPECIAL-ORDER.
           READ SPECIAL-ORDER
               AT END
                   MOVE 'YES' TO ORDER-EOF
               NOT AT END
                   IF C-ORDER-CTR < 300
                       ADD 1 TO C-ORDER-CTR
                       MOVE SO-REC TO SPECIAL-ORDER-ENTRY(C-ORDER-CTR)
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
               DISPLAY '*** COBLSC18 NO OPERATOR IS AUTHORIZED - '
                   'EVERY TRANSACTION REJECTED ***'.

       1910-READ-OPERATOR-AUTH.
           READ OPERATOR-AUTH
               AT END
                   MOVE 'YES' TO AUTH-EOF
               NOT AT END
                   IF (AU-PROGRAM = 'COBLSC18' OR AU-PROGRAM = 'ALL')
                     AND AU-OPERATOR NOT = SPACES
                     AND C-AUTH-CTR < 50
                       ADD 1 TO C-AUTH-CTR
                       MOVE AU-OPERATOR TO OT-OPERATOR(C-AUTH-CTR)
                       MOVE AU-ACTIONS TO OT-ACTIONS(C-AUTH-CTR)
                   END-IF.

       2000-MAINLINE.
           ADD 1 TO C-GT-TRAN-CTR.
           PERFORM 2050-FIND-STOCK-UNIT.
           MOVE KT-OPERATOR TO C-AUTH-OPERATOR.
           MOVE KT-OPERATOR TO O-AUD-OPERATOR.
           MOVE KT-ACTION TO C-AUTH-ACTION.
           PERFORM 2800-CHECK-OPERATOR.
           EVALUATE TRUE
               WHEN TRAN-VALID AND AUTH-SW = 'NO'
                   PERFORM 2850-NOT-AUTHORIZED
               WHEN TRAN-ADD
                   PERFORM 2100-APPLY-ADD
               WHEN TRAN-CHANGE
                       ADD 1 TO C-STOCK-CTR
                       MOVE C-STOCK-CTR TO SUB-STOCK
                       PERFORM 2600-BUILD-TABLE-ENTRY
                       PERFORM 2650-RESERVE-UNIT
                       MOVE 'ADDED' TO O-AUD-MSG
                       PERFORM 9300-AUDIT-LINE
                       MOVE 'AFTER:' TO O-IMG-LABEL
                       PERFORM 2700-BUILD-IMAGE
                       PERFORM 9400-IMAGE-LINE
                       ADD 1 TO C-GT-APPLIED-CTR
                       PERFORM 9800-WRITE-AUDIT-TRAIL
                   ELSE
                       PERFORM 9300-AUDIT-LINE
                       ADD 1 TO C-GT-REJECT-CTR
                   MOVE 'BEFORE:' TO O-IMG-LABEL
                   PERFORM 2700-BUILD-IMAGE
                   PERFORM 9400-IMAGE-LINE
                   MOVE BK-STATUS(SUB-STOCK) TO C-OLD-STATUS
                   PERFORM 2600-BUILD-TABLE-ENTRY
                   PERFORM 2650-RESERVE-UNIT
                   MOVE 'AFTER:' TO O-IMG-LABEL
                   PERFORM 2700-BUILD-IMAGE
                   PERFORM 9400-IMAGE-LINE
                   ADD 1 TO C-GT-APPLIED-CTR
                   PERFORM 9800-WRITE-AUDIT-TRAIL
               ELSE
                   PERFORM 9300-AUDIT-LINE
                   ADD 1 TO C-GT-REJECT-CTR.
               MOVE 'BEFORE:' TO O-IMG-LABEL
               PERFORM 2700-BUILD-IMAGE
               PERFORM 9400-IMAGE-LINE
               IF BK-STATUS(SUB-STOCK) = 'R'
                   PERFORM 2350-UNRESERVE-ORDER
               END-IF
               MOVE ' ' TO BK-STOCK-NO(SUB-STOCK)
               ADD 1 TO C-GT-APPLIED-CTR
               PERFORM 9800-WRITE-AUDIT-TRAIL.

      *  A DELETED UNIT THAT WAS RESERVED PUTS ITS SPECIAL ORDER BACK *
      *  ON ORDER SO THE NEXT ARRIVING UNIT CAN FILL IT               *
       2350-UNRESERVE-ORDER.
           PERFORM
               VARYING SUB-ORDER FROM 1 BY 1
                   UNTIL SUB-ORDER > C-ORDER-CTR
                       OR (SP-STOCK-NO(SUB-ORDER) = KT-STOCK-NO
                           AND SP-STATUS(SUB-ORDER) = 'R').
           IF SUB-ORDER NOT > C-ORDER-CTR
               MOVE 'O' TO SP-STATUS(SUB-ORDER)
               MOVE ' ' TO SP-STOCK-NO(SUB-ORDER)
               MOVE 'YES' TO C-ORDER-CHG-SW.

      *  AN ACTION CODE OTHER THAN A, C, OR D IS REPORTED AND SKIPPED *
       2400-BAD-ACTION.
                   TO O-AUD-MSG
           ELSE
               PERFORM 2510-EDIT-RECEIVED-DATE.
           IF O-AUD-MSG = ' '
             AND KT-SPECIAL-ORDER NUMERIC AND KT-SPECIAL-ORDER > 0
               PERFORM 2520-EDIT-SPECIAL-ORDER.

      *  AN IMPOSSIBLE RECEIVED DATE (MONTH 13, DAY 45) IS CAUGHT     *
      *  HERE - THE DAY IS ONLY CHECKED AGAINST THE MONTH TABLE WHEN  *
                       MOVE 'THE RECEIVED DATE IS NOT REAL - REJECTED'
                           TO O-AUD-MSG.

      *  A UNIT NAMING A SPECIAL ORDER MUST BE ARRIVING IN STOCK, THE *
      *  ORDER MUST BE ON FILE AND STILL WAITING ON ITS BOAT (OR      *
      *  ALREADY HOLD THIS SAME UNIT), AND THE BOAT TYPE MUST MATCH   *
      *  WHAT THE CUSTOMER ORDERED                                    *
       2520-EDIT-SPECIAL-ORDER.
           PERFORM
               VARYING SUB-ORDER FROM 1 BY 1
                   UNTIL SUB-ORDER > C-ORDER-CTR
                       OR KT-SPECIAL-ORDER = SP-ORDER-NO(SUB-ORDER).
           IF KT-STATUS NOT = 'I'
               MOVE 'A SPECIAL-ORDER UNIT MUST ARRIVE IN STOCK'
                   TO O-AUD-MSG
           ELSE
           IF SUB-ORDER > C-ORDER-CTR
               MOVE 'SPECIAL ORDER NOT ON FILE - REJECTED'
                   TO O-AUD-MSG
           ELSE
           IF NOT (SP-STATUS(SUB-ORDER) = 'O'
                   OR (SP-STATUS(SUB-ORDER) = 'R'
                       AND SP-STOCK-NO(SUB-ORDER) = KT-STOCK-NO))
               MOVE 'SPECIAL ORDER NOT WAITING ON A UNIT - REJECTED'
                   TO O-AUD-MSG
           ELSE
           IF SP-BOAT-TYPE(SUB-ORDER) NOT = KT-BOAT-TYPE
               MOVE 'UNIT IS NOT THE BOAT TYPE ORDERED - REJECTED'
                   TO O-AUD-MSG.

      *  RESERVES THE UNIT JUST BUILT AGAINST THE SPECIAL ORDER NAMED *
      *  SO THE SALES EDIT WILL ONLY SELL IT TO THAT ORDER'S          *
      *  CUSTOMER - A CHANGE THAT NAMES NO ORDER LEAVES AN EXISTING   *
      *  RESERVATION IN PLACE                                         *
       2650-RESERVE-UNIT.
           IF KT-SPECIAL-ORDER NUMERIC AND KT-SPECIAL-ORDER > 0
               MOVE 'R' TO BK-STATUS(SUB-STOCK)
               MOVE KT-STOCK-NO TO SP-STOCK-NO(SUB-ORDER)
               MOVE 'R' TO SP-STATUS(SUB-ORDER)
               MOVE 'YES' TO C-ORDER-CHG-SW
           ELSE
               IF TRAN-CHANGE AND C-OLD-STATUS = 'R'
                   MOVE 'R' TO BK-STATUS(SUB-STOCK).

      *  MOVES THE FIELDS CARRIED ON THE TRANSACTION INTO THE TABLE   *
      *  SLOT SUB-STOCK POINTS AT                                     *
       2600-BUILD-TABLE-ENTRY.
           MOVE KT-COST TO BK-COST(SUB-STOCK).
           MOVE KT-RECEIVED-DATE TO BK-RECEIVED-DATE(SUB-STOCK).
           MOVE KT-STATUS TO BK-STATUS(SUB-STOCK).
           MOVE KT-FP-LENDER TO BK-FP-LENDER(SUB-STOCK).

      *  BUILDS THE PRINTED IMAGE OF THE TABLE SLOT SUB-STOCK POINTS  *
      *  AT IN THE MASTER RECORD LAYOUT                                *
           MOVE BK-COST(SUB-STOCK) TO BS-COST.
           MOVE BK-RECEIVED-DATE(SUB-STOCK) TO BS-RECEIVED-DATE.
           MOVE BK-STATUS(SUB-STOCK) TO BS-STATUS.
           MOVE BK-FP-LENDER(SUB-STOCK) TO BS-FP-LENDER.
           MOVE BS-REC TO O-IMG-REC.

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
           MOVE KT-ACTION TO O-AUD-ACTION.
           MOVE KT-STOCK-NO TO O-AUD-STOCK-NO.
           MOVE 'OPERATOR NOT AUTHORIZED - SKIPPED' TO O-AUD-MSG.
           PERFORM 9300-AUDIT-LINE.
           ADD 1 TO C-GT-REJECT-CTR.

       3000-CLOSING.
           MOVE C-GT-TRAN-CTR TO O-GT-TRAN-CTR.
           MOVE C-GT-APPLIED-CTR TO O-GT-APPLIED-CTR.
               AFTER ADVANCING 3 LINES.

           PERFORM 9500-SAVE-BOAT-STOCK.
           IF C-ORDER-CHG-SW = 'YES'
               PERFORM 9700-SAVE-SPECIAL-ORDERS.
           PERFORM 3100-AGING-REPORT.
           PERFORM 9600-WRITE-RUN-LOG.

           CLOSE TRAN-FILE.
           CLOSE AUDIT-TRAIL.
           CLOSE PRTOUT.

      *  EVERY UNIT STILL IN STOCK, WITH HOW LONG IT HAS SAT ON THE  *
               MOVE BK-COST(SUB-STOCK) TO BS-COST
               MOVE BK-RECEIVED-DATE(SUB-STOCK) TO BS-RECEIVED-DATE
               MOVE BK-STATUS(SUB-STOCK) TO BS-STATUS
               MOVE BK-FP-LENDER(SUB-STOCK) TO BS-FP-LENDER
               WRITE BS-REC.
           ADD 1 TO SUB-STOCK.

      *  REWRITES THE SPECIAL-ORDER FILE IN FULL WHEN A UNIT WAS      *
      *  RESERVED AGAINST AN ORDER OR RELEASED FROM ONE               *
       9700-SAVE-SPECIAL-ORDERS.
           OPEN OUTPUT SPECIAL-ORDER.
           PERFORM 9710-WRITE-SPECIAL-ORDER
               VARYING SUB-ORDER FROM 1 BY 1
                   UNTIL SUB-ORDER > C-ORDER-CTR.
           CLOSE SPECIAL-ORDER.

       9710-WRITE-SPECIAL-ORDER.
           MOVE SPECIAL-ORDER-ENTRY(SUB-ORDER) TO SO-REC.
           WRITE SO-REC.

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
           MOVE 'COBLSC18' TO AT-PROGRAM.
           MOVE C-AUTH-OPERATOR TO AT-OPERATOR.
           MOVE C-AUTH-ACTION TO AT-ACTION.
           MOVE 'CBLBSTK' TO AT-FILE.
           MOVE KT-STOCK-NO TO AT-KEY.
           WRITE AT-REC.

      * READS THE SUITE-WIDE PROCESSING DATE SET BEFORE THE CHAIN    *
      * KICKS OFF - WHEN PRESENT IT REPLACES THE MACHINE CLOCK'S     *
      * DATE FOR EVERYTHING BUT THE RUN-LOG TIMESTAMP - A MISSING    *

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-STOCK-STATUS.

      *  THE FACTORY SPECIAL-ORDER FILE - A UNIT RESERVED FOR A       *
      *  SPECIAL ORDER MAY ONLY BE SOLD TO THAT ORDER'S CUSTOMER, AND *
      *  THE LOADED SALE CLOSES THE ORDER SO THE BILL OF SALE CAN     *
      *  CREDIT ITS DEPOSIT                                           *
           SELECT OPTIONAL SPECIAL-ORDER
               ASSIGN TO 'C:\IHCC\COBOL\CBLSPORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-ORDER-STATUS.

      * THE SALESPERSON MASTER KEPT BY THE SALESPERSON MAINTENANCE   *
      * PROGRAM - BOTH SALESPERSON CODES ON EACH SALE ARE VALIDATED  *
      * AGAINST IT - A MISSING FILE LEAVES THE CODE CHECK AT THE OLD *

      *  ONE BOAT STOCK UNIT - THE HULL/STOCK NUMBER, WHAT IT IS,    *
      *  WHAT IT COST, WHEN IT ARRIVED, AND WHETHER IT IS ON ORDER,  *
      *  IN STOCK, OR SOLD, AND THE FLOOR-PLAN LENDER FINANCING IT   *
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

      * ONE SALESPERSON MASTER RECORD - ONLY THE CODE IS NEEDED HERE *
       FD  SALESPERSON-MASTER
      *  THE TABLE SLOT THE CLEAN RECORD'S STOCK UNIT WAS FOUND IN,   *
      *  SAVED BY THE VALIDATION SO 2300-OUTPUT CAN MARK IT SOLD      *
           05  C-STOCK-SUB     PIC 999     VALUE 0.
           05  C-ORDER-STATUS  PIC XX      VALUE '00'.
           05  ORDER-EOF       PIC XXX     VALUE 'NO'.
           05  C-ORDER-CHG-SW  PIC XXX     VALUE 'NO'.
           05  C-ORDER-CTR     PIC 999     VALUE 0.
           05  SUB-ORDER       PIC 999     VALUE 0.
      *  THE TABLE SLOT OF THE SPECIAL ORDER THE CLEAN RECORD'S       *
      *  RESERVED UNIT FILLS, SAVED BY THE VALIDATION SO 2300-OUTPUT  *
      *  CAN CLOSE THE ORDER - ZERO FOR AN ORDINARY STOCK UNIT        *
           05  C-ORDER-SUB     PIC 999     VALUE 0.
           05  C-SLSM-STATUS   PIC XX      VALUE '00'.
           05  SLSM-EOF        PIC XXX     VALUE 'NO'.
           05  C-SLSM-SW       PIC XXX     VALUE 'NO'.
               10  BK-COST             PIC 9(6)V99.
               10  BK-RECEIVED-DATE    PIC 9(8).
               10  BK-STATUS           PIC X.
               10  BK-FP-LENDER        PIC X(4).

      *  HOLDS EVERY SPECIAL ORDER SO A RESERVED UNIT CAN BE MATCHED  *
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
      *  PURCHASE DATE (MONTH 13, DAY 45) IS CAUGHT HERE INSTEAD OF   *
           PERFORM 1200-GET-CONTROL.
           PERFORM 1400-LOAD-BOAT-STOCK.
           PERFORM 1500-LOAD-SALESPEOPLE.
           PERFORM 1600-LOAD-SPECIAL-ORDERS.
           PERFORM 9200-ERR-HEADINGS.

      *  A BATCH WHOSE TRAILER MATCHES THE ONE ALREADY LOADED IS A   *
                       MOVE BS-RECEIVED-DATE TO
                           BK-RECEIVED-DATE(C-STOCK-CTR)
                       MOVE BS-STATUS TO BK-STATUS(C-STOCK-CTR)
                       MOVE BS-FP-LENDER TO BK-FP-LENDER(C-STOCK-CTR)
                   END-IF.

      *  OPENS THE OPTIONAL SALESPERSON MASTER AND LOADS EVERY CODE   *
                       MOVE SL-CODE TO SM-CODE(C-SLSM-CTR)
                   END-IF.

      *  OPENS THE OPTIONAL SPECIAL-ORDER FILE AND LOADS EVERY ORDER - *
      *  A MISSING FILE MEANS NO ORDERS, AND A RESERVED UNIT CANNOT    *
      *  BE MATCHED TO ONE                                             *
       1600-LOAD-SPECIAL-ORDERS.
           OPEN INPUT SPECIAL-ORDER.
           IF C-ORDER-STATUS = '00'
               PERFORM 1610-READ-SPECIAL-ORDER
                   UNTIL ORDER-EOF = 'YES'
               CLOSE SPECIAL-ORDER
           ELSE
               CLOSE SPECIAL-ORDER
               MOVE 'YES' TO ORDER-EOF.

      *  LOADS ONE SPECIAL ORDER INTO THE NEXT OPEN TABLE SLOT  *
       1610-READ-SPECIAL-ORDER.
           READ SPECIAL-ORDER
               AT END
                   MOVE 'YES' TO ORDER-EOF
               NOT AT END
                   IF C-ORDER-CTR < 300
                       ADD 1 TO C-ORDER-CTR
                       MOVE SO-REC TO SPECIAL-ORDER-ENTRY(C-ORDER-CTR)
                   END-IF.

       2000-MAINLINE.
      *  EVERY RECORD'S DOLLARS COUNT AGAINST THE TRAILER'S EXPECTED *
      *  TOTAL, REJECTS INCLUDED, SO A TRUNCATED OR MIS-KEYED BATCH  *
      *  THE BOAT TYPE THE SALE SAYS IT IS, AND IS ACTUALLY IN STOCK  *
      *  - A UNIT ALREADY TAKEN BY AN EARLIER SALE IN THIS BATCH WAS  *
      *  MARKED SOLD IN THE TABLE AND FAILS THE SAME STATUS CHECK -   *
      *  A UNIT RESERVED FOR A SPECIAL ORDER SELLS ONLY TO THE        *
      *  ORDER'S OWN CUSTOMER -                                       *
      *  THE WHOLE MATCH IS SKIPPED WHEN THE STOCK MASTER IS MISSING  *
       2120-VALIDATE-STOCK-UNIT.
           MOVE 0 TO C-ORDER-SUB.
           IF C-STOCK-SW NOT = 'YES'
               MOVE 0 TO C-STOCK-SUB
           ELSE
                           TO T-FOUND-ERR(C-ERR-CTR)
                   ELSE
                       MOVE SUB-STOCK TO C-STOCK-SUB
                       IF BK-STATUS(SUB-STOCK) = 'R'
                           PERFORM 2125-CHECK-RESERVATION
                       ELSE
                           IF BK-STATUS(SUB-STOCK) NOT = 'I'
                               ADD 1 TO C-ERR-CTR
                               MOVE 'THE STOCK UNIT IS NOT IN STOCK'
                                   TO T-FOUND-ERR(C-ERR-CTR)
                           END-IF
                       END-IF
                       IF BK-BOAT-TYPE(SUB-STOCK) NOT = I-BOAT-TYPE
                           ADD 1 TO C-ERR-CTR
                   END-IF
               END-IF.

      *  A RESERVED UNIT MUST BE HELD BY A SPECIAL ORDER FOR THE      *
      *  CUSTOMER ON THIS SALE - THE ORDER'S SLOT IS SAVED SO THE     *
      *  LOAD CAN CLOSE IT                                            *
       2125-CHECK-RESERVATION.
           PERFORM
               VARYING SUB-ORDER FROM 1 BY 1
                   UNTIL SUB-ORDER > C-ORDER-CTR
                       OR (SP-STOCK-NO(SUB-ORDER) = I-STOCK-NO
                           AND SP-STATUS(SUB-ORDER) = 'R').
           IF SUB-ORDER > C-ORDER-CTR
               ADD 1 TO C-ERR-CTR
               MOVE 'THE STOCK UNIT IS RESERVED BUT NO ORDER HOLDS IT'
                   TO T-FOUND-ERR(C-ERR-CTR)
           ELSE
               IF I-CUST-NO NOT NUMERIC
                 OR I-CUST-NO NOT = SP-CUST-NO(SUB-ORDER)
                   ADD 1 TO C-ERR-CTR
                   MOVE
                  'THE STOCK UNIT IS RESERVED FOR ANOTHER CUSTOMER'
                       TO T-FOUND-ERR(C-ERR-CTR)
               ELSE
                   MOVE SUB-ORDER TO C-ORDER-SUB.

      *  THE FINANCING FIELDS MUST BE NUMERIC, A TERM RUNS AT MOST   *
      *  360 MONTHS, AND A CASH DEAL (TERM ZERO) MUST CARRY NO DOWN  *
      *  PAYMENT OR APR SO A HALF-KEYED FINANCE DEAL CANNOT SLIP     *
           IF C-STOCK-SW = 'YES' AND C-STOCK-SUB > 0
               MOVE 'S' TO BK-STATUS(C-STOCK-SUB).

      *  A SALE DELIVERING A SPECIAL-ORDER UNIT CLOSES THE ORDER AND  *
      *  TAGS IT WITH THE SALE NUMBER SO THE BILL OF SALE CREDITS THE *
      *  ORDER'S DEPOSIT                                              *
           IF C-ORDER-SUB > 0
               MOVE 'S' TO SP-STATUS(C-ORDER-SUB)
               MOVE M-SALE-NO TO SP-SALE-NO(C-ORDER-SUB)
               MOVE 'YES' TO C-ORDER-CHG-SW.

           COMPUTE C-GT-CLEAN-TOTAL = C-GT-CLEAN-TOTAL +
               I-BOAT-COST + I-PREP-DELIVER-COST.
           ADD 1 TO C-GT-REC-CTR.
           PERFORM 9300-CONTROL-CHECK.
           PERFORM 9400-SAVE-SEQ-AND-CONTROL.
           PERFORM 9600-SAVE-BOAT-STOCK.
           IF C-ORDER-CHG-SW = 'YES'
               PERFORM 9700-SAVE-SPECIAL-ORDERS.
           PERFORM 9500-WRITE-RUN-LOG.

           CLOSE BOAT-MASTER.
           MOVE BK-COST(SUB-STOCK) TO BS-COST.
           MOVE BK-RECEIVED-DATE(SUB-STOCK) TO BS-RECEIVED-DATE.
           MOVE BK-STATUS(SUB-STOCK) TO BS-STATUS.
           MOVE BK-FP-LENDER(SUB-STOCK) TO BS-FP-LENDER.
           WRITE BS-REC.
           ADD 1 TO SUB-STOCK.

      *  REWRITES THE SPECIAL-ORDER FILE IN FULL WHEN THIS LOAD       *
      *  DELIVERED ONE OR MORE SPECIAL-ORDER UNITS                    *
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
      * RECORDS IN IS THE CLEAN COUNT PLUS THE REJECTED COUNT, AND    *
      * RECORDS OUT IS JUST THE CLEAN COUNT PASSED DOWNSTREAM         *

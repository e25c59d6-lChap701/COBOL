       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC40.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      **********************************************************
      *  MAINTAINS THE FACTORY SPECIAL-ORDER FILE - A CUSTOMER *
      *  WHO WANTS A BOAT WE DO NOT HAVE ON THE LOT IS WRITTEN *
      *  UP HERE WITH THE BOAT TYPE, QUOTED PRICE, SALESPERSON *
      *  AND THE DEPOSIT TAKEN - KEYED ADD, ADDED-DEPOSIT AND  *
      *  CANCEL TRANSACTIONS ARE APPLIED AND AUDITED, THEN     *
      *  EVERY ORDER STILL OPEN IS LISTED WITH THE CUSTOMER    *
      *  DEPOSIT LIABILITY WE ARE HOLDING AGAINST THEM -       *
      *  RECEIVING RESERVES THE ARRIVING UNIT AGAINST ITS      *
      *  ORDER AND THE SALES EDIT CLOSES THE ORDER WHEN THE    *
      *  BOAT IS DELIVERED                                     *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  ADD/DEPOSIT/CANCEL TRANSACTIONS KEYED FROM THE ORDER FORMS *
           SELECT TRAN-FILE
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC40\CBLSPTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *  THE SPECIAL-ORDER FILE - ONE RECORD PER ORDER, LOADED TO A  *
      *  TABLE AT INIT AND REWRITTEN IN FULL AT CLOSE                *
           SELECT OPTIONAL SPECIAL-ORDER
               ASSIGN TO 'C:\IHCC\COBOL\CBLSPORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-ORDER-STATUS.

      *  THE BOAT STOCK INVENTORY MASTER - A CANCELLED ORDER WHOSE   *
      *  UNIT HAS ALREADY ARRIVED RELEASES THE UNIT BACK TO STOCK    *
           SELECT OPTIONAL BOAT-STOCK
               ASSIGN TO 'C:\IHCC\COBOL\CBLBSTK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-STOCK-STATUS.

      * THE CUSTOMER MASTER KEPT BY THE CUSTOMER MAINTENANCE PROGRAM *
      * - AN ORDER'S CUSTOMER MUST BE ON IT WHEN IT IS PRESENT       *
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLCUSTM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CUST-STATUS.

      * THE SALESPERSON MASTER - AN ORDER'S SALESPERSON MUST BE ON   *
      * IT WHEN IT IS PRESENT                                        *
           SELECT OPTIONAL SALESPERSON-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLSLSM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SLSM-STATUS.

      *  PRINTED AUDIT REGISTER OF EVERY TRANSACTION APPLIED, PLUS   *
      *  THE OPEN SPECIAL-ORDERS REPORT AT CLOSE                     *
           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC40\SPECORD.PRT'
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

      *  ONE SPECIAL-ORDER TRANSACTION - 'A' WRITES UP A NEW ORDER   *
      *  WITH ITS FIRST DEPOSIT, 'D' ADDS A FURTHER DEPOSIT TO AN    *
      *  OPEN ORDER, 'X' CANCELS AN OPEN ORDER AND ITS DEPOSIT IS    *
      *  REFUNDED - ONLY THE ORDER NUMBER AND DEPOSIT ARE READ ON A  *
      *  'D', AND ONLY THE ORDER NUMBER ON AN 'X' - EVERY           *
      *  TRANSACTION NAMES THE OPERATOR WHO KEYED IT                 *
       FD  TRAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ST-REC
           RECORD CONTAINS 48 CHARACTERS.

       01  ST-REC.
           05  ST-ACTION                PIC X.
               88  TRAN-ADD            VALUE 'A'.
               88  TRAN-DEPOSIT        VALUE 'D'.
               88  TRAN-CANCEL         VALUE 'X'.
               88  TRAN-VALID          VALUE 'A' 'D' 'X'.
           05  ST-ORDER-NO              PIC 9(5).
           05  ST-CUST-NO               PIC 9(5).
           05  ST-BOAT-TYPE             PIC X.
               88  VAL-BOAT-TYPE       VALUE 'B' 'P' 'S' 'J' 'C' 'R'.
           05  ST-QUOTED-PRICE          PIC 9(6)V99.
           05  ST-SALESPERSON           PIC X(4).
           05  ST-DEPOSIT               PIC 9(6)V99.
           05  ST-ORDER-DATE.
               10  ST-ORDER-YY          PIC 9(4).
               10  ST-ORDER-MM          PIC 99.
               10  ST-ORDER-DD          PIC 99.
           05  ST-OPERATOR              PIC X(8).

      *  ONE SPECIAL ORDER - WHO ORDERED WHAT, AT WHAT PRICE, THE    *
      *  DEPOSIT HELD, THE STOCK UNIT RESERVED FOR IT ONCE IT        *
      *  ARRIVES, AND THE SALE NUMBER THAT DELIVERED IT - STATUS IS  *
      *  'O' ON ORDER, 'R' ARRIVED AND RESERVED, 'S' SOLD AND        *
      *  DELIVERED, OR 'C' CANCELLED                                 *
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

       FD  BOAT-STOCK
           LABEL RECORD IS STANDARD
           DATA RECORD IS BS-REC
           RECORD CONTAINS 28 CHARACTERS.

       01  BS-REC.
           05  BS-STOCK-NO              PIC X(6).
           05  BS-BOAT-TYPE             PIC X.
           05  BS-COST                  PIC 9(6)V99.
           05  BS-RECEIVED-DATE         PIC 9(8).
           05  BS-STATUS                PIC X.
           05  BS-FP-LENDER             PIC X(4).

      * ONE CUSTOMER MASTER RECORD - ONLY THE NUMBER AND NAME ARE    *
      * CARRIED INTO THE LOOKUP TABLE                                *
       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CU-REC
           RECORD CONTAINS 86 CHARACTERS.

       01  CU-REC.
           05  CU-CUST-NO               PIC 9(5).
           05  CU-NAME                  PIC X(25).
           05  CU-ADDRESS               PIC X(20).
           05  CU-CITY                  PIC X(15).
           05  CU-STATE                 PIC XX.
           05  CU-ZIP                   PIC 9(9).
           05  CU-PHONE                 PIC X(10).

      * ONE SALESPERSON MASTER RECORD - ONLY THE CODE IS NEEDED HERE *
       FD  SALESPERSON-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SL-REC
           RECORD CONTAINS 29 CHARACTERS.

       01  SL-REC.
           05  SL-CODE                  PIC X(4).
           05  SL-NAME                  PIC X(20).
           05  SL-COMM-RATE             PIC 9V999.
           05  SL-ACTIVE                PIC X.

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
           05  C-ORDER-STATUS  PIC XX      VALUE '00'.
           05  C-STOCK-STATUS  PIC XX      VALUE '00'.
           05  C-CUST-STATUS   PIC XX      VALUE '00'.
           05  C-SLSM-STATUS   PIC XX      VALUE '00'.
           05  ORDER-EOF       PIC XXX     VALUE 'NO'.
           05  STOCK-EOF       PIC XXX     VALUE 'NO'.
           05  CUST-EOF        PIC XXX     VALUE 'NO'.
           05  SLSM-EOF        PIC XXX     VALUE 'NO'.
      *  'YES' ONLY WHEN THE MASTER WAS ACTUALLY ON FILE - A MISSING  *
      *  MASTER LEAVES ITS CHECK TURNED OFF                           *
           05  C-STOCK-SW      PIC XXX     VALUE 'NO'.
           05  C-CUST-SW       PIC XXX     VALUE 'NO'.
           05  C-SLSM-SW       PIC XXX     VALUE 'NO'.
           05  C-STOCK-CHG-SW  PIC XXX     VALUE 'NO'.
           05  C-ORDER-CTR     PIC 999     VALUE 0.
           05  SUB-ORDER       PIC 999     VALUE 0.
           05  C-STOCK-CTR     PIC 999     VALUE 0.
           05  SUB-STOCK       PIC 999     VALUE 0.
           05  C-CUST-CTR      PIC 999     VALUE 0.
           05  SUB-CUST        PIC 999     VALUE 0.
           05  C-FIND-CUST-NO  PIC 9(5)    VALUE 0.
           05  C-SLSM-CTR      PIC 99      VALUE 0.
           05  SUB-SLSM        PIC 99      VALUE 0.
           05  SUB-MONTH       PIC 99      VALUE 0.
           05  C-NEW-DEPOSIT   PIC 9(7)V99 VALUE 0.
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
           05  C-OPEN-CTR      PIC 999     VALUE 0.
           05  C-ON-ORDER-CTR  PIC 999     VALUE 0.
           05  C-ARRIVED-CTR   PIC 999     VALUE 0.
           05  C-GT-LIABILITY  PIC 9(8)V99 VALUE 0.
           05  C-ORDER-DATE.
               10  C-ORDER-YY  PIC 9(4).
               10  C-ORDER-MM  PIC 99.
               10  C-ORDER-DD  PIC 99.

      *  HOLDS EVERY ORDER ON THE FILE SO TRANSACTIONS CAN BE         *
      *  APPLIED IN PLACE AND THE FILE REWRITTEN IN FULL AT CLOSE -   *
      *  CAPPED AT 300 ORDERS                                         *
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

      *  HOLDS EVERY UNIT ON THE STOCK MASTER SO A CANCELLED ORDER'S  *
      *  RESERVED UNIT CAN BE RELEASED - CAPPED AT 200 UNITS          *
       01  BOAT-STOCK-TABLE.
           05  BOAT-STOCK-ENTRY        OCCURS 200 TIMES.
               10  BK-STOCK-NO         PIC X(6).
               10  BK-BOAT-TYPE        PIC X.
               10  BK-COST             PIC 9(6)V99.
               10  BK-RECEIVED-DATE    PIC 9(8).
               10  BK-STATUS           PIC X.
               10  BK-FP-LENDER        PIC X(4).

       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY          OCCURS 200 TIMES.
               10  CM-CUST-NO          PIC 9(5).
               10  CM-NAME             PIC X(25).

       01  SALESPERSON-CODE-TABLE.
           05  SM-CODE         PIC X(4)    OCCURS 50 TIMES.

      *  THE OPERATORS CLEARED FOR THIS PROGRAM AND THE ACTION       *
      *  CODES EACH MAY KEY - CAPPED AT 50                           *
       01  OPERATOR-AUTH-TABLE.
           05  OPERATOR-AUTH-ENTRY     OCCURS 50.
               10  OT-OPERATOR         PIC X(8).
               10  OT-ACTIONS          PIC X(5).

      *  STORES THE NUMBER OF DAYS IN EACH MONTH SO AN IMPOSSIBLE     *
      *  ORDER DATE IS CAUGHT IN VALIDATION - FEBRUARY ALLOWS 29      *
       01  MONTH-DAYS-INFO.
           05  FILLER          PIC XX      VALUE '31'.
           05  FILLER          PIC XX      VALUE '29'.
           05  FILLER          PIC XX      VALUE '31'.
           05  FILLER          PIC XX      VALUE '30'.
           05  FILLER          PIC XX      VALUE '31'.
           05  FILLER          PIC XX      VALUE '30'.
           05  FILLER          PIC XX      VALUE '31'.
           05  FILLER          PIC XX      VALUE '31'.
           05  FILLER          PIC XX      VALUE '30'.
           05  FILLER          PIC XX      VALUE '31'.
           05  FILLER          PIC XX      VALUE '30'.
           05  FILLER          PIC XX      VALUE '31'.

      *  TABLE FOR THE DAYS IN EACH MONTH  *
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-INFO.
           05  T-MONTH-DAYS    PIC 99      OCCURS 12.

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
           05  FILLER          PIC X(40)   VALUE ' '.
           05  FILLER          PIC X(19)   VALUE
                                         'CHAPMAN''S BOAT INC.'.
           05  FILLER          PIC X(49)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-PCTR          PIC Z9.

       01  DIVISION-LINE.
           05  FILLER          PIC X(8)    VALUE 'COBLSC40'.
           05  FILLER          PIC X(48)   VALUE ' '.
           05  FILLER          PIC X(9)    VALUE '  CHAPMAN'.
           05  FILLER          PIC X(9)    VALUE ' DIVISION'.
           05  FILLER          PIC X(58)   VALUE ' '.

       01  REPORT-TITLE-LINE.
           05  FILLER          PIC X(52)   VALUE ' '.
           05  FILLER          PIC X(28)   VALUE
                                    'FACTORY SPECIAL ORDERS'.
           05  FILLER          PIC X(52)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

      *  ONE LINE PER TRANSACTION - THE ACTION, THE ORDER IT NAMED,   *
      *  WHAT HAPPENED TO IT, THE DEPOSIT INVOLVED, AND THE          *
      *  OPERATOR WHO KEYED IT                                        *
       01  AUDIT-DETAIL-LINE.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-ACTION    PIC X(8).
           05  FILLER          PIC XX      VALUE ' '.
           05  FILLER          PIC X(7)    VALUE 'ORDER: '.
           05  O-AUD-ORDER-NO  PIC X(5).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-MSG       PIC X(46).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-AMOUNT    PIC $$$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'OPER: '.
           05  O-AUD-OPERATOR  PIC X(8).
           05  FILLER          PIC X(32)   VALUE ' '.

       01  AUDIT-TOTAL-LINE.
           05  FILLER          PIC X(14)   VALUE 'TRANSACTIONS: '.
           05  O-GT-TRAN-CTR   PIC Z,ZZ9.
           05  FILLER          PIC X(11)   VALUE '   APPLIED:'.
           05  O-GT-APPLIED-CTR PIC Z,ZZ9.
           05  FILLER          PIC X(12)   VALUE '   REJECTED:'.
           05  O-GT-REJECT-CTR PIC Z,ZZ9.
           05  FILLER          PIC X(80)   VALUE ' '.

      *  TITLE AND COLUMN LINES FOR THE OPEN SPECIAL-ORDERS REPORT  *
       01  OPEN-TITLE-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(26)   VALUE
                                         'OPEN SPECIAL ORDERS'.
           05  FILLER          PIC X(102)  VALUE ' '.

       01  OPEN-COLUMN-HEADINGS.
           05  FILLER          PIC X(7)    VALUE 'ORDER'.
           05  FILLER          PIC X(7)    VALUE 'CUST'.
           05  FILLER          PIC X(27)   VALUE 'CUSTOMER NAME'.
           05  FILLER          PIC X(15)   VALUE 'BOAT TYPE'.
           05  FILLER          PIC X(6)    VALUE 'SLSP'.
           05  FILLER          PIC X(12)   VALUE 'ORDERED'.
           05  FILLER          PIC X(12)   VALUE '    QUOTED'.
           05  FILLER          PIC X(12)   VALUE '   DEPOSIT'.
           05  FILLER          PIC X(8)    VALUE 'UNIT'.
           05  FILLER          PIC X(16)   VALUE 'STATUS'.
           05  FILLER          PIC X(10)   VALUE ' '.

       01  OPEN-DETAIL-LINE.
           05  O-OP-ORDER-NO   PIC 9(5).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-OP-CUST-NO    PIC 9(5).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-OP-NAME       PIC X(25).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-OP-BOAT-TYPE  PIC X(13).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-OP-SALESPERSON PIC X(4).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-OP-MM         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-OP-DD         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-OP-YY         PIC 9(4).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-OP-QUOTED     PIC $$$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-OP-DEPOSIT    PIC $$$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-OP-STOCK-NO   PIC X(6).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-OP-STATUS     PIC X(16).
           05  FILLER          PIC X(10)   VALUE ' '.

       01  OPEN-TOTAL-LINE.
           05  FILLER          PIC X(13)   VALUE 'OPEN ORDERS: '.
           05  O-OPEN-CTR      PIC ZZ9.
           05  FILLER          PIC X(13)   VALUE '   ON ORDER: '.
           05  O-ON-ORDER-CTR  PIC ZZ9.
           05  FILLER          PIC X(12)   VALUE '   ARRIVED: '.
           05  O-ARRIVED-CTR   PIC ZZ9.
           05  FILLER          PIC X(31)   VALUE
                                    '   CUSTOMER DEPOSIT LIABILITY: '.
           05  O-GT-LIABILITY  PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(41)   VALUE ' '.

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

           PERFORM 1100-LOAD-SPECIAL-ORDERS.
           PERFORM 1200-LOAD-BOAT-STOCK.
           PERFORM 1300-LOAD-CUSTOMERS.
           PERFORM 1400-LOAD-SALESPEOPLE.
           PERFORM 1900-LOAD-OPERATOR-AUTH.

           PERFORM 9000-READ.
           PERFORM 9100-HEADINGS.

      *  OPENS THE OPTIONAL SPECIAL-ORDER FILE AND LOADS EVERY ORDER  *
      *  INTO THE TABLE - A MISSING FILE MEANS NO ORDERS ARE OPEN     *
       1100-LOAD-SPECIAL-ORDERS.
           OPEN INPUT SPECIAL-ORDER.
           IF C-ORDER-STATUS = '00'
               PERFORM 1110-READ-SPECIAL-ORDER
                   UNTIL ORDER-EOF = 'YES'
               CLOSE SPECIAL-ORDER
           ELSE
               CLOSE SPECIAL-ORDER
               MOVE 'YES' TO ORDER-EOF.

       1110-READ-SPECIAL-ORDER.
           READ SPECIAL-ORDER
               AT END
                   MOVE 'YES' TO ORDER-EOF
               NOT AT END
                   IF C-ORDER-CTR < 300
                       ADD 1 TO C-ORDER-CTR
                       MOVE SO-REC TO SPECIAL-ORDER-ENTRY(C-ORDER-CTR)
                   ELSE
                       DISPLAY '*** COBLSC40 SPECIAL-ORDER TABLE FULL'
                           ' - ORDER ' SO-ORDER-NO ' NOT LOADED ***'
                   END-IF.

      *  OPENS THE OPTIONAL STOCK MASTER AND LOADS EVERY UNIT - A     *
      *  MISSING FILE LEAVES C-STOCK-SW 'NO' AND NOTHING IS RELEASED  *
       1200-LOAD-BOAT-STOCK.
           OPEN INPUT BOAT-STOCK.
           IF C-STOCK-STATUS = '00'
               MOVE 'YES' TO C-STOCK-SW
               PERFORM 1210-READ-BOAT-STOCK
                   UNTIL STOCK-EOF = 'YES'
               CLOSE BOAT-STOCK
           ELSE
               CLOSE BOAT-STOCK
               MOVE 'YES' TO STOCK-EOF.

       1210-READ-BOAT-STOCK.
           READ BOAT-STOCK
               AT END
                   MOVE 'YES' TO STOCK-EOF
               NOT AT END
                   IF C-STOCK-CTR < 200
                       ADD 1 TO C-STOCK-CTR
                       MOVE BS-REC TO BOAT-STOCK-ENTRY(C-STOCK-CTR)
                   END-IF.

      *  OPENS THE OPTIONAL CUSTOMER MASTER AND LOADS EVERY NUMBER    *
      *  AND NAME - A MISSING FILE LEAVES THE CUSTOMER CHECK OFF      *
       1300-LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER.
           IF C-CUST-STATUS = '00'
               MOVE 'YES' TO C-CUST-SW
               PERFORM 1310-READ-CUSTOMER
                   UNTIL CUST-EOF = 'YES'
               CLOSE CUSTOMER-MASTER
           ELSE
               CLOSE CUSTOMER-MASTER
               MOVE 'YES' TO CUST-EOF.

       1310-READ-CUSTOMER.
           READ CUSTOMER-MASTER
               AT END
                   MOVE 'YES' TO CUST-EOF
               NOT AT END
                   IF C-CUST-CTR < 200
                       ADD 1 TO C-CUST-CTR
                       MOVE CU-CUST-NO TO CM-CUST-NO(C-CUST-CTR)
                       MOVE CU-NAME TO CM-NAME(C-CUST-CTR)
                   END-IF.

      *  OPENS THE OPTIONAL SALESPERSON MASTER AND LOADS EVERY CODE - *
      *  A MISSING FILE LEAVES THE CODE CHECK AT THE NOT-BLANK TEST   *
       1400-LOAD-SALESPEOPLE.
           OPEN INPUT SALESPERSON-MASTER.
           IF C-SLSM-STATUS = '00'
               MOVE 'YES' TO C-SLSM-SW
               PERFORM 1410-READ-SALESPERSON
                   UNTIL SLSM-EOF = 'YES'
               CLOSE SALESPERSON-MASTER
           ELSE
               CLOSE SALESPERSON-MASTER
               MOVE 'YES' TO SLSM-EOF.

       1410-READ-SALESPERSON.
           READ SALESPERSON-MASTER
               AT END
                   MOVE 'YES' TO SLSM-EOF
               NOT AT END
                   IF C-SLSM-CTR < 50
                       ADD 1 TO C-SLSM-CTR
                       MOVE SL-CODE TO SM-CODE(C-SLSM-CTR)
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
               DISPLAY '*** COBLSC40 NO OPERATOR IS AUTHORIZED - '
                   'EVERY TRANSACTION REJECTED ***'.

       1910-READ-OPERATOR-AUTH.
           READ OPERATOR-AUTH
               AT END
                   MOVE 'YES' TO AUTH-EOF
               NOT AT END
                   IF (AU-PROGRAM = 'COBLSC40' OR AU-PROGRAM = 'ALL')
                     AND AU-OPERATOR NOT = SPACES
                     AND C-AUTH-CTR < 50
                       ADD 1 TO C-AUTH-CTR
                       MOVE AU-OPERATOR TO OT-OPERATOR(C-AUTH-CTR)
                       MOVE AU-ACTIONS TO OT-ACTIONS(C-AUTH-CTR)
                   END-IF.

       2000-MAINLINE.
           ADD 1 TO C-GT-TRAN-CTR.
           MOVE ST-ORDER-NO TO O-AUD-ORDER-NO.
           MOVE 0 TO O-AUD-AMOUNT.
           MOVE ST-OPERATOR TO C-AUTH-OPERATOR.
           MOVE ST-OPERATOR TO O-AUD-OPERATOR.
           MOVE ST-ACTION TO C-AUTH-ACTION.
           PERFORM 2800-CHECK-OPERATOR.
           PERFORM 2050-FIND-ORDER.
           EVALUATE TRUE
               WHEN TRAN-VALID AND AUTH-SW = 'NO'
                   PERFORM 2850-NOT-AUTHORIZED
               WHEN TRAN-ADD
                   PERFORM 2100-APPLY-ADD
               WHEN TRAN-DEPOSIT
                   PERFORM 2200-APPLY-DEPOSIT
               WHEN TRAN-CANCEL
                   PERFORM 2300-APPLY-CANCEL
               WHEN OTHER
                   PERFORM 2400-BAD-ACTION
           END-EVALUATE.
           PERFORM 9000-READ.

      *  SEARCHES THE TABLE FOR THE TRANSACTION'S ORDER NUMBER -      *
      *  SUB-ORDER IS LEFT PAST C-ORDER-CTR WHEN IT IS NOT ON FILE    *
       2050-FIND-ORDER.
           PERFORM
               VARYING SUB-ORDER FROM 1 BY 1
                   UNTIL SUB-ORDER > C-ORDER-CTR
                       OR ST-ORDER-NO = SP-ORDER-NO(SUB-ORDER).

      *  WRITES UP A NEW ORDER WITH ITS FIRST DEPOSIT - AN ORDER      *
      *  NUMBER ALREADY ON FILE OR A BAD FIELD IS REJECTED            *
       2100-APPLY-ADD.
           MOVE 'ADD' TO O-AUD-ACTION.
           IF ST-ORDER-NO NOT NUMERIC OR ST-ORDER-NO = 0
               MOVE 'THE ORDER NUMBER MUST BE NUMERIC - REJECTED'
                   TO O-AUD-MSG
           ELSE
           IF SUB-ORDER NOT > C-ORDER-CTR
               MOVE 'ALREADY ON FILE - NOT ADDED' TO O-AUD-MSG
           ELSE
           IF C-ORDER-CTR NOT < 300
               MOVE 'SPECIAL-ORDER TABLE FULL - NOT ADDED' TO O-AUD-MSG
           ELSE
               PERFORM 2500-EDIT-ORDER-FIELDS.

           IF O-AUD-MSG = ' '
               ADD 1 TO C-ORDER-CTR
               MOVE ST-ORDER-NO TO SP-ORDER-NO(C-ORDER-CTR)
               MOVE ST-CUST-NO TO SP-CUST-NO(C-ORDER-CTR)
               MOVE ST-BOAT-TYPE TO SP-BOAT-TYPE(C-ORDER-CTR)
               MOVE ST-QUOTED-PRICE TO SP-QUOTED-PRICE(C-ORDER-CTR)
               MOVE ST-SALESPERSON TO SP-SALESPERSON(C-ORDER-CTR)
               MOVE ST-DEPOSIT TO SP-DEPOSIT(C-ORDER-CTR)
               MOVE ST-ORDER-DATE TO SP-ORDER-DATE(C-ORDER-CTR)
               MOVE ' ' TO SP-STOCK-NO(C-ORDER-CTR)
               MOVE 'O' TO SP-STATUS(C-ORDER-CTR)
               MOVE 0 TO SP-SALE-NO(C-ORDER-CTR)
               MOVE ST-DEPOSIT TO O-AUD-AMOUNT
               MOVE 'ORDER WRITTEN - DEPOSIT TAKEN' TO O-AUD-MSG
               ADD 1 TO C-GT-APPLIED-CTR
               PERFORM 9800-WRITE-AUDIT-TRAIL
           ELSE
               ADD 1 TO C-GT-REJECT-CTR.
           PERFORM 9300-AUDIT-LINE.

      *  ADDS A FURTHER DEPOSIT TO AN ORDER STILL OPEN - THE DEPOSITS *
      *  HELD MAY NEVER EXCEED THE QUOTED PRICE                       *
       2200-APPLY-DEPOSIT.
           MOVE 'DEPOSIT' TO O-AUD-ACTION.
           MOVE ' ' TO O-AUD-MSG.
           IF SUB-ORDER > C-ORDER-CTR
               MOVE 'NOT ON FILE - DEPOSIT NOT TAKEN' TO O-AUD-MSG
           ELSE
           IF SP-STATUS(SUB-ORDER) NOT = 'O'
             AND SP-STATUS(SUB-ORDER) NOT = 'R'
               MOVE 'ORDER IS CLOSED - DEPOSIT NOT TAKEN' TO O-AUD-MSG
           ELSE
           IF ST-DEPOSIT NOT NUMERIC OR ST-DEPOSIT = 0
               MOVE 'THE DEPOSIT MUST BE NUMERIC - REJECTED'
                   TO O-AUD-MSG
           ELSE
               COMPUTE C-NEW-DEPOSIT = SP-DEPOSIT(SUB-ORDER)
                   + ST-DEPOSIT
               IF C-NEW-DEPOSIT > SP-QUOTED-PRICE(SUB-ORDER)
                   MOVE 'DEPOSITS WOULD EXCEED THE QUOTED PRICE'
                       TO O-AUD-MSG.

           IF O-AUD-MSG = ' '
               MOVE C-NEW-DEPOSIT TO SP-DEPOSIT(SUB-ORDER)
               MOVE ST-DEPOSIT TO O-AUD-AMOUNT
               MOVE 'DEPOSIT ADDED' TO O-AUD-MSG
               ADD 1 TO C-GT-APPLIED-CTR
               PERFORM 9800-WRITE-AUDIT-TRAIL
           ELSE
               ADD 1 TO C-GT-REJECT-CTR.
           PERFORM 9300-AUDIT-LINE.

      *  CANCELS AN ORDER STILL OPEN - THE DEPOSIT HELD PRINTS AS THE *
      *  REFUND OWED, AND A UNIT ALREADY RESERVED FOR THE ORDER GOES  *
      *  BACK INTO STOCK FOR ANYONE TO SELL                           *
       2300-APPLY-CANCEL.
           MOVE 'CANCEL' TO O-AUD-ACTION.
           IF SUB-ORDER > C-ORDER-CTR
               MOVE 'NOT ON FILE - NOT CANCELLED' TO O-AUD-MSG
               ADD 1 TO C-GT-REJECT-CTR
           ELSE
               IF SP-STATUS(SUB-ORDER) NOT = 'O'
                 AND SP-STATUS(SUB-ORDER) NOT = 'R'
                   MOVE 'ORDER IS CLOSED - NOT CANCELLED' TO O-AUD-MSG
                   ADD 1 TO C-GT-REJECT-CTR
               ELSE
                   IF SP-STATUS(SUB-ORDER) = 'R'
                       PERFORM 2310-RELEASE-UNIT
                   END-IF
                   MOVE 'C' TO SP-STATUS(SUB-ORDER)
                   MOVE SP-DEPOSIT(SUB-ORDER) TO O-AUD-AMOUNT
                   MOVE 'CANCELLED - DEPOSIT TO BE REFUNDED'
                       TO O-AUD-MSG
                   ADD 1 TO C-GT-APPLIED-CTR
                   PERFORM 9800-WRITE-AUDIT-TRAIL.
           PERFORM 9300-AUDIT-LINE.

       2310-RELEASE-UNIT.
           IF C-STOCK-SW = 'YES'
               PERFORM
                   VARYING SUB-STOCK FROM 1 BY 1
                       UNTIL SUB-STOCK > C-STOCK-CTR
                           OR SP-STOCK-NO(SUB-ORDER) =
                               BK-STOCK-NO(SUB-STOCK)
               IF SUB-STOCK NOT > C-STOCK-CTR
                 AND BK-STATUS(SUB-STOCK) = 'R'
                   MOVE 'I' TO BK-STATUS(SUB-STOCK)
                   MOVE 'YES' TO C-STOCK-CHG-SW.

      *  AN ACTION CODE OTHER THAN A, D, OR X IS REPORTED AND SKIPPED *
       2400-BAD-ACTION.
           MOVE ST-ACTION TO O-AUD-ACTION.
           MOVE 'ACTION MUST BE A, D, OR X - SKIPPED' TO O-AUD-MSG.
           PERFORM 9300-AUDIT-LINE.
           ADD 1 TO C-GT-REJECT-CTR.

      *  EDITS THE FIELDS CARRIED ON AN ADD - THE FIRST FAILING       *
      *  FIELD'S MESSAGE IS LEFT IN O-AUD-MSG AND A CLEAN ORDER       *
      *  LEAVES IT BLANK                                              *
       2500-EDIT-ORDER-FIELDS.
           MOVE ' ' TO O-AUD-MSG.
           IF ST-CUST-NO NOT NUMERIC
               MOVE 'THE CUSTOMER NUMBER MUST BE NUMERIC - REJECTED'
                   TO O-AUD-MSG
           ELSE
           IF NOT VAL-BOAT-TYPE
               MOVE 'BOAT TYPE MUST BE B, P, S, J, C, OR R - REJECTED'
                   TO O-AUD-MSG
           ELSE
           IF ST-QUOTED-PRICE NOT NUMERIC OR ST-QUOTED-PRICE = 0
               MOVE 'THE QUOTED PRICE MUST BE NUMERIC - REJECTED'
                   TO O-AUD-MSG
           ELSE
           IF ST-SALESPERSON = ' '
               MOVE 'A SALESPERSON CODE IS REQUIRED - REJECTED'
                   TO O-AUD-MSG
           ELSE
           IF ST-DEPOSIT NOT NUMERIC
               MOVE 'THE DEPOSIT MUST BE NUMERIC - REJECTED'
                   TO O-AUD-MSG
           ELSE
           IF ST-DEPOSIT > ST-QUOTED-PRICE
               MOVE 'THE DEPOSIT EXCEEDS THE QUOTED PRICE - REJECTED'
                   TO O-AUD-MSG
           ELSE
               PERFORM 2510-EDIT-ORDER-DATE.

           IF O-AUD-MSG = ' ' AND C-CUST-SW = 'YES'
               PERFORM 2520-CHECK-CUSTOMER.
           IF O-AUD-MSG = ' ' AND C-SLSM-SW = 'YES'
               PERFORM 2530-CHECK-SALESPERSON.

       2510-EDIT-ORDER-DATE.
           IF ST-ORDER-DATE NOT NUMERIC
               MOVE 'THE ORDER DATE NEEDS TO BE NUMERIC - REJECTED'
                   TO O-AUD-MSG
           ELSE
               IF ST-ORDER-MM < 1 OR ST-ORDER-MM > 12
                   MOVE 'THE ORDER DATE IS NOT REAL - REJECTED'
                       TO O-AUD-MSG
               ELSE
                   MOVE ST-ORDER-MM TO SUB-MONTH
                   IF ST-ORDER-DD < 1 OR
                       ST-ORDER-DD > T-MONTH-DAYS(SUB-MONTH)
                       MOVE 'THE ORDER DATE IS NOT REAL - REJECTED'
                           TO O-AUD-MSG.

       2520-CHECK-CUSTOMER.
           MOVE ST-CUST-NO TO C-FIND-CUST-NO.
           PERFORM 2550-FIND-CUSTOMER.
           IF SUB-CUST > C-CUST-CTR
               MOVE 'CUSTOMER NOT ON THE CUSTOMER MASTER - REJECTED'
                   TO O-AUD-MSG.

       2530-CHECK-SALESPERSON.
           PERFORM
               VARYING SUB-SLSM FROM 1 BY 1
                   UNTIL SUB-SLSM > C-SLSM-CTR
                       OR ST-SALESPERSON = SM-CODE(SUB-SLSM).
           IF SUB-SLSM > C-SLSM-CTR
               MOVE 'SALESPERSON NOT ON THE MASTER - REJECTED'
                   TO O-AUD-MSG.

       2550-FIND-CUSTOMER.
           PERFORM
               VARYING SUB-CUST FROM 1 BY 1
                   UNTIL SUB-CUST > C-CUST-CTR
                       OR C-FIND-CUST-NO = CM-CUST-NO(SUB-CUST).

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
           MOVE ST-ACTION TO O-AUD-ACTION.
           MOVE 'OPERATOR NOT AUTHORIZED - SKIPPED' TO O-AUD-MSG.
           PERFORM 9300-AUDIT-LINE.
           ADD 1 TO C-GT-REJECT-CTR.

       3000-CLOSING.
           MOVE C-GT-TRAN-CTR TO O-GT-TRAN-CTR.
           MOVE C-GT-APPLIED-CTR TO O-GT-APPLIED-CTR.
           MOVE C-GT-REJECT-CTR TO O-GT-REJECT-CTR.
           WRITE PRTLINE FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           PERFORM 9500-SAVE-SPECIAL-ORDERS.
           IF C-STOCK-CHG-SW = 'YES'
               PERFORM 9700-SAVE-BOAT-STOCK.
           PERFORM 3100-OPEN-ORDERS-REPORT.
           PERFORM 9600-WRITE-RUN-LOG.

           CLOSE TRAN-FILE.
           CLOSE AUDIT-TRAIL.
           CLOSE PRTOUT.

      *  EVERY ORDER STILL OPEN - ON ORDER FROM THE FACTORY, OR       *
      *  ARRIVED AND RESERVED AWAITING DELIVERY - WITH THE DEPOSITS   *
      *  HELD TOTALED AS THE CUSTOMER DEPOSIT LIABILITY                *
       3100-OPEN-ORDERS-REPORT.
           PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM OPEN-TITLE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM OPEN-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           PERFORM 3110-OPEN-ORDER-LINE
               VARYING SUB-ORDER FROM 1 BY 1
                   UNTIL SUB-ORDER > C-ORDER-CTR.

           MOVE C-OPEN-CTR TO O-OPEN-CTR.
           MOVE C-ON-ORDER-CTR TO O-ON-ORDER-CTR.
           MOVE C-ARRIVED-CTR TO O-ARRIVED-CTR.
           MOVE C-GT-LIABILITY TO O-GT-LIABILITY.
           WRITE PRTLINE FROM OPEN-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

       3110-OPEN-ORDER-LINE.
           IF SP-STATUS(SUB-ORDER) = 'O' OR SP-STATUS(SUB-ORDER) = 'R'
               ADD 1 TO C-OPEN-CTR
               ADD SP-DEPOSIT(SUB-ORDER) TO C-GT-LIABILITY
               MOVE SP-ORDER-NO(SUB-ORDER) TO O-OP-ORDER-NO
               MOVE SP-CUST-NO(SUB-ORDER) TO O-OP-CUST-NO
               MOVE SP-CUST-NO(SUB-ORDER) TO C-FIND-CUST-NO
               PERFORM 2550-FIND-CUSTOMER
               IF SUB-CUST > C-CUST-CTR
                   MOVE '*** NOT ON FILE ***' TO O-OP-NAME
               ELSE
                   MOVE CM-NAME(SUB-CUST) TO O-OP-NAME
               END-IF
               PERFORM 3120-NAME-BOAT-TYPE
               MOVE SP-SALESPERSON(SUB-ORDER) TO O-OP-SALESPERSON
               MOVE SP-ORDER-DATE(SUB-ORDER) TO C-ORDER-DATE
               MOVE C-ORDER-MM TO O-OP-MM
               MOVE C-ORDER-DD TO O-OP-DD
               MOVE C-ORDER-YY TO O-OP-YY
               MOVE SP-QUOTED-PRICE(SUB-ORDER) TO O-OP-QUOTED
               MOVE SP-DEPOSIT(SUB-ORDER) TO O-OP-DEPOSIT
               MOVE SP-STOCK-NO(SUB-ORDER) TO O-OP-STOCK-NO
               IF SP-STATUS(SUB-ORDER) = 'O'
                   MOVE 'ON ORDER' TO O-OP-STATUS
                   ADD 1 TO C-ON-ORDER-CTR
               ELSE
                   MOVE 'ARRIVED-RESERVED' TO O-OP-STATUS
                   ADD 1 TO C-ARRIVED-CTR
               END-IF
               WRITE PRTLINE FROM OPEN-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS.

       3120-NAME-BOAT-TYPE.
           EVALUATE SP-BOAT-TYPE(SUB-ORDER)
               WHEN 'B'
                   MOVE 'BASS BOAT' TO O-OP-BOAT-TYPE
               WHEN 'P'
                   MOVE 'PONTOON' TO O-OP-BOAT-TYPE
               WHEN 'S'
                   MOVE 'SKI BOAT' TO O-OP-BOAT-TYPE
               WHEN 'J'
                   MOVE 'JOHN BOAT' TO O-OP-BOAT-TYPE
               WHEN 'C'
                   MOVE 'CANOE' TO O-OP-BOAT-TYPE
               WHEN 'R'
                   MOVE 'CABIN CRUSIER' TO O-OP-BOAT-TYPE
               WHEN OTHER
                   MOVE 'ERROR' TO O-OP-BOAT-TYPE.

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
           WRITE PRTLINE FROM REPORT-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

       9300-AUDIT-LINE.
           WRITE PRTLINE FROM AUDIT-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *  REWRITES THE SPECIAL-ORDER FILE IN FULL FROM THE TABLE *
       9500-SAVE-SPECIAL-ORDERS.
           OPEN OUTPUT SPECIAL-ORDER.
           PERFORM 9510-WRITE-SPECIAL-ORDER
               VARYING SUB-ORDER FROM 1 BY 1
                   UNTIL SUB-ORDER > C-ORDER-CTR.
           CLOSE SPECIAL-ORDER.

       9510-WRITE-SPECIAL-ORDER.
           MOVE SPECIAL-ORDER-ENTRY(SUB-ORDER) TO SO-REC.
           WRITE SO-REC.

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -      *
      * RECORDS IN IS THE TRANSACTION COUNT, RECORDS OUT IS THE       *
      * COUNT APPLIED, AND RECORDS REJECTED IS THE COUNT TURNED AWAY  *
       9600-WRITE-RUN-LOG.
           MOVE 'COBLSC40' TO RL-PROGRAM.
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

      *  REWRITES THE BOAT STOCK MASTER IN FULL WHEN A CANCELLED      *
      *  ORDER RELEASED ITS RESERVED UNIT BACK TO STOCK               *
       9700-SAVE-BOAT-STOCK.
           OPEN OUTPUT BOAT-STOCK.
           PERFORM 9710-WRITE-BOAT-STOCK
               VARYING SUB-STOCK FROM 1 BY 1
                   UNTIL SUB-STOCK > C-STOCK-CTR.
           CLOSE BOAT-STOCK.

       9710-WRITE-BOAT-STOCK.
           MOVE BOAT-STOCK-ENTRY(SUB-STOCK) TO BS-REC.
           WRITE BS-REC.

      *  APPENDS ONE APPLIED CHANGE TO THE SUITE-WIDE AUDIT TRAIL,   *
      *  STAMPED WITH THE MACHINE CLOCK                              *
       9800-WRITE-AUDIT-TRAIL.
           MOVE MACHINE-DATE TO AT-RUN-DATE.
           MOVE I-TIME(1:6) TO AT-RUN-TIME.
           MOVE 'COBLSC40' TO AT-PROGRAM.
           MOVE C-AUTH-OPERATOR TO AT-OPERATOR.
           MOVE C-AUTH-ACTION TO AT-ACTION.
           MOVE 'CBLSPORD' TO AT-FILE.
           MOVE ST-ORDER-NO TO AT-KEY.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC38.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      **********************************************************
      *  DEAL PROFITABILITY REPORT FOR BOAT SALES - FOR EVERY   *
      *  SALE ON THE BOAT REPORT'S DEAL EXTRACT, PUTS THE       *
      *  SELLING PRICE AND ACCESSORY REVENUE AGAINST THE        *
      *  DEALER COST OF THE UNIT FROM THE STOCK MASTER, THE     *
      *  OVER-ALLOWANCE ON ANY TRADE (WHAT WE ALLOWED LESS      *
      *  WHAT THE USED BOAT RESOLD FOR NET OF RECON), AND THE   *
      *  COMMISSION PAID AT THE SALESPERSON MASTER RATES -      *
      *  THEN SUMMARIZES GROSS PROFIT AND MARGIN BY             *
      *  SALESPERSON, BOAT TYPE, AND LOCATION SO THE SALES      *
      *  MANAGER CAN SEE WHICH DEALS LOST MONEY                 *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  EVERY SALE AS PRICED BY THE LAST BOAT REPORT RUN           *
           SELECT OPTIONAL DEAL-EXTRACT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC03\CBLDL03.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-DEAL-STATUS.

      *  THE BOAT STOCK INVENTORY MASTER - THE DEALER COST OF EACH  *
      *  UNIT, MATCHED ON THE STOCK NUMBER THE SALE DELIVERED       *
           SELECT OPTIONAL BOAT-STOCK
               ASSIGN TO 'C:\IHCC\COBOL\CBLBSTK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-STOCK-STATUS.

      *  THE USED-BOAT MASTER - WHAT EACH TRADE WAS ALLOWED, ITS    *
      *  RECON COST, AND WHAT IT RESOLD FOR                         *
           SELECT OPTIONAL USED-BOAT-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLUBOAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-USED-STATUS.

      *  THE SALESPERSON MASTER - EACH PERSON'S COMMISSION RATE     *
           SELECT OPTIONAL SALESPERSON-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLSLSM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SLSM-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC38\DEALPROF.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

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

      * ONE SALE AS PRICED BY THE BOAT REPORT *
       FD  DEAL-EXTRACT
           LABEL RECORD IS STANDARD
           DATA RECORD IS DL-REC
           RECORD CONTAINS 154 CHARACTERS.

       01  DL-REC.
           05  DL-SALE-NO               PIC 9(6).
           05  DL-CUST-NO               PIC 9(5).
           05  DL-NAME                  PIC X(20).
           05  DL-STOCK-NO              PIC X(6).
           05  DL-BOAT-TYPE             PIC X.
           05  DL-LOCATION              PIC XX.
           05  DL-STATE                 PIC XX.
           05  DL-SALESPERSON           PIC X(4).
           05  DL-SALESPERSON-2         PIC X(4).
           05  DL-SPLIT-PCT             PIC 99.
           05  DL-PURCHASE-DATE         PIC 9(8).
           05  DL-BOAT-COST             PIC 9(6)V99.
           05  DL-MARKUP-AMT            PIC 9(6)V99.
           05  DL-ACCESS-PACK-COST      PIC 9(4)V99.
           05  DL-PREP-COST             PIC 9(5)V99.
           05  DL-SUBTOTAL              PIC 9(7)V99.
           05  DL-SALES-TAX             PIC 9(5)V99.
           05  DL-TRADE-IN              PIC 9(6)V99.
           05  DL-TOTAL-COST            PIC S9(7)V99.
           05  DL-DOWN-PAYMENT          PIC 9(6)V99.
           05  DL-AMT-FINANCED          PIC 9(7)V99.
           05  DL-APR                   PIC 99V99.
           05  DL-TERM-MONTHS           PIC 9(3).
           05  DL-PAYMENT               PIC 9(6)V99.

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

       FD  USED-BOAT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS UB-REC
           RECORD CONTAINS 55 CHARACTERS.

       01  UB-REC.
           05  UB-USED-NO               PIC 9(4).
           05  UB-DESC                  PIC X(18).
           05  UB-ALLOWANCE             PIC 9(6)V99.
           05  UB-TRADE-DATE            PIC 9(8).
           05  UB-RECON-COST            PIC 9(6)V99.
           05  UB-RESALE-PRICE          PIC 9(6)V99.
           05  UB-STATUS                PIC X.

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
           05  MORE-RECS       PIC XXX     VALUE 'YES'.
           05  C-DEAL-STATUS   PIC XX      VALUE '00'.
           05  C-STOCK-STATUS  PIC XX      VALUE '00'.
           05  C-USED-STATUS   PIC XX      VALUE '00'.
           05  C-SLSM-STATUS   PIC XX      VALUE '00'.
           05  STOCK-EOF       PIC XXX     VALUE 'NO'.
           05  USED-EOF        PIC XXX     VALUE 'NO'.
           05  SLSM-EOF        PIC XXX     VALUE 'NO'.
      *  'D' WHILE THE DEAL DETAIL IS PRINTING, 'S' ONCE THE        *
      *  SUMMARIES START - TELLS 9100-HEADINGS WHICH COLUMN         *
      *  HEADINGS TO REPEAT ON A NEW PAGE                           *
           05  C-SECTION       PIC X       VALUE 'D'.
           05  C-STOCK-CTR     PIC 999     VALUE 0.
           05  SUB-STOCK       PIC 999     VALUE 0.
           05  C-USED-CTR      PIC 999     VALUE 0.
           05  SUB-USED        PIC 999     VALUE 0.
           05  C-SLSM-CTR      PIC 99      VALUE 0.
           05  SUB-SLSM        PIC 99      VALUE 0.
           05  C-SP-CTR        PIC 99      VALUE 0.
           05  SUB-SP          PIC 99      VALUE 0.
           05  SUB-TYPE        PIC 9       VALUE 0.
           05  C-LOC-CTR       PIC 99      VALUE 0.
           05  SUB-LOC         PIC 99      VALUE 0.
           05  C-DEAL-CTR      PIC 9(5)    VALUE 0.
           05  C-NO-COST-CTR   PIC 9(5)    VALUE 0.
      *  THE DEFAULT COMMISSION RATE PAID ON A CODE NOT ON THE      *
      *  SALESPERSON MASTER - THE SAME RATE THE BOAT REPORT USES    *
           05  C-COMMISSION-RATE PIC V99   VALUE .05.
           05  C-LOOKUP-CODE   PIC X(4)    VALUE ' '.
           05  C-SP-RATE       PIC 9V999   VALUE 0.
           05  C-SHARE-1       PIC S9(7)V99 VALUE 0.
           05  C-SHARE-2       PIC S9(7)V99 VALUE 0.
           05  C-PCT-2         PIC 9V99    VALUE 0.
           05  C-SELL-PRICE    PIC 9(7)V99 VALUE 0.
           05  C-REVENUE       PIC 9(7)V99 VALUE 0.
           05  C-DEALER-COST   PIC 9(6)V99 VALUE 0.
           05  C-TRADE-OVER    PIC S9(7)V99 VALUE 0.
           05  C-COMMISSION    PIC S9(6)V99 VALUE 0.
           05  C-GROSS         PIC S9(7)V99 VALUE 0.
           05  C-MARGIN        PIC S999V9  VALUE 0.
           05  C-ACCUM-CODE    PIC X(4)    VALUE ' '.
           05  C-ACCUM-REV     PIC S9(7)V99 VALUE 0.
           05  C-ACCUM-GROSS   PIC S9(7)V99 VALUE 0.
           05  C-GT-REVENUE    PIC 9(9)V99 VALUE 0.
           05  C-GT-PRICE      PIC 9(9)V99 VALUE 0.
           05  C-GT-ACCESS     PIC 9(7)V99 VALUE 0.
           05  C-GT-DEALER-COST PIC 9(9)V99 VALUE 0.
           05  C-GT-TRADE-OVER PIC S9(9)V99 VALUE 0.
           05  C-GT-COMMISSION PIC S9(7)V99 VALUE 0.
           05  C-GT-GROSS      PIC S9(9)V99 VALUE 0.
           05  C-GT-LOSS-CTR   PIC 9(5)    VALUE 0.

      *  DEALER COST OF EVERY UNIT ON THE STOCK MASTER *
       01  STOCK-COST-TABLE.
           05  STOCK-COST-ENTRY        OCCURS 200 TIMES.
               10  BK-STOCK-NO         PIC X(6).
               10  BK-COST             PIC 9(6)V99.

      *  EVERY USED BOAT TAKEN IN TRADE - A DEAL'S TRADE IS FOUND   *
      *  BY ITS ALLOWANCE AND THE SALE DATE, THE SAME WAY THE       *
      *  USED-BOAT SIDE KNOWS A TRADE IT HAS ALREADY LOADED         *
       01  USED-BOAT-TABLE.
           05  USED-BOAT-ENTRY         OCCURS 500 TIMES.
               10  UE-ALLOWANCE        PIC 9(6)V99.
               10  UE-TRADE-DATE       PIC 9(8).
               10  UE-RECON-COST       PIC 9(6)V99.
               10  UE-RESALE-PRICE     PIC 9(6)V99.
               10  UE-STATUS           PIC X.

       01  SALESPERSON-MASTER-TABLE.
           05  SALESPERSON-MASTER-ENTRY OCCURS 50 TIMES.
               10  SM-CODE             PIC X(4).
               10  SM-NAME             PIC X(20).
               10  SM-COMM-RATE        PIC 9V999.

      *  BOAT TYPE CODES AND NAMES IN THE ORDER THE TYPE SUMMARY    *
      *  PRINTS - SLOT 7 CATCHES A CODE THAT IS NONE OF THEM        *
       01  BOAT-TYPE-INFO.
           05  FILLER          PIC X(14)   VALUE 'BBASS BOAT'.
           05  FILLER          PIC X(14)   VALUE 'PPONTOON'.
           05  FILLER          PIC X(14)   VALUE 'SSKI BOAT'.
           05  FILLER          PIC X(14)   VALUE 'JJOHN BOAT'.
           05  FILLER          PIC X(14)   VALUE 'CCANOE'.
           05  FILLER          PIC X(14)   VALUE 'RCABIN CRUSIER'.
           05  FILLER          PIC X(14)   VALUE ' ERROR'.

       01  BOAT-TYPE-TABLE REDEFINES BOAT-TYPE-INFO.
           05  BOAT-TYPE-ENTRY         OCCURS 7.
               10  BT-CODE             PIC X.
               10  BT-NAME             PIC X(13).

      *  ONE SET OF SUMMARY TOTALS - DEALS, REVENUE, GROSS PROFIT,  *
      *  AND DEALS THAT LOST MONEY - PER SALESPERSON, BOAT TYPE,    *
      *  AND LOCATION                                               *
       01  SALESPERSON-TOTALS.
           05  SALESPERSON-TOTAL-ENTRY OCCURS 50 TIMES.
               10  SP-CODE             PIC X(4).
               10  SP-DEAL-CTR         PIC 9(5).
               10  SP-REVENUE          PIC S9(9)V99.
               10  SP-GROSS            PIC S9(9)V99.
               10  SP-LOSS-CTR         PIC 9(5).

       01  BOAT-TYPE-TOTALS.
           05  BOAT-TYPE-TOTAL-ENTRY   OCCURS 7 TIMES.
               10  TT-DEAL-CTR         PIC 9(5)      VALUE 0.
               10  TT-REVENUE          PIC S9(9)V99  VALUE 0.
               10  TT-GROSS            PIC S9(9)V99  VALUE 0.
               10  TT-LOSS-CTR         PIC 9(5)      VALUE 0.

       01  LOCATION-TOTALS.
           05  LOCATION-TOTAL-ENTRY    OCCURS 20 TIMES.
               10  LC-LOCATION         PIC XX.
               10  LC-DEAL-CTR         PIC 9(5).
               10  LC-REVENUE          PIC S9(9)V99.
               10  LC-GROSS            PIC S9(9)V99.
               10  LC-LOSS-CTR         PIC 9(5).

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
           05  FILLER          PIC X(8)    VALUE 'COBLSC38'.
           05  FILLER          PIC X(48)   VALUE ' '.
           05  FILLER          PIC X(9)    VALUE '  CHAPMAN'.
           05  FILLER          PIC X(9)    VALUE ' DIVISION'.
           05  FILLER          PIC X(58)   VALUE ' '.

       01  REPORT-TITLE-LINE.
           05  FILLER          PIC X(50)   VALUE ' '.
           05  FILLER          PIC X(32)   VALUE
                                  'DEAL GROSS PROFIT REPORT'.
           05  FILLER          PIC X(50)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  DEAL-COLUMN-HEADINGS-1.
           05  FILLER          PIC X(21)   VALUE ' '.
           05  FILLER          PIC X(12)   VALUE '   SELLING'.
           05  FILLER          PIC X(11)   VALUE ' '.
           05  FILLER          PIC X(12)   VALUE '    DEALER'.
           05  FILLER          PIC X(13)   VALUE '      TRADE'.
           05  FILLER          PIC X(11)   VALUE ' '.
           05  FILLER          PIC X(13)   VALUE '      GROSS'.
           05  FILLER          PIC X(39)   VALUE ' '.

       01  DEAL-COLUMN-HEADINGS-2.
           05  FILLER          PIC X(8)    VALUE 'SALE'.
           05  FILLER          PIC X(6)    VALUE 'SLSP'.
           05  FILLER          PIC X(3)    VALUE 'TY'.
           05  FILLER          PIC X(4)    VALUE 'LOC'.
           05  FILLER          PIC X(12)   VALUE '     PRICE'.
           05  FILLER          PIC X(11)   VALUE ' ACCESSORY'.
           05  FILLER          PIC X(12)   VALUE '      COST'.
           05  FILLER          PIC X(13)   VALUE ' OVER-ALLOW'.
           05  FILLER          PIC X(11)   VALUE 'COMMISSION'.
           05  FILLER          PIC X(13)   VALUE '     PROFIT'.
           05  FILLER          PIC X(8)    VALUE 'MARGIN'.
           05  FILLER          PIC X(31)   VALUE ' '.

       01  DEAL-DETAIL-LINE.
           05  O-SALE-NO       PIC 9(6).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-SALESPERSON   PIC X(4).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-BOAT-TYPE     PIC X.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-LOCATION      PIC XX.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-PRICE         PIC $$$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-ACCESS        PIC $$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-DEALER-COST   PIC $$$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-TRADE-OVER    PIC $$$,$$9.99-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-COMMISSION    PIC $$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-GROSS         PIC $$$,$$9.99-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-MARGIN        PIC ZZ9.9-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-LOSS          PIC X(4).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-FLAG          PIC X(20).
           05  FILLER          PIC X(5)    VALUE ' '.

       01  DEAL-TOTAL-LINE.
           05  FILLER          PIC X(7)    VALUE 'DEALS: '.
           05  O-GT-DEAL-CTR   PIC ZZ,ZZ9.
           05  FILLER          PIC X(6)    VALUE ' '.
           05  O-GT-PRICE      PIC $$,$$$,$$9.99.
           05  FILLER          PIC X       VALUE ' '.
           05  O-GT-ACCESS     PIC $$$,$$9.99.
           05  FILLER          PIC X       VALUE ' '.
           05  O-GT-DEALER-COST PIC $$,$$$,$$9.99.
           05  FILLER          PIC X       VALUE ' '.
           05  O-GT-TRADE-OVER PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X       VALUE ' '.
           05  O-GT-COMMISSION PIC $$$,$$9.99-.
           05  FILLER          PIC X       VALUE ' '.
           05  O-GT-GROSS      PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X       VALUE ' '.
           05  O-GT-MARGIN     PIC ZZ9.9-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-GT-LOSS-CTR   PIC ZZ,ZZ9.
           05  FILLER          PIC X(11)   VALUE ' LOST MONEY'.
           05  FILLER          PIC X(7)    VALUE ' '.

       01  SUMMARY-TITLE-LINE.
           05  FILLER          PIC X(12)   VALUE 'SUMMARY BY '.
           05  O-SUMMARY-TITLE PIC X(20).
           05  FILLER          PIC X(100)  VALUE ' '.

       01  SUMMARY-COLUMN-HEADINGS.
           05  FILLER          PIC X(28)   VALUE ' '.
           05  FILLER          PIC X(8)    VALUE ' DEALS'.
           05  FILLER          PIC X(16)   VALUE '        REVENUE'.
           05  FILLER          PIC X(17)   VALUE '    GROSS PROFIT'.
           05  FILLER          PIC X(9)    VALUE '  MARGIN'.
           05  FILLER          PIC X(12)   VALUE '  LOST MONEY'.
           05  FILLER          PIC X(42)   VALUE ' '.

       01  SUMMARY-DETAIL-LINE.
           05  O-SM-CODE       PIC X(5).
           05  O-SM-LABEL      PIC X(20).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-SM-DEAL-CTR   PIC ZZ,ZZ9.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-SM-REVENUE    PIC $$$,$$$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-SM-GROSS      PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-SM-MARGIN     PIC ZZ9.9-.
           05  FILLER          PIC X(5)    VALUE ' '.
           05  O-SM-LOSS-CTR   PIC ZZ,ZZ9.
           05  FILLER          PIC X(46)   VALUE ' '.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
       STOP RUN.

       1000-INIT.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO MACHINE-DATE.
           PERFORM 9955-GET-PROCESS-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           INITIALIZE SALESPERSON-TOTALS.
           INITIALIZE LOCATION-TOTALS.

           PERFORM 1100-LOAD-STOCK.
           PERFORM 1200-LOAD-USED-BOATS.
           PERFORM 1300-LOAD-SALESPERSON-MASTER.

           PERFORM 9100-HEADINGS.

           OPEN INPUT DEAL-EXTRACT.
           IF C-DEAL-STATUS = '00'
               PERFORM 9000-READ
           ELSE
               MOVE 'NO' TO MORE-RECS.

      *  LOADS THE STOCK NUMBER AND DEALER COST OF EVERY UNIT - A   *
      *  MISSING MASTER LEAVES EVERY DEAL FLAGGED FOR COST          *
       1100-LOAD-STOCK.
           OPEN INPUT BOAT-STOCK.
           IF C-STOCK-STATUS = '00'
               PERFORM 1110-READ-STOCK
                   UNTIL STOCK-EOF = 'YES'
               CLOSE BOAT-STOCK
           ELSE
               CLOSE BOAT-STOCK
               MOVE 'YES' TO STOCK-EOF.

       1110-READ-STOCK.
           READ BOAT-STOCK
               AT END
                   MOVE 'YES' TO STOCK-EOF
               NOT AT END
                   IF C-STOCK-CTR < 200
                       ADD 1 TO C-STOCK-CTR
                       MOVE BS-STOCK-NO TO BK-STOCK-NO(C-STOCK-CTR)
                       MOVE BS-COST TO BK-COST(C-STOCK-CTR)
                   END-IF.

       1200-LOAD-USED-BOATS.
           OPEN INPUT USED-BOAT-MASTER.
           IF C-USED-STATUS = '00'
               PERFORM 1210-READ-USED-BOAT
                   UNTIL USED-EOF = 'YES'
               CLOSE USED-BOAT-MASTER
           ELSE
               CLOSE USED-BOAT-MASTER
               MOVE 'YES' TO USED-EOF.

       1210-READ-USED-BOAT.
           READ USED-BOAT-MASTER
               AT END
                   MOVE 'YES' TO USED-EOF
               NOT AT END
                   IF C-USED-CTR < 500
                       ADD 1 TO C-USED-CTR
                       MOVE UB-ALLOWANCE TO UE-ALLOWANCE(C-USED-CTR)
                       MOVE UB-TRADE-DATE TO UE-TRADE-DATE(C-USED-CTR)
                       MOVE UB-RECON-COST TO UE-RECON-COST(C-USED-CTR)
                       MOVE UB-RESALE-PRICE TO
                           UE-RESALE-PRICE(C-USED-CTR)
                       MOVE UB-STATUS TO UE-STATUS(C-USED-CTR)
                   END-IF.

       1300-LOAD-SALESPERSON-MASTER.
           OPEN INPUT SALESPERSON-MASTER.
           IF C-SLSM-STATUS = '00'
               PERFORM 1310-READ-SALESPERSON
                   UNTIL SLSM-EOF = 'YES'
               CLOSE SALESPERSON-MASTER
           ELSE
               CLOSE SALESPERSON-MASTER
               MOVE 'YES' TO SLSM-EOF.

       1310-READ-SALESPERSON.
           READ SALESPERSON-MASTER
               AT END
                   MOVE 'YES' TO SLSM-EOF
               NOT AT END
                   IF C-SLSM-CTR < 50
                       ADD 1 TO C-SLSM-CTR
                       MOVE SL-CODE TO SM-CODE(C-SLSM-CTR)
                       MOVE SL-NAME TO SM-NAME(C-SLSM-CTR)
                       MOVE SL-COMM-RATE TO SM-COMM-RATE(C-SLSM-CTR)
                   END-IF.

       2000-MAINLINE.
           PERFORM 2100-CALCS.
           PERFORM 2300-OUTPUT.
           PERFORM 2400-ACCUM-SUMMARIES.
           PERFORM 9000-READ.

      *  WORKS OUT ONE DEAL'S GROSS PROFIT - THE SELLING PRICE IS    *
      *  THE BOAT REPORT'S SUBTOTAL LESS THE ACCESSORY PACKAGE,      *
      *  WHICH IS SHOWN AS ITS OWN REVENUE - SALES TAX IS PASSED     *
      *  THROUGH AND NEVER COUNTED                                   *
       2100-CALCS.
           MOVE ' ' TO O-FLAG.
           COMPUTE C-SELL-PRICE = DL-SUBTOTAL - DL-ACCESS-PACK-COST.
           COMPUTE C-REVENUE = C-SELL-PRICE + DL-ACCESS-PACK-COST.

      *  A UNIT NOT ON THE STOCK MASTER IS COSTED AT THE BOAT COST  *
      *  THE SALE WAS KEYED WITH AND FLAGGED                        *
           PERFORM
               VARYING SUB-STOCK FROM 1 BY 1
                   UNTIL SUB-STOCK > C-STOCK-CTR
                       OR DL-STOCK-NO = BK-STOCK-NO(SUB-STOCK).
           IF SUB-STOCK > C-STOCK-CTR
               MOVE DL-BOAT-COST TO C-DEALER-COST
               ADD 1 TO C-NO-COST-CTR
               MOVE 'COST NOT ON STOCK' TO O-FLAG
           ELSE
               MOVE BK-COST(SUB-STOCK) TO C-DEALER-COST.

      *  THE OVER-ALLOWANCE IS WHAT WE ALLOWED FOR THE TRADE LESS    *
      *  WHAT IT RESOLD FOR NET OF RECON - A NEGATIVE FIGURE MEANS   *
      *  THE TRADE MADE MONEY - A TRADE STILL ON THE LOT HAS NO      *
      *  RESALE YET AND COUNTS AS ZERO UNTIL IT SELLS                *
           MOVE 0 TO C-TRADE-OVER.
           IF DL-TRADE-IN > 0
               PERFORM 2150-FIND-TRADE.

           PERFORM 2200-CALC-COMMISSION.

           COMPUTE C-GROSS = C-REVENUE - C-DEALER-COST
               - C-TRADE-OVER - C-COMMISSION.
           IF C-REVENUE > 0
               COMPUTE C-MARGIN ROUNDED = C-GROSS * 100 / C-REVENUE
           ELSE
               MOVE 0 TO C-MARGIN.

       2150-FIND-TRADE.
           PERFORM
               VARYING SUB-USED FROM 1 BY 1
                   UNTIL SUB-USED > C-USED-CTR
                       OR (DL-TRADE-IN = UE-ALLOWANCE(SUB-USED)
                       AND DL-PURCHASE-DATE = UE-TRADE-DATE(SUB-USED)).
           IF SUB-USED > C-USED-CTR
               IF O-FLAG = SPACES
                   MOVE 'TRADE NOT ON FILE' TO O-FLAG
               END-IF
           ELSE
               IF UE-STATUS(SUB-USED) = 'S'
                   COMPUTE C-TRADE-OVER = UE-ALLOWANCE(SUB-USED)
                       - (UE-RESALE-PRICE(SUB-USED)
                          - UE-RECON-COST(SUB-USED))
               ELSE
                   IF O-FLAG = SPACES
                       MOVE 'TRADE NOT YET RESOLD' TO O-FLAG
                   END-IF
               END-IF
           END-IF.

      *  COMMISSION IS PAID ON THE SALE TOTAL THE SAME WAY THE BOAT  *
      *  REPORT PAYS IT - ON A SPLIT DEAL THE SECOND PERSON EARNS    *
      *  THEIR SPLIT PERCENT AND THE FIRST PERSON THE REST, EACH AT  *
      *  THEIR OWN MASTER RATE, OR THE DEFAULT RATE WHEN NOT ON FILE *
       2200-CALC-COMMISSION.
           IF DL-SALESPERSON-2 NOT = SPACES AND DL-SPLIT-PCT > 0
               COMPUTE C-SHARE-2 ROUNDED =
                   DL-TOTAL-COST * DL-SPLIT-PCT / 100
               COMPUTE C-SHARE-1 = DL-TOTAL-COST - C-SHARE-2
           ELSE
               MOVE DL-TOTAL-COST TO C-SHARE-1
               MOVE 0 TO C-SHARE-2.

           MOVE DL-SALESPERSON TO C-LOOKUP-CODE.
           PERFORM 2250-GET-RATE.
           COMPUTE C-COMMISSION ROUNDED = C-SHARE-1 * C-SP-RATE.
           IF C-SHARE-2 NOT = 0
               MOVE DL-SALESPERSON-2 TO C-LOOKUP-CODE
               PERFORM 2250-GET-RATE
               COMPUTE C-COMMISSION ROUNDED =
                   C-COMMISSION + C-SHARE-2 * C-SP-RATE.

       2250-GET-RATE.
           PERFORM
               VARYING SUB-SLSM FROM 1 BY 1
                   UNTIL SUB-SLSM > C-SLSM-CTR
                       OR C-LOOKUP-CODE = SM-CODE(SUB-SLSM).
           IF SUB-SLSM > C-SLSM-CTR
               MOVE C-COMMISSION-RATE TO C-SP-RATE
           ELSE
               MOVE SM-COMM-RATE(SUB-SLSM) TO C-SP-RATE.

       2300-OUTPUT.
           ADD 1 TO C-DEAL-CTR.
           MOVE DL-SALE-NO TO O-SALE-NO.
           MOVE DL-SALESPERSON TO O-SALESPERSON.
           MOVE DL-BOAT-TYPE TO O-BOAT-TYPE.
           MOVE DL-LOCATION TO O-LOCATION.
           MOVE C-SELL-PRICE TO O-PRICE.
           MOVE DL-ACCESS-PACK-COST TO O-ACCESS.
           MOVE C-DEALER-COST TO O-DEALER-COST.
           MOVE C-TRADE-OVER TO O-TRADE-OVER.
           MOVE C-COMMISSION TO O-COMMISSION.
           MOVE C-GROSS TO O-GROSS.
           MOVE C-MARGIN TO O-MARGIN.
           IF C-GROSS < 0
               MOVE 'LOSS' TO O-LOSS
               ADD 1 TO C-GT-LOSS-CTR
           ELSE
               MOVE ' ' TO O-LOSS.

           WRITE PRTLINE FROM DEAL-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

           ADD C-SELL-PRICE TO C-GT-PRICE.
           ADD DL-ACCESS-PACK-COST TO C-GT-ACCESS.
           ADD C-REVENUE TO C-GT-REVENUE.
           ADD C-DEALER-COST TO C-GT-DEALER-COST.
           ADD C-TRADE-OVER TO C-GT-TRADE-OVER.
           ADD C-COMMISSION TO C-GT-COMMISSION.
           ADD C-GROSS TO C-GT-GROSS.

      *  ROLLS THE DEAL INTO THE SALESPERSON, BOAT TYPE, AND         *
      *  LOCATION SUMMARIES - A SPLIT DEAL IS CREDITED TO BOTH       *
      *  SALESPEOPLE BY THEIR SPLIT, AS THE COMMISSION REPORT DOES   *
       2400-ACCUM-SUMMARIES.
           IF DL-SALESPERSON-2 NOT = SPACES AND DL-SPLIT-PCT > 0
               COMPUTE C-PCT-2 = DL-SPLIT-PCT / 100
               COMPUTE C-ACCUM-REV ROUNDED = C-REVENUE * C-PCT-2
               COMPUTE C-ACCUM-GROSS ROUNDED = C-GROSS * C-PCT-2
               MOVE DL-SALESPERSON-2 TO C-ACCUM-CODE
               PERFORM 2410-ACCUM-ONE-SALESPERSON
               COMPUTE C-ACCUM-REV = C-REVENUE - C-ACCUM-REV
               COMPUTE C-ACCUM-GROSS = C-GROSS - C-ACCUM-GROSS
               MOVE DL-SALESPERSON TO C-ACCUM-CODE
               PERFORM 2410-ACCUM-ONE-SALESPERSON
           ELSE
               MOVE C-REVENUE TO C-ACCUM-REV
               MOVE C-GROSS TO C-ACCUM-GROSS
               MOVE DL-SALESPERSON TO C-ACCUM-CODE
               PERFORM 2410-ACCUM-ONE-SALESPERSON.

           PERFORM
               VARYING SUB-TYPE FROM 1 BY 1
                   UNTIL SUB-TYPE = 7
                       OR DL-BOAT-TYPE = BT-CODE(SUB-TYPE).
           ADD 1 TO TT-DEAL-CTR(SUB-TYPE).
           ADD C-REVENUE TO TT-REVENUE(SUB-TYPE).
           ADD C-GROSS TO TT-GROSS(SUB-TYPE).
           IF C-GROSS < 0
               ADD 1 TO TT-LOSS-CTR(SUB-TYPE).

           PERFORM
               VARYING SUB-LOC FROM 1 BY 1
                   UNTIL SUB-LOC > C-LOC-CTR
                       OR DL-LOCATION = LC-LOCATION(SUB-LOC).
           IF SUB-LOC > C-LOC-CTR AND C-LOC-CTR < 20
               ADD 1 TO C-LOC-CTR
               MOVE DL-LOCATION TO LC-LOCATION(C-LOC-CTR).
           IF SUB-LOC NOT > C-LOC-CTR
               ADD 1 TO LC-DEAL-CTR(SUB-LOC)
               ADD C-REVENUE TO LC-REVENUE(SUB-LOC)
               ADD C-GROSS TO LC-GROSS(SUB-LOC)
               IF C-GROSS < 0
                   ADD 1 TO LC-LOSS-CTR(SUB-LOC)
               END-IF
           END-IF.

       2410-ACCUM-ONE-SALESPERSON.
           PERFORM
               VARYING SUB-SP FROM 1 BY 1
                   UNTIL SUB-SP > C-SP-CTR
                       OR C-ACCUM-CODE = SP-CODE(SUB-SP).
           IF SUB-SP > C-SP-CTR AND C-SP-CTR < 50
               ADD 1 TO C-SP-CTR
               MOVE C-ACCUM-CODE TO SP-CODE(C-SP-CTR).
           IF SUB-SP NOT > C-SP-CTR
               ADD 1 TO SP-DEAL-CTR(SUB-SP)
               ADD C-ACCUM-REV TO SP-REVENUE(SUB-SP)
               ADD C-ACCUM-GROSS TO SP-GROSS(SUB-SP)
               IF C-GROSS < 0
                   ADD 1 TO SP-LOSS-CTR(SUB-SP)
               END-IF
           END-IF.

       3000-CLOSING.
           CLOSE DEAL-EXTRACT.

           MOVE C-DEAL-CTR TO O-GT-DEAL-CTR.
           MOVE C-GT-PRICE TO O-GT-PRICE.
           MOVE C-GT-ACCESS TO O-GT-ACCESS.
           MOVE C-GT-DEALER-COST TO O-GT-DEALER-COST.
           MOVE C-GT-TRADE-OVER TO O-GT-TRADE-OVER.
           MOVE C-GT-COMMISSION TO O-GT-COMMISSION.
           MOVE C-GT-GROSS TO O-GT-GROSS.
           IF C-GT-REVENUE > 0
               COMPUTE C-MARGIN ROUNDED =
                   C-GT-GROSS * 100 / C-GT-REVENUE
           ELSE
               MOVE 0 TO C-MARGIN.
           MOVE C-MARGIN TO O-GT-MARGIN.
           MOVE C-GT-LOSS-CTR TO O-GT-LOSS-CTR.
           WRITE PRTLINE FROM DEAL-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE 'S' TO C-SECTION.
           PERFORM 9100-HEADINGS.

           MOVE 'SALESPERSON' TO O-SUMMARY-TITLE.
           PERFORM 3050-SUMMARY-HEADING.
           PERFORM 3100-SALESPERSON-LINE
               VARYING SUB-SP FROM 1 BY 1
                   UNTIL SUB-SP > C-SP-CTR.

           MOVE 'BOAT TYPE' TO O-SUMMARY-TITLE.
           PERFORM 3050-SUMMARY-HEADING.
           PERFORM 3200-BOAT-TYPE-LINE
               VARYING SUB-TYPE FROM 1 BY 1
                   UNTIL SUB-TYPE > 7.

           MOVE 'LOCATION' TO O-SUMMARY-TITLE.
           PERFORM 3050-SUMMARY-HEADING.
           PERFORM 3300-LOCATION-LINE
               VARYING SUB-LOC FROM 1 BY 1
                   UNTIL SUB-LOC > C-LOC-CTR.

           PERFORM 9700-WRITE-RUN-LOG.

           CLOSE PRTOUT.

       3050-SUMMARY-HEADING.
           WRITE PRTLINE FROM SUMMARY-TITLE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM SUMMARY-COLUMN-HEADINGS
               AFTER ADVANCING 1 LINE.

       3100-SALESPERSON-LINE.
           MOVE SP-CODE(SUB-SP) TO O-SM-CODE.
           MOVE SP-CODE(SUB-SP) TO C-LOOKUP-CODE.
           PERFORM
               VARYING SUB-SLSM FROM 1 BY 1
                   UNTIL SUB-SLSM > C-SLSM-CTR
                       OR C-LOOKUP-CODE = SM-CODE(SUB-SLSM).
           IF SUB-SLSM > C-SLSM-CTR
               MOVE 'NOT ON FILE' TO O-SM-LABEL
           ELSE
               MOVE SM-NAME(SUB-SLSM) TO O-SM-LABEL.
           MOVE SP-DEAL-CTR(SUB-SP) TO O-SM-DEAL-CTR.
           MOVE SP-REVENUE(SUB-SP) TO O-SM-REVENUE.
           MOVE SP-GROSS(SUB-SP) TO O-SM-GROSS.
           IF SP-REVENUE(SUB-SP) > 0
               COMPUTE C-MARGIN ROUNDED =
                   SP-GROSS(SUB-SP) * 100 / SP-REVENUE(SUB-SP)
           ELSE
               MOVE 0 TO C-MARGIN.
           MOVE C-MARGIN TO O-SM-MARGIN.
           MOVE SP-LOSS-CTR(SUB-SP) TO O-SM-LOSS-CTR.
           PERFORM 3900-WRITE-SUMMARY.

       3200-BOAT-TYPE-LINE.
           IF TT-DEAL-CTR(SUB-TYPE) > 0
               MOVE BT-CODE(SUB-TYPE) TO O-SM-CODE
               MOVE BT-NAME(SUB-TYPE) TO O-SM-LABEL
               MOVE TT-DEAL-CTR(SUB-TYPE) TO O-SM-DEAL-CTR
               MOVE TT-REVENUE(SUB-TYPE) TO O-SM-REVENUE
               MOVE TT-GROSS(SUB-TYPE) TO O-SM-GROSS
               IF TT-REVENUE(SUB-TYPE) > 0
                   COMPUTE C-MARGIN ROUNDED =
                       TT-GROSS(SUB-TYPE) * 100 / TT-REVENUE(SUB-TYPE)
               ELSE
                   MOVE 0 TO C-MARGIN
               END-IF
               MOVE C-MARGIN TO O-SM-MARGIN
               MOVE TT-LOSS-CTR(SUB-TYPE) TO O-SM-LOSS-CTR
               PERFORM 3900-WRITE-SUMMARY.

       3300-LOCATION-LINE.
           MOVE LC-LOCATION(SUB-LOC) TO O-SM-CODE.
           MOVE 'LOCATION' TO O-SM-LABEL.
           MOVE LC-DEAL-CTR(SUB-LOC) TO O-SM-DEAL-CTR.
           MOVE LC-REVENUE(SUB-LOC) TO O-SM-REVENUE.
           MOVE LC-GROSS(SUB-LOC) TO O-SM-GROSS.
           IF LC-REVENUE(SUB-LOC) > 0
               COMPUTE C-MARGIN ROUNDED =
                   LC-GROSS(SUB-LOC) * 100 / LC-REVENUE(SUB-LOC)
           ELSE
               MOVE 0 TO C-MARGIN.
           MOVE C-MARGIN TO O-SM-MARGIN.
           MOVE LC-LOSS-CTR(SUB-LOC) TO O-SM-LOSS-CTR.
           PERFORM 3900-WRITE-SUMMARY.

       3900-WRITE-SUMMARY.
           WRITE PRTLINE FROM SUMMARY-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       9000-READ.
           READ DEAL-EXTRACT
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
           IF C-SECTION = 'D'
               WRITE PRTLINE FROM DEAL-COLUMN-HEADINGS-1
                   AFTER ADVANCING 1 LINE
               WRITE PRTLINE FROM DEAL-COLUMN-HEADINGS-2
                   AFTER ADVANCING 1 LINE
               WRITE PRTLINE FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -     *
      * RECORDS REJECTED IS THE DEALS WHOSE UNIT WAS NOT ON THE      *
      * STOCK MASTER AND HAD TO BE COSTED FROM THE SALE ITSELF       *
       9700-WRITE-RUN-LOG.
           MOVE 'COBLSC38' TO RL-PROGRAM.
           MOVE M-RUN-MM TO RL-RUN-MM.
           MOVE M-RUN-DD TO RL-RUN-DD.
           MOVE M-RUN-YY TO RL-RUN-YYYY.
           MOVE I-TIME(1:2) TO RL-RUN-HH.
           MOVE I-TIME(3:2) TO RL-RUN-MI.
           MOVE I-TIME(5:2) TO RL-RUN-SS.
           MOVE C-DEAL-CTR TO RL-RECS-IN.
           MOVE C-DEAL-CTR TO RL-RECS-OUT.
           MOVE C-NO-COST-CTR TO RL-RECS-REJ.
           OPEN EXTEND RUN-LOG.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.

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

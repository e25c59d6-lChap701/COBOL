       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC54.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      **********************************************************
      *  BANK DEPOSIT RECONCILIATION - TIES WHAT HIT THE BANK  *
      *  TO THE RECEIPTS BEHIND IT FOR ALL THREE WAYS MONEY    *
      *  COMES IN: BOAT DOWN PAYMENTS ON THE SALES MASTER,     *
      *  CONDO GUEST PAYMENTS, AND POP MONEY TURNED IN BY THE  *
      *  SELLERS - RECEIPTS ARE BATCHED BY BUSINESS LINE AND   *
      *  RECEIPT DATE, EACH DEPOSIT SLIP IS MATCHED TO ONE     *
      *  BATCH OF ITS LINE, AND THE REPORT LISTS THE MATCHED   *
      *  DEPOSITS, THE RECEIPTS NEVER DEPOSITED, AND THE       *
      *  DEPOSITS WITH NO RECEIPTS BEHIND THEM - THE CASH      *
      *  OVER/SHORT BY BUSINESS LINE IS QUEUED FOR THE         *
      *  ACCOUNTING EXTRACT RUN TO POST                        *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  THE INDEXED BOAT MASTER - EVERY SALE'S DOWN PAYMENT IS A    *
      *  RECEIPT ON ITS PURCHASE DATE                                *
           SELECT BOAT-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLBOATM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS M-SALE-NO
               FILE STATUS IS C-MASTER-STATUS.

      *  CONDO GUEST PAYMENTS KEYED AS MONEY ARRIVES  *
           SELECT OPTIONAL PAYMENT-FILE
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC13\CBLPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PAY-STATUS.

      *  POP MONEY KEYED AS SELLERS TURN IT IN  *
           SELECT OPTIONAL RECEIPT-FILE
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC29\CBLPOPRC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RECEIPT-STATUS.

      *  WHAT ACTUALLY HIT THE BANK - KEYED FROM THE DEPOSIT SLIPS   *
      *  OR LOADED FROM THE BANK'S OWN FILE, ONE RECORD PER SLIP     *
           SELECT OPTIONAL BANK-DEPOSIT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC54\CBLBANKD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-BANK-STATUS.

      *  THE PERIOD TO RECONCILE - A MISSING FILE RECONCILES THE     *
      *  PROCESSING MONTH TO DATE                                    *
           SELECT OPTIONAL RECON-PARM
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC54\CBLRECPD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PARM-STATUS.

      *  CASH OVER/SHORT BY BUSINESS LINE, QUEUED FOR THE ACCOUNTING *
      *  EXTRACT RUN - IT POSTS THE QUEUE AND CLEARS IT              *
           SELECT OPTIONAL OVER-SHORT
               ASSIGN TO 'C:\IHCC\COBOL\CBLOVSH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-OVSH-STATUS.

      *  THE RECONCILIATION REPORT  *
           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC54\DEPRECON.PRT'
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

      *  ONLY THE KEY AND THE FIELDS A DOWN PAYMENT NEEDS ARE NAMED  *
       FD  BOAT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS M-REC
           RECORD CONTAINS 94 CHARACTERS.

       01  M-REC.
           05  M-SALE-NO                PIC 9(6).
           05  FILLER                   PIC X(25).
           05  M-PURCHASE-DATE          PIC 9(8).
           05  FILLER                   PIC X(32).
           05  M-DOWN-PAYMENT           PIC 9(6)V99.
           05  FILLER                   PIC X(15).

       FD  PAYMENT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PY-REC
           RECORD CONTAINS 44 CHARACTERS.

       01  PY-REC.
           05  PY-GUEST                 PIC X(20).
           05  PY-CONDO                 PIC XX.
           05  PY-AMOUNT                PIC 9(6)V99.
           05  PY-PAY-DATE              PIC 9(8).
           05  PY-GUEST-NO              PIC 9(6).

      *  ONE TURN-IN AS KEYED BY THE TREASURER  *
       FD  RECEIPT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 46 CHARACTERS.

       01  RC-REC.
           05  RC-LNAME        PIC X(15).
           05  RC-FNAME        PIC X(15).
           05  RC-TEAM         PIC X.
           05  RC-AMOUNT       PIC 9(5)V99.
           05  RC-DATE         PIC 9(8).

      *  ONE DEPOSIT SLIP - THE BUSINESS LINE IS B (BOAT), C (CONDO) *
      *  OR P (POP), SINCE EACH LINE'S MONEY GOES ON ITS OWN SLIP    *
       FD  BANK-DEPOSIT
           LABEL RECORD IS OMITTED
           DATA RECORD IS BD-REC
           RECORD CONTAINS 28 CHARACTERS.

       01  BD-REC.
           05  BD-SLIP-NO      PIC X(10).
           05  BD-DATE         PIC 9(8).
           05  BD-AMOUNT       PIC 9(7)V99.
           05  BD-LINE         PIC X.

      *  THE FIRST AND LAST RECEIPT/DEPOSIT DATES TO RECONCILE  *
       FD  RECON-PARM
           LABEL RECORD IS OMITTED
           DATA RECORD IS RP-REC
           RECORD CONTAINS 16 CHARACTERS.

       01  RP-REC.
           05  RP-FROM-DATE    PIC 9(8).
           05  RP-TO-DATE      PIC 9(8).

      *  ONE BUSINESS LINE'S OVER (+) OR SHORT (-) FOR ONE PERIOD -  *
      *  A RERUN OVER THE SAME PERIOD REPLACES ITS OWN RECORDS       *
       FD  OVER-SHORT
           LABEL RECORD IS OMITTED
           DATA RECORD IS OS-REC
           RECORD CONTAINS 22 CHARACTERS.

       01  OS-REC.
           05  OS-BUS-LINE     PIC X(5).
           05  OS-PERIOD-END   PIC 9(8).
           05  OS-AMOUNT       PIC S9(7)V99.

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
           05  C-MASTER-STATUS PIC XX      VALUE '00'.
           05  C-PAY-STATUS    PIC XX      VALUE '00'.
           05  C-RECEIPT-STATUS PIC XX     VALUE '00'.
           05  C-BANK-STATUS   PIC XX      VALUE '00'.
           05  C-PARM-STATUS   PIC XX      VALUE '00'.
           05  C-OVSH-STATUS   PIC XX      VALUE '00'.
           05  BOAT-EOF        PIC XXX     VALUE 'NO'.
           05  PAY-EOF         PIC XXX     VALUE 'NO'.
           05  RECEIPT-EOF     PIC XXX     VALUE 'NO'.
           05  BANK-EOF        PIC XXX     VALUE 'NO'.
           05  OVSH-EOF        PIC XXX     VALUE 'NO'.
           05  C-FROM-DATE     PIC 9(8)    VALUE 0.
           05  C-TO-DATE       PIC 9(8)    VALUE 0.
      *  THE RECEIPT BEING BATCHED - LINE, DATE AND AMOUNT  *
           05  C-RCPT-LINE     PIC X       VALUE ' '.
           05  C-RCPT-DATE     PIC 9(8)    VALUE 0.
           05  C-RCPT-AMOUNT   PIC 9(7)V99 VALUE 0.
           05  C-BATCH-CTR     PIC 999     VALUE 0.
           05  SUB-BATCH       PIC 999     VALUE 0.
           05  C-BEST-BATCH    PIC 999     VALUE 0.
           05  C-DEP-CTR       PIC 999     VALUE 0.
           05  SUB-DEP         PIC 999     VALUE 0.
           05  SUB-LINE        PIC 9       VALUE 0.
           05  C-OVSH-CTR      PIC 99      VALUE 0.
           05  SUB-OVSH        PIC 99      VALUE 0.
           05  C-OVER-SHORT    PIC S9(7)V99 VALUE 0.
           05  C-GT-RCPT-CTR   PIC 9(6)    VALUE 0.
           05  C-GT-DEP-READ   PIC 9(6)    VALUE 0.
           05  C-GT-MATCH-CTR  PIC 9(6)    VALUE 0.
           05  C-GT-NODEP-CTR  PIC 9(6)    VALUE 0.
           05  C-GT-NORCPT-CTR PIC 9(6)    VALUE 0.
      *  RECEIPTS AND DEPOSITS LEFT OUT FOR A FULL TABLE - THE REPORT *
      *  SAYS SO RATHER THAN RECONCILING A PARTIAL PERIOD QUIETLY    *
           05  C-GT-OVERFLOW   PIC 9(6)    VALUE 0.
           05  C-SECTION-CTR   PIC 9(6)    VALUE 0.

      *  ONE BATCH PER BUSINESS LINE AND RECEIPT DATE IN THE PERIOD -*
      *  BA-DEPOSIT POINTS AT THE DEPOSIT MATCHED TO IT, ZERO WHEN   *
      *  NONE HAS BEEN                                               *
       01  BATCH-TABLE.
           05  BATCH-ENTRY             OCCURS 400.
               10  BA-LINE             PIC X.
               10  BA-DATE             PIC 9(8).
               10  BA-CTR              PIC 9(4).
               10  BA-AMOUNT           PIC 9(9)V99.
               10  BA-DEPOSIT          PIC 999.

      *  EVERY DEPOSIT IN THE PERIOD - DE-BATCH POINTS AT THE BATCH  *
      *  MATCHED TO IT, ZERO WHEN NONE COULD BE                      *
       01  DEPOSIT-TABLE.
           05  DEPOSIT-ENTRY           OCCURS 300.
               10  DE-SLIP-NO          PIC X(10).
               10  DE-DATE             PIC 9(8).
               10  DE-AMOUNT           PIC 9(7)V99.
               10  DE-LINE             PIC X.
               10  DE-BATCH            PIC 999.

      *  THE THREE BUSINESS LINES IN REPORT ORDER, WITH THEIR TOTALS *
       01  LINE-TOTALS.
           05  LINE-TOTAL-ENTRY        OCCURS 3.
               10  LT-CODE             PIC X.
               10  LT-NAME             PIC X(5).
               10  LT-MATCH-RCPT       PIC 9(9)V99.
               10  LT-MATCH-DEP        PIC 9(9)V99.
               10  LT-OVER-SHORT       PIC S9(9)V99.
               10  LT-NODEP-AMT        PIC 9(9)V99.
               10  LT-NORCPT-AMT       PIC 9(9)V99.

      *  THE OVER/SHORT QUEUE RECORDS OF OTHER PERIODS, HELD WHILE   *
      *  THE QUEUE IS REWRITTEN - CAPPED AT 60                       *
       01  OVSH-TABLE.
           05  OVSH-ENTRY              OCCURS 60.
               10  OQ-BUS-LINE         PIC X(5).
               10  OQ-PERIOD-END       PIC 9(8).
               10  OQ-AMOUNT           PIC S9(7)V99.

       01  C-DATE-WORK.
           05  C-DW-YY         PIC 9(4).
           05  C-DW-MM         PIC 99.
           05  C-DW-DD         PIC 99.
       01  C-DATE-WORK-N REDEFINES C-DATE-WORK PIC 9(8).

       01  C-EDIT-DATE         PIC X(10)   VALUE ' '.

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
           05  FILLER          PIC X(8)    VALUE 'COBLSC54'.
           05  FILLER          PIC X(48)   VALUE ' '.
           05  FILLER          PIC X(9)    VALUE '  CHAPMAN'.
           05  FILLER          PIC X(9)    VALUE ' DIVISION'.
           05  FILLER          PIC X(58)   VALUE ' '.

       01  REPORT-TITLE-LINE.
           05  FILLER          PIC X(51)   VALUE ' '.
           05  FILLER          PIC X(29)   VALUE
                                 'BANK DEPOSIT RECONCILIATION  '.
           05  FILLER          PIC X(52)   VALUE ' '.

       01  PERIOD-LINE.
           05  FILLER          PIC X(19)   VALUE 'PERIOD RECONCILED: '.
           05  O-FROM-MM       PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-FROM-DD       PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-FROM-YY       PIC 9(4).
           05  FILLER          PIC X(4)    VALUE ' TO '.
           05  O-TO-MM         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-TO-DD         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-TO-YY         PIC 9(4).
           05  FILLER          PIC X(89)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  SECTION-TITLE-LINE.
           05  O-SECTION-TITLE PIC X(50).
           05  FILLER          PIC X(82)   VALUE ' '.

       01  MATCHED-COLUMN-HEADINGS.
           05  FILLER          PIC X(10)   VALUE 'SLIP NO'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'DEPOSITED'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE 'LINE'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'RECEIVED'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(8)    VALUE 'RECEIPTS'.
           05  FILLER          PIC X(5)    VALUE ' '.
           05  FILLER          PIC X(15)   VALUE ' RECEIPT AMOUNT'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(15)   VALUE ' DEPOSIT AMOUNT'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(14)   VALUE '    OVER/SHORT'.
           05  FILLER          PIC X(22)   VALUE ' '.

       01  MATCHED-DETAIL-LINE.
           05  O-MD-SLIP-NO    PIC X(10).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-MD-DEP-DATE   PIC X(10).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-MD-LINE       PIC X(5).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-MD-RCPT-DATE  PIC X(10).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-MD-RCPT-CTR   PIC Z,ZZ9.
           05  FILLER          PIC X(6)    VALUE ' '.
           05  O-MD-RCPT-AMT   PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-MD-DEP-AMT    PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-MD-OVER-SHORT PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X(25)   VALUE ' '.

       01  NODEP-COLUMN-HEADINGS.
           05  FILLER          PIC X(5)    VALUE 'LINE'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'RECEIVED'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(8)    VALUE 'RECEIPTS'.
           05  FILLER          PIC X(5)    VALUE ' '.
           05  FILLER          PIC X(15)   VALUE ' RECEIPT AMOUNT'.
           05  FILLER          PIC X(83)   VALUE ' '.

       01  NODEP-DETAIL-LINE.
           05  O-ND-LINE       PIC X(5).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-ND-RCPT-DATE  PIC X(10).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-ND-RCPT-CTR   PIC Z,ZZ9.
           05  FILLER          PIC X(6)    VALUE ' '.
           05  O-ND-RCPT-AMT   PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(86)   VALUE ' '.

       01  NORCPT-COLUMN-HEADINGS.
           05  FILLER          PIC X(10)   VALUE 'SLIP NO'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'DEPOSITED'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE 'LINE'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(15)   VALUE ' DEPOSIT AMOUNT'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'REASON'.
           05  FILLER          PIC X(74)   VALUE ' '.

       01  NORCPT-DETAIL-LINE.
           05  O-NR-SLIP-NO    PIC X(10).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-NR-DEP-DATE   PIC X(10).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-NR-LINE       PIC X(5).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X       VALUE ' '.
           05  O-NR-DEP-AMT    PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-NR-REASON     PIC X(40).
           05  FILLER          PIC X(40)   VALUE ' '.

       01  NONE-LINE.
           05  FILLER          PIC X(5)    VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'NONE  '.
           05  FILLER          PIC X(121)  VALUE ' '.

       01  SUMMARY-COLUMN-HEADINGS.
           05  FILLER          PIC X(14)   VALUE 'BUSINESS LINE'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(16)   VALUE 'MATCHED RECEIPTS'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(16)   VALUE 'MATCHED DEPOSITS'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(15)   VALUE '    OVER/SHORT'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(16)   VALUE 'NEVER DEPOSITED'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(16)   VALUE 'NO RECEIPTS'.
           05  FILLER          PIC X(29)   VALUE ' '.

       01  SUMMARY-DETAIL-LINE.
           05  O-SM-NAME       PIC X(14).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-SM-MATCH-RCPT PIC $$$$,$$$,$$9.99.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-SM-MATCH-DEP  PIC $$$$,$$$,$$9.99.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-SM-OVER-SHORT PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-SM-NODEP-AMT  PIC $$$$,$$$,$$9.99.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-SM-NORCPT-AMT PIC $$$$,$$$,$$9.99.
           05  FILLER          PIC X(30)   VALUE ' '.

       01  COUNT-LINE.
           05  FILLER          PIC X(15)   VALUE 'RECEIPTS READ: '.
           05  O-GT-RCPT-CTR   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(14)   VALUE '   DEPOSITS: '.
           05  O-GT-DEP-READ   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(12)   VALUE '   MATCHED: '.
           05  O-GT-MATCH-CTR  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(26)   VALUE
                                         '   NO RECEIPTS BEHIND IT: '.
           05  O-GT-NORCPT-CTR PIC ZZZ,ZZ9.
           05  FILLER          PIC X(37)   VALUE ' '.

       01  OVERFLOW-LINE.
           05  FILLER          PIC X(22)   VALUE
                                         '*** NOT RECONCILED -  '.
           05  O-GT-OVERFLOW   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(46)   VALUE
                  ' RECEIPT BATCHES/DEPOSITS PAST THE TABLE LIMIT'.
           05  FILLER          PIC X(4)    VALUE ' ***'.
           05  FILLER          PIC X(53)   VALUE ' '.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MATCH-DEPOSITS.
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

           MOVE 'B' TO LT-CODE(1).
           MOVE 'BOAT' TO LT-NAME(1).
           MOVE 'C' TO LT-CODE(2).
           MOVE 'CONDO' TO LT-NAME(2).
           MOVE 'P' TO LT-CODE(3).
           MOVE 'POP' TO LT-NAME(3).
           PERFORM 1005-CLEAR-LINE-TOTALS
               VARYING SUB-LINE FROM 1 BY 1
                   UNTIL SUB-LINE > 3.

           PERFORM 1050-GET-PERIOD.
           PERFORM 1100-LOAD-BOAT-RECEIPTS.
           PERFORM 1200-LOAD-CONDO-RECEIPTS.
           PERFORM 1300-LOAD-POP-RECEIPTS.
           PERFORM 1400-LOAD-DEPOSITS.

       1005-CLEAR-LINE-TOTALS.
           MOVE 0 TO LT-MATCH-RCPT(SUB-LINE).
           MOVE 0 TO LT-MATCH-DEP(SUB-LINE).
           MOVE 0 TO LT-OVER-SHORT(SUB-LINE).
           MOVE 0 TO LT-NODEP-AMT(SUB-LINE).
           MOVE 0 TO LT-NORCPT-AMT(SUB-LINE).

      *  THE PERIOD TO RECONCILE - A MISSING FILE, OR A DATE THAT IS *
      *  NOT NUMERIC OR ZERO, LEAVES THE FIRST OF THE PROCESSING     *
      *  MONTH THROUGH THE PROCESSING DATE                           *
       1050-GET-PERIOD.
           MOVE I-DATE TO C-DATE-WORK.
           MOVE 1 TO C-DW-DD.
           MOVE C-DATE-WORK-N TO C-FROM-DATE.
           MOVE I-DATE TO C-TO-DATE.

           OPEN INPUT RECON-PARM.
           READ RECON-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF RP-FROM-DATE NUMERIC AND RP-FROM-DATE > 0
                       MOVE RP-FROM-DATE TO C-FROM-DATE
                   END-IF
                   IF RP-TO-DATE NUMERIC AND RP-TO-DATE > 0
                       MOVE RP-TO-DATE TO C-TO-DATE
                   END-IF.
           CLOSE RECON-PARM.

           MOVE C-FROM-DATE TO C-DATE-WORK.
           MOVE C-DW-MM TO O-FROM-MM.
           MOVE C-DW-DD TO O-FROM-DD.
           MOVE C-DW-YY TO O-FROM-YY.
           MOVE C-TO-DATE TO C-DATE-WORK.
           MOVE C-DW-MM TO O-TO-MM.
           MOVE C-DW-DD TO O-TO-DD.
           MOVE C-DW-YY TO O-TO-YY.

      *  A SALE'S DOWN PAYMENT IS TAKEN ON ITS PURCHASE DATE - A     *
      *  SALE WITH NO DOWN PAYMENT BROUGHT IN NO MONEY               *
       1100-LOAD-BOAT-RECEIPTS.
           OPEN INPUT BOAT-MASTER.
           IF C-MASTER-STATUS NOT = '00'
               DISPLAY '*** COBLSC54 BOAT MASTER WILL NOT OPEN - '
                   'STATUS ' C-MASTER-STATUS
                   ' - NO BOAT RECEIPTS ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1110-READ-BOAT
                   UNTIL BOAT-EOF = 'YES'
               CLOSE BOAT-MASTER.

       1110-READ-BOAT.
           READ BOAT-MASTER
               AT END
                   MOVE 'YES' TO BOAT-EOF
               NOT AT END
                   IF M-DOWN-PAYMENT NUMERIC AND M-DOWN-PAYMENT > 0
                       MOVE 'B' TO C-RCPT-LINE
                       MOVE M-PURCHASE-DATE TO C-RCPT-DATE
                       MOVE M-DOWN-PAYMENT TO C-RCPT-AMOUNT
                       PERFORM 1500-BATCH-RECEIPT THRU 1500-EXIT
                   END-IF.

       1200-LOAD-CONDO-RECEIPTS.
           OPEN INPUT PAYMENT-FILE.
           IF C-PAY-STATUS = '00'
               PERFORM 1210-READ-PAYMENT
                   UNTIL PAY-EOF = 'YES'
               CLOSE PAYMENT-FILE
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE PAYMENT-FILE
               MOVE 'YES' TO PAY-EOF.

       1210-READ-PAYMENT.
           READ PAYMENT-FILE
               AT END
                   MOVE 'YES' TO PAY-EOF
               NOT AT END
                   MOVE 'C' TO C-RCPT-LINE
                   MOVE PY-PAY-DATE TO C-RCPT-DATE
                   MOVE PY-AMOUNT TO C-RCPT-AMOUNT
                   PERFORM 1500-BATCH-RECEIPT THRU 1500-EXIT.

       1300-LOAD-POP-RECEIPTS.
           OPEN INPUT RECEIPT-FILE.
           IF C-RECEIPT-STATUS = '00'
               PERFORM 1310-READ-RECEIPT
                   UNTIL RECEIPT-EOF = 'YES'
               CLOSE RECEIPT-FILE
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE RECEIPT-FILE
               MOVE 'YES' TO RECEIPT-EOF.

       1310-READ-RECEIPT.
           READ RECEIPT-FILE
               AT END
                   MOVE 'YES' TO RECEIPT-EOF
               NOT AT END
                   MOVE 'P' TO C-RCPT-LINE
                   MOVE RC-DATE TO C-RCPT-DATE
                   MOVE RC-AMOUNT TO C-RCPT-AMOUNT
                   PERFORM 1500-BATCH-RECEIPT THRU 1500-EXIT.

      *  LOADS EVERY DEPOSIT SLIP DATED IN THE PERIOD  *
       1400-LOAD-DEPOSITS.
           OPEN INPUT BANK-DEPOSIT.
           IF C-BANK-STATUS = '00'
               PERFORM 1410-READ-DEPOSIT
                   UNTIL BANK-EOF = 'YES'
               CLOSE BANK-DEPOSIT
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE BANK-DEPOSIT
               MOVE 'YES' TO BANK-EOF
               DISPLAY '*** COBLSC54 NO BANK DEPOSIT FILE - EVERY '
                   'RECEIPT LISTS AS NEVER DEPOSITED ***'.

       1410-READ-DEPOSIT.
           READ BANK-DEPOSIT
               AT END
                   MOVE 'YES' TO BANK-EOF
               NOT AT END
                   IF BD-DATE NOT < C-FROM-DATE
                     AND BD-DATE NOT > C-TO-DATE
                       PERFORM 1420-TABLE-DEPOSIT
                   END-IF.

       1420-TABLE-DEPOSIT.
           ADD 1 TO C-GT-DEP-READ.
           IF C-DEP-CTR NOT < 300
               ADD 1 TO C-GT-OVERFLOW
           ELSE
               ADD 1 TO C-DEP-CTR
               MOVE BD-SLIP-NO TO DE-SLIP-NO(C-DEP-CTR)
               MOVE BD-DATE TO DE-DATE(C-DEP-CTR)
               MOVE BD-AMOUNT TO DE-AMOUNT(C-DEP-CTR)
               MOVE BD-LINE TO DE-LINE(C-DEP-CTR)
               MOVE 0 TO DE-BATCH(C-DEP-CTR).

      *  ADDS ONE RECEIPT DATED IN THE PERIOD TO THE BATCH FOR ITS   *
      *  BUSINESS LINE AND DATE, OPENING THE BATCH ON ITS FIRST      *
      *  RECEIPT                                                     *
       1500-BATCH-RECEIPT.
           IF C-RCPT-DATE < C-FROM-DATE
             OR C-RCPT-DATE > C-TO-DATE
               GO TO 1500-EXIT.
           ADD 1 TO C-GT-RCPT-CTR.
           PERFORM
               VARYING SUB-BATCH FROM 1 BY 1
                   UNTIL SUB-BATCH > C-BATCH-CTR
                       OR (BA-LINE(SUB-BATCH) = C-RCPT-LINE
                       AND BA-DATE(SUB-BATCH) = C-RCPT-DATE).
           IF SUB-BATCH > C-BATCH-CTR
               IF C-BATCH-CTR NOT < 400
                   ADD 1 TO C-GT-OVERFLOW
                   GO TO 1500-EXIT
               ELSE
                   ADD 1 TO C-BATCH-CTR
                   MOVE C-BATCH-CTR TO SUB-BATCH
                   MOVE C-RCPT-LINE TO BA-LINE(SUB-BATCH)
                   MOVE C-RCPT-DATE TO BA-DATE(SUB-BATCH)
                   MOVE 0 TO BA-CTR(SUB-BATCH)
                   MOVE 0 TO BA-AMOUNT(SUB-BATCH)
                   MOVE 0 TO BA-DEPOSIT(SUB-BATCH).
           ADD 1 TO BA-CTR(SUB-BATCH).
           ADD C-RCPT-AMOUNT TO BA-AMOUNT(SUB-BATCH).

       1500-EXIT.
           EXIT.

      *  TWO PASSES OVER THE DEPOSITS - FIRST EVERY SLIP TAKES THE   *
      *  SAME-DAY BATCH OF ITS LINE, THEN A SLIP STILL UNMATCHED     *
      *  TAKES THE LATEST EARLIER BATCH OF ITS LINE NOT YET          *
      *  DEPOSITED (THE WEEKEND'S MONEY GOING IN ON MONDAY) - THE    *
      *  SAME-DAY PASS RUNS FIRST SO A LATE SLIP CANNOT TAKE A BATCH *
      *  ITS OWN DAY'S SLIP WAS WRITTEN FOR                          *
       2000-MATCH-DEPOSITS.
           PERFORM 2100-MATCH-SAME-DAY
               VARYING SUB-DEP FROM 1 BY 1
                   UNTIL SUB-DEP > C-DEP-CTR.
           PERFORM 2200-MATCH-EARLIER THRU 2200-EXIT
               VARYING SUB-DEP FROM 1 BY 1
                   UNTIL SUB-DEP > C-DEP-CTR.

           PERFORM 2500-PRINT-MATCHED.
           PERFORM 2600-PRINT-NEVER-DEPOSITED.
           PERFORM 2700-PRINT-NO-RECEIPTS.

       2100-MATCH-SAME-DAY.
           PERFORM
               VARYING SUB-BATCH FROM 1 BY 1
                   UNTIL SUB-BATCH > C-BATCH-CTR
                       OR (BA-LINE(SUB-BATCH) = DE-LINE(SUB-DEP)
                       AND BA-DATE(SUB-BATCH) = DE-DATE(SUB-DEP)
                       AND BA-DEPOSIT(SUB-BATCH) = 0).
           IF SUB-BATCH NOT > C-BATCH-CTR
               MOVE SUB-BATCH TO DE-BATCH(SUB-DEP)
               MOVE SUB-DEP TO BA-DEPOSIT(SUB-BATCH).

       2200-MATCH-EARLIER.
           IF DE-BATCH(SUB-DEP) > 0
               GO TO 2200-EXIT.
           MOVE 0 TO C-BEST-BATCH.
           PERFORM 2210-CHECK-EARLIER
               VARYING SUB-BATCH FROM 1 BY 1
                   UNTIL SUB-BATCH > C-BATCH-CTR.
           IF C-BEST-BATCH > 0
               MOVE C-BEST-BATCH TO DE-BATCH(SUB-DEP)
               MOVE SUB-DEP TO BA-DEPOSIT(C-BEST-BATCH).

       2200-EXIT.
           EXIT.

       2210-CHECK-EARLIER.
           IF BA-LINE(SUB-BATCH) = DE-LINE(SUB-DEP)
             AND BA-DATE(SUB-BATCH) < DE-DATE(SUB-DEP)
             AND BA-DEPOSIT(SUB-BATCH) = 0
               IF C-BEST-BATCH = 0
                   MOVE SUB-BATCH TO C-BEST-BATCH
               ELSE
                   IF BA-DATE(SUB-BATCH) > BA-DATE(C-BEST-BATCH)
                       MOVE SUB-BATCH TO C-BEST-BATCH.

      *  EVERY DEPOSIT WITH THE BATCH BEHIND IT AND THE DIFFERENCE - *
      *  A DEPOSIT LARGER THAN ITS RECEIPTS IS OVER, SMALLER SHORT   *
       2500-PRINT-MATCHED.
           MOVE 'MATCHED DEPOSITS' TO O-SECTION-TITLE.
           WRITE PRTLINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM MATCHED-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO C-SECTION-CTR.
           PERFORM 2510-MATCHED-LINE
               VARYING SUB-DEP FROM 1 BY 1
                   UNTIL SUB-DEP > C-DEP-CTR.
           IF C-SECTION-CTR = 0
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE.

       2510-MATCHED-LINE.
           IF DE-BATCH(SUB-DEP) > 0
               MOVE DE-BATCH(SUB-DEP) TO SUB-BATCH
               PERFORM 2520-FIND-LINE
               ADD 1 TO C-SECTION-CTR
               ADD 1 TO C-GT-MATCH-CTR
               COMPUTE C-OVER-SHORT = DE-AMOUNT(SUB-DEP)
                   - BA-AMOUNT(SUB-BATCH)
               ADD BA-AMOUNT(SUB-BATCH) TO LT-MATCH-RCPT(SUB-LINE)
               ADD DE-AMOUNT(SUB-DEP) TO LT-MATCH-DEP(SUB-LINE)
               ADD C-OVER-SHORT TO LT-OVER-SHORT(SUB-LINE)
               MOVE DE-SLIP-NO(SUB-DEP) TO O-MD-SLIP-NO
               MOVE DE-DATE(SUB-DEP) TO C-DATE-WORK
               PERFORM 9300-EDIT-DATE
               MOVE C-EDIT-DATE TO O-MD-DEP-DATE
               MOVE LT-NAME(SUB-LINE) TO O-MD-LINE
               MOVE BA-DATE(SUB-BATCH) TO C-DATE-WORK
               PERFORM 9300-EDIT-DATE
               MOVE C-EDIT-DATE TO O-MD-RCPT-DATE
               MOVE BA-CTR(SUB-BATCH) TO O-MD-RCPT-CTR
               MOVE BA-AMOUNT(SUB-BATCH) TO O-MD-RCPT-AMT
               MOVE DE-AMOUNT(SUB-DEP) TO O-MD-DEP-AMT
               MOVE C-OVER-SHORT TO O-MD-OVER-SHORT
               WRITE PRTLINE FROM MATCHED-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS.

      *  THE LINE-TOTALS ENTRY FOR A BATCH'S BUSINESS LINE  *
       2520-FIND-LINE.
           PERFORM
               VARYING SUB-LINE FROM 1 BY 1
                   UNTIL SUB-LINE > 2
                       OR LT-CODE(SUB-LINE) = BA-LINE(SUB-BATCH).

      *  EVERY BATCH NO DEPOSIT TOOK - MONEY TAKEN IN THAT NEVER     *
      *  REACHED THE BANK, OR IS STILL IN TRANSIT                    *
       2600-PRINT-NEVER-DEPOSITED.
           MOVE 'RECEIPTS NEVER DEPOSITED' TO O-SECTION-TITLE.
           WRITE PRTLINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM NODEP-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO C-SECTION-CTR.
           PERFORM 2610-NEVER-DEPOSITED-LINE
               VARYING SUB-BATCH FROM 1 BY 1
                   UNTIL SUB-BATCH > C-BATCH-CTR.
           IF C-SECTION-CTR = 0
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE.

       2610-NEVER-DEPOSITED-LINE.
           IF BA-DEPOSIT(SUB-BATCH) = 0
               PERFORM 2520-FIND-LINE
               ADD 1 TO C-SECTION-CTR
               ADD 1 TO C-GT-NODEP-CTR
               ADD BA-AMOUNT(SUB-BATCH) TO LT-NODEP-AMT(SUB-LINE)
               MOVE LT-NAME(SUB-LINE) TO O-ND-LINE
               MOVE BA-DATE(SUB-BATCH) TO C-DATE-WORK
               PERFORM 9300-EDIT-DATE
               MOVE C-EDIT-DATE TO O-ND-RCPT-DATE
               MOVE BA-CTR(SUB-BATCH) TO O-ND-RCPT-CTR
               MOVE BA-AMOUNT(SUB-BATCH) TO O-ND-RCPT-AMT
               WRITE PRTLINE FROM NODEP-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS.

      *  EVERY DEPOSIT NO BATCH COULD BE FOUND FOR - A SLIP WITH NO  *
      *  VALID BUSINESS LINE CANNOT BE MATCHED AT ALL                *
       2700-PRINT-NO-RECEIPTS.
           MOVE 'DEPOSITS WITH NO RECEIPTS BEHIND THEM'
               TO O-SECTION-TITLE.
           WRITE PRTLINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM NORCPT-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO C-SECTION-CTR.
           PERFORM 2710-NO-RECEIPTS-LINE
               VARYING SUB-DEP FROM 1 BY 1
                   UNTIL SUB-DEP > C-DEP-CTR.
           IF C-SECTION-CTR = 0
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE.

       2710-NO-RECEIPTS-LINE.
           IF DE-BATCH(SUB-DEP) = 0
               ADD 1 TO C-SECTION-CTR
               ADD 1 TO C-GT-NORCPT-CTR
               MOVE DE-SLIP-NO(SUB-DEP) TO O-NR-SLIP-NO
               MOVE DE-DATE(SUB-DEP) TO C-DATE-WORK
               PERFORM 9300-EDIT-DATE
               MOVE C-EDIT-DATE TO O-NR-DEP-DATE
               MOVE DE-AMOUNT(SUB-DEP) TO O-NR-DEP-AMT
               PERFORM 2720-FIND-DEPOSIT-LINE
               IF SUB-LINE > 3
                   MOVE DE-LINE(SUB-DEP) TO O-NR-LINE
                   MOVE 'BUSINESS LINE NOT B, C OR P'
                       TO O-NR-REASON
               ELSE
                   ADD DE-AMOUNT(SUB-DEP) TO LT-NORCPT-AMT(SUB-LINE)
                   MOVE LT-NAME(SUB-LINE) TO O-NR-LINE
                   MOVE 'NO UNDEPOSITED RECEIPTS ON OR BEFORE'
                       TO O-NR-REASON
               END-IF
               WRITE PRTLINE FROM NORCPT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS.

      *  THE LINE-TOTALS ENTRY FOR A DEPOSIT'S BUSINESS LINE - LEFT  *
      *  AT 4 WHEN THE SLIP CARRIES NO VALID LINE                    *
       2720-FIND-DEPOSIT-LINE.
           PERFORM
               VARYING SUB-LINE FROM 1 BY 1
                   UNTIL SUB-LINE > 3
                       OR LT-CODE(SUB-LINE) = DE-LINE(SUB-DEP).

       3000-CLOSING.
           PERFORM 3100-SUMMARY.
           PERFORM 3200-QUEUE-OVER-SHORT.
           PERFORM 9500-WRITE-RUN-LOG.
           CLOSE PRTOUT.

      *  THE OVER/SHORT BY BUSINESS LINE, WITH WHAT WAS NEVER        *
      *  DEPOSITED AND WHAT CAME IN WITH NO RECEIPTS - ONLY THE      *
      *  OVER/SHORT ON MATCHED DEPOSITS IS QUEUED FOR POSTING        *
       3100-SUMMARY.
           PERFORM 9100-HEADINGS.
           MOVE 'CASH OVER/SHORT BY BUSINESS LINE' TO O-SECTION-TITLE.
           WRITE PRTLINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM SUMMARY-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 3110-SUMMARY-LINE
               VARYING SUB-LINE FROM 1 BY 1
                   UNTIL SUB-LINE > 3.

           MOVE C-GT-RCPT-CTR TO O-GT-RCPT-CTR.
           MOVE C-GT-DEP-READ TO O-GT-DEP-READ.
           MOVE C-GT-MATCH-CTR TO O-GT-MATCH-CTR.
           MOVE C-GT-NORCPT-CTR TO O-GT-NORCPT-CTR.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 3 LINES.

           IF C-GT-OVERFLOW > 0
               MOVE C-GT-OVERFLOW TO O-GT-OVERFLOW
               WRITE PRTLINE FROM OVERFLOW-LINE
                   AFTER ADVANCING 2 LINES
               DISPLAY '*** COBLSC54 TABLE FULL - '
                   C-GT-OVERFLOW ' RECEIPTS/DEPOSITS NOT RECONCILED ***'
               MOVE 8 TO RETURN-CODE.

       3110-SUMMARY-LINE.
           MOVE LT-NAME(SUB-LINE) TO O-SM-NAME.
           MOVE LT-MATCH-RCPT(SUB-LINE) TO O-SM-MATCH-RCPT.
           MOVE LT-MATCH-DEP(SUB-LINE) TO O-SM-MATCH-DEP.
           MOVE LT-OVER-SHORT(SUB-LINE) TO O-SM-OVER-SHORT.
           MOVE LT-NODEP-AMT(SUB-LINE) TO O-SM-NODEP-AMT.
           MOVE LT-NORCPT-AMT(SUB-LINE) TO O-SM-NORCPT-AMT.
           WRITE PRTLINE FROM SUMMARY-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *  REWRITES THE OVER/SHORT QUEUE WITH THIS PERIOD'S LINES IN   *
      *  PLACE OF ANY LEFT BY AN EARLIER RUN OVER THE SAME PERIOD    *
      *  THAT HAS NOT BEEN POSTED YET - OTHER PERIODS STILL WAITING  *
      *  TO POST ARE KEPT                                            *
       3200-QUEUE-OVER-SHORT.
           OPEN INPUT OVER-SHORT.
           IF C-OVSH-STATUS = '00'
               PERFORM 3210-READ-OVER-SHORT
                   UNTIL OVSH-EOF = 'YES'
               CLOSE OVER-SHORT
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE OVER-SHORT
               MOVE 'YES' TO OVSH-EOF.

           OPEN OUTPUT OVER-SHORT.
           PERFORM 3220-WRITE-KEPT
               VARYING SUB-OVSH FROM 1 BY 1
                   UNTIL SUB-OVSH > C-OVSH-CTR.
           PERFORM 3230-WRITE-LINE
               VARYING SUB-LINE FROM 1 BY 1
                   UNTIL SUB-LINE > 3.
           CLOSE OVER-SHORT.

       3210-READ-OVER-SHORT.
           READ OVER-SHORT
               AT END
                   MOVE 'YES' TO OVSH-EOF
               NOT AT END
                   IF OS-PERIOD-END NOT = C-TO-DATE
                       IF C-OVSH-CTR < 60
                           ADD 1 TO C-OVSH-CTR
                           MOVE OS-BUS-LINE TO OQ-BUS-LINE(C-OVSH-CTR)
                           MOVE OS-PERIOD-END
                               TO OQ-PERIOD-END(C-OVSH-CTR)
                           MOVE OS-AMOUNT TO OQ-AMOUNT(C-OVSH-CTR)
                       ELSE
                           DISPLAY '*** COBLSC54 OVER/SHORT QUEUE '
                               'FULL - ' OS-BUS-LINE ' ' OS-PERIOD-END
                               ' DROPPED ***'
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF.

       3220-WRITE-KEPT.
           MOVE OQ-BUS-LINE(SUB-OVSH) TO OS-BUS-LINE.
           MOVE OQ-PERIOD-END(SUB-OVSH) TO OS-PERIOD-END.
           MOVE OQ-AMOUNT(SUB-OVSH) TO OS-AMOUNT.
           WRITE OS-REC.

       3230-WRITE-LINE.
           IF LT-OVER-SHORT(SUB-LINE) NOT = 0
               MOVE LT-NAME(SUB-LINE) TO OS-BUS-LINE
               MOVE C-TO-DATE TO OS-PERIOD-END
               MOVE LT-OVER-SHORT(SUB-LINE) TO OS-AMOUNT
               WRITE OS-REC.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE FROM COMPANY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM DIVISION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM REPORT-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM PERIOD-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

      *  EDITS C-DATE-WORK AS MM/DD/YYYY INTO C-EDIT-DATE  *
       9300-EDIT-DATE.
           STRING C-DW-MM '/' C-DW-DD '/' C-DW-YY
               DELIMITED BY SIZE INTO C-EDIT-DATE.

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -      *
      * RECORDS IN IS THE RECEIPTS AND DEPOSITS IN THE PERIOD,        *
      * RECORDS OUT IS THE DEPOSITS MATCHED, AND RECORDS REJECTED IS  *
      * THE DEPOSITS WITH NO RECEIPTS BEHIND THEM                     *
       9500-WRITE-RUN-LOG.
           MOVE 'COBLSC54' TO RL-PROGRAM.
           MOVE M-RUN-MM TO RL-RUN-MM.
           MOVE M-RUN-DD TO RL-RUN-DD.
           MOVE M-RUN-YY TO RL-RUN-YYYY.
           MOVE I-TIME(1:2) TO RL-RUN-HH.
           MOVE I-TIME(3:2) TO RL-RUN-MI.
           MOVE I-TIME(5:2) TO RL-RUN-SS.
           COMPUTE RL-RECS-IN = C-GT-RCPT-CTR + C-GT-DEP-READ.
           MOVE C-GT-MATCH-CTR TO RL-RECS-OUT.
           MOVE C-GT-NORCPT-CTR TO RL-RECS-REJ.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC37.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      **********************************************************
      *  KEEPS THE LEDGER OF IN-HOUSE BOAT LOANS - EVERY        *
      *  FINANCED SALE ON THE BOAT REPORT'S DEAL EXTRACT IS     *
      *  BOOKED ONCE WITH ITS AMOUNT FINANCED, APR, TERM, AND   *
      *  PAYMENT, KEYED MONTHLY PAYMENTS ARE SPLIT INTO LATE    *
      *  FEE, INTEREST, AND PRINCIPAL THE SAME WAY THE          *
      *  AMORTIZATION SCHEDULE SPLITS THEM, LATE FEES ARE       *
      *  CHARGED ON INSTALLMENTS PAST THE GRACE PERIOD, AND A   *
      *  DELINQUENCY REPORT BY DAYS PAST DUE AND A PAYOFF       *
      *  QUOTE FOR ANY SALE NUMBER ASKED FOR ARE PRINTED SO     *
      *  COLLECTIONS STOPS WORKING OFF PHOTOCOPIED SCHEDULES    *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  EVERY SALE AS PRICED BY THE LAST BOAT REPORT RUN - A       *
      *  FINANCED DEAL NOT YET ON THE LEDGER IS BOOKED FROM HERE    *
           SELECT OPTIONAL DEAL-EXTRACT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC03\CBLDL03.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-DEAL-STATUS.

      *  THE LOAN LEDGER ITSELF - ONE RECORD PER FINANCED SALE,     *
      *  LOADED AT INIT AND REWRITTEN IN FULL AT CLOSE - A PAID-OFF *
      *  LOAN STAYS ON FILE MARKED PAID                             *
           SELECT OPTIONAL LOAN-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLLOAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-LOAN-STATUS.

      *  LOAN PAYMENTS KEYED AS THEY ARRIVE - SALE NUMBER, AMOUNT,  *
      *  AND THE DATE THE PAYMENT WAS RECEIVED - CONSUMED           *
      *  (REWRITTEN EMPTY) ONCE POSTED SO A RERUN CANNOT POST THE   *
      *  SAME PAYMENT TWICE                                         *
           SELECT OPTIONAL LOAN-PAYMENT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC37\CBLLNPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PAY-STATUS.

      *  PAYOFF QUOTES ASKED FOR - SALE NUMBER AND THE DATE THE     *
      *  PAYOFF IS FIGURED TO, ZERO MEANING TODAY                   *
           SELECT OPTIONAL PAYOFF-REQUEST
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC37\CBLLNPQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PQ-STATUS.

      *  PAYMENT POSTING REGISTER FOLLOWED BY THE DELINQUENCY       *
      *  REPORT                                                     *
           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC37\LOANRPT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *  ONE PAGE PER PAYOFF QUOTE, READY TO HAND TO THE BORROWER   *
      *  OR THE BANK TAKING OVER THE NOTE                           *
           SELECT PAYOFF-OUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC37\PAYOFF.PRT'
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

      * ONE SALE AS PRICED BY THE BOAT REPORT - ONLY THE FIELDS THE *
      * LEDGER BOOKS FROM ARE NAMED                                 *
       FD  DEAL-EXTRACT
           LABEL RECORD IS STANDARD
           DATA RECORD IS DL-REC
           RECORD CONTAINS 154 CHARACTERS.

       01  DL-REC.
           05  DL-SALE-NO               PIC 9(6).
           05  DL-CUST-NO               PIC 9(5).
           05  DL-NAME                  PIC X(20).
           05  FILLER                   PIC X(21).
           05  DL-PURCHASE-DATE         PIC 9(8).
           05  FILLER                   PIC X(70).
           05  DL-AMT-FINANCED          PIC 9(7)V99.
           05  DL-APR                   PIC 99V99.
           05  DL-TERM-MONTHS           PIC 9(3).
           05  DL-PAYMENT               PIC 9(6)V99.

      * ONE LOAN ON THE LEDGER - THE NEXT INSTALLMENT DUE, ANY      *
      * CREDIT ALREADY PAID TOWARD IT, THE LATE FEES STILL OWED,    *
      * THE DUE DATE LAST CHARGED A LATE FEE SO ONE MISSED          *
      * INSTALLMENT IS NEVER CHARGED TWICE, AND THE DATE INTEREST   *
      * IS PAID THROUGH FOR THE PAYOFF QUOTE                        *
       FD  LOAN-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS LN-REC
           RECORD CONTAINS 121 CHARACTERS.

       01  LN-REC.
           05  LN-SALE-NO               PIC 9(6).
           05  LN-CUST-NO               PIC 9(5).
           05  LN-NAME                  PIC X(20).
           05  LN-AMT-FINANCED          PIC 9(7)V99.
           05  LN-APR                   PIC 99V99.
           05  LN-TERM-MONTHS           PIC 9(3).
           05  LN-PAYMENT               PIC 9(6)V99.
           05  LN-OPEN-DATE             PIC 9(8).
           05  LN-NEXT-DUE              PIC 9(8).
           05  LN-BALANCE               PIC 9(7)V99.
           05  LN-PARTIAL               PIC 9(6)V99.
           05  LN-LATE-FEES             PIC 9(5)V99.
           05  LN-LAST-FEE-DUE          PIC 9(8).
           05  LN-INT-PAID-TO           PIC 9(8).
           05  LN-TOT-INTEREST          PIC 9(7)V99.
      *  'A' WHILE THE LOAN IS OPEN, 'P' ONCE IT IS PAID IN FULL    *
           05  LN-STATUS                PIC X.

       FD  LOAN-PAYMENT
           LABEL RECORD IS STANDARD
           DATA RECORD IS LP-REC
           RECORD CONTAINS 22 CHARACTERS.

       01  LP-REC.
           05  LP-SALE-NO               PIC 9(6).
           05  LP-AMOUNT                PIC 9(6)V99.
           05  LP-PAY-DATE              PIC 9(8).

       FD  PAYOFF-REQUEST
           LABEL RECORD IS STANDARD
           DATA RECORD IS PQ-REC
           RECORD CONTAINS 14 CHARACTERS.

       01  PQ-REC.
           05  PQ-SALE-NO               PIC 9(6).
           05  PQ-QUOTE-DATE            PIC 9(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE             PIC X(132).

       FD  PAYOFF-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PAYOFFLINE.

       01  PAYOFFLINE          PIC X(132).

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
           05  C-DEAL-STATUS   PIC XX      VALUE '00'.
           05  C-LOAN-STATUS   PIC XX      VALUE '00'.
           05  C-PAY-STATUS    PIC XX      VALUE '00'.
           05  C-PQ-STATUS     PIC XX      VALUE '00'.
           05  DEAL-EOF        PIC XXX     VALUE 'NO'.
           05  LOAN-EOF        PIC XXX     VALUE 'NO'.
           05  PAY-EOF         PIC XXX     VALUE 'NO'.
           05  PQ-EOF          PIC XXX     VALUE 'NO'.
      *  'P' WHILE THE PAYMENT REGISTER IS PRINTING, 'D' ONCE THE   *
      *  DELINQUENCY REPORT STARTS - TELLS 9100-HEADINGS WHICH      *
      *  COLUMN HEADINGS TO REPEAT ON A NEW PAGE                    *
           05  C-SECTION       PIC X       VALUE 'P'.
           05  C-LOAN-CTR      PIC 999     VALUE 0.
           05  SUB-LOAN        PIC 999     VALUE 0.
           05  SUB-BUCKET      PIC 9       VALUE 0.
           05  C-HOLD-SALE     PIC 9(6)    VALUE 0.
           05  C-DEAL-CTR      PIC 9(5)    VALUE 0.
           05  C-NEW-CTR       PIC 9(5)    VALUE 0.
           05  C-PAY-CTR       PIC 9(5)    VALUE 0.
           05  C-POSTED-CTR    PIC 9(5)    VALUE 0.
           05  C-PAY-REJ-CTR   PIC 9(5)    VALUE 0.
           05  C-FEE-CTR       PIC 9(5)    VALUE 0.
           05  C-PQ-CTR        PIC 9(5)    VALUE 0.
           05  C-QUOTE-CTR     PIC 9(5)    VALUE 0.
           05  C-PQ-REJ-CTR    PIC 9(5)    VALUE 0.
           05  C-DELQ-CTR      PIC 9(5)    VALUE 0.
      *  LATE FEE TERMS - AN INSTALLMENT NOT PAID WITHIN THE GRACE  *
      *  DAYS AFTER ITS DUE DATE IS CHARGED THE GREATER OF THE      *
      *  PERCENT OF THE MONTHLY PAYMENT OR THE MINIMUM FEE          *
           05  C-GRACE-DAYS    PIC 99      VALUE 10.
           05  C-LATE-PCT      PIC V99     VALUE .05.
           05  C-LATE-MIN      PIC 9(3)V99 VALUE 25.00.
           05  C-LATE-FEE      PIC 9(5)V99 VALUE 0.
           05  C-TODAY-DATE    PIC 9(8)    VALUE 0.
           05  C-TODAY-360     PIC 9(7)    VALUE 0.
           05  C-DUE-360       PIC 9(7)    VALUE 0.
           05  C-PAY-360       PIC 9(7)    VALUE 0.
      *  A LATE FEE IS CHARGED FOR EVERY INSTALLMENT WHOSE GRACE    *
      *  PERIOD ENDED BEFORE THIS DAY - THE PAYMENT DATE WHEN A     *
      *  PAYMENT IS POSTED, THE RUN DATE OTHERWISE                  *
           05  C-CUTOFF-360    PIC 9(7)    VALUE 0.
           05  C-DAYS-PAST     PIC S9(7)   VALUE 0.
           05  C-REMAIN        PIC S9(7)V99 VALUE 0.
           05  C-LATE-PAID     PIC 9(5)V99 VALUE 0.
           05  C-INT-DUE       PIC 9(6)V99 VALUE 0.
           05  C-INT-PAID      PIC 9(6)V99 VALUE 0.
           05  C-PRIN-PAID     PIC 9(7)V99 VALUE 0.
           05  C-OVERPAID      PIC 9(7)V99 VALUE 0.
           05  C-PAST-CTR      PIC 999     VALUE 0.
           05  C-PAST-AMT      PIC S9(7)V99 VALUE 0.
           05  C-QUOTE-DATE    PIC 9(8)    VALUE 0.
           05  C-ACCRUE-DAYS   PIC S9(5)   VALUE 0.
           05  C-PER-DIEM      PIC 9(5)V99 VALUE 0.
           05  C-ACCRUED       PIC 9(6)V99 VALUE 0.
           05  C-PAYOFF        PIC 9(7)V99 VALUE 0.
           05  C-GT-PAID       PIC 9(9)V99 VALUE 0.
           05  C-GT-FEES-PAID  PIC 9(7)V99 VALUE 0.
           05  C-GT-INTEREST   PIC 9(9)V99 VALUE 0.
           05  C-GT-PRINCIPAL  PIC 9(9)V99 VALUE 0.
           05  C-GT-FEES-CHG   PIC 9(7)V99 VALUE 0.
           05  C-GT-DQ-PAST    PIC 9(9)V99 VALUE 0.
           05  C-GT-DQ-BALANCE PIC 9(9)V99 VALUE 0.

      *  A DATE BROKEN INTO YEAR/MONTH/DAY FOR THE 30/360 DAY       *
      *  COUNTS AND FOR STEPPING A DUE DATE AHEAD ONE MONTH         *
       01  WORK-DATE.
           05  C-WK-YY         PIC 9(4).
           05  C-WK-MM         PIC 99.
           05  C-WK-DD         PIC 99.
       01  C-WK-DATE REDEFINES WORK-DATE   PIC 9(8).

      *  THE DATE A LATE FEE IS PRINTED UNDER ON THE REGISTER -     *
      *  C-WK-DATE IS BUSY WALKING THE DUE DATES                    *
       01  FEE-DATE.
           05  C-FEE-YY        PIC 9(4).
           05  C-FEE-MM        PIC 99.
           05  C-FEE-DD        PIC 99.
       01  C-FEE-DATE REDEFINES FEE-DATE   PIC 9(8).

      *  EVERY LOAN ON THE LEDGER PLUS THE NEW ONES BOOKED THIS     *
      *  RUN - CAPPED AT 200 LOANS                                  *
       01  LOAN-TABLE.
           05  LOAN-ENTRY              OCCURS 200 TIMES.
               10  LT-SALE-NO          PIC 9(6).
               10  LT-CUST-NO          PIC 9(5).
               10  LT-NAME             PIC X(20).
               10  LT-AMT-FINANCED     PIC 9(7)V99.
               10  LT-APR              PIC 99V99.
               10  LT-TERM-MONTHS      PIC 9(3).
               10  LT-PAYMENT          PIC 9(6)V99.
               10  LT-OPEN-DATE        PIC 9(8).
               10  LT-NEXT-DUE         PIC 9(8).
               10  LT-BALANCE          PIC 9(7)V99.
               10  LT-PARTIAL          PIC 9(6)V99.
               10  LT-LATE-FEES        PIC 9(5)V99.
               10  LT-LAST-FEE-DUE     PIC 9(8).
               10  LT-INT-PAID-TO      PIC 9(8).
               10  LT-TOT-INTEREST     PIC 9(7)V99.
               10  LT-STATUS           PIC X.

      *  DELINQUENCY BUCKET LABELS - 1 IS 1-30 DAYS PAST DUE, 2 IS  *
      *  31-60, 3 IS 61-90, AND 4 IS OVER 90                        *
       01  BUCKET-LABEL-INFO.
           05  FILLER          PIC X(12)   VALUE '1-30 DAYS'.
           05  FILLER          PIC X(12)   VALUE '31-60 DAYS'.
           05  FILLER          PIC X(12)   VALUE '61-90 DAYS'.
           05  FILLER          PIC X(12)   VALUE 'OVER 90 DAYS'.

       01  BUCKET-LABEL-TABLE REDEFINES BUCKET-LABEL-INFO.
           05  BL-LABEL        PIC X(12)   OCCURS 4.

       01  BUCKET-TOTALS.
           05  BUCKET-ENTRY            OCCURS 4.
               10  BT-CTR              PIC 9(4)      VALUE 0.
               10  BT-PAST-AMT         PIC 9(9)V99   VALUE 0.
               10  BT-BALANCE          PIC 9(9)V99   VALUE 0.

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
           05  FILLER          PIC X(8)    VALUE 'COBLSC37'.
           05  FILLER          PIC X(48)   VALUE ' '.
           05  FILLER          PIC X(9)    VALUE '  CHAPMAN'.
           05  FILLER          PIC X(9)    VALUE ' DIVISION'.
           05  FILLER          PIC X(58)   VALUE ' '.

       01  REPORT-TITLE-LINE.
           05  FILLER          PIC X(52)   VALUE ' '.
           05  O-REPORT-TITLE  PIC X(28)   VALUE
                                    'BOAT LOAN PAYMENT REGISTER'.
           05  FILLER          PIC X(52)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  PAY-COLUMN-HEADINGS.
           05  FILLER          PIC X(8)    VALUE 'SALE'.
           05  FILLER          PIC X(22)   VALUE 'BUYER'.
           05  FILLER          PIC X(12)   VALUE 'DATE'.
           05  FILLER          PIC X(12)   VALUE '    PAYMENT'.
           05  FILLER          PIC X(11)   VALUE '  LATE FEE'.
           05  FILLER          PIC X(12)   VALUE '   INTEREST'.
           05  FILLER          PIC X(12)   VALUE '  PRINCIPAL'.
           05  FILLER          PIC X(15)   VALUE '        BALANCE'.
           05  FILLER          PIC X(28)   VALUE 'MESSAGE'.

       01  PAY-DETAIL-LINE.
           05  O-PY-SALE-NO    PIC 9(6).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-PY-NAME       PIC X(20).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-PY-MM         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-PY-DD         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-PY-YY         PIC 9(4).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-PY-AMOUNT     PIC $$$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-PY-FEE        PIC $$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-PY-INTEREST   PIC $$$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-PY-PRINCIPAL  PIC $$$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-PY-BALANCE    PIC $$,$$$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-PY-MSG        PIC X(28).

       01  PAY-TOTAL-LINE.
           05  FILLER          PIC X(10)   VALUE 'POSTED:   '.
           05  O-GT-POSTED-CTR PIC ZZ,ZZ9.
           05  FILLER          PIC X(13)   VALUE '   REJECTED: '.
           05  O-GT-PAY-REJ    PIC ZZ,ZZ9.
           05  FILLER          PIC X(17)   VALUE ' '.
           05  O-GT-PAID       PIC $$$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-GT-FEES-PAID  PIC $$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-GT-INTEREST   PIC $$$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-GT-PRINCIPAL  PIC $$$,$$9.99.
           05  FILLER          PIC X(35)   VALUE ' '.

       01  FEE-TOTAL-LINE.
           05  FILLER          PIC X(21)   VALUE
                                    'LATE FEES CHARGED:   '.
           05  O-GT-FEE-CTR    PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-GT-FEES-CHG   PIC $$$,$$9.99.
           05  FILLER          PIC X(20)   VALUE
                                    '   NEW LOANS BOOKED:'.
           05  O-GT-NEW-CTR    PIC ZZ,ZZ9.
           05  FILLER          PIC X(65)   VALUE ' '.

       01  DQ-COLUMN-HEADINGS.
           05  FILLER          PIC X(8)    VALUE 'SALE'.
           05  FILLER          PIC X(22)   VALUE 'BUYER'.
           05  FILLER          PIC X(13)   VALUE 'NEXT DUE'.
           05  FILLER          PIC X(8)    VALUE 'DAYS'.
           05  FILLER          PIC X(6)    VALUE 'INST'.
           05  FILLER          PIC X(12)   VALUE '  PAST DUE'.
           05  FILLER          PIC X(11)   VALUE ' LATE FEES'.
           05  FILLER          PIC X(16)   VALUE '        BALANCE'.
           05  FILLER          PIC X(36)   VALUE 'AGE'.

       01  DQ-DETAIL-LINE.
           05  O-DQ-SALE-NO    PIC 9(6).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-DQ-NAME       PIC X(20).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-DQ-MM         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DQ-DD         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DQ-YY         PIC 9(4).
           05  FILLER          PIC XXX     VALUE ' '.
           05  O-DQ-DAYS       PIC ZZZ9.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-DQ-INSTALL    PIC ZZ9.
           05  FILLER          PIC XXX     VALUE ' '.
           05  O-DQ-PAST-AMT   PIC $$$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-DQ-FEES       PIC $$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-DQ-BALANCE    PIC $$,$$$,$$9.99.
           05  FILLER          PIC XXX     VALUE ' '.
           05  O-DQ-BUCKET     PIC X(12).
           05  FILLER          PIC X(24)   VALUE ' '.

       01  DQ-BUCKET-LINE.
           05  FILLER          PIC X(8)    VALUE ' '.
           05  O-BT-LABEL      PIC X(12).
           05  FILLER          PIC X(9)    VALUE '  LOANS: '.
           05  O-BT-CTR        PIC Z,ZZ9.
           05  FILLER          PIC X(13)   VALUE '   PAST DUE: '.
           05  O-BT-PAST-AMT   PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(12)   VALUE '   BALANCE: '.
           05  O-BT-BALANCE    PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(45)   VALUE ' '.

       01  DQ-TOTAL-LINE.
           05  FILLER          PIC X(8)    VALUE ' '.
           05  FILLER          PIC X(12)   VALUE 'ALL PAST DUE'.
           05  FILLER          PIC X(9)    VALUE '  LOANS: '.
           05  O-GT-DELQ-CTR   PIC Z,ZZ9.
           05  FILLER          PIC X(13)   VALUE '   PAST DUE: '.
           05  O-GT-DQ-PAST    PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(12)   VALUE '   BALANCE: '.
           05  O-GT-DQ-BALANCE PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(45)   VALUE ' '.

      * ONE PAGE PER PAYOFF QUOTE, WRITTEN TO PAYOFF.PRT *
       01  PQ-TITLE-LINE.
           05  FILLER          PIC X(6)    VALUE 'DATE: '.
           05  O-PQ-MM         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-PQ-DD         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-PQ-YY         PIC 9(4).
           05  FILLER          PIC X(20)   VALUE ' '.
           05  FILLER          PIC X(17)   VALUE 'LOAN PAYOFF QUOTE'.
           05  FILLER          PIC X(15)   VALUE ' '.
           05  FILLER          PIC X(19)   VALUE
                                         'CHAPMAN''S BOAT INC.'.
           05  FILLER          PIC X(45)   VALUE ' '.

       01  PQ-LOAN-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'SALE: '.
           05  O-PQ-SALE-NO    PIC 9(6).
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(7)    VALUE 'BUYER: '.
           05  O-PQ-NAME       PIC X(20).
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(11)   VALUE 'GOOD THRU: '.
           05  O-PQ-GOOD-MM    PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-PQ-GOOD-DD    PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-PQ-GOOD-YY    PIC 9(4).
           05  FILLER          PIC X(60)   VALUE ' '.

       01  PQ-DETAIL-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-PQ-LABEL      PIC X(24).
           05  FILLER          PIC X(6)    VALUE ' '.
           05  O-PQ-AMOUNT     PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(85)   VALUE ' '.

       01  PQ-DAYS-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(24)   VALUE 'DAYS OF INTEREST'.
           05  FILLER          PIC X(15)   VALUE ' '.
           05  O-PQ-DAYS       PIC ZZZZ9.
           05  FILLER          PIC X(84)   VALUE ' '.

       01  PQ-TOTAL-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(24)   VALUE 'PAYOFF AMOUNT:'.
           05  FILLER          PIC X(6)    VALUE ' '.
           05  O-PQ-PAYOFF     PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(85)   VALUE ' '.

       01  PQ-MESSAGE-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'SALE: '.
           05  O-PQ-MSG-SALE   PIC 9(6).
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-PQ-MSG        PIC X(40).
           05  FILLER          PIC X(72)   VALUE ' '.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-POST-PAYMENTS.
           PERFORM 3000-CLOSING.
       STOP RUN.

       1000-INIT.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT PAYOFF-OUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO MACHINE-DATE.
           PERFORM 9955-GET-PROCESS-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           MOVE I-DATE TO C-TODAY-DATE.
      * DAYS PAST DUE ARE COUNTED ON A 30/360 BASIS, THE SAME AS    *
      * THE AGED RECEIVABLES REPORT                                 *
           COMPUTE C-TODAY-360 = I-YY * 360 + I-MM * 30 + I-DD.

           PERFORM 1100-LOAD-LOANS.
           PERFORM 1200-BOOK-NEW-LOANS.

           PERFORM 9100-HEADINGS.

      *  OPENS THE OPTIONAL LEDGER AND LOADS EVERY LOAN INTO THE    *
      *  TABLE - A MISSING FILE MEANS NO LOANS HAVE BEEN BOOKED YET *
       1100-LOAD-LOANS.
           MOVE 'NO' TO LOAN-EOF.
           OPEN INPUT LOAN-MASTER.
           IF C-LOAN-STATUS = '00'
               PERFORM 1110-READ-LOAN
                   UNTIL LOAN-EOF = 'YES'
               CLOSE LOAN-MASTER
           ELSE
               CLOSE LOAN-MASTER
               MOVE 'YES' TO LOAN-EOF.

       1110-READ-LOAN.
           READ LOAN-MASTER
               AT END
                   MOVE 'YES' TO LOAN-EOF
               NOT AT END
                   IF C-LOAN-CTR < 200
                       ADD 1 TO C-LOAN-CTR
                       MOVE LN-REC TO LOAN-ENTRY(C-LOAN-CTR)
                   ELSE
                       DISPLAY '*** COBLSC37 LOAN TABLE FULL - SALE '
                           LN-SALE-NO ' NOT LOADED ***'
                   END-IF.

      *  BOOKS EVERY FINANCED SALE ON THE DEAL EXTRACT THAT IS NOT  *
      *  ALREADY ON THE LEDGER - A MISSING EXTRACT MEANS THE BOAT   *
      *  REPORT HAS NOT RUN AND NOTHING NEW IS BOOKED               *
       1200-BOOK-NEW-LOANS.
           MOVE 'NO' TO DEAL-EOF.
           OPEN INPUT DEAL-EXTRACT.
           IF C-DEAL-STATUS = '00'
               PERFORM 1210-READ-DEAL
                   UNTIL DEAL-EOF = 'YES'
               CLOSE DEAL-EXTRACT
           ELSE
               CLOSE DEAL-EXTRACT
               MOVE 'YES' TO DEAL-EOF.

       1210-READ-DEAL.
           READ DEAL-EXTRACT
               AT END
                   MOVE 'YES' TO DEAL-EOF
               NOT AT END
                   ADD 1 TO C-DEAL-CTR
                   IF DL-TERM-MONTHS > 0 AND DL-AMT-FINANCED > 0
                       MOVE DL-SALE-NO TO C-HOLD-SALE
                       PERFORM 2900-FIND-LOAN
                       IF SUB-LOAN > C-LOAN-CTR
                           PERFORM 1220-ADD-LOAN
                       END-IF
                   END-IF.

      *  A NEW LOAN OPENS AT THE FULL AMOUNT FINANCED WITH ITS      *
      *  FIRST INSTALLMENT DUE ONE MONTH AFTER THE SALE - THE DUE   *
      *  DAY IS HELD TO THE 28TH SO EVERY MONTH HAS ONE             *
       1220-ADD-LOAN.
           IF C-LOAN-CTR NOT < 200
               DISPLAY '*** COBLSC37 LOAN TABLE FULL - SALE '
                   DL-SALE-NO ' NOT BOOKED ***'
           ELSE
               ADD 1 TO C-LOAN-CTR
               ADD 1 TO C-NEW-CTR
               MOVE DL-SALE-NO TO LT-SALE-NO(C-LOAN-CTR)
               MOVE DL-CUST-NO TO LT-CUST-NO(C-LOAN-CTR)
               MOVE DL-NAME TO LT-NAME(C-LOAN-CTR)
               MOVE DL-AMT-FINANCED TO LT-AMT-FINANCED(C-LOAN-CTR)
               MOVE DL-APR TO LT-APR(C-LOAN-CTR)
               MOVE DL-TERM-MONTHS TO LT-TERM-MONTHS(C-LOAN-CTR)
               MOVE DL-PAYMENT TO LT-PAYMENT(C-LOAN-CTR)
               MOVE DL-PURCHASE-DATE TO LT-OPEN-DATE(C-LOAN-CTR)
               MOVE DL-PURCHASE-DATE TO C-WK-DATE
               IF C-WK-DD > 28
                   MOVE 28 TO C-WK-DD
               END-IF
               PERFORM 9800-ADD-MONTH
               MOVE C-WK-DATE TO LT-NEXT-DUE(C-LOAN-CTR)
               MOVE DL-AMT-FINANCED TO LT-BALANCE(C-LOAN-CTR)
               MOVE 0 TO LT-PARTIAL(C-LOAN-CTR)
               MOVE 0 TO LT-LATE-FEES(C-LOAN-CTR)
               MOVE 0 TO LT-LAST-FEE-DUE(C-LOAN-CTR)
               MOVE DL-PURCHASE-DATE TO LT-INT-PAID-TO(C-LOAN-CTR)
               MOVE 0 TO LT-TOT-INTEREST(C-LOAN-CTR)
               MOVE 'A' TO LT-STATUS(C-LOAN-CTR).

      *  POSTS EVERY KEYED PAYMENT AND REWRITES THE PAYMENT FILE    *
      *  EMPTY SO A RERUN CANNOT POST THE SAME PAYMENT TWICE - A     *
      *  REJECTED PAYMENT IS ON THE REGISTER TO BE KEYED AGAIN -     *
      *  THEN CHARGES A LATE FEE ON ANY OPEN LOAN WHOSE NEXT         *
      *  INSTALLMENT IS NOW PAST THE GRACE PERIOD AND HAS NOT BEEN   *
      *  CHARGED ONE                                                 *
       2000-POST-PAYMENTS.
           WRITE PRTLINE FROM PAY-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.

           MOVE 'NO' TO PAY-EOF.
           OPEN INPUT LOAN-PAYMENT.
           IF C-PAY-STATUS = '00'
               PERFORM 2100-READ-PAYMENT
                   UNTIL PAY-EOF = 'YES'
               CLOSE LOAN-PAYMENT
               OPEN OUTPUT LOAN-PAYMENT
               CLOSE LOAN-PAYMENT
           ELSE
               CLOSE LOAN-PAYMENT
               MOVE 'YES' TO PAY-EOF.

           PERFORM 2500-ASSESS-ONE-LOAN
               VARYING SUB-LOAN FROM 1 BY 1
                   UNTIL SUB-LOAN > C-LOAN-CTR.

           MOVE C-POSTED-CTR TO O-GT-POSTED-CTR.
           MOVE C-PAY-REJ-CTR TO O-GT-PAY-REJ.
           MOVE C-GT-PAID TO O-GT-PAID.
           MOVE C-GT-FEES-PAID TO O-GT-FEES-PAID.
           MOVE C-GT-INTEREST TO O-GT-INTEREST.
           MOVE C-GT-PRINCIPAL TO O-GT-PRINCIPAL.
           WRITE PRTLINE FROM PAY-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE C-FEE-CTR TO O-GT-FEE-CTR.
           MOVE C-GT-FEES-CHG TO O-GT-FEES-CHG.
           MOVE C-NEW-CTR TO O-GT-NEW-CTR.
           WRITE PRTLINE FROM FEE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       2100-READ-PAYMENT.
           READ LOAN-PAYMENT
               AT END
                   MOVE 'YES' TO PAY-EOF
               NOT AT END
                   ADD 1 TO C-PAY-CTR
                   PERFORM 2200-POST-ONE-PAYMENT THRU 2200-EXIT.

      *  APPLIES ONE PAYMENT - LATE FEES OWED COME OFF FIRST, THEN   *
      *  INTEREST ON THE OPEN BALANCE AT THE 30/360 DAILY RATE FROM *
      *  THE DATE INTEREST IS PAID THROUGH TO THE PAYMENT DATE, THE *
      *  SAME AS THE PAYOFF QUOTE, AND THE REST GOES TO PRINCIPAL - *
      *  AN ON-SCHEDULE MONTHLY PAYMENT CARRIES EXACTLY ONE MONTH'S *
      *  INTEREST AS ON THE AMORTIZATION SCHEDULE - WHAT IS PAID    *
      *  TOWARD INSTALLMENTS MOVES THE NEXT DUE DATE AHEAD A MONTH  *
      *  FOR EVERY FULL PAYMENT                                     *
       2200-POST-ONE-PAYMENT.
           MOVE LP-SALE-NO TO C-HOLD-SALE.
           PERFORM 2900-FIND-LOAN.
           MOVE LP-SALE-NO TO O-PY-SALE-NO.
           MOVE LP-PAY-DATE TO C-WK-DATE.
           MOVE C-WK-MM TO O-PY-MM.
           MOVE C-WK-DD TO O-PY-DD.
           MOVE C-WK-YY TO O-PY-YY.
           MOVE LP-AMOUNT TO O-PY-AMOUNT.
           MOVE 0 TO O-PY-FEE.
           MOVE 0 TO O-PY-INTEREST.
           MOVE 0 TO O-PY-PRINCIPAL.
           MOVE 0 TO O-PY-BALANCE.

           IF SUB-LOAN > C-LOAN-CTR
               MOVE ' ' TO O-PY-NAME
               MOVE 'SALE NOT ON LOAN LEDGER' TO O-PY-MSG
               PERFORM 2290-REJECT-PAYMENT
               GO TO 2200-EXIT.
           MOVE LT-NAME(SUB-LOAN) TO O-PY-NAME.
           MOVE LT-BALANCE(SUB-LOAN) TO O-PY-BALANCE.
           IF LT-STATUS(SUB-LOAN) = 'P'
               MOVE 'LOAN ALREADY PAID IN FULL' TO O-PY-MSG
               PERFORM 2290-REJECT-PAYMENT
               GO TO 2200-EXIT.
           IF LP-AMOUNT NOT NUMERIC OR LP-AMOUNT = 0
               MOVE 'PAYMENT AMOUNT INVALID' TO O-PY-MSG
               PERFORM 2290-REJECT-PAYMENT
               GO TO 2200-EXIT.
           IF LP-PAY-DATE NOT NUMERIC
             OR C-WK-MM < 1 OR C-WK-MM > 12
             OR C-WK-DD < 1 OR C-WK-DD > 31
               MOVE 'PAYMENT DATE INVALID' TO O-PY-MSG
               PERFORM 2290-REJECT-PAYMENT
               GO TO 2200-EXIT.

      *  A PAYMENT THAT ARRIVES PAST THE GRACE PERIOD OF ONE OR     *
      *  MORE UNPAID INSTALLMENTS IS CHARGED THEIR LATE FEES, DATED *
      *  THE DAY THE PAYMENT CAME IN, BEFORE IT IS APPLIED          *
           COMPUTE C-PAY-360 = C-WK-YY * 360 + C-WK-MM * 30 + C-WK-DD.
           MOVE C-PAY-360 TO C-CUTOFF-360.
           MOVE LP-PAY-DATE TO C-FEE-DATE.
           PERFORM 2700-CHARGE-PAST-FEES.

           ADD 1 TO C-POSTED-CTR.
           MOVE LP-AMOUNT TO C-REMAIN.
           MOVE 0 TO C-OVERPAID.

           IF C-REMAIN < LT-LATE-FEES(SUB-LOAN)
               MOVE C-REMAIN TO C-LATE-PAID
           ELSE
               MOVE LT-LATE-FEES(SUB-LOAN) TO C-LATE-PAID.
           SUBTRACT C-LATE-PAID FROM C-REMAIN.
           SUBTRACT C-LATE-PAID FROM LT-LATE-FEES(SUB-LOAN).

           MOVE LT-INT-PAID-TO(SUB-LOAN) TO C-WK-DATE.
           COMPUTE C-DUE-360 = C-WK-YY * 360 + C-WK-MM * 30 + C-WK-DD.
           COMPUTE C-ACCRUE-DAYS = C-PAY-360 - C-DUE-360.
           IF C-ACCRUE-DAYS < 0
               MOVE 0 TO C-ACCRUE-DAYS.
           COMPUTE C-INT-DUE ROUNDED =
               LT-BALANCE(SUB-LOAN) * LT-APR(SUB-LOAN) / 36000
                   * C-ACCRUE-DAYS.
           IF C-REMAIN < C-INT-DUE
               MOVE C-REMAIN TO C-INT-PAID
               MOVE 0 TO C-PRIN-PAID
           ELSE
               MOVE C-INT-DUE TO C-INT-PAID
               COMPUTE C-PRIN-PAID = C-REMAIN - C-INT-DUE
               IF C-PRIN-PAID > LT-BALANCE(SUB-LOAN)
                   COMPUTE C-OVERPAID =
                       C-PRIN-PAID - LT-BALANCE(SUB-LOAN)
                   MOVE LT-BALANCE(SUB-LOAN) TO C-PRIN-PAID
               END-IF
           END-IF.
           SUBTRACT C-PRIN-PAID FROM LT-BALANCE(SUB-LOAN).
           ADD C-INT-PAID TO LT-TOT-INTEREST(SUB-LOAN).
           IF LP-PAY-DATE > LT-INT-PAID-TO(SUB-LOAN)
               MOVE LP-PAY-DATE TO LT-INT-PAID-TO(SUB-LOAN).

           ADD LP-AMOUNT TO C-GT-PAID.
           ADD C-LATE-PAID TO C-GT-FEES-PAID.
           ADD C-INT-PAID TO C-GT-INTEREST.
           ADD C-PRIN-PAID TO C-GT-PRINCIPAL.

           IF LT-BALANCE(SUB-LOAN) = 0
               MOVE 'P' TO LT-STATUS(SUB-LOAN)
               MOVE 0 TO LT-PARTIAL(SUB-LOAN)
               IF C-OVERPAID > 0
                   MOVE 'PAID IN FULL - REFUND DUE' TO O-PY-MSG
               ELSE
                   MOVE 'LOAN PAID IN FULL' TO O-PY-MSG
               END-IF
           ELSE
               COMPUTE LT-PARTIAL(SUB-LOAN) = LT-PARTIAL(SUB-LOAN)
                   + C-INT-PAID + C-PRIN-PAID
               PERFORM 2850-ADVANCE-DUE
                   UNTIL LT-PARTIAL(SUB-LOAN) < LT-PAYMENT(SUB-LOAN)
                       OR LT-PAYMENT(SUB-LOAN) = 0
               MOVE ' ' TO O-PY-MSG.

      *  A LATE FEE LINE PRINTED ABOVE HAS TAKEN OVER THE AMOUNT    *
           MOVE LP-AMOUNT TO O-PY-AMOUNT.
           MOVE C-LATE-PAID TO O-PY-FEE.
           MOVE C-INT-PAID TO O-PY-INTEREST.
           MOVE C-PRIN-PAID TO O-PY-PRINCIPAL.
           MOVE LT-BALANCE(SUB-LOAN) TO O-PY-BALANCE.
           WRITE PRTLINE FROM PAY-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       2200-EXIT.
           EXIT.

      *  PRINTS A PAYMENT THAT COULD NOT BE POSTED WITH THE REASON  *
       2290-REJECT-PAYMENT.
           ADD 1 TO C-PAY-REJ-CTR.
           WRITE PRTLINE FROM PAY-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *  CHARGES THE RUN-DATE LATE FEES ON ONE OPEN LOAN - ONE FOR  *
      *  EVERY UNPAID INSTALLMENT NOW PAST ITS GRACE PERIOD THAT    *
      *  HAS NOT ALREADY BEEN CHARGED                               *
       2500-ASSESS-ONE-LOAN.
           IF LT-STATUS(SUB-LOAN) = 'A'
               MOVE C-TODAY-360 TO C-CUTOFF-360
               MOVE C-TODAY-DATE TO C-FEE-DATE
               PERFORM 2700-CHARGE-PAST-FEES.

      *  WALKS THE DUE DATES A MONTH AT A TIME FROM THE FIRST ONE   *
      *  NOT YET CHARGED - THE NEXT UNPAID INSTALLMENT, OR THE      *
      *  MONTH AFTER THE LAST ONE CHARGED WHEN THAT IS LATER - AND  *
      *  CHARGES A FEE FOR EACH WHOSE GRACE PERIOD ENDED BEFORE     *
      *  C-CUTOFF-360 - EACH INSTALLMENT IS ONLY EVER CHARGED ONCE  *
       2700-CHARGE-PAST-FEES.
           IF LT-LAST-FEE-DUE(SUB-LOAN) < LT-NEXT-DUE(SUB-LOAN)
               MOVE LT-NEXT-DUE(SUB-LOAN) TO C-WK-DATE
           ELSE
               MOVE LT-LAST-FEE-DUE(SUB-LOAN) TO C-WK-DATE
               PERFORM 9800-ADD-MONTH.
           COMPUTE C-DUE-360 = C-WK-YY * 360 + C-WK-MM * 30 + C-WK-DD.
           PERFORM 2750-CHARGE-ONE-FEE
               UNTIL C-CUTOFF-360 NOT > C-DUE-360 + C-GRACE-DAYS.

       2750-CHARGE-ONE-FEE.
           PERFORM 2800-CHARGE-LATE-FEE.
           PERFORM 9800-ADD-MONTH.
           COMPUTE C-DUE-360 = C-WK-YY * 360 + C-WK-MM * 30 + C-WK-DD.

      *  ADDS THE LATE FEE FOR THE INSTALLMENT DUE C-WK-DATE TO THE *
      *  LOAN AND PRINTS IT ON THE REGISTER DATED C-FEE-DATE - THE  *
      *  FEE IS A PERCENT OF THE MONTHLY PAYMENT WITH A FLOOR       *
       2800-CHARGE-LATE-FEE.
           COMPUTE C-LATE-FEE ROUNDED =
               LT-PAYMENT(SUB-LOAN) * C-LATE-PCT.
           IF C-LATE-FEE < C-LATE-MIN
               MOVE C-LATE-MIN TO C-LATE-FEE.
           ADD C-LATE-FEE TO LT-LATE-FEES(SUB-LOAN).
           MOVE C-WK-DATE TO LT-LAST-FEE-DUE(SUB-LOAN).
           ADD 1 TO C-FEE-CTR.
           ADD C-LATE-FEE TO C-GT-FEES-CHG.

           MOVE LT-SALE-NO(SUB-LOAN) TO O-PY-SALE-NO.
           MOVE LT-NAME(SUB-LOAN) TO O-PY-NAME.
           MOVE C-FEE-MM TO O-PY-MM.
           MOVE C-FEE-DD TO O-PY-DD.
           MOVE C-FEE-YY TO O-PY-YY.
           MOVE 0 TO O-PY-AMOUNT.
           MOVE C-LATE-FEE TO O-PY-FEE.
           MOVE 0 TO O-PY-INTEREST.
           MOVE 0 TO O-PY-PRINCIPAL.
           MOVE LT-BALANCE(SUB-LOAN) TO O-PY-BALANCE.
           MOVE 'LATE FEE CHARGED' TO O-PY-MSG.
           WRITE PRTLINE FROM PAY-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *  ONE FULL PAYMENT'S WORTH OF CREDIT SATISFIES THE NEXT      *
      *  INSTALLMENT AND MOVES THE DUE DATE AHEAD A MONTH           *
       2850-ADVANCE-DUE.
           SUBTRACT LT-PAYMENT(SUB-LOAN) FROM LT-PARTIAL(SUB-LOAN).
           MOVE LT-NEXT-DUE(SUB-LOAN) TO C-WK-DATE.
           PERFORM 9800-ADD-MONTH.
           MOVE C-WK-DATE TO LT-NEXT-DUE(SUB-LOAN).

      *  FINDS THE SALE NUMBER IN C-HOLD-SALE ON THE LOAN TABLE -   *
      *  SUB-LOAN IS LEFT PAST C-LOAN-CTR WHEN IT IS NOT THERE      *
       2900-FIND-LOAN.
           PERFORM
               VARYING SUB-LOAN FROM 1 BY 1
                   UNTIL SUB-LOAN > C-LOAN-CTR
                       OR C-HOLD-SALE = LT-SALE-NO(SUB-LOAN).

       3000-CLOSING.
           PERFORM 3100-DELINQUENCY-REPORT.
           PERFORM 3200-PAYOFF-QUOTES.
           PERFORM 9500-SAVE-LOANS.
           PERFORM 9600-WRITE-RUN-LOG.

           CLOSE PRTOUT.
           CLOSE PAYOFF-OUT.

      *  LISTS EVERY OPEN LOAN WHOSE NEXT INSTALLMENT DATE HAS      *
      *  PASSED, WITH DAYS PAST DUE, INSTALLMENTS MISSED, DOLLARS   *
      *  PAST DUE, AND LATE FEES OWED, THEN TOTALS BY AGE BUCKET    *
       3100-DELINQUENCY-REPORT.
           MOVE 'D' TO C-SECTION.
           MOVE 'LOAN DELINQUENCY REPORT' TO O-REPORT-TITLE.
           PERFORM 9100-HEADINGS.

           PERFORM 3110-DELINQUENCY-LINE
               VARYING SUB-LOAN FROM 1 BY 1
                   UNTIL SUB-LOAN > C-LOAN-CTR.

           PERFORM 3130-BUCKET-LINE
               VARYING SUB-BUCKET FROM 1 BY 1
                   UNTIL SUB-BUCKET > 4.

           MOVE C-DELQ-CTR TO O-GT-DELQ-CTR.
           MOVE C-GT-DQ-PAST TO O-GT-DQ-PAST.
           MOVE C-GT-DQ-BALANCE TO O-GT-DQ-BALANCE.
           WRITE PRTLINE FROM DQ-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       3110-DELINQUENCY-LINE.
           IF LT-STATUS(SUB-LOAN) = 'A'
               MOVE LT-NEXT-DUE(SUB-LOAN) TO C-WK-DATE
               COMPUTE C-DUE-360 =
                   C-WK-YY * 360 + C-WK-MM * 30 + C-WK-DD
               COMPUTE C-DAYS-PAST = C-TODAY-360 - C-DUE-360
               IF C-DAYS-PAST > 0
                   PERFORM 3120-PRINT-DELINQUENT.

       3120-PRINT-DELINQUENT.
           ADD 1 TO C-DELQ-CTR.
           MOVE LT-SALE-NO(SUB-LOAN) TO O-DQ-SALE-NO.
           MOVE LT-NAME(SUB-LOAN) TO O-DQ-NAME.
           MOVE C-WK-MM TO O-DQ-MM.
           MOVE C-WK-DD TO O-DQ-DD.
           MOVE C-WK-YY TO O-DQ-YY.
           MOVE C-DAYS-PAST TO O-DQ-DAYS.

      *  COUNTS THE DUE DATES FROM THE NEXT ONE UP TO TODAY, LESS   *
      *  ANY CREDIT ALREADY PAID TOWARD THE OLDEST                  *
           MOVE 0 TO C-PAST-CTR.
           PERFORM 3125-COUNT-ONE-INSTALLMENT
               UNTIL C-WK-DATE > C-TODAY-DATE
                   OR C-PAST-CTR NOT < LT-TERM-MONTHS(SUB-LOAN).
           COMPUTE C-PAST-AMT = C-PAST-CTR * LT-PAYMENT(SUB-LOAN)
               - LT-PARTIAL(SUB-LOAN).
           IF C-PAST-AMT < 0
               MOVE 0 TO C-PAST-AMT.
           MOVE C-PAST-CTR TO O-DQ-INSTALL.
           MOVE C-PAST-AMT TO O-DQ-PAST-AMT.
           MOVE LT-LATE-FEES(SUB-LOAN) TO O-DQ-FEES.
           MOVE LT-BALANCE(SUB-LOAN) TO O-DQ-BALANCE.

           EVALUATE TRUE
               WHEN C-DAYS-PAST <= 30
                   MOVE 1 TO SUB-BUCKET
               WHEN C-DAYS-PAST <= 60
                   MOVE 2 TO SUB-BUCKET
               WHEN C-DAYS-PAST <= 90
                   MOVE 3 TO SUB-BUCKET
               WHEN OTHER
                   MOVE 4 TO SUB-BUCKET
           END-EVALUATE.
           MOVE BL-LABEL(SUB-BUCKET) TO O-DQ-BUCKET.
           ADD 1 TO BT-CTR(SUB-BUCKET).
           ADD C-PAST-AMT TO BT-PAST-AMT(SUB-BUCKET).
           ADD LT-BALANCE(SUB-LOAN) TO BT-BALANCE(SUB-BUCKET).
           ADD C-PAST-AMT TO C-GT-DQ-PAST.
           ADD LT-BALANCE(SUB-LOAN) TO C-GT-DQ-BALANCE.

           WRITE PRTLINE FROM DQ-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       3125-COUNT-ONE-INSTALLMENT.
           ADD 1 TO C-PAST-CTR.
           PERFORM 9800-ADD-MONTH.

       3130-BUCKET-LINE.
           MOVE BL-LABEL(SUB-BUCKET) TO O-BT-LABEL.
           MOVE BT-CTR(SUB-BUCKET) TO O-BT-CTR.
           MOVE BT-PAST-AMT(SUB-BUCKET) TO O-BT-PAST-AMT.
           MOVE BT-BALANCE(SUB-BUCKET) TO O-BT-BALANCE.
           IF SUB-BUCKET = 1
               WRITE PRTLINE FROM DQ-BUCKET-LINE
                   AFTER ADVANCING 3 LINES
           ELSE
               WRITE PRTLINE FROM DQ-BUCKET-LINE
                   AFTER ADVANCING 1 LINE.

      *  OPENS THE OPTIONAL PAYOFF REQUEST FILE AND PRINTS ONE      *
      *  QUOTE PAGE PER SALE NUMBER ASKED FOR                       *
       3200-PAYOFF-QUOTES.
           MOVE 'NO' TO PQ-EOF.
           OPEN INPUT PAYOFF-REQUEST.
           IF C-PQ-STATUS = '00'
               PERFORM 3210-READ-REQUEST
                   UNTIL PQ-EOF = 'YES'
               CLOSE PAYOFF-REQUEST
           ELSE
               CLOSE PAYOFF-REQUEST
               MOVE 'YES' TO PQ-EOF.

       3210-READ-REQUEST.
           READ PAYOFF-REQUEST
               AT END
                   MOVE 'YES' TO PQ-EOF
               NOT AT END
                   ADD 1 TO C-PQ-CTR
                   PERFORM 3220-QUOTE-ONE THRU 3220-EXIT.

      *  THE PAYOFF IS THE PRINCIPAL BALANCE PLUS INTEREST AT THE   *
      *  DAILY RATE FROM THE DATE INTEREST IS PAID THROUGH TO THE   *
      *  QUOTE DATE, PLUS ANY LATE FEES STILL OWED - THE PER DIEM   *
      *  IS PRINTED SO A LATE-ARRIVING PAYOFF CAN BE ADJUSTED       *
       3220-QUOTE-ONE.
           IF PQ-QUOTE-DATE NUMERIC AND PQ-QUOTE-DATE > 0
               MOVE PQ-QUOTE-DATE TO C-QUOTE-DATE
           ELSE
               MOVE C-TODAY-DATE TO C-QUOTE-DATE.

           MOVE I-MM TO O-PQ-MM.
           MOVE I-DD TO O-PQ-DD.
           MOVE I-YY TO O-PQ-YY.
           WRITE PAYOFFLINE FROM PQ-TITLE-LINE
               AFTER ADVANCING PAGE.

           MOVE PQ-SALE-NO TO C-HOLD-SALE.
           PERFORM 2900-FIND-LOAN.
           IF SUB-LOAN > C-LOAN-CTR
               ADD 1 TO C-PQ-REJ-CTR
               MOVE PQ-SALE-NO TO O-PQ-MSG-SALE
               MOVE 'NOT ON THE LOAN LEDGER' TO O-PQ-MSG
               WRITE PAYOFFLINE FROM PQ-MESSAGE-LINE
                   AFTER ADVANCING 2 LINES
               GO TO 3220-EXIT.
           IF LT-STATUS(SUB-LOAN) = 'P'
               ADD 1 TO C-QUOTE-CTR
               MOVE PQ-SALE-NO TO O-PQ-MSG-SALE
               MOVE 'LOAN PAID IN FULL - NOTHING OWED' TO O-PQ-MSG
               WRITE PAYOFFLINE FROM PQ-MESSAGE-LINE
                   AFTER ADVANCING 2 LINES
               GO TO 3220-EXIT.

           ADD 1 TO C-QUOTE-CTR.
           MOVE C-QUOTE-DATE TO C-WK-DATE.
           MOVE C-WK-MM TO O-PQ-GOOD-MM.
           MOVE C-WK-DD TO O-PQ-GOOD-DD.
           MOVE C-WK-YY TO O-PQ-GOOD-YY.
           COMPUTE C-PAY-360 = C-WK-YY * 360 + C-WK-MM * 30 + C-WK-DD.
           MOVE LT-INT-PAID-TO(SUB-LOAN) TO C-WK-DATE.
           COMPUTE C-DUE-360 = C-WK-YY * 360 + C-WK-MM * 30 + C-WK-DD.
           COMPUTE C-ACCRUE-DAYS = C-PAY-360 - C-DUE-360.
           IF C-ACCRUE-DAYS < 0
               MOVE 0 TO C-ACCRUE-DAYS.
           COMPUTE C-PER-DIEM ROUNDED =
               LT-BALANCE(SUB-LOAN) * LT-APR(SUB-LOAN) / 36000.
           COMPUTE C-ACCRUED ROUNDED =
               LT-BALANCE(SUB-LOAN) * LT-APR(SUB-LOAN) / 36000
                   * C-ACCRUE-DAYS.
           COMPUTE C-PAYOFF = LT-BALANCE(SUB-LOAN) + C-ACCRUED
               + LT-LATE-FEES(SUB-LOAN).

           MOVE LT-SALE-NO(SUB-LOAN) TO O-PQ-SALE-NO.
           MOVE LT-NAME(SUB-LOAN) TO O-PQ-NAME.
           WRITE PAYOFFLINE FROM PQ-LOAN-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'PRINCIPAL BALANCE' TO O-PQ-LABEL.
           MOVE LT-BALANCE(SUB-LOAN) TO O-PQ-AMOUNT.
           WRITE PAYOFFLINE FROM PQ-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-ACCRUE-DAYS TO O-PQ-DAYS.
           WRITE PAYOFFLINE FROM PQ-DAYS-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'ACCRUED INTEREST' TO O-PQ-LABEL.
           MOVE C-ACCRUED TO O-PQ-AMOUNT.
           WRITE PAYOFFLINE FROM PQ-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'LATE FEES OWED' TO O-PQ-LABEL.
           MOVE LT-LATE-FEES(SUB-LOAN) TO O-PQ-AMOUNT.
           WRITE PAYOFFLINE FROM PQ-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE C-PAYOFF TO O-PQ-PAYOFF.
           WRITE PAYOFFLINE FROM PQ-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'PER DIEM AFTER THAT' TO O-PQ-LABEL.
           MOVE C-PER-DIEM TO O-PQ-AMOUNT.
           WRITE PAYOFFLINE FROM PQ-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

       3220-EXIT.
           EXIT.

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
               WRITE PRTLINE FROM DQ-COLUMN-HEADINGS
                   AFTER ADVANCING 1 LINE
               WRITE PRTLINE FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.

      *  REWRITES THE WHOLE LEDGER FROM THE TABLE *
       9500-SAVE-LOANS.
           OPEN OUTPUT LOAN-MASTER.
           PERFORM 9510-WRITE-LOAN
               VARYING SUB-LOAN FROM 1 BY 1
                   UNTIL SUB-LOAN > C-LOAN-CTR.
           CLOSE LOAN-MASTER.

       9510-WRITE-LOAN.
           MOVE LOAN-ENTRY(SUB-LOAN) TO LN-REC.
           WRITE LN-REC.

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -     *
      * RECORDS IN IS THE DEALS, PAYMENTS, AND PAYOFF REQUESTS READ, *
      * RECORDS OUT IS THE LOANS BOOKED, PAYMENTS POSTED, AND QUOTES *
      * PRINTED, AND RECORDS REJECTED IS THE PAYMENTS AND REQUESTS   *
      * THAT MATCHED NO OPEN LOAN                                    *
       9600-WRITE-RUN-LOG.
           MOVE 'COBLSC37' TO RL-PROGRAM.
           MOVE M-RUN-MM TO RL-RUN-MM.
           MOVE M-RUN-DD TO RL-RUN-DD.
           MOVE M-RUN-YY TO RL-RUN-YYYY.
           MOVE I-TIME(1:2) TO RL-RUN-HH.
           MOVE I-TIME(3:2) TO RL-RUN-MI.
           MOVE I-TIME(5:2) TO RL-RUN-SS.
           COMPUTE RL-RECS-IN = C-DEAL-CTR + C-PAY-CTR + C-PQ-CTR.
           COMPUTE RL-RECS-OUT = C-NEW-CTR + C-POSTED-CTR
               + C-QUOTE-CTR.
           COMPUTE RL-RECS-REJ = C-PAY-REJ-CTR + C-PQ-REJ-CTR.
           OPEN EXTEND RUN-LOG.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.

      *  STEPS C-WK-DATE AHEAD ONE CALENDAR MONTH, ROLLING THE YEAR *
      *  OVER AFTER DECEMBER                                        *
       9800-ADD-MONTH.
           ADD 1 TO C-WK-MM.
           IF C-WK-MM > 12
               MOVE 1 TO C-WK-MM
               ADD 1 TO C-WK-YY.

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

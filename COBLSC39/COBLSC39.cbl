       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC39.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      **********************************************************
      *  MONTHLY FLOOR-PLAN STATEMENT FOR THE NEW BOATS ON THE  *
      *  LOT - EVERY UNIT ON THE STOCK MASTER THAT NAMES A      *
      *  FLOOR-PLAN LENDER IS CARRIED ON THE FLOOR-PLAN LEDGER  *
      *  AT ITS COST, KEYED CURTAILMENT AND PAYOFF PAYMENTS TO  *
      *  THE LENDER ARE APPLIED, INTEREST IS ACCRUED AT THE     *
      *  LENDER'S RATE THROUGH THE STATEMENT DATE AND QUEUED    *
      *  FOR THE ACCOUNTING EXTRACT, THE CURTAILMENTS DUE AT    *
      *  THE 90/180/270-DAY MARKS ARE WORKED OUT, EVERY SOLD    *
      *  UNIT STILL OWING THE LENDER LANDS ON A PAYOFF-DUE      *
      *  LIST, AND THE TOTALS ARE RECONCILED TO THE LENDER'S    *
      *  OWN BILL SO IT NO LONGER GETS CHECKED BY HAND          *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  THE BOAT STOCK INVENTORY MASTER - THE COST, RECEIVED DATE, *
      *  STATUS, AND FLOOR-PLAN LENDER OF EVERY UNIT                *
           SELECT OPTIONAL BOAT-STOCK
               ASSIGN TO 'C:\IHCC\COBOL\CBLBSTK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-STOCK-STATUS.

      *  HAND-EDITED FLOOR-PLAN LENDER TABLE - ONE RECORD PER       *
      *  LENDER WITH ITS NAME, APR, AND THE PERCENT OF THE          *
      *  ORIGINAL AMOUNT CURTAILED AT EACH 90-DAY MARK              *
           SELECT OPTIONAL LENDER-PARM
               ASSIGN TO 'C:\IHCC\COBOL\CBLFPLND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-LENDER-STATUS.

      *  THE FLOOR-PLAN LEDGER - ONE RECORD PER FLOORED UNIT,       *
      *  LOADED AT INIT AND REWRITTEN IN FULL AT CLOSE              *
           SELECT OPTIONAL FLOORPLAN-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLFPLN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-FP-STATUS.

      *  CURTAILMENT AND PAYOFF PAYMENTS SENT TO THE LENDER, KEYED  *
      *  BY STOCK NUMBER - CONSUMED (REWRITTEN EMPTY) ONCE POSTED   *
      *  SO A RERUN CANNOT APPLY THE SAME PAYMENT TWICE             *
           SELECT OPTIONAL FLOORPLAN-PAYMENT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC39\CBLFPPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PAY-STATUS.

      *  THE TOTALS OFF EACH LENDER'S MONTHLY BILL, KEYED SO THE    *
      *  STATEMENT CAN BE RECONCILED TO IT                          *
           SELECT OPTIONAL LENDER-BILL
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC39\CBLFPBIL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-BILL-STATUS.

      *  FLOOR-PLAN INTEREST QUEUED FOR THE ACCOUNTING EXTRACT -    *
      *  THE DASHBOARD RUN POSTS THE QUEUE AND CLEARS IT            *
           SELECT FLOORPLAN-INTEREST
               ASSIGN TO 'C:\IHCC\COBOL\CBLFPINT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *  PAYMENT REGISTER, STATEMENT BY LENDER, PAYOFF-DUE LIST,    *
      *  AND THE RECONCILIATION TO THE LENDER BILLS                 *
           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC39\FLOORPLN.PRT'
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

       FD  LENDER-PARM
           LABEL RECORD IS STANDARD
           DATA RECORD IS FL-REC
           RECORD CONTAINS 30 CHARACTERS.

       01  FL-REC.
           05  FL-LENDER                PIC X(4).
           05  FL-NAME                  PIC X(20).
           05  FL-APR                   PIC 99V99.
           05  FL-CURTAIL-PCT           PIC 99.

      *  ONE FLOORED UNIT - WHAT WAS FLOORED AND WHEN, WHAT IS STILL *
      *  OWED THE LENDER, THE DATE INTEREST HAS BEEN ACCRUED         *
      *  THROUGH, AND 'O' WHILE OPEN OR 'P' ONCE PAID OFF            *
       FD  FLOORPLAN-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS FP-REC
           RECORD CONTAINS 52 CHARACTERS.

       01  FP-REC.
           05  FP-STOCK-NO              PIC X(6).
           05  FP-LENDER                PIC X(4).
           05  FP-FLOORED-DATE          PIC 9(8).
           05  FP-ORIG-AMT              PIC 9(6)V99.
           05  FP-BALANCE               PIC 9(6)V99.
           05  FP-INT-THRU              PIC 9(8).
           05  FP-INT-TOTAL             PIC 9(6)V99.
           05  FP-STATUS                PIC X.
           05  FILLER                   PIC X.

       FD  FLOORPLAN-PAYMENT
           LABEL RECORD IS STANDARD
           DATA RECORD IS FX-REC
           RECORD CONTAINS 22 CHARACTERS.

       01  FX-REC.
           05  FX-STOCK-NO              PIC X(6).
           05  FX-AMOUNT                PIC 9(6)V99.
           05  FX-DATE                  PIC 9(8).

       FD  LENDER-BILL
           LABEL RECORD IS STANDARD
           DATA RECORD IS FB-REC
           RECORD CONTAINS 33 CHARACTERS.

       01  FB-REC.
           05  FB-LENDER                PIC X(4).
           05  FB-INTEREST              PIC 9(7)V99.
           05  FB-CURTAIL               PIC 9(7)V99.
           05  FB-BALANCE               PIC 9(9)V99.

       FD  FLOORPLAN-INTEREST
           LABEL RECORD IS OMITTED
           DATA RECORD IS FI-REC
           RECORD CONTAINS 27 CHARACTERS.

       01  FI-REC.
           05  FI-STOCK-NO              PIC X(6).
           05  FI-LENDER                PIC X(4).
           05  FI-AMOUNT                PIC 9(7)V99.
           05  FI-DATE                  PIC 9(8).

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
           05  C-STOCK-STATUS  PIC XX      VALUE '00'.
           05  C-LENDER-STATUS PIC XX      VALUE '00'.
           05  C-FP-STATUS     PIC XX      VALUE '00'.
           05  C-PAY-STATUS    PIC XX      VALUE '00'.
           05  C-BILL-STATUS   PIC XX      VALUE '00'.
           05  STOCK-EOF       PIC XXX     VALUE 'NO'.
           05  LENDER-EOF      PIC XXX     VALUE 'NO'.
           05  FP-EOF          PIC XXX     VALUE 'NO'.
           05  PAY-EOF         PIC XXX     VALUE 'NO'.
           05  BILL-EOF        PIC XXX     VALUE 'NO'.
           05  C-LENDER-CTR    PIC 99      VALUE 0.
           05  SUB-LENDER      PIC 99      VALUE 0.
      *  THE EXTRA LENDER SLOT PAST THE LAST ONE LOADED THAT        *
      *  COLLECTS UNITS NAMING A LENDER NOT ON THE LENDER TABLE     *
           05  C-UNKNOWN-SUB   PIC 99      VALUE 0.
           05  C-FP-CTR        PIC 999     VALUE 0.
           05  SUB-FP          PIC 999     VALUE 0.
           05  C-STOCK-CTR     PIC 9(5)    VALUE 0.
           05  C-BOOKED-CTR    PIC 9(5)    VALUE 0.
           05  C-PAY-CTR       PIC 9(5)    VALUE 0.
           05  C-APPLIED-CTR   PIC 9(5)    VALUE 0.
           05  C-PAY-REJ-CTR   PIC 9(5)    VALUE 0.
           05  C-BILL-CTR      PIC 9(5)    VALUE 0.
           05  C-OUT-CTR       PIC 9(5)    VALUE 0.
           05  C-TODAY-DATE    PIC 9(8)    VALUE 0.
           05  C-TODAY-360     PIC 9(7)    VALUE 0.
           05  C-FROM-360      PIC 9(7)    VALUE 0.
           05  C-TO-360        PIC 9(7)    VALUE 0.
           05  C-INT-DAYS      PIC S9(5)   VALUE 0.
           05  C-FLOOR-DAYS    PIC S9(5)   VALUE 0.
           05  C-INTEREST      PIC 9(6)V99 VALUE 0.
           05  C-OVERPAID      PIC 9(6)V99 VALUE 0.
           05  C-MARKS         PIC 9       VALUE 0.
           05  C-MONTHS        PIC 99      VALUE 0.
           05  C-MONTH-CTR     PIC 99      VALUE 0.
           05  C-REQUIRED      PIC 9(7)V99 VALUE 0.
           05  C-PAID-DOWN     PIC 9(7)V99 VALUE 0.
           05  C-CURTAIL-DUE   PIC S9(7)V99 VALUE 0.
           05  C-PER-DIEM      PIC 9(4)V99 VALUE 0.
           05  C-DIFF          PIC S9(9)V99 VALUE 0.
           05  C-RECON-SW      PIC XXX     VALUE 'YES'.
           05  C-GT-PAYOFF-CTR PIC 9(4)    VALUE 0.
           05  C-GT-PAYOFF-AMT PIC 9(9)V99 VALUE 0.
           05  C-GT-INTEREST   PIC 9(8)V99 VALUE 0.

      *  A DATE BROKEN INTO YEAR/MONTH/DAY FOR THE 30/360 DAY       *
      *  COUNTS AND FOR STEPPING TO THE NEXT CURTAILMENT MARK       *
       01  WORK-DATE.
           05  C-WK-YY         PIC 9(4).
           05  C-WK-MM         PIC 99.
           05  C-WK-DD         PIC 99.
       01  C-WK-DATE REDEFINES WORK-DATE   PIC 9(8).

      *  EVERY LENDER ON THE LENDER TABLE WITH THIS STATEMENT'S     *
      *  TOTALS - CAPPED AT 20 LENDERS PLUS THE NOT-ON-FILE SLOT    *
       01  LENDER-TABLE.
           05  LENDER-ENTRY            OCCURS 21 TIMES.
               10  LD-LENDER           PIC X(4).
               10  LD-NAME             PIC X(20).
               10  LD-APR              PIC 99V99.
               10  LD-CURTAIL-PCT      PIC 99.
               10  LD-UNIT-CTR         PIC 9(4).
               10  LD-BALANCE          PIC 9(9)V99.
               10  LD-INTEREST         PIC 9(7)V99.
               10  LD-CURTAIL-DUE      PIC 9(7)V99.
               10  LD-PAYOFF-CTR       PIC 9(4).

      *  EVERY UNIT ON THE FLOOR-PLAN LEDGER - THE LEDGER FIELDS     *
      *  PLUS THE UNIT'S STOCK STATUS THIS RUN, ITS LENDER SLOT, AND *
      *  THE INTEREST ACCRUED ON IT THIS RUN - CAPPED AT 200 UNITS   *
       01  FLOORPLAN-TABLE.
           05  FLOORPLAN-ENTRY         OCCURS 200 TIMES.
               10  FT-LEDGER.
                   15  FT-STOCK-NO     PIC X(6).
                   15  FT-LENDER       PIC X(4).
                   15  FT-FLOORED-DATE PIC 9(8).
                   15  FT-ORIG-AMT     PIC 9(6)V99.
                   15  FT-BALANCE      PIC 9(6)V99.
                   15  FT-INT-THRU     PIC 9(8).
                   15  FT-INT-TOTAL    PIC 9(6)V99.
                   15  FT-STATUS       PIC X.
                   15  FILLER          PIC X.
               10  FT-UNIT-STATUS      PIC X.
               10  FT-LENDER-SUB       PIC 99.
               10  FT-PERIOD-INT       PIC 9(6)V99.

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
           05  FILLER          PIC X(8)    VALUE 'COBLSC39'.
           05  FILLER          PIC X(48)   VALUE ' '.
           05  FILLER          PIC X(9)    VALUE '  CHAPMAN'.
           05  FILLER          PIC X(9)    VALUE ' DIVISION'.
           05  FILLER          PIC X(58)   VALUE ' '.

       01  REPORT-TITLE-LINE.
           05  FILLER          PIC X(52)   VALUE ' '.
           05  FILLER          PIC X(28)   VALUE
                                    'FLOOR-PLAN STATEMENT'.
           05  FILLER          PIC X(52)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  SECTION-TITLE-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-SECTION-TITLE PIC X(40).
           05  FILLER          PIC X(88)   VALUE ' '.

       01  PAY-COLUMN-HEADINGS.
           05  FILLER          PIC X(8)    VALUE 'STOCK'.
           05  FILLER          PIC X(12)   VALUE 'PAID'.
           05  FILLER          PIC X(12)   VALUE '    AMOUNT'.
           05  FILLER          PIC X(11)   VALUE ' INTEREST'.
           05  FILLER          PIC X(12)   VALUE '   BALANCE'.
           05  FILLER          PIC X(30)   VALUE 'MESSAGE'.
           05  FILLER          PIC X(47)   VALUE ' '.

       01  PAY-DETAIL-LINE.
           05  O-PY-STOCK-NO   PIC X(6).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-PY-MM         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-PY-DD         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-PY-YY         PIC 9(4).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-PY-AMOUNT     PIC $$$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-PY-INTEREST   PIC $$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-PY-BALANCE    PIC $$$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-PY-MSG        PIC X(30).
           05  FILLER          PIC X(47)   VALUE ' '.

       01  PAY-TOTAL-LINE.
           05  FILLER          PIC X(10)   VALUE 'PAYMENTS: '.
           05  O-PAY-CTR       PIC Z,ZZ9.
           05  FILLER          PIC X(12)   VALUE '   APPLIED: '.
           05  O-APPLIED-CTR   PIC Z,ZZ9.
           05  FILLER          PIC X(13)   VALUE '   REJECTED: '.
           05  O-PAY-REJ-CTR   PIC Z,ZZ9.
           05  FILLER          PIC X(20)   VALUE '   NEW UNITS FLOORED'.
           05  FILLER          PIC XX      VALUE ': '.
           05  O-BOOKED-CTR    PIC Z,ZZ9.
           05  FILLER          PIC X(55)   VALUE ' '.

       01  STATEMENT-DATE-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(26)   VALUE
                                    'INTEREST ACCRUED THROUGH: '.
           05  O-STMT-MM       PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-STMT-DD       PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-STMT-YY       PIC 9(4).
           05  FILLER          PIC X(92)   VALUE ' '.

       01  LENDER-HEADING-LINE.
           05  FILLER          PIC X(8)    VALUE 'LENDER: '.
           05  O-LD-LENDER     PIC X(4).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-LD-NAME       PIC X(20).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE 'APR: '.
           05  O-LD-APR        PIC Z9.99.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(13)   VALUE 'CURTAILMENT: '.
           05  O-LD-PCT        PIC Z9.
           05  FILLER          PIC X(20)   VALUE
                                    '% AT 90/180/270 DAYS'.
           05  FILLER          PIC X(47)   VALUE ' '.

       01  STMT-COLUMN-HEADINGS.
           05  FILLER          PIC X(8)    VALUE 'STOCK'.
           05  FILLER          PIC X(12)   VALUE 'FLOORED'.
           05  FILLER          PIC X(6)    VALUE 'DAYS'.
           05  FILLER          PIC X(12)   VALUE '  ORIGINAL'.
           05  FILLER          PIC X(12)   VALUE '   BALANCE'.
           05  FILLER          PIC X(5)    VALUE 'INT'.
           05  FILLER          PIC X(11)   VALUE ' INTEREST'.
           05  FILLER          PIC X(12)   VALUE 'CURTAIL DUE'.
           05  FILLER          PIC X(12)   VALUE 'NEXT MARK'.
           05  FILLER          PIC X(20)   VALUE 'MESSAGE'.
           05  FILLER          PIC X(22)   VALUE ' '.

       01  STMT-DETAIL-LINE.
           05  O-ST-STOCK-NO   PIC X(6).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-ST-FLOOR-MM   PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-ST-FLOOR-DD   PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-ST-FLOOR-YY   PIC 9(4).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-ST-DAYS       PIC ZZZ9.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-ST-ORIG       PIC $$$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-ST-BALANCE    PIC $$$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-ST-INT-DAYS   PIC ZZ9.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-ST-INTEREST   PIC $$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-ST-CURTAIL    PIC $$$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-ST-NEXT-DATE.
               10  O-ST-NEXT-MM    PIC 99.
               10  O-ST-NEXT-SL1   PIC X.
               10  O-ST-NEXT-DD    PIC 99.
               10  O-ST-NEXT-SL2   PIC X.
               10  O-ST-NEXT-YY    PIC 9(4).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-ST-MSG        PIC X(20).
           05  FILLER          PIC X(22)   VALUE ' '.

       01  LENDER-TOTAL-LINE.
           05  FILLER          PIC X(7)    VALUE 'UNITS: '.
           05  O-LT-UNIT-CTR   PIC ZZ9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(9)    VALUE 'BALANCE: '.
           05  O-LT-BALANCE    PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'INTEREST: '.
           05  O-LT-INTEREST   PIC $$$,$$9.99.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(13)   VALUE 'CURTAIL DUE: '.
           05  O-LT-CURTAIL    PIC $$$,$$9.99.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(13)   VALUE 'PAYOFFS DUE: '.
           05  O-LT-PAYOFF-CTR PIC ZZ9.
           05  FILLER          PIC X(29)   VALUE ' '.

       01  PAYOFF-COLUMN-HEADINGS.
           05  FILLER          PIC X(8)    VALUE 'STOCK'.
           05  FILLER          PIC X(6)    VALUE 'LNDR'.
           05  FILLER          PIC X(22)   VALUE 'LENDER NAME'.
           05  FILLER          PIC X(12)   VALUE '    PAYOFF'.
           05  FILLER          PIC X(8)    VALUE 'PER DIEM'.
           05  FILLER          PIC X(76)   VALUE ' '.

       01  PAYOFF-DETAIL-LINE.
           05  O-PD-STOCK-NO   PIC X(6).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-PD-LENDER     PIC X(4).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-PD-NAME       PIC X(20).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-PD-BALANCE    PIC $$$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-PD-PER-DIEM   PIC $$9.99.
           05  FILLER          PIC X(78)   VALUE ' '.

       01  PAYOFF-TOTAL-LINE.
           05  FILLER          PIC X(18)   VALUE 'SOLD UNITS OWING: '.
           05  O-PD-CTR        PIC Z,ZZ9.
           05  FILLER          PIC X(13)   VALUE ' '.
           05  O-PD-TOTAL      PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(83)   VALUE ' '.

       01  RECON-COLUMN-HEADINGS.
           05  FILLER          PIC X(6)    VALUE 'LNDR'.
           05  FILLER          PIC X(14)   VALUE 'ITEM'.
           05  FILLER          PIC X(15)   VALUE '    OUR BOOKS'.
           05  FILLER          PIC X(15)   VALUE '  LENDER BILL'.
           05  FILLER          PIC X(16)   VALUE '    DIFFERENCE'.
           05  FILLER          PIC X(8)    VALUE 'STATUS'.
           05  FILLER          PIC X(58)   VALUE ' '.

       01  RECON-DETAIL-LINE.
           05  O-RC-LENDER     PIC X(4).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-RC-ITEM       PIC X(12).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-RC-OURS       PIC $$,$$$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-RC-BILLED     PIC $$,$$$,$$9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-RC-DIFF       PIC $$,$$$,$$9.99-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-RC-STATUS     PIC X(8).
           05  FILLER          PIC X(58)   VALUE ' '.

       01  RECON-MESSAGE-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-RC-MSG        PIC X(60).
           05  FILLER          PIC X(68)   VALUE ' '.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-POST-PAYMENTS.
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
           MOVE I-DATE TO C-TODAY-DATE.
      * INTEREST DAYS AND DAYS ON FLOOR ARE COUNTED ON A 30/360      *
      * BASIS, THE WAY THE LENDER BILLS                              *
           COMPUTE C-TODAY-360 = I-YY * 360 + I-MM * 30 + I-DD.

           INITIALIZE LENDER-TABLE.
           PERFORM 1100-LOAD-LENDERS.
           PERFORM 1200-LOAD-FLOORPLAN.
           PERFORM 1300-BOOK-NEW-UNITS.

           PERFORM 9100-HEADINGS.

      *  LOADS THE LENDER TABLE, THEN SETS UP THE SLOT PAST THE      *
      *  LAST LENDER FOR UNITS WHOSE LENDER IS NOT ON IT - THOSE     *
      *  UNITS ACCRUE NOTHING UNTIL THE LENDER TABLE IS FIXED        *
       1100-LOAD-LENDERS.
           OPEN INPUT LENDER-PARM.
           IF C-LENDER-STATUS = '00'
               PERFORM 1110-READ-LENDER
                   UNTIL LENDER-EOF = 'YES'
               CLOSE LENDER-PARM
           ELSE
               CLOSE LENDER-PARM
               MOVE 'YES' TO LENDER-EOF.
           COMPUTE C-UNKNOWN-SUB = C-LENDER-CTR + 1.
           MOVE '????' TO LD-LENDER(C-UNKNOWN-SUB).
           MOVE 'LENDER NOT ON FILE' TO LD-NAME(C-UNKNOWN-SUB).

       1110-READ-LENDER.
           READ LENDER-PARM
               AT END
                   MOVE 'YES' TO LENDER-EOF
               NOT AT END
                   IF C-LENDER-CTR < 20
                       ADD 1 TO C-LENDER-CTR
                       MOVE FL-LENDER TO LD-LENDER(C-LENDER-CTR)
                       MOVE FL-NAME TO LD-NAME(C-LENDER-CTR)
                       MOVE FL-APR TO LD-APR(C-LENDER-CTR)
                       MOVE FL-CURTAIL-PCT TO
                           LD-CURTAIL-PCT(C-LENDER-CTR)
                   END-IF.

       1200-LOAD-FLOORPLAN.
           OPEN INPUT FLOORPLAN-MASTER.
           IF C-FP-STATUS = '00'
               PERFORM 1210-READ-FLOORPLAN
                   UNTIL FP-EOF = 'YES'
               CLOSE FLOORPLAN-MASTER
           ELSE
               CLOSE FLOORPLAN-MASTER
               MOVE 'YES' TO FP-EOF.

       1210-READ-FLOORPLAN.
           READ FLOORPLAN-MASTER
               AT END
                   MOVE 'YES' TO FP-EOF
               NOT AT END
                   IF C-FP-CTR < 200
                       ADD 1 TO C-FP-CTR
                       MOVE FP-REC TO FT-LEDGER(C-FP-CTR)
                       MOVE ' ' TO FT-UNIT-STATUS(C-FP-CTR)
                       MOVE 0 TO FT-PERIOD-INT(C-FP-CTR)
                       MOVE C-FP-CTR TO SUB-FP
                       PERFORM 1220-FIND-LENDER-SLOT
                   ELSE
                       DISPLAY '*** COBLSC39 FLOOR-PLAN TABLE FULL - '
                           FP-STOCK-NO ' NOT LOADED ***'
                   END-IF.

      *  POINTS THE UNIT AT SUB-FP TO ITS LENDER'S SLOT, OR THE      *
      *  NOT-ON-FILE SLOT                                            *
       1220-FIND-LENDER-SLOT.
           PERFORM
               VARYING SUB-LENDER FROM 1 BY 1
                   UNTIL SUB-LENDER > C-LENDER-CTR
                       OR FT-LENDER(SUB-FP) = LD-LENDER(SUB-LENDER).
           MOVE SUB-LENDER TO FT-LENDER-SUB(SUB-FP).

      *  READS THE STOCK MASTER - EVERY UNIT IN STOCK OR SOLD THAT   *
      *  NAMES A LENDER AND IS NOT YET ON THE LEDGER IS FLOORED AT   *
      *  ITS COST AS OF ITS RECEIVED DATE - ON-ORDER UNITS ARE NOT   *
      *  FLOORED UNTIL THEY ARRIVE - THE STOCK STATUS OF EVERY       *
      *  LEDGER UNIT IS NOTED FOR THE PAYOFF-DUE LIST                *
       1300-BOOK-NEW-UNITS.
           OPEN INPUT BOAT-STOCK.
           IF C-STOCK-STATUS = '00'
               PERFORM 1310-READ-STOCK
                   UNTIL STOCK-EOF = 'YES'
               CLOSE BOAT-STOCK
           ELSE
               CLOSE BOAT-STOCK
               MOVE 'YES' TO STOCK-EOF.

       1310-READ-STOCK.
           READ BOAT-STOCK
               AT END
                   MOVE 'YES' TO STOCK-EOF
               NOT AT END
                   ADD 1 TO C-STOCK-CTR
                   PERFORM 1320-MATCH-STOCK.

       1320-MATCH-STOCK.
           PERFORM
               VARYING SUB-FP FROM 1 BY 1
                   UNTIL SUB-FP > C-FP-CTR
                       OR BS-STOCK-NO = FT-STOCK-NO(SUB-FP).
           IF SUB-FP NOT > C-FP-CTR
               MOVE BS-STATUS TO FT-UNIT-STATUS(SUB-FP)
           ELSE
               IF BS-FP-LENDER NOT = SPACES
                 AND BS-STATUS NOT = 'O'
                   PERFORM 1330-FLOOR-UNIT.

       1330-FLOOR-UNIT.
           IF C-FP-CTR NOT < 200
               DISPLAY '*** COBLSC39 FLOOR-PLAN TABLE FULL - '
                   BS-STOCK-NO ' NOT FLOORED ***'
           ELSE
               ADD 1 TO C-FP-CTR
               ADD 1 TO C-BOOKED-CTR
               MOVE C-FP-CTR TO SUB-FP
               MOVE BS-STOCK-NO TO FT-STOCK-NO(SUB-FP)
               MOVE BS-FP-LENDER TO FT-LENDER(SUB-FP)
               MOVE BS-RECEIVED-DATE TO FT-FLOORED-DATE(SUB-FP)
               MOVE BS-COST TO FT-ORIG-AMT(SUB-FP)
               MOVE BS-COST TO FT-BALANCE(SUB-FP)
               MOVE BS-RECEIVED-DATE TO FT-INT-THRU(SUB-FP)
               MOVE 0 TO FT-INT-TOTAL(SUB-FP)
               MOVE 'O' TO FT-STATUS(SUB-FP)
               MOVE BS-STATUS TO FT-UNIT-STATUS(SUB-FP)
               MOVE 0 TO FT-PERIOD-INT(SUB-FP)
               PERFORM 1220-FIND-LENDER-SLOT.

      *  APPLIES EVERY CURTAILMENT OR PAYOFF PAYMENT SENT TO THE     *
      *  LENDER AGAINST THE UNIT'S FLOORED BALANCE AND THEN REWRITES *
      *  THE PAYMENT FILE EMPTY SO A RERUN CANNOT APPLY THE SAME     *
      *  PAYMENT TWICE - A REJECTED PAYMENT IS ON THE REGISTER TO BE *
      *  KEYED AGAIN                                                 *
       2000-POST-PAYMENTS.
           MOVE 'CURTAILMENT AND PAYOFF PAYMENTS' TO O-SECTION-TITLE.
           WRITE PRTLINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM PAY-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.

           OPEN EXTEND FLOORPLAN-INTEREST.

           OPEN INPUT FLOORPLAN-PAYMENT.
           IF C-PAY-STATUS = '00'
               PERFORM 2100-READ-PAYMENT
                   UNTIL PAY-EOF = 'YES'
               CLOSE FLOORPLAN-PAYMENT
               OPEN OUTPUT FLOORPLAN-PAYMENT
               CLOSE FLOORPLAN-PAYMENT
           ELSE
               CLOSE FLOORPLAN-PAYMENT
               MOVE 'YES' TO PAY-EOF.

           MOVE C-PAY-CTR TO O-PAY-CTR.
           MOVE C-APPLIED-CTR TO O-APPLIED-CTR.
           MOVE C-PAY-REJ-CTR TO O-PAY-REJ-CTR.
           MOVE C-BOOKED-CTR TO O-BOOKED-CTR.
           WRITE PRTLINE FROM PAY-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       2100-READ-PAYMENT.
           READ FLOORPLAN-PAYMENT
               AT END
                   MOVE 'YES' TO PAY-EOF
               NOT AT END
                   ADD 1 TO C-PAY-CTR
                   PERFORM 2200-APPLY-PAYMENT THRU 2200-EXIT.

      *  THE UNIT'S INTEREST IS ACCRUED UP TO THE PAYMENT DATE ON   *
      *  THE BALANCE AS IT STOOD BEFORE THE PAYMENT, SO A            *
      *  CURTAILMENT ONLY LOWERS THE INTEREST FROM THAT DATE ON AND  *
      *  A PAYOFF CARRIES THE PARTIAL MONTH TO THE STATEMENT - A     *
      *  PAYMENT THAT CLEARS THE BALANCE PAYS THE UNIT OFF           *
       2200-APPLY-PAYMENT.
           MOVE FX-STOCK-NO TO O-PY-STOCK-NO.
           MOVE FX-DATE TO C-WK-DATE.
           MOVE C-WK-MM TO O-PY-MM.
           MOVE C-WK-DD TO O-PY-DD.
           MOVE C-WK-YY TO O-PY-YY.
           MOVE FX-AMOUNT TO O-PY-AMOUNT.
           MOVE 0 TO O-PY-INTEREST.
           MOVE 0 TO O-PY-BALANCE.

           PERFORM
               VARYING SUB-FP FROM 1 BY 1
                   UNTIL SUB-FP > C-FP-CTR
                       OR FX-STOCK-NO = FT-STOCK-NO(SUB-FP).
           IF SUB-FP > C-FP-CTR
               MOVE 'UNIT NOT ON FLOOR PLAN' TO O-PY-MSG
               PERFORM 2290-REJECT-PAYMENT
               GO TO 2200-EXIT.
           MOVE FT-BALANCE(SUB-FP) TO O-PY-BALANCE.
           IF FT-STATUS(SUB-FP) = 'P'
               MOVE 'UNIT ALREADY PAID OFF' TO O-PY-MSG
               PERFORM 2290-REJECT-PAYMENT
               GO TO 2200-EXIT.
           IF FX-AMOUNT NOT NUMERIC OR FX-AMOUNT = 0
               MOVE 'PAYMENT AMOUNT INVALID' TO O-PY-MSG
               PERFORM 2290-REJECT-PAYMENT
               GO TO 2200-EXIT.
           IF FX-DATE NOT NUMERIC
             OR C-WK-MM < 1 OR C-WK-MM > 12
             OR C-WK-DD < 1 OR C-WK-DD > 31
               MOVE 'PAYMENT DATE INVALID' TO O-PY-MSG
               PERFORM 2290-REJECT-PAYMENT
               GO TO 2200-EXIT.

           ADD 1 TO C-APPLIED-CTR.
           COMPUTE C-TO-360 = C-WK-YY * 360 + C-WK-MM * 30 + C-WK-DD.
           PERFORM 2800-ACCRUE-INTEREST.
           IF FX-DATE > FT-INT-THRU(SUB-FP)
               MOVE FX-DATE TO FT-INT-THRU(SUB-FP).
           MOVE C-INTEREST TO O-PY-INTEREST.

           IF FX-AMOUNT < FT-BALANCE(SUB-FP)
               SUBTRACT FX-AMOUNT FROM FT-BALANCE(SUB-FP)
               MOVE 'CURTAILMENT APPLIED' TO O-PY-MSG
           ELSE
               COMPUTE C-OVERPAID = FX-AMOUNT - FT-BALANCE(SUB-FP)
               MOVE 0 TO FT-BALANCE(SUB-FP)
               MOVE 'P' TO FT-STATUS(SUB-FP)
               IF C-OVERPAID > 0
                   MOVE 'PAID OFF - OVERPAID' TO O-PY-MSG
               ELSE
                   MOVE 'PAID OFF' TO O-PY-MSG
               END-IF
           END-IF.
           MOVE FT-BALANCE(SUB-FP) TO O-PY-BALANCE.
           WRITE PRTLINE FROM PAY-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       2200-EXIT.
           EXIT.

       2290-REJECT-PAYMENT.
           ADD 1 TO C-PAY-REJ-CTR.
           WRITE PRTLINE FROM PAY-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *  ACCRUES THE UNIT AT SUB-FP'S INTEREST FROM THE DATE IT WAS  *
      *  LAST ACCRUED THROUGH UP TO C-TO-360 AT ITS LENDER'S APR,    *
      *  ADDS IT TO THE UNIT AND THE RUN, AND QUEUES IT FOR THE      *
      *  ACCOUNTING EXTRACT - A UNIT ALREADY ACCRUED THAT FAR ADDS   *
      *  NOTHING, SO A RERUN OF THE SAME STATEMENT NEVER DOUBLES IT  *
       2800-ACCRUE-INTEREST.
           MOVE FT-INT-THRU(SUB-FP) TO C-WK-DATE.
           COMPUTE C-FROM-360 = C-WK-YY * 360 + C-WK-MM * 30 + C-WK-DD.
           COMPUTE C-INT-DAYS = C-TO-360 - C-FROM-360.
           IF C-INT-DAYS < 0
               MOVE 0 TO C-INT-DAYS.
           MOVE FT-LENDER-SUB(SUB-FP) TO SUB-LENDER.
           COMPUTE C-INTEREST ROUNDED = FT-BALANCE(SUB-FP)
               * LD-APR(SUB-LENDER) * C-INT-DAYS / 36000.
           IF C-INTEREST > 0
               ADD C-INTEREST TO FT-INT-TOTAL(SUB-FP)
               ADD C-INTEREST TO FT-PERIOD-INT(SUB-FP)
               ADD C-INTEREST TO C-GT-INTEREST
               MOVE FT-STOCK-NO(SUB-FP) TO FI-STOCK-NO
               MOVE FT-LENDER(SUB-FP) TO FI-LENDER
               MOVE C-INTEREST TO FI-AMOUNT
               MOVE C-TODAY-DATE TO FI-DATE
               WRITE FI-REC.

       3000-CLOSING.
           PERFORM 3100-STATEMENT.
           CLOSE FLOORPLAN-INTEREST.
           PERFORM 3300-PAYOFF-DUE-LIST.
           PERFORM 3400-RECONCILE.
           PERFORM 9500-SAVE-FLOORPLAN.
           PERFORM 9600-WRITE-RUN-LOG.

           CLOSE PRTOUT.

      *  THE STATEMENT ITSELF - ONE SECTION PER LENDER WITH EVERY    *
      *  UNIT STILL FLOORED (OR PAID OFF THIS RUN) AND THE LENDER'S  *
      *  TOTALS, THEN ANY UNITS WHOSE LENDER IS NOT ON FILE          *
       3100-STATEMENT.
           PERFORM 9100-HEADINGS.
           MOVE C-TODAY-DATE TO C-WK-DATE.
           MOVE C-WK-MM TO O-STMT-MM.
           MOVE C-WK-DD TO O-STMT-DD.
           MOVE C-WK-YY TO O-STMT-YY.
           WRITE PRTLINE FROM STATEMENT-DATE-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 3110-LENDER-SECTION
               VARYING SUB-LENDER FROM 1 BY 1
                   UNTIL SUB-LENDER > C-UNKNOWN-SUB.

       3110-LENDER-SECTION.
           MOVE LD-LENDER(SUB-LENDER) TO O-LD-LENDER.
           MOVE LD-NAME(SUB-LENDER) TO O-LD-NAME.
           MOVE LD-APR(SUB-LENDER) TO O-LD-APR.
           MOVE LD-CURTAIL-PCT(SUB-LENDER) TO O-LD-PCT.
           WRITE PRTLINE FROM LENDER-HEADING-LINE
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM STMT-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.

           PERFORM 3120-STATEMENT-UNIT
               VARYING SUB-FP FROM 1 BY 1
                   UNTIL SUB-FP > C-FP-CTR.

           MOVE LD-UNIT-CTR(SUB-LENDER) TO O-LT-UNIT-CTR.
           MOVE LD-BALANCE(SUB-LENDER) TO O-LT-BALANCE.
           MOVE LD-INTEREST(SUB-LENDER) TO O-LT-INTEREST.
           MOVE LD-CURTAIL-DUE(SUB-LENDER) TO O-LT-CURTAIL.
           MOVE LD-PAYOFF-CTR(SUB-LENDER) TO O-LT-PAYOFF-CTR.
           WRITE PRTLINE FROM LENDER-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

      *  ONE UNIT'S STATEMENT LINE - INTEREST ACCRUED TO THE         *
      *  STATEMENT DATE, DAYS ON FLOOR, AND ANY CURTAILMENT NOW DUE  *
      *  - AT EACH 90-DAY MARK THE LENDER WANTS ITS PERCENT OF THE   *
      *  ORIGINAL AMOUNT PAID DOWN, SO WHAT IS DUE IS THE PAYDOWN    *
      *  REQUIRED BY THE MARKS PASSED LESS WHAT HAS BEEN PAID DOWN   *
       3120-STATEMENT-UNIT.
           IF FT-LENDER-SUB(SUB-FP) = SUB-LENDER
             AND (FT-STATUS(SUB-FP) = 'O'
                 OR FT-PERIOD-INT(SUB-FP) > 0)
               PERFORM 3130-PRINT-UNIT.

       3130-PRINT-UNIT.
           MOVE ' ' TO O-ST-MSG.
           MOVE 0 TO C-CURTAIL-DUE.
           MOVE SPACES TO O-ST-NEXT-DATE.
           IF FT-STATUS(SUB-FP) = 'O'
               MOVE C-TODAY-360 TO C-TO-360
               PERFORM 2800-ACCRUE-INTEREST
               MOVE C-TODAY-DATE TO FT-INT-THRU(SUB-FP)
               MOVE C-INT-DAYS TO O-ST-INT-DAYS
               ADD 1 TO LD-UNIT-CTR(SUB-LENDER)
               ADD FT-BALANCE(SUB-FP) TO LD-BALANCE(SUB-LENDER)
           ELSE
               MOVE 0 TO O-ST-INT-DAYS
               MOVE 'PAID OFF' TO O-ST-MSG.

           MOVE FT-FLOORED-DATE(SUB-FP) TO C-WK-DATE.
           MOVE C-WK-MM TO O-ST-FLOOR-MM.
           MOVE C-WK-DD TO O-ST-FLOOR-DD.
           MOVE C-WK-YY TO O-ST-FLOOR-YY.
           COMPUTE C-FROM-360 = C-WK-YY * 360 + C-WK-MM * 30 + C-WK-DD.
           COMPUTE C-FLOOR-DAYS = C-TODAY-360 - C-FROM-360.
           IF C-FLOOR-DAYS < 0
               MOVE 0 TO C-FLOOR-DAYS.
           MOVE C-FLOOR-DAYS TO O-ST-DAYS.

           IF FT-STATUS(SUB-FP) = 'O'
               EVALUATE TRUE
                   WHEN C-FLOOR-DAYS < 90
                       MOVE 0 TO C-MARKS
                   WHEN C-FLOOR-DAYS < 180
                       MOVE 1 TO C-MARKS
                   WHEN C-FLOOR-DAYS < 270
                       MOVE 2 TO C-MARKS
                   WHEN OTHER
                       MOVE 3 TO C-MARKS
               END-EVALUATE
               COMPUTE C-REQUIRED ROUNDED = FT-ORIG-AMT(SUB-FP)
                   * LD-CURTAIL-PCT(SUB-LENDER) * C-MARKS / 100
               COMPUTE C-PAID-DOWN = FT-ORIG-AMT(SUB-FP)
                   - FT-BALANCE(SUB-FP)
               COMPUTE C-CURTAIL-DUE = C-REQUIRED - C-PAID-DOWN
               IF C-CURTAIL-DUE < 0
                   MOVE 0 TO C-CURTAIL-DUE
               END-IF
               ADD C-CURTAIL-DUE TO LD-CURTAIL-DUE(SUB-LENDER)
               IF C-MARKS < 3
                   COMPUTE C-MONTHS = (C-MARKS + 1) * 3
                   PERFORM 3140-NEXT-MARK
               END-IF
               IF FT-UNIT-STATUS(SUB-FP) = 'S'
                   MOVE 'SOLD - PAYOFF DUE' TO O-ST-MSG
                   ADD 1 TO LD-PAYOFF-CTR(SUB-LENDER)
               END-IF
               IF SUB-LENDER = C-UNKNOWN-SUB
                   MOVE 'LENDER NOT ON FILE' TO O-ST-MSG
               END-IF
           END-IF.

           ADD FT-PERIOD-INT(SUB-FP) TO LD-INTEREST(SUB-LENDER).
           MOVE FT-STOCK-NO(SUB-FP) TO O-ST-STOCK-NO.
           MOVE FT-ORIG-AMT(SUB-FP) TO O-ST-ORIG.
           MOVE FT-BALANCE(SUB-FP) TO O-ST-BALANCE.
           MOVE FT-PERIOD-INT(SUB-FP) TO O-ST-INTEREST.
           MOVE C-CURTAIL-DUE TO O-ST-CURTAIL.
           WRITE PRTLINE FROM STMT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *  THE DATE OF THE NEXT CURTAILMENT MARK - THE FLOORED DATE    *
      *  STEPPED AHEAD C-MONTHS MONTHS (90 DAYS ON A 30/360 BASIS)   *
       3140-NEXT-MARK.
           MOVE FT-FLOORED-DATE(SUB-FP) TO C-WK-DATE.
           PERFORM 9800-ADD-MONTH
               VARYING C-MONTH-CTR FROM 1 BY 1
                   UNTIL C-MONTH-CTR > C-MONTHS.
           MOVE C-WK-MM TO O-ST-NEXT-MM.
           MOVE '/' TO O-ST-NEXT-SL1.
           MOVE C-WK-DD TO O-ST-NEXT-DD.
           MOVE '/' TO O-ST-NEXT-SL2.
           MOVE C-WK-YY TO O-ST-NEXT-YY.

      *  EVERY UNIT THE SALES EDIT HAS MARKED SOLD THAT STILL OWES   *
      *  THE LENDER - THE LENDER WANTS THESE PAID OFF ON SALE        *
       3300-PAYOFF-DUE-LIST.
           MOVE 'SOLD UNITS WITH FLOOR PLAN STILL OPEN' TO
               O-SECTION-TITLE.
           WRITE PRTLINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM PAYOFF-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.

           PERFORM 3310-PAYOFF-LINE
               VARYING SUB-FP FROM 1 BY 1
                   UNTIL SUB-FP > C-FP-CTR.

           MOVE C-GT-PAYOFF-CTR TO O-PD-CTR.
           MOVE C-GT-PAYOFF-AMT TO O-PD-TOTAL.
           WRITE PRTLINE FROM PAYOFF-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       3310-PAYOFF-LINE.
           IF FT-STATUS(SUB-FP) = 'O'
             AND FT-UNIT-STATUS(SUB-FP) = 'S'
               MOVE FT-LENDER-SUB(SUB-FP) TO SUB-LENDER
               ADD 1 TO C-GT-PAYOFF-CTR
               ADD FT-BALANCE(SUB-FP) TO C-GT-PAYOFF-AMT
               MOVE FT-STOCK-NO(SUB-FP) TO O-PD-STOCK-NO
               MOVE FT-LENDER(SUB-FP) TO O-PD-LENDER
               MOVE LD-NAME(SUB-LENDER) TO O-PD-NAME
               MOVE FT-BALANCE(SUB-FP) TO O-PD-BALANCE
               COMPUTE C-PER-DIEM ROUNDED =
                   FT-BALANCE(SUB-FP) * LD-APR(SUB-LENDER) / 36000
               MOVE C-PER-DIEM TO O-PD-PER-DIEM
               WRITE PRTLINE FROM PAYOFF-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS.

      *  PUTS EACH LENDER'S BILL AGAINST OUR STATEMENT - INTEREST,    *
      *  CURTAILMENTS DUE, AND BALANCE OUTSTANDING MUST ALL AGREE -   *
      *  ANY DIFFERENCE SETS A RETURN CODE OF 8 SO THE BILL IS HELD  *
       3400-RECONCILE.
           MOVE 'RECONCILIATION TO LENDER BILLS' TO O-SECTION-TITLE.
           WRITE PRTLINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM RECON-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.

           OPEN INPUT LENDER-BILL.
           IF C-BILL-STATUS = '00'
               PERFORM 3410-READ-BILL
                   UNTIL BILL-EOF = 'YES'
               CLOSE LENDER-BILL
           ELSE
               CLOSE LENDER-BILL
               MOVE 'YES' TO BILL-EOF.

           IF C-BILL-CTR = 0
               MOVE 'NO LENDER BILL ON FILE - STATEMENT NOT RECONCILED'
                   TO O-RC-MSG
           ELSE
               IF C-RECON-SW = 'YES'
                   MOVE 'ALL LENDER BILLS AGREE WITH THE STATEMENT'
                       TO O-RC-MSG
               ELSE
                   MOVE 'LENDER BILL DIFFERS - HOLD PAYMENT' TO O-RC-MSG
                   DISPLAY '*** COBLSC39 LENDER BILL DOES NOT '
                       'RECONCILE ***'
                   MOVE 8 TO RETURN-CODE.
           WRITE PRTLINE FROM RECON-MESSAGE-LINE
               AFTER ADVANCING 2 LINES.

       3410-READ-BILL.
           READ LENDER-BILL
               AT END
                   MOVE 'YES' TO BILL-EOF
               NOT AT END
                   ADD 1 TO C-BILL-CTR
                   PERFORM 3420-RECONCILE-LENDER.

       3420-RECONCILE-LENDER.
           PERFORM
               VARYING SUB-LENDER FROM 1 BY 1
                   UNTIL SUB-LENDER > C-LENDER-CTR
                       OR FB-LENDER = LD-LENDER(SUB-LENDER).
           MOVE FB-LENDER TO O-RC-LENDER.

           MOVE 'INTEREST' TO O-RC-ITEM.
           MOVE LD-INTEREST(SUB-LENDER) TO O-RC-OURS.
           MOVE FB-INTEREST TO O-RC-BILLED.
           COMPUTE C-DIFF = FB-INTEREST - LD-INTEREST(SUB-LENDER).
           PERFORM 3430-RECON-LINE.

           MOVE ' ' TO O-RC-LENDER.
           MOVE 'CURTAILMENTS' TO O-RC-ITEM.
           MOVE LD-CURTAIL-DUE(SUB-LENDER) TO O-RC-OURS.
           MOVE FB-CURTAIL TO O-RC-BILLED.
           COMPUTE C-DIFF = FB-CURTAIL - LD-CURTAIL-DUE(SUB-LENDER).
           PERFORM 3430-RECON-LINE.

           MOVE 'BALANCE' TO O-RC-ITEM.
           MOVE LD-BALANCE(SUB-LENDER) TO O-RC-OURS.
           MOVE FB-BALANCE TO O-RC-BILLED.
           COMPUTE C-DIFF = FB-BALANCE - LD-BALANCE(SUB-LENDER).
           PERFORM 3430-RECON-LINE.

       3430-RECON-LINE.
           MOVE C-DIFF TO O-RC-DIFF.
           IF C-DIFF = 0
               MOVE 'AGREES' TO O-RC-STATUS
           ELSE
               MOVE 'DIFFERS' TO O-RC-STATUS
               MOVE 'NO' TO C-RECON-SW.
           WRITE PRTLINE FROM RECON-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

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

      *  REWRITES THE WHOLE FLOOR-PLAN LEDGER FROM THE TABLE *
       9500-SAVE-FLOORPLAN.
           OPEN OUTPUT FLOORPLAN-MASTER.
           PERFORM 9510-WRITE-FLOORPLAN
               VARYING SUB-FP FROM 1 BY 1
                   UNTIL SUB-FP > C-FP-CTR.
           CLOSE FLOORPLAN-MASTER.

       9510-WRITE-FLOORPLAN.
           MOVE FT-LEDGER(SUB-FP) TO FP-REC.
           WRITE FP-REC.
           ADD 1 TO C-OUT-CTR.

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -     *
      * RECORDS IN IS THE STOCK UNITS AND PAYMENTS READ, RECORDS OUT *
      * IS THE LEDGER UNITS WRITTEN, AND RECORDS REJECTED IS THE     *
      * PAYMENTS TURNED AWAY                                         *
       9600-WRITE-RUN-LOG.
           MOVE 'COBLSC39' TO RL-PROGRAM.
           MOVE M-RUN-MM TO RL-RUN-MM.
           MOVE M-RUN-DD TO RL-RUN-DD.
           MOVE M-RUN-YY TO RL-RUN-YYYY.
           MOVE I-TIME(1:2) TO RL-RUN-HH.
           MOVE I-TIME(3:2) TO RL-RUN-MI.
           MOVE I-TIME(5:2) TO RL-RUN-SS.
           COMPUTE RL-RECS-IN = C-STOCK-CTR + C-PAY-CTR.
           MOVE C-OUT-CTR TO RL-RECS-OUT.
           MOVE C-PAY-REJ-CTR TO RL-RECS-REJ.
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

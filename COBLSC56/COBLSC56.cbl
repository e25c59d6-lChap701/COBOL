       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC56.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      **********************************************************
      *  PAYABLES AND CHECK REGISTER - COLLECTS EVERYTHING THE *
      *  SUITE SAYS WE OWE INTO ONE VOUCHER FILE: THE OWNER    *
      *  REMITTANCES FROM THE OWNER STATEMENT RUN, SALESPERSON *
      *  COMMISSIONS FROM THE BOAT SALES PAYROLL EXPORT AND    *
      *  THE REVERSAL ADJUSTMENTS FROM THE BOAT MASTER         *
      *  MAINTENANCE RUN, GUEST REFUNDS FROM THE CONDO BILLING *
      *  CANCELLATION AUDIT, REFUNDED RESERVATION DEPOSITS     *
      *  FROM THE DEPOSIT LEDGER, AND THE KEYED FLOOR-PLAN     *
      *  LENDER                                                *
      *  AND POP DISTRIBUTOR BILLS - THEN PAYS EVERY OPEN      *
      *  VOUCHER DUE BY THE PAY-THROUGH DATE, ONE CHECK PER    *
      *  PAYEE IN SEQUENTIAL CHECK NUMBER ORDER, WRITES THE    *
      *  POSITIVE-PAY FILE FOR THE BANK, AND QUEUES THE        *
      *  DISBURSEMENTS FOR THE ACCOUNTING EXTRACT RUN - A      *
      *  VOUCHER IS NEVER COLLECTED OR PAID TWICE              *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  EVERY VOUCHER EVER COLLECTED, OPEN, PAID, OR VOID - LOADED  *
      *  TO A TABLE AT INIT AND REWRITTEN IN FULL AT CLOSE           *
           SELECT OPTIONAL VOUCHER-FILE
               ASSIGN TO 'C:\IHCC\COBOL\CBLVOUCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-VCH-STATUS.

      *  THE OWNER STATEMENT RUN'S AMOUNT DUE TO EACH OWNER  *
           SELECT OPTIONAL REMIT-EXTRACT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC14\CBLREMIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-REMIT-STATUS.

      *  THE BOAT SALES REPORT'S PAYROLL EXPORT - EACH               *
      *  SALESPERSON'S COMMISSION ON EVERY SALE ON THE MASTER        *
           SELECT OPTIONAL COMM-EXPORT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC03\CBLCM03.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-COMM-STATUS.

      *  THE SAME RUN'S GRAND TOTALS - ONLY ITS RUN DATE IS USED,    *
      *  TO DATE THE COMMISSION VOUCHERS                             *
           SELECT OPTIONAL GT-EXTRACT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC03\CBLGT03.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GT03-STATUS.

      *  THE NEGATIVE COMMISSION LINES THE BOAT MASTER MAINTENANCE   *
      *  RUN WRITES FOR EVERY REVERSED SALE                          *
           SELECT OPTIONAL COMM-ADJUST
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC09\CBLCMADJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CMADJ-STATUS.

      *  THE SALESPERSON MASTER - FOR THE NAME ON THE CHECK  *
           SELECT OPTIONAL SALESPERSON-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLSLSM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SLSM-STATUS.

      *  THE CONDO BILLING RUN'S CANCELLATIONS AND REFUNDS THAT      *
      *  GIVE MONEY BACK TO THE GUEST - THE BILLING RUN APPENDS TO   *
      *  IT EVERY NIGHT AND IT IS EMPTIED HERE ONCE COLLECTED        *
           SELECT OPTIONAL REFUND-EXTRACT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC04\CBLREFND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-REFND-STATUS.

      *  THE DEPOSIT LEDGER - A RESERVATION DEPOSIT THE RESERVATION  *
      *  RUN MARKED REFUNDED ON A CANCELLATION IS OWED BACK TO THE   *
      *  GUEST - READ ONLY, ITS VOUCHER NUMBER KEEPS IT FROM BEING   *
      *  COLLECTED TWICE                                             *
           SELECT OPTIONAL DEPOSIT-LEDGER
               ASSIGN TO 'C:\IHCC\COBOL\CBLDEPLG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-DEPL-STATUS.

      *  KEYED VENDOR BILLS - 'A' ADDS A VOUCHER FOR A VENDOR        *
      *  INVOICE AND 'V' VOIDS ONE STILL OPEN - A MISSING FILE MEANS *
      *  NOTHING WAS KEYED                                           *
           SELECT OPTIONAL VOUCHER-TRANS
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC56\CBLVCHTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TRAN-STATUS.

      *  THE CHART-OF-ACCOUNTS MAPPINGS - A KEYED BILL'S BUSINESS    *
      *  LINE MUST BE ONE OF THEM SO ITS CHECK CAN BE POSTED         *
           SELECT OPTIONAL COA-PARM
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC08\CBLCOA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-COA-STATUS.

      *  THE PAY-THROUGH DATE AND THE BANK ACCOUNT THE CHECKS ARE    *
      *  DRAWN ON - A MISSING PAY-THROUGH DATE PAYS WHAT IS DUE BY   *
      *  THE PROCESSING DATE                                         *
           SELECT OPTIONAL CHECK-PARM
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC56\CBLCHKPM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PARM-STATUS.

      *  THE LAST CHECK NUMBER WRITTEN - REWRITTEN AFTER EVERY RUN   *
      *  THAT WRITES CHECKS                                          *
           SELECT OPTIONAL CHECK-CONTROL
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC56\CBLCHKNO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CHKNO-STATUS.

      *  ONE ISSUE RECORD PER CHECK FOR THE BANK'S POSITIVE-PAY      *
      *  MATCHING - REWRITTEN EVERY RUN, EMPTY WHEN NO CHECK IS      *
      *  WRITTEN, SO THE BANK NEVER GETS A PRIOR RUN'S ISSUES AGAIN  *
           SELECT POSITIVE-PAY
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC56\CBLPOSPY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *  THE CHECKS WRITTEN, NETTED BY ACCOUNT MAPPING, QUEUED FOR   *
      *  THE ACCOUNTING EXTRACT RUN TO POST AND CLEAR                *
           SELECT OPTIONAL DISBURSEMENT-QUEUE
               ASSIGN TO 'C:\IHCC\COBOL\CBLDISB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *  THE COLLECTION AND CHECK REGISTER  *
           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC56\CHKREG.PRT'
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

      *  ONE VOUCHER - ITS NUMBER IS BUILT FROM THE SOURCE RECORD SO *
      *  THE SAME AMOUNT OWED ALWAYS GETS THE SAME NUMBER:           *
      *    OW + STATEMENT YYYYMM + CONDO     (O) OWNER REMITTANCE    *
      *    CM + EXPORT RUN DATE + CODE       (C) COMMISSION          *
      *    CA + SALE NUMBER + CODE           (A) COMMISSION ADJUST   *
      *    RF + RUN DATE + GUEST NO + CONDO  (R) GUEST REFUND        *
      *    DR + CONDO + GUEST NO + CHECK-IN  (D) DEPOSIT REFUND      *
      *    VN + VENDOR + INVOICE             (M) KEYED VENDOR BILL   *
      *  STATUS IS 'O' OPEN, 'P' PAID, OR 'V' VOID                   *
       FD  VOUCHER-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS VO-REC
           RECORD CONTAINS 126 CHARACTERS.

       01  VO-REC.
           05  VO-VOUCHER-NO            PIC X(20).
           05  VO-SOURCE                PIC X.
           05  VO-PAYEE-ID              PIC X(10).
           05  VO-PAYEE-NAME            PIC X(25).
           05  VO-BUS-LINE              PIC X(10).
           05  VO-DESC                  PIC X(20).
           05  VO-AMOUNT                PIC S9(7)V99.
           05  VO-ENTERED-DATE          PIC 9(8).
           05  VO-DUE-DATE              PIC 9(8).
           05  VO-STATUS                PIC X.
           05  VO-CHECK-NO              PIC 9(6).
           05  VO-PAID-DATE             PIC 9(8).

       FD  REMIT-EXTRACT
           LABEL RECORD IS OMITTED
           DATA RECORD IS RM-REC
           RECORD CONTAINS 52 CHARACTERS.

       01  RM-REC.
           05  RM-CONDO                 PIC XX.
           05  RM-NAME                  PIC X(25).
           05  RM-TAX-ID                PIC X(9).
           05  RM-STMT-YY               PIC 9(4).
           05  RM-STMT-MM               PIC 99.
           05  RM-AMOUNT                PIC 9(8)V99.

       FD  COMM-EXPORT
           LABEL RECORD IS OMITTED
           DATA RECORD IS CX-REC
           RECORD CONTAINS 37 CHARACTERS.

       01  CX-REC.
           05  CX-CODE                  PIC X(4).
           05  FILLER                   PIC X.
           05  CX-SALES-CTR             PIC 9(5).
           05  FILLER                   PIC X.
           05  CX-TOTAL-COST            PIC 9(9)V99.
           05  FILLER                   PIC X.
           05  CX-RATE                  PIC 9V999.
           05  FILLER                   PIC X.
           05  CX-COMMISSION            PIC 9(7)V99.

       FD  GT-EXTRACT
           LABEL RECORD IS OMITTED
           DATA RECORD IS GT03-REC
           RECORD CONTAINS 74 CHARACTERS.

       01  GT03-REC.
           05  G3-SALES-CTR             PIC 9(6).
           05  G3-TOTAL-COST            PIC 9(13)V99.
           05  G3-MARKUP-AMT            PIC 9(11)V99.
           05  G3-SALES-TAX             PIC 9(11)V99.
           05  G3-ACCESS-PACK-COST      PIC 9(11)V99.
           05  G3-RUN-DATE              PIC 9(8).
           05  G3-RUN-TIME              PIC 9(6).

       FD  COMM-ADJUST
           LABEL RECORD IS OMITTED
           DATA RECORD IS AJ-REC
           RECORD CONTAINS 22 CHARACTERS.

       01  AJ-REC.
           05  AJ-CODE                  PIC X(4).
           05  FILLER                   PIC X.
           05  AJ-SALE-NO               PIC 9(6).
           05  FILLER                   PIC X.
           05  AJ-AMOUNT                PIC S9(7)V99
                                        SIGN LEADING SEPARATE.

       FD  SALESPERSON-MASTER
           LABEL RECORD IS OMITTED
           DATA RECORD IS SL-REC
           RECORD CONTAINS 29 CHARACTERS.

       01  SL-REC.
           05  SL-CODE                  PIC X(4).
           05  SL-NAME                  PIC X(20).
           05  SL-COMM-RATE             PIC 9V999.
           05  SL-ACTIVE                PIC X.

       FD  REFUND-EXTRACT
           LABEL RECORD IS OMITTED
           DATA RECORD IS RF-REC
           RECORD CONTAINS 46 CHARACTERS.

       01  RF-REC.
           05  RF-GUEST-NO              PIC 9(6).
           05  RF-GUEST                 PIC X(20).
           05  RF-CONDO                 PIC XX.
           05  RF-DATE                  PIC 9(8).
           05  RF-TYPE                  PIC X.
           05  RF-AMOUNT                PIC 9(7)V99.

      *  ONE RESERVATION DEPOSIT - ONLY 'R' REFUNDED ENTRIES ARE     *
      *  PAID HERE, DUE ON THE DATE THEY WERE REFUNDED               *
       FD  DEPOSIT-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS DG-REC
           RECORD CONTAINS 68 CHARACTERS.

       01  DG-REC.
           05  DG-CONDO                 PIC XX.
           05  DG-GUEST                 PIC X(20).
           05  DG-CHECKIN-DATE          PIC 9(8).
           05  DG-CHECKOUT-DATE         PIC 9(8).
           05  DG-AMOUNT                PIC 9(5)V99.
           05  DG-TAKEN-DATE            PIC 9(8).
           05  DG-STATUS                PIC X.
           05  DG-STATUS-DATE           PIC 9(8).
           05  DG-GUEST-NO              PIC 9(6).

      *  ONE KEYED VENDOR BILL - THE VENDOR AND ITS INVOICE NUMBER   *
      *  KEY THE VOUCHER, AND THE BUSINESS LINE NAMES THE ACCOUNT    *
      *  MAPPING ITS CHECK POSTS UNDER                               *
       FD  VOUCHER-TRANS
           LABEL RECORD IS OMITTED
           DATA RECORD IS VT-REC
           RECORD CONTAINS 99 CHARACTERS.

       01  VT-REC.
           05  VT-ACTION                PIC X.
               88  TRAN-ADD                 VALUE 'A'.
               88  TRAN-VOID                VALUE 'V'.
           05  VT-VENDOR                PIC X(8).
           05  VT-INVOICE               PIC X(10).
           05  VT-VENDOR-NAME           PIC X(25).
      *  THE LINES THE DAILY POSTING RUN BOOKS REVENUE, TAX, COST OF *
      *  SALES, OVER/SHORT AND FLOOR-PLAN ACCRUALS UNDER - THEIR     *
      *  MAPPINGS DO NOT CREDIT CASH, SO NO BILL MAY BE PAID ON ONE  *
           05  VT-BUS-LINE              PIC X(10).
               88  GL-POSTING-LINE          VALUE 'BOAT' 'BOATMARKUP'
                                                  'BOATREV' 'BOATTAX'
                                                  'BOATOVSH' 'CONDO'
                                                  'CONDOOVSH' 'POP'
                                                  'POPOVSH' 'COUNTER'
                                                  'COUNTERCOS'
                                                  'COUNTERTAX'
                                                  'SERVICE'
                                                  'SERVICETAX'
                                                  'FLOORPLAN'.
           05  VT-DESC                  PIC X(20).
           05  VT-AMOUNT                PIC 9(7)V99.
           05  VT-DUE-DATE              PIC 9(8).
           05  VT-OPERATOR              PIC X(8).

       FD  COA-PARM
           LABEL RECORD IS OMITTED
           DATA RECORD IS CA-REC
           RECORD CONTAINS 18 CHARACTERS.

       01  CA-REC.
           05  CA-BUSINESS-LINE         PIC X(10).
           05  CA-DEBIT-ACCT            PIC 9(4).
           05  CA-CREDIT-ACCT           PIC 9(4).

      *  THE PAY-THROUGH DATE (YYYYMMDD) AND THE BANK ACCOUNT  *
       FD  CHECK-PARM
           LABEL RECORD IS OMITTED
           DATA RECORD IS CP-REC
           RECORD CONTAINS 20 CHARACTERS.

       01  CP-REC.
           05  CP-PAY-THRU              PIC 9(8).
           05  CP-BANK-ACCT             PIC X(12).

       FD  CHECK-CONTROL
           LABEL RECORD IS OMITTED
           DATA RECORD IS CN-REC
           RECORD CONTAINS 6 CHARACTERS.

       01  CN-REC.
           05  CN-LAST-CHECK            PIC 9(6).

      *  'I' ISSUE, THE ACCOUNT, CHECK NUMBER, ISSUE DATE, AMOUNT,   *
      *  AND PAYEE AS PRINTED ON THE CHECK                           *
       FD  POSITIVE-PAY
           LABEL RECORD IS OMITTED
           DATA RECORD IS PP-REC
           RECORD CONTAINS 62 CHARACTERS.

       01  PP-REC.
           05  PP-ISSUE-CODE            PIC X.
           05  PP-BANK-ACCT             PIC X(12).
           05  PP-CHECK-NO              PIC 9(6).
           05  PP-ISSUE-DATE            PIC 9(8).
           05  PP-AMOUNT                PIC 9(8)V99.
           05  PP-PAYEE                 PIC X(25).

      *  ONE ACCOUNT MAPPING'S SHARE OF ONE CHECK RUN  *
       FD  DISBURSEMENT-QUEUE
           LABEL RECORD IS OMITTED
           DATA RECORD IS DB-REC
           RECORD CONTAINS 29 CHARACTERS.

       01  DB-REC.
           05  DB-BUS-LINE              PIC X(10).
           05  DB-CHECK-DATE            PIC 9(8).
           05  DB-AMOUNT                PIC S9(9)V99.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE             PIC X(132).

      *  ONE OPERATOR'S RIGHTS - WHICH PROGRAM AND WHICH ACTION      *
      *  CODES THEY MAY KEY - A ADD, V VOID HERE - AND A PROGRAM OF  *
      *  'ALL' COVERS EVERY MAINTENANCE PROGRAM                      *
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
           05  C-VCH-STATUS    PIC XX      VALUE '00'.
           05  C-REMIT-STATUS  PIC XX      VALUE '00'.
           05  C-COMM-STATUS   PIC XX      VALUE '00'.
           05  C-GT03-STATUS   PIC XX      VALUE '00'.
           05  C-CMADJ-STATUS  PIC XX      VALUE '00'.
           05  C-SLSM-STATUS   PIC XX      VALUE '00'.
           05  C-REFND-STATUS  PIC XX      VALUE '00'.
           05  C-DEPL-STATUS   PIC XX      VALUE '00'.
           05  C-TRAN-STATUS   PIC XX      VALUE '00'.
           05  C-COA-STATUS    PIC XX      VALUE '00'.
           05  C-PARM-STATUS   PIC XX      VALUE '00'.
           05  C-CHKNO-STATUS  PIC XX      VALUE '00'.
           05  VCH-EOF         PIC XXX     VALUE 'NO'.
           05  REMIT-EOF       PIC XXX     VALUE 'NO'.
           05  COMM-EOF        PIC XXX     VALUE 'NO'.
           05  CMADJ-EOF       PIC XXX     VALUE 'NO'.
           05  SLSM-EOF        PIC XXX     VALUE 'NO'.
           05  REFND-EOF       PIC XXX     VALUE 'NO'.
           05  DEPL-EOF        PIC XXX     VALUE 'NO'.
           05  TRAN-EOF        PIC XXX     VALUE 'NO'.
           05  COA-EOF         PIC XXX     VALUE 'NO'.
           05  C-AUTH-STATUS   PIC XX      VALUE '00'.
           05  AUTH-EOF        PIC XXX     VALUE 'NO'.
           05  C-AUTH-CTR      PIC 99      VALUE 0.
           05  SUB-AUTH        PIC 99      VALUE 0.
           05  C-AUTH-TALLY    PIC 99      VALUE 0.
           05  C-AUTH-OPERATOR PIC X(8)    VALUE ' '.
           05  C-AUTH-ACTION   PIC X       VALUE ' '.
           05  AUTH-SW         PIC XXX     VALUE 'NO'.
           05  C-VCH-CTR       PIC 9(4)    VALUE 0.
           05  SUB-VCH         PIC 9(4)    VALUE 0.
           05  C-COA-CTR       PIC 99      VALUE 0.
           05  SUB-COA         PIC 99      VALUE 0.
           05  C-SLSM-CTR      PIC 99      VALUE 0.
           05  SUB-SLSM        PIC 99      VALUE 0.
           05  C-PAY-CTR       PIC 999     VALUE 0.
           05  SUB-PAY         PIC 999     VALUE 0.
           05  C-DL-CTR        PIC 99      VALUE 0.
           05  SUB-DL          PIC 99      VALUE 0.
           05  SUB-SORT-A      PIC 999     VALUE 0.
           05  SUB-SORT-B      PIC 999     VALUE 0.
           05  SUB-SORT-C      PIC 999     VALUE 0.
           05  C-TODAY-DATE    PIC 9(8)    VALUE 0.
      *  OPEN VOUCHERS DUE ON OR BEFORE THIS DATE ARE PAID  *
           05  C-PAY-THRU      PIC 9(8)    VALUE 0.
           05  C-BANK-ACCT     PIC X(12)   VALUE ' '.
           05  C-CHECK-NO      PIC 9(6)    VALUE 0.
           05  C-FIRST-CHECK   PIC 9(6)    VALUE 0.
      *  THE COMMISSION EXPORT'S RUN YEAR, AND WHAT HAS ALREADY BEEN *
      *  VOUCHERED TO THE SALESPERSON IN THAT YEAR                   *
           05  C-YEAR-START    PIC 9(8)    VALUE 0.
           05  C-YEAR-END      PIC 9(8)    VALUE 0.
           05  C-COMM-BASE     PIC S9(8)V99 VALUE 0.
           05  C-GT-IN-CTR     PIC 9(6)    VALUE 0.
           05  C-GT-COLLECT-CTR PIC 9(5)   VALUE 0.
           05  C-GT-COLLECT-AMT PIC S9(9)V99 VALUE 0.
           05  C-GT-DUP-CTR    PIC 9(5)    VALUE 0.
           05  C-GT-REJECT-CTR PIC 9(5)    VALUE 0.
           05  C-GT-CHECK-CTR  PIC 9(5)    VALUE 0.
           05  C-GT-CHECK-AMT  PIC 9(9)V99 VALUE 0.
           05  C-GT-HELD-CTR   PIC 999     VALUE 0.
      *  VOUCHERS LEFT OUT FOR A FULL TABLE - THE REGISTER SAYS SO   *
      *  RATHER THAN DROPPING THEM QUIETLY                           *
           05  C-GT-OVERFLOW   PIC 9(5)    VALUE 0.
      *  SET WHEN THE VOUCHER FILE WILL NOT FIT THE TABLE - NOTHING  *
      *  IS COLLECTED OR PAID AND THE FILE IS LEFT AS IT WAS, SINCE  *
      *  REWRITING IT FROM A SHORT TABLE WOULD LOSE PAID VOUCHERS    *
      *  AND PAY THEM AGAIN                                          *
           05  VCH-FULL-SW     PIC XXX     VALUE 'NO'.

      *  THE COMMISSION EXPORT'S RUN DATE  *
       01  C-COMM-RUN-DATE.
           05  C-COMM-YY       PIC 9(4).
           05  C-COMM-MM       PIC 99.
           05  C-COMM-DD       PIC 99.
       01  C-COMM-RUN-DATE-N REDEFINES C-COMM-RUN-DATE PIC 9(8).

      *  A DATE BROKEN DOWN FOR PRINTING  *
       01  C-PRINT-DATE.
           05  C-PRT-YY        PIC 9(4).
           05  C-PRT-MM        PIC 99.
           05  C-PRT-DD        PIC 99.
       01  C-PRINT-DATE-N REDEFINES C-PRINT-DATE PIC 9(8).

      *  THE VOUCHER BEING COLLECTED, IN THE VOUCHER FILE LAYOUT  *
       01  NV-REC.
           05  NV-VOUCHER-NO            PIC X(20).
           05  NV-SOURCE                PIC X.
           05  NV-PAYEE-ID              PIC X(10).
           05  NV-PAYEE-NAME            PIC X(25).
           05  NV-BUS-LINE              PIC X(10).
           05  NV-DESC                  PIC X(20).
           05  NV-AMOUNT                PIC S9(7)V99.
           05  NV-ENTERED-DATE          PIC 9(8).
           05  NV-DUE-DATE              PIC 9(8).
           05  NV-STATUS                PIC X.
           05  NV-CHECK-NO              PIC 9(6).
           05  NV-PAID-DATE             PIC 9(8).

      *  EVERY VOUCHER ON FILE PLUS THOSE COLLECTED THIS RUN -       *
      *  TV-NEW-SW IS 'Y' FOR ONE COLLECTED THIS RUN - CAPPED AT     *
      *  5000                                                        *
       01  VOUCHER-TABLE.
           05  VOUCHER-ENTRY           OCCURS 5000 TIMES.
               10  TV-DATA.
                   15  TV-VOUCHER-NO   PIC X(20).
                   15  TV-SOURCE       PIC X.
                   15  TV-PAYEE-ID     PIC X(10).
                   15  TV-PAYEE-NAME   PIC X(25).
                   15  TV-BUS-LINE     PIC X(10).
                   15  TV-DESC         PIC X(20).
                   15  TV-AMOUNT       PIC S9(7)V99.
                   15  TV-ENTERED-DATE PIC 9(8).
                   15  TV-DUE-DATE     PIC 9(8).
                   15  TV-STATUS       PIC X.
                   15  TV-CHECK-NO     PIC 9(6).
                   15  TV-PAID-DATE    PIC 9(8).
               10  TV-NEW-SW           PIC X.

      *  THE CHART-OF-ACCOUNTS MAPPINGS IN A TABLE  *
       01  COA-TABLE.
           05  COA-ENTRY               OCCURS 50 TIMES.
               10  CO-LINE             PIC X(10).
               10  CO-DEBIT-ACCT       PIC 9(4).
               10  CO-CREDIT-ACCT      PIC 9(4).

      *  EVERY SALESPERSON ON THE MASTER - CAPPED AT 50  *
       01  SALESPERSON-TABLE.
           05  SLSM-ENTRY              OCCURS 50 TIMES.
               10  SM-CODE             PIC X(4).
               10  SM-NAME             PIC X(20).

      *  ONE ENTRY PER PAYEE WITH AN OPEN VOUCHER DUE - THE NET OF   *
      *  EVERYTHING DUE THEM - CAPPED AT 300 PAYEES                  *
       01  PAYEE-TABLE.
           05  PAYEE-ENTRY             OCCURS 300 TIMES.
               10  PY-PAYEE-ID         PIC X(10).
               10  PY-NAME             PIC X(25).
               10  PY-NET              PIC S9(8)V99.

      *  HOLD AREA FOR SWAPPING TWO PAYEES WHILE ORDERING THE CHECKS *
       01  PAYEE-SWAP-AREA.
           05  PS-PAYEE-ID             PIC X(10).
           05  PS-NAME                 PIC X(25).
           05  PS-NET                  PIC S9(8)V99.

      *  THE CHECKS WRITTEN NETTED BY ACCOUNT MAPPING  *
       01  DISB-LINE-TABLE.
           05  DISB-LINE-ENTRY         OCCURS 50 TIMES.
               10  DL-LINE             PIC X(10).
               10  DL-AMOUNT           PIC S9(9)V99.

      *  THE OPERATORS CLEARED FOR THIS PROGRAM AND THE ACTION       *
      *  CODES EACH MAY KEY - CAPPED AT 50                           *
       01  OPERATOR-AUTH-TABLE.
           05  OPERATOR-AUTH-ENTRY     OCCURS 50.
               10  OT-OPERATOR         PIC X(8).
               10  OT-ACTIONS          PIC X(5).

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
           05  FILLER          PIC X(8)    VALUE 'COBLSC56'.
           05  FILLER          PIC X(48)   VALUE ' '.
           05  FILLER          PIC X(9)    VALUE '  CHAPMAN'.
           05  FILLER          PIC X(9)    VALUE ' DIVISION'.
           05  FILLER          PIC X(58)   VALUE ' '.

       01  REPORT-TITLE-LINE.
           05  FILLER          PIC X(54)   VALUE ' '.
           05  FILLER          PIC X(24)   VALUE
                                 'PAYABLES CHECK REGISTER '.
           05  FILLER          PIC X(54)   VALUE ' '.

       01  PARM-LINE.
           05  FILLER          PIC X(13)   VALUE 'PAY THROUGH: '.
           05  O-THRU-MM       PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-THRU-DD       PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-THRU-YY       PIC 9(4).
           05  FILLER          PIC X(19)   VALUE
                                         '     BANK ACCOUNT: '.
           05  O-BANK-ACCT     PIC X(12).
           05  FILLER          PIC X(78)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  SECTION-TITLE-LINE.
           05  O-SECTION-TITLE PIC X(50).
           05  FILLER          PIC X(82)   VALUE ' '.

       01  COLLECT-COLUMN-HEADINGS.
           05  FILLER          PIC X(10)   VALUE 'SOURCE'.
           05  FILLER          PIC X       VALUE ' '.
           05  FILLER          PIC X(20)   VALUE 'VOUCHER'.
           05  FILLER          PIC X       VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'PAYEE'.
           05  FILLER          PIC X       VALUE ' '.
           05  FILLER          PIC X(25)   VALUE 'NAME'.
           05  FILLER          PIC X       VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'DUE DATE'.
           05  FILLER          PIC X       VALUE ' '.
           05  FILLER          PIC X(14)   VALUE '        AMOUNT'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(36)   VALUE 'DISPOSITION'.

      *  ONE SOURCE RECORD OR KEYED BILL AND WHAT BECAME OF IT  *
       01  COLLECT-DETAIL-LINE.
           05  O-CL-SOURCE     PIC X(10).
           05  FILLER          PIC X       VALUE ' '.
           05  O-CL-VOUCHER    PIC X(20).
           05  FILLER          PIC X       VALUE ' '.
           05  O-CL-PAYEE-ID   PIC X(10).
           05  FILLER          PIC X       VALUE ' '.
           05  O-CL-NAME       PIC X(25).
           05  FILLER          PIC X       VALUE ' '.
           05  O-CL-DUE-MM     PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-CL-DUE-DD     PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-CL-DUE-YY     PIC 9(4).
           05  FILLER          PIC X       VALUE ' '.
           05  O-CL-AMOUNT     PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-CL-MSG        PIC X(36).

       01  CHECK-COLUMN-HEADINGS.
           05  FILLER          PIC X(6)    VALUE ' CHECK'.
           05  FILLER          PIC X(5)    VALUE ' '.
           05  FILLER          PIC X(20)   VALUE 'PAYEE / VOUCHER'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(20)   VALUE 'NAME / DESCRIPTION'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'DUE DATE'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(14)   VALUE '        AMOUNT'.
           05  FILLER          PIC X(51)   VALUE ' '.

       01  CHECK-LINE.
           05  O-CK-NO         PIC ZZZZZ9.
           05  FILLER          PIC X(5)    VALUE ' '.
           05  O-CK-PAYEE-ID   PIC X(10).
           05  FILLER          PIC X(12)   VALUE ' '.
           05  O-CK-NAME       PIC X(25).
           05  FILLER          PIC X(9)    VALUE ' '.
           05  O-CK-AMOUNT     PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(52)   VALUE ' '.

       01  VOUCHER-DETAIL-LINE.
           05  FILLER          PIC X(11)   VALUE ' '.
           05  O-VD-VOUCHER    PIC X(20).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-VD-DESC       PIC X(20).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-VD-DUE-MM     PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-VD-DUE-DD     PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-VD-DUE-YY     PIC 9(4).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-VD-AMOUNT     PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X(51)   VALUE ' '.

       01  HELD-LINE.
           05  O-HD-PAYEE-ID   PIC X(10).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-HD-NAME       PIC X(25).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-HD-NET        PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(33)   VALUE
                           'NET NOT ABOVE ZERO - LEFT OPEN   '.
           05  FILLER          PIC X(44)   VALUE ' '.

       01  NONE-LINE.
           05  FILLER          PIC X(5)    VALUE ' '.
           05  O-NONE-MSG      PIC X(60).
           05  FILLER          PIC X(67)   VALUE ' '.

       01  COLLECT-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE
                                         'VOUCHERS COLLECTED: '.
           05  O-GT-COLLECT-CTR PIC ZZ,ZZ9.
           05  FILLER          PIC X(11)   VALUE '   AMOUNT: '.
           05  O-GT-COLLECT-AMT PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(22)   VALUE
                                         '   ALREADY COLLECTED: '.
           05  O-GT-DUP-CTR    PIC ZZ,ZZ9.
           05  FILLER          PIC X(13)   VALUE '   REJECTED: '.
           05  O-GT-REJECT-CTR PIC ZZ,ZZ9.
           05  FILLER          PIC X(33)   VALUE ' '.

       01  CHECK-TOTAL-LINE.
           05  FILLER          PIC X(16)   VALUE 'CHECKS WRITTEN: '.
           05  O-GT-CHECK-CTR  PIC ZZ,ZZ9.
           05  FILLER          PIC X(10)   VALUE '   TOTAL: '.
           05  O-GT-CHECK-AMT  PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(17)   VALUE '   CHECK NUMBERS '.
           05  O-FIRST-CHECK   PIC ZZZZZ9.
           05  FILLER          PIC X(6)    VALUE ' THRU '.
           05  O-LAST-CHECK    PIC ZZZZZ9.
           05  FILLER          PIC X(16)   VALUE '   PAYEES HELD: '.
           05  O-GT-HELD-CTR   PIC ZZ9.
           05  FILLER          PIC X(32)   VALUE ' '.

       01  OVERFLOW-LINE.
           05  FILLER          PIC X(22)   VALUE
                                         '*** NOT COLLECTED OR  '.
           05  FILLER          PIC X(8)    VALUE 'PAID -  '.
           05  O-GT-OVERFLOW   PIC ZZ,ZZ9.
           05  FILLER          PIC X(42)   VALUE
                  ' VOUCHERS PAST THE VOUCHER OR PAYEE TABLE '.
           05  FILLER          PIC X(4)    VALUE ' ***'.
           05  FILLER          PIC X(50)   VALUE ' '.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           IF VCH-FULL-SW = 'NO'
               PERFORM 2000-COLLECT-VOUCHERS
               PERFORM 2500-WRITE-CHECKS THRU 2500-EXIT.
           PERFORM 3000-CLOSING.
       STOP RUN.

       1000-INIT.
           OPEN OUTPUT PRTOUT.
           OPEN EXTEND AUDIT-TRAIL.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO MACHINE-DATE.
           PERFORM 9955-GET-PROCESS-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           COMPUTE C-TODAY-DATE = I-YY * 10000 + I-MM * 100 + I-DD.

           PERFORM 1100-LOAD-VOUCHERS.
           PERFORM 1200-LOAD-COA.
           PERFORM 1300-LOAD-SALESPEOPLE.
           PERFORM 1400-GET-CHECK-PARM.
           PERFORM 1500-GET-LAST-CHECK.
           PERFORM 1900-LOAD-OPERATOR-AUTH.

           MOVE C-PAY-THRU TO C-PRINT-DATE-N.
           MOVE C-PRT-MM TO O-THRU-MM.
           MOVE C-PRT-DD TO O-THRU-DD.
           MOVE C-PRT-YY TO O-THRU-YY.
           MOVE C-BANK-ACCT TO O-BANK-ACCT.

           PERFORM 9100-HEADINGS.

      *  LOADS EVERY VOUCHER ON FILE - PAID AND VOID ONES STAY ON    *
      *  FILE FOR GOOD SO THEIR NUMBERS ARE NEVER COLLECTED AGAIN    *
       1100-LOAD-VOUCHERS.
           OPEN INPUT VOUCHER-FILE.
           IF C-VCH-STATUS = '00'
               PERFORM 1110-READ-VOUCHER
                   UNTIL VCH-EOF = 'YES'
               CLOSE VOUCHER-FILE
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE VOUCHER-FILE
               MOVE 'YES' TO VCH-EOF.

       1110-READ-VOUCHER.
           READ VOUCHER-FILE
               AT END
                   MOVE 'YES' TO VCH-EOF
               NOT AT END
                   IF C-VCH-CTR < 5000
                       ADD 1 TO C-VCH-CTR
                       MOVE VO-REC TO TV-DATA(C-VCH-CTR)
                       MOVE 'N' TO TV-NEW-SW(C-VCH-CTR)
                   ELSE
                       MOVE 'YES' TO VCH-FULL-SW
                       MOVE 'YES' TO VCH-EOF
                   END-IF.

      *  LOADS THE CHART-OF-ACCOUNTS MAPPINGS  *
       1200-LOAD-COA.
           OPEN INPUT COA-PARM.
           IF C-COA-STATUS = '00'
               PERFORM 1210-READ-COA
                   UNTIL COA-EOF = 'YES'
               CLOSE COA-PARM
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE COA-PARM
               MOVE 'YES' TO COA-EOF.

       1210-READ-COA.
           READ COA-PARM
               AT END
                   MOVE 'YES' TO COA-EOF
               NOT AT END
                   IF C-COA-CTR < 50
                       ADD 1 TO C-COA-CTR
                       MOVE CA-BUSINESS-LINE TO CO-LINE(C-COA-CTR)
                       MOVE CA-DEBIT-ACCT TO CO-DEBIT-ACCT(C-COA-CTR)
                       MOVE CA-CREDIT-ACCT TO
                           CO-CREDIT-ACCT(C-COA-CTR)
                   END-IF.

      *  LOADS EVERY SALESPERSON'S NAME FOR THE COMMISSION CHECKS  *
       1300-LOAD-SALESPEOPLE.
           OPEN INPUT SALESPERSON-MASTER.
           IF C-SLSM-STATUS = '00'
               PERFORM 1310-READ-SALESPERSON
                   UNTIL SLSM-EOF = 'YES'
               CLOSE SALESPERSON-MASTER
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
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
                   END-IF.

      *  THE PAY-THROUGH DATE IS THE KEYED ONE, ELSE THE PROCESSING  *
      *  DATE - WITH NO BANK ACCOUNT ON FILE NO CHECKS ARE WRITTEN   *
       1400-GET-CHECK-PARM.
           MOVE C-TODAY-DATE TO C-PAY-THRU.
           OPEN INPUT CHECK-PARM.
           READ CHECK-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF CP-PAY-THRU NUMERIC AND CP-PAY-THRU > 0
                       MOVE CP-PAY-THRU TO C-PAY-THRU
                   END-IF
                   MOVE CP-BANK-ACCT TO C-BANK-ACCT.
           CLOSE CHECK-PARM.

      *  THE NEXT CHECK IS ONE PAST THE LAST ONE WRITTEN - A MISSING *
      *  CONTROL FILE STARTS THE BOOK AT CHECK 1001                  *
       1500-GET-LAST-CHECK.
           MOVE 1000 TO C-CHECK-NO.
           OPEN INPUT CHECK-CONTROL.
           READ CHECK-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF CN-LAST-CHECK NUMERIC AND CN-LAST-CHECK > 0
                       MOVE CN-LAST-CHECK TO C-CHECK-NO
                   END-IF.
           CLOSE CHECK-CONTROL.

      *  LOADS THE RIGHTS OF EVERY OPERATOR CLEARED FOR THIS         *
      *  PROGRAM - A MISSING FILE CLEARS NOBODY, SO EVERY KEYED      *
      *  VENDOR BILL IS REJECTED                                     *
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

       1910-READ-OPERATOR-AUTH.
           READ OPERATOR-AUTH
               AT END
                   MOVE 'YES' TO AUTH-EOF
               NOT AT END
                   IF (AU-PROGRAM = 'COBLSC56' OR AU-PROGRAM = 'ALL')
                     AND AU-OPERATOR NOT = SPACES
                     AND C-AUTH-CTR < 50
                       ADD 1 TO C-AUTH-CTR
                       MOVE AU-OPERATOR TO OT-OPERATOR(C-AUTH-CTR)
                       MOVE AU-ACTIONS TO OT-ACTIONS(C-AUTH-CTR)
                   END-IF.

      *  COLLECTS EVERY SOURCE INTO THE VOUCHER TABLE, ONE REGISTER  *
      *  LINE PER SOURCE RECORD - THE COMMISSION ADJUSTMENTS GO      *
      *  AHEAD OF THE COMMISSIONS SO A REVERSAL ALREADY CLAWED BACK  *
      *  IS NOT CLAWED BACK AGAIN WHEN THE EXPORT CATCHES UP         *
       2000-COLLECT-VOUCHERS.
           MOVE 'VOUCHERS COLLECTED THIS RUN' TO O-SECTION-TITLE.
           WRITE PRTLINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM COLLECT-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 2100-COLLECT-REMITTANCES.
           PERFORM 2200-COLLECT-COMM-ADJUST.
           PERFORM 2300-COLLECT-COMMISSIONS THRU 2300-EXIT.
           PERFORM 2400-COLLECT-REFUNDS.
           PERFORM 2430-COLLECT-DEPOSIT-REFUNDS.
           PERFORM 2450-APPLY-VENDOR-TRANS.

           MOVE C-GT-COLLECT-CTR TO O-GT-COLLECT-CTR.
           MOVE C-GT-COLLECT-AMT TO O-GT-COLLECT-AMT.
           MOVE C-GT-DUP-CTR TO O-GT-DUP-CTR.
           MOVE C-GT-REJECT-CTR TO O-GT-REJECT-CTR.
           WRITE PRTLINE FROM COLLECT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *  ONE OWNER REMITTANCE PER OWNER PER STATEMENT MONTH - DUE    *
      *  THE 15TH OF THE MONTH AFTER THE STATEMENT MONTH             *
       2100-COLLECT-REMITTANCES.
           OPEN INPUT REMIT-EXTRACT.
           IF C-REMIT-STATUS = '00'
               PERFORM 2110-READ-REMITTANCE
                   UNTIL REMIT-EOF = 'YES'
               CLOSE REMIT-EXTRACT
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE REMIT-EXTRACT
               MOVE 'YES' TO REMIT-EOF.

       2110-READ-REMITTANCE.
           READ REMIT-EXTRACT
               AT END
                   MOVE 'YES' TO REMIT-EOF
               NOT AT END
                   ADD 1 TO C-GT-IN-CTR
                   PERFORM 2120-REMIT-VOUCHER.

       2120-REMIT-VOUCHER.
           MOVE SPACES TO NV-REC.
           STRING 'OW' RM-STMT-YY RM-STMT-MM RM-CONDO
               DELIMITED BY SIZE INTO NV-VOUCHER-NO.
           MOVE 'O' TO NV-SOURCE.
           STRING 'OW' RM-CONDO
               DELIMITED BY SIZE INTO NV-PAYEE-ID.
           MOVE RM-NAME TO NV-PAYEE-NAME.
           MOVE 'OWNERREMIT' TO NV-BUS-LINE.
           STRING 'OWNER REMIT ' RM-STMT-MM '/' RM-STMT-YY
               DELIMITED BY SIZE INTO NV-DESC.
           MOVE RM-AMOUNT TO NV-AMOUNT.
           IF RM-STMT-MM = 12
               COMPUTE NV-DUE-DATE = (RM-STMT-YY + 1) * 10000 + 115
           ELSE
               COMPUTE NV-DUE-DATE = RM-STMT-YY * 10000
                   + (RM-STMT-MM + 1) * 100 + 15.
           MOVE 'OWNER' TO O-CL-SOURCE.
           PERFORM 2900-ADD-VOUCHER THRU 2900-EXIT.

      *  ONE NEGATIVE VOUCHER PER SALESPERSON PER REVERSED SALE,     *
      *  DUE AT ONCE SO IT NETS AGAINST THE NEXT CHECK               *
       2200-COLLECT-COMM-ADJUST.
           OPEN INPUT COMM-ADJUST.
           IF C-CMADJ-STATUS = '00'
               PERFORM 2210-READ-COMM-ADJUST
                   UNTIL CMADJ-EOF = 'YES'
               CLOSE COMM-ADJUST
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE COMM-ADJUST
               MOVE 'YES' TO CMADJ-EOF.

       2210-READ-COMM-ADJUST.
           READ COMM-ADJUST
               AT END
                   MOVE 'YES' TO CMADJ-EOF
               NOT AT END
                   ADD 1 TO C-GT-IN-CTR
                   IF AJ-AMOUNT NUMERIC AND AJ-AMOUNT NOT = 0
                       PERFORM 2220-COMM-ADJUST-VOUCHER
                   END-IF.

       2220-COMM-ADJUST-VOUCHER.
           MOVE SPACES TO NV-REC.
           STRING 'CA' AJ-SALE-NO AJ-CODE
               DELIMITED BY SIZE INTO NV-VOUCHER-NO.
           MOVE 'A' TO NV-SOURCE.
           STRING 'SL' AJ-CODE
               DELIMITED BY SIZE INTO NV-PAYEE-ID.
           PERFORM 2950-FIND-SALESPERSON.
           MOVE 'COMMISSION' TO NV-BUS-LINE.
           STRING 'SALE REVERSAL ' AJ-SALE-NO
               DELIMITED BY SIZE INTO NV-DESC.
           MOVE AJ-AMOUNT TO NV-AMOUNT.
           MOVE C-TODAY-DATE TO NV-DUE-DATE.
           MOVE 'COMM ADJ' TO O-CL-SOURCE.
           PERFORM 2900-ADD-VOUCHER THRU 2900-EXIT.

      *  THE EXPORT CARRIES EACH SALESPERSON'S COMMISSION ON EVERY   *
      *  SALE ON THE BOAT MASTER, WHICH HOLDS THE WHOLE YEAR UNTIL   *
      *  THE YEAR-END ARCHIVE - SO EACH EXPORT IS VOUCHERED FOR ONLY *
      *  WHAT IT SHOWS PAST WHAT HAS ALREADY BEEN VOUCHERED TO THE   *
      *  SALESPERSON IN THE EXPORT'S YEAR, DUE ON THE EXPORT'S RUN   *
      *  DATE - WITHOUT THAT RUN DATE NOTHING IS COLLECTED           *
       2300-COLLECT-COMMISSIONS.
           MOVE 0 TO C-COMM-RUN-DATE-N.
           OPEN INPUT GT-EXTRACT.
           IF C-GT03-STATUS = '00'
               READ GT-EXTRACT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF G3-RUN-DATE NUMERIC
                           MOVE G3-RUN-DATE TO C-COMM-RUN-DATE-N
                       END-IF
               END-READ.
           CLOSE GT-EXTRACT.
           IF C-COMM-RUN-DATE-N = 0
               DISPLAY '*** COBLSC56 NO BOAT SALES RUN DATE - '
                   'COMMISSIONS NOT COLLECTED ***'
               GO TO 2300-EXIT.
           COMPUTE C-YEAR-START = C-COMM-YY * 10000 + 101.
           COMPUTE C-YEAR-END = C-COMM-YY * 10000 + 1231.

           OPEN INPUT COMM-EXPORT.
           IF C-COMM-STATUS = '00'
               PERFORM 2310-READ-COMMISSION
                   UNTIL COMM-EOF = 'YES'
               CLOSE COMM-EXPORT
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE COMM-EXPORT
               MOVE 'YES' TO COMM-EOF.

       2300-EXIT.
           EXIT.

       2310-READ-COMMISSION.
           READ COMM-EXPORT
               AT END
                   MOVE 'YES' TO COMM-EOF
               NOT AT END
                   ADD 1 TO C-GT-IN-CTR
                   IF CX-COMMISSION NUMERIC
                       PERFORM 2320-COMMISSION-VOUCHER THRU 2320-EXIT
                   END-IF.

       2320-COMMISSION-VOUCHER.
           MOVE SPACES TO NV-REC.
           STRING 'CM' C-COMM-RUN-DATE CX-CODE
               DELIMITED BY SIZE INTO NV-VOUCHER-NO.
           MOVE 'C' TO NV-SOURCE.
           STRING 'SL' CX-CODE
               DELIMITED BY SIZE INTO NV-PAYEE-ID.
           PERFORM 2950-FIND-SALESPERSON.
           MOVE 'COMMISSION' TO NV-BUS-LINE.
           STRING 'COMM THRU ' C-COMM-MM '/' C-COMM-DD '/' C-COMM-YY
               DELIMITED BY SIZE INTO NV-DESC.
           MOVE C-COMM-RUN-DATE-N TO NV-DUE-DATE.
           MOVE 'COMMISSION' TO O-CL-SOURCE.

      *  AN EXPORT ALREADY COLLECTED IS TURNED AWAY BY ITS NUMBER    *
      *  BEFORE ANY DIFFERENCE IS TAKEN                              *
           PERFORM 2890-FIND-VOUCHER.
           IF SUB-VCH NOT > C-VCH-CTR
               MOVE 0 TO NV-AMOUNT
               PERFORM 2900-ADD-VOUCHER THRU 2900-EXIT
               GO TO 2320-EXIT.

           MOVE 0 TO C-COMM-BASE.
           PERFORM 2330-ADD-COMM-BASE
               VARYING SUB-VCH FROM 1 BY 1
                   UNTIL SUB-VCH > C-VCH-CTR.
           COMPUTE NV-AMOUNT = CX-COMMISSION - C-COMM-BASE.
           IF NV-AMOUNT = 0
               GO TO 2320-EXIT.
           PERFORM 2900-ADD-VOUCHER THRU 2900-EXIT.

       2320-EXIT.
           EXIT.

       2330-ADD-COMM-BASE.
           IF TV-PAYEE-ID(SUB-VCH) = NV-PAYEE-ID
             AND (TV-SOURCE(SUB-VCH) = 'C' OR TV-SOURCE(SUB-VCH) = 'A')
             AND TV-STATUS(SUB-VCH) NOT = 'V'
             AND TV-DUE-DATE(SUB-VCH) NOT < C-YEAR-START
             AND TV-DUE-DATE(SUB-VCH) NOT > C-YEAR-END
               ADD TV-AMOUNT(SUB-VCH) TO C-COMM-BASE.

      *  ONE REFUND PER GUEST PER CONDO PER BILLING RUN, DUE ON THE  *
      *  BILLING RUN'S DATE                                          *
       2400-COLLECT-REFUNDS.
           OPEN INPUT REFUND-EXTRACT.
           IF C-REFND-STATUS = '00'
               PERFORM 2410-READ-REFUND
                   UNTIL REFND-EOF = 'YES'
               CLOSE REFUND-EXTRACT
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE REFUND-EXTRACT
               MOVE 'YES' TO REFND-EOF.

       2410-READ-REFUND.
           READ REFUND-EXTRACT
               AT END
                   MOVE 'YES' TO REFND-EOF
               NOT AT END
                   ADD 1 TO C-GT-IN-CTR
                   PERFORM 2420-REFUND-VOUCHER.

      *  A GUEST WITH NO GUEST NUMBER IS PAID UNDER THE FRONT OF     *
      *  THEIR NAME INSTEAD                                          *
       2420-REFUND-VOUCHER.
           MOVE SPACES TO NV-REC.
           STRING 'RF' RF-DATE RF-GUEST-NO RF-CONDO
               DELIMITED BY SIZE INTO NV-VOUCHER-NO.
           MOVE 'R' TO NV-SOURCE.
           IF RF-GUEST-NO = 0
               STRING 'GN' RF-GUEST(1:8)
                   DELIMITED BY SIZE INTO NV-PAYEE-ID
           ELSE
               STRING 'GU' RF-GUEST-NO
                   DELIMITED BY SIZE INTO NV-PAYEE-ID.
           MOVE RF-GUEST TO NV-PAYEE-NAME.
           MOVE 'CONDOREFND' TO NV-BUS-LINE.
           IF RF-TYPE = 'C'
               STRING 'CANCELLED STAY ' RF-CONDO
                   DELIMITED BY SIZE INTO NV-DESC
           ELSE
               STRING 'STAY REFUND ' RF-CONDO
                   DELIMITED BY SIZE INTO NV-DESC.
           MOVE RF-AMOUNT TO NV-AMOUNT.
           MOVE RF-DATE TO NV-DUE-DATE.
           MOVE 'REFUND' TO O-CL-SOURCE.
           PERFORM 2900-ADD-VOUCHER THRU 2900-EXIT.

      *  ONE REFUND PER REFUNDED RESERVATION DEPOSIT, DUE ON THE     *
      *  DATE THE RESERVATION RUN REFUNDED IT                        *
       2430-COLLECT-DEPOSIT-REFUNDS.
           OPEN INPUT DEPOSIT-LEDGER.
           IF C-DEPL-STATUS = '00'
               PERFORM 2435-READ-DEPOSIT
                   UNTIL DEPL-EOF = 'YES'
               CLOSE DEPOSIT-LEDGER
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE DEPOSIT-LEDGER
               MOVE 'YES' TO DEPL-EOF.

       2435-READ-DEPOSIT.
           READ DEPOSIT-LEDGER
               AT END
                   MOVE 'YES' TO DEPL-EOF
               NOT AT END
                   IF DG-STATUS = 'R' AND DG-AMOUNT NUMERIC
                     AND DG-AMOUNT > 0
                       ADD 1 TO C-GT-IN-CTR
                       PERFORM 2440-DEPOSIT-VOUCHER
                   END-IF.

      *  A GUEST WITH NO GUEST NUMBER IS KEYED AND PAID UNDER THE    *
      *  FRONT OF THEIR NAME INSTEAD                                 *
       2440-DEPOSIT-VOUCHER.
           MOVE SPACES TO NV-REC.
           IF DG-GUEST-NO = 0
               STRING 'DR' DG-CONDO DG-GUEST(1:8)
                   DG-CHECKIN-DATE
                   DELIMITED BY SIZE INTO NV-VOUCHER-NO
               STRING 'GN' DG-GUEST(1:8)
                   DELIMITED BY SIZE INTO NV-PAYEE-ID
           ELSE
               STRING 'DR' DG-CONDO DG-GUEST-NO DG-CHECKIN-DATE
                   DELIMITED BY SIZE INTO NV-VOUCHER-NO
               STRING 'GU' DG-GUEST-NO
                   DELIMITED BY SIZE INTO NV-PAYEE-ID.
           MOVE 'D' TO NV-SOURCE.
           MOVE DG-GUEST TO NV-PAYEE-NAME.
           MOVE 'CONDOREFND' TO NV-BUS-LINE.
           STRING 'DEPOSIT REFUND ' DG-CONDO
               DELIMITED BY SIZE INTO NV-DESC.
           MOVE DG-AMOUNT TO NV-AMOUNT.
           MOVE DG-STATUS-DATE TO NV-DUE-DATE.
           IF NV-DUE-DATE = 0
               MOVE C-TODAY-DATE TO NV-DUE-DATE.
           MOVE 'DEPOSIT' TO O-CL-SOURCE.
           PERFORM 2900-ADD-VOUCHER THRU 2900-EXIT.

      *  APPLIES THE KEYED VENDOR BILLS - EACH ONE IS CHECKED        *
      *  AGAINST THE OPERATOR'S RIGHTS BEFORE IT IS APPLIED          *
       2450-APPLY-VENDOR-TRANS.
           OPEN INPUT VOUCHER-TRANS.
           IF C-TRAN-STATUS = '00'
               PERFORM 2460-READ-VENDOR-TRAN
                   UNTIL TRAN-EOF = 'YES'
               CLOSE VOUCHER-TRANS
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE VOUCHER-TRANS
               MOVE 'YES' TO TRAN-EOF.

       2460-READ-VENDOR-TRAN.
           READ VOUCHER-TRANS
               AT END
                   MOVE 'YES' TO TRAN-EOF
               NOT AT END
                   ADD 1 TO C-GT-IN-CTR
                   PERFORM 2470-APPLY-VENDOR-TRAN THRU 2470-EXIT.

       2470-APPLY-VENDOR-TRAN.
           MOVE SPACES TO NV-REC.
           STRING 'VN' VT-VENDOR VT-INVOICE
               DELIMITED BY SIZE INTO NV-VOUCHER-NO.
           MOVE 'M' TO NV-SOURCE.
           STRING 'VN' VT-VENDOR
               DELIMITED BY SIZE INTO NV-PAYEE-ID.
           MOVE VT-VENDOR-NAME TO NV-PAYEE-NAME.
           MOVE VT-BUS-LINE TO NV-BUS-LINE.
           MOVE VT-DESC TO NV-DESC.
           MOVE 0 TO NV-AMOUNT.
           IF VT-AMOUNT NUMERIC
               MOVE VT-AMOUNT TO NV-AMOUNT.
           MOVE 0 TO NV-DUE-DATE.
           IF VT-DUE-DATE NUMERIC
               MOVE VT-DUE-DATE TO NV-DUE-DATE.
           IF NV-DUE-DATE = 0
               MOVE C-TODAY-DATE TO NV-DUE-DATE.
           MOVE 'VENDOR' TO O-CL-SOURCE.
           MOVE ' ' TO O-CL-MSG.

           MOVE VT-OPERATOR TO C-AUTH-OPERATOR.
           MOVE VT-ACTION TO C-AUTH-ACTION.
           PERFORM 2800-CHECK-OPERATOR.

           IF NOT TRAN-ADD AND NOT TRAN-VOID
               MOVE 'ACTION MUST BE A OR V - REJECTED' TO O-CL-MSG
           ELSE
               IF AUTH-SW = 'NO'
                   MOVE 'OPERATOR NOT AUTHORIZED - SKIPPED'
                       TO O-CL-MSG
               ELSE
                   IF VT-VENDOR = SPACES OR VT-INVOICE = SPACES
                       MOVE 'VENDOR/INVOICE REQUIRED - REJECTED'
                           TO O-CL-MSG.
           IF O-CL-MSG NOT = ' '
               PERFORM 2850-REJECT-VENDOR-TRAN
               GO TO 2470-EXIT.

           IF TRAN-ADD
               PERFORM 2480-ADD-VENDOR-BILL THRU 2480-EXIT
           ELSE
               PERFORM 2490-VOID-VENDOR-BILL THRU 2490-EXIT.

       2470-EXIT.
           EXIT.

      *  A NEW BILL NEEDS A VENDOR NAME, AN AMOUNT, AND A BUSINESS   *
      *  LINE ON THE ACCOUNT MAPPINGS THAT IS NOT ONE OF THE DAILY   *
      *  POSTING RUN'S REVENUE OR ACCRUAL LINES, SO ITS CHECK ALWAYS *
      *  DEBITS AN EXPENSE OR PAYABLE AND CREDITS CASH - ITS VENDOR  *
      *  AND INVOICE MUST NOT ALREADY BE ON FILE                     *
       2480-ADD-VENDOR-BILL.
           IF VT-VENDOR-NAME = SPACES
               MOVE 'VENDOR NAME REQUIRED - REJECTED' TO O-CL-MSG
               PERFORM 2850-REJECT-VENDOR-TRAN
               GO TO 2480-EXIT.
           IF NV-AMOUNT = 0
               MOVE 'AMOUNT MUST BE ABOVE ZERO - REJECTED' TO O-CL-MSG
               PERFORM 2850-REJECT-VENDOR-TRAN
               GO TO 2480-EXIT.
           IF GL-POSTING-LINE
               MOVE 'REVENUE/ACCRUAL LINE - REJECTED' TO O-CL-MSG
               PERFORM 2850-REJECT-VENDOR-TRAN
               GO TO 2480-EXIT.
           PERFORM
               VARYING SUB-COA FROM 1 BY 1
                   UNTIL SUB-COA > C-COA-CTR
                       OR CO-LINE(SUB-COA) = VT-BUS-LINE.
           IF SUB-COA > C-COA-CTR OR VT-BUS-LINE = SPACES
               MOVE 'LINE NOT IN ACCOUNT MAP - REJECTED' TO O-CL-MSG
               PERFORM 2850-REJECT-VENDOR-TRAN
               GO TO 2480-EXIT.
           PERFORM 2890-FIND-VOUCHER.
           IF SUB-VCH NOT > C-VCH-CTR
               MOVE 'VOUCHER ALREADY ON FILE - REJECTED' TO O-CL-MSG
               PERFORM 2850-REJECT-VENDOR-TRAN
               GO TO 2480-EXIT.

           PERFORM 2900-ADD-VOUCHER THRU 2900-EXIT.
           IF SUB-VCH NOT > C-VCH-CTR
               MOVE 'CBLVOUCH' TO AT-FILE
               PERFORM 9800-WRITE-AUDIT-TRAIL.

       2480-EXIT.
           EXIT.

      *  ONLY A BILL STILL OPEN CAN BE VOIDED - ONE ALREADY PAID IS  *
      *  STOPPED AT THE BANK, NOT HERE                               *
       2490-VOID-VENDOR-BILL.
           PERFORM 2890-FIND-VOUCHER.
           IF SUB-VCH > C-VCH-CTR
               MOVE 'VOUCHER NOT ON FILE - REJECTED' TO O-CL-MSG
               PERFORM 2850-REJECT-VENDOR-TRAN
               GO TO 2490-EXIT.
           IF TV-STATUS(SUB-VCH) = 'P'
               MOVE 'VOUCHER ALREADY PAID - REJECTED' TO O-CL-MSG
               PERFORM 2850-REJECT-VENDOR-TRAN
               GO TO 2490-EXIT.
           IF TV-STATUS(SUB-VCH) = 'V'
               MOVE 'VOUCHER ALREADY VOID - REJECTED' TO O-CL-MSG
               PERFORM 2850-REJECT-VENDOR-TRAN
               GO TO 2490-EXIT.

           MOVE 'V' TO TV-STATUS(SUB-VCH).
           MOVE TV-PAYEE-NAME(SUB-VCH) TO NV-PAYEE-NAME.
           MOVE TV-AMOUNT(SUB-VCH) TO NV-AMOUNT.
           MOVE TV-DUE-DATE(SUB-VCH) TO NV-DUE-DATE.
           MOVE 'VOIDED' TO O-CL-MSG.
           PERFORM 9200-COLLECT-LINE.
           MOVE 'CBLVOUCH' TO AT-FILE.
           PERFORM 9800-WRITE-AUDIT-TRAIL.

       2490-EXIT.
           EXIT.

      *  TOTALS EVERY OPEN VOUCHER DUE BY THE PAY-THROUGH DATE BY    *
      *  PAYEE, PUTS THE PAYEES IN ORDER, AND WRITES ONE CHECK PER   *
      *  PAYEE WHOSE NET IS ABOVE ZERO - A PAYEE WHOSE ADJUSTMENTS   *
      *  EAT WHAT IS DUE IS LISTED AND LEFT OPEN FOR A LATER RUN     *
       2500-WRITE-CHECKS.
           OPEN OUTPUT POSITIVE-PAY.
           PERFORM 9100-HEADINGS.
           MOVE 'CHECKS WRITTEN' TO O-SECTION-TITLE.
           WRITE PRTLINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 1 LINE.

           IF C-BANK-ACCT = SPACES
               MOVE 'NO BANK ACCOUNT ON FILE - NO CHECKS WRITTEN'
                   TO O-NONE-MSG
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 2 LINES
               DISPLAY '*** COBLSC56 NO BANK ACCOUNT - NO CHECKS '
                   'WRITTEN ***'
               MOVE 8 TO RETURN-CODE
               GO TO 2590-CLOSE-POSITIVE-PAY.

           PERFORM 2510-TOTAL-PAYEE THRU 2510-EXIT
               VARYING SUB-VCH FROM 1 BY 1
                   UNTIL SUB-VCH > C-VCH-CTR.
           PERFORM 2520-SORT-PASS
               VARYING SUB-SORT-A FROM 1 BY 1
                   UNTIL SUB-SORT-A >= C-PAY-CTR.

           WRITE PRTLINE FROM CHECK-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           COMPUTE C-FIRST-CHECK = C-CHECK-NO + 1.
           PERFORM 2550-PAY-PAYEE
               VARYING SUB-PAY FROM 1 BY 1
                   UNTIL SUB-PAY > C-PAY-CTR.
           IF C-GT-CHECK-CTR = 0
               MOVE 'NO PAYEE HAS MONEY DUE BY THE PAY-THROUGH DATE'
                   TO O-NONE-MSG
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 2 LINES.

           IF C-GT-HELD-CTR > 0
               MOVE 'PAYEES HELD' TO O-SECTION-TITLE
               WRITE PRTLINE FROM SECTION-TITLE-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9100-HEADINGS
               END-WRITE
               PERFORM 2580-HELD-PAYEE
                   VARYING SUB-PAY FROM 1 BY 1
                       UNTIL SUB-PAY > C-PAY-CTR.

       2590-CLOSE-POSITIVE-PAY.
           CLOSE POSITIVE-PAY.

       2500-EXIT.
           EXIT.

      *  ROLLS ONE OPEN, DUE VOUCHER INTO ITS PAYEE'S NET, OPENING   *
      *  THE PAYEE ON FIRST SIGHT                                    *
       2510-TOTAL-PAYEE.
           IF TV-STATUS(SUB-VCH) NOT = 'O'
             OR TV-DUE-DATE(SUB-VCH) > C-PAY-THRU
               GO TO 2510-EXIT.
           PERFORM
               VARYING SUB-PAY FROM 1 BY 1
                   UNTIL SUB-PAY > C-PAY-CTR
                       OR PY-PAYEE-ID(SUB-PAY) = TV-PAYEE-ID(SUB-VCH).
           IF SUB-PAY > C-PAY-CTR
               IF C-PAY-CTR < 300
                   ADD 1 TO C-PAY-CTR
                   MOVE C-PAY-CTR TO SUB-PAY
                   MOVE TV-PAYEE-ID(SUB-VCH) TO PY-PAYEE-ID(SUB-PAY)
                   MOVE TV-PAYEE-NAME(SUB-VCH) TO PY-NAME(SUB-PAY)
                   MOVE 0 TO PY-NET(SUB-PAY)
               ELSE
                   ADD 1 TO C-GT-OVERFLOW
                   GO TO 2510-EXIT.
           ADD TV-AMOUNT(SUB-VCH) TO PY-NET(SUB-PAY).

       2510-EXIT.
           EXIT.

      *  ONE BUBBLE PASS - AFTER EACH PASS THE HIGHEST REMAINING     *
      *  PAYEE HAS SUNK TO THE BOTTOM OF THE RANGE                   *
       2520-SORT-PASS.
           COMPUTE SUB-SORT-C = C-PAY-CTR - SUB-SORT-A.
           PERFORM 2530-COMPARE-AND-SWAP
               VARYING SUB-SORT-B FROM 1 BY 1
                   UNTIL SUB-SORT-B > SUB-SORT-C.

       2530-COMPARE-AND-SWAP.
           IF PY-PAYEE-ID(SUB-SORT-B) > PY-PAYEE-ID(SUB-SORT-B + 1)
               MOVE PAYEE-ENTRY(SUB-SORT-B) TO PAYEE-SWAP-AREA
               MOVE PAYEE-ENTRY(SUB-SORT-B + 1)
                   TO PAYEE-ENTRY(SUB-SORT-B)
               MOVE PAYEE-SWAP-AREA TO PAYEE-ENTRY(SUB-SORT-B + 1).

      *  THE NEXT CHECK NUMBER GOES TO THE PAYEE, EVERY VOUCHER IT   *
      *  COVERS IS MARKED PAID UNDER IT, AND THE BANK GETS ITS       *
      *  POSITIVE-PAY ISSUE RECORD                                   *
       2550-PAY-PAYEE.
           IF PY-NET(SUB-PAY) > 0
               ADD 1 TO C-CHECK-NO
               ADD 1 TO C-GT-CHECK-CTR
               ADD PY-NET(SUB-PAY) TO C-GT-CHECK-AMT
               MOVE C-CHECK-NO TO O-CK-NO
               MOVE PY-PAYEE-ID(SUB-PAY) TO O-CK-PAYEE-ID
               MOVE PY-NAME(SUB-PAY) TO O-CK-NAME
               MOVE PY-NET(SUB-PAY) TO O-CK-AMOUNT
               WRITE PRTLINE FROM CHECK-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADINGS
               END-WRITE
               PERFORM 2560-PAY-VOUCHER
                   VARYING SUB-VCH FROM 1 BY 1
                       UNTIL SUB-VCH > C-VCH-CTR
               MOVE 'I' TO PP-ISSUE-CODE
               MOVE C-BANK-ACCT TO PP-BANK-ACCT
               MOVE C-CHECK-NO TO PP-CHECK-NO
               MOVE C-TODAY-DATE TO PP-ISSUE-DATE
               MOVE PY-NET(SUB-PAY) TO PP-AMOUNT
               MOVE PY-NAME(SUB-PAY) TO PP-PAYEE
               WRITE PP-REC
           ELSE
               ADD 1 TO C-GT-HELD-CTR.

       2560-PAY-VOUCHER.
           IF TV-PAYEE-ID(SUB-VCH) = PY-PAYEE-ID(SUB-PAY)
             AND TV-STATUS(SUB-VCH) = 'O'
             AND TV-DUE-DATE(SUB-VCH) NOT > C-PAY-THRU
               MOVE 'P' TO TV-STATUS(SUB-VCH)
               MOVE C-CHECK-NO TO TV-CHECK-NO(SUB-VCH)
               MOVE C-TODAY-DATE TO TV-PAID-DATE(SUB-VCH)
               MOVE TV-VOUCHER-NO(SUB-VCH) TO O-VD-VOUCHER
               MOVE TV-DESC(SUB-VCH) TO O-VD-DESC
               MOVE TV-DUE-DATE(SUB-VCH) TO C-PRINT-DATE-N
               MOVE C-PRT-MM TO O-VD-DUE-MM
               MOVE C-PRT-DD TO O-VD-DUE-DD
               MOVE C-PRT-YY TO O-VD-DUE-YY
               MOVE TV-AMOUNT(SUB-VCH) TO O-VD-AMOUNT
               WRITE PRTLINE FROM VOUCHER-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS
               END-WRITE
               PERFORM 2570-ADD-DISBURSEMENT.

      *  NETS THE PAID VOUCHER INTO ITS ACCOUNT MAPPING'S SHARE OF   *
      *  THE RUN'S DISBURSEMENTS                                     *
       2570-ADD-DISBURSEMENT.
           PERFORM
               VARYING SUB-DL FROM 1 BY 1
                   UNTIL SUB-DL > C-DL-CTR
                       OR DL-LINE(SUB-DL) = TV-BUS-LINE(SUB-VCH).
           IF SUB-DL > C-DL-CTR
               IF C-DL-CTR < 50
                   ADD 1 TO C-DL-CTR
                   MOVE TV-BUS-LINE(SUB-VCH) TO DL-LINE(C-DL-CTR)
                   MOVE 0 TO DL-AMOUNT(C-DL-CTR)
               ELSE
                   DISPLAY '*** COBLSC56 DISBURSEMENT TABLE FULL - '
                       TV-BUS-LINE(SUB-VCH) ' NOT QUEUED ***'
                   MOVE 8 TO RETURN-CODE.
           IF SUB-DL NOT > C-DL-CTR
               ADD TV-AMOUNT(SUB-VCH) TO DL-AMOUNT(SUB-DL).

       2580-HELD-PAYEE.
           IF PY-NET(SUB-PAY) NOT > 0
               MOVE PY-PAYEE-ID(SUB-PAY) TO O-HD-PAYEE-ID
               MOVE PY-NAME(SUB-PAY) TO O-HD-NAME
               MOVE PY-NET(SUB-PAY) TO O-HD-NET
               WRITE PRTLINE FROM HELD-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS.

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

      *  A KEYED BILL TURNED AWAY IS LISTED WITH THE REASON  *
       2850-REJECT-VENDOR-TRAN.
           PERFORM 9200-COLLECT-LINE.
           ADD 1 TO C-GT-REJECT-CTR.

      *  LOOKS UP NV-VOUCHER-NO - SUB-VCH COMES BACK PAST C-VCH-CTR  *
      *  WHEN IT IS NOT ON FILE                                      *
       2890-FIND-VOUCHER.
           PERFORM
               VARYING SUB-VCH FROM 1 BY 1
                   UNTIL SUB-VCH > C-VCH-CTR
                       OR TV-VOUCHER-NO(SUB-VCH) = NV-VOUCHER-NO.

      *  A VOUCHER NUMBER ALREADY ON FILE FROM AN EARLIER RUN IS     *
      *  NEVER COLLECTED AGAIN - ONE COLLECTED EARLIER IN THIS RUN   *
      *  (TWO LINES FOR THE SAME GUEST AND CONDO) TAKES THE AMOUNT   *
      *  ON - ANYTHING ELSE IS ADDED OPEN                            *
       2900-ADD-VOUCHER.
           MOVE C-TODAY-DATE TO NV-ENTERED-DATE.
           MOVE 'O' TO NV-STATUS.
           MOVE 0 TO NV-CHECK-NO.
           MOVE 0 TO NV-PAID-DATE.
           PERFORM 2890-FIND-VOUCHER.
           IF SUB-VCH NOT > C-VCH-CTR
               IF TV-NEW-SW(SUB-VCH) = 'Y'
                   ADD NV-AMOUNT TO TV-AMOUNT(SUB-VCH)
                   ADD NV-AMOUNT TO C-GT-COLLECT-AMT
                   MOVE 'ADDED TO THIS RUN''S VOUCHER' TO O-CL-MSG
                   PERFORM 9200-COLLECT-LINE
                   GO TO 2900-EXIT
               ELSE
                   MOVE 'ALREADY COLLECTED - SKIPPED' TO O-CL-MSG
                   MOVE TV-AMOUNT(SUB-VCH) TO NV-AMOUNT
                   PERFORM 9200-COLLECT-LINE
                   ADD 1 TO C-GT-DUP-CTR
                   GO TO 2900-EXIT.
           IF C-VCH-CTR NOT < 5000
               MOVE 'VOUCHER FILE FULL - SKIPPED' TO O-CL-MSG
               PERFORM 9200-COLLECT-LINE
               ADD 1 TO C-GT-OVERFLOW
               GO TO 2900-EXIT.

           ADD 1 TO C-VCH-CTR.
           MOVE C-VCH-CTR TO SUB-VCH.
           MOVE NV-REC TO TV-DATA(SUB-VCH).
           MOVE 'Y' TO TV-NEW-SW(SUB-VCH).
           ADD 1 TO C-GT-COLLECT-CTR.
           ADD NV-AMOUNT TO C-GT-COLLECT-AMT.
           MOVE 'COLLECTED' TO O-CL-MSG.
           PERFORM 9200-COLLECT-LINE.

       2900-EXIT.
           EXIT.

      *  THE SALESPERSON'S NAME FOR THE CHECK - A CODE NOT ON THE    *
      *  MASTER IS PAID UNDER THE CODE ITSELF                        *
       2950-FIND-SALESPERSON.
           PERFORM
               VARYING SUB-SLSM FROM 1 BY 1
                   UNTIL SUB-SLSM > C-SLSM-CTR
                       OR SM-CODE(SUB-SLSM) = NV-PAYEE-ID(3:4).
           IF SUB-SLSM > C-SLSM-CTR
               STRING 'SALESPERSON ' NV-PAYEE-ID(3:4)
                   DELIMITED BY SIZE INTO NV-PAYEE-NAME
           ELSE
               MOVE SM-NAME(SUB-SLSM) TO NV-PAYEE-NAME.

       3000-CLOSING.
           IF C-GT-CHECK-CTR > 0
               MOVE C-GT-CHECK-CTR TO O-GT-CHECK-CTR
               MOVE C-GT-CHECK-AMT TO O-GT-CHECK-AMT
               MOVE C-FIRST-CHECK TO O-FIRST-CHECK
               MOVE C-CHECK-NO TO O-LAST-CHECK
           ELSE
               MOVE 0 TO O-GT-CHECK-CTR
               MOVE 0 TO O-GT-CHECK-AMT
               MOVE 0 TO O-FIRST-CHECK
               MOVE 0 TO O-LAST-CHECK.
           MOVE C-GT-HELD-CTR TO O-GT-HELD-CTR.
           WRITE PRTLINE FROM CHECK-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           IF C-GT-OVERFLOW > 0
               MOVE C-GT-OVERFLOW TO O-GT-OVERFLOW
               WRITE PRTLINE FROM OVERFLOW-LINE
                   AFTER ADVANCING 2 LINES
               DISPLAY '*** COBLSC56 TABLE FULL - '
                   C-GT-OVERFLOW ' VOUCHERS NOT COLLECTED OR PAID ***'
               MOVE 8 TO RETURN-CODE.

           IF VCH-FULL-SW = 'YES'
               MOVE 'VOUCHER FILE PAST 5000 - NOTHING COLLECTED OR PAID'
                   TO O-NONE-MSG
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 2 LINES
               DISPLAY '*** COBLSC56 VOUCHER FILE PAST 5000 - NOTHING '
                   'COLLECTED OR PAID, FILE LEFT AS IT WAS ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 9500-SAVE-VOUCHERS
               PERFORM 9510-SAVE-LAST-CHECK
               PERFORM 9520-QUEUE-DISBURSEMENTS
               PERFORM 9530-CLEAR-REFUNDS.
           PERFORM 9600-WRITE-RUN-LOG.

           CLOSE AUDIT-TRAIL.
           CLOSE PRTOUT.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE FROM COMPANY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM DIVISION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM REPORT-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM PARM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

      *  ONE LINE OF THE COLLECTION REGISTER FROM THE VOUCHER BEING  *
      *  COLLECTED AND THE DISPOSITION ALREADY SET                   *
       9200-COLLECT-LINE.
           MOVE NV-VOUCHER-NO TO O-CL-VOUCHER.
           MOVE NV-PAYEE-ID TO O-CL-PAYEE-ID.
           MOVE NV-PAYEE-NAME TO O-CL-NAME.
           MOVE NV-DUE-DATE TO C-PRINT-DATE-N.
           MOVE C-PRT-MM TO O-CL-DUE-MM.
           MOVE C-PRT-DD TO O-CL-DUE-DD.
           MOVE C-PRT-YY TO O-CL-DUE-YY.
           MOVE NV-AMOUNT TO O-CL-AMOUNT.
           WRITE PRTLINE FROM COLLECT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *  REWRITES THE VOUCHER FILE IN FULL FROM THE TABLE - PAID AND *
      *  VOID VOUCHERS STAY ON IT SO THEY ARE NEVER PAID AGAIN       *
       9500-SAVE-VOUCHERS.
           OPEN OUTPUT VOUCHER-FILE.
           PERFORM 9505-WRITE-VOUCHER
               VARYING SUB-VCH FROM 1 BY 1
                   UNTIL SUB-VCH > C-VCH-CTR.
           CLOSE VOUCHER-FILE.

       9505-WRITE-VOUCHER.
           MOVE TV-DATA(SUB-VCH) TO VO-REC.
           WRITE VO-REC.

       9510-SAVE-LAST-CHECK.
           IF C-GT-CHECK-CTR > 0
               OPEN OUTPUT CHECK-CONTROL
               MOVE C-CHECK-NO TO CN-LAST-CHECK
               WRITE CN-REC
               CLOSE CHECK-CONTROL.

      *  APPENDS ONE RECORD PER ACCOUNT MAPPING PAID THIS RUN FOR    *
      *  THE ACCOUNTING EXTRACT RUN TO POST                          *
       9520-QUEUE-DISBURSEMENTS.
           IF C-DL-CTR > 0
               OPEN EXTEND DISBURSEMENT-QUEUE
               PERFORM 9525-WRITE-DISBURSEMENT
                   VARYING SUB-DL FROM 1 BY 1
                       UNTIL SUB-DL > C-DL-CTR
               CLOSE DISBURSEMENT-QUEUE.

       9525-WRITE-DISBURSEMENT.
           IF DL-AMOUNT(SUB-DL) NOT = 0
               MOVE DL-LINE(SUB-DL) TO DB-BUS-LINE
               MOVE C-TODAY-DATE TO DB-CHECK-DATE
               MOVE DL-AMOUNT(SUB-DL) TO DB-AMOUNT
               WRITE DB-REC.

      *  EMPTIES THE BILLING RUN'S REFUND EXTRACT ONCE EVERY REFUND  *
      *  ON IT IS SAFELY ON THE VOUCHER FILE - A RUN THAT LEFT ANY   *
      *  VOUCHER OUT FOR A FULL TABLE KEEPS IT FOR THE NEXT RUN      *
       9530-CLEAR-REFUNDS.
           IF C-GT-OVERFLOW = 0
               OPEN OUTPUT REFUND-EXTRACT
               CLOSE REFUND-EXTRACT.

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -      *
      * RECORDS IN IS THE SOURCE RECORDS AND KEYED BILLS READ,        *
      * RECORDS OUT IS THE CHECKS WRITTEN, AND RECORDS REJECTED IS    *
      * THE KEYED BILLS TURNED AWAY                                   *
       9600-WRITE-RUN-LOG.
           MOVE 'COBLSC56' TO RL-PROGRAM.
           MOVE M-RUN-MM TO RL-RUN-MM.
           MOVE M-RUN-DD TO RL-RUN-DD.
           MOVE M-RUN-YY TO RL-RUN-YYYY.
           MOVE I-TIME(1:2) TO RL-RUN-HH.
           MOVE I-TIME(3:2) TO RL-RUN-MI.
           MOVE I-TIME(5:2) TO RL-RUN-SS.
           MOVE C-GT-IN-CTR TO RL-RECS-IN.
           MOVE C-GT-CHECK-CTR TO RL-RECS-OUT.
           MOVE C-GT-REJECT-CTR TO RL-RECS-REJ.
           OPEN EXTEND RUN-LOG.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.

      *  APPENDS ONE KEYED BILL ADDED OR VOIDED TO THE SUITE-WIDE    *
      *  AUDIT TRAIL, STAMPED WITH THE MACHINE CLOCK                 *
       9800-WRITE-AUDIT-TRAIL.
           MOVE MACHINE-DATE TO AT-RUN-DATE.
           MOVE I-TIME(1:6) TO AT-RUN-TIME.
           MOVE 'COBLSC56' TO AT-PROGRAM.
           MOVE C-AUTH-OPERATOR TO AT-OPERATOR.
           MOVE C-AUTH-ACTION TO AT-ACTION.
           MOVE NV-VOUCHER-NO TO AT-KEY.
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

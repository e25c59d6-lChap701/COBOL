       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC55.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      **********************************************************
      *  MONTHLY BUDGET VERSUS ACTUAL - HOLDS THE POSTINGS ON  *
      *  THE ACCOUNTING ACCUMULATION FILE UP AGAINST THE       *
      *  BUDGET THE OWNERS SET EACH JANUARY, BY GL ACCOUNT AND *
      *  BUSINESS LINE - EACH LINE SHOWS THE REPORT MONTH AND  *
      *  THE YEAR TO DATE ACTUAL, BUDGET, DOLLAR VARIANCE, AND *
      *  PERCENT VARIANCE, AND ANY LINE WHOSE PERCENT VARIANCE *
      *  RUNS PAST THE KEYED TOLERANCE IS FLAGGED FOR THE      *
      *  OWNERS' MONTHLY MEETING                               *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  THE MONTHLY BUDGET BY ACCOUNT AND BUSINESS LINE, KEPT BY    *
      *  THE PARAMETER FILE MAINTENANCE RUN                          *
           SELECT OPTIONAL BUDGET-FILE
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC55\CBLBUDGT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-BUDG-STATUS.

      *  EVERY POSTING PAIR THE ACCOUNTING EXTRACT RUN HAS WRITTEN,  *
      *  ACCUMULATED RUN AFTER RUN BY POSTING PERIOD                 *
           SELECT OPTIONAL ACCT-PERIOD
               ASSIGN TO 'C:\IHCC\COBOL\CBLACCTP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PERIOD-STATUS.

      *  THE CHART-OF-ACCOUNTS MAPPINGS - THEY TELL AN INCOME OR     *
      *  LIABILITY ACCOUNT (CREDITED) FROM AN ASSET OR EXPENSE       *
      *  ACCOUNT (DEBITED) FOR EACH BUSINESS LINE                    *
           SELECT OPTIONAL COA-PARM
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC08\CBLCOA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-COA-STATUS.

      *  THE REPORT MONTH AND THE VARIANCE TOLERANCE - A MISSING     *
      *  FILE REPORTS THE NEWEST PERIOD ON THE ACCUMULATION FILE     *
      *  AT THE HOUSE TOLERANCE OF 10 PERCENT                        *
           SELECT OPTIONAL BVA-PARM
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC55\CBLBVAPM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PARM-STATUS.

      *  THE BUDGET-VS-ACTUAL REPORT  *
           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC55\BUDVACT.PRT'
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

      * ONE MONTH'S BUDGET FOR ONE ACCOUNT IN ONE BUSINESS LINE *
       FD  BUDGET-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS BU-REC
           RECORD CONTAINS 31 CHARACTERS.

       01  BU-REC.
           05  BU-ACCOUNT               PIC 9(4).
           05  BU-BUS-LINE              PIC X(10).
           05  BU-YEAR                  PIC 9(4).
           05  BU-MONTH                 PIC 99.
           05  BU-AMOUNT                PIC 9(9)V99.

      *  ONE POSTING LINE AS THE ACCOUNTING EXTRACT RUN WROTE IT  *
       FD  ACCT-PERIOD
           LABEL RECORD IS OMITTED
           DATA RECORD IS AP-REC
           RECORD CONTAINS 36 CHARACTERS.

       01  AP-REC.
           05  AP-POST-PERIOD.
               10  AP-POST-YY           PIC 9(4).
               10  AP-POST-MM           PIC 99.
           05  AP-POST-PERIOD-N REDEFINES AP-POST-PERIOD PIC 9(6).
           05  AP-ACCOUNT               PIC 9(4).
           05  AP-DR-CR                 PIC X.
           05  AP-AMOUNT                PIC 9(13)V99.
           05  AP-BUSINESS-LINE         PIC X(10).

       FD  COA-PARM
           LABEL RECORD IS OMITTED
           DATA RECORD IS CA-REC
           RECORD CONTAINS 18 CHARACTERS.

       01  CA-REC.
           05  CA-BUSINESS-LINE         PIC X(10).
           05  CA-DEBIT-ACCT            PIC 9(4).
           05  CA-CREDIT-ACCT           PIC 9(4).

      *  THE REPORT MONTH (YYYYMM) AND THE TOLERANCE AS A PERCENT    *
      *  WITH ONE DECIMAL - EITHER MAY BE LEFT BLANK FOR ITS DEFAULT *
       FD  BVA-PARM
           LABEL RECORD IS OMITTED
           DATA RECORD IS BP-REC
           RECORD CONTAINS 10 CHARACTERS.

       01  BP-REC.
           05  BP-PERIOD       PIC 9(6).
           05  BP-TOLERANCE    PIC 9(3)V9.

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
           05  C-BUDG-STATUS   PIC XX      VALUE '00'.
           05  C-PERIOD-STATUS PIC XX      VALUE '00'.
           05  C-COA-STATUS    PIC XX      VALUE '00'.
           05  C-PARM-STATUS   PIC XX      VALUE '00'.
           05  BUDG-EOF        PIC XXX     VALUE 'NO'.
           05  PERIOD-EOF      PIC XXX     VALUE 'NO'.
           05  COA-EOF         PIC XXX     VALUE 'NO'.
           05  C-NEWEST-PERIOD PIC 9(6)    VALUE 0.
           05  C-TOLERANCE     PIC 9(3)V9  VALUE 10.0.
           05  C-COA-CTR       PIC 99      VALUE 0.
           05  SUB-COA         PIC 99      VALUE 0.
           05  C-ROW-CTR       PIC 999     VALUE 0.
           05  SUB-ROW         PIC 999     VALUE 0.
           05  SUB-SORT-A      PIC 999     VALUE 0.
           05  SUB-SORT-B      PIC 999     VALUE 0.
           05  SUB-SORT-C      PIC 999     VALUE 0.
      *  THE ACCOUNT AND BUSINESS LINE BEING LOOKED UP IN THE ROWS - *
      *  A BOAT SALE REVERSAL POSTS UNDER BOATREV AGAINST THE BOAT   *
      *  ACCOUNTS, SO IT COUNTS AS BOAT HERE                         *
           05  C-FIND-LINE     PIC X(10)   VALUE ' '.
           05  C-FIND-ACCOUNT  PIC 9(4)    VALUE 0.
           05  C-SIGNED-AMT    PIC S9(13)V99 VALUE 0.
           05  C-MO-VARIANCE   PIC S9(11)V99 VALUE 0.
           05  C-YTD-VARIANCE  PIC S9(11)V99 VALUE 0.
           05  C-MO-PCT        PIC S9(4)V9 VALUE 0.
           05  C-YTD-PCT       PIC S9(4)V9 VALUE 0.
           05  C-ABS-PCT       PIC 9(4)V9  VALUE 0.
           05  C-MO-OVER-SW    PIC XXX     VALUE 'NO'.
           05  C-YTD-OVER-SW   PIC XXX     VALUE 'NO'.
           05  C-PREV-LINE     PIC X(10)   VALUE ' '.
           05  C-GT-POST-CTR   PIC 9(6)    VALUE 0.
           05  C-GT-BUDG-CTR   PIC 9(6)    VALUE 0.
           05  C-GT-FLAG-CTR   PIC 9(6)    VALUE 0.
           05  C-GT-NOBUDG-CTR PIC 9(6)    VALUE 0.
      *  POSTINGS AND BUDGETS LEFT OUT FOR A FULL TABLE - THE REPORT *
      *  SAYS SO RATHER THAN COMPARING A PARTIAL PICTURE QUIETLY     *
           05  C-GT-OVERFLOW   PIC 9(6)    VALUE 0.

      *  THE REPORT MONTH - ITS YEAR BOUNDS THE YEAR TO DATE  *
       01  C-PERIOD.
           05  C-PER-YY        PIC 9(4).
           05  C-PER-MM        PIC 99.
       01  C-PERIOD-N REDEFINES C-PERIOD PIC 9(6).

      *  THE CHART-OF-ACCOUNTS MAPPINGS IN A TABLE  *
       01  COA-TABLE.
           05  COA-ENTRY               OCCURS 50 TIMES.
               10  CO-LINE             PIC X(10).
               10  CO-DEBIT-ACCT       PIC 9(4).
               10  CO-CREDIT-ACCT      PIC 9(4).

      *  ONE ROW PER BUSINESS LINE AND ACCOUNT WITH A BUDGET OR A    *
      *  POSTING THIS YEAR - RW-NATURE IS C FOR AN ACCOUNT THE LINE  *
      *  CREDITS (ACTUAL IS CREDITS LESS DEBITS) AND D OTHERWISE     *
      *  (ACTUAL IS DEBITS LESS CREDITS) - CAPPED AT 100 ROWS        *
       01  ROW-TABLE.
           05  ROW-ENTRY               OCCURS 100 TIMES.
               10  RW-KEY.
                   15  RW-LINE         PIC X(10).
                   15  RW-ACCOUNT      PIC 9(4).
               10  RW-NATURE           PIC X.
               10  RW-MO-ACTUAL        PIC S9(11)V99.
               10  RW-MO-BUDGET        PIC S9(11)V99.
               10  RW-YTD-ACTUAL       PIC S9(11)V99.
               10  RW-YTD-BUDGET       PIC S9(11)V99.

      *  HOLD AREA FOR SWAPPING TWO ROWS WHILE ORDERING THE REPORT *
       01  ROW-SWAP-AREA.
           05  RS-KEY.
               10  RS-LINE             PIC X(10).
               10  RS-ACCOUNT          PIC 9(4).
           05  RS-NATURE               PIC X.
           05  RS-MO-ACTUAL            PIC S9(11)V99.
           05  RS-MO-BUDGET            PIC S9(11)V99.
           05  RS-YTD-ACTUAL           PIC S9(11)V99.
           05  RS-YTD-BUDGET           PIC S9(11)V99.

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
           05  FILLER          PIC X(8)    VALUE 'COBLSC55'.
           05  FILLER          PIC X(48)   VALUE ' '.
           05  FILLER          PIC X(9)    VALUE '  CHAPMAN'.
           05  FILLER          PIC X(9)    VALUE ' DIVISION'.
           05  FILLER          PIC X(58)   VALUE ' '.

       01  REPORT-TITLE-LINE.
           05  FILLER          PIC X(54)   VALUE ' '.
           05  FILLER          PIC X(24)   VALUE
                                 'BUDGET VERSUS ACTUAL    '.
           05  FILLER          PIC X(54)   VALUE ' '.

       01  PERIOD-LINE.
           05  FILLER          PIC X(14)   VALUE 'REPORT MONTH: '.
           05  O-PER-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-PER-YY        PIC 9(4).
           05  FILLER          PIC X(25)   VALUE
                                         '     VARIANCE TOLERANCE: '.
           05  O-TOLERANCE     PIC ZZ9.9.
           05  FILLER          PIC X(8)    VALUE ' PERCENT'.
           05  FILLER          PIC X(73)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  GROUP-HEADINGS.
           05  FILLER          PIC X(18)   VALUE ' '.
           05  FILLER          PIC X(46)   VALUE
               '------------------- MONTH -------------------'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(46)   VALUE
               '---------------- YEAR TO DATE ----------------'.
           05  FILLER          PIC X(20)   VALUE ' '.

       01  COLUMN-HEADINGS.
           05  FILLER          PIC X(10)   VALUE 'LINE'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(4)    VALUE 'ACCT'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(12)   VALUE '      ACTUAL'.
           05  FILLER          PIC X       VALUE ' '.
           05  FILLER          PIC X(12)   VALUE '      BUDGET'.
           05  FILLER          PIC X       VALUE ' '.
           05  FILLER          PIC X(12)   VALUE '    VARIANCE'.
           05  FILLER          PIC X       VALUE ' '.
           05  FILLER          PIC X(7)    VALUE '   PCT '.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(12)   VALUE '      ACTUAL'.
           05  FILLER          PIC X       VALUE ' '.
           05  FILLER          PIC X(12)   VALUE '      BUDGET'.
           05  FILLER          PIC X       VALUE ' '.
           05  FILLER          PIC X(12)   VALUE '    VARIANCE'.
           05  FILLER          PIC X       VALUE ' '.
           05  FILLER          PIC X(7)    VALUE '   PCT '.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(9)    VALUE 'FLAG'.
           05  FILLER          PIC X(9)    VALUE ' '.

      *  THE PERCENT COLUMNS GO BLANK WHEN THERE IS NO BUDGET TO     *
      *  MEASURE AGAINST                                             *
       01  DETAIL-LINE.
           05  O-LINE          PIC X(10).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-ACCOUNT       PIC 9(4).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-MO-ACTUAL     PIC $$$,$$$,$$9-.
           05  FILLER          PIC X       VALUE ' '.
           05  O-MO-BUDGET     PIC $$$,$$$,$$9-.
           05  FILLER          PIC X       VALUE ' '.
           05  O-MO-VARIANCE   PIC $$$,$$$,$$9-.
           05  FILLER          PIC X       VALUE ' '.
           05  O-MO-PCT        PIC ZZZ9.9-.
           05  O-MO-PCT-X REDEFINES O-MO-PCT PIC X(7).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-YTD-ACTUAL    PIC $$$,$$$,$$9-.
           05  FILLER          PIC X       VALUE ' '.
           05  O-YTD-BUDGET    PIC $$$,$$$,$$9-.
           05  FILLER          PIC X       VALUE ' '.
           05  O-YTD-VARIANCE  PIC $$$,$$$,$$9-.
           05  FILLER          PIC X       VALUE ' '.
           05  O-YTD-PCT       PIC ZZZ9.9-.
           05  O-YTD-PCT-X REDEFINES O-YTD-PCT PIC X(7).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-FLAG          PIC X(9).
           05  FILLER          PIC X(9)    VALUE ' '.

       01  NONE-LINE.
           05  FILLER          PIC X(5)    VALUE ' '.
           05  FILLER          PIC X(44)   VALUE
                       'NO BUDGETS OR POSTINGS FOR THE REPORT YEAR  '.
           05  FILLER          PIC X(83)   VALUE ' '.

       01  COUNT-LINE.
           05  FILLER          PIC X(15)   VALUE 'ACCOUNT LINES: '.
           05  O-ROW-CTR       PIC ZZ9.
           05  FILLER          PIC X(28)   VALUE
                                       '   FLAGGED OVER TOLERANCE: '.
           05  O-GT-FLAG-CTR   PIC ZZ9.
           05  FILLER          PIC X(14)   VALUE '   NO BUDGET: '.
           05  O-GT-NOBUDG-CTR PIC ZZ9.
           05  FILLER          PIC X(66)   VALUE ' '.

       01  OVERFLOW-LINE.
           05  FILLER          PIC X(22)   VALUE
                                         '*** NOT COMPARED -    '.
           05  O-GT-OVERFLOW   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(46)   VALUE
                  ' POSTINGS/BUDGETS PAST THE 100-LINE TABLE    '.
           05  FILLER          PIC X(4)    VALUE ' ***'.
           05  FILLER          PIC X(53)   VALUE ' '.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-ORDER-ROWS.
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

           PERFORM 1100-LOAD-COA.
           PERFORM 1200-FIND-NEWEST-PERIOD.
           PERFORM 1300-GET-PARM.
           MOVE C-PER-MM TO O-PER-MM.
           MOVE C-PER-YY TO O-PER-YY.
           MOVE C-TOLERANCE TO O-TOLERANCE.

           PERFORM 1400-LOAD-BUDGETS.
           PERFORM 1500-LOAD-POSTINGS.

           PERFORM 9100-HEADINGS.

      *  LOADS THE CHART-OF-ACCOUNTS MAPPINGS  *
       1100-LOAD-COA.
           OPEN INPUT COA-PARM.
           IF C-COA-STATUS = '00'
               PERFORM 1110-READ-COA
                   UNTIL COA-EOF = 'YES'
               CLOSE COA-PARM
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE COA-PARM
               MOVE 'YES' TO COA-EOF.

       1110-READ-COA.
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

      *  ONE PASS OVER THE ACCUMULATION FILE JUST TO FIND THE        *
      *  NEWEST PERIOD ON IT, FOR WHEN NO REPORT MONTH WAS KEYED     *
       1200-FIND-NEWEST-PERIOD.
           OPEN INPUT ACCT-PERIOD.
           IF C-PERIOD-STATUS = '00'
               PERFORM 1210-SCAN-PERIOD
                   UNTIL PERIOD-EOF = 'YES'.
           CLOSE ACCT-PERIOD.
           MOVE 'NO' TO PERIOD-EOF.

       1210-SCAN-PERIOD.
           READ ACCT-PERIOD
               AT END
                   MOVE 'YES' TO PERIOD-EOF
               NOT AT END
                   IF AP-POST-PERIOD-N > C-NEWEST-PERIOD
                       MOVE AP-POST-PERIOD-N TO C-NEWEST-PERIOD
                   END-IF.

      *  THE REPORT MONTH IS THE KEYED ONE, ELSE THE NEWEST ON THE   *
      *  ACCUMULATION FILE, ELSE THE PROCESSING MONTH - THE          *
      *  TOLERANCE IS THE KEYED ONE, ELSE 10 PERCENT                 *
       1300-GET-PARM.
           IF C-NEWEST-PERIOD > 0
               MOVE C-NEWEST-PERIOD TO C-PERIOD-N
           ELSE
               MOVE I-YY TO C-PER-YY
               MOVE I-MM TO C-PER-MM.

           OPEN INPUT BVA-PARM.
           READ BVA-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF BP-PERIOD NUMERIC AND BP-PERIOD > 0
                       MOVE BP-PERIOD TO C-PERIOD-N
                   END-IF
                   IF BP-TOLERANCE NUMERIC
                       MOVE BP-TOLERANCE TO C-TOLERANCE
                   END-IF.
           CLOSE BVA-PARM.

           IF C-PER-MM < 1 OR C-PER-MM > 12
               DISPLAY '*** COBLSC55 REPORT MONTH ' C-PERIOD
                   ' IS NOT REAL - PROCESSING MONTH USED ***'
               MOVE 8 TO RETURN-CODE
               MOVE I-YY TO C-PER-YY
               MOVE I-MM TO C-PER-MM.

      *  EVERY BUDGET IN THE REPORT YEAR UP TO THE REPORT MONTH ROLLS *
      *  INTO THE YEAR TO DATE - THE REPORT MONTH'S ALSO INTO THE    *
      *  MONTH                                                       *
       1400-LOAD-BUDGETS.
           OPEN INPUT BUDGET-FILE.
           IF C-BUDG-STATUS = '00'
               PERFORM 1410-READ-BUDGET
                   UNTIL BUDG-EOF = 'YES'
               CLOSE BUDGET-FILE
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE BUDGET-FILE
               MOVE 'YES' TO BUDG-EOF
               DISPLAY '*** COBLSC55 NO BUDGET FILE - EVERY LINE '
                   'WITH POSTINGS SHOWS AS NO BUDGET ***'.

       1410-READ-BUDGET.
           READ BUDGET-FILE
               AT END
                   MOVE 'YES' TO BUDG-EOF
               NOT AT END
                   IF BU-YEAR = C-PER-YY
                     AND BU-MONTH NOT > C-PER-MM
                       PERFORM 1420-ADD-BUDGET THRU 1420-EXIT
                   END-IF.

       1420-ADD-BUDGET.
           ADD 1 TO C-GT-BUDG-CTR.
           MOVE BU-BUS-LINE TO C-FIND-LINE.
           MOVE BU-ACCOUNT TO C-FIND-ACCOUNT.
           PERFORM 1600-FIND-ROW THRU 1600-EXIT.
           IF SUB-ROW > C-ROW-CTR
               ADD 1 TO C-GT-OVERFLOW
               GO TO 1420-EXIT.
           ADD BU-AMOUNT TO RW-YTD-BUDGET(SUB-ROW).
           IF BU-MONTH = C-PER-MM
               ADD BU-AMOUNT TO RW-MO-BUDGET(SUB-ROW).

       1420-EXIT.
           EXIT.

      *  EVERY POSTING IN THE REPORT YEAR UP TO THE REPORT MONTH     *
      *  ROLLS INTO THE YEAR TO DATE - THE REPORT MONTH'S ALSO INTO  *
      *  THE MONTH                                                   *
       1500-LOAD-POSTINGS.
           OPEN INPUT ACCT-PERIOD.
           IF C-PERIOD-STATUS = '00'
               PERFORM 1510-READ-POSTING
                   UNTIL PERIOD-EOF = 'YES'
               CLOSE ACCT-PERIOD
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE ACCT-PERIOD
               MOVE 'YES' TO PERIOD-EOF.

       1510-READ-POSTING.
           READ ACCT-PERIOD
               AT END
                   MOVE 'YES' TO PERIOD-EOF
               NOT AT END
                   IF AP-POST-YY = C-PER-YY
                     AND AP-POST-MM NOT > C-PER-MM
                       PERFORM 1520-ADD-POSTING THRU 1520-EXIT
                   END-IF.

       1520-ADD-POSTING.
           ADD 1 TO C-GT-POST-CTR.
           IF AP-BUSINESS-LINE = 'BOATREV'
               MOVE 'BOAT' TO C-FIND-LINE
           ELSE
               MOVE AP-BUSINESS-LINE TO C-FIND-LINE.
           MOVE AP-ACCOUNT TO C-FIND-ACCOUNT.
           PERFORM 1600-FIND-ROW THRU 1600-EXIT.
           IF SUB-ROW > C-ROW-CTR
               ADD 1 TO C-GT-OVERFLOW
               GO TO 1520-EXIT.
           IF (AP-DR-CR = 'D' AND RW-NATURE(SUB-ROW) = 'D')
             OR (AP-DR-CR NOT = 'D' AND RW-NATURE(SUB-ROW) = 'C')
               MOVE AP-AMOUNT TO C-SIGNED-AMT
           ELSE
               COMPUTE C-SIGNED-AMT = 0 - AP-AMOUNT.
           ADD C-SIGNED-AMT TO RW-YTD-ACTUAL(SUB-ROW).
           IF AP-POST-MM = C-PER-MM
               ADD C-SIGNED-AMT TO RW-MO-ACTUAL(SUB-ROW).

       1520-EXIT.
           EXIT.

      *  FINDS THE ROW FOR C-FIND-LINE AND C-FIND-ACCOUNT, OPENING   *
      *  IT ON FIRST SIGHT - SUB-ROW COMES BACK PAST C-ROW-CTR WHEN  *
      *  THE TABLE IS FULL                                           *
       1600-FIND-ROW.
           PERFORM
               VARYING SUB-ROW FROM 1 BY 1
                   UNTIL SUB-ROW > C-ROW-CTR
                       OR (RW-LINE(SUB-ROW) = C-FIND-LINE
                       AND RW-ACCOUNT(SUB-ROW) = C-FIND-ACCOUNT).
           IF SUB-ROW NOT > C-ROW-CTR
               GO TO 1600-EXIT.
           IF C-ROW-CTR NOT < 100
               GO TO 1600-EXIT.
           ADD 1 TO C-ROW-CTR.
           MOVE C-ROW-CTR TO SUB-ROW.
           MOVE C-FIND-LINE TO RW-LINE(SUB-ROW).
           MOVE C-FIND-ACCOUNT TO RW-ACCOUNT(SUB-ROW).
           MOVE 0 TO RW-MO-ACTUAL(SUB-ROW).
           MOVE 0 TO RW-MO-BUDGET(SUB-ROW).
           MOVE 0 TO RW-YTD-ACTUAL(SUB-ROW).
           MOVE 0 TO RW-YTD-BUDGET(SUB-ROW).
           PERFORM 1610-SET-NATURE.

       1600-EXIT.
           EXIT.

      *  AN ACCOUNT IS CREDIT-NATURED WHEN ITS OWN BUSINESS LINE'S   *
      *  MAPPING CREDITS IT - FAILING THAT, WHEN ANY MAPPING DOES    *
       1610-SET-NATURE.
           MOVE 'D' TO RW-NATURE(SUB-ROW).
           PERFORM
               VARYING SUB-COA FROM 1 BY 1
                   UNTIL SUB-COA > C-COA-CTR
                       OR CO-LINE(SUB-COA) = C-FIND-LINE.
           IF SUB-COA NOT > C-COA-CTR
               IF CO-CREDIT-ACCT(SUB-COA) = C-FIND-ACCOUNT
                   MOVE 'C' TO RW-NATURE(SUB-ROW)
               END-IF
           ELSE
               PERFORM 1620-ANY-CREDIT-MAPPING.

       1620-ANY-CREDIT-MAPPING.
           PERFORM
               VARYING SUB-COA FROM 1 BY 1
                   UNTIL SUB-COA > C-COA-CTR
                       OR CO-CREDIT-ACCT(SUB-COA) = C-FIND-ACCOUNT.
           IF SUB-COA NOT > C-COA-CTR
               MOVE 'C' TO RW-NATURE(SUB-ROW).

      *  PUTS THE ROWS IN BUSINESS LINE AND ACCOUNT ORDER AND PRINTS *
      *  ONE LINE PER ROW, A BLANK LINE BETWEEN BUSINESS LINES       *
       2000-ORDER-ROWS.
           PERFORM 2010-SORT-PASS
               VARYING SUB-SORT-A FROM 1 BY 1
                   UNTIL SUB-SORT-A >= C-ROW-CTR.

           IF C-ROW-CTR = 0
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE RW-LINE(1) TO C-PREV-LINE
               PERFORM 2100-PRINT-ROW
                   VARYING SUB-ROW FROM 1 BY 1
                       UNTIL SUB-ROW > C-ROW-CTR.

      *  ONE BUBBLE PASS - AFTER EACH PASS THE HIGHEST REMAINING KEY *
      *  HAS SUNK TO THE BOTTOM OF THE RANGE                         *
       2010-SORT-PASS.
           COMPUTE SUB-SORT-C = C-ROW-CTR - SUB-SORT-A.
           PERFORM 2020-COMPARE-AND-SWAP
               VARYING SUB-SORT-B FROM 1 BY 1
                   UNTIL SUB-SORT-B > SUB-SORT-C.

       2020-COMPARE-AND-SWAP.
           IF RW-KEY(SUB-SORT-B) > RW-KEY(SUB-SORT-B + 1)
               MOVE ROW-ENTRY(SUB-SORT-B) TO ROW-SWAP-AREA
               MOVE ROW-ENTRY(SUB-SORT-B + 1)
                   TO ROW-ENTRY(SUB-SORT-B)
               MOVE ROW-SWAP-AREA TO ROW-ENTRY(SUB-SORT-B + 1).

      *  THE VARIANCE IS ACTUAL LESS BUDGET, AND THE PERCENT IS THE  *
      *  VARIANCE OVER THE BUDGET - A LINE WITH NO BUDGET BUT AN     *
      *  ACTUAL IS FLAGGED AS SUCH SINCE NO PERCENT CAN BE TAKEN     *
       2100-PRINT-ROW.
           IF RW-LINE(SUB-ROW) NOT = C-PREV-LINE
               WRITE PRTLINE FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE
               MOVE RW-LINE(SUB-ROW) TO C-PREV-LINE.

           COMPUTE C-MO-VARIANCE = RW-MO-ACTUAL(SUB-ROW)
               - RW-MO-BUDGET(SUB-ROW).
           COMPUTE C-YTD-VARIANCE = RW-YTD-ACTUAL(SUB-ROW)
               - RW-YTD-BUDGET(SUB-ROW).
           MOVE 'NO' TO C-MO-OVER-SW.
           MOVE 'NO' TO C-YTD-OVER-SW.
           MOVE ' ' TO O-FLAG.

           MOVE RW-LINE(SUB-ROW) TO O-LINE.
           MOVE RW-ACCOUNT(SUB-ROW) TO O-ACCOUNT.
           MOVE RW-MO-ACTUAL(SUB-ROW) TO O-MO-ACTUAL.
           MOVE RW-MO-BUDGET(SUB-ROW) TO O-MO-BUDGET.
           MOVE C-MO-VARIANCE TO O-MO-VARIANCE.
           MOVE RW-YTD-ACTUAL(SUB-ROW) TO O-YTD-ACTUAL.
           MOVE RW-YTD-BUDGET(SUB-ROW) TO O-YTD-BUDGET.
           MOVE C-YTD-VARIANCE TO O-YTD-VARIANCE.

           IF RW-MO-BUDGET(SUB-ROW) = 0
               MOVE ' ' TO O-MO-PCT-X
           ELSE
               PERFORM 2110-MONTH-PERCENT.
           IF RW-YTD-BUDGET(SUB-ROW) = 0
               MOVE ' ' TO O-YTD-PCT-X
           ELSE
               PERFORM 2120-YTD-PERCENT.

           IF C-MO-OVER-SW = 'YES' AND C-YTD-OVER-SW = 'YES'
               MOVE '*BOTH*' TO O-FLAG
           ELSE
               IF C-MO-OVER-SW = 'YES'
                   MOVE '*MONTH*' TO O-FLAG
               ELSE
                   IF C-YTD-OVER-SW = 'YES'
                       MOVE '*YTD*' TO O-FLAG.
           IF O-FLAG NOT = ' '
               ADD 1 TO C-GT-FLAG-CTR.

           IF O-FLAG = ' '
             AND ((RW-MO-BUDGET(SUB-ROW) = 0
                   AND RW-MO-ACTUAL(SUB-ROW) NOT = 0)
               OR (RW-YTD-BUDGET(SUB-ROW) = 0
                   AND RW-YTD-ACTUAL(SUB-ROW) NOT = 0))
               MOVE 'NO BUDGET' TO O-FLAG
               ADD 1 TO C-GT-NOBUDG-CTR.

           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *  A PERCENT TOO BIG FOR THE COLUMN PRINTS AS 9999.9  *
       2110-MONTH-PERCENT.
           COMPUTE C-MO-PCT ROUNDED =
               C-MO-VARIANCE * 100 / RW-MO-BUDGET(SUB-ROW)
                   ON SIZE ERROR
                       IF C-MO-VARIANCE < 0
                           MOVE -9999.9 TO C-MO-PCT
                       ELSE
                           MOVE 9999.9 TO C-MO-PCT.
           MOVE C-MO-PCT TO O-MO-PCT.
           MOVE C-MO-PCT TO C-ABS-PCT.
           IF C-ABS-PCT > C-TOLERANCE
               MOVE 'YES' TO C-MO-OVER-SW.

       2120-YTD-PERCENT.
           COMPUTE C-YTD-PCT ROUNDED =
               C-YTD-VARIANCE * 100 / RW-YTD-BUDGET(SUB-ROW)
                   ON SIZE ERROR
                       IF C-YTD-VARIANCE < 0
                           MOVE -9999.9 TO C-YTD-PCT
                       ELSE
                           MOVE 9999.9 TO C-YTD-PCT.
           MOVE C-YTD-PCT TO O-YTD-PCT.
           MOVE C-YTD-PCT TO C-ABS-PCT.
           IF C-ABS-PCT > C-TOLERANCE
               MOVE 'YES' TO C-YTD-OVER-SW.

       3000-CLOSING.
           MOVE C-ROW-CTR TO O-ROW-CTR.
           MOVE C-GT-FLAG-CTR TO O-GT-FLAG-CTR.
           MOVE C-GT-NOBUDG-CTR TO O-GT-NOBUDG-CTR.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 3 LINES.

           IF C-GT-OVERFLOW > 0
               MOVE C-GT-OVERFLOW TO O-GT-OVERFLOW
               WRITE PRTLINE FROM OVERFLOW-LINE
                   AFTER ADVANCING 2 LINES
               DISPLAY '*** COBLSC55 TABLE FULL - '
                   C-GT-OVERFLOW ' POSTINGS/BUDGETS NOT COMPARED ***'
               MOVE 8 TO RETURN-CODE.

           PERFORM 9500-WRITE-RUN-LOG.
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
           WRITE PRTLINE FROM PERIOD-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM GROUP-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM COLUMN-HEADINGS
               AFTER ADVANCING 1 LINE.

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -      *
      * RECORDS IN IS THE POSTINGS AND BUDGETS IN THE YEAR TO DATE,   *
      * RECORDS OUT IS THE ACCOUNT LINES PRINTED, AND RECORDS         *
      * REJECTED IS THE LINES FLAGGED OVER TOLERANCE                  *
       9500-WRITE-RUN-LOG.
           MOVE 'COBLSC55' TO RL-PROGRAM.
           MOVE M-RUN-MM TO RL-RUN-MM.
           MOVE M-RUN-DD TO RL-RUN-DD.
           MOVE M-RUN-YY TO RL-RUN-YYYY.
           MOVE I-TIME(1:2) TO RL-RUN-HH.
           MOVE I-TIME(3:2) TO RL-RUN-MI.
           MOVE I-TIME(5:2) TO RL-RUN-SS.
           COMPUTE RL-RECS-IN = C-GT-POST-CTR + C-GT-BUDG-CTR.
           MOVE C-ROW-CTR TO RL-RECS-OUT.
           MOVE C-GT-FLAG-CTR TO RL-RECS-REJ.
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

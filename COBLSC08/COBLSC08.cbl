       DATE-COMPILED.
      ******************************************************************
      * THIS PROGRAM READS THE GRAND-TOTAL EXTRACTS LEFT BEHIND BY    *
      * COBLSC02/COBLSC03 (BOAT SALES), COBLSC04 (CONDO RENTALS),     *
      * COBLSC05/COBLSC06 (POP SALES), COBLSC41 (BOAT SERVICE), AND   *
      * COBLSC58 (COUNTER SALES) AND SHOWS THIS RUN'S REVENUE         *
      * AND TRANSACTION COUNT FOR EACH BUSINESS LINE SIDE BY SIDE,    *
      * WITH A COMBINED GRAND TOTAL, PLUS AN ACCOUNTING EXTRACT WITH  *
      * ONE POSTING LINE PER BUSINESS LINE FOR THE GENERAL LEDGER     *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GT06-STATUS.

      * CUSTOMER-PAY BOAT SERVICE - A MISSING FILE MEANS THE SERVICE  *
      * REPAIR ORDER RUN HASN'T BEEN RUN YET                          *
           SELECT OPTIONAL GT41-EXTRACT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC41\CBLGT41.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GT41-STATUS.

      * PARTS AND ACCESSORIES SOLD OVER THE COUNTER - A MISSING FILE  *
      * MEANS THE COUNTER SALES RUN HASN'T BEEN RUN YET               *
           SELECT OPTIONAL GT58-EXTRACT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC58\CBLGT58.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GT58-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC08\DASHBRD.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-REV-STATUS.

      * FLOOR-PLAN INTEREST ACCRUED BY THE MONTHLY FLOOR-PLAN        *
      * STATEMENT RUN - THE WHOLE QUEUE POSTS AS ONE PAIR AGAINST    *
      * THE FLOORPLAN ACCOUNTS AND IS CLEARED ONCE POSTED            *
           SELECT OPTIONAL FLOORPLAN-INTEREST
               ASSIGN TO 'C:\IHCC\COBOL\CBLFPINT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-FPI-STATUS.

      * CASH OVER/SHORT BY BUSINESS LINE QUEUED BY THE BANK DEPOSIT  *
      * RECONCILIATION - EACH LINE POSTS AS ONE PAIR AGAINST ITS     *
      * OVER/SHORT ACCOUNTS AND THE QUEUE IS CLEARED ONCE POSTED     *
           SELECT OPTIONAL CASH-OVER-SHORT
               ASSIGN TO 'C:\IHCC\COBOL\CBLOVSH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-OVSH-STATUS.

      * CHECKS WRITTEN BY THE PAYABLES RUN, QUEUED ONE RECORD PER    *
      * ACCOUNT MAPPING PER CHECK RUN - EACH MAPPING POSTS AS ONE    *
      * PAIR AND THE QUEUE IS CLEARED ONCE POSTED                    *
           SELECT OPTIONAL DISBURSEMENT-QUEUE
               ASSIGN TO 'C:\IHCC\COBOL\CBLDISB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-DISB-STATUS.

      * THE EXTRACT RUN DATES LAST HANDED TO ACCOUNTING - A RERUN    *
      * OVER THE SAME EXTRACTS REFUSES TO WRITE THE SAME POSTINGS    *
      * TWICE                                                        *
           05  G6-RUN-DATE              PIC 9(8).
           05  G6-RUN-TIME              PIC 9(6).

      * REPAIR ORDERS BILLED AND THE CUSTOMER-PAY TOTAL, WITH ITS     *
      * PARTS, LABOR AND TAX PIECES - THE WARRANTY DOLLARS ARE THE    *
      * FACTORY'S, NOT REVENUE, AND ARE NOT CARRIED HERE              *
       FD  GT41-EXTRACT
           LABEL RECORD IS OMITTED
           DATA RECORD IS GT41-REC
           RECORD CONTAINS 74 CHARACTERS.

       01  GT41-REC.
           05  G41-RO-CTR               PIC 9(5).
           05  G41-TOTAL                PIC 9(9)V99.
           05  G41-PARTS                PIC 9(9)V99.
           05  G41-LABOR                PIC 9(9)V99.
           05  G41-SALES-TAX            PIC 9(9)V99.
           05  G41-WARRANTY             PIC 9(9)V99.
           05  G41-RUN-DATE             PIC 9(8).
           05  G41-RUN-TIME             PIC 9(6).

      * COUNTER TICKETS SOLD AND THE COUNTER TOTAL, WITH ITS SALES    *
      * AND TAX PIECES AND THE COST OF THE PARTS THAT LEFT THE SHELF  *
       FD  GT58-EXTRACT
           LABEL RECORD IS OMITTED
           DATA RECORD IS GT58-REC
           RECORD CONTAINS 63 CHARACTERS.

       01  GT58-REC.
           05  G58-TICKET-CTR           PIC 9(5).
           05  G58-TOTAL                PIC 9(9)V99.
           05  G58-SALES                PIC 9(9)V99.
           05  G58-SALES-TAX            PIC 9(9)V99.
           05  G58-COST                 PIC 9(9)V99.
           05  G58-RUN-DATE             PIC 9(8).
           05  G58-RUN-TIME             PIC 9(6).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
       FD  DASH-HISTORY
           LABEL RECORD IS OMITTED
           DATA RECORD IS DH-REC
           RECORD CONTAINS 141 CHARACTERS.

       01  DH-REC.
           05  DH-RUN-DATE              PIC 9(8).
           05  DH-POP-TOTAL             PIC S9(13)V99.
           05  DH-COMBINED-CTR          PIC 9(7).
           05  DH-COMBINED-TOTAL        PIC S9(13)V99.
           05  DH-SERVICE-CTR           PIC 9(6).
           05  DH-SERVICE-TOTAL         PIC S9(13)V99.
           05  DH-COUNTER-CTR           PIC 9(6).
           05  DH-COUNTER-TOTAL         PIC S9(13)V99.

       FD  TREND-OUT
           LABEL RECORD IS OMITTED
           05  RV-AMOUNT                PIC 9(9)V99.
           05  RV-DATE                  PIC 9(8).

      * ONE UNIT'S FLOOR-PLAN INTEREST AS QUEUED BY THE STATEMENT RUN *
       FD  FLOORPLAN-INTEREST
           LABEL RECORD IS OMITTED
           DATA RECORD IS FI-REC
           RECORD CONTAINS 27 CHARACTERS.

       01  FI-REC.
           05  FI-STOCK-NO              PIC X(6).
           05  FI-LENDER                PIC X(4).
           05  FI-AMOUNT                PIC 9(7)V99.
           05  FI-DATE                  PIC 9(8).

      * ONE BUSINESS LINE'S OVER (+) OR SHORT (-) FOR ONE PERIOD AS  *
      * QUEUED BY THE RECONCILIATION RUN                             *
       FD  CASH-OVER-SHORT
           LABEL RECORD IS OMITTED
           DATA RECORD IS OS-REC
           RECORD CONTAINS 22 CHARACTERS.

       01  OS-REC.
           05  OS-BUS-LINE              PIC X(5).
           05  OS-PERIOD-END            PIC 9(8).
           05  OS-AMOUNT                PIC S9(7)V99.

      * ONE ACCOUNT MAPPING'S SHARE OF ONE CHECK RUN AS QUEUED BY    *
      * THE PAYABLES RUN                                             *
       FD  DISBURSEMENT-QUEUE
           LABEL RECORD IS OMITTED
           DATA RECORD IS DB-REC
           RECORD CONTAINS 29 CHARACTERS.

       01  DB-REC.
           05  DB-BUS-LINE              PIC X(10).
           05  DB-CHECK-DATE            PIC 9(8).
           05  DB-AMOUNT                PIC S9(9)V99.

      * THE EXTRACT RUN DATES LAST POSTED - THE SERVICE AND COUNTER  *
      * RUNS ARE STARTED BY HAND, SO THEIR RUN TIMES ARE KEPT AS     *
      * WELL TO TELL A SECOND SAME-DAY RUN FROM ONE ALREADY POSTED   *
       FD  POSTED-FLAG
           LABEL RECORD IS OMITTED
           DATA RECORD IS POSTED-REC
           RECORD CONTAINS 52 CHARACTERS.

       01  POSTED-REC.
           05  P-BOAT-DATE              PIC 9(8).
           05  P-CONDO-DATE             PIC 9(8).
           05  P-POP-DATE               PIC 9(8).
           05  P-SERVICE-DATE           PIC 9(8).
           05  P-COUNTER-DATE           PIC 9(8).
           05  P-SERVICE-TIME           PIC 9(6).
           05  P-COUNTER-TIME           PIC 9(6).

      * THE ONE PROCESSING-DATE RECORD *
       FD  PROCESS-DATE-PARM
           05  C-GT04-STATUS           PIC XX          VALUE '00'.
           05  C-GT05-STATUS           PIC XX          VALUE '00'.
           05  C-GT06-STATUS           PIC XX          VALUE '00'.
           05  C-GT41-STATUS           PIC XX          VALUE '00'.
           05  C-GT58-STATUS           PIC XX          VALUE '00'.
           05  C-BOAT-SW               PIC XXX         VALUE 'NO'.
           05  C-CONDO-SW              PIC XXX         VALUE 'NO'.
           05  C-POP-SW                PIC XXX         VALUE 'NO'.
           05  C-SERVICE-SW            PIC XXX         VALUE 'NO'.
           05  C-COUNTER-SW            PIC XXX         VALUE 'NO'.
           05  C-BOAT-CTR              PIC 9(6)        VALUE 0.
           05  C-BOAT-TOTAL            PIC 9(13)V99    VALUE 0.
           05  C-CONDO-CTR             PIC 9(6)        VALUE 0.
           05  C-CONDO-TOTAL           PIC S9(9)V99    VALUE 0.
           05  C-POP-CTR               PIC 9(6)        VALUE 0.
           05  C-POP-TOTAL             PIC 9(9)V99     VALUE 0.
           05  C-SERVICE-CTR           PIC 9(6)        VALUE 0.
           05  C-SERVICE-TOTAL         PIC 9(9)V99     VALUE 0.
           05  C-SERVICE-TAX           PIC 9(9)V99     VALUE 0.
           05  C-COUNTER-CTR           PIC 9(6)        VALUE 0.
           05  C-COUNTER-TOTAL         PIC 9(9)V99     VALUE 0.
           05  C-COUNTER-TAX           PIC 9(9)V99     VALUE 0.
           05  C-COUNTER-COST          PIC 9(9)V99     VALUE 0.
           05  C-COMBINED-CTR          PIC 9(7)        VALUE 0.
      * SIGNED SINCE IT ACCUMULATES C-CONDO-TOTAL, WHICH IS NOW       *
      * SIGNED - SEE C-CONDO-TOTAL ABOVE                              *
           05  C-PB-DATE               PIC 9(8)        VALUE 0.
           05  C-PC-DATE               PIC 9(8)        VALUE 0.
           05  C-PP-DATE               PIC 9(8)        VALUE 0.
           05  C-PS-DATE               PIC 9(8)        VALUE 0.
           05  C-PN-DATE               PIC 9(8)        VALUE 0.
           05  C-PS-TIME               PIC 9(6)        VALUE 0.
           05  C-PN-TIME               PIC 9(6)        VALUE 0.
           05  C-POST-PERIOD           PIC 9(6)        VALUE 0.
           05  C-POST-LINE             PIC X(10)       VALUE ' '.
           05  C-POST-DR               PIC 9(4)        VALUE 0.
           05  C-BOAT-POSTED-SW        PIC XXX         VALUE 'NO'.
           05  C-CONDO-POSTED-SW       PIC XXX         VALUE 'NO'.
           05  C-POP-POSTED-SW         PIC XXX         VALUE 'NO'.
           05  C-SERVICE-POSTED-SW     PIC XXX         VALUE 'NO'.
           05  C-COUNTER-POSTED-SW     PIC XXX         VALUE 'NO'.
           05  C-TREND-CTR             PIC 9           VALUE 0.
           05  SUB-TREND               PIC 9           VALUE 0.
           05  SUB-SHIFT               PIC 9           VALUE 0.
           05  C-BOAT-DATE             PIC 9(8)        VALUE 0.
           05  C-CONDO-DATE            PIC 9(8)        VALUE 0.
           05  C-POP-DATE              PIC 9(8)        VALUE 0.
           05  C-SERVICE-DATE          PIC 9(8)        VALUE 0.
           05  C-COUNTER-DATE          PIC 9(8)        VALUE 0.
           05  C-SERVICE-TIME          PIC 9(6)        VALUE 0.
           05  C-COUNTER-TIME          PIC 9(6)        VALUE 0.
           05  C-MAX-DATE              PIC 9(8)        VALUE 0.
           05  C-STALE-CTR             PIC 9           VALUE 0.
           05  C-REV-STATUS            PIC XX          VALUE '00'.
           05  C-REV-CTR               PIC 9(4)        VALUE 0.
           05  C-REV-TOTAL             PIC 9(11)V99    VALUE 0.
           05  C-REV-POSTED-SW         PIC XXX         VALUE 'NO'.
           05  C-FPI-STATUS            PIC XX          VALUE '00'.
           05  FPI-EOF                 PIC XXX         VALUE 'NO'.
      * COUNT AND DOLLARS OF THE QUEUED FLOOR-PLAN INTEREST *
           05  C-FPI-CTR               PIC 9(4)        VALUE 0.
           05  C-FPI-TOTAL             PIC 9(11)V99    VALUE 0.
           05  C-FPI-POSTED-SW         PIC XXX         VALUE 'NO'.
           05  C-OVSH-STATUS           PIC XX          VALUE '00'.
           05  OVSH-EOF                PIC XXX         VALUE 'NO'.
      * COUNT OF QUEUED OVER/SHORT RECORDS AND THE NET BY LINE *
           05  C-OVSH-CTR              PIC 9(4)        VALUE 0.
           05  C-OVSH-BOAT             PIC S9(9)V99    VALUE 0.
           05  C-OVSH-CONDO            PIC S9(9)V99    VALUE 0.
           05  C-OVSH-POP              PIC S9(9)V99    VALUE 0.
           05  C-OVSH-POSTED-SW        PIC XXX         VALUE 'NO'.
           05  C-DISB-STATUS           PIC XX          VALUE '00'.
           05  DISB-EOF                PIC XXX         VALUE 'NO'.
      * COUNT OF QUEUED DISBURSEMENT RECORDS AND OF THE DISTINCT     *
      * MAPPINGS THEY NET INTO                                       *
           05  C-DISB-CTR              PIC 9(4)        VALUE 0.
           05  C-DL-CTR                PIC 99          VALUE 0.
           05  SUB-DL                  PIC 99          VALUE 0.
           05  C-DISB-POSTED-SW        PIC XXX         VALUE 'NO'.
      * SET WHEN A QUEUED MAPPING WOULD NOT FIT THE TABLE - NONE OF  *
      * THE QUEUE POSTS AND IT IS LEFT WHOLE FOR THE NEXT RUN        *
           05  C-DISB-FULL-SW          PIC XXX         VALUE 'NO'.

      * THE LAST SIX PERIODS OF DASHBOARD HISTORY, OLDEST FIRST -   *
      * OLDER PERIODS SHIFT OFF THE TOP AS NEWER ONES ARRIVE        *
               10  TR-BOAT-TOTAL       PIC S9(13)V99.
               10  TR-CONDO-TOTAL      PIC S9(13)V99.
               10  TR-POP-TOTAL        PIC S9(13)V99.
               10  TR-SERVICE-TOTAL    PIC S9(13)V99.
               10  TR-COUNTER-TOTAL    PIC S9(13)V99.
               10  TR-COMBINED-TOTAL   PIC S9(13)V99.

       01  TREND-TITLE-LINE.
           05  FILLER          PIC X(8)    VALUE 'RUN DATE'.
           05  FILLER          PIC X(12)   VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'BOAT SALES'.
           05  FILLER          PIC X(7)    VALUE ' '.
           05  FILLER          PIC X(13)   VALUE 'CONDO RENTALS'.
           05  FILLER          PIC X(11)   VALUE ' '.
           05  FILLER          PIC X(9)    VALUE 'POP SALES'.
           05  FILLER          PIC X(13)   VALUE ' '.
           05  FILLER          PIC X(7)    VALUE 'SERVICE'.
           05  FILLER          PIC X(7)    VALUE ' '.
           05  FILLER          PIC X(13)   VALUE 'COUNTER SALES'.
           05  FILLER          PIC X(12)   VALUE ' '.
           05  FILLER          PIC X(8)    VALUE 'COMBINED'.
           05  FILLER          PIC X(2)    VALUE ' '.

       01  TREND-DETAIL-LINE.
           05  O-TREND-LABEL   PIC X(10).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-TREND-BOAT    PIC $$,$$$,$$$,$$9.99-.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-TREND-CONDO   PIC $$,$$$,$$$,$$9.99-.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-TREND-POP     PIC $$,$$$,$$$,$$9.99-.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-TREND-SERVICE PIC $$,$$$,$$$,$$9.99-.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-TREND-COUNTER PIC $$,$$$,$$$,$$9.99-.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-TREND-COMB    PIC $$,$$$,$$$,$$9.99-.
           05  FILLER          PIC X(2)    VALUE ' '.

      * EVERY MAPPING RECORD ON THE CHART-OF-ACCOUNTS FILE - CAPPED  *
      * AT 50 BUSINESS LINES                                         *
       01  COA-TABLE.
           05  COA-ENTRY               OCCURS 50 TIMES.
               10  CO-LINE             PIC X(10).
               10  CO-DEBIT-ACCT       PIC 9(4).
               10  CO-CREDIT-ACCT      PIC 9(4).

      * THE QUEUED DISBURSEMENTS NETTED BY ACCOUNT MAPPING - CAPPED  *
      * AT 50, THE SAME AS THE MAPPINGS THEMSELVES                   *
       01  DISB-LINE-TABLE.
           05  DISB-LINE-ENTRY         OCCURS 50 TIMES.
               10  DL-LINE             PIC X(10).
               10  DL-AMOUNT           PIC S9(9)V99.

      * THE MACHINE CLOCK'S OWN DATE, KEPT ONLY FOR THE RUN-LOG      *
      * TIMESTAMP ONCE THE PROCESSING DATE OVERRIDES I-DATE          *
       01  MACHINE-DATE.
           PERFORM 1100-LOAD-BOAT.
           PERFORM 1200-LOAD-CONDO.
           PERFORM 1300-LOAD-POP.
           PERFORM 1350-LOAD-SERVICE.
           PERFORM 1360-LOAD-COUNTER.
           PERFORM 1400-FIND-NEWEST-EXTRACT.
           PERFORM 1500-LOAD-COA.
           PERFORM 1600-GET-POSTED-FLAG.
           PERFORM 1700-LOAD-REVERSALS.
           PERFORM 1800-LOAD-FLOORPLAN-INTEREST.
           PERFORM 1850-LOAD-OVER-SHORT.
           PERFORM 1870-LOAD-DISBURSEMENTS.

      * THE NEWEST RUN DATE AMONG THE EXTRACTS PRESENT - ANY LINE    *
      * OLDER THAN THIS IS FLAGGED STALE ON THE DASHBOARD *
               MOVE C-CONDO-DATE TO C-MAX-DATE.
           IF C-POP-SW = 'YES' AND C-POP-DATE > C-MAX-DATE
               MOVE C-POP-DATE TO C-MAX-DATE.
           IF C-SERVICE-SW = 'YES' AND C-SERVICE-DATE > C-MAX-DATE
               MOVE C-SERVICE-DATE TO C-MAX-DATE.
           IF C-COUNTER-SW = 'YES' AND C-COUNTER-DATE > C-MAX-DATE
               MOVE C-COUNTER-DATE TO C-MAX-DATE.

      * PREFERS COBLSC03'S FINAL TOTAL (AFTER MARKUP/TAX) OVER         *
      * COBLSC02'S PRE-MARKUP TOTAL WHEN BOTH ARE PRESENT              *
                       MOVE G5-RUN-DATE TO C-POP-DATE.
               CLOSE GT05-EXTRACT.

      * THE SERVICE REPAIR ORDER RUN'S CUSTOMER-PAY TOTAL - THE SALES *
      * TAX PIECE IS KEPT SO IT POSTS TO ITS OWN ACCOUNT              *
       1350-LOAD-SERVICE.
           OPEN INPUT GT41-EXTRACT.
           READ GT41-EXTRACT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'YES' TO C-SERVICE-SW
                   MOVE G41-RO-CTR TO C-SERVICE-CTR
                   MOVE G41-TOTAL TO C-SERVICE-TOTAL
                   MOVE G41-SALES-TAX TO C-SERVICE-TAX
                   MOVE G41-RUN-DATE TO C-SERVICE-DATE
                   MOVE G41-RUN-TIME TO C-SERVICE-TIME.
           CLOSE GT41-EXTRACT.

      * THE COUNTER SALES RUN'S TOTAL - THE SALES TAX PIECE IS KEPT   *
      * SO IT POSTS TO ITS OWN ACCOUNT, AND THE COST OF THE PARTS     *
      * SOLD SO IT CAN BE TAKEN OUT OF INVENTORY                      *
       1360-LOAD-COUNTER.
           OPEN INPUT GT58-EXTRACT.
           READ GT58-EXTRACT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'YES' TO C-COUNTER-SW
                   MOVE G58-TICKET-CTR TO C-COUNTER-CTR
                   MOVE G58-TOTAL TO C-COUNTER-TOTAL
                   MOVE G58-SALES-TAX TO C-COUNTER-TAX
                   MOVE G58-COST TO C-COUNTER-COST
                   MOVE G58-RUN-DATE TO C-COUNTER-DATE
                   MOVE G58-RUN-TIME TO C-COUNTER-TIME.
           CLOSE GT58-EXTRACT.

      * OPENS THE OPTIONAL CHART-OF-ACCOUNTS FILE AND LOADS EVERY    *
      * MAPPING RECORD INTO THE TABLE *
       1500-LOAD-COA.
               AT END
                   MOVE 'YES' TO COA-EOF
               NOT AT END
                   IF C-COA-CTR < 50
                       ADD 1 TO C-COA-CTR
                       MOVE CA-BUSINESS-LINE TO CO-LINE(C-COA-CTR)
                       MOVE CA-DEBIT-ACCT
                   END-IF.

      * READS THE EXTRACT RUN DATES LAST HANDED TO ACCOUNTING - A   *
      * MISSING OR EMPTY FILE MEANS NOTHING HAS BEEN POSTED YET -   *
      * A FLAG SAVED BEFORE RUN TIMES WERE KEPT IS TRUSTED ON ITS    *
      * DATES ALONE                                                 *
       1600-GET-POSTED-FLAG.
           OPEN INPUT POSTED-FLAG.
           READ POSTED-FLAG
                   MOVE 0 TO C-PB-DATE
                   MOVE 0 TO C-PC-DATE
                   MOVE 0 TO C-PP-DATE
                   MOVE 0 TO C-PS-DATE
                   MOVE 0 TO C-PN-DATE
               NOT AT END
                   MOVE P-BOAT-DATE TO C-PB-DATE
                   MOVE P-CONDO-DATE TO C-PC-DATE
                   MOVE P-POP-DATE TO C-PP-DATE
                   MOVE P-SERVICE-DATE TO C-PS-DATE
                   MOVE P-COUNTER-DATE TO C-PN-DATE
                   IF P-SERVICE-TIME NUMERIC
                       MOVE P-SERVICE-TIME TO C-PS-TIME
                   ELSE
                       MOVE C-SERVICE-TIME TO C-PS-TIME
                   END-IF
                   IF P-COUNTER-TIME NUMERIC
                       MOVE P-COUNTER-TIME TO C-PN-TIME
                   ELSE
                       MOVE C-COUNTER-TIME TO C-PN-TIME
                   END-IF.
           CLOSE POSTED-FLAG.

      * READS THE QUEUED BOAT SALE REVERSALS AND TOTALS THEM - A     *
                   ADD 1 TO C-REV-CTR
                   ADD RV-AMOUNT TO C-REV-TOTAL.

      * READS THE QUEUED FLOOR-PLAN INTEREST AND TOTALS IT - A       *
      * MISSING OR EMPTY QUEUE MEANS NO INTEREST TO POST             *
       1800-LOAD-FLOORPLAN-INTEREST.
           MOVE 'NO' TO FPI-EOF.
           OPEN INPUT FLOORPLAN-INTEREST.
           IF C-FPI-STATUS = '00'
               PERFORM 1810-READ-FLOORPLAN-INTEREST
                   UNTIL FPI-EOF = 'YES'
               CLOSE FLOORPLAN-INTEREST
           ELSE
               CLOSE FLOORPLAN-INTEREST
               MOVE 'YES' TO FPI-EOF.

       1810-READ-FLOORPLAN-INTEREST.
           READ FLOORPLAN-INTEREST
               AT END
                   MOVE 'YES' TO FPI-EOF
               NOT AT END
                   ADD 1 TO C-FPI-CTR
                   ADD FI-AMOUNT TO C-FPI-TOTAL.

      * READS THE QUEUED CASH OVER/SHORT AND NETS IT BY BUSINESS     *
      * LINE - A MISSING OR EMPTY QUEUE MEANS NOTHING TO POST        *
       1850-LOAD-OVER-SHORT.
           MOVE 'NO' TO OVSH-EOF.
           OPEN INPUT CASH-OVER-SHORT.
           IF C-OVSH-STATUS = '00'
               PERFORM 1860-READ-OVER-SHORT
                   UNTIL OVSH-EOF = 'YES'
               CLOSE CASH-OVER-SHORT
           ELSE
               CLOSE CASH-OVER-SHORT
               MOVE 'YES' TO OVSH-EOF.

       1860-READ-OVER-SHORT.
           READ CASH-OVER-SHORT
               AT END
                   MOVE 'YES' TO OVSH-EOF
               NOT AT END
                   ADD 1 TO C-OVSH-CTR
                   EVALUATE OS-BUS-LINE
                       WHEN 'BOAT'
                           ADD OS-AMOUNT TO C-OVSH-BOAT
                       WHEN 'CONDO'
                           ADD OS-AMOUNT TO C-OVSH-CONDO
                       WHEN 'POP'
                           ADD OS-AMOUNT TO C-OVSH-POP
                   END-EVALUATE.

      * READS THE QUEUED CHECK DISBURSEMENTS AND NETS THEM BY        *
      * ACCOUNT MAPPING - A MISSING OR EMPTY QUEUE MEANS NOTHING TO  *
      * POST                                                         *
       1870-LOAD-DISBURSEMENTS.
           MOVE 'NO' TO DISB-EOF.
           OPEN INPUT DISBURSEMENT-QUEUE.
           IF C-DISB-STATUS = '00'
               PERFORM 1880-READ-DISBURSEMENT
                   UNTIL DISB-EOF = 'YES'
               CLOSE DISBURSEMENT-QUEUE
           ELSE
               CLOSE DISBURSEMENT-QUEUE
               MOVE 'YES' TO DISB-EOF.

       1880-READ-DISBURSEMENT.
           READ DISBURSEMENT-QUEUE
               AT END
                   MOVE 'YES' TO DISB-EOF
               NOT AT END
                   ADD 1 TO C-DISB-CTR
                   PERFORM 1890-FIND-DISB-LINE.

       1890-FIND-DISB-LINE.
           PERFORM
               VARYING SUB-DL FROM 1 BY 1
                   UNTIL SUB-DL > C-DL-CTR
                       OR DB-BUS-LINE = DL-LINE(SUB-DL).
           IF SUB-DL > C-DL-CTR
               IF C-DL-CTR < 50
                   ADD 1 TO C-DL-CTR
                   MOVE C-DL-CTR TO SUB-DL
                   MOVE DB-BUS-LINE TO DL-LINE(SUB-DL)
                   MOVE 0 TO DL-AMOUNT(SUB-DL)
               ELSE
                   MOVE 'YES' TO C-DISB-FULL-SW
                   DISPLAY '*** COBLSC08 DISBURSEMENT TABLE FULL - '
                       DB-BUS-LINE ' - QUEUE NOT POSTED ***'.
           IF SUB-DL NOT > C-DL-CTR
               ADD DB-AMOUNT TO DL-AMOUNT(SUB-DL).

      * PRINTS THE DASHBOARD AND WRITES THE ACCOUNTING EXTRACT - ONLY  *
      * A BUSINESS LINE THAT ACTUALLY RAN THIS PERIOD ADDS TO THE      *
      * COMBINED TOTAL OR GETS A POSTING LINE                          *
           WRITE PRTLINE FROM DASH-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'BOAT SERVICE' TO O-DASH-LABEL.
           IF C-SERVICE-SW = 'YES'
               MOVE C-SERVICE-CTR TO O-DASH-CTR
               MOVE C-SERVICE-TOTAL TO O-DASH-TOTAL
               MOVE ' ' TO O-DASH-NOT-RUN
               MOVE C-SERVICE-DATE TO O-DASH-RUN-DATE
               PERFORM 2100-STALE-CHECK
               ADD C-SERVICE-CTR TO C-COMBINED-CTR
               ADD C-SERVICE-TOTAL TO C-COMBINED-TOTAL
           ELSE
               MOVE ZERO TO O-DASH-CTR
               MOVE ZERO TO O-DASH-TOTAL
               MOVE 'NOT RUN' TO O-DASH-NOT-RUN
               MOVE ZERO TO O-DASH-RUN-DATE
               MOVE ' ' TO O-DASH-STALE.
           WRITE PRTLINE FROM DASH-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'COUNTER SALES' TO O-DASH-LABEL.
           IF C-COUNTER-SW = 'YES'
               MOVE C-COUNTER-CTR TO O-DASH-CTR
               MOVE C-COUNTER-TOTAL TO O-DASH-TOTAL
               MOVE ' ' TO O-DASH-NOT-RUN
               MOVE C-COUNTER-DATE TO O-DASH-RUN-DATE
               PERFORM 2100-STALE-CHECK
               ADD C-COUNTER-CTR TO C-COMBINED-CTR
               ADD C-COUNTER-TOTAL TO C-COMBINED-TOTAL
           ELSE
               MOVE ZERO TO O-DASH-CTR
               MOVE ZERO TO O-DASH-TOTAL
               MOVE 'NOT RUN' TO O-DASH-NOT-RUN
               MOVE ZERO TO O-DASH-RUN-DATE
               MOVE ' ' TO O-DASH-STALE.
           WRITE PRTLINE FROM DASH-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 2200-WRITE-POSTINGS THRU 2200-EXIT.

           MOVE C-COMBINED-CTR TO O-COMBINED-CTR.
               DISPLAY '*** COBLSC08 EXTRACT DATES MISMATCH ***'
               DISPLAY 'BOAT DATE:  ' C-BOAT-DATE
               DISPLAY 'CONDO DATE: ' C-CONDO-DATE
               DISPLAY 'POP DATE:   ' C-POP-DATE
               DISPLAY 'SERVICE DATE: ' C-SERVICE-DATE
               DISPLAY 'COUNTER DATE: ' C-COUNTER-DATE.

      * FLAGS THE LINE JUST BUILT WHEN ITS EXTRACT IS OLDER THAN THE *
      * NEWEST EXTRACT PRESENT *
           IF C-BOAT-DATE = C-PB-DATE
             AND C-CONDO-DATE = C-PC-DATE
             AND C-POP-DATE = C-PP-DATE
             AND C-SERVICE-DATE = C-PS-DATE
             AND C-SERVICE-TIME = C-PS-TIME
             AND C-COUNTER-DATE = C-PN-DATE
             AND C-COUNTER-TIME = C-PN-TIME
               DISPLAY '*** COBLSC08 EXTRACTS ALREADY POSTED - '
                   'POSTINGS NOT REWRITTEN ***'
               COMPUTE C-POST-PERIOD = C-MAX-DATE / 100
               IF C-REV-CTR > 0
                   PERFORM 2245-POST-REVERSALS
               END-IF
               IF C-FPI-CTR > 0
                   PERFORM 2246-POST-FLOORPLAN-INTEREST
               END-IF
               IF C-OVSH-CTR > 0
                   PERFORM 2247-POST-OVER-SHORT THRU 2247-EXIT
               END-IF
               IF C-DL-CTR > 0
                   PERFORM 2248-POST-DISBURSEMENTS THRU 2248-EXIT
               END-IF
               CLOSE ACCT-EXTRACT
               PERFORM 2270-CLEAR-REVERSAL-QUEUE
               PERFORM 2275-CLEAR-FLOORPLAN-QUEUE
               PERFORM 2277-CLEAR-OVER-SHORT-QUEUE
               PERFORM 2278-CLEAR-DISBURSEMENT-QUEUE
               GO TO 2200-EXIT.

           COMPUTE C-POST-PERIOD = C-MAX-DATE / 100.
           OPEN OUTPUT ACCT-EXTRACT.

           IF C-BOAT-SW = 'YES'
               PERFORM 2230-POST-BOAT THRU 2230-EXIT.

           IF C-CONDO-SW = 'YES'
               MOVE 'CONDO' TO C-POST-LINE
                   MOVE C-DR-ACCT TO C-POST-DR
                   MOVE C-CR-ACCT TO C-POST-CR
                   MOVE C-CONDO-TOTAL TO C-POST-AMT
                   PERFORM 2250-POST-PAIR THRU 2250-EXIT
                   MOVE 'YES' TO C-CONDO-POSTED-SW.

           IF C-POP-SW = 'YES'
                   MOVE C-DR-ACCT TO C-POST-DR
                   MOVE C-CR-ACCT TO C-POST-CR
                   MOVE C-POP-TOTAL TO C-POST-AMT
                   PERFORM 2250-POST-PAIR THRU 2250-EXIT
                   MOVE 'YES' TO C-POP-POSTED-SW.

      * THE SERVICE AND COUNTER RUNS ARE STARTED BY HAND, NOT BY    *
      * THE NIGHT CHAIN, SO THEIR EXTRACTS SIT UNCHANGED FOR NIGHTS  *
      * AT A TIME - EACH POSTS ONLY WHEN ITS RUN DATE AND TIME       *
      * DIFFER FROM THE ONES LAST POSTED                             *
           IF C-SERVICE-SW = 'YES'
             AND (C-SERVICE-DATE NOT = C-PS-DATE
               OR C-SERVICE-TIME NOT = C-PS-TIME)
               PERFORM 2235-POST-SERVICE THRU 2235-EXIT.

           IF C-COUNTER-SW = 'YES'
             AND (C-COUNTER-DATE NOT = C-PN-DATE
               OR C-COUNTER-TIME NOT = C-PN-TIME)
               PERFORM 2236-POST-COUNTER THRU 2236-EXIT.

           IF C-REV-CTR > 0
               PERFORM 2245-POST-REVERSALS.

           IF C-FPI-CTR > 0
               PERFORM 2246-POST-FLOORPLAN-INTEREST.

           IF C-OVSH-CTR > 0
               PERFORM 2247-POST-OVER-SHORT THRU 2247-EXIT.

           IF C-DL-CTR > 0
               PERFORM 2248-POST-DISBURSEMENTS THRU 2248-EXIT.

           CLOSE ACCT-EXTRACT.

           PERFORM 2260-SAVE-POSTED-FLAG.
           PERFORM 2270-CLEAR-REVERSAL-QUEUE.
           PERFORM 2275-CLEAR-FLOORPLAN-QUEUE.
           PERFORM 2277-CLEAR-OVER-SHORT-QUEUE.
           PERFORM 2278-CLEAR-DISBURSEMENT-QUEUE.

       2200-EXIT.
           EXIT.
           COMPUTE C-BOAT-BASE = C-BOAT-TOTAL - C-BOAT-MARKUP
               - C-BOAT-TAX.
           MOVE C-BOAT-BASE TO C-POST-AMT.
           PERFORM 2250-POST-PAIR THRU 2250-EXIT.

           MOVE 'BOATTAX' TO C-POST-LINE.
           MOVE C-TAX-CR TO C-POST-CR.
           MOVE C-BOAT-TAX TO C-POST-AMT.
           PERFORM 2250-POST-PAIR THRU 2250-EXIT.

           MOVE 'BOATMARKUP' TO C-POST-LINE.
           MOVE C-MARKUP-CR TO C-POST-CR.
           MOVE C-BOAT-MARKUP TO C-POST-AMT.
           PERFORM 2250-POST-PAIR THRU 2250-EXIT.

           MOVE 'YES' TO C-BOAT-POSTED-SW.

       2230-EXIT.
           EXIT.

      * THE SERVICE TOTAL SPLITS INTO PARTS-AND-LABOR REVENUE AND     *
      * SALES TAX ON PARTS, EACH POSTED AS ITS OWN BALANCED PAIR -    *
      * THE TAX GOES TO THE SERVICETAX CREDIT ACCOUNT WHEN ONE IS     *
      * MAPPED, OTHERWISE TO THE SERVICE CREDIT ACCOUNT               *
       2235-POST-SERVICE.
           MOVE 'SERVICE' TO C-POST-LINE.
           PERFORM 2240-FIND-COA.
           IF C-COA-FOUND NOT = 'YES'
               GO TO 2235-EXIT.
           MOVE C-DR-ACCT TO C-POST-DR.
           MOVE C-CR-ACCT TO C-POST-CR.

           MOVE 'SERVICETAX' TO C-POST-LINE.
           PERFORM 2240-FIND-COA.
           IF C-COA-FOUND = 'YES'
               MOVE C-CR-ACCT TO C-TAX-CR
           ELSE
               MOVE C-POST-CR TO C-TAX-CR.

           MOVE 'SERVICE' TO C-POST-LINE.
           COMPUTE C-POST-AMT = C-SERVICE-TOTAL - C-SERVICE-TAX.
           PERFORM 2250-POST-PAIR THRU 2250-EXIT.

           MOVE 'SERVICETAX' TO C-POST-LINE.
           MOVE C-TAX-CR TO C-POST-CR.
           MOVE C-SERVICE-TAX TO C-POST-AMT.
           PERFORM 2250-POST-PAIR THRU 2250-EXIT.

           MOVE 'YES' TO C-SERVICE-POSTED-SW.

       2235-EXIT.
           EXIT.

      * THE COUNTER TOTAL SPLITS INTO PARTS REVENUE AND SALES TAX,    *
      * EACH POSTED AS ITS OWN BALANCED PAIR - THE TAX GOES TO THE    *
      * COUNTERTAX CREDIT ACCOUNT WHEN ONE IS MAPPED, OTHERWISE TO    *
      * THE COUNTER CREDIT ACCOUNT - THE COST OF THE PARTS SOLD MOVES *
      * OUT OF INVENTORY UNDER THE COUNTERCOS MAPPING WHEN THERE IS   *
      * ONE                                                           *
       2236-POST-COUNTER.
           MOVE 'COUNTER' TO C-POST-LINE.
           PERFORM 2240-FIND-COA.
           IF C-COA-FOUND NOT = 'YES'
               GO TO 2236-EXIT.
           MOVE C-DR-ACCT TO C-POST-DR.
           MOVE C-CR-ACCT TO C-POST-CR.

           MOVE 'COUNTERTAX' TO C-POST-LINE.
           PERFORM 2240-FIND-COA.
           IF C-COA-FOUND = 'YES'
               MOVE C-CR-ACCT TO C-TAX-CR
           ELSE
               MOVE C-POST-CR TO C-TAX-CR.

           MOVE 'COUNTER' TO C-POST-LINE.
           COMPUTE C-POST-AMT = C-COUNTER-TOTAL - C-COUNTER-TAX.
           PERFORM 2250-POST-PAIR THRU 2250-EXIT.

           MOVE 'COUNTERTAX' TO C-POST-LINE.
           MOVE C-TAX-CR TO C-POST-CR.
           MOVE C-COUNTER-TAX TO C-POST-AMT.
           PERFORM 2250-POST-PAIR THRU 2250-EXIT.

           MOVE 'YES' TO C-COUNTER-POSTED-SW.

           IF C-COUNTER-COST > 0
               MOVE 'COUNTERCOS' TO C-POST-LINE
               PERFORM 2240-FIND-COA
               IF C-COA-FOUND = 'YES'
                   MOVE C-DR-ACCT TO C-POST-DR
                   MOVE C-CR-ACCT TO C-POST-CR
                   MOVE C-COUNTER-COST TO C-POST-AMT
                   PERFORM 2250-POST-PAIR THRU 2250-EXIT.

       2236-EXIT.
           EXIT.

      * POSTS THE QUEUED BOAT SALE REVERSALS AS ONE REVERSING PAIR   *
      * AGAINST THE BOAT ACCOUNTS - THE NEGATIVE AMOUNT MAKES        *
      * 2250-POST-PAIR SWAP THE DEBIT AND CREDIT SIDES SO THE        *
               MOVE C-DR-ACCT TO C-POST-DR
               MOVE C-CR-ACCT TO C-POST-CR
               COMPUTE C-POST-AMT = 0 - C-REV-TOTAL
               PERFORM 2250-POST-PAIR THRU 2250-EXIT
               MOVE 'YES' TO C-REV-POSTED-SW.

      * POSTS THE QUEUED FLOOR-PLAN INTEREST AS ONE PAIR - THE      *
      * FLOORPLAN MAPPING NAMES THE INTEREST EXPENSE ACCOUNT TO      *
      * DEBIT AND THE FLOOR-PLAN PAYABLE ACCOUNT TO CREDIT           *
       2246-POST-FLOORPLAN-INTEREST.
           MOVE 'FLOORPLAN' TO C-POST-LINE.
           PERFORM 2240-FIND-COA.
           IF C-COA-FOUND = 'YES'
               MOVE C-DR-ACCT TO C-POST-DR
               MOVE C-CR-ACCT TO C-POST-CR
               MOVE C-FPI-TOTAL TO C-POST-AMT
               PERFORM 2250-POST-PAIR THRU 2250-EXIT
               MOVE 'YES' TO C-FPI-POSTED-SW.

      * POSTS THE QUEUED CASH OVER/SHORT AS ONE PAIR PER BUSINESS    *
      * LINE - THE BOATOVSH, CONDOOVSH AND POPOVSH MAPPINGS NAME THE *
      * CASH ACCOUNT TO DEBIT AND THE OVER/SHORT ACCOUNT TO CREDIT,  *
      * SO CASH OVER POSTS AS WRITTEN AND CASH SHORT (NEGATIVE)      *
      * SWAPS SIDES IN 2250-POST-PAIR - EVERY LINE WITH AN AMOUNT    *
      * MUST BE MAPPED BEFORE ANY POSTS, SO A QUEUE THAT CANNOT POST *
      * IN FULL IS LEFT WHOLE FOR THE CORRECTED RERUN                *
       2247-POST-OVER-SHORT.
           IF C-OVSH-BOAT NOT = 0
               MOVE 'BOATOVSH' TO C-POST-LINE
               PERFORM 2240-FIND-COA
               IF C-COA-FOUND NOT = 'YES'
                   GO TO 2247-EXIT.
           IF C-OVSH-CONDO NOT = 0
               MOVE 'CONDOOVSH' TO C-POST-LINE
               PERFORM 2240-FIND-COA
               IF C-COA-FOUND NOT = 'YES'
                   GO TO 2247-EXIT.
           IF C-OVSH-POP NOT = 0
               MOVE 'POPOVSH' TO C-POST-LINE
               PERFORM 2240-FIND-COA
               IF C-COA-FOUND NOT = 'YES'
                   GO TO 2247-EXIT.

           IF C-OVSH-BOAT NOT = 0
               MOVE 'BOATOVSH' TO C-POST-LINE
               PERFORM 2240-FIND-COA
               MOVE C-DR-ACCT TO C-POST-DR
               MOVE C-CR-ACCT TO C-POST-CR
               MOVE C-OVSH-BOAT TO C-POST-AMT
               PERFORM 2250-POST-PAIR THRU 2250-EXIT.
           IF C-OVSH-CONDO NOT = 0
               MOVE 'CONDOOVSH' TO C-POST-LINE
               PERFORM 2240-FIND-COA
               MOVE C-DR-ACCT TO C-POST-DR
               MOVE C-CR-ACCT TO C-POST-CR
               MOVE C-OVSH-CONDO TO C-POST-AMT
               PERFORM 2250-POST-PAIR THRU 2250-EXIT.
           IF C-OVSH-POP NOT = 0
               MOVE 'POPOVSH' TO C-POST-LINE
               PERFORM 2240-FIND-COA
               MOVE C-DR-ACCT TO C-POST-DR
               MOVE C-CR-ACCT TO C-POST-CR
               MOVE C-OVSH-POP TO C-POST-AMT
               PERFORM 2250-POST-PAIR THRU 2250-EXIT.
           MOVE 'YES' TO C-OVSH-POSTED-SW.

       2247-EXIT.
           EXIT.

      * POSTS THE QUEUED CHECK DISBURSEMENTS AS ONE PAIR PER ACCOUNT *
      * MAPPING - EACH MAPPING (OWNERREMIT, COMMISSION, CONDOREFND,  *
      * OR A VENDOR'S PAYABLE LINE) NAMES THE EXPENSE OR PAYABLE     *
      * ACCOUNT TO DEBIT AND THE CASH ACCOUNT TO CREDIT - EVERY      *
      * MAPPING MUST BE ON FILE BEFORE ANY POSTS, SO A QUEUE THAT    *
      * CANNOT POST IN FULL IS LEFT WHOLE FOR THE CORRECTED RERUN,   *
      * AS IS ONE WITH MORE MAPPINGS THAN THE TABLE HOLDS            *
       2248-POST-DISBURSEMENTS.
           IF C-DISB-FULL-SW = 'YES'
               MOVE 'NO' TO C-COA-FOUND
               GO TO 2248-EXIT.
           MOVE 'YES' TO C-COA-FOUND.
           PERFORM 2241-CHECK-DISB-LINE
               VARYING SUB-DL FROM 1 BY 1
                   UNTIL SUB-DL > C-DL-CTR.
           IF C-COA-FOUND NOT = 'YES'
               GO TO 2248-EXIT.

           PERFORM 2242-POST-DISB-LINE
               VARYING SUB-DL FROM 1 BY 1
                   UNTIL SUB-DL > C-DL-CTR.
           MOVE 'YES' TO C-DISB-POSTED-SW.

       2248-EXIT.
           EXIT.

      * THE FIRST MISSING MAPPING ENDS THE CHECK WITH C-COA-FOUND    *
      * LEFT 'NO' FOR THE WHOLE QUEUE                                *
       2241-CHECK-DISB-LINE.
           IF DL-AMOUNT(SUB-DL) NOT = 0
               MOVE DL-LINE(SUB-DL) TO C-POST-LINE
               PERFORM 2240-FIND-COA
               IF C-COA-FOUND NOT = 'YES'
                   MOVE C-DL-CTR TO SUB-DL.

       2242-POST-DISB-LINE.
           IF DL-AMOUNT(SUB-DL) NOT = 0
               MOVE DL-LINE(SUB-DL) TO C-POST-LINE
               PERFORM 2240-FIND-COA
               MOVE C-DR-ACCT TO C-POST-DR
               MOVE C-CR-ACCT TO C-POST-CR
               MOVE DL-AMOUNT(SUB-DL) TO C-POST-AMT
               PERFORM 2250-POST-PAIR THRU 2250-EXIT.

      * REWRITES THE REVERSAL QUEUE EMPTY ONCE ITS BACKOUT HAS BEEN  *
      * HANDED TO ACCOUNTING - A QUEUE THAT COULD NOT POST (MISSING  *
      * BOAT ACCOUNT MAPPING) IS LEFT ALONE FOR THE CORRECTED RERUN  *
               OPEN OUTPUT BOAT-REVERSAL
               CLOSE BOAT-REVERSAL.

      * REWRITES THE FLOOR-PLAN INTEREST QUEUE EMPTY ONCE POSTED -   *
      * A QUEUE THAT COULD NOT POST IS LEFT FOR THE CORRECTED RERUN  *
       2275-CLEAR-FLOORPLAN-QUEUE.
           IF C-FPI-POSTED-SW = 'YES'
               OPEN OUTPUT FLOORPLAN-INTEREST
               CLOSE FLOORPLAN-INTEREST.

      * REWRITES THE CASH OVER/SHORT QUEUE EMPTY ONCE POSTED - A     *
      * QUEUE THAT COULD NOT POST IS LEFT FOR THE CORRECTED RERUN    *
       2277-CLEAR-OVER-SHORT-QUEUE.
           IF C-OVSH-POSTED-SW = 'YES'
               OPEN OUTPUT CASH-OVER-SHORT
               CLOSE CASH-OVER-SHORT.

      * REWRITES THE DISBURSEMENT QUEUE EMPTY ONCE POSTED - A QUEUE  *
      * THAT COULD NOT POST IS LEFT FOR THE CORRECTED RERUN          *
       2278-CLEAR-DISBURSEMENT-QUEUE.
           IF C-DISB-POSTED-SW = 'YES'
               OPEN OUTPUT DISBURSEMENT-QUEUE
               CLOSE DISBURSEMENT-QUEUE.

      * LOOKS UP C-POST-LINE IN THE CHART-OF-ACCOUNTS TABLE *
       2240-FIND-COA.
           PERFORM
               MOVE C-POP-DATE TO P-POP-DATE
           ELSE
               MOVE C-PP-DATE TO P-POP-DATE.
           IF C-SERVICE-POSTED-SW = 'YES'
               MOVE C-SERVICE-DATE TO P-SERVICE-DATE
               MOVE C-SERVICE-TIME TO P-SERVICE-TIME
           ELSE
               MOVE C-PS-DATE TO P-SERVICE-DATE
               MOVE C-PS-TIME TO P-SERVICE-TIME.
           IF C-COUNTER-POSTED-SW = 'YES'
               MOVE C-COUNTER-DATE TO P-COUNTER-DATE
               MOVE C-COUNTER-TIME TO P-COUNTER-TIME
           ELSE
               MOVE C-PN-DATE TO P-COUNTER-DATE
               MOVE C-PN-TIME TO P-COUNTER-TIME.
           OPEN OUTPUT POSTED-FLAG.
           WRITE POSTED-REC.
           CLOSE POSTED-FLAG.
           MOVE C-CONDO-TOTAL TO DH-CONDO-TOTAL.
           MOVE C-POP-CTR TO DH-POP-CTR.
           MOVE C-POP-TOTAL TO DH-POP-TOTAL.
           MOVE C-SERVICE-CTR TO DH-SERVICE-CTR.
           MOVE C-SERVICE-TOTAL TO DH-SERVICE-TOTAL.
           MOVE C-COUNTER-CTR TO DH-COUNTER-CTR.
           MOVE C-COUNTER-TOTAL TO DH-COUNTER-TOTAL.
           MOVE C-COMBINED-CTR TO DH-COMBINED-CTR.
           MOVE C-COMBINED-TOTAL TO DH-COMBINED-TOTAL.
           OPEN EXTEND DASH-HISTORY.
                       PERFORM 3220-FILL-TREND-SLOT
                   END-IF.

      * HISTORY WRITTEN BEFORE THE SERVICE AND COUNTER TOTALS WERE  *
      * CARRIED IS SHORTER AND COMES BACK WITH SPACES THERE, WHICH  *
      * ARE TRENDED AS ZERO                                         *
       3220-FILL-TREND-SLOT.
           MOVE DH-RUN-DATE TO TR-RUN-DATE(C-TREND-CTR).
           MOVE DH-BOAT-TOTAL TO TR-BOAT-TOTAL(C-TREND-CTR).
           MOVE DH-CONDO-TOTAL TO TR-CONDO-TOTAL(C-TREND-CTR).
           MOVE DH-POP-TOTAL TO TR-POP-TOTAL(C-TREND-CTR).
           IF DH-SERVICE-TOTAL NUMERIC
               MOVE DH-SERVICE-TOTAL TO TR-SERVICE-TOTAL(C-TREND-CTR)
           ELSE
               MOVE ZERO TO TR-SERVICE-TOTAL(C-TREND-CTR).
           IF DH-COUNTER-TOTAL NUMERIC
               MOVE DH-COUNTER-TOTAL TO TR-COUNTER-TOTAL(C-TREND-CTR)
           ELSE
               MOVE ZERO TO TR-COUNTER-TOTAL(C-TREND-CTR).
           MOVE DH-COMBINED-TOTAL TO TR-COMBINED-TOTAL(C-TREND-CTR).

       3225-SHIFT-TREND-UP.
           MOVE TR-BOAT-TOTAL(SUB-TREND) TO O-TREND-BOAT.
           MOVE TR-CONDO-TOTAL(SUB-TREND) TO O-TREND-CONDO.
           MOVE TR-POP-TOTAL(SUB-TREND) TO O-TREND-POP.
           MOVE TR-SERVICE-TOTAL(SUB-TREND) TO O-TREND-SERVICE.
           MOVE TR-COUNTER-TOTAL(SUB-TREND) TO O-TREND-COUNTER.
           MOVE TR-COMBINED-TOTAL(SUB-TREND) TO O-TREND-COMB.
           WRITE TRENDLINE FROM TREND-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
                   - TR-CONDO-TOTAL(SUB-TREND - 1)
               COMPUTE O-TREND-POP = TR-POP-TOTAL(SUB-TREND)
                   - TR-POP-TOTAL(SUB-TREND - 1)
               COMPUTE O-TREND-SERVICE = TR-SERVICE-TOTAL(SUB-TREND)
                   - TR-SERVICE-TOTAL(SUB-TREND - 1)
               COMPUTE O-TREND-COUNTER = TR-COUNTER-TOTAL(SUB-TREND)
                   - TR-COUNTER-TOTAL(SUB-TREND - 1)
               COMPUTE O-TREND-COMB = TR-COMBINED-TOTAL(SUB-TREND)
                   - TR-COMBINED-TOTAL(SUB-TREND - 1)
               WRITE TRENDLINE FROM TREND-DETAIL-LINE

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC45.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      **********************************************************
      *  YEAR-END 1099 RUN FOR THE CONDO OWNERS - ADDS UP EACH *
      *  OWNER'S GROSS RENTS, MANAGEMENT FEES WITHHELD, WORK   *
      *  ORDERS DEDUCTED, AND NET PAID FOR THE CALENDAR YEAR   *
      *  FROM THE INVOICE EXTRACT AND THE WORK-ORDER FILE,     *
      *  FIGURED MONTH BY MONTH THE SAME WAY THE REMITTANCE    *
      *  STATEMENTS FIGURE THEM, PRINTS AN ANNUAL OWNER        *
      *  SUMMARY, AND WRITES THE 1099 FILING EXTRACT FROM THE  *
      *  OWNER MASTER'S NAME, ADDRESS, ZIP AND TAX ID - RUN IN *
      *  JANUARY, IT REPORTS THE YEAR JUST ENDED               *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  ONE RECORD PER CONDO - THE OWNER'S NAME AND ADDRESS, THE    *
      *  MANAGEMENT FEE PERCENT PMG KEEPS, AND THE OWNER'S TAX ID    *
           SELECT OWNER-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC14\CBLOWNR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *  EVERY STAY THE BILLING RUN HAS EVER INVOICED - ONLY THE TAX *
      *  YEAR'S RECORDS COUNT                                        *
           SELECT OPTIONAL INVOICE-EXTRACT
               ASSIGN TO 'C:\IHCC\COBOL\CBLINVC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-INVC-STATUS.

      *  THE CONDO MAINTENANCE WORK-ORDER FILE - THE TAX YEAR'S      *
      *  COMPLETED ORDERS CAME OFF THE OWNERS' CHECKS                *
           SELECT OPTIONAL WORK-ORDER-FILE
               ASSIGN TO 'C:\IHCC\COBOL\CBLWKORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-WORK-STATUS.

      *  THE 1099 FILING EXTRACT - ONE RECORD PER OWNER WHOSE RENTS  *
      *  REACH THE FILING MINIMUM - REWRITTEN IN FULL EACH RUN       *
           SELECT FILING-EXTRACT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC45\CBL1099.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC45\OWNR1099.PRT'
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

       FD  OWNER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS OW-REC
           RECORD CONTAINS 86 CHARACTERS.

       01  OW-REC.
           05  OW-CONDO                 PIC XX.
           05  OW-NAME                  PIC X(25).
           05  OW-ADDRESS               PIC X(20).
           05  OW-CITY                  PIC X(15).
           05  OW-STATE                 PIC XX.
           05  OW-ZIP                   PIC 9(9).
           05  OW-FEE-PCT               PIC 9V999.
           05  OW-TAX-ID                PIC X(9).

       FD  INVOICE-EXTRACT
           LABEL RECORD IS OMITTED
           DATA RECORD IS IV-REC
           RECORD CONTAINS 94 CHARACTERS.

       01  IV-REC.
           05  IV-GUEST                 PIC X(20).
           05  IV-CONDO                 PIC XX.
           05  IV-INV-DATE.
               10  IV-INV-YY            PIC 9(4).
               10  IV-INV-MM            PIC 99.
               10  IV-INV-DD            PIC 99.
           05  IV-CONDO-FEE             PIC 9(6)V99.
           05  IV-CLEAN-FEE             PIC 9(3)V99.
           05  IV-DOCKSLIP-FEE          PIC 9(4)V99.
           05  IV-SUBTOTAL              PIC 9(6)V99.
           05  IV-DEALS                 PIC S9(5)V99.
           05  IV-TOTAL                 PIC S9(6)V99.
           05  IV-TRANS-TYPE            PIC X.
      * THE LODGING TAX INSIDE IV-TOTAL - HELD BACK FROM THE OWNER  *
      * SINCE IT BELONGS TO THE STATE *
           05  IV-LODGE-TAX             PIC S9(5)V99.
           05  FILLER                   PIC X(14).

      *  ONE WORK ORDER - WHICH CONDO, WHEN, WHAT, WHAT IT COST,     *
      *  AND WHETHER IT IS STILL OPEN ('O') OR COMPLETED ('C')       *
       FD  WORK-ORDER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS WO-REC
           RECORD CONTAINS 47 CHARACTERS.

       01  WO-REC.
           05  WO-WORK-NO               PIC 9(4).
           05  WO-CONDO                 PIC XX.
           05  WO-WORK-DATE.
               10  WO-WORK-YY           PIC 9(4).
               10  WO-WORK-MM           PIC 99.
               10  WO-WORK-DD           PIC 99.
           05  WO-DESC                  PIC X(25).
           05  WO-COST                  PIC 9(5)V99.
           05  WO-STATUS                PIC X.

      *  ONE OWNER'S 1099 - THE TAX YEAR, THE PAYEE AS CARRIED ON    *
      *  THE OWNER MASTER, AND THE RENTS REPORTED                    *
       FD  FILING-EXTRACT
           LABEL RECORD IS STANDARD
           DATA RECORD IS TX-REC
           RECORD CONTAINS 94 CHARACTERS.

       01  TX-REC.
           05  TX-TAX-YEAR              PIC 9(4).
           05  TX-TAX-ID                PIC X(9).
           05  TX-NAME                  PIC X(25).
           05  TX-ADDRESS               PIC X(20).
           05  TX-CITY                  PIC X(15).
           05  TX-STATE                 PIC XX.
           05  TX-ZIP                   PIC 9(9).
           05  TX-RENTS                 PIC 9(8)V99.

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
           05  MORE-RECS       PIC X(3)    VALUE 'YES'.
           05  C-INVC-STATUS   PIC XX      VALUE '00'.
           05  INVC-EOF        PIC XXX     VALUE 'NO'.
           05  C-WORK-STATUS   PIC XX      VALUE '00'.
           05  WORK-EOF        PIC XXX     VALUE 'NO'.
           05  C-CONDO-CTR     PIC 99      VALUE 0.
           05  SUB-CONDO       PIC 99      VALUE 0.
           05  SUB-MONTH       PIC 99      VALUE 0.
           05  C-FIND-CONDO    PIC XX      VALUE ' '.
      *  THE CALENDAR YEAR BEING REPORTED - THE YEAR BEFORE THE      *
      *  PROCESSING DATE'S                                           *
           05  C-TAX-YEAR      PIC 9(4)    VALUE 0.
      *  RENTS UNDER THIS AMOUNT FOR THE YEAR NEED NO 1099  *
           05  C-1099-MIN      PIC 9(5)V99 VALUE 600.00.
           05  C-GT-INV-CTR    PIC 9(5)    VALUE 0.
           05  C-GT-WO-CTR     PIC 9(4)    VALUE 0.
           05  C-GT-OWNER-CTR  PIC 9(3)    VALUE 0.
           05  C-GT-1099-CTR   PIC 9(3)    VALUE 0.
           05  C-GT-NO-ID-CTR  PIC 9(3)    VALUE 0.
      *  ONE MONTH'S STATEMENT FIGURES, WORKED THE SAME WAY THE      *
      *  REMITTANCE STATEMENT WORKS THEM                             *
           05  C-NET-COLLECTED PIC S9(8)V99 VALUE 0.
           05  C-MGMT-FEE      PIC S9(7)V99 VALUE 0.
           05  C-AMOUNT-DUE    PIC S9(8)V99 VALUE 0.
      *  THE OWNER'S YEAR, ADDED UP ONE STATEMENT MONTH AT A TIME    *
           05  C-YR-GROSS-RENT PIC 9(8)V99  VALUE 0.
           05  C-YR-RENTS      PIC S9(8)V99 VALUE 0.
           05  C-YR-MGMT-FEE   PIC S9(8)V99 VALUE 0.
           05  C-YR-MAINT      PIC 9(8)V99  VALUE 0.
           05  C-YR-NET-PAID   PIC S9(8)V99 VALUE 0.
           05  C-GT-GROSS-RENT PIC 9(9)V99  VALUE 0.
           05  C-GT-RENTS      PIC S9(9)V99 VALUE 0.
           05  C-GT-MGMT-FEE   PIC S9(9)V99 VALUE 0.
           05  C-GT-MAINT      PIC 9(9)V99  VALUE 0.
           05  C-GT-NET-PAID   PIC S9(9)V99 VALUE 0.
           05  C-GT-REPORTED   PIC 9(9)V99  VALUE 0.

      *  ONE ENTRY PER CONDO SEEN ON THE INVOICE EXTRACT OR THE      *
      *  WORK-ORDER FILE, WITH THE PIECES OF EACH MONTH'S STATEMENT  *
      *  SO THE FEE IS ROUNDED MONTH BY MONTH AS IT WAS WITHHELD -   *
      *  CAPPED AT 20 CONDOS                                         *
       01  YEAR-CONDO-TABLE.
           05  YEAR-CONDO-ENTRY        OCCURS 20 TIMES.
               10  YC-CONDO            PIC XX      VALUE ' '.
               10  YEAR-MONTH-ENTRY    OCCURS 12 TIMES.
                   15  YM-GROSS-RENT   PIC 9(8)V99  VALUE 0.
                   15  YM-NET          PIC S9(8)V99 VALUE 0.
                   15  YM-LODGE-TAX    PIC S9(7)V99 VALUE 0.
                   15  YM-MAINT-EXP    PIC 9(7)V99  VALUE 0.

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
           05  FILLER          PIC X(42)   VALUE ' '.
           05  FILLER          PIC X(14)   VALUE 'PMG MANAGEMENT'.
           05  FILLER          PIC X(52)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-PCTR          PIC Z9.

       01  DIVISION-LINE.
           05  FILLER          PIC X(8)    VALUE 'COBLSC45'.
           05  FILLER          PIC X(43)   VALUE ' '.
           05  FILLER          PIC X(28)   VALUE
                                  'ANNUAL OWNER RENTAL SUMMARY'.
           05  FILLER          PIC X(53)   VALUE ' '.

       01  YEAR-TITLE-LINE.
           05  FILLER          PIC X(55)   VALUE ' '.
           05  FILLER          PIC X(18)   VALUE 'FOR THE TAX YEAR '.
           05  O-TITLE-YEAR    PIC 9(4).
           05  FILLER          PIC X(55)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  COLUMN-HEADINGS.
           05  FILLER          PIC X(7)    VALUE 'CONDO  '.
           05  FILLER          PIC X(27)   VALUE 'OWNER'.
           05  FILLER          PIC X(11)   VALUE 'TAX ID'.
           05  FILLER          PIC X(14)   VALUE '  GROSS RENT'.
           05  FILLER          PIC X(14)   VALUE '1099 RENTS'.
           05  FILLER          PIC X(14)   VALUE '  MGMT FEE'.
           05  FILLER          PIC X(14)   VALUE 'WORK ORDERS'.
           05  FILLER          PIC X(14)   VALUE '  NET PAID'.
           05  FILLER          PIC X(17)   VALUE ' '.

      *  ONE OWNER'S YEAR - THE 1099 RENTS ARE WHAT WAS COLLECTED    *
      *  FOR THE OWNER AFTER DEALS, REFUNDS AND THE STATE'S LODGING  *
      *  TAX, BEFORE THE FEE AND REPAIRS THE OWNER PAID              *
       01  DETAIL-LINE.
           05  FILLER          PIC X       VALUE ' '.
           05  O-CONDO         PIC XX.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-NAME          PIC X(25).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-TAX-ID        PIC X(9).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-GROSS-RENT    PIC $$$$,$$9.99-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-RENTS         PIC $$$$,$$9.99-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-MGMT-FEE      PIC $$$$,$$9.99-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-MAINT         PIC $$$$,$$9.99-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-NET-PAID      PIC $$$$,$$9.99-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-FLAG          PIC X(15).
           05  FILLER          PIC XX      VALUE ' '.

       01  TOTAL-LINE.
           05  FILLER          PIC X(7)    VALUE ' '.
           05  FILLER          PIC X(38)   VALUE 'ALL OWNERS'.
           05  O-GT-GROSS-RENT PIC $$$$,$$9.99-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-GT-RENTS      PIC $$$$,$$9.99-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-GT-MGMT-FEE   PIC $$$$,$$9.99-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-GT-MAINT      PIC $$$$,$$9.99-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-GT-NET-PAID   PIC $$$$,$$9.99-.
           05  FILLER          PIC X(19)   VALUE ' '.

       01  COUNT-LINE.
           05  FILLER          PIC X(7)    VALUE ' '.
           05  FILLER          PIC X(8)    VALUE 'OWNERS: '.
           05  O-GT-OWNER-CTR  PIC ZZ9.
           05  FILLER          PIC X(19)   VALUE '   1099S WRITTEN: '.
           05  O-GT-1099-CTR   PIC ZZ9.
           05  FILLER          PIC X(19)   VALUE '   RENTS REPORTED: '.
           05  O-GT-REPORTED   PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(20)   VALUE '   MISSING TAX ID: '.
           05  O-GT-NO-ID-CTR  PIC ZZ9.
           05  FILLER          PIC X(36)   VALUE ' '.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
       STOP RUN.

       1000-INIT.
           OPEN INPUT OWNER-MASTER.
           OPEN OUTPUT FILING-EXTRACT.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO MACHINE-DATE.
           PERFORM 9955-GET-PROCESS-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           COMPUTE C-TAX-YEAR = I-YY - 1.
           MOVE C-TAX-YEAR TO O-TITLE-YEAR.

           PERFORM 1100-LOAD-INVOICES.
           PERFORM 1200-LOAD-WORK-ORDERS.

           PERFORM 9100-HEADINGS.
           PERFORM 9000-READ.

      *  OPENS THE OPTIONAL INVOICE EXTRACT AND ROLLS EVERY STAY     *
      *  BILLED IN THE TAX YEAR INTO ITS CONDO'S MONTH - A MISSING   *
      *  FILE MEANS NOTHING WAS BILLED                               *
       1100-LOAD-INVOICES.
           MOVE 'NO' TO INVC-EOF.
           OPEN INPUT INVOICE-EXTRACT.
           IF C-INVC-STATUS = '00'
               PERFORM 1110-READ-INVOICE
                   UNTIL INVC-EOF = 'YES'
               CLOSE INVOICE-EXTRACT
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE INVOICE-EXTRACT
               MOVE 'YES' TO INVC-EOF.

       1110-READ-INVOICE.
           READ INVOICE-EXTRACT
               AT END
                   MOVE 'YES' TO INVC-EOF
               NOT AT END
                   IF IV-INV-YY = C-TAX-YEAR
                     AND IV-INV-MM >= 1 AND IV-INV-MM <= 12
                       ADD 1 TO C-GT-INV-CTR
                       PERFORM 1120-ACCUMULATE-INVOICE
                   END-IF.

      *  THE STATEMENT'S NET IS THE INVOICE TOTAL, SO DEALS AND      *
      *  REFUNDS ARE ALREADY NETTED OUT OF IT                        *
       1120-ACCUMULATE-INVOICE.
           MOVE IV-CONDO TO C-FIND-CONDO.
           PERFORM 9200-FIND-CONDO.
           IF SUB-CONDO <= 20
               MOVE IV-INV-MM TO SUB-MONTH
               ADD IV-CONDO-FEE TO YM-GROSS-RENT(SUB-CONDO, SUB-MONTH)
               ADD IV-TOTAL TO YM-NET(SUB-CONDO, SUB-MONTH)
               ADD IV-LODGE-TAX TO YM-LODGE-TAX(SUB-CONDO, SUB-MONTH).

      *  OPENS THE OPTIONAL WORK-ORDER FILE AND ROLLS THE TAX YEAR'S *
      *  COMPLETED ORDERS INTO THEIR CONDO'S MONTH                   *
       1200-LOAD-WORK-ORDERS.
           MOVE 'NO' TO WORK-EOF.
           OPEN INPUT WORK-ORDER-FILE.
           IF C-WORK-STATUS = '00'
               PERFORM 1210-READ-WORK-ORDER
                   UNTIL WORK-EOF = 'YES'
               CLOSE WORK-ORDER-FILE
           ELSE
               CLOSE WORK-ORDER-FILE
               MOVE 'YES' TO WORK-EOF.

       1210-READ-WORK-ORDER.
           READ WORK-ORDER-FILE
               AT END
                   MOVE 'YES' TO WORK-EOF
               NOT AT END
                   IF WO-STATUS = 'C'
                     AND WO-WORK-YY = C-TAX-YEAR
                     AND WO-WORK-MM >= 1 AND WO-WORK-MM <= 12
                       ADD 1 TO C-GT-WO-CTR
                       PERFORM 1220-ACCUMULATE-WORK-ORDER
                   END-IF.

       1220-ACCUMULATE-WORK-ORDER.
           MOVE WO-CONDO TO C-FIND-CONDO.
           PERFORM 9200-FIND-CONDO.
           IF SUB-CONDO <= 20
               MOVE WO-WORK-MM TO SUB-MONTH
               ADD WO-COST TO YM-MAINT-EXP(SUB-CONDO, SUB-MONTH).

      *  ADDS UP ONE OWNER'S YEAR, PRINTS IT, AND WRITES THE OWNER'S *
      *  1099 WHEN THE RENTS REACH THE FILING MINIMUM                *
       2000-MAINLINE.
           ADD 1 TO C-GT-OWNER-CTR.
           MOVE 0 TO C-YR-GROSS-RENT.
           MOVE 0 TO C-YR-RENTS.
           MOVE 0 TO C-YR-MGMT-FEE.
           MOVE 0 TO C-YR-MAINT.
           MOVE 0 TO C-YR-NET-PAID.

           PERFORM
               VARYING SUB-CONDO FROM 1 BY 1
                   UNTIL SUB-CONDO > C-CONDO-CTR
                       OR OW-CONDO = YC-CONDO(SUB-CONDO).
           IF SUB-CONDO <= C-CONDO-CTR
               PERFORM 2100-ADD-MONTH
                   VARYING SUB-MONTH FROM 1 BY 1
                       UNTIL SUB-MONTH > 12.

           PERFORM 2200-PRINT-OWNER.
           PERFORM 9000-READ.

      *  ONE STATEMENT MONTH - THE LODGING TAX COMES OFF BEFORE THE  *
      *  FEE IS FIGURED AND THE REPAIRS COME OFF AFTER, EXACTLY AS   *
      *  THE REMITTANCE STATEMENT DID IT                             *
       2100-ADD-MONTH.
           COMPUTE C-NET-COLLECTED = YM-NET(SUB-CONDO, SUB-MONTH)
               - YM-LODGE-TAX(SUB-CONDO, SUB-MONTH).
           COMPUTE C-MGMT-FEE ROUNDED = C-NET-COLLECTED * OW-FEE-PCT.
           COMPUTE C-AMOUNT-DUE = C-NET-COLLECTED - C-MGMT-FEE
               - YM-MAINT-EXP(SUB-CONDO, SUB-MONTH).

           ADD YM-GROSS-RENT(SUB-CONDO, SUB-MONTH) TO C-YR-GROSS-RENT.
           ADD C-NET-COLLECTED TO C-YR-RENTS.
           ADD C-MGMT-FEE TO C-YR-MGMT-FEE.
           ADD YM-MAINT-EXP(SUB-CONDO, SUB-MONTH) TO C-YR-MAINT.
           ADD C-AMOUNT-DUE TO C-YR-NET-PAID.

      *  AN OWNER WITH NO TAX ID ON THE MASTER CANNOT BE FILED - THE *
      *  LINE IS FLAGGED AND THE RUN ENDS RC 8 SO THE ID IS KEYED    *
      *  AND THE YEAR RERUN BEFORE THE EXTRACT GOES OUT              *
       2200-PRINT-OWNER.
           MOVE OW-CONDO TO O-CONDO.
           MOVE OW-NAME TO O-NAME.
           MOVE OW-TAX-ID TO O-TAX-ID.
           MOVE C-YR-GROSS-RENT TO O-GROSS-RENT.
           MOVE C-YR-RENTS TO O-RENTS.
           MOVE C-YR-MGMT-FEE TO O-MGMT-FEE.
           MOVE C-YR-MAINT TO O-MAINT.
           MOVE C-YR-NET-PAID TO O-NET-PAID.

           IF C-YR-RENTS < C-1099-MIN
               MOVE 'UNDER MINIMUM' TO O-FLAG
           ELSE
               IF OW-TAX-ID = SPACES OR OW-TAX-ID = ZEROS
                   MOVE 'NO TAX ID' TO O-FLAG
                   ADD 1 TO C-GT-NO-ID-CTR
                   MOVE 8 TO RETURN-CODE
                   DISPLAY '*** COBLSC45 NO TAX ID FOR OWNER OF CONDO '
                       OW-CONDO ' - 1099 NOT WRITTEN ***'
               ELSE
                   MOVE '1099 WRITTEN' TO O-FLAG
                   PERFORM 2300-WRITE-1099.

           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

           ADD C-YR-GROSS-RENT TO C-GT-GROSS-RENT.
           ADD C-YR-RENTS TO C-GT-RENTS.
           ADD C-YR-MGMT-FEE TO C-GT-MGMT-FEE.
           ADD C-YR-MAINT TO C-GT-MAINT.
           ADD C-YR-NET-PAID TO C-GT-NET-PAID.

       2300-WRITE-1099.
           MOVE C-TAX-YEAR TO TX-TAX-YEAR.
           MOVE OW-TAX-ID TO TX-TAX-ID.
           MOVE OW-NAME TO TX-NAME.
           MOVE OW-ADDRESS TO TX-ADDRESS.
           MOVE OW-CITY TO TX-CITY.
           MOVE OW-STATE TO TX-STATE.
           MOVE OW-ZIP TO TX-ZIP.
           MOVE C-YR-RENTS TO TX-RENTS.
           WRITE TX-REC.
           ADD 1 TO C-GT-1099-CTR.
           ADD C-YR-RENTS TO C-GT-REPORTED.

       3000-CLOSING.
           MOVE C-GT-GROSS-RENT TO O-GT-GROSS-RENT.
           MOVE C-GT-RENTS TO O-GT-RENTS.
           MOVE C-GT-MGMT-FEE TO O-GT-MGMT-FEE.
           MOVE C-GT-MAINT TO O-GT-MAINT.
           MOVE C-GT-NET-PAID TO O-GT-NET-PAID.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-GT-OWNER-CTR TO O-GT-OWNER-CTR.
           MOVE C-GT-1099-CTR TO O-GT-1099-CTR.
           MOVE C-GT-REPORTED TO O-GT-REPORTED.
           MOVE C-GT-NO-ID-CTR TO O-GT-NO-ID-CTR.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 9500-WRITE-RUN-LOG.

           CLOSE OWNER-MASTER.
           CLOSE FILING-EXTRACT.
           CLOSE PRTOUT.

       9000-READ.
           READ OWNER-MASTER
               AT END
                   MOVE 'NO' TO MORE-RECS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE FROM COMPANY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM DIVISION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM YEAR-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

      *  FINDS OR ADDS THE SLOT FOR C-FIND-CONDO - A 21ST CONDO      *
      *  LEAVES SUB-CONDO PAST 20 AND IS SKIPPED                     *
       9200-FIND-CONDO.
           PERFORM
               VARYING SUB-CONDO FROM 1 BY 1
                   UNTIL SUB-CONDO > C-CONDO-CTR
                       OR YC-CONDO(SUB-CONDO) = C-FIND-CONDO.
           IF SUB-CONDO > C-CONDO-CTR
               IF C-CONDO-CTR < 20
                   ADD 1 TO C-CONDO-CTR
                   MOVE C-CONDO-CTR TO SUB-CONDO
                   MOVE C-FIND-CONDO TO YC-CONDO(SUB-CONDO)
               ELSE
                   MOVE 21 TO SUB-CONDO.

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -      *
      * RECORDS IN IS THE TAX YEAR'S INVOICES READ, RECORDS OUT IS    *
      * THE 1099S WRITTEN, AND REJECTED IS THE OWNERS WITH NO TAX ID  *
       9500-WRITE-RUN-LOG.
           MOVE 'COBLSC45' TO RL-PROGRAM.
           MOVE M-RUN-MM TO RL-RUN-MM.
           MOVE M-RUN-DD TO RL-RUN-DD.
           MOVE M-RUN-YY TO RL-RUN-YYYY.
           MOVE I-TIME(1:2) TO RL-RUN-HH.
           MOVE I-TIME(3:2) TO RL-RUN-MI.
           MOVE I-TIME(5:2) TO RL-RUN-SS.
           MOVE C-GT-INV-CTR TO RL-RECS-IN.
           MOVE C-GT-1099-CTR TO RL-RECS-OUT.
           MOVE C-GT-NO-ID-CTR TO RL-RECS-REJ.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC44.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      **********************************************************
      *  MONTH-END DEPOSIT LIABILITY REPORT FOR THE OZARK      *
      *  CONDOS - LISTS EVERY RESERVATION DEPOSIT ON THE       *
      *  DEPOSIT LEDGER THAT WE ARE STILL HOLDING, EITHER FOR  *
      *  A STAY THAT HAS NOT HAPPENED YET OR FOR ONE THAT HAS  *
      *  CONVERTED BUT NOT YET BEEN INVOICED, WITH THE TOTAL   *
      *  LIABILITY, AND SUMMARIZES THE DEPOSITS TAKEN,         *
      *  CREDITED, REFUNDED AND FORFEITED DURING THE MONTH     *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  THE RESERVATION DEPOSIT LEDGER KEPT BY THE RESERVATION RUN  *
      *  AND UPDATED BY THE BILLING RUN - A MISSING FILE MEANS NO    *
      *  DEPOSIT HAS EVER BEEN TAKEN AND THE REPORT PRINTS EMPTY     *
           SELECT OPTIONAL DEPOSIT-LEDGER
               ASSIGN TO 'C:\IHCC\COBOL\CBLDEPLG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-DEPL-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC44\DEPLIAB.PRT'
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

      *  ONE RESERVATION DEPOSIT - 'H' HELD FOR A FUTURE STAY, 'A'   *
      *  APPLIED TO THE CONVERTED STAY AND AWAITING ITS INVOICE, 'I' *
      *  CREDITED ON THE GUEST'S INVOICE, 'R' REFUNDED OR 'F'        *
      *  FORFEITED ON A CANCELLATION                                 *
       FD  DEPOSIT-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS DL-REC
           RECORD CONTAINS 68 CHARACTERS.

       01  DL-REC.
           05  DL-CONDO                 PIC XX.
           05  DL-GUEST                 PIC X(20).
           05  DL-CHECKIN-DATE          PIC 9(8).
           05  DL-CHECKOUT-DATE         PIC 9(8).
           05  DL-AMOUNT                PIC 9(5)V99.
           05  DL-TAKEN-DATE            PIC 9(8).
           05  DL-TAKEN-DATE-R REDEFINES DL-TAKEN-DATE.
               10  DL-TAKEN-YYMM        PIC 9(6).
               10  FILLER               PIC 99.
           05  DL-STATUS                PIC X.
               88  DEPOSIT-HELD        VALUE 'H'.
               88  DEPOSIT-APPLIED     VALUE 'A'.
               88  DEPOSIT-INVOICED    VALUE 'I'.
               88  DEPOSIT-REFUNDED    VALUE 'R'.
               88  DEPOSIT-FORFEITED   VALUE 'F'.
           05  DL-STATUS-DATE           PIC 9(8).
           05  DL-STATUS-DATE-R REDEFINES DL-STATUS-DATE.
               10  DL-STATUS-YYMM       PIC 9(6).
               10  FILLER               PIC 99.
           05  DL-GUEST-NO              PIC 9(6).

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
           05  C-DEPL-STATUS   PIC XX      VALUE '00'.
           05  DEPL-EOF        PIC XXX     VALUE 'NO'.
           05  C-REPORT-YYMM   PIC 9(6)    VALUE 0.
           05  C-GT-READ-CTR   PIC 9(5)    VALUE 0.
           05  C-GT-HELD-CTR   PIC 9(5)    VALUE 0.
           05  C-GT-HELD       PIC 9(7)V99 VALUE 0.
           05  C-GT-FUTURE     PIC 9(7)V99 VALUE 0.
           05  C-GT-AWAITING   PIC 9(7)V99 VALUE 0.
      *  THE MONTH'S DEPOSIT ACTIVITY, BY WHAT HAPPENED TO THE MONEY *
           05  C-MO-TAKEN-CTR  PIC 9(5)    VALUE 0.
           05  C-MO-TAKEN      PIC 9(7)V99 VALUE 0.
           05  C-MO-CREDIT-CTR PIC 9(5)    VALUE 0.
           05  C-MO-CREDIT     PIC 9(7)V99 VALUE 0.
           05  C-MO-REFUND-CTR PIC 9(5)    VALUE 0.
           05  C-MO-REFUND     PIC 9(7)V99 VALUE 0.
           05  C-MO-FORFEIT-CTR PIC 9(5)   VALUE 0.
           05  C-MO-FORFEIT    PIC 9(7)V99 VALUE 0.

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
           05  FILLER          PIC X(8)    VALUE 'COBLSC44'.
           05  FILLER          PIC X(45)   VALUE ' '.
           05  FILLER          PIC X(24)   VALUE
                                      'DEPOSIT LIABILITY REPORT'.
           05  FILLER          PIC X(55)   VALUE ' '.

       01  MONTH-TITLE-LINE.
           05  FILLER          PIC X(53)   VALUE ' '.
           05  FILLER          PIC X(19)   VALUE 'FOR THE MONTH OF '.
           05  O-TITLE-MM      PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-TITLE-YY      PIC 9(4).
           05  FILLER          PIC X(53)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  COLUMN-HEADINGS.
           05  FILLER          PIC X(5)    VALUE 'CONDO'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE 'GUEST'.
           05  FILLER          PIC X(17)   VALUE ' '.
           05  FILLER          PIC X(8)    VALUE 'CHECK-IN'.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(9)    VALUE 'CHECK-OUT'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'DATE TAKEN'.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'STATUS'.
           05  FILLER          PIC X(18)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'AMOUNT'.
           05  FILLER          PIC X(34)   VALUE ' '.

      *  ONE DEPOSIT STILL HELD  *
       01  DETAIL-LINE.
           05  FILLER          PIC X       VALUE ' '.
           05  O-CONDO         PIC XX.
           05  FILLER          PIC X(5)    VALUE ' '.
           05  O-GUEST         PIC X(20).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-CHECKIN       PIC 9(8).
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-CHECKOUT      PIC 9(8).
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-TAKEN         PIC 9(8).
           05  FILLER          PIC X(6)    VALUE ' '.
           05  O-STATUS        PIC X(16).
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-AMOUNT        PIC $$$,$$9.99.
           05  FILLER          PIC X(34)   VALUE ' '.

       01  HELD-TOTAL-LINE.
           05  FILLER          PIC X(16)   VALUE 'DEPOSITS HELD: '.
           05  O-GT-HELD-CTR   PIC Z,ZZ9.
           05  FILLER          PIC X(23)   VALUE ' '.
           05  FILLER          PIC X(27)   VALUE
                                  'TOTAL DEPOSIT LIABILITY: '.
           05  O-GT-HELD       PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(48)   VALUE ' '.

       01  HELD-SPLIT-LINE.
           05  FILLER          PIC X(44)   VALUE ' '.
           05  FILLER          PIC X(27)   VALUE
                                  'FOR FUTURE STAYS:'.
           05  O-GT-FUTURE     PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(48)   VALUE ' '.

       01  AWAITING-SPLIT-LINE.
           05  FILLER          PIC X(44)   VALUE ' '.
           05  FILLER          PIC X(27)   VALUE
                                  'STAYED, AWAITING INVOICE:'.
           05  O-GT-AWAITING   PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(48)   VALUE ' '.

       01  ACTIVITY-TITLE-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(35)   VALUE
                           'DEPOSIT ACTIVITY FOR THE MONTH'.
           05  FILLER          PIC X(93)   VALUE ' '.

      *  ONE LINE PER KIND OF MOVEMENT DURING THE MONTH  *
       01  ACTIVITY-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-ACT-LABEL     PIC X(30).
           05  O-ACT-CTR       PIC Z,ZZ9.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-ACT-AMOUNT    PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(76)   VALUE ' '.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL DEPL-EOF = 'YES'.
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
           MOVE I-MM TO O-TITLE-MM.
           MOVE I-YY TO O-TITLE-YY.
           COMPUTE C-REPORT-YYMM = I-YY * 100 + I-MM.

           PERFORM 9100-HEADINGS.

           OPEN INPUT DEPOSIT-LEDGER.
           IF C-DEPL-STATUS = '00'
               PERFORM 9000-READ
           ELSE
               MOVE 'YES' TO DEPL-EOF.

       2000-MAINLINE.
           ADD 1 TO C-GT-READ-CTR.
           IF DEPOSIT-HELD OR DEPOSIT-APPLIED
               PERFORM 2100-PRINT-HELD.
           PERFORM 2200-ACCUM-ACTIVITY.
           PERFORM 9000-READ.

      *  A DEPOSIT IS STILL A LIABILITY UNTIL IT IS CREDITED ON AN   *
      *  INVOICE, REFUNDED, OR FORFEITED                             *
       2100-PRINT-HELD.
           MOVE DL-CONDO TO O-CONDO.
           MOVE DL-GUEST TO O-GUEST.
           MOVE DL-CHECKIN-DATE TO O-CHECKIN.
           MOVE DL-CHECKOUT-DATE TO O-CHECKOUT.
           MOVE DL-TAKEN-DATE TO O-TAKEN.
           MOVE DL-AMOUNT TO O-AMOUNT.
           IF DEPOSIT-HELD
               MOVE 'HELD' TO O-STATUS
               ADD DL-AMOUNT TO C-GT-FUTURE
           ELSE
               MOVE 'AWAITING INVOICE' TO O-STATUS
               ADD DL-AMOUNT TO C-GT-AWAITING.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.
           ADD 1 TO C-GT-HELD-CTR.
           ADD DL-AMOUNT TO C-GT-HELD.

      *  A DEPOSIT TAKEN THIS MONTH COUNTS AS TAKEN WHATEVER HAS     *
      *  HAPPENED TO IT SINCE - ITS CREDIT, REFUND OR FORFEIT        *
      *  COUNTS IN THE MONTH ITS STATUS LAST CHANGED                 *
       2200-ACCUM-ACTIVITY.
           IF DL-TAKEN-YYMM = C-REPORT-YYMM
               ADD 1 TO C-MO-TAKEN-CTR
               ADD DL-AMOUNT TO C-MO-TAKEN.
           IF DL-STATUS-YYMM = C-REPORT-YYMM
               EVALUATE TRUE
                   WHEN DEPOSIT-INVOICED
                       ADD 1 TO C-MO-CREDIT-CTR
                       ADD DL-AMOUNT TO C-MO-CREDIT
                   WHEN DEPOSIT-REFUNDED
                       ADD 1 TO C-MO-REFUND-CTR
                       ADD DL-AMOUNT TO C-MO-REFUND
                   WHEN DEPOSIT-FORFEITED
                       ADD 1 TO C-MO-FORFEIT-CTR
                       ADD DL-AMOUNT TO C-MO-FORFEIT
               END-EVALUATE.

       3000-CLOSING.
           MOVE C-GT-HELD-CTR TO O-GT-HELD-CTR.
           MOVE C-GT-HELD TO O-GT-HELD.
           WRITE PRTLINE FROM HELD-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE C-GT-FUTURE TO O-GT-FUTURE.
           WRITE PRTLINE FROM HELD-SPLIT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-GT-AWAITING TO O-GT-AWAITING.
           WRITE PRTLINE FROM AWAITING-SPLIT-LINE
               AFTER ADVANCING 1 LINE.

           WRITE PRTLINE FROM ACTIVITY-TITLE-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'DEPOSITS TAKEN' TO O-ACT-LABEL.
           MOVE C-MO-TAKEN-CTR TO O-ACT-CTR.
           MOVE C-MO-TAKEN TO O-ACT-AMOUNT.
           WRITE PRTLINE FROM ACTIVITY-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'CREDITED ON GUEST INVOICES' TO O-ACT-LABEL.
           MOVE C-MO-CREDIT-CTR TO O-ACT-CTR.
           MOVE C-MO-CREDIT TO O-ACT-AMOUNT.
           WRITE PRTLINE FROM ACTIVITY-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REFUNDED ON CANCELLATION' TO O-ACT-LABEL.
           MOVE C-MO-REFUND-CTR TO O-ACT-CTR.
           MOVE C-MO-REFUND TO O-ACT-AMOUNT.
           WRITE PRTLINE FROM ACTIVITY-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'FORFEITED ON CANCELLATION' TO O-ACT-LABEL.
           MOVE C-MO-FORFEIT-CTR TO O-ACT-CTR.
           MOVE C-MO-FORFEIT TO O-ACT-AMOUNT.
           WRITE PRTLINE FROM ACTIVITY-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 9500-WRITE-RUN-LOG.

           IF C-DEPL-STATUS = '00'
               CLOSE DEPOSIT-LEDGER.
           CLOSE PRTOUT.

       9000-READ.
           READ DEPOSIT-LEDGER
               AT END
                   MOVE 'YES' TO DEPL-EOF.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE FROM COMPANY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM DIVISION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM MONTH-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -      *
      * RECORDS IN IS THE LEDGER ENTRIES READ, RECORDS OUT IS THE     *
      * DEPOSITS STILL HELD, AND NOTHING IS REJECTED                  *
       9500-WRITE-RUN-LOG.
           MOVE 'COBLSC44' TO RL-PROGRAM.
           MOVE M-RUN-MM TO RL-RUN-MM.
           MOVE M-RUN-DD TO RL-RUN-DD.
           MOVE M-RUN-YY TO RL-RUN-YYYY.
           MOVE I-TIME(1:2) TO RL-RUN-HH.
           MOVE I-TIME(3:2) TO RL-RUN-MI.
           MOVE I-TIME(5:2) TO RL-RUN-SS.
           MOVE C-GT-READ-CTR TO RL-RECS-IN.
           MOVE C-GT-HELD-CTR TO RL-RECS-OUT.
           MOVE 0 TO RL-RECS-REJ.
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

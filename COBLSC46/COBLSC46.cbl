       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC46.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      **********************************************************
      *  MONTHLY BOOKING-SOURCE RUN FOR THE CONDOS - FROM THE  *
      *  STATEMENT MONTH'S INVOICE EXTRACT, LISTS THE STAYS    *
      *  EACH TRAVEL AGENT OR LISTING SERVICE BOOKED AND THE   *
      *  COMMISSION OWED IT AT THE RATE ON THE AGENT MASTER,   *
      *  THEN SHOWS THE STAYS, NIGHTS, REVENUE AND COMMISSION  *
      *  FOR EVERY CHANNEL SIDE BY SIDE WITH DIRECT BOOKINGS,  *
      *  SO MANAGEMENT CAN SEE WHICH CHANNELS EARN THEIR KEEP  *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  THE AGENT MASTER - ONE ENTRY PER TRAVEL AGENT OR LISTING    *
      *  SERVICE, WITH WHERE ITS CHECK GOES AND ITS COMMISSION RATE  *
           SELECT OPTIONAL AGENT-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLAGENT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-AGNT-STATUS.

      *  EVERY STAY THE BILLING RUN HAS EVER INVOICED - ONLY THE     *
      *  STATEMENT MONTH'S RECORDS COUNT                             *
           SELECT OPTIONAL INVOICE-EXTRACT
               ASSIGN TO 'C:\IHCC\COBOL\CBLINVC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-INVC-STATUS.

      *  COMMISSION PAYABLE AND SOURCE-MIX REPORT  *
           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC46\AGNTCOMM.PRT'
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

      *  ONE BOOKING SOURCE - ITS CODE, WHO IT IS AND WHERE THE      *
      *  COMMISSION CHECK GOES, AND THE SHARE OF THE CONDO FEE IT IS *
      *  OWED ON EVERY STAY IT BOOKS                                 *
       FD  AGENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS AG-REC
           RECORD CONTAINS 79 CHARACTERS.

       01  AG-REC.
           05  AG-SOURCE                PIC X(4).
           05  AG-NAME                  PIC X(25).
           05  AG-ADDRESS               PIC X(20).
           05  AG-CITY                  PIC X(15).
           05  AG-STATE                 PIC XX.
           05  AG-ZIP                   PIC 9(9).
           05  AG-COMM-PCT              PIC 9V999.

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
               88  IV-CANCEL           VALUE 'C'.
      * THE LODGING TAX INSIDE IV-TOTAL - IT BELONGS TO THE STATE,  *
      * SO IT IS NOT COUNTED AS REVENUE FOR ANY CHANNEL             *
           05  IV-LODGE-TAX             PIC S9(5)V99.
      * THE AGENT MASTER CODE THE STAY WAS BOOKED THROUGH (SPACES  *
      * FOR A DIRECT BOOKING) AND THE NIGHTS BILLED                 *
           05  IV-SOURCE                PIC X(4).
           05  IV-NIGHTS                PIC 9(4).
           05  FILLER                   PIC X(6).

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
           05  C-AGNT-STATUS   PIC XX      VALUE '00'.
           05  C-INVC-STATUS   PIC XX      VALUE '00'.
           05  INVC-EOF        PIC XXX     VALUE 'NO'.
      *  'C' WHILE THE COMMISSION SECTION PRINTS, 'M' FOR THE SOURCE *
      *  MIX - TELLS 9100-HEADINGS WHICH COLUMN HEADINGS TO REPEAT   *
           05  C-SECTION       PIC X       VALUE 'C'.
           05  C-STAY-CTR      PIC 999     VALUE 0.
           05  SUB-STAY        PIC 999     VALUE 0.
           05  C-MIX-CTR       PIC 99      VALUE 0.
           05  SUB-MIX         PIC 99      VALUE 0.
           05  C-FIND-SOURCE   PIC X(4)    VALUE ' '.
      *  'YES' ONCE THE CURRENT AGENT'S NAME LINE HAS PRINTED  *
           05  C-AGENT-HDR-SW  PIC XXX     VALUE 'NO'.
           05  C-RATE-PCT      PIC 999V9   VALUE 0.
      *  ONE STAY'S COMMISSION FIGURES - A CANCELLATION TAKES BACK   *
      *  THE COMMISSION THE ORIGINAL BOOKING EARNED                  *
           05  C-COMM-BASE     PIC S9(6)V99 VALUE 0.
           05  C-COMMISSION    PIC S9(6)V99 VALUE 0.
           05  C-STAY-NIGHTS   PIC S9(4)   VALUE 0.
           05  C-AG-STAY-CTR   PIC S9(4)   VALUE 0.
           05  C-AG-BASE       PIC S9(7)V99 VALUE 0.
           05  C-AG-COMM       PIC S9(7)V99 VALUE 0.
           05  C-GT-INV-CTR    PIC 9(5)    VALUE 0.
           05  C-GT-DROP-CTR   PIC 9(5)    VALUE 0.
           05  C-GT-AGENT-CTR  PIC 999     VALUE 0.
           05  C-GT-COMM-STAYS PIC S9(5)   VALUE 0.
           05  C-GT-BASE       PIC S9(8)V99 VALUE 0.
           05  C-GT-COMM       PIC S9(8)V99 VALUE 0.
           05  C-MX-NET        PIC S9(8)V99 VALUE 0.
           05  C-MX-PCT        PIC S999V9  VALUE 0.
           05  C-GT-MX-STAYS   PIC S9(5)   VALUE 0.
           05  C-GT-MX-NIGHTS  PIC S9(6)   VALUE 0.
           05  C-GT-MX-REVENUE PIC S9(8)V99 VALUE 0.
           05  C-GT-MX-COMM    PIC S9(8)V99 VALUE 0.

      *  EVERY STAY INVOICED IN THE STATEMENT MONTH - CAPPED AT 500  *
       01  STAY-TABLE.
           05  STAY-ENTRY              OCCURS 500 TIMES.
               10  ST-SOURCE           PIC X(4).
               10  ST-GUEST            PIC X(20).
               10  ST-CONDO            PIC XX.
               10  ST-INV-YY           PIC 9(4).
               10  ST-INV-MM           PIC 99.
               10  ST-INV-DD           PIC 99.
               10  ST-CONDO-FEE        PIC 9(6)V99.
               10  ST-TRANS-TYPE       PIC X.
               10  ST-NIGHTS           PIC 9(4).

      *  ONE ENTRY PER BOOKING CHANNEL - SLOT 1 IS DIRECT BOOKINGS,  *
      *  THE REST ARE EVERY SOURCE SEEN ON THE MONTH'S INVOICES OR   *
      *  ON THE AGENT MASTER - CAPPED AT 51                          *
       01  MIX-TABLE.
           05  MIX-ENTRY               OCCURS 51 TIMES.
               10  MX-SOURCE           PIC X(4).
               10  MX-NAME             PIC X(25).
               10  MX-STAYS            PIC S9(5).
               10  MX-NIGHTS           PIC S9(6).
               10  MX-REVENUE          PIC S9(8)V99.
               10  MX-COMM             PIC S9(7)V99.

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
           05  FILLER          PIC X(8)    VALUE 'COBLSC46'.
           05  FILLER          PIC X(41)   VALUE ' '.
           05  FILLER          PIC X(32)   VALUE
                                  'AGENT COMMISSIONS AND SOURCE MIX'.
           05  FILLER          PIC X(51)   VALUE ' '.

       01  MONTH-TITLE-LINE.
           05  FILLER          PIC X(56)   VALUE ' '.
           05  FILLER          PIC X(17)   VALUE 'FOR THE MONTH OF '.
           05  O-TITLE-MM      PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-TITLE-YY      PIC 9(4).
           05  FILLER          PIC X(52)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  COMM-SECTION-LINE.
           05  FILLER          PIC X(54)   VALUE ' '.
           05  FILLER          PIC X(24)   VALUE
                                  'AGENT COMMISSION PAYABLE'.
           05  FILLER          PIC X(54)   VALUE ' '.

       01  COMM-COLUMN-HEADINGS.
           05  FILLER          PIC X(7)    VALUE ' '.
           05  FILLER          PIC X(22)   VALUE 'GUEST'.
           05  FILLER          PIC X(7)    VALUE 'CONDO'.
           05  FILLER          PIC X(12)   VALUE 'INVOICED'.
           05  FILLER          PIC X(10)   VALUE 'TYPE'.
           05  FILLER          PIC X(8)    VALUE 'NIGHTS'.
           05  FILLER          PIC X(14)   VALUE '   CONDO FEE'.
           05  FILLER          PIC X(14)   VALUE '  COMMISSION'.
           05  FILLER          PIC X(38)   VALUE ' '.

      *  STARTS EACH AGENT'S GROUP - WHO IS BEING PAID AND AT WHAT   *
      *  RATE                                                        *
       01  AGENT-HEADER-LINE.
           05  FILLER          PIC X(6)    VALUE 'AGENT '.
           05  O-AGH-SOURCE    PIC X(4).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AGH-NAME      PIC X(25).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(16)   VALUE 'COMMISSION RATE '.
           05  O-AGH-RATE      PIC ZZ9.9.
           05  FILLER          PIC X       VALUE '%'.
           05  FILLER          PIC X(70)   VALUE ' '.

      *  ONE STAY THE AGENT BOOKED - THE COMMISSION IS FIGURED ON    *
      *  THE CONDO FEE ALONE, NOT CLEANING, DOCK SLIP OR TAX         *
       01  COMM-DETAIL-LINE.
           05  FILLER          PIC X(7)    VALUE ' '.
           05  O-CD-GUEST      PIC X(20).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-CD-CONDO      PIC XX.
           05  FILLER          PIC X(5)    VALUE ' '.
           05  O-CD-MM         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-CD-DD         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-CD-YY         PIC 9(4).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-CD-TYPE       PIC X(8).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-CD-NIGHTS     PIC ZZZ9-.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-CD-FEE        PIC $$$$,$$9.99-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-CD-COMM       PIC $$$$,$$9.99-.
           05  FILLER          PIC X(40)   VALUE ' '.

       01  AGENT-TOTAL-LINE.
           05  FILLER          PIC X(7)    VALUE ' '.
           05  FILLER          PIC X(21)   VALUE
                                  'AGENT TOTAL - STAYS: '.
           05  O-AT-STAYS      PIC ZZZ9-.
           05  FILLER          PIC X(33)   VALUE ' '.
           05  O-AT-FEE        PIC $$$$,$$9.99-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AT-COMM       PIC $$$$,$$9.99-.
           05  FILLER          PIC X(40)   VALUE ' '.

       01  COMM-GRAND-LINE.
           05  FILLER          PIC X(7)    VALUE ' '.
           05  FILLER          PIC X(59)   VALUE
                                  'ALL AGENTS - COMMISSION PAYABLE'.
           05  O-GT-BASE       PIC $$$$,$$9.99-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-GT-COMM       PIC $$$$,$$9.99-.
           05  FILLER          PIC X(40)   VALUE ' '.

       01  COMM-COUNT-LINE.
           05  FILLER          PIC X(7)    VALUE ' '.
           05  FILLER          PIC X(13)   VALUE 'AGENTS PAID: '.
           05  O-GT-AGENT-CTR  PIC ZZ9.
           05  FILLER          PIC X(23)   VALUE
                                  '   COMMISSIONED STAYS: '.
           05  O-GT-COMM-STAYS PIC ZZZZ9-.
           05  FILLER          PIC X(80)   VALUE ' '.

       01  MIX-SECTION-LINE.
           05  FILLER          PIC X(55)   VALUE ' '.
           05  FILLER          PIC X(21)   VALUE
                                  'SOURCE MIX BY CHANNEL'.
           05  FILLER          PIC X(56)   VALUE ' '.

       01  MIX-COLUMN-HEADINGS.
           05  FILLER          PIC X(7)    VALUE ' '.
           05  FILLER          PIC X(8)    VALUE 'SOURCE'.
           05  FILLER          PIC X(27)   VALUE 'CHANNEL'.
           05  FILLER          PIC X(9)    VALUE '  STAYS'.
           05  FILLER          PIC X(9)    VALUE '  NIGHTS'.
           05  FILLER          PIC X(16)   VALUE '       REVENUE'.
           05  FILLER          PIC X(16)   VALUE '  COMMISSION'.
           05  FILLER          PIC X(16)   VALUE 'NET AFTER COMM'.
           05  FILLER          PIC X(9)    VALUE 'PCT REV'.
           05  FILLER          PIC X(15)   VALUE ' '.

      *  ONE CHANNEL'S MONTH - REVENUE IS WHAT THE STAYS BILLED      *
      *  AFTER DEALS AND REFUNDS, LESS THE STATE'S LODGING TAX, AND  *
      *  A CANCELLATION TAKES ITS STAY AND NIGHTS BACK OUT           *
       01  MIX-DETAIL-LINE.
           05  FILLER          PIC X(7)    VALUE ' '.
           05  O-MX-SOURCE     PIC X(4).
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-MX-NAME       PIC X(25).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-MX-STAYS      PIC ZZ,ZZ9-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-MX-NIGHTS     PIC ZZZ,ZZ9-.
           05  FILLER          PIC X       VALUE ' '.
           05  O-MX-REVENUE    PIC $$,$$$,$$9.99-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-MX-COMM       PIC $$$$,$$9.99-.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-MX-NET        PIC $$,$$$,$$9.99-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-MX-PCT        PIC ZZ9.9-.
           05  FILLER          PIC X(18)   VALUE ' '.

       01  MIX-TOTAL-LINE.
           05  FILLER          PIC X(7)    VALUE ' '.
           05  FILLER          PIC X(35)   VALUE 'ALL CHANNELS'.
           05  O-GT-MX-STAYS   PIC ZZ,ZZ9-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-GT-MX-NIGHTS  PIC ZZZ,ZZ9-.
           05  FILLER          PIC X       VALUE ' '.
           05  O-GT-MX-REVENUE PIC $$,$$$,$$9.99-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-GT-MX-COMM    PIC $$$$,$$9.99-.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-GT-MX-NET     PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X(26)   VALUE ' '.

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
           MOVE I-MM TO O-TITLE-MM.
           MOVE I-YY TO O-TITLE-YY.

      *  DIRECT BOOKINGS CARRY NO SOURCE CODE AND ALWAYS HOLD THE    *
      *  FIRST CHANNEL SLOT                                          *
           MOVE 1 TO C-MIX-CTR.
           MOVE SPACES TO MX-SOURCE(1).
           MOVE 'DIRECT BOOKINGS' TO MX-NAME(1).
           MOVE 0 TO MX-STAYS(1).
           MOVE 0 TO MX-NIGHTS(1).
           MOVE 0 TO MX-REVENUE(1).
           MOVE 0 TO MX-COMM(1).

           PERFORM 1100-LOAD-INVOICES.

           MOVE 'C' TO C-SECTION.
           PERFORM 9100-HEADINGS.

           OPEN INPUT AGENT-MASTER.
           IF C-AGNT-STATUS = '00'
               PERFORM 9000-READ
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               MOVE 'NO' TO MORE-RECS.

      *  OPENS THE OPTIONAL INVOICE EXTRACT AND LOADS EVERY STAY     *
      *  INVOICED IN THE STATEMENT MONTH (THE RUN'S OWN YEAR AND     *
      *  MONTH) - A MISSING FILE MEANS NOTHING WAS BILLED            *
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
                   IF IV-INV-YY = I-YY AND IV-INV-MM = I-MM
                       ADD 1 TO C-GT-INV-CTR
                       PERFORM 1120-ACCUMULATE-INVOICE
                   END-IF.

      *  ROLLS THE STAY INTO ITS CHANNEL AND KEEPS IT FOR THE        *
      *  COMMISSION LISTING - A CANCELLATION NEVER HAPPENED, SO IT   *
      *  TAKES ITS STAY AND NIGHTS BACK OUT OF THE CHANNEL           *
       1120-ACCUMULATE-INVOICE.
           MOVE IV-SOURCE TO C-FIND-SOURCE.
           PERFORM 9200-FIND-SOURCE.
           IF SUB-MIX <= 51
               IF IV-CANCEL
                   SUBTRACT 1 FROM MX-STAYS(SUB-MIX)
                   SUBTRACT IV-NIGHTS FROM MX-NIGHTS(SUB-MIX)
               ELSE
                   ADD 1 TO MX-STAYS(SUB-MIX)
                   ADD IV-NIGHTS TO MX-NIGHTS(SUB-MIX)
               END-IF
               COMPUTE MX-REVENUE(SUB-MIX) = MX-REVENUE(SUB-MIX)
                   + IV-TOTAL - IV-LODGE-TAX.

           IF IV-SOURCE NOT = SPACES
               IF C-STAY-CTR < 500
                   ADD 1 TO C-STAY-CTR
                   MOVE IV-SOURCE TO ST-SOURCE(C-STAY-CTR)
                   MOVE IV-GUEST TO ST-GUEST(C-STAY-CTR)
                   MOVE IV-CONDO TO ST-CONDO(C-STAY-CTR)
                   MOVE IV-INV-YY TO ST-INV-YY(C-STAY-CTR)
                   MOVE IV-INV-MM TO ST-INV-MM(C-STAY-CTR)
                   MOVE IV-INV-DD TO ST-INV-DD(C-STAY-CTR)
                   MOVE IV-CONDO-FEE TO ST-CONDO-FEE(C-STAY-CTR)
                   MOVE IV-TRANS-TYPE TO ST-TRANS-TYPE(C-STAY-CTR)
                   MOVE IV-NIGHTS TO ST-NIGHTS(C-STAY-CTR)
               ELSE
                   ADD 1 TO C-GT-DROP-CTR.

      *  ONE AGENT OFF THE MASTER - ITS NAME GOES ON ITS CHANNEL     *
      *  LINE, AND WHEN IT EARNS A COMMISSION EVERY STAY IT BOOKED   *
      *  THIS MONTH IS LISTED WITH WHAT IT IS OWED                   *
       2000-MAINLINE.
           MOVE AG-SOURCE TO C-FIND-SOURCE.
           PERFORM 9200-FIND-SOURCE.
           IF SUB-MIX <= 51
               MOVE AG-NAME TO MX-NAME(SUB-MIX).

           IF AG-COMM-PCT > 0
               PERFORM 2100-AGENT-COMMISSION.

           PERFORM 9000-READ.

       2100-AGENT-COMMISSION.
           MOVE 'NO' TO C-AGENT-HDR-SW.
           MOVE 0 TO C-AG-STAY-CTR.
           MOVE 0 TO C-AG-BASE.
           MOVE 0 TO C-AG-COMM.

           PERFORM 2110-COMMISSION-STAY
               VARYING SUB-STAY FROM 1 BY 1
                   UNTIL SUB-STAY > C-STAY-CTR.

           IF C-AGENT-HDR-SW = 'YES'
               MOVE C-AG-STAY-CTR TO O-AT-STAYS
               MOVE C-AG-BASE TO O-AT-FEE
               MOVE C-AG-COMM TO O-AT-COMM
               WRITE PRTLINE FROM AGENT-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADINGS
               END-WRITE
               WRITE PRTLINE FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO C-GT-AGENT-CTR
               ADD C-AG-STAY-CTR TO C-GT-COMM-STAYS
               ADD C-AG-BASE TO C-GT-BASE
               ADD C-AG-COMM TO C-GT-COMM.

      *  THE COMMISSION IS THE AGENT'S RATE ON THE CONDO FEE - A     *
      *  REFUNDED STAY STILL EARNS IT SINCE THE AGENT DID BOOK THE   *
      *  STAY, BUT A CANCELLATION REVERSES IT                        *
       2110-COMMISSION-STAY.
           IF ST-SOURCE(SUB-STAY) = AG-SOURCE
               IF C-AGENT-HDR-SW = 'NO'
                   PERFORM 2120-AGENT-HEADER
               END-IF
               IF ST-TRANS-TYPE(SUB-STAY) = 'C'
                   COMPUTE C-COMM-BASE = 0 - ST-CONDO-FEE(SUB-STAY)
                   COMPUTE C-STAY-NIGHTS = 0 - ST-NIGHTS(SUB-STAY)
                   MOVE 'CANCEL' TO O-CD-TYPE
                   SUBTRACT 1 FROM C-AG-STAY-CTR
               ELSE
                   MOVE ST-CONDO-FEE(SUB-STAY) TO C-COMM-BASE
                   MOVE ST-NIGHTS(SUB-STAY) TO C-STAY-NIGHTS
                   IF ST-TRANS-TYPE(SUB-STAY) = 'R'
                       MOVE 'REFUND' TO O-CD-TYPE
                   ELSE
                       MOVE 'STAY' TO O-CD-TYPE
                   END-IF
                   ADD 1 TO C-AG-STAY-CTR
               END-IF
               COMPUTE C-COMMISSION ROUNDED = C-COMM-BASE * AG-COMM-PCT
               MOVE ST-GUEST(SUB-STAY) TO O-CD-GUEST
               MOVE ST-CONDO(SUB-STAY) TO O-CD-CONDO
               MOVE ST-INV-MM(SUB-STAY) TO O-CD-MM
               MOVE ST-INV-DD(SUB-STAY) TO O-CD-DD
               MOVE ST-INV-YY(SUB-STAY) TO O-CD-YY
               MOVE C-STAY-NIGHTS TO O-CD-NIGHTS
               MOVE C-COMM-BASE TO O-CD-FEE
               MOVE C-COMMISSION TO O-CD-COMM
               WRITE PRTLINE FROM COMM-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS
               END-WRITE
               ADD C-COMM-BASE TO C-AG-BASE
               ADD C-COMMISSION TO C-AG-COMM
               IF SUB-MIX <= 51
                   ADD C-COMMISSION TO MX-COMM(SUB-MIX).

       2120-AGENT-HEADER.
           MOVE 'YES' TO C-AGENT-HDR-SW.
           MOVE AG-SOURCE TO O-AGH-SOURCE.
           MOVE AG-NAME TO O-AGH-NAME.
           COMPUTE C-RATE-PCT = AG-COMM-PCT * 100.
           MOVE C-RATE-PCT TO O-AGH-RATE.
           WRITE PRTLINE FROM AGENT-HEADER-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       3000-CLOSING.
           MOVE C-GT-BASE TO O-GT-BASE.
           MOVE C-GT-COMM TO O-GT-COMM.
           WRITE PRTLINE FROM COMM-GRAND-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-GT-AGENT-CTR TO O-GT-AGENT-CTR.
           MOVE C-GT-COMM-STAYS TO O-GT-COMM-STAYS.
           WRITE PRTLINE FROM COMM-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 3100-SOURCE-MIX.

      *  A MONTH TOO BUSY FOR THE STAY TABLE WOULD UNDERPAY THE      *
      *  AGENTS, SO THE RUN ENDS RC 8 TO GET IT LOOKED AT            *
           IF C-GT-DROP-CTR > 0
               MOVE 8 TO RETURN-CODE
               DISPLAY '*** COBLSC46 STAY TABLE FULL - '
                   C-GT-DROP-CTR ' AGENT STAYS NOT LISTED ***'.

           PERFORM 9500-WRITE-RUN-LOG.

           CLOSE AGENT-MASTER.
           CLOSE PRTOUT.

      *  THE SOURCE-MIX SECTION STARTS ON ITS OWN PAGE - EACH        *
      *  CHANNEL'S SHARE OF THE MONTH'S REVENUE IS FIGURED AGAINST   *
      *  THE TOTAL OF ALL CHANNELS                                   *
       3100-SOURCE-MIX.
           PERFORM 3110-ADD-MIX-TOTALS
               VARYING SUB-MIX FROM 1 BY 1
                   UNTIL SUB-MIX > C-MIX-CTR.

           MOVE 'M' TO C-SECTION.
           PERFORM 9100-HEADINGS.

           PERFORM 3120-MIX-LINE
               VARYING SUB-MIX FROM 1 BY 1
                   UNTIL SUB-MIX > C-MIX-CTR.

           MOVE C-GT-MX-STAYS TO O-GT-MX-STAYS.
           MOVE C-GT-MX-NIGHTS TO O-GT-MX-NIGHTS.
           MOVE C-GT-MX-REVENUE TO O-GT-MX-REVENUE.
           MOVE C-GT-MX-COMM TO O-GT-MX-COMM.
           COMPUTE C-MX-NET = C-GT-MX-REVENUE - C-GT-MX-COMM.
           MOVE C-MX-NET TO O-GT-MX-NET.
           WRITE PRTLINE FROM MIX-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

       3110-ADD-MIX-TOTALS.
           ADD MX-STAYS(SUB-MIX) TO C-GT-MX-STAYS.
           ADD MX-NIGHTS(SUB-MIX) TO C-GT-MX-NIGHTS.
           ADD MX-REVENUE(SUB-MIX) TO C-GT-MX-REVENUE.
           ADD MX-COMM(SUB-MIX) TO C-GT-MX-COMM.

       3120-MIX-LINE.
           MOVE MX-SOURCE(SUB-MIX) TO O-MX-SOURCE.
           MOVE MX-NAME(SUB-MIX) TO O-MX-NAME.
           MOVE MX-STAYS(SUB-MIX) TO O-MX-STAYS.
           MOVE MX-NIGHTS(SUB-MIX) TO O-MX-NIGHTS.
           MOVE MX-REVENUE(SUB-MIX) TO O-MX-REVENUE.
           MOVE MX-COMM(SUB-MIX) TO O-MX-COMM.
           COMPUTE C-MX-NET = MX-REVENUE(SUB-MIX) - MX-COMM(SUB-MIX).
           MOVE C-MX-NET TO O-MX-NET.
           IF C-GT-MX-REVENUE > 0
               COMPUTE C-MX-PCT ROUNDED = MX-REVENUE(SUB-MIX) * 100
                   / C-GT-MX-REVENUE
           ELSE
               MOVE 0 TO C-MX-PCT.
           MOVE C-MX-PCT TO O-MX-PCT.
           WRITE PRTLINE FROM MIX-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       9000-READ.
           READ AGENT-MASTER
               AT END
                   MOVE 'NO' TO MORE-RECS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE FROM COMPANY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM DIVISION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM MONTH-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           IF C-SECTION = 'C'
               WRITE PRTLINE FROM COMM-SECTION-LINE
                   AFTER ADVANCING 2 LINES
               WRITE PRTLINE FROM COMM-COLUMN-HEADINGS
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRTLINE FROM MIX-SECTION-LINE
                   AFTER ADVANCING 2 LINES
               WRITE PRTLINE FROM MIX-COLUMN-HEADINGS
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

      *  FINDS OR ADDS THE CHANNEL SLOT FOR C-FIND-SOURCE - A CODE   *
      *  NOT YET ON THE AGENT MASTER IS FLAGGED BY NAME UNTIL THE     *
      *  MASTER SUPPLIES ONE, AND A 52ND CHANNEL LEAVES SUB-MIX PAST *
      *  51 AND IS SKIPPED                                           *
       9200-FIND-SOURCE.
           PERFORM
               VARYING SUB-MIX FROM 1 BY 1
                   UNTIL SUB-MIX > C-MIX-CTR
                       OR MX-SOURCE(SUB-MIX) = C-FIND-SOURCE.
           IF SUB-MIX > C-MIX-CTR
               IF C-MIX-CTR < 51
                   ADD 1 TO C-MIX-CTR
                   MOVE C-MIX-CTR TO SUB-MIX
                   MOVE C-FIND-SOURCE TO MX-SOURCE(SUB-MIX)
                   MOVE 'NOT ON THE AGENT MASTER' TO MX-NAME(SUB-MIX)
                   MOVE 0 TO MX-STAYS(SUB-MIX)
                   MOVE 0 TO MX-NIGHTS(SUB-MIX)
                   MOVE 0 TO MX-REVENUE(SUB-MIX)
                   MOVE 0 TO MX-COMM(SUB-MIX)
               ELSE
                   MOVE 52 TO SUB-MIX.

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -      *
      * RECORDS IN IS THE MONTH'S INVOICES READ, RECORDS OUT THE      *
      * AGENTS PAID, AND REJECTED THE AGENT STAYS THE TABLE DROPPED   *
       9500-WRITE-RUN-LOG.
           MOVE 'COBLSC46' TO RL-PROGRAM.
           MOVE M-RUN-MM TO RL-RUN-MM.
           MOVE M-RUN-DD TO RL-RUN-DD.
           MOVE M-RUN-YY TO RL-RUN-YYYY.
           MOVE I-TIME(1:2) TO RL-RUN-HH.
           MOVE I-TIME(3:2) TO RL-RUN-MI.
           MOVE I-TIME(5:2) TO RL-RUN-SS.
           MOVE C-GT-INV-CTR TO RL-RECS-IN.
           MOVE C-GT-AGENT-CTR TO RL-RECS-OUT.
           MOVE C-GT-DROP-CTR TO RL-RECS-REJ.
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

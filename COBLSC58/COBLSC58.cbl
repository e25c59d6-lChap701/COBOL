       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC58.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      **********************************************************
      *  PARTS, ACCESSORIES AND MARINE SUPPLIES SOLD OVER THE  *
      *  COUNTER - THE LINES KEYED FROM EACH SALE TICKET ARE   *
      *  PRICED FROM THE PART MASTER AND RELIEVE ITS ON-HAND,  *
      *  EACH TICKET IS TAXED AT THE CUSTOMER'S STATE RATE,    *
      *  THE DAILY SALES JOURNAL PRINTS EVERY LINE AND TICKET, *
      *  A LOW-STOCK REPORT LISTS EVERY PART AT OR BELOW ITS   *
      *  REORDER POINT, AND THE RUN'S COUNTER REVENUE IS LEFT  *
      *  BEHIND AS A GRAND-TOTAL EXTRACT FOR THE DASHBOARD AND *
      *  THE GENERAL LEDGER POSTINGS                           *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  SALE TICKET LINES KEYED FROM THE COUNTER, IN TICKET NUMBER  *
      *  ORDER - ONE RECORD PER PART SOLD - CONSUMED (REWRITTEN      *
      *  EMPTY) ONCE POSTED SO A RERUN CANNOT SELL THE SAME TICKETS  *
      *  TWICE; A REJECTED LINE IS ON THE JOURNAL TO BE KEYED AGAIN  *
           SELECT TRAN-FILE
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC58\CBLCTTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *  THE PART MASTER KEPT BY THE PART MAINTENANCE PROGRAM -       *
      *  LOADED TO A TABLE AT INIT AND REWRITTEN IN FULL AT CLOSE    *
      *  WITH THE DAY'S SALES TAKEN OFF THE ON-HAND                  *
           SELECT OPTIONAL PART-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLPARTM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PART-STATUS.

      *  THE DAILY SALES JOURNAL - EVERY LINE KEYED, WHERE IT WENT,  *
      *  AND EACH TICKET'S SALES, TAX AND TOTAL                      *
           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC58\CTRJRNL.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *  EVERY PART AT OR BELOW ITS REORDER POINT AFTER THE DAY'S    *
      *  SALES                                                       *
           SELECT LOWSTK-OUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC58\LOWSTOCK.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *  THIS RUN'S COUNTER SALES GRAND TOTALS, PICKED UP BY THE     *
      *  DASHBOARD AND POSTED TO THE GENERAL LEDGER AS THEIR OWN    *
      *  LINE                                                        *
           SELECT GT-EXTRACT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC58\CBLGT58.DAT'
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

      *  ONE SALE TICKET LINE - THE TICKET, THE DATE OF SALE, THE    *
      *  CUSTOMER'S STATE (WHICH SETS THE SALES TAX RATE FOR THE     *
      *  WHOLE TICKET), THE PART SOLD, AND HOW MANY                  *
       FD  TRAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CT-REC
           RECORD CONTAINS 29 CHARACTERS.

       01  CT-REC.
           05  CT-TICKET-NO             PIC 9(6).
           05  CT-SALE-DATE.
               10  CT-SALE-YY           PIC 9(4).
               10  CT-SALE-MM           PIC 99.
               10  CT-SALE-DD           PIC 99.
           05  CT-STATE                 PIC XX.
           05  CT-PART-NO               PIC X(10).
           05  CT-QTY                   PIC 9(3).

      *  ONE PART - WHAT WE PAY FOR IT, WHAT WE SELL IT FOR, HOW     *
      *  MANY ARE ON THE SHELF, AND THE COUNT AT WHICH IT SHOWS ON   *
      *  THE LOW-STOCK REPORT                                        *
       FD  PART-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PT-REC
           RECORD CONTAINS 59 CHARACTERS.

       01  PT-REC.
           05  PT-PART-NO               PIC X(10).
           05  PT-DESC                  PIC X(25).
           05  PT-COST                  PIC 9(5)V99.
           05  PT-PRICE                 PIC 9(5)V99.
           05  PT-ON-HAND               PIC S9(5).
           05  PT-REORDER-PT            PIC 9(5).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE             PIC X(132).

       FD  LOWSTK-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LOWLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  LOWLINE             PIC X(132).

      *  THIS RUN'S TICKETS SOLD, COUNTER TOTAL (SALES AND TAX), ITS *
      *  SALES AND TAX PIECES, THE COST OF THE PARTS THAT LEFT THE   *
      *  SHELF, AND WHEN THE RUN WAS MADE                            *
       FD  GT-EXTRACT
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
           05  C-LS-PCTR       PIC 99      VALUE 0.
           05  MORE-RECS       PIC X(3)    VALUE 'YES'.
           05  C-PART-STATUS   PIC XX      VALUE '00'.
           05  PART-EOF        PIC XXX     VALUE 'NO'.
      *  'YES' ONLY WHEN THE PART MASTER WAS ACTUALLY ON FILE - A     *
      *  MISSING MASTER IS NOT WRITTEN BACK EMPTY AT CLOSE            *
           05  C-PART-SW       PIC XXX     VALUE 'NO'.
           05  C-PART-CTR      PIC 999     VALUE 0.
           05  SUB-PART        PIC 999     VALUE 0.
           05  SUB-MONTH       PIC 99      VALUE 0.
           05  SUB-TAX-STATE   PIC 9       VALUE 0.
      *  THE TICKET NOW BEING JOURNALED - A NEW NUMBER ON THE INPUT  *
      *  CLOSES THE OLD TICKET AND OPENS THE NEXT                    *
           05  H-TICKET-NO     PIC 9(6)    VALUE 0.
           05  H-STATE         PIC XX      VALUE ' '.
           05  C-FIRST-SW      PIC XXX     VALUE 'YES'.
           05  C-LINE-AMT      PIC 9(7)V99 VALUE 0.
           05  C-LINE-COST     PIC 9(7)V99 VALUE 0.
           05  C-TKT-LINE-CTR  PIC 999     VALUE 0.
           05  C-TKT-SALES     PIC 9(7)V99 VALUE 0.
           05  C-TKT-COST      PIC 9(7)V99 VALUE 0.
           05  C-TKT-TAX       PIC 9(7)V99 VALUE 0.
           05  C-TKT-TOTAL     PIC 9(7)V99 VALUE 0.
           05  C-GT-LINE-CTR   PIC 9(5)    VALUE 0.
           05  C-GT-SOLD-CTR   PIC 9(5)    VALUE 0.
           05  C-GT-REJECT-CTR PIC 9(5)    VALUE 0.
           05  C-GT-TICKET-CTR PIC 9(5)    VALUE 0.
           05  C-GT-SALES      PIC 9(9)V99 VALUE 0.
           05  C-GT-TAX        PIC 9(9)V99 VALUE 0.
           05  C-GT-TOTAL      PIC 9(9)V99 VALUE 0.
           05  C-GT-COST       PIC 9(9)V99 VALUE 0.
           05  C-LOW-CTR       PIC 9(5)    VALUE 0.

      *  HOLDS EVERY PART ON THE MASTER SO EACH LINE CAN BE PRICED    *
      *  AND ITS ON-HAND RELIEVED IN PLACE - CAPPED AT 500 PARTS, THE *
      *  SAME CAP THE PART MAINTENANCE PROGRAM KEEPS - THE QUANTITY   *
      *  SOLD TODAY IS KEPT ONLY FOR THE LOW-STOCK REPORT             *
       01  PART-TABLE.
           05  PART-ENTRY              OCCURS 500 TIMES.
               10  PM-PART-NO          PIC X(10).
               10  PM-DESC             PIC X(25).
               10  PM-COST             PIC 9(5)V99.
               10  PM-PRICE            PIC 9(5)V99.
               10  PM-ON-HAND          PIC S9(5).
               10  PM-REORDER-PT       PIC 9(5).
               10  PM-SOLD-QTY         PIC 9(5).

      ******************************************************************
      * STORES THE STATE SALES TAX RATES - LAST ENTRY (BLANK STATE)  *
      * IS THE DEFAULT RATE USED WHEN THE CUSTOMER'S STATE IS NOT IN *
      * THE TABLE - THE SAME RATES THE BOAT BILL OF SALE CHARGES     *
      ******************************************************************
       01  STATE-TAX-INFO.
           05  FILLER              PIC X(6)      VALUE 'IA0060'.
           05  FILLER              PIC X(6)      VALUE 'NE0055'.
           05  FILLER              PIC X(6)      VALUE 'WI0050'.
           05  FILLER              PIC X(6)      VALUE 'MI0060'.
           05  FILLER              PIC X(6)      VALUE 'IL0063'.
           05  FILLER              PIC X(6)      VALUE 'MO0042'.
           05  FILLER              PIC X(6)      VALUE '  0060'.

      * TABLE FOR THE STATE SALES TAX RATES *
       01  STATE-TAX-TABLE REDEFINES STATE-TAX-INFO.
           05  STATE-TAX                   OCCURS 7.
               10  T-TAX-STATE     PIC XX.
               10  T-TAX-RATE      PIC 9V999.

      *  STORES THE NUMBER OF DAYS IN EACH MONTH SO AN IMPOSSIBLE     *
      *  SALE DATE IS CAUGHT IN THE EDIT - FEBRUARY ALLOWS 29         *
       01  MONTH-DAYS-INFO.
           05  FILLER          PIC XX      VALUE '31'.
           05  FILLER          PIC XX      VALUE '29'.
           05  FILLER          PIC XX      VALUE '31'.
           05  FILLER          PIC XX      VALUE '30'.
           05  FILLER          PIC XX      VALUE '31'.
           05  FILLER          PIC XX      VALUE '30'.
           05  FILLER          PIC XX      VALUE '31'.
           05  FILLER          PIC XX      VALUE '31'.
           05  FILLER          PIC XX      VALUE '30'.
           05  FILLER          PIC XX      VALUE '31'.
           05  FILLER          PIC XX      VALUE '30'.
           05  FILLER          PIC XX      VALUE '31'.

      *  TABLE FOR THE DAYS IN EACH MONTH  *
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-INFO.
           05  T-MONTH-DAYS    PIC 99      OCCURS 12.

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
           05  FILLER          PIC X(8)    VALUE 'COBLSC58'.
           05  FILLER          PIC X(48)   VALUE ' '.
           05  FILLER          PIC X(9)    VALUE '  CHAPMAN'.
           05  FILLER          PIC X(9)    VALUE ' DIVISION'.
           05  FILLER          PIC X(58)   VALUE ' '.

       01  REPORT-TITLE-LINE.
           05  FILLER          PIC X(52)   VALUE ' '.
           05  FILLER          PIC X(28)   VALUE
                                    'COUNTER SALES JOURNAL'.
           05  FILLER          PIC X(52)   VALUE ' '.

       01  LS-TITLE-LINE.
           05  FILLER          PIC X(52)   VALUE ' '.
           05  FILLER          PIC X(28)   VALUE
                                    'LOW STOCK REPORT'.
           05  FILLER          PIC X(52)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  JR-COLUMN-HEADINGS.
           05  FILLER          PIC X(8)    VALUE 'TICKET'.
           05  FILLER          PIC X(12)   VALUE 'DATE'.
           05  FILLER          PIC X(4)    VALUE 'ST'.
           05  FILLER          PIC X(12)   VALUE 'PART NO'.
           05  FILLER          PIC X(27)   VALUE 'DESCRIPTION'.
           05  FILLER          PIC X(5)    VALUE 'QTY'.
           05  FILLER          PIC X(11)   VALUE '    PRICE'.
           05  FILLER          PIC X(13)   VALUE '    AMOUNT'.
           05  FILLER          PIC X(40)   VALUE 'DISPOSITION'.

      *  ONE LINE PER TICKET LINE KEYED - SOLD, OR WHY IT WAS TURNED *
      *  AWAY                                                        *
       01  JR-DETAIL-LINE.
           05  O-JR-TICKET-NO  PIC 9(6).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-JR-MM         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-JR-DD         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-JR-YY         PIC 9(4).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-JR-STATE      PIC XX.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-JR-PART-NO    PIC X(10).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-JR-DESC       PIC X(25).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-JR-QTY        PIC ZZ9.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-JR-PRICE      PIC ZZ,ZZ9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-JR-AMOUNT     PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-JR-DISP       PIC X(40).

      *  FOOTS EACH TICKET UNDER ITS LAST LINE  *
       01  JR-TICKET-LINE.
           05  FILLER          PIC X(36)   VALUE ' '.
           05  FILLER          PIC X(8)    VALUE 'TICKET: '.
           05  O-TK-TICKET-NO  PIC 9(6).
           05  FILLER          PIC X(9)    VALUE '  SALES: '.
           05  O-TK-SALES      PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(7)    VALUE '  TAX: '.
           05  O-TK-TAX        PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(9)    VALUE '  TOTAL: '.
           05  O-TK-TOTAL      PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(26)   VALUE ' '.

       01  JR-TOTAL-LINE-1.
           05  FILLER          PIC X(7)    VALUE 'LINES: '.
           05  O-GT-LINE-CTR   PIC ZZ,ZZ9.
           05  FILLER          PIC X(8)    VALUE '   SOLD:'.
           05  O-GT-SOLD-CTR   PIC ZZ,ZZ9.
           05  FILLER          PIC X(12)   VALUE '   REJECTED:'.
           05  O-GT-REJECT-CTR PIC ZZ,ZZ9.
           05  FILLER          PIC X(11)   VALUE '   TICKETS:'.
           05  O-GT-TICKET-CTR PIC ZZ,ZZ9.
           05  FILLER          PIC X(70)   VALUE ' '.

       01  JR-TOTAL-LINE-2.
           05  FILLER          PIC X(7)    VALUE 'SALES: '.
           05  O-GT-SALES      PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(8)    VALUE '   TAX: '.
           05  O-GT-TAX        PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(10)   VALUE '   TOTAL: '.
           05  O-GT-TOTAL      PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(9)    VALUE '   COST: '.
           05  O-GT-COST       PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(42)   VALUE ' '.

       01  LS-COLUMN-HEADINGS.
           05  FILLER          PIC X(12)   VALUE 'PART NO'.
           05  FILLER          PIC X(27)   VALUE 'DESCRIPTION'.
           05  FILLER          PIC X(10)   VALUE 'ON HAND'.
           05  FILLER          PIC X(9)    VALUE 'REORDER'.
           05  FILLER          PIC X(9)    VALUE ' SOLD'.
           05  FILLER          PIC X(12)   VALUE '     COST'.
           05  FILLER          PIC X(53)   VALUE '    PRICE'.

      *  ONE LINE PER PART AT OR BELOW ITS REORDER POINT  *
       01  LS-DETAIL-LINE.
           05  O-LS-PART-NO    PIC X(10).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-LS-DESC       PIC X(25).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-LS-ON-HAND    PIC ZZ,ZZ9-.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-LS-REORDER-PT PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-LS-SOLD-QTY   PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-LS-COST       PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-LS-PRICE      PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(44)   VALUE ' '.

       01  LS-TOTAL-LINE.
           05  FILLER          PIC X(33)   VALUE
                                  'PARTS AT OR BELOW REORDER POINT: '.
           05  O-LOW-CTR       PIC ZZ,ZZ9.
           05  FILLER          PIC X(93)   VALUE ' '.

       01  LS-NONE-LINE.
           05  FILLER          PIC X(60)   VALUE
                   'NO PART IS AT OR BELOW ITS REORDER POINT'.
           05  FILLER          PIC X(72)   VALUE ' '.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
       STOP RUN.

       1000-INIT.
           OPEN INPUT TRAN-FILE.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO MACHINE-DATE.
           PERFORM 9955-GET-PROCESS-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           PERFORM 1100-LOAD-PARTS.

           PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM JR-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 9000-READ.

      *  OPENS THE OPTIONAL PART MASTER AND LOADS EVERY RECORD INTO   *
      *  THE TABLE - A MISSING FILE LEAVES C-PART-SW 'NO' AND EVERY   *
      *  LINE IS REJECTED, SINCE NOTHING CAN BE PRICED                *
       1100-LOAD-PARTS.
           OPEN INPUT PART-MASTER.
           IF C-PART-STATUS = '00'
               MOVE 'YES' TO C-PART-SW
               PERFORM 1110-READ-PART
                   UNTIL PART-EOF = 'YES'
               CLOSE PART-MASTER
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE PART-MASTER
               MOVE 'YES' TO PART-EOF
               DISPLAY '*** COBLSC58 PART MASTER MISSING - '
                   'EVERY LINE REJECTED ***'
               MOVE 8 TO RETURN-CODE.

      *  LOADS ONE PART RECORD INTO THE NEXT OPEN TABLE SLOT  *
       1110-READ-PART.
           READ PART-MASTER
               AT END
                   MOVE 'YES' TO PART-EOF
               NOT AT END
                   IF C-PART-CTR < 500
                       ADD 1 TO C-PART-CTR
                       MOVE PT-PART-NO TO PM-PART-NO(C-PART-CTR)
                       MOVE PT-DESC TO PM-DESC(C-PART-CTR)
                       MOVE PT-COST TO PM-COST(C-PART-CTR)
                       MOVE PT-PRICE TO PM-PRICE(C-PART-CTR)
                       MOVE PT-ON-HAND TO PM-ON-HAND(C-PART-CTR)
                       MOVE PT-REORDER-PT TO PM-REORDER-PT(C-PART-CTR)
                       MOVE 0 TO PM-SOLD-QTY(C-PART-CTR)
                   END-IF.

      *  A NEW TICKET NUMBER CLOSES THE TICKET BEFORE IT AND STARTS  *
      *  ITS OWN - EACH LINE IS THEN EDITED AND EITHER SOLD OR       *
      *  REJECTED, AND PRINTS ON THE JOURNAL EITHER WAY              *
       2000-MAINLINE.
           IF C-FIRST-SW = 'YES'
               MOVE 'NO' TO C-FIRST-SW
               PERFORM 2050-START-TICKET
           ELSE
               IF CT-TICKET-NO NOT = H-TICKET-NO
                   PERFORM 2900-CLOSE-TICKET THRU 2900-EXIT
                   PERFORM 2050-START-TICKET.

           ADD 1 TO C-GT-LINE-CTR.
           MOVE 0 TO C-LINE-AMT.
           MOVE 0 TO C-LINE-COST.
           PERFORM 2100-EDIT-LINE.
           IF O-JR-DISP = ' '
               PERFORM 2200-SELL-LINE
           ELSE
               ADD 1 TO C-GT-REJECT-CTR.
           PERFORM 2300-JOURNAL-LINE.
           PERFORM 9000-READ.

      *  OPENS A NEW TICKET - THE FIRST LINE'S STATE TAXES THE WHOLE  *
      *  TICKET                                                       *
       2050-START-TICKET.
           MOVE CT-TICKET-NO TO H-TICKET-NO.
           MOVE CT-STATE TO H-STATE.
           MOVE 0 TO C-TKT-LINE-CTR.
           MOVE 0 TO C-TKT-SALES.
           MOVE 0 TO C-TKT-COST.
           MOVE 0 TO C-TKT-TAX.
           MOVE 0 TO C-TKT-TOTAL.

      *  SUB-PART IS LEFT PAST C-PART-CTR WHEN THE LINE'S PART IS NOT *
      *  ON THE MASTER                                                *
       2060-FIND-PART.
           PERFORM
               VARYING SUB-PART FROM 1 BY 1
                   UNTIL SUB-PART > C-PART-CTR
                       OR CT-PART-NO = PM-PART-NO(SUB-PART).

      *  EDITS ONE LINE - THE FIRST FAILING FIELD'S MESSAGE IS LEFT  *
      *  IN O-JR-DISP AND A CLEAN LINE LEAVES IT BLANK               *
       2100-EDIT-LINE.
           MOVE ' ' TO O-JR-DISP.
           IF CT-TICKET-NO NOT NUMERIC OR CT-TICKET-NO = 0
               MOVE 'TICKET NUMBER MUST BE NUMERIC - REJECTED'
                   TO O-JR-DISP
           ELSE
           IF CT-PART-NO = SPACES
               MOVE 'PART NUMBER IS REQUIRED - REJECTED' TO O-JR-DISP
           ELSE
           IF CT-QTY NOT NUMERIC OR CT-QTY = 0
               MOVE 'QUANTITY MUST BE NUMERIC - REJECTED'
                   TO O-JR-DISP
           ELSE
               PERFORM 2110-EDIT-SALE-DATE.

           IF O-JR-DISP = ' '
               PERFORM 2060-FIND-PART
               IF SUB-PART > C-PART-CTR
                   MOVE 'PART NOT ON THE PART MASTER - REJECTED'
                       TO O-JR-DISP.

           IF O-JR-DISP = ' '
               COMPUTE C-LINE-AMT ROUNDED =
                   CT-QTY * PM-PRICE(SUB-PART)
               IF C-LINE-AMT > 99999.99
                   MOVE 'LINE AMOUNT OVER $99,999.99 - REJECTED'
                       TO O-JR-DISP.

       2110-EDIT-SALE-DATE.
           IF CT-SALE-DATE NOT NUMERIC
               MOVE 'SALE DATE MUST BE NUMERIC - REJECTED'
                   TO O-JR-DISP
           ELSE
               IF CT-SALE-MM < 1 OR CT-SALE-MM > 12
                   MOVE 'THE SALE DATE IS NOT REAL - REJECTED'
                       TO O-JR-DISP
               ELSE
                   MOVE CT-SALE-MM TO SUB-MONTH
                   IF CT-SALE-DD < 1 OR
                       CT-SALE-DD > T-MONTH-DAYS(SUB-MONTH)
                       MOVE 'THE SALE DATE IS NOT REAL - REJECTED'
                           TO O-JR-DISP.

      *  SELLS ONE LINE - THE PART LEAVES THE SHELF EVEN WHEN THE     *
      *  MASTER SAYS THERE WAS NONE TO SELL, SO THE ON-HAND IS LEFT   *
      *  BELOW ZERO AND THE PART SHOWS ON THE LOW-STOCK REPORT UNTIL  *
      *  IT IS COUNTED OR ITS RECEIPT IS KEYED                        *
       2200-SELL-LINE.
           COMPUTE C-LINE-COST ROUNDED = CT-QTY * PM-COST(SUB-PART).
           SUBTRACT CT-QTY FROM PM-ON-HAND(SUB-PART).
           ADD CT-QTY TO PM-SOLD-QTY(SUB-PART).
           ADD 1 TO C-TKT-LINE-CTR.
           ADD 1 TO C-GT-SOLD-CTR.
           ADD C-LINE-AMT TO C-TKT-SALES.
           ADD C-LINE-COST TO C-TKT-COST.
           IF PM-ON-HAND(SUB-PART) < 0
               MOVE 'SOLD - ON-HAND BELOW ZERO, COUNT IT'
                   TO O-JR-DISP
           ELSE
               MOVE 'SOLD' TO O-JR-DISP.

       2300-JOURNAL-LINE.
           MOVE CT-TICKET-NO TO O-JR-TICKET-NO.
           MOVE CT-SALE-MM TO O-JR-MM.
           MOVE CT-SALE-DD TO O-JR-DD.
           MOVE CT-SALE-YY TO O-JR-YY.
           MOVE CT-STATE TO O-JR-STATE.
           MOVE CT-PART-NO TO O-JR-PART-NO.
           IF O-JR-DISP(1:4) = 'SOLD'
               MOVE PM-DESC(SUB-PART) TO O-JR-DESC
               MOVE PM-PRICE(SUB-PART) TO O-JR-PRICE
           ELSE
               MOVE ' ' TO O-JR-DESC
               MOVE 0 TO O-JR-PRICE.
           MOVE CT-QTY TO O-JR-QTY.
           MOVE C-LINE-AMT TO O-JR-AMOUNT.
           WRITE PRTLINE FROM JR-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *  FOOTS THE TICKET JUST FINISHED - THE PARTS SOLD ARE TAXED AT *
      *  THE TICKET'S STATE RATE - A TICKET WHOSE LINES WERE ALL      *
      *  REJECTED GETS NO FOOTING AND IS NOT COUNTED                  *
       2900-CLOSE-TICKET.
           IF C-TKT-LINE-CTR = 0
               GO TO 2900-EXIT.

           PERFORM 2910-FIND-TAX-RATE.
           MULTIPLY C-TKT-SALES BY T-TAX-RATE(SUB-TAX-STATE)
               GIVING C-TKT-TAX ROUNDED.
           COMPUTE C-TKT-TOTAL = C-TKT-SALES + C-TKT-TAX.

           MOVE H-TICKET-NO TO O-TK-TICKET-NO.
           MOVE C-TKT-SALES TO O-TK-SALES.
           MOVE C-TKT-TAX TO O-TK-TAX.
           MOVE C-TKT-TOTAL TO O-TK-TOTAL.
           WRITE PRTLINE FROM JR-TICKET-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

           ADD 1 TO C-GT-TICKET-CTR.
           ADD C-TKT-SALES TO C-GT-SALES.
           ADD C-TKT-TAX TO C-GT-TAX.
           ADD C-TKT-TOTAL TO C-GT-TOTAL.
           ADD C-TKT-COST TO C-GT-COST.

       2900-EXIT.
           EXIT.

      *  THE TICKET'S STATE PICKS THE RATE - A BLANK STATE, OR ONE    *
      *  NOT IN THE TABLE, FALLS TO THE DEFAULT SLOT 7                *
       2910-FIND-TAX-RATE.
           MOVE 7 TO SUB-TAX-STATE.
           IF H-STATE NOT = ' '
               PERFORM
                   VARYING SUB-TAX-STATE FROM 1 BY 1
                       UNTIL H-STATE = T-TAX-STATE(SUB-TAX-STATE)
                           OR SUB-TAX-STATE = 7.

       3000-CLOSING.
           IF C-FIRST-SW = 'NO'
               PERFORM 2900-CLOSE-TICKET THRU 2900-EXIT.

           MOVE C-GT-LINE-CTR TO O-GT-LINE-CTR.
           MOVE C-GT-SOLD-CTR TO O-GT-SOLD-CTR.
           MOVE C-GT-REJECT-CTR TO O-GT-REJECT-CTR.
           MOVE C-GT-TICKET-CTR TO O-GT-TICKET-CTR.
           WRITE PRTLINE FROM JR-TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE C-GT-SALES TO O-GT-SALES.
           MOVE C-GT-TAX TO O-GT-TAX.
           MOVE C-GT-TOTAL TO O-GT-TOTAL.
           MOVE C-GT-COST TO O-GT-COST.
           WRITE PRTLINE FROM JR-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.

           IF C-PART-SW = 'YES'
               PERFORM 9500-SAVE-PARTS.
           PERFORM 9550-LOW-STOCK-REPORT.
           PERFORM 9600-SAVE-GT-EXTRACT.
           PERFORM 9700-WRITE-RUN-LOG.

      *  THE TICKETS ARE KEPT FOR A RERUN ONLY WHEN THE PART MASTER   *
      *  WAS MISSING, SINCE THEN NOTHING WAS PRICED OR POSTED         *
           CLOSE TRAN-FILE.
           IF C-PART-SW = 'YES'
               OPEN OUTPUT TRAN-FILE
               CLOSE TRAN-FILE.
           CLOSE PRTOUT.

       9000-READ.
           READ TRAN-FILE
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

       9150-LS-HEADINGS.
           ADD 1 TO C-LS-PCTR.
           MOVE C-LS-PCTR TO O-PCTR.

           WRITE LOWLINE FROM COMPANY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE LOWLINE FROM DIVISION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE LOWLINE FROM LS-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE LOWLINE FROM LS-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE LOWLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

      *  REWRITES THE PART MASTER IN FULL FROM THE TABLE WITH THE     *
      *  DAY'S SALES TAKEN OFF THE ON-HAND                            *
       9500-SAVE-PARTS.
           MOVE 1 TO SUB-PART.
           OPEN OUTPUT PART-MASTER.
           PERFORM 9510-WRITE-PART
               UNTIL SUB-PART > C-PART-CTR.
           CLOSE PART-MASTER.

       9510-WRITE-PART.
           MOVE PM-PART-NO(SUB-PART) TO PT-PART-NO.
           MOVE PM-DESC(SUB-PART) TO PT-DESC.
           MOVE PM-COST(SUB-PART) TO PT-COST.
           MOVE PM-PRICE(SUB-PART) TO PT-PRICE.
           MOVE PM-ON-HAND(SUB-PART) TO PT-ON-HAND.
           MOVE PM-REORDER-PT(SUB-PART) TO PT-REORDER-PT.
           WRITE PT-REC.
           ADD 1 TO SUB-PART.

      *  LISTS EVERY PART WHOSE ON-HAND, AFTER THE DAY'S SALES, IS AT *
      *  OR BELOW ITS REORDER POINT                                   *
       9550-LOW-STOCK-REPORT.
           OPEN OUTPUT LOWSTK-OUT.
           PERFORM 9150-LS-HEADINGS.
           PERFORM 9560-LOW-STOCK-LINE
               VARYING SUB-PART FROM 1 BY 1
                   UNTIL SUB-PART > C-PART-CTR.
           IF C-LOW-CTR = 0
               WRITE LOWLINE FROM LS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE C-LOW-CTR TO O-LOW-CTR
               WRITE LOWLINE FROM LS-TOTAL-LINE
                   AFTER ADVANCING 3 LINES.
           CLOSE LOWSTK-OUT.

       9560-LOW-STOCK-LINE.
           IF PM-ON-HAND(SUB-PART) <= PM-REORDER-PT(SUB-PART)
               ADD 1 TO C-LOW-CTR
               MOVE PM-PART-NO(SUB-PART) TO O-LS-PART-NO
               MOVE PM-DESC(SUB-PART) TO O-LS-DESC
               MOVE PM-ON-HAND(SUB-PART) TO O-LS-ON-HAND
               MOVE PM-REORDER-PT(SUB-PART) TO O-LS-REORDER-PT
               MOVE PM-SOLD-QTY(SUB-PART) TO O-LS-SOLD-QTY
               MOVE PM-COST(SUB-PART) TO O-LS-COST
               MOVE PM-PRICE(SUB-PART) TO O-LS-PRICE
               WRITE LOWLINE FROM LS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9150-LS-HEADINGS.

      *  WRITES THIS RUN'S COUNTER SALES GRAND TOTALS FOR THE         *
      *  DASHBOARD TO PICK UP - THE TOTAL IS THE REVENUE, THE COST    *
      *  OF THE PARTS SOLD RIDES ALONG FOR THE GENERAL LEDGER         *
       9600-SAVE-GT-EXTRACT.
           MOVE C-GT-TICKET-CTR TO G58-TICKET-CTR.
           MOVE C-GT-TOTAL TO G58-TOTAL.
           MOVE C-GT-SALES TO G58-SALES.
           MOVE C-GT-TAX TO G58-SALES-TAX.
           MOVE C-GT-COST TO G58-COST.
           COMPUTE G58-RUN-DATE = I-YY * 10000 + I-MM * 100 + I-DD.
           MOVE I-TIME(1:6) TO G58-RUN-TIME.
           OPEN OUTPUT GT-EXTRACT.
           WRITE GT58-REC.
           CLOSE GT-EXTRACT.

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -      *
      * RECORDS IN IS THE LINES KEYED, RECORDS OUT IS THE LINES SOLD, *
      * AND RECORDS REJECTED IS THE LINES TURNED AWAY                 *
       9700-WRITE-RUN-LOG.
           MOVE 'COBLSC58' TO RL-PROGRAM.
           MOVE M-RUN-MM TO RL-RUN-MM.
           MOVE M-RUN-DD TO RL-RUN-DD.
           MOVE M-RUN-YY TO RL-RUN-YYYY.
           MOVE I-TIME(1:2) TO RL-RUN-HH.
           MOVE I-TIME(3:2) TO RL-RUN-MI.
           MOVE I-TIME(5:2) TO RL-RUN-SS.
           MOVE C-GT-LINE-CTR TO RL-RECS-IN.
           MOVE C-GT-SOLD-CTR TO RL-RECS-OUT.
           MOVE C-GT-REJECT-CTR TO RL-RECS-REJ.
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

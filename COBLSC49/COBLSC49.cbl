       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC49.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      **********************************************************
      *  SEASONAL CONDO RATE REVIEW - FROM THE MONTH-BY-MONTH  *
      *  OCCUPANCY THE OCCUPANCY REPORT EXTRACTS, TOTALS EACH  *
      *  CONDO'S NIGHTS OCCUPIED AND AVAILABLE FOR EVERY       *
      *  SEASON ON THE RATE REVIEW PARAMETER FILE AND SUGGESTS *
      *  A RAISE WHEN OCCUPANCY IS AT OR OVER THE SEASON'S     *
      *  HIGH MARK, A CUT WHEN IT IS UNDER THE LOW MARK, AND   *
      *  NO CHANGE IN BETWEEN - EACH SUGGESTION IS PRICED OFF  *
      *  THE CONDO'S CURRENT EFFECTIVE RATE AND SHOWN WITH ITS *
      *  EXPECTED REVENUE EFFECT - A SUGGESTION MANAGEMENT HAS *
      *  APPROVED IS WRITTEN AS A CONDO RATE ADD TRANSACTION   *
      *  FOR THE PARAMETER MAINTENANCE RUN, SO THE RATE STILL  *
      *  CHANGES THROUGH ITS AUDITED EDITS                     *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  ONE SEASON PER RECORD - ITS MONTHS AND THE OCCUPANCY MARKS  *
      *  AND PERCENTAGES THAT DRIVE A RAISE OR A CUT                 *
           SELECT OPTIONAL REVIEW-PARM
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC49\CBLRTREV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RVPM-STATUS.

      *  THE OCCUPANCY REPORT'S EXTRACT - ONE RECORD PER CONDO AND   *
      *  MONTH                                                       *
           SELECT OPTIONAL OCC-EXTRACT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC12\OCCEXTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-OCCX-STATUS.

      *  THE EFFECTIVE-DATED CONDO RATE FILE THE BILLING RUN READS - *
      *  READ ONLY HERE                                              *
           SELECT OPTIONAL CONDO-RATE-PARM
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC04\CBLCRATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CRATE-STATUS.

      *  MANAGEMENT'S APPROVALS - ONE RECORD PER CONDO AND SEASON    *
      *  WHOSE SUGGESTED RATE MAY GO TO PARAMETER MAINTENANCE        *
           SELECT OPTIONAL APPROVAL-FILE
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC49\CBLRTAPR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-APPR-STATUS.

      *  THE PARAMETER MAINTENANCE RUN'S TRANSACTION FILE - AN       *
      *  APPROVED RATE IS ADDED TO THE END OF IT                     *
           SELECT OPTIONAL RATE-TRAN-FILE
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC32\CBLPMTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RTRN-STATUS.

      *  RATE RECOMMENDATION REPORT  *
           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC49\RATEREV.PRT'
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

      *  ONE SEASON - ITS CODE AND NAME, THE FIRST AND LAST MONTH IT  *
      *  COVERS (A SEASON MAY RUN ACROSS NEW YEAR, SUCH AS 11 TO 02), *
      *  THE OCCUPANCY PERCENT UNDER WHICH THE RATE IS CUT AND AT OR  *
      *  OVER WHICH IT IS RAISED, AND THE PERCENT OF EACH             *
       FD  REVIEW-PARM
           LABEL RECORD IS STANDARD
           DATA RECORD IS RV-REC
           RECORD CONTAINS 37 CHARACTERS.

       01  RV-REC.
           05  RV-SEASON                PIC X(4).
           05  RV-DESC                  PIC X(15).
           05  RV-START-MM              PIC 99.
           05  RV-END-MM                PIC 99.
           05  RV-LOW-PCT               PIC 999V9.
           05  RV-HIGH-PCT              PIC 999V9.
           05  RV-RAISE-PCT             PIC 99V9.
           05  RV-CUT-PCT               PIC 99V9.

      *  ONE CONDO'S MONTH - NIGHTS OCCUPIED, NIGHTS AVAILABLE AFTER *
      *  BLOCKED NIGHTS, REVENUE, AND NIGHTS BLOCKED                 *
       FD  OCC-EXTRACT
           LABEL RECORD IS STANDARD
           DATA RECORD IS OX-REC
           RECORD CONTAINS 22 CHARACTERS.

       01  OX-REC.
           05  OX-CONDO                 PIC XX.
           05  OX-MONTH                 PIC 99.
           05  OX-NIGHTS                PIC 9(4).
           05  OX-AVAIL                 PIC 99.
           05  OX-REVENUE               PIC 9(7)V99.
           05  OX-BLOCKED               PIC 9(3).

      *  ONE EFFECTIVE-DATED PER-BEDROOM CONDO RATE  *
       FD  CONDO-RATE-PARM
           LABEL RECORD IS STANDARD
           DATA RECORD IS CR-REC.

       01  CR-REC.
           05  CR-CONDO                 PIC XX.
           05  CR-RATE                  PIC 9(3)V99.
           05  CR-EFF-DATE              PIC 9(8).

      *  ONE APPROVAL - THE CONDO, THE SEASON, AND WHO APPROVED IT  *
       FD  APPROVAL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AP-REC
           RECORD CONTAINS 16 CHARACTERS.

       01  AP-REC.
           05  AP-CONDO                 PIC XX.
           05  AP-SEASON                PIC X(4).
           05  AP-APPROVED-BY           PIC X(10).

      *  ONE CONDO RATE ADD IN THE PARAMETER MAINTENANCE LAYOUT -    *
      *  FILE 'CRAT', ACTION 'A', CONDO, RATE, AND EFFECTIVE DATE -  *
      *  KEYED UNDER THIS PROGRAM'S OWN NAME AS THE OPERATOR, SO THE *
      *  OPERATOR AUTHORIZATION FILE MUST CLEAR 'COBLSC49' TO ADD IN *
      *  COBLSC32                                                    *
       FD  RATE-TRAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RX-REC
           RECORD CONTAINS 53 CHARACTERS.

       01  RX-REC.
           05  RX-FILE-ID               PIC X(4).
           05  RX-ACTION                PIC X.
           05  RX-CONDO                 PIC XX.
           05  RX-RATE                  PIC 9(3)V99.
           05  RX-EFF-DATE              PIC 9(8).
           05  FILLER                   PIC X(25).
           05  RX-OPERATOR              PIC X(8).

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
           05  C-RVPM-STATUS   PIC XX      VALUE '00'.
           05  C-OCCX-STATUS   PIC XX      VALUE '00'.
           05  OCCX-EOF        PIC XXX     VALUE 'NO'.
           05  C-CRATE-STATUS  PIC XX      VALUE '00'.
           05  CRATE-EOF       PIC XXX     VALUE 'NO'.
           05  C-APPR-STATUS   PIC XX      VALUE '00'.
           05  APPR-EOF        PIC XXX     VALUE 'NO'.
           05  C-RTRN-STATUS   PIC XX      VALUE '00'.
           05  C-TODAY-DATE    PIC 9(8)    VALUE 0.
           05  SUB-CONDO       PIC 99      VALUE 0.
           05  SUB-MONTH       PIC 99      VALUE 0.
           05  C-RKEY-CTR      PIC 99      VALUE 0.
           05  SUB-RKEY        PIC 99      VALUE 0.
           05  C-APPR-CTR      PIC 999     VALUE 0.
           05  SUB-APPR        PIC 999     VALUE 0.
      *  THE SEASON BEING REVIEWED - HOW MANY MONTHS IT COVERS AND   *
      *  THE FIRST OF ITS FIRST MONTH NEXT TIME IT COMES AROUND,     *
      *  WHICH IS WHEN AN APPROVED RATE TAKES EFFECT                 *
           05  C-SEASON-MONTHS PIC 99      VALUE 0.
           05  C-EFF-YY        PIC 9(4)    VALUE 0.
           05  C-EFF-DATE      PIC 9(8)    VALUE 0.
      *  ONE CONDO'S SEASON FIGURES AND SUGGESTION  *
           05  C-SEA-NIGHTS    PIC 9(5)    VALUE 0.
           05  C-SEA-AVAIL     PIC 9(5)    VALUE 0.
           05  C-SEA-REVENUE   PIC 9(9)V99 VALUE 0.
           05  C-OCC-PCT       PIC 9(3)V9  VALUE 0.
           05  C-NEW-RATE      PIC 9(4)V99 VALUE 0.
           05  C-EFFECT        PIC S9(8)V99 VALUE 0.
           05  C-ACTION        PIC X(5)    VALUE ' '.
           05  C-GT-SEASON-CTR PIC 999     VALUE 0.
           05  C-GT-OCCX-CTR   PIC 9(5)    VALUE 0.
           05  C-GT-REJECT-CTR PIC 9(5)    VALUE 0.
           05  C-GT-RAISE-CTR  PIC 999     VALUE 0.
           05  C-GT-CUT-CTR    PIC 999     VALUE 0.
           05  C-GT-HOLD-CTR   PIC 999     VALUE 0.
           05  C-GT-TRAN-CTR   PIC 999     VALUE 0.
           05  C-GT-EFFECT     PIC S9(9)V99 VALUE 0.
           05  C-GT-APPR-EFFECT PIC S9(9)V99 VALUE 0.

      *  NIGHTS OCCUPIED, NIGHTS AVAILABLE, AND REVENUE PER CONDO    *
      *  PER MONTH FROM THE OCCUPANCY EXTRACT                        *
       01  OCCUPANCY-TABLE.
           05  OCC-CONDO-ENTRY         OCCURS 8.
               10  OCC-MONTH-ENTRY     OCCURS 12.
                   15  OC-NIGHTS       PIC 9(4)    VALUE 0.
                   15  OC-AVAIL        PIC 99      VALUE 0.
                   15  OC-REVENUE      PIC 9(7)V99 VALUE 0.

      ******************************************************************
      * THE EIGHT CONDOS - CODE, PRINTABLE NAME, AND THE COMPILED     *
      * DEFAULT PER-BEDROOM RATE THE BILLING RUN FALLS BACK ON WHEN   *
      * NO RATE ROW HAS TAKEN EFFECT                                  *
      ******************************************************************
       01  CONDO-INFO.
           05  FILLER        PIC X(22) VALUE 'HBHORSESHOE BEND 09950'.
           05  FILLER        PIC X(22) VALUE 'OBOSAGE BEACH    18800'.
           05  FILLER        PIC X(22) VALUE 'PPPISTOL POINT   05000'.
           05  FILLER        PIC X(22) VALUE 'RBREGATTA BAY    06210'.
           05  FILLER        PIC X(22) VALUE 'SBSHAWNEE BEND   10000'.
           05  FILLER        PIC X(22) VALUE 'L LEDGES         07635'.
           05  FILLER        PIC X(22) VALUE 'HTHARBOUR TOWNE  05000'.
           05  FILLER        PIC X(22) VALUE 'CPCOMPASSE POINTE12500'.

      * TABLE FOR THE CONDO CODES, NAMES, AND RATES *
       01  CONDO-TABLE REDEFINES CONDO-INFO.
           05  CONDO-ENTRY                 OCCURS 8.
               10  T-CONDO         PIC XX.
               10  T-CONDO-NAME    PIC X(15).
               10  T-CONDO-RATE    PIC 9(3)V99.

      *  EACH CONDO'S RATE IN EFFECT TODAY AND THE DATE IT TOOK      *
      *  EFFECT - ZERO WHEN THE COMPILED DEFAULT STILL APPLIES       *
       01  CURRENT-RATE-TABLE.
           05  CURRENT-RATE-ENTRY      OCCURS 8.
               10  CU-RATE             PIC 9(3)V99.
               10  CU-EFF-DATE         PIC 9(8).

      *  THE CONDO AND EFFECTIVE DATE OF EVERY ROW ON THE RATE FILE - *
      *  A RATE ALREADY ON FILE FOR THE SAME DAY IS NOT SENT AGAIN -  *
      *  CAPPED AT 50 LIKE THE MAINTENANCE RUN'S OWN TABLE            *
       01  RATE-KEY-TABLE.
           05  RATE-KEY-ENTRY          OCCURS 50 TIMES.
               10  RK-CONDO            PIC XX.
               10  RK-EFF-DATE         PIC 9(8).

      *  EVERY APPROVAL ON FILE - CAPPED AT 100  *
       01  APPROVAL-TABLE.
           05  APPROVAL-ENTRY          OCCURS 100 TIMES.
               10  AR-CONDO            PIC XX.
               10  AR-SEASON           PIC X(4).
               10  AR-APPROVED-BY      PIC X(10).

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
           05  FILLER          PIC X(8)    VALUE 'COBLSC49'.
           05  FILLER          PIC X(43)   VALUE ' '.
           05  FILLER          PIC X(30)   VALUE
                                  'SEASONAL CONDO RATE REVIEW'.
           05  FILLER          PIC X(51)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

      *  THE SEASON EACH PAGE REVIEWS AND THE RULES APPLIED TO IT  *
       01  SEASON-HEADING-LINE.
           05  FILLER          PIC X(8)    VALUE 'SEASON: '.
           05  O-SEA-CODE      PIC X(4).
           05  FILLER          PIC X(3)    VALUE ' - '.
           05  O-SEA-DESC      PIC X(15).
           05  FILLER          PIC X(9)    VALUE '  MONTHS '.
           05  O-SEA-START-MM  PIC 99.
           05  FILLER          PIC X       VALUE '-'.
           05  O-SEA-END-MM    PIC 99.
           05  FILLER          PIC X(11)   VALUE '  RAISE AT '.
           05  O-SEA-HIGH      PIC ZZ9.9.
           05  FILLER          PIC X(5)    VALUE '% BY '.
           05  O-SEA-RAISE     PIC Z9.9.
           05  FILLER          PIC X(13)   VALUE '%  CUT BELOW '.
           05  O-SEA-LOW       PIC ZZ9.9.
           05  FILLER          PIC X(5)    VALUE '% BY '.
           05  O-SEA-CUT       PIC Z9.9.
           05  FILLER          PIC X(14)   VALUE '%  EFFECTIVE '.
           05  O-SEA-EFF-DATE  PIC 9(8).
           05  FILLER          PIC X(14)   VALUE ' '.

       01  REVIEW-COLUMN-HEADINGS.
           05  FILLER          PIC X(21)   VALUE ' '.
           05  FILLER          PIC X(8)    VALUE 'NIGHTS'.
           05  FILLER          PIC X(8)    VALUE 'NIGHTS'.
           05  FILLER          PIC X(8)    VALUE '  OCC'.
           05  FILLER          PIC X(16)   VALUE '          SEASON'.
           05  FILLER          PIC X(10)   VALUE ' CURRENT'.
           05  FILLER          PIC X(7)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE '    NEW'.
           05  FILLER          PIC X(16)   VALUE '       REVENUE'.
           05  FILLER          PIC X(28)   VALUE ' '.

       01  REVIEW-COLUMN-HEADINGS-2.
           05  FILLER          PIC X(21)   VALUE 'CONDO'.
           05  FILLER          PIC X(8)    VALUE '   OCC'.
           05  FILLER          PIC X(8)    VALUE ' AVAIL'.
           05  FILLER          PIC X(8)    VALUE '  PCT'.
           05  FILLER          PIC X(16)   VALUE '         REVENUE'.
           05  FILLER          PIC X(10)   VALUE '    RATE'.
           05  FILLER          PIC X(7)    VALUE 'ACTION'.
           05  FILLER          PIC X(10)   VALUE '   RATE'.
           05  FILLER          PIC X(16)   VALUE '        EFFECT'.
           05  FILLER          PIC X(8)    VALUE 'APPROVAL'.
           05  FILLER          PIC X(20)   VALUE ' '.

      *  ONE CONDO'S SUGGESTION FOR THE SEASON  *
       01  REVIEW-DETAIL-LINE.
           05  O-RV-CONDO-NAME PIC X(15).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-RV-CONDO      PIC XX.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-RV-NIGHTS     PIC Z,ZZ9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-RV-AVAIL      PIC Z,ZZ9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-RV-PCT        PIC ZZ9.9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-RV-REVENUE    PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-RV-CUR-RATE   PIC $$$9.99.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-RV-ACTION     PIC X(5).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-RV-NEW-RATE   PIC $$$9.99.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-RV-EFFECT     PIC $$,$$$,$$9.99-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-RV-STATUS     PIC X(22).
           05  FILLER          PIC X(6)    VALUE ' '.

      *  THE APPROVAL COLUMN FOR A RATE SENT TO MAINTENANCE  *
       01  APPROVED-TEXT.
           05  FILLER          PIC X(12)   VALUE 'APPROVED BY '.
           05  O-APR-BY        PIC X(10).

       01  REVIEW-TOTAL-LINE.
           05  FILLER          PIC X(8)    VALUE 'RAISES: '.
           05  O-GT-RAISE-CTR  PIC ZZ9.
           05  FILLER          PIC X(9)    VALUE '   CUTS: '.
           05  O-GT-CUT-CTR    PIC ZZ9.
           05  FILLER          PIC X(10)   VALUE '   HOLDS: '.
           05  O-GT-HOLD-CTR   PIC ZZ9.
           05  FILLER          PIC X(29)   VALUE
                                  '   EXPECTED REVENUE EFFECT: '.
           05  O-GT-EFFECT     PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X(21)   VALUE
                                  '   APPROVED EFFECT: '.
           05  O-GT-APPR-EFFECT PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X(18)   VALUE ' '.

       01  REVIEW-TRAN-LINE.
           05  FILLER          PIC X(48)   VALUE
               'RATE ADDS WRITTEN FOR PARAMETER MAINTENANCE:    '.
           05  O-GT-TRAN-CTR   PIC ZZ9.
           05  FILLER          PIC X(81)   VALUE ' '.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
       STOP RUN.

       1000-INIT.
           OPEN OUTPUT PRTOUT.
           OPEN EXTEND RATE-TRAN-FILE.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO MACHINE-DATE.
           PERFORM 9955-GET-PROCESS-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           COMPUTE C-TODAY-DATE = I-YY * 10000 + I-MM * 100 + I-DD.

           PERFORM 1050-DEFAULT-RATE
               VARYING SUB-CONDO FROM 1 BY 1
                   UNTIL SUB-CONDO > 8.
           PERFORM 1100-LOAD-RATES.
           PERFORM 1200-LOAD-OCCUPANCY.
           PERFORM 1300-LOAD-APPROVALS.

           OPEN INPUT REVIEW-PARM.
           IF C-RVPM-STATUS = '00'
               PERFORM 9000-READ
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               MOVE 'NO' TO MORE-RECS
               MOVE 8 TO RETURN-CODE
               DISPLAY '*** COBLSC49 NO RATE REVIEW PARAMETERS - '
                   'NOTHING REVIEWED ***'.

      *  EVERY CONDO STARTS AT ITS COMPILED DEFAULT RATE  *
       1050-DEFAULT-RATE.
           MOVE T-CONDO-RATE(SUB-CONDO) TO CU-RATE(SUB-CONDO).
           MOVE 0 TO CU-EFF-DATE(SUB-CONDO).

      *  OPENS THE OPTIONAL CONDO RATE FILE - EVERY ROW'S KEY IS     *
      *  KEPT, AND A ROW REPLACES ITS CONDO'S CURRENT RATE WHEN IT   *
      *  HAS TAKEN EFFECT AND IS THE NEWEST SO FAR, THE SAME WAY THE *
      *  BILLING RUN PICKS ITS RATE                                  *
       1100-LOAD-RATES.
           MOVE 'NO' TO CRATE-EOF.
           OPEN INPUT CONDO-RATE-PARM.
           IF C-CRATE-STATUS = '00'
               PERFORM 1110-READ-RATE
                   UNTIL CRATE-EOF = 'YES'
               CLOSE CONDO-RATE-PARM
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE CONDO-RATE-PARM
               MOVE 'YES' TO CRATE-EOF.

       1110-READ-RATE.
           READ CONDO-RATE-PARM
               AT END
                   MOVE 'YES' TO CRATE-EOF
               NOT AT END
                   IF C-RKEY-CTR < 50
                       ADD 1 TO C-RKEY-CTR
                       MOVE CR-CONDO TO RK-CONDO(C-RKEY-CTR)
                       MOVE CR-EFF-DATE TO RK-EFF-DATE(C-RKEY-CTR)
                   END-IF
                   PERFORM 1120-APPLY-RATE.

       1120-APPLY-RATE.
           PERFORM
               VARYING SUB-CONDO FROM 1 BY 1
                   UNTIL SUB-CONDO > 8
                       OR CR-CONDO = T-CONDO(SUB-CONDO).
           IF SUB-CONDO <= 8
             AND CR-EFF-DATE NOT > C-TODAY-DATE
             AND CR-EFF-DATE > CU-EFF-DATE(SUB-CONDO)
               MOVE CR-RATE TO CU-RATE(SUB-CONDO)
               MOVE CR-EFF-DATE TO CU-EFF-DATE(SUB-CONDO).

      *  OPENS THE OPTIONAL OCCUPANCY EXTRACT AND LOADS EVERY CONDO   *
      *  MONTH - A MISSING FILE MEANS THERE IS NO HISTORY TO REVIEW   *
       1200-LOAD-OCCUPANCY.
           MOVE 'NO' TO OCCX-EOF.
           OPEN INPUT OCC-EXTRACT.
           IF C-OCCX-STATUS = '00'
               PERFORM 1210-READ-OCCUPANCY
                   UNTIL OCCX-EOF = 'YES'
               CLOSE OCC-EXTRACT
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE OCC-EXTRACT
               MOVE 'YES' TO OCCX-EOF.

      *  A RECORD FOR A CONDO NOT IN THE TABLE OR A MONTH THAT IS NOT *
      *  REAL IS SKIPPED                                              *
       1210-READ-OCCUPANCY.
           READ OCC-EXTRACT
               AT END
                   MOVE 'YES' TO OCCX-EOF
               NOT AT END
                   ADD 1 TO C-GT-OCCX-CTR
                   PERFORM 1220-FIND-OCC-CONDO
                   IF SUB-CONDO <= 8
                     AND OX-MONTH >= 1 AND OX-MONTH <= 12
                       MOVE OX-NIGHTS TO OC-NIGHTS(SUB-CONDO, OX-MONTH)
                       MOVE OX-AVAIL TO OC-AVAIL(SUB-CONDO, OX-MONTH)
                       MOVE OX-REVENUE TO
                           OC-REVENUE(SUB-CONDO, OX-MONTH)
                   END-IF.

       1220-FIND-OCC-CONDO.
           PERFORM
               VARYING SUB-CONDO FROM 1 BY 1
                   UNTIL SUB-CONDO > 8
                       OR OX-CONDO = T-CONDO(SUB-CONDO).

      *  OPENS THE OPTIONAL APPROVAL FILE AND LOADS EVERY APPROVAL -  *
      *  A MISSING FILE MEANS NOTHING HAS BEEN APPROVED YET          *
       1300-LOAD-APPROVALS.
           MOVE 'NO' TO APPR-EOF.
           OPEN INPUT APPROVAL-FILE.
           IF C-APPR-STATUS = '00'
               PERFORM 1310-READ-APPROVAL
                   UNTIL APPR-EOF = 'YES'
               CLOSE APPROVAL-FILE
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE APPROVAL-FILE
               MOVE 'YES' TO APPR-EOF.

       1310-READ-APPROVAL.
           READ APPROVAL-FILE
               AT END
                   MOVE 'YES' TO APPR-EOF
               NOT AT END
                   IF C-APPR-CTR < 100
                       ADD 1 TO C-APPR-CTR
                       MOVE AP-CONDO TO AR-CONDO(C-APPR-CTR)
                       MOVE AP-SEASON TO AR-SEASON(C-APPR-CTR)
                       MOVE AP-APPROVED-BY TO
                           AR-APPROVED-BY(C-APPR-CTR)
                   END-IF.

      *  ONE SEASON OFF THE PARAMETER FILE - A SEASON WHOSE MONTHS OR *
      *  MARKS ARE NOT REAL IS REPORTED AND SKIPPED, OTHERWISE EVERY  *
      *  CONDO IS REVIEWED FOR IT ON A PAGE OF ITS OWN                *
       2000-MAINLINE.
           IF RV-START-MM NOT NUMERIC OR RV-END-MM NOT NUMERIC
             OR RV-LOW-PCT NOT NUMERIC OR RV-HIGH-PCT NOT NUMERIC
             OR RV-RAISE-PCT NOT NUMERIC OR RV-CUT-PCT NOT NUMERIC
             OR RV-START-MM < 1 OR RV-START-MM > 12
             OR RV-END-MM < 1 OR RV-END-MM > 12
             OR RV-LOW-PCT > RV-HIGH-PCT
               MOVE 8 TO RETURN-CODE
               DISPLAY '*** COBLSC49 SEASON ' RV-SEASON
                   ' PARAMETERS ARE NOT VALID - SKIPPED ***'
               ADD 1 TO C-GT-REJECT-CTR
           ELSE
               ADD 1 TO C-GT-SEASON-CTR
               PERFORM 2050-SET-SEASON
               PERFORM 9100-HEADINGS
               PERFORM 2100-REVIEW-CONDO
                   VARYING SUB-CONDO FROM 1 BY 1
                       UNTIL SUB-CONDO > 8.
           PERFORM 9000-READ.

      *  A SEASON THAT RUNS ACROSS NEW YEAR WRAPS FROM DECEMBER TO    *
      *  JANUARY - A NEW RATE TAKES EFFECT ON THE FIRST OF THE        *
      *  SEASON'S FIRST MONTH THE NEXT TIME IT STARTS                 *
       2050-SET-SEASON.
           IF RV-END-MM >= RV-START-MM
               COMPUTE C-SEASON-MONTHS = RV-END-MM - RV-START-MM + 1
           ELSE
               COMPUTE C-SEASON-MONTHS = RV-END-MM - RV-START-MM + 13.
           IF RV-START-MM > I-MM
               MOVE I-YY TO C-EFF-YY
           ELSE
               COMPUTE C-EFF-YY = I-YY + 1.
           COMPUTE C-EFF-DATE = C-EFF-YY * 10000 + RV-START-MM * 100
               + 1.

           MOVE RV-SEASON TO O-SEA-CODE.
           MOVE RV-DESC TO O-SEA-DESC.
           MOVE RV-START-MM TO O-SEA-START-MM.
           MOVE RV-END-MM TO O-SEA-END-MM.
           MOVE RV-HIGH-PCT TO O-SEA-HIGH.
           MOVE RV-RAISE-PCT TO O-SEA-RAISE.
           MOVE RV-LOW-PCT TO O-SEA-LOW.
           MOVE RV-CUT-PCT TO O-SEA-CUT.
           MOVE C-EFF-DATE TO O-SEA-EFF-DATE.

      *  TOTALS THE CONDO'S SEASON AND PRICES THE SUGGESTION - THE    *
      *  REVENUE EFFECT ASSUMES THE SAME NIGHTS SELL AGAIN AT THE NEW  *
      *  RATE                                                         *
       2100-REVIEW-CONDO.
           MOVE 0 TO C-SEA-NIGHTS.
           MOVE 0 TO C-SEA-AVAIL.
           MOVE 0 TO C-SEA-REVENUE.
           MOVE RV-START-MM TO SUB-MONTH.
           PERFORM 2110-ADD-MONTH C-SEASON-MONTHS TIMES.

           MOVE CU-RATE(SUB-CONDO) TO C-NEW-RATE.
           MOVE 'HOLD' TO C-ACTION.
           MOVE 'NO CHANGE' TO O-RV-STATUS.
           IF C-SEA-AVAIL = 0
               MOVE 0 TO C-OCC-PCT
               MOVE 'NO HISTORY' TO O-RV-STATUS
           ELSE
               COMPUTE C-OCC-PCT ROUNDED =
                   C-SEA-NIGHTS * 100 / C-SEA-AVAIL
               IF C-OCC-PCT >= RV-HIGH-PCT AND RV-RAISE-PCT > 0
                   MOVE 'RAISE' TO C-ACTION
                   COMPUTE C-NEW-RATE ROUNDED = CU-RATE(SUB-CONDO)
                       * (100 + RV-RAISE-PCT) / 100
               ELSE
                   IF C-OCC-PCT < RV-LOW-PCT AND RV-CUT-PCT > 0
                       MOVE 'CUT' TO C-ACTION
                       COMPUTE C-NEW-RATE ROUNDED = CU-RATE(SUB-CONDO)
                           * (100 - RV-CUT-PCT) / 100.

      *  THE RATE FILE HOLDS NOTHING OVER 999.99 OR UNDER A PENNY  *
           IF C-NEW-RATE > 999.99
               MOVE 999.99 TO C-NEW-RATE.
           IF C-NEW-RATE = 0
               MOVE 0.01 TO C-NEW-RATE.

           IF CU-RATE(SUB-CONDO) > 0
               COMPUTE C-EFFECT ROUNDED = C-SEA-REVENUE
                   * (C-NEW-RATE - CU-RATE(SUB-CONDO))
                       / CU-RATE(SUB-CONDO)
           ELSE
               MOVE 0 TO C-EFFECT.

           EVALUATE C-ACTION
               WHEN 'RAISE'
                   ADD 1 TO C-GT-RAISE-CTR
               WHEN 'CUT'
                   ADD 1 TO C-GT-CUT-CTR
               WHEN OTHER
                   ADD 1 TO C-GT-HOLD-CTR
           END-EVALUATE.
           ADD C-EFFECT TO C-GT-EFFECT.

           IF C-ACTION NOT = 'HOLD'
               PERFORM 2200-CHECK-APPROVAL.

           MOVE T-CONDO-NAME(SUB-CONDO) TO O-RV-CONDO-NAME.
           MOVE T-CONDO(SUB-CONDO) TO O-RV-CONDO.
           MOVE C-SEA-NIGHTS TO O-RV-NIGHTS.
           MOVE C-SEA-AVAIL TO O-RV-AVAIL.
           MOVE C-OCC-PCT TO O-RV-PCT.
           MOVE C-SEA-REVENUE TO O-RV-REVENUE.
           MOVE CU-RATE(SUB-CONDO) TO O-RV-CUR-RATE.
           MOVE C-ACTION TO O-RV-ACTION.
           MOVE C-NEW-RATE TO O-RV-NEW-RATE.
           MOVE C-EFFECT TO O-RV-EFFECT.
           WRITE PRTLINE FROM REVIEW-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *  ADDS ONE MONTH OF THE SEASON AND STEPS TO THE NEXT, WRAPPING *
      *  FROM DECEMBER TO JANUARY                                     *
       2110-ADD-MONTH.
           ADD OC-NIGHTS(SUB-CONDO, SUB-MONTH) TO C-SEA-NIGHTS.
           ADD OC-AVAIL(SUB-CONDO, SUB-MONTH) TO C-SEA-AVAIL.
           ADD OC-REVENUE(SUB-CONDO, SUB-MONTH) TO C-SEA-REVENUE.
           ADD 1 TO SUB-MONTH.
           IF SUB-MONTH > 12
               MOVE 1 TO SUB-MONTH.

      *  A RAISE OR CUT MANAGEMENT HAS APPROVED FOR THIS CONDO AND    *
      *  SEASON GOES TO PARAMETER MAINTENANCE AS A RATE ADD - UNLESS  *
      *  THE RATE FILE ALREADY HOLDS A ROW FOR THAT CONDO AND DAY,    *
      *  WHICH MAINTENANCE WOULD ONLY REFUSE                          *
       2200-CHECK-APPROVAL.
           MOVE 'AWAITING APPROVAL' TO O-RV-STATUS.
           PERFORM
               VARYING SUB-APPR FROM 1 BY 1
                   UNTIL SUB-APPR > C-APPR-CTR
                       OR (AR-CONDO(SUB-APPR) = T-CONDO(SUB-CONDO)
                           AND AR-SEASON(SUB-APPR) = RV-SEASON).
           IF SUB-APPR <= C-APPR-CTR
               PERFORM 2210-SEND-RATE.

       2210-SEND-RATE.
           PERFORM
               VARYING SUB-RKEY FROM 1 BY 1
                   UNTIL SUB-RKEY > C-RKEY-CTR
                       OR (RK-CONDO(SUB-RKEY) = T-CONDO(SUB-CONDO)
                           AND RK-EFF-DATE(SUB-RKEY) = C-EFF-DATE).
           IF SUB-RKEY <= C-RKEY-CTR
               MOVE 'ALREADY ON RATE FILE' TO O-RV-STATUS
           ELSE
               MOVE SPACES TO RX-REC
               MOVE 'CRAT' TO RX-FILE-ID
               MOVE 'A' TO RX-ACTION
               MOVE T-CONDO(SUB-CONDO) TO RX-CONDO
               MOVE C-NEW-RATE TO RX-RATE
               MOVE C-EFF-DATE TO RX-EFF-DATE
               MOVE 'COBLSC49' TO RX-OPERATOR
               WRITE RX-REC
               ADD 1 TO C-GT-TRAN-CTR
               ADD C-EFFECT TO C-GT-APPR-EFFECT
               MOVE AR-APPROVED-BY(SUB-APPR) TO O-APR-BY
               MOVE APPROVED-TEXT TO O-RV-STATUS.

       3000-CLOSING.
           MOVE C-GT-RAISE-CTR TO O-GT-RAISE-CTR.
           MOVE C-GT-CUT-CTR TO O-GT-CUT-CTR.
           MOVE C-GT-HOLD-CTR TO O-GT-HOLD-CTR.
           MOVE C-GT-EFFECT TO O-GT-EFFECT.
           MOVE C-GT-APPR-EFFECT TO O-GT-APPR-EFFECT.
           WRITE PRTLINE FROM REVIEW-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE C-GT-TRAN-CTR TO O-GT-TRAN-CTR.
           WRITE PRTLINE FROM REVIEW-TRAN-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 9500-WRITE-RUN-LOG.

           CLOSE REVIEW-PARM.
           CLOSE RATE-TRAN-FILE.
           CLOSE PRTOUT.

       9000-READ.
           READ REVIEW-PARM
               AT END
                   MOVE 'NO' TO MORE-RECS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE FROM COMPANY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM DIVISION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM SEASON-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM REVIEW-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM REVIEW-COLUMN-HEADINGS-2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -      *
      * RECORDS IN IS THE OCCUPANCY RECORDS READ, RECORDS OUT THE     *
      * RATE ADDS WRITTEN, AND REJECTED THE SEASONS SKIPPED           *
       9500-WRITE-RUN-LOG.
           MOVE 'COBLSC49' TO RL-PROGRAM.
           MOVE M-RUN-MM TO RL-RUN-MM.
           MOVE M-RUN-DD TO RL-RUN-DD.
           MOVE M-RUN-YY TO RL-RUN-YYYY.
           MOVE I-TIME(1:2) TO RL-RUN-HH.
           MOVE I-TIME(3:2) TO RL-RUN-MI.
           MOVE I-TIME(5:2) TO RL-RUN-SS.
           MOVE C-GT-OCCX-CTR TO RL-RECS-IN.
           MOVE C-GT-TRAN-CTR TO RL-RECS-OUT.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC52.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      **********************************************************
      *  LAPSED BUYER CALL LIST FOR THE ALBIA SOCCER CLUB POP  *
      *  FUNDRAISER - COMPARES THIS SEASON'S ORDERS AGAINST    *
      *  ONE OR MORE PRIOR SEASONS ON THE SEASON ARCHIVE,      *
      *  MATCHED ON LAST NAME AND ADDRESS, AND LISTS EVERY     *
      *  HOUSEHOLD THAT BOUGHT BEFORE BUT HAS NOT ORDERED YET  *
      *  THIS SEASON, WITH WHAT AND HOW MUCH IT BOUGHT LAST    *
      *  TIME - ONE PAGE GROUP PER TEAM SO EACH TEAM CAN WORK  *
      *  ITS OWN LIST BEFORE THE SALE CLOSES                   *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  THIS SEASON'S VALIDATED ORDER FILE - OPEN AND DELIVERED     *
      *  ORDERS BOTH COUNT AS HAVING ORDERED                         *
           SELECT POP-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC06\CBLPOPSL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *  EVERY CLOSED SEASON'S ORDERS, STAMPED WITH THE SEASON       *
      *  LABEL, APPENDED SEASON AFTER SEASON BY THE CLOSE-OUT        *
           SELECT OPTIONAL ORDER-ARCHIVE
               ASSIGN TO 'C:\IHCC\COBOL\CBLPOPAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-ARCH-STATUS.

      *  THE PRIOR SEASON LABELS TO COMPARE AGAINST - A MISSING OR   *
      *  EMPTY FILE COMPARES AGAINST EVERY SEASON ON THE ARCHIVE     *
           SELECT OPTIONAL SEASON-SELECT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC52\CBLLAPSE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SEL-STATUS.

      *  THE SAME STATE/TEAM/POP-TYPE PARAMETER FILE THE SALES       *
      *  REPORT BILLS FROM                                           *
           SELECT OPTIONAL STATE-TEAM-PARM
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC06\CBLSTTM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-ST-PARM-STATUS.

      *  THE CALL LIST  *
           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC52\CALLLIST.PRT'
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

       FD  POP-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 89 CHARACTERS.

       01  I-REC.
           05  I-LNAME         PIC X(15).
           05  I-FNAME         PIC X(15).
           05  I-ADDRESS       PIC X(15).
           05  I-CITY          PIC X(10).
           05  I-STATE         PIC XX.
           05  I-ZIP           PIC 9(9).
           05  I-POP-TYPE      PIC 99.
           05  I-NUM-CASES     PIC 9(3).
           05  I-TEAM          PIC X.
           05  I-DUP-OVERRIDE  PIC X.
           05  I-ORDER-DATE    PIC 9(8).
           05  I-DELIVERED-DATE PIC 9(8).

      *  A TRAILER RECORD - SKIPPED HERE  *
       01  TRAILER-REC REDEFINES I-REC.
           05  T-REC-ID        PIC X(15).
           05  FILLER          PIC X(74).

      *  ONE ARCHIVED ORDER - THE ORDER AS KEYED PLUS THE SEASON     *
      *  LABEL IT WAS SOLD UNDER                                     *
       FD  ORDER-ARCHIVE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OA-REC
           RECORD CONTAINS 99 CHARACTERS.

       01  OA-REC.
           05  OA-ORDER.
               10  OA-LNAME        PIC X(15).
               10  OA-FNAME        PIC X(15).
               10  OA-ADDRESS      PIC X(15).
               10  OA-CITY         PIC X(10).
               10  OA-STATE        PIC XX.
               10  OA-ZIP          PIC 9(9).
               10  OA-POP-TYPE     PIC 99.
               10  OA-NUM-CASES    PIC 9(3).
               10  OA-TEAM         PIC X.
               10  FILLER          PIC X(17).
           05  OA-SEASON       PIC X(10).

      *  ONE PRIOR SEASON LABEL, AS THE CLOSE-OUT STAMPED IT  *
       FD  SEASON-SELECT
           LABEL RECORD IS OMITTED
           DATA RECORD IS SL-REC
           RECORD CONTAINS 10 CHARACTERS.

       01  SL-REC.
           05  SL-SEASON       PIC X(10).

      *  ONE RECORD OF THE STATE/TEAM/POP-TYPE MAINTENANCE FILE - A    *
      *  RECORD TYPE OF 'S' CARRIES A STATE DEPOSIT RATE, 'T' CARRIES *
      *  A TEAM LETTER, 'P' CARRIES A POP TYPE DESCRIPTION            *
       FD  STATE-TEAM-PARM
           LABEL RECORD IS OMITTED
           DATA RECORD IS ST-PARM-REC
           RECORD CONTAINS 26 CHARACTERS.

       01  ST-PARM-REC.
           05  ST-REC-TYPE     PIC X.
           05  ST-STATE        PIC XX.
           05  ST-DEP-RATE     PIC 9V99.
           05  ST-TEAM         PIC X.
           05  ST-POP-TYPE     PIC X(16).
           05  ST-CASE-SIZE    PIC 9(3).

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
           05  C-ARCH-STATUS   PIC XX      VALUE '00'.
           05  ARCH-EOF        PIC XXX     VALUE 'NO'.
           05  C-SEL-STATUS    PIC XX      VALUE '00'.
           05  SEL-EOF         PIC XXX     VALUE 'NO'.
           05  C-ST-PARM-STATUS PIC XX     VALUE '00'.
           05  STATE-TEAM-EOF  PIC XXX     VALUE 'NO'.
           05  C-STATE-CTR     PIC 99      VALUE 0.
           05  C-TEAM-CTR      PIC 99      VALUE 0.
           05  C-POP-TYPE-CTR  PIC 99      VALUE 0.
           05  C-SEASON-CTR    PIC 99      VALUE 0.
           05  SUB-STATE       PIC 99      VALUE 0.
           05  SUB-TEAM        PIC 99      VALUE 0.
           05  SUB-POP-TYPE    PIC 99      VALUE 0.
           05  SUB-SEASON      PIC 99      VALUE 0.
           05  C-CURRENT-CTR   PIC 9(4)    VALUE 0.
           05  SUB-CURRENT     PIC 9(4)    VALUE 0.
           05  C-LAPSED-CTR    PIC 999     VALUE 0.
           05  SUB-LAPSED      PIC 999     VALUE 0.
           05  C-TEAM-LAPSED-CTR PIC 999   VALUE 0.
           05  C-DEPOSIT       PIC 9(5)V99 VALUE 0.
           05  C-TOTAL         PIC 9(5)V99 VALUE 0.
           05  C-GT-ORDER-CTR  PIC 9(5)    VALUE 0.
           05  C-GT-ARCH-CTR   PIC 9(6)    VALUE 0.
           05  C-GT-COMPARE-CTR PIC 9(6)   VALUE 0.
           05  C-GT-SKIP-CTR   PIC 9(5)    VALUE 0.
           05  C-GT-UNLISTED-CTR PIC 9(5)  VALUE 0.

      *  THE HOUSEHOLD BEING LOOKED UP - LAST NAME, STREET ADDRESS   *
      *  AND CITY, SO A SPOUSE OR KID ORDERING THIS YEAR STILL       *
      *  MATCHES LAST YEAR'S BUYER AT THE SAME HOUSE                 *
       01  HH-KEY.
           05  HH-LNAME        PIC X(15).
           05  HH-ADDRESS      PIC X(15).
           05  HH-CITY         PIC X(10).

      *  EVERY HOUSEHOLD THAT HAS ORDERED THIS SEASON - CAPPED AT    *
      *  1000 HOUSEHOLDS                                             *
       01  CURRENT-BUYER-TABLE.
           05  CB-KEY                  PIC X(40)   OCCURS 1000.

      *  EVERY PRIOR-SEASON HOUSEHOLD NOT YET BACK THIS SEASON, WITH *
      *  THE CASES BY POP TYPE AND DOLLARS OF ITS NEWEST SEASON ON   *
      *  THE ARCHIVE - CAPPED AT 500 HOUSEHOLDS                      *
       01  LAPSED-BUYER-TABLE.
           05  LAPSED-BUYER-ENTRY      OCCURS 500.
               10  LP-KEY              PIC X(40).
               10  LP-FNAME            PIC X(15).
               10  LP-STATE            PIC XX.
               10  LP-ZIP.
                   15  LP-ZIP-5        PIC 9(5).
                   15  LP-ZIP-4        PIC 9(4).
               10  LP-TEAM             PIC X.
               10  LP-SEASON           PIC X(10).
               10  LP-DOLLARS          PIC 9(6)V99.
               10  LP-CASES            PIC 9(4)    OCCURS 20.

      *  THE PRIOR SEASON LABELS CHOSEN FOR THIS RUN  *
       01  SEASON-SELECT-TABLE.
           05  SS-SEASON               PIC X(10)   OCCURS 10.

      *  STORES THE COMPILED DEFAULT TEAM NAMES - THE RUNTIME WORK    *
      *  TABLE BELOW IS SEEDED FROM THESE AND EXTENDED FROM THE      *
      *  STATE/TEAM/POP-TYPE PARAMETER FILE                          *
       01  TEAM-INFO.
           05  FILLER          PIC X       VALUE 'A'.
           05  FILLER          PIC X       VALUE 'B'.
           05  FILLER          PIC X       VALUE 'C'.
           05  FILLER          PIC X       VALUE 'D'.
           05  FILLER          PIC X       VALUE 'E'.

      *  TABLE FOR TEAM NAMES  *
       01  TEAM-TABLE REDEFINES TEAM-INFO.
           05  T-TEAM          PIC X       OCCURS 5.

      *  RUNTIME COPY OF TEAM-TABLE, SO A TEAM ADDED VIA THE         *
      *  PARAMETER FILE GETS ITS OWN CALL LIST WITHOUT A RECOMPILE   *
       01  TEAM-WORK-TABLE.
           05  WT-TEAM         PIC X       OCCURS 20.

      *  STORES THE COMPILED DEFAULT POP TYPES AND CASE SIZES  *
       01  POP-TYPE-INFO.
           05  FILLER          PIC X(19)   VALUE 'COKE            024'.
           05  FILLER          PIC X(19)   VALUE 'DIET COKE       024'.
           05  FILLER          PIC X(19)   VALUE 'MELLO YELLO     024'.
           05  FILLER          PIC X(19)   VALUE 'CHERRY COKE     024'.
           05  FILLER          PIC X(19)   VALUE 'DIET CHERRY COKE024'.
           05  FILLER          PIC X(19)   VALUE 'SPRITE          024'.

      *  TABLE FOR POP TYPES AND THEIR CASE SIZES  *
       01  POP-TYPE-TABLE REDEFINES POP-TYPE-INFO.
           05  POP-TYPE                   OCCURS 6.
               10  T-POP-TYPE  PIC X(16).
               10  T-CASE-SIZE PIC 9(3).

      *  RUNTIME COPY OF POP-TYPE-TABLE, SEEDED FROM THE COMPILED    *
      *  DEFAULTS AND EXTENDED FROM THE PARAMETER FILE - A POP       *
      *  TYPE'S CODE IS ALWAYS ITS POSITION IN THIS TABLE            *
       01  POP-TYPE-WORK-TABLE.
           05  POP-TYPE-WORK               OCCURS 20.
               10  WT-POP-TYPE PIC X(16).
               10  WT-CASE-SIZE PIC 9(3).

      *  STORES THE COMPILED DEFAULT STATE DEPOSIT RATES - THE SAME  *
      *  DEFAULTS THE SALES REPORT SEEDS ITS OWN WORK TABLE FROM     *
       01  STATE-DEPOSIT-INFO.
           05  FILLER          PIC X(5)    VALUE 'IA005'.
           05  FILLER          PIC X(5)    VALUE 'NE005'.
           05  FILLER          PIC X(5)    VALUE 'WI005'.
           05  FILLER          PIC X(5)    VALUE 'MI010'.
           05  FILLER          PIC X(5)    VALUE 'IL000'.
           05  FILLER          PIC X(5)    VALUE 'MO000'.

      *  TABLE FOR THE STATE DEPOSIT RATES  *
       01  STATE-DEPOSIT-TABLE REDEFINES STATE-DEPOSIT-INFO.
           05  STATE-DEPOSIT               OCCURS 6.
               10  T-STATE     PIC XX.
               10  T-DEP-RATE  PIC 9V99.

      *  RUNTIME COPY OF STATE-DEPOSIT-TABLE, EXTENDED/OVERRIDDEN    *
      *  FROM THE PARAMETER FILE SO NEW STATES OR RATES DON'T NEED   *
      *  A RECOMPILE                                                 *
       01  STATE-DEPOSIT-WORK-TABLE.
           05  STATE-DEPOSIT-WORK          OCCURS 20.
               10  WT-STATE    PIC XX.
               10  WT-DEP-RATE PIC 9V99.

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
           05  FILLER          PIC X(36)   VALUE ' '.
           05  FILLER          PIC X(28)   VALUE
                                         'ALBIA SOCCER CLUB FUNDRAISER'.
           05  FILLER          PIC X(44)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-PCTR          PIC Z9.

       01  DIVISION-LINE.
           05  FILLER          PIC X(8)    VALUE 'COBLSC52'.
           05  FILLER          PIC X(48)   VALUE ' '.
           05  FILLER          PIC X(9)    VALUE '  CHAPMAN'.
           05  FILLER          PIC X(9)    VALUE ' DIVISION'.
           05  FILLER          PIC X(58)   VALUE ' '.

       01  REPORT-TITLE-LINE.
           05  FILLER          PIC X(55)   VALUE ' '.
           05  FILLER          PIC X(23)   VALUE
                                  'LAPSED BUYER CALL LIST'.
           05  FILLER          PIC X(54)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  TEAM-HEADING-LINE.
           05  FILLER          PIC X(20)   VALUE 'CALL LIST FOR TEAM '.
           05  O-TH-TEAM       PIC X.
           05  FILLER          PIC X(111)  VALUE ' '.

       01  LAPSED-COLUMN-HEADINGS.
           05  FILLER          PIC X(9)    VALUE 'LAST NAME'.
           05  FILLER          PIC X(7)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'FIRST NAME'.
           05  FILLER          PIC X(7)    VALUE ' '.
           05  FILLER          PIC X(7)    VALUE 'ADDRESS'.
           05  FILLER          PIC X(10)   VALUE ' '.
           05  FILLER          PIC X(4)    VALUE 'CITY'.
           05  FILLER          PIC X(8)    VALUE ' '.
           05  FILLER          PIC X(2)    VALUE 'ST'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(3)    VALUE 'ZIP'.
           05  FILLER          PIC X(6)    VALUE ' '.
           05  FILLER          PIC X(11)   VALUE 'LAST SEASON'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'LAST SPENT'.
           05  FILLER          PIC X(34)   VALUE ' '.

       01  LAPSED-DETAIL-LINE.
           05  O-LP-LNAME      PIC X(15).
           05  FILLER          PIC X       VALUE ' '.
           05  O-LP-FNAME      PIC X(15).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-LP-ADDRESS    PIC X(15).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-LP-CITY       PIC X(10).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-LP-STATE      PIC XX.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-LP-ZIP        PIC 9(5).
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-LP-SEASON     PIC X(10).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-LP-DOLLARS    PIC $$$,$$9.99.
           05  FILLER          PIC X(34)   VALUE ' '.

      *  ONE LINE PER POP TYPE THE HOUSEHOLD BOUGHT LAST TIME  *
       01  LAPSED-ITEM-LINE.
           05  FILLER          PIC X(6)    VALUE ' '.
           05  O-LI-POP-TYPE   PIC X(16).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-LI-CASES      PIC Z,ZZ9.
           05  FILLER          PIC X(6)    VALUE ' CASES'.
           05  FILLER          PIC X(97)   VALUE ' '.

       01  TEAM-COUNT-LINE.
           05  FILLER          PIC X(19)   VALUE 'HOUSEHOLDS TO CALL:'.
           05  FILLER          PIC X       VALUE ' '.
           05  O-TC-CTR        PIC ZZ9.
           05  FILLER          PIC X(109)  VALUE ' '.

       01  SEASONS-LINE.
           05  FILLER          PIC X(18)   VALUE 'SEASONS COMPARED: '.
           05  O-SEASON-LIST.
               10  O-SEASON    PIC X(11)   OCCURS 10.
           05  FILLER          PIC X(4)    VALUE ' '.

       01  CALL-TOTAL-LINE.
           05  FILLER          PIC X(22)   VALUE
                                  'ARCHIVED ORDERS READ: '.
           05  O-GT-ARCH-CTR   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(15)   VALUE '   COMPARED:  '.
           05  O-GT-COMPARE-CTR PIC ZZZ,ZZ9.
           05  FILLER          PIC X(24)   VALUE
                                  '   LAPSED HOUSEHOLDS:  '.
           05  O-LAPSED-CTR    PIC ZZ9.
           05  FILLER          PIC X(15)   VALUE '   NOT LISTED: '.
           05  O-GT-UNLISTED-CTR PIC ZZ,ZZ9.
           05  FILLER          PIC X(33)   VALUE ' '.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
       STOP RUN.

       1000-INIT.
           OPEN INPUT POP-MASTER.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO MACHINE-DATE.
           PERFORM 9955-GET-PROCESS-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           PERFORM 1300-LOAD-STATE-TEAM-PARM.
           PERFORM 1400-LOAD-SEASON-SELECT.

           PERFORM 9000-READ.

      *  SEEDS THE RUNTIME STATE/TEAM/POP-TYPE WORK TABLES FROM THE  *
      *  COMPILED DEFAULTS, THEN APPLIES ANY ADDITIONS/OVERRIDES ON  *
      *  THE OPTIONAL PARAMETER FILE - THE SAME RULES THE SALES      *
      *  REPORT BILLS BY                                             *
       1300-LOAD-STATE-TEAM-PARM.
           PERFORM 1301-SEED-STATE-DEFAULT
               VARYING SUB-STATE FROM 1 BY 1
                   UNTIL SUB-STATE > 6.
           MOVE 6 TO C-STATE-CTR.

           PERFORM 1302-SEED-TEAM-DEFAULT
               VARYING SUB-TEAM FROM 1 BY 1
                   UNTIL SUB-TEAM > 5.
           MOVE 5 TO C-TEAM-CTR.

           PERFORM 1303-SEED-POP-TYPE-DEFAULT
               VARYING SUB-POP-TYPE FROM 1 BY 1
                   UNTIL SUB-POP-TYPE > 6.
           MOVE 6 TO C-POP-TYPE-CTR.

           MOVE 'NO' TO STATE-TEAM-EOF.
           OPEN INPUT STATE-TEAM-PARM.
           IF C-ST-PARM-STATUS = '00'
               PERFORM 1310-READ-STATE-TEAM-PARM
                   UNTIL STATE-TEAM-EOF = 'YES'
               CLOSE STATE-TEAM-PARM
           ELSE
               CLOSE STATE-TEAM-PARM
               MOVE 'YES' TO STATE-TEAM-EOF.

       1301-SEED-STATE-DEFAULT.
           MOVE T-STATE(SUB-STATE) TO WT-STATE(SUB-STATE).
           MOVE T-DEP-RATE(SUB-STATE) TO WT-DEP-RATE(SUB-STATE).

       1302-SEED-TEAM-DEFAULT.
           MOVE T-TEAM(SUB-TEAM) TO WT-TEAM(SUB-TEAM).

       1303-SEED-POP-TYPE-DEFAULT.
           MOVE T-POP-TYPE(SUB-POP-TYPE) TO WT-POP-TYPE(SUB-POP-TYPE).
           MOVE T-CASE-SIZE(SUB-POP-TYPE) TO
               WT-CASE-SIZE(SUB-POP-TYPE).

       1310-READ-STATE-TEAM-PARM.
           READ STATE-TEAM-PARM
               AT END
                   MOVE 'YES' TO STATE-TEAM-EOF
               NOT AT END
                   PERFORM 1320-APPLY-STATE-TEAM-PARM.

      *  A RECORD TYPE OF 'S' ADDS/OVERRIDES A STATE DEPOSIT RATE,   *
      *  'T' ADDS A NEW TEAM LETTER, 'P' ADDS A NEW POP TYPE         *
       1320-APPLY-STATE-TEAM-PARM.
           EVALUATE ST-REC-TYPE
               WHEN 'S'
                   PERFORM 1321-APPLY-STATE-PARM
               WHEN 'T'
                   PERFORM 1322-APPLY-TEAM-PARM
               WHEN 'P'
                   PERFORM 1323-APPLY-POP-TYPE-PARM.

       1321-APPLY-STATE-PARM.
           PERFORM
               VARYING SUB-STATE FROM 1 BY 1
                   UNTIL ST-STATE = WT-STATE(SUB-STATE)
                       OR SUB-STATE > C-STATE-CTR.

           IF SUB-STATE > C-STATE-CTR AND C-STATE-CTR < 20
               ADD 1 TO C-STATE-CTR
               MOVE C-STATE-CTR TO SUB-STATE
               MOVE ST-STATE TO WT-STATE(SUB-STATE).

           IF SUB-STATE <= 20
               MOVE ST-DEP-RATE TO WT-DEP-RATE(SUB-STATE).

       1322-APPLY-TEAM-PARM.
           PERFORM
               VARYING SUB-TEAM FROM 1 BY 1
                   UNTIL ST-TEAM = WT-TEAM(SUB-TEAM)
                       OR SUB-TEAM > C-TEAM-CTR.

           IF SUB-TEAM > C-TEAM-CTR AND C-TEAM-CTR < 20
               ADD 1 TO C-TEAM-CTR
               MOVE C-TEAM-CTR TO SUB-TEAM
               MOVE ST-TEAM TO WT-TEAM(SUB-TEAM).

       1323-APPLY-POP-TYPE-PARM.
           PERFORM
               VARYING SUB-POP-TYPE FROM 1 BY 1
                   UNTIL ST-POP-TYPE = WT-POP-TYPE(SUB-POP-TYPE)
                       OR SUB-POP-TYPE > C-POP-TYPE-CTR.

           IF SUB-POP-TYPE > C-POP-TYPE-CTR AND C-POP-TYPE-CTR < 20
               ADD 1 TO C-POP-TYPE-CTR
               MOVE C-POP-TYPE-CTR TO SUB-POP-TYPE
               MOVE ST-POP-TYPE TO WT-POP-TYPE(SUB-POP-TYPE).

           IF SUB-POP-TYPE <= 20
               MOVE ST-CASE-SIZE TO WT-CASE-SIZE(SUB-POP-TYPE).

      *  LOADS THE PRIOR SEASON LABELS TO COMPARE AGAINST - UP TO    *
      *  TEN - NONE MEANS EVERY SEASON ON THE ARCHIVE                *
       1400-LOAD-SEASON-SELECT.
           MOVE 'NO' TO SEL-EOF.
           OPEN INPUT SEASON-SELECT.
           IF C-SEL-STATUS = '00'
               PERFORM 1410-READ-SEASON-SELECT
                   UNTIL SEL-EOF = 'YES'
               CLOSE SEASON-SELECT
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE SEASON-SELECT
               MOVE 'YES' TO SEL-EOF.

       1410-READ-SEASON-SELECT.
           READ SEASON-SELECT
               AT END
                   MOVE 'YES' TO SEL-EOF
               NOT AT END
                   IF SL-SEASON NOT = SPACES
                     AND C-SEASON-CTR < 10
                       ADD 1 TO C-SEASON-CTR
                       MOVE SL-SEASON TO SS-SEASON(C-SEASON-CTR)
                   END-IF.

      *  EVERY ORDER ON THIS SEASON'S FILE, OPEN OR DELIVERED, PUTS  *
      *  ITS HOUSEHOLD ON THE ALREADY-ORDERED LIST                   *
       2000-MAINLINE.
           ADD 1 TO C-GT-ORDER-CTR.
           MOVE I-LNAME TO HH-LNAME.
           MOVE I-ADDRESS TO HH-ADDRESS.
           MOVE I-CITY TO HH-CITY.
           PERFORM 2100-FIND-CURRENT.
           IF SUB-CURRENT > C-CURRENT-CTR AND C-CURRENT-CTR < 1000
               ADD 1 TO C-CURRENT-CTR
               MOVE HH-KEY TO CB-KEY(C-CURRENT-CTR).
           PERFORM 9000-READ.

       2100-FIND-CURRENT.
           PERFORM
               VARYING SUB-CURRENT FROM 1 BY 1
                   UNTIL SUB-CURRENT > C-CURRENT-CTR
                       OR CB-KEY(SUB-CURRENT) = HH-KEY.

       3000-CLOSING.
           PERFORM 3100-READ-ARCHIVE.
           PERFORM 3200-PRINT-TEAM-LIST
               VARYING SUB-TEAM FROM 1 BY 1
                   UNTIL SUB-TEAM > C-TEAM-CTR.
           PERFORM 3300-PRINT-TOTALS.
           PERFORM 9500-WRITE-RUN-LOG.

           CLOSE POP-MASTER.
           CLOSE PRTOUT.

      *  READS THE WHOLE ARCHIVE - A MISSING ARCHIVE MEANS NO SEASON *
      *  HAS BEEN CLOSED YET AND THERE IS NO ONE TO CALL             *
       3100-READ-ARCHIVE.
           MOVE 'NO' TO ARCH-EOF.
           OPEN INPUT ORDER-ARCHIVE.
           IF C-ARCH-STATUS = '00'
               PERFORM 3110-READ-ARCHIVE-REC
                   UNTIL ARCH-EOF = 'YES'
               CLOSE ORDER-ARCHIVE
           ELSE
               CLOSE ORDER-ARCHIVE
               MOVE 'YES' TO ARCH-EOF
               MOVE 8 TO RETURN-CODE
               DISPLAY '*** COBLSC52 NO SEASON ARCHIVE ON FILE ***'.

       3110-READ-ARCHIVE-REC.
           READ ORDER-ARCHIVE
               AT END
                   MOVE 'YES' TO ARCH-EOF
               NOT AT END
                   ADD 1 TO C-GT-ARCH-CTR
                   PERFORM 3120-CHECK-ARCHIVE THRU 3120-EXIT.

      *  AN ARCHIVED ORDER FROM A CHOSEN SEASON WHOSE HOUSEHOLD HAS  *
      *  NOT ORDERED THIS SEASON GOES ON THE LAPSED LIST - THE       *
      *  ARCHIVE IS APPENDED A SEASON AT A TIME, SO A NEW SEASON     *
      *  LABEL FOR A HOUSEHOLD ALREADY LISTED IS A NEWER PURCHASE    *
      *  AND REPLACES WHAT WAS HELD FOR IT                           *
       3120-CHECK-ARCHIVE.
           IF C-SEASON-CTR > 0
               PERFORM 3130-FIND-SEASON
               IF SUB-SEASON > C-SEASON-CTR
                   GO TO 3120-EXIT.

           IF OA-POP-TYPE NOT NUMERIC
             OR OA-NUM-CASES NOT NUMERIC
             OR OA-POP-TYPE = 0
             OR OA-POP-TYPE > C-POP-TYPE-CTR
               ADD 1 TO C-GT-SKIP-CTR
               GO TO 3120-EXIT.

           ADD 1 TO C-GT-COMPARE-CTR.
           MOVE OA-LNAME TO HH-LNAME.
           MOVE OA-ADDRESS TO HH-ADDRESS.
           MOVE OA-CITY TO HH-CITY.
           PERFORM 2100-FIND-CURRENT.
           IF SUB-CURRENT <= C-CURRENT-CTR
               GO TO 3120-EXIT.

           PERFORM 3140-FIND-LAPSED.
           IF SUB-LAPSED > C-LAPSED-CTR
               IF C-LAPSED-CTR < 500
                   ADD 1 TO C-LAPSED-CTR
                   MOVE C-LAPSED-CTR TO SUB-LAPSED
                   MOVE HH-KEY TO LP-KEY(SUB-LAPSED)
                   MOVE SPACES TO LP-SEASON(SUB-LAPSED)
               ELSE
                   ADD 1 TO C-GT-UNLISTED-CTR
                   GO TO 3120-EXIT.

           IF OA-SEASON NOT = LP-SEASON(SUB-LAPSED)
               MOVE OA-SEASON TO LP-SEASON(SUB-LAPSED)
               MOVE 0 TO LP-DOLLARS(SUB-LAPSED)
               PERFORM 3150-CLEAR-CASES
                   VARYING SUB-POP-TYPE FROM 1 BY 1
                       UNTIL SUB-POP-TYPE > 20.

           MOVE OA-FNAME TO LP-FNAME(SUB-LAPSED).
           MOVE OA-STATE TO LP-STATE(SUB-LAPSED).
           MOVE OA-ZIP TO LP-ZIP(SUB-LAPSED).
           MOVE OA-TEAM TO LP-TEAM(SUB-LAPSED).

           PERFORM
               VARYING SUB-STATE FROM 1 BY 1
                   UNTIL OA-STATE = WT-STATE(SUB-STATE)
                       OR SUB-STATE > C-STATE-CTR.
           IF SUB-STATE <= C-STATE-CTR
               COMPUTE C-DEPOSIT = WT-CASE-SIZE(OA-POP-TYPE) *
                   OA-NUM-CASES * WT-DEP-RATE(SUB-STATE)
           ELSE
               MOVE 0 TO C-DEPOSIT.
           COMPUTE C-TOTAL = 18.71 * OA-NUM-CASES + C-DEPOSIT.

           ADD OA-NUM-CASES TO LP-CASES(SUB-LAPSED, OA-POP-TYPE).
           ADD C-TOTAL TO LP-DOLLARS(SUB-LAPSED).

       3120-EXIT.
           EXIT.

       3130-FIND-SEASON.
           PERFORM
               VARYING SUB-SEASON FROM 1 BY 1
                   UNTIL SUB-SEASON > C-SEASON-CTR
                       OR SS-SEASON(SUB-SEASON) = OA-SEASON.

       3140-FIND-LAPSED.
           PERFORM
               VARYING SUB-LAPSED FROM 1 BY 1
                   UNTIL SUB-LAPSED > C-LAPSED-CTR
                       OR LP-KEY(SUB-LAPSED) = HH-KEY.

       3150-CLEAR-CASES.
           MOVE 0 TO LP-CASES(SUB-LAPSED, SUB-POP-TYPE).

      *  ONE CALL LIST PER TEAM, EACH STARTING ON A NEW PAGE - THE   *
      *  TEAM IS THE ONE THAT SOLD TO THE HOUSEHOLD LAST TIME        *
       3200-PRINT-TEAM-LIST.
           PERFORM 9100-HEADINGS.
           MOVE WT-TEAM(SUB-TEAM) TO O-TH-TEAM.
           WRITE PRTLINE FROM TEAM-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM LAPSED-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 0 TO C-TEAM-LAPSED-CTR.
           PERFORM 3210-PRINT-HOUSEHOLD THRU 3210-EXIT
               VARYING SUB-LAPSED FROM 1 BY 1
                   UNTIL SUB-LAPSED > C-LAPSED-CTR.

           MOVE C-TEAM-LAPSED-CTR TO O-TC-CTR.
           WRITE PRTLINE FROM TEAM-COUNT-LINE
               AFTER ADVANCING 2 LINES.

       3210-PRINT-HOUSEHOLD.
           IF LP-TEAM(SUB-LAPSED) NOT = WT-TEAM(SUB-TEAM)
               GO TO 3210-EXIT.

           ADD 1 TO C-TEAM-LAPSED-CTR.
           MOVE LP-KEY(SUB-LAPSED) TO HH-KEY.
           MOVE HH-LNAME TO O-LP-LNAME.
           MOVE LP-FNAME(SUB-LAPSED) TO O-LP-FNAME.
           MOVE HH-ADDRESS TO O-LP-ADDRESS.
           MOVE HH-CITY TO O-LP-CITY.
           MOVE LP-STATE(SUB-LAPSED) TO O-LP-STATE.
           MOVE LP-ZIP-5(SUB-LAPSED) TO O-LP-ZIP.
           MOVE LP-SEASON(SUB-LAPSED) TO O-LP-SEASON.
           MOVE LP-DOLLARS(SUB-LAPSED) TO O-LP-DOLLARS.
           WRITE PRTLINE FROM LAPSED-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.
           PERFORM 3220-PRINT-ITEM
               VARYING SUB-POP-TYPE FROM 1 BY 1
                   UNTIL SUB-POP-TYPE > C-POP-TYPE-CTR.

       3210-EXIT.
           EXIT.

       3220-PRINT-ITEM.
           IF LP-CASES(SUB-LAPSED, SUB-POP-TYPE) > 0
               MOVE WT-POP-TYPE(SUB-POP-TYPE) TO O-LI-POP-TYPE
               MOVE LP-CASES(SUB-LAPSED, SUB-POP-TYPE) TO O-LI-CASES
               WRITE PRTLINE FROM LAPSED-ITEM-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS.

      *  THE SEASONS COMPARED AND THE RUN COUNTS, ON THEIR OWN PAGE  *
      *  - A LAPSED HOUSEHOLD WHOSE LAST TEAM IS NO LONGER ON THE    *
      *  PARAMETER FILE, OR ONE PAST THE TABLE'S CAPACITY, IS        *
      *  COUNTED AS NOT LISTED                                       *
       3300-PRINT-TOTALS.
           PERFORM 9100-HEADINGS.
           MOVE SPACES TO O-SEASON-LIST.
           IF C-SEASON-CTR = 0
               MOVE 'ALL SEASONS ON THE ARCHIVE' TO O-SEASON-LIST
           ELSE
               PERFORM 3310-MOVE-SEASON
                   VARYING SUB-SEASON FROM 1 BY 1
                       UNTIL SUB-SEASON > C-SEASON-CTR.
           WRITE PRTLINE FROM SEASONS-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 3320-COUNT-UNLISTED
               VARYING SUB-LAPSED FROM 1 BY 1
                   UNTIL SUB-LAPSED > C-LAPSED-CTR.

           MOVE C-GT-ARCH-CTR TO O-GT-ARCH-CTR.
           MOVE C-GT-COMPARE-CTR TO O-GT-COMPARE-CTR.
           MOVE C-LAPSED-CTR TO O-LAPSED-CTR.
           MOVE C-GT-UNLISTED-CTR TO O-GT-UNLISTED-CTR.
           WRITE PRTLINE FROM CALL-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       3310-MOVE-SEASON.
           MOVE SS-SEASON(SUB-SEASON) TO O-SEASON(SUB-SEASON).

       3320-COUNT-UNLISTED.
           PERFORM
               VARYING SUB-TEAM FROM 1 BY 1
                   UNTIL SUB-TEAM > C-TEAM-CTR
                       OR WT-TEAM(SUB-TEAM) = LP-TEAM(SUB-LAPSED).
           IF SUB-TEAM > C-TEAM-CTR
               ADD 1 TO C-GT-UNLISTED-CTR.

       9000-READ.
           READ POP-MASTER
               AT END
                   MOVE 'NO' TO MORE-RECS.

           IF T-REC-ID = '*** TRAILER ***'
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

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -      *
      * RECORDS IN IS THIS SEASON'S ORDERS PLUS THE ARCHIVED ORDERS   *
      * READ, RECORDS OUT IS THE LAPSED HOUSEHOLDS FOUND, AND RECORDS *
      * REJECTED IS THE ARCHIVED ORDERS SKIPPED FOR BAD FIELDS        *
       9500-WRITE-RUN-LOG.
           MOVE 'COBLSC52' TO RL-PROGRAM.
           MOVE M-RUN-MM TO RL-RUN-MM.
           MOVE M-RUN-DD TO RL-RUN-DD.
           MOVE M-RUN-YY TO RL-RUN-YYYY.
           MOVE I-TIME(1:2) TO RL-RUN-HH.
           MOVE I-TIME(3:2) TO RL-RUN-MI.
           MOVE I-TIME(5:2) TO RL-RUN-SS.
           COMPUTE RL-RECS-IN = C-GT-ORDER-CTR + C-GT-ARCH-CTR.
           MOVE C-LAPSED-CTR TO RL-RECS-OUT.
           MOVE C-GT-SKIP-CTR TO RL-RECS-REJ.
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

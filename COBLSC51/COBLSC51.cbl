       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC51.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      **********************************************************
      *  NET PROCEEDS REPORT FOR THE ALBIA SOCCER CLUB POP     *
      *  FUNDRAISER - TAKES EACH TEAM'S DELIVERED SALES OFF    *
      *  THE VALIDATED ORDER FILE AND CHARGES THEM WITH THE    *
      *  DISTRIBUTOR COST OF THE CASES (THE AVERAGE INVOICE    *
      *  PRICE PER CASE THE INVENTORY RUN KEEPS BY POP TYPE),  *
      *  THE BOTTLE DEPOSITS REMITTED PER THE STATE DEPOSIT    *
      *  SCHEDULE, AND THE SHORTFALL STILL OWED ON THE         *
      *  MONEY-DUE REPORT, SO THE BOARD SEES WHAT EACH TEAM    *
      *  ACTUALLY CLEARED INSTEAD OF JUST GROSS SALES          *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  THE VALIDATED ORDER FILE THE SALES REPORT READS - ONLY      *
      *  DELIVERED ORDERS COUNT TOWARD PROCEEDS                      *
           SELECT POP-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC06\CBLPOPSL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *  THE ON-HAND INVENTORY FILE - CARRIES THE AVERAGE            *
      *  DISTRIBUTOR COST PER CASE BY POP TYPE                       *
           SELECT OPTIONAL POP-INVENTORY
               ASSIGN TO 'C:\IHCC\COBOL\CBLPOPIV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-INV-STATUS.

      *  THE MONEY-DUE REPORT'S TEAM ROLL-UP FROM ITS LAST RUN       *
           SELECT OPTIONAL TEAM-DUE-EXTRACT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC29\CBLDUE29.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-DUE-STATUS.

      *  THE SAME STATE/TEAM/POP-TYPE PARAMETER FILE THE SALES       *
      *  REPORT BILLS FROM                                           *
           SELECT OPTIONAL STATE-TEAM-PARM
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC06\CBLSTTM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-ST-PARM-STATUS.

      *  THE NET PROCEEDS REPORT  *
           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC51\NETPROC.PRT'
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
      *  A DELIVERED DATE OF ALL ZEROS MEANS THE ORDER IS STILL     *
      *  OPEN AND HAS EARNED THE CLUB NOTHING YET                   *
           05  I-DELIVERED-DATE PIC 9(8).

      *  A TRAILER RECORD - SKIPPED HERE  *
       01  TRAILER-REC REDEFINES I-REC.
           05  T-REC-ID        PIC X(15).
           05  FILLER          PIC X(74).

      *  ONE ON-HAND RECORD PER POP TYPE  *
       FD  POP-INVENTORY
           LABEL RECORD IS OMITTED
           DATA RECORD IS PV-REC
           RECORD CONTAINS 13 CHARACTERS.

       01  PV-REC.
           05  PV-POP-TYPE     PIC 99.
           05  PV-ON-HAND      PIC S9(5)
                               SIGN LEADING SEPARATE.
           05  PV-AVG-COST     PIC 9(3)V99.

      *  ONE RECORD PER TEAM FROM THE MONEY-DUE REPORT  *
       FD  TEAM-DUE-EXTRACT
           LABEL RECORD IS OMITTED
           DATA RECORD IS DU-REC
           RECORD CONTAINS 32 CHARACTERS.

       01  DU-REC.
           05  DU-TEAM         PIC X.
           05  DU-DELIVERED    PIC 9(8)V99.
           05  DU-RECEIVED     PIC 9(8)V99.
           05  DU-DUE          PIC S9(8)V99
                               SIGN LEADING SEPARATE.

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
           05  C-INV-STATUS    PIC XX      VALUE '00'.
           05  INV-EOF         PIC XXX     VALUE 'NO'.
           05  C-DUE-STATUS    PIC XX      VALUE '00'.
           05  DUE-EOF         PIC XXX     VALUE 'NO'.
           05  DUE-FOUND       PIC XXX     VALUE 'NO'.
           05  C-ST-PARM-STATUS PIC XX     VALUE '00'.
           05  STATE-TEAM-EOF  PIC XXX     VALUE 'NO'.
           05  C-STATE-CTR     PIC 99      VALUE 0.
           05  C-TEAM-CTR      PIC 99      VALUE 0.
           05  C-POP-TYPE-CTR  PIC 99      VALUE 0.
           05  SUB-STATE       PIC 99      VALUE 0.
           05  SUB-TEAM        PIC 99      VALUE 0.
           05  SUB-POP-TYPE    PIC 99      VALUE 0.
           05  C-DEPOSIT       PIC 9(5)V99 VALUE 0.
           05  C-GROSS         PIC 9(5)V99 VALUE 0.
           05  C-COGS          PIC 9(7)V99 VALUE 0.
           05  C-NET           PIC S9(8)V99 VALUE 0.
           05  C-GT-ORDER-CTR  PIC 9(5)    VALUE 0.
           05  C-GT-OPEN-CTR   PIC 9(5)    VALUE 0.
           05  C-GT-OPEN-CASES PIC 9(6)    VALUE 0.
           05  C-GT-SKIP-CTR   PIC 9(5)    VALUE 0.
           05  C-NO-COST-CASES PIC 9(6)    VALUE 0.
           05  C-GT-CASES      PIC 9(6)    VALUE 0.
           05  C-GT-GROSS      PIC 9(8)V99 VALUE 0.
           05  C-GT-COGS       PIC 9(8)V99 VALUE 0.
           05  C-GT-DEPOSITS   PIC 9(8)V99 VALUE 0.
           05  C-GT-SHORTFALL  PIC 9(8)V99 VALUE 0.
           05  C-GT-NET        PIC S9(8)V99 VALUE 0.

      *  DELIVERED CASES, GROSS SALES AND THE THREE COSTS PER TEAM - *
      *  POSITIONED THE SAME AS THE TEAM WORK TABLE                  *
       01  TEAM-PL-TABLE.
           05  TEAM-PL-ENTRY           OCCURS 20.
               10  TP-CASES            PIC 9(6)    VALUE 0.
               10  TP-GROSS            PIC 9(8)V99 VALUE 0.
               10  TP-COGS             PIC 9(8)V99 VALUE 0.
               10  TP-DEPOSITS         PIC 9(8)V99 VALUE 0.
               10  TP-SHORTFALL        PIC 9(8)V99 VALUE 0.

      *  AVERAGE DISTRIBUTOR COST PER CASE BY POP TYPE, OFF THE      *
      *  ON-HAND FILE - ZERO WHEN NO PRICED TRUCK HAS BEEN POSTED    *
       01  POP-COST-TABLE.
           05  PC-AVG-COST             PIC 9(3)V99 VALUE 0
                                       OCCURS 20.

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
      *  PARAMETER FILE GETS ITS OWN LINE WITHOUT A RECOMPILE        *
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
           05  FILLER          PIC X(8)    VALUE 'COBLSC51'.
           05  FILLER          PIC X(48)   VALUE ' '.
           05  FILLER          PIC X(9)    VALUE '  CHAPMAN'.
           05  FILLER          PIC X(9)    VALUE ' DIVISION'.
           05  FILLER          PIC X(58)   VALUE ' '.

       01  REPORT-TITLE-LINE.
           05  FILLER          PIC X(57)   VALUE ' '.
           05  FILLER          PIC X(19)   VALUE 'NET PROCEEDS REPORT'.
           05  FILLER          PIC X(56)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  PL-COLUMN-HEADINGS.
           05  FILLER          PIC X(4)    VALUE 'TEAM'.
           05  FILLER          PIC X(6)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE 'CASES'.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(11)   VALUE 'GROSS SALES'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(13)   VALUE 'COST OF GOODS'.
           05  FILLER          PIC X(7)    VALUE ' '.
           05  FILLER          PIC X(8)    VALUE 'DEPOSITS'.
           05  FILLER          PIC X(6)    VALUE ' '.
           05  FILLER          PIC X(9)    VALUE 'SHORTFALL'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(12)   VALUE 'NET PROCEEDS'.
           05  FILLER          PIC X(42)   VALUE ' '.

       01  PL-DETAIL-LINE.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-PL-TEAM       PIC X.
           05  FILLER          PIC X(5)    VALUE ' '.
           05  O-PL-CASES      PIC ZZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-PL-GROSS      PIC $$$$,$$9.99.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-PL-COGS       PIC $$$$,$$9.99.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-PL-DEPOSITS   PIC $$$$,$$9.99.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-PL-SHORTFALL  PIC $$$$,$$9.99.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-PL-NET        PIC $$$$,$$9.99-.
           05  FILLER          PIC X(41)   VALUE ' '.

       01  PL-TOTAL-LINE.
           05  FILLER          PIC X(8)    VALUE 'CLUB'.
           05  O-GT-CASES      PIC ZZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-GT-GROSS      PIC $$$$,$$9.99.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-GT-COGS       PIC $$$$,$$9.99.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-GT-DEPOSITS   PIC $$$$,$$9.99.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-GT-SHORTFALL  PIC $$$$,$$9.99.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-GT-NET        PIC $$$$,$$9.99-.
           05  FILLER          PIC X(41)   VALUE ' '.

       01  OPEN-ORDER-LINE.
           05  FILLER          PIC X(29)   VALUE
                                  'OPEN ORDERS NOT IN PROCEEDS: '.
           05  O-GT-OPEN-CTR   PIC Z,ZZ9.
           05  FILLER          PIC X(10)   VALUE '   CASES: '.
           05  O-GT-OPEN-CASES PIC ZZZ,ZZ9.
           05  FILLER          PIC X(81)   VALUE ' '.

       01  NO-COST-LINE.
           05  FILLER          PIC X(49)   VALUE
                  'DELIVERED CASES WITH NO DISTRIBUTOR COST ON FILE:'.
           05  FILLER          PIC X       VALUE ' '.
           05  O-NO-COST-CASES PIC ZZZ,ZZ9.
           05  FILLER          PIC X(75)   VALUE ' '.

       01  NO-DUE-LINE.
           05  FILLER          PIC X(43)   VALUE
                  '*** NO MONEY-DUE EXTRACT ON FILE - RUN THE '.
           05  FILLER          PIC X(43)   VALUE
                  'MONEY-DUE REPORT FIRST - NO SHORTFALL ***  '.
           05  FILLER          PIC X(46)   VALUE ' '.

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

           PERFORM 9100-HEADINGS.

           PERFORM 1300-LOAD-STATE-TEAM-PARM.
           PERFORM 1400-LOAD-POP-COST.

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

      *  READS THE OPTIONAL ON-HAND FILE FOR THE AVERAGE COST PER    *
      *  CASE BY POP TYPE - A MISSING FILE LEAVES EVERY COST AT      *
      *  ZERO AND THE CASES ARE COUNTED ON THE REPORT                *
       1400-LOAD-POP-COST.
           MOVE 'NO' TO INV-EOF.
           OPEN INPUT POP-INVENTORY.
           IF C-INV-STATUS = '00'
               PERFORM 1410-READ-INVENTORY
                   UNTIL INV-EOF = 'YES'
               CLOSE POP-INVENTORY
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE POP-INVENTORY
               MOVE 'YES' TO INV-EOF.

       1410-READ-INVENTORY.
           READ POP-INVENTORY
               AT END
                   MOVE 'YES' TO INV-EOF
               NOT AT END
                   IF PV-POP-TYPE >= 1
                     AND PV-POP-TYPE <= C-POP-TYPE-CTR
                     AND PV-AVG-COST NUMERIC
                       MOVE PV-AVG-COST TO PC-AVG-COST(PV-POP-TYPE)
                   END-IF.

      *  A DELIVERED ORDER ROLLS INTO ITS TEAM - AN OPEN ORDER IS    *
      *  ONLY COUNTED, AND RECORDS THAT WOULD NOT SURVIVE THE EDIT   *
      *  ARE LEFT OUT                                                *
       2000-MAINLINE.
           IF I-POP-TYPE NOT NUMERIC
             OR I-NUM-CASES NOT NUMERIC
             OR I-DELIVERED-DATE NOT NUMERIC
             OR I-POP-TYPE = 0
             OR I-POP-TYPE > C-POP-TYPE-CTR
               ADD 1 TO C-GT-SKIP-CTR
           ELSE
               IF I-DELIVERED-DATE = ZEROS
                   ADD 1 TO C-GT-OPEN-CTR
                   ADD I-NUM-CASES TO C-GT-OPEN-CASES
               ELSE
                   PERFORM 2100-POST-DELIVERED-ORDER THRU 2100-EXIT.
           PERFORM 9000-READ.

      *  THE SAME CASE PRICE AND DEPOSIT ARITHMETIC THE SALES        *
      *  REPORT BILLS WITH, PLUS THE CASES AT THE POP TYPE'S         *
      *  AVERAGE DISTRIBUTOR COST - AN ORDER FOR A TEAM NOT ON THE   *
      *  PARAMETER FILE IS SKIPPED                                   *
       2100-POST-DELIVERED-ORDER.
           PERFORM 2110-FIND-TEAM.
           IF SUB-TEAM > C-TEAM-CTR
               ADD 1 TO C-GT-SKIP-CTR
               GO TO 2100-EXIT.

           ADD 1 TO C-GT-ORDER-CTR.
           PERFORM
               VARYING SUB-STATE FROM 1 BY 1
                   UNTIL I-STATE = WT-STATE(SUB-STATE)
                       OR SUB-STATE > C-STATE-CTR.
           IF SUB-STATE <= C-STATE-CTR
               COMPUTE C-DEPOSIT = WT-CASE-SIZE(I-POP-TYPE) *
                   I-NUM-CASES * WT-DEP-RATE(SUB-STATE)
           ELSE
               MOVE 0 TO C-DEPOSIT.
           COMPUTE C-GROSS = 18.71 * I-NUM-CASES + C-DEPOSIT.
           COMPUTE C-COGS = I-NUM-CASES * PC-AVG-COST(I-POP-TYPE).
           IF PC-AVG-COST(I-POP-TYPE) = 0
               ADD I-NUM-CASES TO C-NO-COST-CASES.

           ADD I-NUM-CASES TO TP-CASES(SUB-TEAM).
           ADD C-GROSS TO TP-GROSS(SUB-TEAM).
           ADD C-COGS TO TP-COGS(SUB-TEAM).
           ADD C-DEPOSIT TO TP-DEPOSITS(SUB-TEAM).

       2100-EXIT.
           EXIT.

       2110-FIND-TEAM.
           PERFORM
               VARYING SUB-TEAM FROM 1 BY 1
                   UNTIL I-TEAM = WT-TEAM(SUB-TEAM)
                       OR SUB-TEAM > C-TEAM-CTR.

       3000-CLOSING.
           PERFORM 3100-LOAD-SHORTFALL.
           PERFORM 3200-PRINT-PROCEEDS.
           PERFORM 9500-WRITE-RUN-LOG.

           CLOSE POP-MASTER.
           CLOSE PRTOUT.

      *  CHARGES EACH TEAM WITH THE MONEY STILL DUE ON THE LAST      *
      *  MONEY-DUE REPORT - A TEAM THAT TURNED IN MORE THAN IT       *
      *  DELIVERED HAS NO SHORTFALL                                  *
       3100-LOAD-SHORTFALL.
           MOVE 'NO' TO DUE-EOF.
           OPEN INPUT TEAM-DUE-EXTRACT.
           IF C-DUE-STATUS = '00'
               MOVE 'YES' TO DUE-FOUND
               PERFORM 3110-READ-TEAM-DUE
                   UNTIL DUE-EOF = 'YES'
               CLOSE TEAM-DUE-EXTRACT
           ELSE
               CLOSE TEAM-DUE-EXTRACT
               MOVE 'YES' TO DUE-EOF.

       3110-READ-TEAM-DUE.
           READ TEAM-DUE-EXTRACT
               AT END
                   MOVE 'YES' TO DUE-EOF
               NOT AT END
                   MOVE DU-TEAM TO I-TEAM
                   PERFORM 2110-FIND-TEAM
                   IF SUB-TEAM <= C-TEAM-CTR
                     AND DU-DUE NUMERIC
                     AND DU-DUE > 0
                       MOVE DU-DUE TO TP-SHORTFALL(SUB-TEAM)
                   END-IF.

      *  ONE LINE PER TEAM - GROSS SALES LESS COST OF GOODS,         *
      *  DEPOSITS AND SHORTFALL - THEN THE CLUB TOTAL AND THE        *
      *  ORDERS AND CASES LEFT OUT                                   *
       3200-PRINT-PROCEEDS.
           WRITE PRTLINE FROM PL-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 3210-TEAM-PROCEEDS-LINE
               VARYING SUB-TEAM FROM 1 BY 1
                   UNTIL SUB-TEAM > C-TEAM-CTR.

           COMPUTE C-GT-NET = C-GT-GROSS - C-GT-COGS
               - C-GT-DEPOSITS - C-GT-SHORTFALL.
           MOVE C-GT-CASES TO O-GT-CASES.
           MOVE C-GT-GROSS TO O-GT-GROSS.
           MOVE C-GT-COGS TO O-GT-COGS.
           MOVE C-GT-DEPOSITS TO O-GT-DEPOSITS.
           MOVE C-GT-SHORTFALL TO O-GT-SHORTFALL.
           MOVE C-GT-NET TO O-GT-NET.
           WRITE PRTLINE FROM PL-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-GT-OPEN-CTR TO O-GT-OPEN-CTR.
           MOVE C-GT-OPEN-CASES TO O-GT-OPEN-CASES.
           WRITE PRTLINE FROM OPEN-ORDER-LINE
               AFTER ADVANCING 3 LINES.
           MOVE C-NO-COST-CASES TO O-NO-COST-CASES.
           WRITE PRTLINE FROM NO-COST-LINE
               AFTER ADVANCING 1 LINE.
           IF DUE-FOUND = 'NO'
               WRITE PRTLINE FROM NO-DUE-LINE
                   AFTER ADVANCING 2 LINES.

       3210-TEAM-PROCEEDS-LINE.
           COMPUTE C-NET = TP-GROSS(SUB-TEAM) - TP-COGS(SUB-TEAM)
               - TP-DEPOSITS(SUB-TEAM) - TP-SHORTFALL(SUB-TEAM).
           MOVE WT-TEAM(SUB-TEAM) TO O-PL-TEAM.
           MOVE TP-CASES(SUB-TEAM) TO O-PL-CASES.
           MOVE TP-GROSS(SUB-TEAM) TO O-PL-GROSS.
           MOVE TP-COGS(SUB-TEAM) TO O-PL-COGS.
           MOVE TP-DEPOSITS(SUB-TEAM) TO O-PL-DEPOSITS.
           MOVE TP-SHORTFALL(SUB-TEAM) TO O-PL-SHORTFALL.
           MOVE C-NET TO O-PL-NET.
           WRITE PRTLINE FROM PL-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

           ADD TP-CASES(SUB-TEAM) TO C-GT-CASES.
           ADD TP-GROSS(SUB-TEAM) TO C-GT-GROSS.
           ADD TP-COGS(SUB-TEAM) TO C-GT-COGS.
           ADD TP-DEPOSITS(SUB-TEAM) TO C-GT-DEPOSITS.
           ADD TP-SHORTFALL(SUB-TEAM) TO C-GT-SHORTFALL.

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
      * RECORDS IN IS THE DELIVERED PLUS THE OPEN ORDERS READ,        *
      * RECORDS OUT IS THE TEAM LINES PRINTED, AND RECORDS REJECTED   *
      * IS THE ORDERS SKIPPED FOR BAD FIELDS OR AN UNKNOWN TEAM       *
       9500-WRITE-RUN-LOG.
           MOVE 'COBLSC51' TO RL-PROGRAM.
           MOVE M-RUN-MM TO RL-RUN-MM.
           MOVE M-RUN-DD TO RL-RUN-DD.
           MOVE M-RUN-YY TO RL-RUN-YYYY.
           MOVE I-TIME(1:2) TO RL-RUN-HH.
           MOVE I-TIME(3:2) TO RL-RUN-MI.
           MOVE I-TIME(5:2) TO RL-RUN-SS.
           COMPUTE RL-RECS-IN = C-GT-ORDER-CTR + C-GT-OPEN-CTR.
           MOVE C-TEAM-CTR TO RL-RECS-OUT.
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

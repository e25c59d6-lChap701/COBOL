       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC50.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      **********************************************************
      *  MAINTAINS THE ALBIA SOCCER CLUB PLAYER ROSTER -       *
      *  APPLIES KEYED ADD/CHANGE/DELETE TRANSACTION RECORDS   *
      *  AGAINST THE ROSTER BY PLAYER NUMBER AND PRINTS AN     *
      *  AUDIT REGISTER WITH THE BEFORE AND AFTER IMAGE OF     *
      *  EVERY RECORD TOUCHED, SO THE POP SALE EDIT CAN HOLD   *
      *  EVERY ORDER TO A PLAYER WHO IS REALLY ON THE TEAM     *
      *  KEYED AND MONEY-DUE REMINDERS CAN GO TO THE PARENT    *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  ADD/CHANGE/DELETE TRANSACTIONS KEYED AGAINST THE ROSTER  *
           SELECT TRAN-FILE
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC50\CBLRSTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *  THE PLAYER ROSTER - ONE RECORD PER PLAYER, LOADED TO A       *
      *  TABLE AT INIT AND REWRITTEN IN FULL AT CLOSE                 *
           SELECT OPTIONAL ROSTER-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLROSTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RST-STATUS.

      *  THE STATE/TEAM/POP-TYPE FILE THE SALES REPORT RUNS OFF - A   *
      *  PLAYER'S TEAM MUST BE ONE THE SALES REPORT KNOWS             *
           SELECT OPTIONAL STATE-TEAM-PARM
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC06\CBLSTTM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-ST-PARM-STATUS.

      *  PRINTED AUDIT REGISTER OF EVERY TRANSACTION APPLIED  *
           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC50\ROSTRMNT.PRT'
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

      *  ONE MAINTENANCE TRANSACTION - 'A' ADDS THE RECORD CARRIED ON *
      *  THE TRANSACTION (A PLAYER NUMBER OF ZERO TAKES THE NEXT      *
      *  NUMBER FREE), 'C' REPLACES THE ROSTER FIELDS WITH THE ONES   *
      *  CARRIED, 'D' DELETES THE PLAYER NUMBER NAMED - EVERY         *
      *  TRANSACTION NAMES THE OPERATOR WHO KEYED IT                  *
       FD  TRAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PX-REC
           RECORD CONTAINS 119 CHARACTERS.

       01  PX-REC.
           05  PX-ACTION                PIC X.
               88  TRAN-ADD            VALUE 'A'.
               88  TRAN-CHANGE         VALUE 'C'.
               88  TRAN-DELETE         VALUE 'D'.
               88  TRAN-VALID          VALUE 'A' 'C' 'D'.
           05  PX-PLAYER-NO             PIC 9(5).
           05  PX-LNAME                 PIC X(15).
           05  PX-FNAME                 PIC X(15).
           05  PX-TEAM                  PIC X.
           05  PX-AGE-GROUP             PIC X(3).
           05  PX-PARENT                PIC X(25).
           05  PX-ADDRESS               PIC X(15).
           05  PX-CITY                  PIC X(10).
           05  PX-STATE                 PIC XX.
           05  PX-ZIP                   PIC 9(9).
           05  PX-PHONE                 PIC X(10).
           05  PX-OPERATOR              PIC X(8).

      *  ONE PLAYER - THE NAME IS THE SAME 15 AND 15 CHARACTERS THE   *
      *  POP ORDER CARRIES FOR ITS SELLER, THE AGE GROUP IS AS THE    *
      *  CLUB WRITES IT (U08, U10, U12 ...), AND THE PARENT FIELDS    *
      *  ARE WHO MONEY-DUE REMINDERS ARE MAILED TO                    *
       FD  ROSTER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PL-REC
           RECORD CONTAINS 110 CHARACTERS.

       01  PL-REC.
           05  PL-PLAYER-NO             PIC 9(5).
           05  PL-LNAME                 PIC X(15).
           05  PL-FNAME                 PIC X(15).
           05  PL-TEAM                  PIC X.
           05  PL-AGE-GROUP             PIC X(3).
           05  PL-PARENT                PIC X(25).
           05  PL-ADDRESS               PIC X(15).
           05  PL-CITY                  PIC X(10).
           05  PL-STATE                 PIC XX.
           05  PL-ZIP                   PIC 9(9).
           05  PL-PHONE                 PIC X(10).

      *  ONE RECORD OF THE STATE/TEAM/POP-TYPE MAINTENANCE FILE - ONLY *
      *  THE 'T' RECORDS, WHICH CARRY A TEAM LETTER, MATTER HERE       *
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

      *  ONE OPERATOR'S RIGHTS IN ONE PROGRAM - THE ACTIONS ARE THE  *
      *  TRANSACTION CODES THE OPERATOR MAY KEY THERE - A ADD,       *
      *  C CHANGE, D DELETE, R REVERSE, M MERGE, OR THE PROGRAM'S    *
      *  OWN CODES - AND A PROGRAM OF 'ALL' COVERS EVERY             *
      *  MAINTENANCE PROGRAM                                         *
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
           05  MORE-RECS       PIC X(3)    VALUE 'YES'.
           05  C-RST-STATUS    PIC XX      VALUE '00'.
           05  RST-EOF         PIC XXX     VALUE 'NO'.
           05  C-RST-CTR       PIC 999     VALUE 0.
           05  SUB-RST         PIC 999     VALUE 0.
           05  SUB-NAME        PIC 999     VALUE 0.
           05  C-ST-PARM-STATUS PIC XX     VALUE '00'.
           05  STATE-TEAM-EOF  PIC XXX     VALUE 'NO'.
           05  C-TEAM-CTR      PIC 99      VALUE 0.
           05  SUB-TEAM        PIC 99      VALUE 0.
      *  THE HIGHEST PLAYER NUMBER EVER SEEN ON THE ROSTER - AN ADD   *
      *  KEYED WITH NUMBER ZERO TAKES THE ONE AFTER IT                *
           05  C-LAST-PLAYER-NO PIC 9(5)   VALUE 0.
           05  C-GT-TRAN-CTR   PIC 9(5)    VALUE 0.
           05  C-GT-APPLIED-CTR PIC 9(5)   VALUE 0.
           05  C-GT-REJECT-CTR PIC 9(5)    VALUE 0.
           05  C-AUTH-STATUS   PIC XX      VALUE '00'.
           05  AUTH-EOF        PIC XXX     VALUE 'NO'.
           05  C-AUTH-CTR      PIC 99      VALUE 0.
           05  SUB-AUTH        PIC 99      VALUE 0.
           05  C-AUTH-TALLY    PIC 99      VALUE 0.
           05  C-AUTH-OPERATOR PIC X(8)    VALUE ' '.
           05  C-AUTH-ACTION   PIC X       VALUE ' '.
           05  AUTH-SW         PIC XXX     VALUE 'NO'.

      *  HOLDS EVERY PLAYER ON THE ROSTER SO TRANSACTIONS CAN BE      *
      *  APPLIED IN PLACE AND THE FILE REWRITTEN IN FULL AT CLOSE -   *
      *  CAPPED AT 300 PLAYERS - A DELETED PLAYER'S NUMBER IS ZEROED  *
      *  AND THE SLOT IS SKIPPED WHEN THE FILE IS REWRITTEN           *
       01  ROSTER-TABLE.
           05  ROSTER-ENTRY            OCCURS 300 TIMES.
               10  RM-PLAYER-NO        PIC 9(5).
               10  RM-LNAME            PIC X(15).
               10  RM-FNAME            PIC X(15).
               10  RM-TEAM             PIC X.
               10  RM-AGE-GROUP        PIC X(3).
               10  RM-PARENT           PIC X(25).
               10  RM-ADDRESS          PIC X(15).
               10  RM-CITY             PIC X(10).
               10  RM-STATE            PIC XX.
               10  RM-ZIP              PIC 9(9).
               10  RM-PHONE            PIC X(10).

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
      *  PARAMETER FILE CAN BE GIVEN PLAYERS WITHOUT A RECOMPILE     *
       01  TEAM-WORK-TABLE.
           05  WT-TEAM         PIC X       OCCURS 20.

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
           05  FILLER          PIC X(36)   VALUE ' '.
           05  FILLER          PIC X(28)   VALUE
                                         'ALBIA SOCCER CLUB FUNDRAISER'.
           05  FILLER          PIC X(44)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-PCTR          PIC Z9.

       01  DIVISION-LINE.
           05  FILLER          PIC X(8)    VALUE 'COBLSC50'.
           05  FILLER          PIC X(41)   VALUE ' '.
           05  FILLER          PIC X(34)   VALUE
                                  'PLAYER ROSTER MAINTENANCE REGISTER'.
           05  FILLER          PIC X(49)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

      *  ONE LINE PER TRANSACTION - THE ACTION, THE PLAYER NUMBER IT  *
      *  NAMED, WHAT HAPPENED TO IT, AND WHO KEYED IT                 *
       01  AUDIT-DETAIL-LINE.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-ACTION    PIC X(8).
           05  FILLER          PIC XX      VALUE ' '.
           05  FILLER          PIC X(8)    VALUE 'PLAYER: '.
           05  O-AUD-PLAYER-NO PIC 9(5).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-MSG       PIC X(44).
           05  FILLER          PIC XX      VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'OPER: '.
           05  O-AUD-OPERATOR  PIC X(8).
           05  FILLER          PIC X(45)   VALUE ' '.

      *  THE RAW ROSTER RECORD AS IT STOOD BEFORE AND/OR AFTER THE    *
      *  TRANSACTION WAS APPLIED                                      *
       01  AUDIT-IMAGE-LINE.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-IMG-LABEL     PIC X(8).
           05  O-IMG-REC       PIC X(110).
           05  FILLER          PIC X(12)   VALUE ' '.

       01  AUDIT-TOTAL-LINE.
           05  FILLER          PIC X(14)   VALUE 'TRANSACTIONS: '.
           05  O-GT-TRAN-CTR   PIC Z,ZZ9.
           05  FILLER          PIC X(11)   VALUE '   APPLIED:'.
           05  O-GT-APPLIED-CTR PIC Z,ZZ9.
           05  FILLER          PIC X(12)   VALUE '   REJECTED:'.
           05  O-GT-REJECT-CTR PIC Z,ZZ9.
           05  FILLER          PIC X(80)   VALUE ' '.

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
           OPEN EXTEND AUDIT-TRAIL.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO MACHINE-DATE.
           PERFORM 9955-GET-PROCESS-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           PERFORM 1100-LOAD-ROSTER.
           PERFORM 1300-LOAD-TEAMS.
           PERFORM 1900-LOAD-OPERATOR-AUTH.

           PERFORM 9000-READ.
           PERFORM 9100-HEADINGS.

      *  OPENS THE OPTIONAL ROSTER AND LOADS EVERY RECORD INTO THE    *
      *  TABLE - A MISSING FILE MEANS THE ROSTER IS EMPTY AND EVERY   *
      *  TRANSACTION BUT AN ADD WILL BE REJECTED                      *
       1100-LOAD-ROSTER.
           MOVE 'NO' TO RST-EOF.
           OPEN INPUT ROSTER-MASTER.
           IF C-RST-STATUS = '00'
               PERFORM 1110-READ-ROSTER
                   UNTIL RST-EOF = 'YES'
               CLOSE ROSTER-MASTER
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
      * AND MUST BE CLOSED OR THE BOOTSTRAP SAVE AT CLOSE FAILS     *
               CLOSE ROSTER-MASTER
               MOVE 'YES' TO RST-EOF.

      *  LOADS ONE PLAYER RECORD INTO THE NEXT OPEN TABLE SLOT  *
       1110-READ-ROSTER.
           READ ROSTER-MASTER
               AT END
                   MOVE 'YES' TO RST-EOF
               NOT AT END
                   IF C-RST-CTR < 300
                       ADD 1 TO C-RST-CTR
                       MOVE C-RST-CTR TO SUB-RST
                       PERFORM 1120-LOAD-ENTRY
                       IF PL-PLAYER-NO > C-LAST-PLAYER-NO
                           MOVE PL-PLAYER-NO TO C-LAST-PLAYER-NO
                       END-IF
                   END-IF.

       1120-LOAD-ENTRY.
           MOVE PL-PLAYER-NO TO RM-PLAYER-NO(SUB-RST).
           MOVE PL-LNAME TO RM-LNAME(SUB-RST).
           MOVE PL-FNAME TO RM-FNAME(SUB-RST).
           MOVE PL-TEAM TO RM-TEAM(SUB-RST).
           MOVE PL-AGE-GROUP TO RM-AGE-GROUP(SUB-RST).
           MOVE PL-PARENT TO RM-PARENT(SUB-RST).
           MOVE PL-ADDRESS TO RM-ADDRESS(SUB-RST).
           MOVE PL-CITY TO RM-CITY(SUB-RST).
           MOVE PL-STATE TO RM-STATE(SUB-RST).
           MOVE PL-ZIP TO RM-ZIP(SUB-RST).
           MOVE PL-PHONE TO RM-PHONE(SUB-RST).

      *  SEEDS THE RUNTIME TEAM TABLE FROM THE COMPILED DEFAULTS,     *
      *  THEN ADDS ANY TEAM LETTER ON THE OPTIONAL PARAMETER FILE -   *
      *  THE SAME TEAMS THE SALES REPORT ACCEPTS                      *
       1300-LOAD-TEAMS.
           PERFORM 1302-SEED-TEAM-DEFAULT
               VARYING SUB-TEAM FROM 1 BY 1
                   UNTIL SUB-TEAM > 5.
           MOVE 5 TO C-TEAM-CTR.

           MOVE 'NO' TO STATE-TEAM-EOF.
           OPEN INPUT STATE-TEAM-PARM.
           IF C-ST-PARM-STATUS = '00'
               PERFORM 1310-READ-STATE-TEAM-PARM
                   UNTIL STATE-TEAM-EOF = 'YES'
               CLOSE STATE-TEAM-PARM
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE STATE-TEAM-PARM
               MOVE 'YES' TO STATE-TEAM-EOF.

       1302-SEED-TEAM-DEFAULT.
           MOVE T-TEAM(SUB-TEAM) TO WT-TEAM(SUB-TEAM).

       1310-READ-STATE-TEAM-PARM.
           READ STATE-TEAM-PARM
               AT END
                   MOVE 'YES' TO STATE-TEAM-EOF
               NOT AT END
                   IF ST-REC-TYPE = 'T'
                       PERFORM 1322-APPLY-TEAM-PARM
                   END-IF.

       1322-APPLY-TEAM-PARM.
           PERFORM
               VARYING SUB-TEAM FROM 1 BY 1
                   UNTIL ST-TEAM = WT-TEAM(SUB-TEAM)
                       OR SUB-TEAM > C-TEAM-CTR.

           IF SUB-TEAM > C-TEAM-CTR AND C-TEAM-CTR < 20
               ADD 1 TO C-TEAM-CTR
               MOVE C-TEAM-CTR TO SUB-TEAM
               MOVE ST-TEAM TO WT-TEAM(SUB-TEAM).

      *  LOADS THE RIGHTS OF EVERY OPERATOR CLEARED FOR THIS         *
      *  PROGRAM - A MISSING FILE CLEARS NOBODY, SO EVERY            *
      *  TRANSACTION IS REJECTED                                     *
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
           IF C-AUTH-CTR = 0
               DISPLAY '*** COBLSC50 NO OPERATOR IS AUTHORIZED - '
                   'EVERY TRANSACTION REJECTED ***'.

       1910-READ-OPERATOR-AUTH.
           READ OPERATOR-AUTH
               AT END
                   MOVE 'YES' TO AUTH-EOF
               NOT AT END
                   IF (AU-PROGRAM = 'COBLSC50' OR AU-PROGRAM = 'ALL')
                     AND AU-OPERATOR NOT = SPACES
                     AND C-AUTH-CTR < 50
                       ADD 1 TO C-AUTH-CTR
                       MOVE AU-OPERATOR TO OT-OPERATOR(C-AUTH-CTR)
                       MOVE AU-ACTIONS TO OT-ACTIONS(C-AUTH-CTR)
                   END-IF.

       2000-MAINLINE.
           ADD 1 TO C-GT-TRAN-CTR.
           MOVE PX-OPERATOR TO C-AUTH-OPERATOR.
           MOVE PX-OPERATOR TO O-AUD-OPERATOR.
           MOVE PX-ACTION TO C-AUTH-ACTION.
           PERFORM 2800-CHECK-OPERATOR.
           IF TRAN-ADD AND PX-PLAYER-NO = 0 AND AUTH-SW = 'YES'
               ADD 1 TO C-LAST-PLAYER-NO
               MOVE C-LAST-PLAYER-NO TO PX-PLAYER-NO.
           PERFORM 2050-FIND-PLAYER.
           EVALUATE TRUE
               WHEN TRAN-VALID AND AUTH-SW = 'NO'
                   PERFORM 2850-NOT-AUTHORIZED
               WHEN TRAN-ADD
                   PERFORM 2100-APPLY-ADD THRU 2100-EXIT
               WHEN TRAN-CHANGE
                   PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
               WHEN TRAN-DELETE
                   PERFORM 2300-APPLY-DELETE
               WHEN OTHER
                   PERFORM 2400-BAD-ACTION
           END-EVALUATE.
           PERFORM 9000-READ.

      *  SEARCHES THE TABLE FOR THE TRANSACTION'S PLAYER NUMBER -     *
      *  SUB-RST IS LEFT PAST C-RST-CTR WHEN THE NUMBER IS NOT ON     *
      *  THE ROSTER                                                   *
       2050-FIND-PLAYER.
           PERFORM
               VARYING SUB-RST FROM 1 BY 1
                   UNTIL SUB-RST > C-RST-CTR
                       OR PX-PLAYER-NO = RM-PLAYER-NO(SUB-RST).

      *  SUB-TEAM IS LEFT PAST C-TEAM-CTR WHEN THE TRANSACTION'S      *
      *  TEAM IS NOT ONE THE SALES REPORT KNOWS                       *
       2060-FIND-TEAM.
           PERFORM
               VARYING SUB-TEAM FROM 1 BY 1
                   UNTIL SUB-TEAM > C-TEAM-CTR
                       OR PX-TEAM = WT-TEAM(SUB-TEAM).

      *  ADDS THE RECORD CARRIED ON THE TRANSACTION - A PLAYER NUMBER *
      *  ALREADY ON THE ROSTER IS REJECTED RATHER THAN OVERLAID, AND  *
      *  SO IS A NAME ALREADY ON FILE UNDER ANOTHER NUMBER, SINCE     *
      *  THAT IS HOW ONE KID ENDS UP KEYED TWO WAYS - A PLAYER MUST   *
      *  HAVE BOTH NAMES AND A TEAM THE SALES REPORT KNOWS            *
       2100-APPLY-ADD.
           MOVE 'ADD' TO O-AUD-ACTION.
           MOVE PX-PLAYER-NO TO O-AUD-PLAYER-NO.
           IF SUB-RST <= C-RST-CTR
               MOVE 'ALREADY ON FILE - NOT ADDED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2100-EXIT.

           IF PX-LNAME = ' ' OR PX-FNAME = ' '
               MOVE 'LAST AND FIRST NAME REQUIRED - NOT ADDED'
                   TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2100-EXIT.

           PERFORM 2060-FIND-TEAM.
           IF SUB-TEAM > C-TEAM-CTR
               MOVE 'TEAM NOT RECOGNIZED - NOT ADDED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2100-EXIT.

           PERFORM
               VARYING SUB-NAME FROM 1 BY 1
                   UNTIL SUB-NAME > C-RST-CTR
                       OR (RM-PLAYER-NO(SUB-NAME) NOT = 0
                           AND PX-LNAME = RM-LNAME(SUB-NAME)
                           AND PX-FNAME = RM-FNAME(SUB-NAME)).
           IF SUB-NAME <= C-RST-CTR
               MOVE 'NAME ON FILE UNDER ANOTHER NUMBER - NOT ADDED'
                   TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               MOVE 'ON FILE:' TO O-IMG-LABEL
               MOVE SUB-NAME TO SUB-RST
               PERFORM 2600-BUILD-IMAGE
               PERFORM 9400-IMAGE-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2100-EXIT.

           IF C-RST-CTR < 300
               ADD 1 TO C-RST-CTR
               MOVE C-RST-CTR TO SUB-RST
               PERFORM 2500-BUILD-TABLE-ENTRY
               IF PX-PLAYER-NO > C-LAST-PLAYER-NO
                   MOVE PX-PLAYER-NO TO C-LAST-PLAYER-NO
               END-IF
               MOVE 'ADDED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               MOVE 'AFTER:' TO O-IMG-LABEL
               PERFORM 2600-BUILD-IMAGE
               PERFORM 9400-IMAGE-LINE
               ADD 1 TO C-GT-APPLIED-CTR
               PERFORM 9800-WRITE-AUDIT-TRAIL
           ELSE
               MOVE 'ROSTER TABLE FULL - NOT ADDED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR.

       2100-EXIT.
           EXIT.

      *  REPLACES THE ROSTER FIELDS WITH THE ONES CARRIED ON THE      *
      *  TRANSACTION, PRINTING THE RECORD AS IT STOOD BEFORE AND      *
      *  AFTER - A PLAYER NOT ON THE ROSTER, A BLANK NAME, OR A TEAM  *
      *  THE SALES REPORT DOES NOT KNOW IS REJECTED                   *
       2200-APPLY-CHANGE.
           MOVE 'CHANGE' TO O-AUD-ACTION.
           MOVE PX-PLAYER-NO TO O-AUD-PLAYER-NO.
           IF SUB-RST > C-RST-CTR
               MOVE 'NOT ON FILE - NOT CHANGED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2200-EXIT.

           IF PX-LNAME = ' ' OR PX-FNAME = ' '
               MOVE 'LAST AND FIRST NAME REQUIRED - NOT CHANGED'
                   TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2200-EXIT.

           PERFORM 2060-FIND-TEAM.
           IF SUB-TEAM > C-TEAM-CTR
               MOVE 'TEAM NOT RECOGNIZED - NOT CHANGED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2200-EXIT.

           MOVE 'CHANGED' TO O-AUD-MSG.
           PERFORM 9300-AUDIT-LINE.
           MOVE 'BEFORE:' TO O-IMG-LABEL.
           PERFORM 2600-BUILD-IMAGE.
           PERFORM 9400-IMAGE-LINE.
           PERFORM 2500-BUILD-TABLE-ENTRY.
           MOVE 'AFTER:' TO O-IMG-LABEL.
           PERFORM 2600-BUILD-IMAGE.
           PERFORM 9400-IMAGE-LINE.
           ADD 1 TO C-GT-APPLIED-CTR
           PERFORM 9800-WRITE-AUDIT-TRAIL.

       2200-EXIT.
           EXIT.

      *  DELETES THE PLAYER NAMED BY ZEROING ITS SLOT, PRINTING THE   *
      *  RECORD AS IT STOOD BEFORE - THE SLOT IS SKIPPED WHEN THE     *
      *  FILE IS REWRITTEN AT CLOSE                                   *
       2300-APPLY-DELETE.
           MOVE 'DELETE' TO O-AUD-ACTION.
           MOVE PX-PLAYER-NO TO O-AUD-PLAYER-NO.
           IF SUB-RST > C-RST-CTR
               MOVE 'NOT ON FILE - NOT DELETED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
           ELSE
               MOVE 'DELETED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               MOVE 'BEFORE:' TO O-IMG-LABEL
               PERFORM 2600-BUILD-IMAGE
               PERFORM 9400-IMAGE-LINE
               MOVE 0 TO RM-PLAYER-NO(SUB-RST)
               ADD 1 TO C-GT-APPLIED-CTR
               PERFORM 9800-WRITE-AUDIT-TRAIL.

      *  AN ACTION CODE OTHER THAN A, C, OR D IS REPORTED AND SKIPPED *
       2400-BAD-ACTION.
           MOVE PX-ACTION TO O-AUD-ACTION.
           MOVE PX-PLAYER-NO TO O-AUD-PLAYER-NO.
           MOVE 'ACTION MUST BE A, C, OR D - SKIPPED' TO O-AUD-MSG.
           PERFORM 9300-AUDIT-LINE.
           ADD 1 TO C-GT-REJECT-CTR.

      *  MOVES THE FIELDS CARRIED ON THE TRANSACTION INTO THE TABLE   *
      *  SLOT SUB-RST POINTS AT                                       *
       2500-BUILD-TABLE-ENTRY.
           MOVE PX-PLAYER-NO TO RM-PLAYER-NO(SUB-RST).
           MOVE PX-LNAME TO RM-LNAME(SUB-RST).
           MOVE PX-FNAME TO RM-FNAME(SUB-RST).
           MOVE PX-TEAM TO RM-TEAM(SUB-RST).
           MOVE PX-AGE-GROUP TO RM-AGE-GROUP(SUB-RST).
           MOVE PX-PARENT TO RM-PARENT(SUB-RST).
           MOVE PX-ADDRESS TO RM-ADDRESS(SUB-RST).
           MOVE PX-CITY TO RM-CITY(SUB-RST).
           MOVE PX-STATE TO RM-STATE(SUB-RST).
           MOVE PX-ZIP TO RM-ZIP(SUB-RST).
           MOVE PX-PHONE TO RM-PHONE(SUB-RST).

      *  BUILDS THE ROSTER RECORD FROM THE TABLE SLOT SUB-RST POINTS  *
      *  AT - THE PRINTED IMAGE AND THE SAVE AT CLOSE BOTH USE IT     *
       2600-BUILD-IMAGE.
           MOVE RM-PLAYER-NO(SUB-RST) TO PL-PLAYER-NO.
           MOVE RM-LNAME(SUB-RST) TO PL-LNAME.
           MOVE RM-FNAME(SUB-RST) TO PL-FNAME.
           MOVE RM-TEAM(SUB-RST) TO PL-TEAM.
           MOVE RM-AGE-GROUP(SUB-RST) TO PL-AGE-GROUP.
           MOVE RM-PARENT(SUB-RST) TO PL-PARENT.
           MOVE RM-ADDRESS(SUB-RST) TO PL-ADDRESS.
           MOVE RM-CITY(SUB-RST) TO PL-CITY.
           MOVE RM-STATE(SUB-RST) TO PL-STATE.
           MOVE RM-ZIP(SUB-RST) TO PL-ZIP.
           MOVE RM-PHONE(SUB-RST) TO PL-PHONE.
           MOVE PL-REC TO O-IMG-REC.

      *  CLEARS THE TRANSACTION WHEN ITS OPERATOR HOLDS ITS ACTION   *
      *  CODE ON ANY RECORD LOADED FOR THIS PROGRAM                  *
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

      *  AN OPERATOR NOT CLEARED FOR THE ACTION IS LISTED AND THE     *
      *  TRANSACTION SKIPPED                                          *
       2850-NOT-AUTHORIZED.
           MOVE PX-ACTION TO O-AUD-ACTION.
           MOVE PX-PLAYER-NO TO O-AUD-PLAYER-NO.
           MOVE 'OPERATOR NOT AUTHORIZED - SKIPPED' TO O-AUD-MSG.
           PERFORM 9300-AUDIT-LINE.
           ADD 1 TO C-GT-REJECT-CTR.

       3000-CLOSING.
           MOVE C-GT-TRAN-CTR TO O-GT-TRAN-CTR.
           MOVE C-GT-APPLIED-CTR TO O-GT-APPLIED-CTR.
           MOVE C-GT-REJECT-CTR TO O-GT-REJECT-CTR.
           WRITE PRTLINE FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           PERFORM 9500-SAVE-ROSTER.
           PERFORM 9600-WRITE-RUN-LOG.

           CLOSE TRAN-FILE.
           CLOSE AUDIT-TRAIL.
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
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

       9300-AUDIT-LINE.
           WRITE PRTLINE FROM AUDIT-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.

       9400-IMAGE-LINE.
           WRITE PRTLINE FROM AUDIT-IMAGE-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *  REWRITES THE ROSTER IN FULL FROM THE TABLE - DELETED SLOTS   *
      *  (PLAYER NUMBER ZERO) ARE SKIPPED                             *
       9500-SAVE-ROSTER.
           MOVE 1 TO SUB-RST.
           OPEN OUTPUT ROSTER-MASTER.
           PERFORM 9510-WRITE-PLAYER
               UNTIL SUB-RST > C-RST-CTR.
           CLOSE ROSTER-MASTER.

       9510-WRITE-PLAYER.
           IF RM-PLAYER-NO(SUB-RST) NOT = 0
               PERFORM 2600-BUILD-IMAGE
               WRITE PL-REC.
           ADD 1 TO SUB-RST.

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -      *
      * RECORDS IN IS THE TRANSACTION COUNT, RECORDS OUT IS THE       *
      * COUNT APPLIED, AND RECORDS REJECTED IS THE COUNT TURNED AWAY  *
       9600-WRITE-RUN-LOG.
           MOVE 'COBLSC50' TO RL-PROGRAM.
           MOVE M-RUN-MM TO RL-RUN-MM.
           MOVE M-RUN-DD TO RL-RUN-DD.
           MOVE M-RUN-YY TO RL-RUN-YYYY.
           MOVE I-TIME(1:2) TO RL-RUN-HH.
           MOVE I-TIME(3:2) TO RL-RUN-MI.
           MOVE I-TIME(5:2) TO RL-RUN-SS.
           MOVE C-GT-TRAN-CTR TO RL-RECS-IN.
           MOVE C-GT-APPLIED-CTR TO RL-RECS-OUT.
           MOVE C-GT-REJECT-CTR TO RL-RECS-REJ.
           OPEN EXTEND RUN-LOG.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.

      *  APPENDS ONE APPLIED CHANGE TO THE SUITE-WIDE AUDIT TRAIL,   *
      *  STAMPED WITH THE MACHINE CLOCK                              *
       9800-WRITE-AUDIT-TRAIL.
           MOVE MACHINE-DATE TO AT-RUN-DATE.
           MOVE I-TIME(1:6) TO AT-RUN-TIME.
           MOVE 'COBLSC50' TO AT-PROGRAM.
           MOVE C-AUTH-OPERATOR TO AT-OPERATOR.
           MOVE C-AUTH-ACTION TO AT-ACTION.
           MOVE 'CBLROSTR' TO AT-FILE.
           MOVE PX-PLAYER-NO TO AT-KEY.
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

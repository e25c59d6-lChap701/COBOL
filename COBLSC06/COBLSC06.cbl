      *  INVALID DATA HAVING MESSAGES EXPLAINING WHY EACH DATA *
      *  IS INVALID BEING DISPLAYED USING A TABLE AND TEAMS    *
      *  NAMES AND POP TYPES ARE DISPLAYED USING TABLES        *
      *  EVERY SELLER MUST BE ON THE PLAYER ROSTER UNDER THE   *
      *  TEAM KEYED ON THE ORDER                               *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC06\CBLGOAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GOAL-PARM-STATUS.
      *  THE CLUB'S PLAYER ROSTER - AN ORDER'S SELLER MUST BE ON IT   *
      *  UNDER THE TEAM KEYED - A MISSING FILE MEANS NO ORDER CAN     *
      *  PASS                                                         *
           SELECT OPTIONAL ROSTER-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLROSTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RST-STATUS.

      * GRAND-TOTAL EXTRACT - REWRITTEN AT 3000-CLOSING SO THE        *
      * CONSOLIDATED REVENUE DASHBOARD AND ACCOUNTING EXTRACT CAN     *
           05  GL-GOAL         PIC 9(7)V99.
           05  GL-SEASON       PIC X(10).

      *  ONE PLAYER - ONLY THE NAME AND TEAM ARE NEEDED HERE  *
       FD  ROSTER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PL-REC
           RECORD CONTAINS 110 CHARACTERS.

       01  PL-REC.
           05  PL-PLAYER-NO    PIC 9(5).
           05  PL-LNAME        PIC X(15).
           05  PL-FNAME        PIC X(15).
           05  PL-TEAM         PIC X.
           05  FILLER          PIC X(74).

      * THIS RUN'S GRAND SALES COUNT AND TOTAL REVENUE, FOR THE       *
      * CONSOLIDATED REVENUE DASHBOARD AND ACCOUNTING EXTRACT TO PICK *
      * UP *
           05  C-AGE-CTR-2     PIC 999     VALUE 0.
           05  C-AGE-CTR-3     PIC 999     VALUE 0.
           05  C-AGE-CTR-4     PIC 999     VALUE 0.
           05  C-RST-STATUS    PIC XX      VALUE '00'.
           05  RST-EOF         PIC XXX     VALUE 'NO'.
           05  C-RST-CTR       PIC 999     VALUE 0.
           05  SUB-RST         PIC 999     VALUE 0.

      *  STORES THE NUMBER OF DAYS IN EACH MONTH SO AN IMPOSSIBLE     *
      *  ORDER OR DELIVERED DATE IS CAUGHT IN VALIDATION - FEBRUARY   *
      *  SO 2400-ERR-ROUT CAN PRINT ALL OF THEM INSTEAD OF JUST THE   *
      *  FIRST ONE                                                   *
       01  FOUND-ERR-TABLE.
           05  T-FOUND-ERR     PIC X(60)   OCCURS 14.

      *  THE NAME AND TEAM OF EVERY PLAYER ON THE ROSTER - CAPPED AT  *
      *  300 PLAYERS                                                  *
       01  ROSTER-TABLE.
           05  ROSTER-ENTRY            OCCURS 300 TIMES.
               10  RP-LNAME            PIC X(15).
               10  RP-FNAME            PIC X(15).
               10  RP-TEAM             PIC X.

      *  THE SELLER/ADDRESS/POP-TYPE/CASES KEY OF EVERY ORDER THAT   *
      *  ALREADY POSTED THIS BATCH, SO A SHEET KEYED TWICE IS CAUGHT *
                                           'A FIRST NAME IS REQUIRED'.
           05  FILLER		   PIC X(60)   VALUE 
                                           'AN ADDRESS IS REQUIRED'.
           05  FILLER          PIC X(60)   VALUE 'A CITY IS REQUIRED'.
           05  FILLER          PIC X(60)   VALUE 
                     'A STATE MUST BE EITHER IA, IL, MI, MO, NE, OR WI'.
           05  FILLER          PIC X(60)   VALUE 
                        'THE DELIVERED DATE NEEDS TO BE NUMERIC'.
           05  FILLER          PIC X(60)   VALUE
                     'THE DELIVERED DATE IS NOT A REAL CALENDAR DATE'.
           05  FILLER          PIC X(60)   VALUE
                        'THE SELLER IS NOT ON THE PLAYER ROSTER'.
           05  FILLER          PIC X(60)   VALUE
                  'THE TEAM DOES NOT MATCH THE SELLER''S ROSTER TEAM'.

      *  TABLE FOR ERROR MESSAGES *
       01  ERR-TABLE REDEFINES ERR-MSG.
          05  T-ERR-DESCRIP    PIC X(60)   OCCURS 19.

       01  GRAND-TOTAL-HEADING-LINE-1.
           05  FILLER          PIC X(13)   VALUE 'GRAND TOTALS:'.
                       MOVE 0 TO C-GT-TEAM-SALES(SUB-TEAM).
           PERFORM 1300-LOAD-STATE-TEAM-PARM.
           PERFORM 1400-LOAD-GOALS.
           PERFORM 1500-LOAD-ROSTER.

      *  SEEDS THE RUNTIME STATE/TEAM WORK TABLES FROM THE COMPILED   *
      *  DEFAULTS, THEN APPLIES ANY ADDITIONS/OVERRIDES FOUND IN THE  *
           IF GL-SEASON NOT = ' '
               MOVE GL-SEASON TO C-SEASON-LABEL.

      *  OPENS THE OPTIONAL ROSTER AND LOADS EVERY PLAYER'S NAME AND *
      *  TEAM - A MISSING FILE MEANS NO ORDER CAN PASS               *
       1500-LOAD-ROSTER.
           MOVE 'NO' TO RST-EOF.
           OPEN INPUT ROSTER-MASTER.
           IF C-RST-STATUS = '00'
               PERFORM 1510-READ-ROSTER
                   UNTIL RST-EOF = 'YES'
               CLOSE ROSTER-MASTER
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE ROSTER-MASTER
               MOVE 'YES' TO RST-EOF.

      *  LOADS ONE PLAYER INTO THE NEXT OPEN TABLE SLOT  *
       1510-READ-ROSTER.
           READ ROSTER-MASTER
               AT END
                   MOVE 'YES' TO RST-EOF
               NOT AT END
                   IF C-RST-CTR < 300
                       ADD 1 TO C-RST-CTR
                       MOVE PL-LNAME TO RP-LNAME(C-RST-CTR)
                       MOVE PL-FNAME TO RP-FNAME(C-RST-CTR)
                       MOVE PL-TEAM TO RP-TEAM(C-RST-CTR)
                   END-IF.

       2000-MAINLINE.
           PERFORM 2100-VALIDATION THRU 2100-X.
           IF ERR-SW = 'NO'
               ADD 1 TO C-ERR-CTR
               MOVE T-ERR-DESCRIP(11) TO T-FOUND-ERR(C-ERR-CTR).

           PERFORM 2170-VALIDATE-SELLER.

           IF SUB-STATE <= C-STATE-CTR AND I-5-DIGITS NUMERIC
               MOVE I-5-DIGITS(1:3) TO C-ZIP-PREFIX
               PERFORM
                           MOVE T-ERR-DESCRIP(17)
                               TO T-FOUND-ERR(C-ERR-CTR).

      *  THE SELLER MUST BE ON THE PLAYER ROSTER BY LAST AND FIRST   *
      *  NAME, AND THE TEAM KEYED MUST BE THE ONE THE ROSTER HAS THE *
      *  PLAYER ON - A BLANK NAME IS ALREADY REPORTED ABOVE          *
       2170-VALIDATE-SELLER.
           IF I-LNAME NOT = ' ' AND I-FNAME NOT = ' '
               PERFORM 2175-FIND-SELLER
               IF SUB-RST > C-RST-CTR
                   ADD 1 TO C-ERR-CTR
                   MOVE T-ERR-DESCRIP(18) TO T-FOUND-ERR(C-ERR-CTR)
               ELSE
                   IF I-TEAM NOT = RP-TEAM(SUB-RST)
                       ADD 1 TO C-ERR-CTR
                       MOVE T-ERR-DESCRIP(19)
                           TO T-FOUND-ERR(C-ERR-CTR).

      *  SUB-RST IS LEFT PAST C-RST-CTR WHEN THE SELLER IS NOT FOUND  *
       2175-FIND-SELLER.
           PERFORM
               VARYING SUB-RST FROM 1 BY 1
                   UNTIL SUB-RST > C-RST-CTR
                       OR (I-LNAME = RP-LNAME(SUB-RST)
                           AND I-FNAME = RP-FNAME(SUB-RST)).

       2150-DUPLICATE-CHECK.
           PERFORM
               VARYING SUB-SEEN FROM 1 BY 1

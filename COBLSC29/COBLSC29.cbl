      *  VALIDATED ORDER FILE AND PRINTS A MONEY-DUE REPORT    *
      *  PER SELLER AND PER TEAM, SO THE CLUB CAN CHASE THE    *
      *  RIGHT KIDS BEFORE SEASON END INSTEAD OF DISCOVERING   *
      *  THE SHORTFALL AFTER - EVERY PLAYER STILL HOLDING CLUB *
      *  MONEY ALSO GETS A REMINDER LETTER ADDRESSED TO THE    *
      *  PARENT ON THE PLAYER ROSTER                           *
      *  EACH TEAM'S ROLL-UP IS ALSO SAVED TO AN EXTRACT FOR   *
      *  THE NET PROCEEDS REPORT                               *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-ST-PARM-STATUS.

      *  THE CLUB'S PLAYER ROSTER - WHERE A REMINDER IS MAILED  *
           SELECT OPTIONAL ROSTER-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLROSTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RST-STATUS.

      *  ONE MONEY-DUE REMINDER LETTER PER PAGE, TO THE PARENT  *
           SELECT REMINDER-OUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC29\REMINDER.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *  THE TEAM ROLL-UP OF THIS RUN - REWRITTEN EVERY RUN SO THE   *
      *  NET PROCEEDS REPORT CHARGES EACH TEAM THE SAME SHORTFALL    *
      *  THIS REPORT PRINTS                                          *
           SELECT TEAM-DUE-EXTRACT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC29\CBLDUE29.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *  THE MONEY-DUE REPORT  *
           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC29\MONEYDUE.PRT'
           05  ST-POP-TYPE     PIC X(16).
           05  ST-CASE-SIZE    PIC 9(3).

      *  ONE PLAYER - THE NAME AND TEAM THE ORDERS ARE KEYED UNDER   *
      *  AND THE PARENT THE REMINDER IS ADDRESSED TO                 *
       FD  ROSTER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PL-REC
           RECORD CONTAINS 110 CHARACTERS.

       01  PL-REC.
           05  PL-PLAYER-NO    PIC 9(5).
           05  PL-LNAME        PIC X(15).
           05  PL-FNAME        PIC X(15).
           05  PL-TEAM         PIC X.
           05  PL-AGE-GROUP    PIC X(3).
           05  PL-PARENT       PIC X(25).
           05  PL-ADDRESS      PIC X(15).
           05  PL-CITY         PIC X(10).
           05  PL-STATE        PIC XX.
           05  PL-ZIP          PIC 9(9).
           05  PL-PHONE        PIC X(10).

       FD  REMINDER-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REMLINE.

       01  REMLINE             PIC X(132).

      *  ONE RECORD PER TEAM - DELIVERED DOLLARS, MONEY TURNED IN,   *
      *  AND THE MONEY STILL DUE (NEGATIVE WHEN THE TEAM TURNED IN   *
      *  MORE THAN IT DELIVERED)                                     *
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

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05  C-GT-DELIVERED  PIC 9(8)V99 VALUE 0.
           05  C-GT-RECEIVED   PIC 9(8)V99 VALUE 0.
           05  C-GT-DUE        PIC S9(8)V99 VALUE 0.
           05  C-RST-STATUS    PIC XX      VALUE '00'.
           05  RST-EOF         PIC XXX     VALUE 'NO'.
           05  C-RST-CTR       PIC 999     VALUE 0.
           05  SUB-RST         PIC 999     VALUE 0.
           05  SUB-REM-TEXT    PIC 99      VALUE 0.
           05  C-REM-CTR       PIC 999     VALUE 0.
           05  C-NO-ROSTER-CTR PIC 999     VALUE 0.
           05  C-REM-ZIP.
               10  C-REM-ZIP-5 PIC 9(5).
               10  C-REM-ZIP-4 PIC 9(4).

      *  EVERY PLAYER ON THE ROSTER WITH THE PARENT'S MAILING        *
      *  ADDRESS - CAPPED AT 300 PLAYERS                             *
       01  ROSTER-TABLE.
           05  ROSTER-ENTRY            OCCURS 300 TIMES.
               10  RP-LNAME            PIC X(15).
               10  RP-FNAME            PIC X(15).
               10  RP-PARENT           PIC X(25).
               10  RP-ADDRESS          PIC X(15).
               10  RP-CITY             PIC X(10).
               10  RP-STATE            PIC XX.
               10  RP-ZIP              PIC 9(9).

      *  DELIVERED DOLLARS AND MONEY TURNED IN PER SELLER,           *
      *  ACCUMULATED FROM THE SAME VALIDATED ORDERS THE SALES        *
           05  O-GT-DUE        PIC $$$$,$$9.99-.
           05  FILLER          PIC X(44)   VALUE ' '.

       01  REMINDER-COUNT-LINE.
           05  FILLER          PIC X(27)   VALUE
                                  'PARENT REMINDERS PRINTED: '.
           05  O-REM-CTR       PIC ZZ9.
           05  FILLER          PIC X(46)   VALUE
               '   OWING BUT NOT ON THE ROSTER - NO REMINDER: '.
           05  O-NO-ROSTER-CTR PIC ZZ9.
           05  FILLER          PIC X(53)   VALUE ' '.

      *  THE REMINDER LETTER - ONE PER PAGE, INDENTED FOR A WINDOW   *
      *  ENVELOPE                                                    *
       01  REM-TITLE-LINE.
           05  FILLER          PIC X(10)   VALUE ' '.
           05  FILLER          PIC X(28)   VALUE
                                         'ALBIA SOCCER CLUB FUNDRAISER'.
           05  FILLER          PIC X(20)   VALUE ' '.
           05  O-REM-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-REM-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-REM-YY        PIC 9(4).
           05  FILLER          PIC X(64)   VALUE ' '.

       01  REM-ADDRESS-LINE.
           05  FILLER          PIC X(10)   VALUE ' '.
           05  O-REM-ADDRESS   PIC X(25).
           05  FILLER          PIC X(97)   VALUE ' '.

       01  REM-CITY-LINE.
           05  FILLER          PIC X(10)   VALUE ' '.
           05  O-REM-CITY      PIC X(10).
           05  FILLER          PIC XX      VALUE ', '.
           05  O-REM-STATE     PIC XX.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-REM-ZIP-5     PIC 9(5).
           05  FILLER          PIC X       VALUE '-'.
           05  O-REM-ZIP-4     PIC 9(4).
           05  FILLER          PIC X(96)   VALUE ' '.

       01  REM-RE-LINE.
           05  FILLER          PIC X(10)   VALUE ' '.
           05  FILLER          PIC X(27)   VALUE
                                  'RE: POP SALE MONEY DUE FOR '.
           05  O-REM-FNAME     PIC X(15).
           05  FILLER          PIC X       VALUE ' '.
           05  O-REM-LNAME     PIC X(15).
           05  FILLER          PIC X(6)    VALUE ' TEAM '.
           05  O-REM-TEAM      PIC X.
           05  FILLER          PIC X(57)   VALUE ' '.

       01  REM-DEAR-LINE.
           05  FILLER          PIC X(10)   VALUE ' '.
           05  FILLER          PIC X(5)    VALUE 'DEAR '.
           05  O-REM-DEAR      PIC X(25).
           05  FILLER          PIC X(92)   VALUE ' '.

       01  REM-AMOUNT-LINE.
           05  FILLER          PIC X(10)   VALUE ' '.
           05  O-REM-LABEL     PIC X(40).
           05  O-REM-AMOUNT    PIC $$$,$$9.99-.
           05  FILLER          PIC X(71)   VALUE ' '.

       01  REM-TEXT-LINE.
           05  FILLER          PIC X(10)   VALUE ' '.
           05  O-REM-TEXT      PIC X(60).
           05  FILLER          PIC X(62)   VALUE ' '.

      *  STORES THE BODY OF THE REMINDER LETTER  *
       01  REM-TEXT-INFO.
           05  FILLER          PIC X(60)   VALUE
                  'PLEASE SEND THE BALANCE DUE TO THE CLUB TREASURER'.
           05  FILLER          PIC X(60)   VALUE
                  'BEFORE THE END OF THE SEASON.  THANK YOU FOR'.
           05  FILLER          PIC X(60)   VALUE
                  'SUPPORTING THE ALBIA SOCCER CLUB.'.

      *  TABLE FOR THE LETTER BODY  *
       01  REM-TEXT-TABLE REDEFINES REM-TEXT-INFO.
           05  T-REM-TEXT      PIC X(60)   OCCURS 3.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
       1000-INIT.
           OPEN INPUT POP-MASTER.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT REMINDER-OUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO MACHINE-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           MOVE I-YY TO O-REM-YY.
           MOVE I-DD TO O-REM-DD.
           MOVE I-MM TO O-REM-MM.

           PERFORM 9100-HEADINGS.

           PERFORM 1300-LOAD-STATE-TEAM-PARM.
           PERFORM 1400-LOAD-ROSTER.

           PERFORM 9000-READ.

           IF SUB-POP-TYPE <= 20
               MOVE ST-CASE-SIZE TO WT-CASE-SIZE(SUB-POP-TYPE).

      *  OPENS THE OPTIONAL ROSTER AND LOADS EVERY PLAYER WITH THE   *
      *  PARENT'S ADDRESS - A MISSING FILE MEANS NO REMINDER CAN BE  *
      *  ADDRESSED                                                   *
       1400-LOAD-ROSTER.
           MOVE 'NO' TO RST-EOF.
           OPEN INPUT ROSTER-MASTER.
           IF C-RST-STATUS = '00'
               PERFORM 1410-READ-ROSTER
                   UNTIL RST-EOF = 'YES'
               CLOSE ROSTER-MASTER
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE ROSTER-MASTER
               MOVE 'YES' TO RST-EOF.

      *  LOADS ONE PLAYER INTO THE NEXT OPEN TABLE SLOT  *
       1410-READ-ROSTER.
           READ ROSTER-MASTER
               AT END
                   MOVE 'YES' TO RST-EOF
               NOT AT END
                   IF C-RST-CTR < 300
                       ADD 1 TO C-RST-CTR
                       MOVE PL-LNAME TO RP-LNAME(C-RST-CTR)
                       MOVE PL-FNAME TO RP-FNAME(C-RST-CTR)
                       MOVE PL-PARENT TO RP-PARENT(C-RST-CTR)
                       MOVE PL-ADDRESS TO RP-ADDRESS(C-RST-CTR)
                       MOVE PL-CITY TO RP-CITY(C-RST-CTR)
                       MOVE PL-STATE TO RP-STATE(C-RST-CTR)
                       MOVE PL-ZIP TO RP-ZIP(C-RST-CTR)
                   END-IF.

      *  ONE DELIVERED ORDER'S DOLLARS (CASE PRICE PLUS THE BOTTLE   *
      *  DEPOSIT THE SALES REPORT CHARGES) ROLL INTO ITS SELLER'S    *
      *  DELIVERED TOTAL - OPEN ORDERS AND RECORDS THAT WOULD NOT    *

           CLOSE POP-MASTER.
           CLOSE PRTOUT.
           CLOSE REMINDER-OUT.

      *  READS THE SEASON'S TURN-INS AND CREDITS EACH SELLER - A     *
      *  RECEIPT FROM A SELLER WITH NO DELIVERED ORDERS STILL GETS   *

           WRITE PRTLINE FROM TEAM-DUE-HEADING
               AFTER ADVANCING 3 LINES.
           OPEN OUTPUT TEAM-DUE-EXTRACT.
           PERFORM 3220-TEAM-DUE-LINE
               VARYING SUB-TEAM FROM 1 BY 1
                   UNTIL SUB-TEAM > C-TEAM-CTR.
           CLOSE TEAM-DUE-EXTRACT.

           COMPUTE C-GT-DUE = C-GT-DELIVERED - C-GT-RECEIVED.
           MOVE C-GT-DELIVERED TO O-GT-DELIVERED.
           MOVE C-GT-DUE TO O-GT-DUE.
           WRITE PRTLINE FROM DUE-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE C-REM-CTR TO O-REM-CTR.
           MOVE C-NO-ROSTER-CTR TO O-NO-ROSTER-CTR.
           WRITE PRTLINE FROM REMINDER-COUNT-LINE
               AFTER ADVANCING 2 LINES.

       3210-SELLER-DUE-LINE.
           COMPUTE C-DUE = SD-DELIVERED(SUB-SELLER)
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.
           IF C-DUE > 0
               PERFORM 3300-PRINT-REMINDER.

      *  THE TEAM ROLL-UP COMES STRAIGHT OFF THE SELLER TABLE SO IT  *
      *  ALWAYS FOOTS TO THE SELLER LINES ABOVE                      *
                   AT EOP
                       PERFORM 9100-HEADINGS.

           MOVE WT-TEAM(SUB-TEAM) TO DU-TEAM.
           MOVE TD-DELIVERED(SUB-TEAM) TO DU-DELIVERED.
           MOVE TD-RECEIVED(SUB-TEAM) TO DU-RECEIVED.
           MOVE C-DUE TO DU-DUE.
           WRITE DU-REC.

       3230-ROLL-SELLER-INTO-TEAM.
           IF SD-TEAM(SUB-SELLER) = WT-TEAM(SUB-TEAM)
               ADD SD-DELIVERED(SUB-SELLER) TO TD-DELIVERED(SUB-TEAM)
               ADD SD-RECEIVED(SUB-SELLER) TO TD-RECEIVED(SUB-TEAM).

      *  A REMINDER LETTER TO THE PARENT OF A PLAYER STILL HOLDING    *
      *  CLUB MONEY - A SELLER NOT ON THE ROSTER HAS NO ADDRESS TO    *
      *  MAIL TO AND IS ONLY COUNTED                                  *
       3300-PRINT-REMINDER.
           PERFORM 3310-FIND-PLAYER.
           IF SUB-RST > C-RST-CTR
               ADD 1 TO C-NO-ROSTER-CTR
           ELSE
               ADD 1 TO C-REM-CTR
               PERFORM 3320-WRITE-REMINDER.

      *  SUB-RST IS LEFT PAST C-RST-CTR WHEN THE SELLER IS NOT FOUND  *
       3310-FIND-PLAYER.
           PERFORM
               VARYING SUB-RST FROM 1 BY 1
                   UNTIL SUB-RST > C-RST-CTR
                       OR (RP-LNAME(SUB-RST) = SD-LNAME(SUB-SELLER)
                         AND RP-FNAME(SUB-RST) = SD-FNAME(SUB-SELLER)).

       3320-WRITE-REMINDER.
           WRITE REMLINE FROM REM-TITLE-LINE
               AFTER ADVANCING PAGE.

           MOVE RP-PARENT(SUB-RST) TO O-REM-ADDRESS.
           WRITE REMLINE FROM REM-ADDRESS-LINE
               AFTER ADVANCING 4 LINES.
           MOVE RP-ADDRESS(SUB-RST) TO O-REM-ADDRESS.
           WRITE REMLINE FROM REM-ADDRESS-LINE
               AFTER ADVANCING 1 LINE.
           MOVE RP-CITY(SUB-RST) TO O-REM-CITY.
           MOVE RP-STATE(SUB-RST) TO O-REM-STATE.
           MOVE RP-ZIP(SUB-RST) TO C-REM-ZIP.
           MOVE C-REM-ZIP-5 TO O-REM-ZIP-5.
           MOVE C-REM-ZIP-4 TO O-REM-ZIP-4.
           WRITE REMLINE FROM REM-CITY-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SD-FNAME(SUB-SELLER) TO O-REM-FNAME.
           MOVE SD-LNAME(SUB-SELLER) TO O-REM-LNAME.
           MOVE SD-TEAM(SUB-SELLER) TO O-REM-TEAM.
           WRITE REMLINE FROM REM-RE-LINE
               AFTER ADVANCING 4 LINES.
           MOVE RP-PARENT(SUB-RST) TO O-REM-DEAR.
           WRITE REMLINE FROM REM-DEAR-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'POP DELIVERED FOR YOUR PLAYER TO SELL:' TO
               O-REM-LABEL.
           MOVE SD-DELIVERED(SUB-SELLER) TO O-REM-AMOUNT.
           WRITE REMLINE FROM REM-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'MONEY TURNED IN TO THE CLUB SO FAR:' TO O-REM-LABEL.
           MOVE SD-RECEIVED(SUB-SELLER) TO O-REM-AMOUNT.
           WRITE REMLINE FROM REM-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'BALANCE STILL DUE TO THE CLUB:' TO O-REM-LABEL.
           MOVE C-DUE TO O-REM-AMOUNT.
           WRITE REMLINE FROM REM-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE T-REM-TEXT(1) TO O-REM-TEXT.
           WRITE REMLINE FROM REM-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 3330-WRITE-REMINDER-TEXT
               VARYING SUB-REM-TEXT FROM 2 BY 1
                   UNTIL SUB-REM-TEXT > 3.

       3330-WRITE-REMINDER-TEXT.
           MOVE T-REM-TEXT(SUB-REM-TEXT) TO O-REM-TEXT.
           WRITE REMLINE FROM REM-TEXT-LINE
               AFTER ADVANCING 1 LINE.

       9000-READ.
           READ POP-MASTER
               AT END

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC43.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      **********************************************************
      *  EDITS THE OZARK CONDO STAY FILE BEFORE THE CONDO      *
      *  BILLING, OCCUPANCY AND HOUSEKEEPING RUNS READ IT -    *
      *  EVERY FIELD ON EACH STAY IS VALIDATED AND AN ERROR    *
      *  REPORT LISTS EVERY FAILING FIELD, REJECTS GO TO A     *
      *  SUSPENSE FILE IN THE SAME LAYOUT SO THEY CAN BE       *
      *  CORRECTED AND RESUBMITTED, AND ONLY CLEAN STAYS ARE   *
      *  PASSED ON TO THE STAY FILE THOSE RUNS READ - THE      *
      *  PRIOR RUN'S SUSPENSE FILE, AS CORRECTED, IS EDITED    *
      *  AGAIN AHEAD OF THE NEW BATCH AND ONLY THE STAYS THAT  *
      *  STILL FAIL STAY IN SUSPENSE                           *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  THE STAY FILE AS KEYED AT THE DESK AND AS CONVERTED FROM    *
      *  COMPLETED RESERVATIONS - NOTHING READS IT BUT THIS EDIT     *
           SELECT OZARK-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC04\OZARK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *  PRINTS OUT THE INVALID RECORDS  *
           SELECT ERROUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC43\OZARKERR.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
      *  REJECTED STAYS, IN THE SAME LAYOUT AS OZARK-MASTER, SO THEY  *
      *  CAN BE CORRECTED AND FED BACK IN WITHOUT RE-KEYING THE WHOLE *
      *  BATCH  *
           SELECT SUSPENSE-OUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC43\OZARKSUS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *  THE PRIOR RUN'S SUSPENSE FILE AS CORRECTED - THE SAME FILE  *
      *  AS SUSPENSE-OUT, READ BEFORE IT IS REWRITTEN - A MISSING    *
      *  FILE MEANS NOTHING IS WAITING TO BE RESUBMITTED             *
           SELECT OPTIONAL SUSPENSE-IN
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC43\OZARKSUS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SUS-STATUS.
      *  WORK COPY OF THE RESUBMITTED STAYS, EDITED AHEAD OF THE NEW *
      *  BATCH WHILE THE SUSPENSE FILE IS REWRITTEN                  *
           SELECT SUSPENSE-WORK
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC43\OZARKSUS.WRK'
               ORGANIZATION IS LINE SEQUENTIAL.
      *  THE PROCESSING DATE THE WORK COPY WAS LAST TAKEN ON - A     *
      *  RERUN ON THE SAME DATE EDITS THAT SAME WORK COPY AGAIN      *
      *  INSTEAD OF A SUSPENSE FILE THE FIRST RUN ALREADY REWROTE    *
           SELECT OPTIONAL SUSPENSE-CONTROL
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC43\OZARKSUS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SUSCTL-STATUS.
      *  THE CLEAN STAYS - THE CONDO BILLING, OCCUPANCY AND          *
      *  HOUSEKEEPING RUNS READ THIS INSTEAD OF THE RAW STAY FILE    *
           SELECT OZARK-CLEAN
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC04\OZARKCLN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *  THE AGENT MASTER - EVERY BOOKING SOURCE THE OFFICE HAS SET  *
      *  UP - A STAY'S SOURCE CODE MUST BE ONE OF THESE OR SPACES    *
           SELECT OPTIONAL AGENT-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLAGENT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-AGNT-STATUS.

      *  THE GUEST MASTER - A STAY'S GUEST NUMBER MUST BE ON IT      *
           SELECT OPTIONAL GUEST-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLGUEST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GST-STATUS.

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

       FD  OZARK-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 88 CHARACTERS.

       01  I-REC.
           05  I-GUEST                 PIC X(20).
           05  I-CONDO                 PIC XX.
               88  VAL-CONDO           VALUE 'HB' 'OB' 'PP' 'RB' 'SB'
                                             'L ' 'HT' 'CP'.
           05  I-BEDROOMS              PIC 9.
           05  I-NIGHTS                PIC 99.
      * 'L' MARKS A LONG-TERM/SEASONAL RENTAL WHOSE NIGHT COUNT IS     *
      * CARRIED IN I-LONG-NIGHTS BELOW INSTEAD OF I-NIGHTS             *
           05  I-RENTAL-TYPE           PIC X.
               88  LONG-TERM-RENTAL    VALUE 'L'.
               88  VAL-RENTAL-TYPE     VALUE SPACE 'L'.
           05  I-LONG-NIGHTS           PIC 9(4).
           05  I-PETS                  PIC X.
               88  VAL-PETS            VALUE 'Y' 'N' SPACE.
           05  I-HOTTUB                PIC X.
               88  VAL-HOTTUB          VALUE 'Y' 'N' SPACE.
           05  I-DOCKSLIP              PIC 99V99.
           05  I-CHECKIN-DATE.
               10  I-CHECKIN-YY        PIC 9(4).
               10  I-CHECKIN-MM        PIC 99.
               10  I-CHECKIN-DD        PIC 99.
           05  I-CHECKOUT-DATE.
               10  I-CHECKOUT-YY       PIC 9(4).
               10  I-CHECKOUT-MM       PIC 99.
               10  I-CHECKOUT-DD       PIC 99.
      * 'C' MARKS A CANCELLATION AND 'R' A PARTIAL REFUND OF          *
      * I-ADJ-AMOUNT - SPACES OR 'N' IS A NORMAL COMPLETED STAY       *
           05  I-TRANS-TYPE            PIC X.
               88  TRANS-NORMAL        VALUE SPACE 'N'.
               88  TRANS-CANCEL        VALUE 'C'.
               88  TRANS-REFUND        VALUE 'R'.
           05  I-ADJ-AMOUNT            PIC 9(6)V99.
           05  I-REASON-CODE           PIC X(3).
           05  I-APPROVED-BY           PIC X(10).
           05  I-GROUP-ID              PIC X(4).
           05  I-SOURCE                PIC X(4).
           05  I-GUEST-NO              PIC 9(6).

       FD  ERROUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS ERRLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  ERRLINE             PIC X(132).

       FD  SUSPENSE-OUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS SUS-REC
           RECORD CONTAINS 88 CHARACTERS.

       01  SUS-REC             PIC X(88).

       FD  SUSPENSE-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS SUSI-REC
           RECORD CONTAINS 88 CHARACTERS.

       01  SUSI-REC            PIC X(88).

       FD  SUSPENSE-WORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS SWK-REC
           RECORD CONTAINS 88 CHARACTERS.

       01  SWK-REC             PIC X(88).

       FD  SUSPENSE-CONTROL
           LABEL RECORD IS OMITTED
           DATA RECORD IS SC-REC
           RECORD CONTAINS 8 CHARACTERS.

       01  SC-REC.
           05  SC-SAVED-DATE           PIC 9(8).

       FD  OZARK-CLEAN
           LABEL RECORD IS STANDARD
           DATA RECORD IS CLN-REC
           RECORD CONTAINS 88 CHARACTERS.

       01  CLN-REC             PIC X(88).

      *  ONE BOOKING SOURCE - ONLY THE CODE IS NEEDED HERE  *
       FD  AGENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS AG-REC
           RECORD CONTAINS 79 CHARACTERS.

       01  AG-REC.
           05  AG-SOURCE                PIC X(4).
           05  FILLER                   PIC X(75).

      *  ONE CONDO GUEST - ONLY THE NUMBER IS NEEDED HERE  *
       FD  GUEST-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS GU-REC
           RECORD CONTAINS 122 CHARACTERS.

       01  GU-REC.
           05  GU-GUEST-NO              PIC 9(6).
           05  FILLER                   PIC X(116).

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
           05  MORE-RECS       PIC X(3)    VALUE 'YES'.
           05  C-ERR-PCTR      PIC 99      VALUE 0.
           05  ERR-SW          PIC X(3)    VALUE ' '.
      *  'YES' WHILE THE RESUBMITTED STAYS ARE BEING READ, BEFORE    *
      *  THE NEW BATCH                                               *
           05  RESUB-SW        PIC XXX     VALUE 'NO'.
           05  C-SUS-STATUS    PIC XX      VALUE '00'.
           05  SUS-EOF         PIC XXX     VALUE 'NO'.
           05  C-GT-RESUB-CTR  PIC 9(4)    VALUE 0.
           05  C-SUSCTL-STATUS PIC XX      VALUE '00'.
           05  C-TODAY-DATE    PIC 9(8)    VALUE 0.
           05  C-SAVED-DATE    PIC 9(8)    VALUE 0.
           05  C-GT-ERR-CTR    PIC 9(4)    VALUE 0.
           05  C-GT-REC-CTR    PIC 9(5)    VALUE 0.
           05  C-ERR-CTR       PIC 99      VALUE 0.
           05  SUB-ERR         PIC 99      VALUE 0.
           05  SUB-MONTH       PIC 99      VALUE 0.
      *  'YES' WHEN BOTH STAY DATES PASSED THEIR OWN EDITS, SO THE    *
      *  CHECK-OUT CAN BE COMPARED WITH THE CHECK-IN                  *
           05  C-DATES-OK-SW   PIC XXX     VALUE 'NO'.
           05  C-AGNT-STATUS   PIC XX      VALUE '00'.
           05  AGNT-EOF        PIC XXX     VALUE 'NO'.
           05  C-AGNT-CTR      PIC 99      VALUE 0.
           05  SUB-AGNT        PIC 99      VALUE 0.
           05  C-GST-STATUS    PIC XX      VALUE '00'.
           05  GST-EOF         PIC XXX     VALUE 'NO'.
           05  C-GST-CTR       PIC 999     VALUE 0.
           05  SUB-GST         PIC 999     VALUE 0.

      *  EVERY SOURCE CODE ON THE AGENT MASTER - CAPPED AT 50  *
       01  AGENT-TABLE.
           05  AT-SOURCE       PIC X(4)    OCCURS 50 TIMES.

      *  EVERY GUEST NUMBER ON THE GUEST MASTER - CAPPED AT 500  *
       01  GUEST-NUMBER-TABLE.
           05  GN-GUEST-NO     PIC 9(6)    OCCURS 500 TIMES.

      *  HOLDS EVERY VALIDATION FAILURE FOUND ON THE CURRENT RECORD   *
      *  SO 2400-ERR-ROUT CAN PRINT ALL OF THEM INSTEAD OF JUST THE   *
      *  FIRST ONE                                                   *
       01  FOUND-ERR-TABLE.
           05  T-FOUND-ERR     PIC X(52)   OCCURS 17.

      *  STORES THE NUMBER OF DAYS IN EACH MONTH SO AN IMPOSSIBLE     *
      *  STAY DATE (MONTH 13, DAY 45) IS CAUGHT HERE INSTEAD OF       *
      *  SAILING THROUGH TO BILLING - FEBRUARY ALLOWS 29 SO A         *
      *  LEAP-YEAR STAY IS NEVER REJECTED                             *
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

       01  ERR-COMPANY-TITLE-LINE.
           05  FILLER          PIC X(6)    VALUE 'DATE: '.
           05  O-ERR-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-ERR-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-ERR-YY        PIC 9(4).
           05  FILLER          PIC X(40)   VALUE ' '.
           05  FILLER          PIC X(19)   VALUE
                                         'CHAPMAN''S BOAT INC.'.
           05  FILLER          PIC X(49)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-ERR-PCTR      PIC Z9.

       01  DIVISION-LINE.
           05  FILLER          PIC X(8)    VALUE 'COBLSC43'.
           05  FILLER          PIC X(48)   VALUE ' '.
           05  FILLER          PIC X(9)    VALUE '  CHAPMAN'.
           05  FILLER          PIC X(9)    VALUE ' DIVISION'.
           05  FILLER          PIC X(58)   VALUE ' '.

       01  ERR-REPORT-TITLE-LINE.
           05  FILLER          PIC X(55)   VALUE ' '.
           05  FILLER          PIC X(22)   VALUE
                                         'CONDO STAY EDIT REPORT'.
           05  FILLER          PIC X(55)   VALUE ' '.

       01  ERR-COLUMN-HEADINGS-LINE.
           05  FILLER          PIC X(12)   VALUE 'ERROR RECORD'.
           05  FILLER          PIC X(68)   VALUE ' '.
           05  FILLER          PIC X(17)   VALUE 'ERROR DESCRIPTION'.
           05  FILLER          PIC X(35)   VALUE ' '.

      *  PRINTS THE INVALID RECORDS WITH A MESSAGE EXPLAINING WHY  *
      *  EACH RECORD IS INVALID                                    *
       01  ERR-LINE.
           05  O-ERR-REC       PIC X(78).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-ERR-DESCRIP   PIC X(52).

      *  PRINTS OUT THE TOTAL INVALID RECORDS ON OZARKERR.PRT  *
       01  ERR-GRAND-TOTAL-LINE.
           05  FILLER          PIC X(13)   VALUE 'TOTAL ERRORS '.
           05  O-GT-ERR-CTR    PIC Z,ZZ9.
           05  FILLER          PIC X(114)  VALUE ' '.

      *  PRINTS THE STAYS RESUBMITTED FROM THE PRIOR SUSPENSE FILE  *
       01  RESUB-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE 'STAYS RESUBMITTED '.
           05  O-GT-RESUB-CTR  PIC Z,ZZ9.
           05  FILLER          PIC X(107)  VALUE ' '.

      *  PRINTS THE CLEAN STAYS PASSED DOWNSTREAM THIS RUN  *
       01  PASSED-TOTAL-LINE.
           05  FILLER          PIC X(15)   VALUE 'RECORDS PASSED '.
           05  O-GT-REC-CTR    PIC Z,ZZ9.
           05  FILLER          PIC X(112)  VALUE ' '.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
       GOBACK.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO MACHINE-DATE.
           PERFORM 9955-GET-PROCESS-DATE.
           MOVE I-YY TO O-ERR-YY.
           MOVE I-DD TO O-ERR-DD.
           MOVE I-MM TO O-ERR-MM.
           COMPUTE C-TODAY-DATE = I-YY * 10000 + I-MM * 100 + I-DD.

           OPEN INPUT OZARK-MASTER.
           OPEN OUTPUT ERROUT.
           PERFORM 1300-SAVE-PRIOR-SUSPENSE.
           OPEN OUTPUT SUSPENSE-OUT.
           OPEN OUTPUT OZARK-CLEAN.

           PERFORM 1100-LOAD-AGENTS.
           PERFORM 1200-LOAD-GUESTS.
           PERFORM 9200-ERR-HEADINGS.
           PERFORM 9000-READ.

      *  OPENS THE OPTIONAL AGENT MASTER AND LOADS EVERY SOURCE CODE *
      *  - A MISSING FILE MEANS ONLY DIRECT STAYS PASS               *
       1100-LOAD-AGENTS.
           MOVE 'NO' TO AGNT-EOF.
           OPEN INPUT AGENT-MASTER.
           IF C-AGNT-STATUS = '00'
               PERFORM 1110-READ-AGENT
                   UNTIL AGNT-EOF = 'YES'
               CLOSE AGENT-MASTER
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE AGENT-MASTER
               MOVE 'YES' TO AGNT-EOF.

      *  LOADS ONE SOURCE CODE INTO THE NEXT OPEN TABLE SLOT  *
       1110-READ-AGENT.
           READ AGENT-MASTER
               AT END
                   MOVE 'YES' TO AGNT-EOF
               NOT AT END
                   IF C-AGNT-CTR < 50
                       ADD 1 TO C-AGNT-CTR
                       MOVE AG-SOURCE TO AT-SOURCE(C-AGNT-CTR)
                   END-IF.

      *  OPENS THE OPTIONAL GUEST MASTER AND LOADS EVERY GUEST       *
      *  NUMBER - A MISSING FILE MEANS NO STAY CAN PASS              *
       1200-LOAD-GUESTS.
           MOVE 'NO' TO GST-EOF.
           OPEN INPUT GUEST-MASTER.
           IF C-GST-STATUS = '00'
               PERFORM 1210-READ-GUEST
                   UNTIL GST-EOF = 'YES'
               CLOSE GUEST-MASTER
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE GUEST-MASTER
               MOVE 'YES' TO GST-EOF.

      *  LOADS ONE GUEST NUMBER INTO THE NEXT OPEN TABLE SLOT  *
       1210-READ-GUEST.
           READ GUEST-MASTER
               AT END
                   MOVE 'YES' TO GST-EOF
               NOT AT END
                   IF C-GST-CTR < 500
                       ADD 1 TO C-GST-CTR
                       MOVE GU-GUEST-NO TO GN-GUEST-NO(C-GST-CTR)
                   END-IF.

      *  OPENS THE RESUBMITTED STAYS TO BE EDITED AHEAD OF THE NEW   *
      *  BATCH - THE FIRST RUN OF A PROCESSING DATE TAKES A FRESH    *
      *  WORK COPY OF THE SUSPENSE FILE, BUT A RERUN ON THE SAME     *
      *  DATE EDITS THE FIRST RUN'S WORK COPY AGAIN, SO THE STAYS    *
      *  THAT PASSED THE FIRST TIME ARE PASSED AGAIN AND THE NEW     *
      *  BATCH'S REJECTS ARE NOT SUSPENDED TWICE - CORRECTIONS KEYED *
      *  INTO SUSPENSE BETWEEN THE TWO RUNS WAIT FOR THE NEXT DATE   *
       1300-SAVE-PRIOR-SUSPENSE.
           PERFORM 1320-GET-SAVED-DATE.
           IF C-SAVED-DATE NOT = C-TODAY-DATE
               PERFORM 1305-COPY-PRIOR-SUSPENSE.
           OPEN INPUT SUSPENSE-WORK.
           MOVE 'YES' TO RESUB-SW.

      *  COPIES THE PRIOR RUN'S SUSPENSE FILE, AS CORRECTED, TO THE  *
      *  WORK FILE SO IT CAN BE EDITED AGAIN WHILE THE SUSPENSE FILE *
      *  IS REWRITTEN WITH ONLY THE STAYS THAT STILL FAIL, THEN      *
      *  STAMPS THE CONTROL FILE WITH THE DATE THE COPY WAS TAKEN    *
       1305-COPY-PRIOR-SUSPENSE.
           MOVE 'NO' TO SUS-EOF.
           OPEN OUTPUT SUSPENSE-WORK.
           OPEN INPUT SUSPENSE-IN.
           IF C-SUS-STATUS = '00'
               PERFORM 1310-COPY-SUSPENSE
                   UNTIL SUS-EOF = 'YES'
               CLOSE SUSPENSE-IN
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
      * AND MUST BE CLOSED BEFORE SUSPENSE-OUT REWRITES IT          *
               CLOSE SUSPENSE-IN.
           CLOSE SUSPENSE-WORK.
           OPEN OUTPUT SUSPENSE-CONTROL.
           MOVE C-TODAY-DATE TO SC-SAVED-DATE.
           WRITE SC-REC.
           CLOSE SUSPENSE-CONTROL.

       1310-COPY-SUSPENSE.
           READ SUSPENSE-IN
               AT END
                   MOVE 'YES' TO SUS-EOF
               NOT AT END
                   MOVE SUSI-REC TO SWK-REC
                   WRITE SWK-REC.

      *  READS THE DATE THE WORK COPY WAS LAST TAKEN - A MISSING OR  *
      *  EMPTY CONTROL FILE MEANS NO COPY HAS BEEN TAKEN YET         *
       1320-GET-SAVED-DATE.
           MOVE 0 TO C-SAVED-DATE.
           OPEN INPUT SUSPENSE-CONTROL.
           READ SUSPENSE-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF SC-SAVED-DATE NUMERIC
                       MOVE SC-SAVED-DATE TO C-SAVED-DATE
                   END-IF.
           CLOSE SUSPENSE-CONTROL.

       2000-MAINLINE.
           PERFORM 2100-VALIDATION THRU 2100-X.
           IF ERR-SW = 'NO'
               PERFORM 2300-OUTPUT
           ELSE
               PERFORM 2400-ERR-ROUT.

           PERFORM 9000-READ.

      *  CHECKS TO SEE IF EACH STAY IS VALID OR INVALID - EVERY       *
      *  FAILING FIELD IS RECORDED IN FOUND-ERR-TABLE INSTEAD OF      *
      *  EXITING ON THE FIRST ONE SO 2400-ERR-ROUT CAN PRINT THEM ALL *
       2100-VALIDATION.
           MOVE 'YES' TO ERR-SW.
           MOVE 0 TO C-ERR-CTR.

           IF I-GUEST = ' '
               ADD 1 TO C-ERR-CTR
               MOVE 'A GUEST NAME IS REQUIRED' TO
                   T-FOUND-ERR(C-ERR-CTR).
           IF NOT VAL-CONDO
               ADD 1 TO C-ERR-CTR
               MOVE 'CONDO MUST BE HB, OB, PP, RB, SB, L, HT, OR CP'
                   TO T-FOUND-ERR(C-ERR-CTR).
           IF I-BEDROOMS NOT NUMERIC
               ADD 1 TO C-ERR-CTR
               MOVE 'THE BEDROOMS NEED TO BE NUMERIC' TO
                   T-FOUND-ERR(C-ERR-CTR)
           ELSE
               IF I-BEDROOMS = 0
                   ADD 1 TO C-ERR-CTR
                   MOVE 'THE BEDROOMS NEED TO BE GREATER THAN 0'
                       TO T-FOUND-ERR(C-ERR-CTR).

           PERFORM 2110-VALIDATE-NIGHTS.

           IF NOT VAL-PETS
               ADD 1 TO C-ERR-CTR
               MOVE 'THE PETS FLAG MUST BE Y OR N' TO
                   T-FOUND-ERR(C-ERR-CTR).
           IF NOT VAL-HOTTUB
               ADD 1 TO C-ERR-CTR
               MOVE 'THE HOT TUB FLAG MUST BE Y OR N' TO
                   T-FOUND-ERR(C-ERR-CTR).
           IF I-DOCKSLIP NOT NUMERIC
               ADD 1 TO C-ERR-CTR
               MOVE 'THE DOCK SLIP FEE NEEDS TO BE NUMERIC' TO
                   T-FOUND-ERR(C-ERR-CTR).

           PERFORM 2120-VALIDATE-DATES.
           PERFORM 2130-VALIDATE-TRANSACTION.
           PERFORM 2140-VALIDATE-SOURCE.
           PERFORM 2150-VALIDATE-GUEST-NO.

           IF C-ERR-CTR = 0
               MOVE 'NO' TO ERR-SW.

       2100-X.
           EXIT.

      *  AN ORDINARY STAY CARRIES ITS NIGHTS IN I-NIGHTS WITH NO      *
      *  LONG-TERM COUNT, AND A LONG-TERM RENTAL CARRIES THEM IN      *
      *  I-LONG-NIGHTS - EITHER WAY THE STAY MUST BE AT LEAST ONE     *
      *  NIGHT                                                        *
       2110-VALIDATE-NIGHTS.
           IF NOT VAL-RENTAL-TYPE
               ADD 1 TO C-ERR-CTR
               MOVE 'THE RENTAL TYPE MUST BE BLANK OR L' TO
                   T-FOUND-ERR(C-ERR-CTR).
           IF I-NIGHTS NOT NUMERIC
               ADD 1 TO C-ERR-CTR
               MOVE 'THE NIGHTS NEED TO BE NUMERIC' TO
                   T-FOUND-ERR(C-ERR-CTR).
           IF I-LONG-NIGHTS NOT NUMERIC
               ADD 1 TO C-ERR-CTR
               MOVE 'THE LONG-TERM NIGHTS NEED TO BE NUMERIC' TO
                   T-FOUND-ERR(C-ERR-CTR).
           IF I-NIGHTS NUMERIC AND I-LONG-NIGHTS NUMERIC
               IF LONG-TERM-RENTAL
                   IF I-LONG-NIGHTS = 0
                       ADD 1 TO C-ERR-CTR
                       MOVE 'A LONG-TERM RENTAL NEEDS LONG-TERM NIGHTS'
                           TO T-FOUND-ERR(C-ERR-CTR)
                   END-IF
               ELSE
                   IF I-NIGHTS = 0
                       ADD 1 TO C-ERR-CTR
                       MOVE 'THE NIGHTS NEED TO BE GREATER THAN 0'
                           TO T-FOUND-ERR(C-ERR-CTR)
                   END-IF
                   IF I-LONG-NIGHTS > 0
                       ADD 1 TO C-ERR-CTR
                       MOVE 'LONG-TERM NIGHTS KEYED ON A NORMAL STAY'
                           TO T-FOUND-ERR(C-ERR-CTR).

      *  AN IMPOSSIBLE STAY DATE IS CAUGHT HERE - THE DAY IS ONLY     *
      *  CHECKED AGAINST THE MONTH TABLE WHEN THE MONTH ITSELF IS     *
      *  GOOD - AND WHEN BOTH DATES ARE GOOD THE CHECK-OUT MUST COME  *
      *  AFTER THE CHECK-IN                                           *
       2120-VALIDATE-DATES.
           MOVE 'YES' TO C-DATES-OK-SW.
           IF I-CHECKIN-DATE NOT NUMERIC
               ADD 1 TO C-ERR-CTR
               MOVE 'NO' TO C-DATES-OK-SW
               MOVE 'THE CHECK-IN DATE NEEDS TO BE NUMERIC' TO
                   T-FOUND-ERR(C-ERR-CTR)
           ELSE
               IF I-CHECKIN-MM < 1 OR I-CHECKIN-MM > 12
                   ADD 1 TO C-ERR-CTR
                   MOVE 'NO' TO C-DATES-OK-SW
                   MOVE 'THE CHECK-IN MONTH MUST BE 01 THROUGH 12'
                       TO T-FOUND-ERR(C-ERR-CTR)
               ELSE
                   MOVE I-CHECKIN-MM TO SUB-MONTH
                   IF I-CHECKIN-DD < 1 OR
                       I-CHECKIN-DD > T-MONTH-DAYS(SUB-MONTH)
                       ADD 1 TO C-ERR-CTR
                       MOVE 'NO' TO C-DATES-OK-SW
                       MOVE 'THE CHECK-IN DAY IS NOT IN THE MONTH KEYED'
                           TO T-FOUND-ERR(C-ERR-CTR).

           IF I-CHECKOUT-DATE NOT NUMERIC
               ADD 1 TO C-ERR-CTR
               MOVE 'NO' TO C-DATES-OK-SW
               MOVE 'THE CHECK-OUT DATE NEEDS TO BE NUMERIC' TO
                   T-FOUND-ERR(C-ERR-CTR)
           ELSE
               IF I-CHECKOUT-MM < 1 OR I-CHECKOUT-MM > 12
                   ADD 1 TO C-ERR-CTR
                   MOVE 'NO' TO C-DATES-OK-SW
                   MOVE 'THE CHECK-OUT MONTH MUST BE 01 THROUGH 12'
                       TO T-FOUND-ERR(C-ERR-CTR)
               ELSE
                   MOVE I-CHECKOUT-MM TO SUB-MONTH
                   IF I-CHECKOUT-DD < 1 OR
                       I-CHECKOUT-DD > T-MONTH-DAYS(SUB-MONTH)
                       ADD 1 TO C-ERR-CTR
                       MOVE 'NO' TO C-DATES-OK-SW
                       MOVE 'THE CHECK-OUT DAY IS NOT IN THE MONTH'
                           TO T-FOUND-ERR(C-ERR-CTR).

           IF C-DATES-OK-SW = 'YES'
               IF I-CHECKOUT-DATE NOT > I-CHECKIN-DATE
                   ADD 1 TO C-ERR-CTR
                   MOVE 'THE CHECK-OUT MUST BE AFTER THE CHECK-IN'
                       TO T-FOUND-ERR(C-ERR-CTR).

      *  THE TRANSACTION TYPE, ADJUSTMENT AMOUNT AND REASON CODE MUST *
      *  AGREE - A NORMAL STAY CARRIES NO ADJUSTMENT OR REASON, A     *
      *  CANCELLATION NEEDS A REASON BUT NO AMOUNT (THE WHOLE CHARGE  *
      *  IS REVERSED), AND A REFUND NEEDS BOTH A REASON AND AN AMOUNT *
       2130-VALIDATE-TRANSACTION.
           IF NOT TRANS-NORMAL AND NOT TRANS-CANCEL
             AND NOT TRANS-REFUND
               ADD 1 TO C-ERR-CTR
               MOVE 'THE TRANSACTION TYPE MUST BE BLANK, N, C, OR R'
                   TO T-FOUND-ERR(C-ERR-CTR).
           IF I-ADJ-AMOUNT NOT NUMERIC
               ADD 1 TO C-ERR-CTR
               MOVE 'THE ADJUSTMENT AMOUNT NEEDS TO BE NUMERIC' TO
                   T-FOUND-ERR(C-ERR-CTR)
           ELSE
               IF TRANS-REFUND AND I-ADJ-AMOUNT = 0
                   ADD 1 TO C-ERR-CTR
                   MOVE 'A REFUND NEEDS AN ADJUSTMENT AMOUNT'
                       TO T-FOUND-ERR(C-ERR-CTR)
               ELSE
                   IF NOT TRANS-REFUND AND I-ADJ-AMOUNT > 0
                       ADD 1 TO C-ERR-CTR
                       MOVE 'AN ADJUSTMENT AMOUNT IS ONLY FOR A REFUND'
                           TO T-FOUND-ERR(C-ERR-CTR).
           IF TRANS-CANCEL OR TRANS-REFUND
               IF I-REASON-CODE = ' '
                   ADD 1 TO C-ERR-CTR
                   MOVE 'A CANCELLATION OR REFUND NEEDS A REASON CODE'
                       TO T-FOUND-ERR(C-ERR-CTR)
               END-IF
           ELSE
               IF TRANS-NORMAL AND I-REASON-CODE NOT = ' '
                   ADD 1 TO C-ERR-CTR
                   MOVE 'A REASON CODE IS ONLY FOR A CANCEL OR REFUND'
                       TO T-FOUND-ERR(C-ERR-CTR).

      *  A STAY BOOKED THROUGH AN AGENT OR LISTING SERVICE MUST      *
      *  CARRY A SOURCE CODE ON THE AGENT MASTER, OR THE COMMISSION  *
      *  RUN CANNOT PAY IT - SPACES IS A DIRECT BOOKING              *
       2140-VALIDATE-SOURCE.
           PERFORM
               VARYING SUB-AGNT FROM 1 BY 1
                   UNTIL SUB-AGNT > C-AGNT-CTR
                       OR AT-SOURCE(SUB-AGNT) = I-SOURCE.

           IF I-SOURCE NOT = ' '
             AND SUB-AGNT > C-AGNT-CTR
               ADD 1 TO C-ERR-CTR
               MOVE 'THE BOOKING SOURCE IS NOT ON THE AGENT MASTER'
                   TO T-FOUND-ERR(C-ERR-CTR).

      *  EVERY STAY MUST CARRY THE NUMBER OF A GUEST ON THE GUEST    *
      *  MASTER - THE BILLING, HISTORY AND RECEIVABLES RUNS MATCH    *
      *  THE GUEST ON IT RATHER THAN ON THE NAME AS KEYED            *
       2150-VALIDATE-GUEST-NO.
           IF I-GUEST-NO NOT NUMERIC
               ADD 1 TO C-ERR-CTR
               MOVE 'THE GUEST NUMBER NEEDS TO BE NUMERIC' TO
                   T-FOUND-ERR(C-ERR-CTR)
           ELSE
               PERFORM 2155-FIND-GUEST-NO
               IF SUB-GST > C-GST-CTR
                   ADD 1 TO C-ERR-CTR
                   MOVE 'THE GUEST NUMBER IS NOT ON THE GUEST MASTER'
                       TO T-FOUND-ERR(C-ERR-CTR).

      *  SUB-GST IS LEFT PAST C-GST-CTR WHEN THE NUMBER IS NOT FOUND  *
       2155-FIND-GUEST-NO.
           PERFORM
               VARYING SUB-GST FROM 1 BY 1
                   UNTIL SUB-GST > C-GST-CTR
                       OR GN-GUEST-NO(SUB-GST) = I-GUEST-NO.

      *  PASSES A CLEAN STAY ON TO THE FILE THE BILLING RUN READS  *
       2300-OUTPUT.
           MOVE I-REC TO CLN-REC.
           WRITE CLN-REC.
           ADD 1 TO C-GT-REC-CTR.

       2400-ERR-ROUT.
           MOVE I-REC TO O-ERR-REC.
           MOVE T-FOUND-ERR(1) TO O-ERR-DESCRIP.

           WRITE ERRLINE FROM ERR-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9200-ERR-HEADINGS.

           MOVE I-REC TO SUS-REC.
           WRITE SUS-REC.

           PERFORM 2410-PRINT-EXTRA-ERRORS
               VARYING SUB-ERR FROM 2 BY 1
                   UNTIL SUB-ERR > C-ERR-CTR.

           ADD 1 TO C-GT-ERR-CTR.

      *  PRINTS EACH ADDITIONAL FAILING FIELD BEYOND THE FIRST ON ITS *
      *  OWN LINE, WITH THE RECORD ITSELF LEFT BLANK SINCE IT WAS     *
      *  ALREADY PRINTED ABOVE                                       *
       2410-PRINT-EXTRA-ERRORS.
           MOVE ' ' TO O-ERR-REC.
           MOVE T-FOUND-ERR(SUB-ERR) TO O-ERR-DESCRIP.

           WRITE ERRLINE FROM ERR-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9200-ERR-HEADINGS.

       3000-CLOSING.
           MOVE C-GT-ERR-CTR TO O-GT-ERR-CTR.
           WRITE ERRLINE FROM ERR-GRAND-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-GT-RESUB-CTR TO O-GT-RESUB-CTR.
           WRITE ERRLINE FROM RESUB-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE C-GT-REC-CTR TO O-GT-REC-CTR.
           WRITE ERRLINE FROM PASSED-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 9500-WRITE-RUN-LOG.

           CLOSE OZARK-MASTER.
           CLOSE ERROUT.
           CLOSE SUSPENSE-OUT.
           CLOSE SUSPENSE-WORK.
           CLOSE OZARK-CLEAN.

      *  THE RESUBMITTED STAYS ARE READ FIRST, THEN THE NEW BATCH  *
       9000-READ.
           IF RESUB-SW = 'YES'
               PERFORM 9010-READ-RESUBMITTED.
           IF RESUB-SW = 'NO'
               READ OZARK-MASTER
                   AT END
                       MOVE 'NO' TO MORE-RECS.

       9010-READ-RESUBMITTED.
           READ SUSPENSE-WORK
               AT END
                   MOVE 'NO' TO RESUB-SW
               NOT AT END
                   MOVE SWK-REC TO I-REC
                   ADD 1 TO C-GT-RESUB-CTR.

       9200-ERR-HEADINGS.
           ADD 1 TO C-ERR-PCTR.
           MOVE C-ERR-PCTR TO O-ERR-PCTR.

           WRITE ERRLINE FROM ERR-COMPANY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE ERRLINE FROM DIVISION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE ERRLINE FROM ERR-REPORT-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE ERRLINE FROM ERR-COLUMN-HEADINGS-LINE
               AFTER ADVANCING 2 LINES.

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -      *
      * RECORDS IN IS EVERY STAY READ, RECORDS OUT THE CLEAN STAYS    *
      * PASSED ON, AND RECORDS REJECTED THE STAYS SENT TO SUSPENSE    *
       9500-WRITE-RUN-LOG.
           MOVE 'COBLSC43' TO RL-PROGRAM.
           MOVE M-RUN-MM TO RL-RUN-MM.
           MOVE M-RUN-DD TO RL-RUN-DD.
           MOVE M-RUN-YY TO RL-RUN-YYYY.
           MOVE I-TIME(1:2) TO RL-RUN-HH.
           MOVE I-TIME(3:2) TO RL-RUN-MI.
           MOVE I-TIME(5:2) TO RL-RUN-SS.
           COMPUTE RL-RECS-IN = C-GT-REC-CTR + C-GT-ERR-CTR.
           MOVE C-GT-REC-CTR TO RL-RECS-OUT.
           MOVE C-GT-ERR-CTR TO RL-RECS-REJ.
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

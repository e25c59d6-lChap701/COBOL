       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC48.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      **********************************************************
      *  ONE-TIME CONVERSION TO GUEST NUMBERS - READS EVERY    *
      *  CONDO FILE THAT CARRIES A GUEST NAME IN A FIXED       *
      *  ORDER, GIVES EACH DISTINCT NAME THE NEXT GUEST NUMBER *
      *  STARTING AT 1, STAMPS THAT NUMBER INTO EVERY RECORD   *
      *  AND BUILDS THE GUEST MASTER FROM THE NAMES SO THE     *
      *  ADDRESSES CAN BE KEYED THROUGH COBLSC47 - REFUSES TO  *
      *  RUN ONCE THE GUEST MASTER HOLDS ANY GUESTS            *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  THE GUEST MASTER - CHECKED FOR RECORDS AT INIT AND BUILT   *
      *  FROM THE NAMES FOUND AT CLOSE                              *
           SELECT OPTIONAL GUEST-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLGUEST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GST-STATUS.

      *  THE CONDO FILES THAT CARRY A GUEST - EACH IS READ IN TURN, *
      *  STAMPED TO THE WORK FILE, AND COPIED BACK OVER ITSELF      *
           SELECT OPTIONAL GUEST-HISTORY
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC04\CBLGHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-FILE-STATUS.

           SELECT OPTIONAL RESERVATION-FILE
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC24\CBLRESV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-FILE-STATUS.

           SELECT OPTIONAL WAITLIST-FILE
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC24\CBLWAIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-FILE-STATUS.

           SELECT OPTIONAL OZARK-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC04\OZARK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-FILE-STATUS.

           SELECT OPTIONAL OZARK-CLEAN
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC04\OZARKCLN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-FILE-STATUS.

           SELECT OPTIONAL OZARK-SUSPENSE
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC43\OZARKSUS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-FILE-STATUS.

           SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO 'C:\IHCC\COBOL\CBLINVC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-FILE-STATUS.

           SELECT OPTIONAL PAYMENT-FILE
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC13\CBLPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-FILE-STATUS.

           SELECT OPTIONAL CERT-FILE
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC04\CBLCERT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-FILE-STATUS.

           SELECT OPTIONAL DEPOSIT-LEDGER
               ASSIGN TO 'C:\IHCC\COBOL\CBLDEPLG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-FILE-STATUS.

      *  HOLDS ONE FILE'S STAMPED RECORDS UNTIL THEY ARE COPIED     *
      *  BACK OVER THE ORIGINAL                                     *
           SELECT GUEST-WORK
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC48\CBLGUWRK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *  PRINTED CONVERSION REGISTER  *
           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC48\GUESTCNV.PRT'
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

      *  ONE CONDO GUEST - ONLY THE NUMBER AND NAME ARE KNOWN AT     *
      *  CONVERSION, THE REST IS KEYED LATER THROUGH COBLSC47        *
       FD  GUEST-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS GU-REC
           RECORD CONTAINS 122 CHARACTERS.

       01  GU-REC.
           05  GU-GUEST-NO              PIC 9(6).
           05  GU-NAME                  PIC X(20).
           05  GU-ADDRESS               PIC X(20).
           05  GU-CITY                  PIC X(15).
           05  GU-STATE                 PIC XX.
           05  GU-ZIP                   PIC 9(9).
           05  GU-PHONE                 PIC X(10).
           05  GU-EMAIL                 PIC X(40).

      *  EACH CONDO FILE BELOW IS LAID OUT ONLY AS FAR AS THE GUEST  *
      *  NAME AND THE GUEST NUMBER AT THE END OF THE RECORD - A      *
      *  RECORD WRITTEN BEFORE THE NUMBER EXISTED READS SHORT AND    *
      *  COMES IN WITH THE NUMBER POSITIONS BLANK                    *
       FD  GUEST-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS GH-REC
           RECORD CONTAINS 45 CHARACTERS.

       01  GH-REC.
           05  GH-GUEST                 PIC X(20).
           05  FILLER                   PIC X(19).
           05  GH-GUEST-NO              PIC 9(6).

       FD  RESERVATION-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RS-REC
           RECORD CONTAINS 63 CHARACTERS.

       01  RS-REC.
           05  FILLER                   PIC XX.
           05  RS-GUEST                 PIC X(20).
           05  FILLER                   PIC X(35).
           05  RS-GUEST-NO              PIC 9(6).

       FD  WAITLIST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS WL-REC
           RECORD CONTAINS 70 CHARACTERS.

       01  WL-REC.
           05  FILLER                   PIC XXX.
           05  WL-GUEST                 PIC X(20).
           05  FILLER                   PIC X(41).
           05  WL-GUEST-NO              PIC 9(6).

       FD  OZARK-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS OZ-REC
           RECORD CONTAINS 88 CHARACTERS.

       01  OZ-REC.
           05  OZ-GUEST                 PIC X(20).
           05  FILLER                   PIC X(62).
           05  OZ-GUEST-NO              PIC 9(6).

       FD  OZARK-CLEAN
           LABEL RECORD IS STANDARD
           DATA RECORD IS CLN-REC
           RECORD CONTAINS 88 CHARACTERS.

       01  CLN-REC.
           05  CLN-GUEST                PIC X(20).
           05  FILLER                   PIC X(62).
           05  CLN-GUEST-NO             PIC 9(6).

       FD  OZARK-SUSPENSE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SUS-REC
           RECORD CONTAINS 88 CHARACTERS.

       01  SUS-REC.
           05  SUS-GUEST                PIC X(20).
           05  FILLER                   PIC X(62).
           05  SUS-GUEST-NO             PIC 9(6).

       FD  INVOICE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS IV-REC
           RECORD CONTAINS 94 CHARACTERS.

       01  IV-REC.
           05  IV-GUEST                 PIC X(20).
           05  FILLER                   PIC X(68).
           05  IV-GUEST-NO              PIC 9(6).

       FD  PAYMENT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PY-REC
           RECORD CONTAINS 44 CHARACTERS.

       01  PY-REC.
           05  PY-GUEST                 PIC X(20).
           05  FILLER                   PIC X(18).
           05  PY-GUEST-NO              PIC 9(6).

       FD  CERT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CE-REC
           RECORD CONTAINS 35 CHARACTERS.

       01  CE-REC.
           05  CE-GUEST                 PIC X(20).
           05  FILLER                   PIC X(9).
           05  CE-GUEST-NO              PIC 9(6).

       FD  DEPOSIT-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS DL-REC
           RECORD CONTAINS 68 CHARACTERS.

       01  DL-REC.
           05  FILLER                   PIC XX.
           05  DL-GUEST                 PIC X(20).
           05  FILLER                   PIC X(40).
           05  DL-GUEST-NO              PIC 9(6).

      *  ONE STAMPED RECORD OF WHICHEVER FILE IS BEING CONVERTED -   *
      *  SIZED FOR THE LONGEST OF THEM                               *
       FD  GUEST-WORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS WK-REC
           RECORD CONTAINS 94 CHARACTERS.

       01  WK-REC                       PIC X(94).

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
           05  C-GST-STATUS    PIC XX      VALUE '00'.
           05  C-FILE-STATUS   PIC XX      VALUE '00'.
      *  'YES' ONCE THE GUEST MASTER IS FOUND TO HOLD A RECORD - THE  *
      *  FILES HAVE ALREADY BEEN NUMBERED AND ARE LEFT ALONE          *
           05  MASTER-BUILT    PIC XXX     VALUE 'NO'.
           05  FILE-EOF        PIC XXX     VALUE 'NO'.
           05  WORK-EOF        PIC XXX     VALUE 'NO'.
      *  WHICH FILE THE WORK FILE IS BEING COPIED BACK OVER  *
           05  C-FILE-CODE     PIC XX      VALUE ' '.
           05  C-GN-CTR        PIC 999     VALUE 0.
           05  SUB-GN          PIC 999     VALUE 0.
           05  C-HOLD-NAME     PIC X(20)   VALUE ' '.
           05  C-HOLD-NO       PIC 9(6)    VALUE 0.
           05  C-FILE-CTR      PIC 9(6)    VALUE 0.
           05  C-FILE-STAMPED  PIC 9(6)    VALUE 0.
           05  C-GT-READ-CTR   PIC 9(7)    VALUE 0.
           05  C-GT-STAMPED-CTR PIC 9(7)   VALUE 0.
           05  C-GT-LEFT-CTR   PIC 9(7)    VALUE 0.
           05  C-GT-FULL-CTR   PIC 9(7)    VALUE 0.

      *  EVERY DISTINCT NAME IN THE ORDER IT WAS FIRST MET - THE      *
      *  SLOT NUMBER IS THE GUEST NUMBER - CAPPED AT 500 GUESTS,      *
      *  THE SAME AS THE GUEST MASTER MAINTENANCE TABLE               *
       01  GUEST-NAME-TABLE.
           05  GUEST-NAME-ENTRY        OCCURS 500 TIMES.
               10  GN-NAME             PIC X(20).
               10  GN-RECS             PIC 9(6).

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
           05  FILLER          PIC X(8)    VALUE 'COBLSC48'.
           05  FILLER          PIC X(42)   VALUE ' '.
           05  FILLER          PIC X(33)   VALUE
                                  'GUEST NUMBER CONVERSION REGISTER'.
           05  FILLER          PIC X(49)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  SECTION-TITLE-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-SECTION-TITLE PIC X(60).
           05  FILLER          PIC X(68)   VALUE ' '.

       01  FILE-COLUMN-HEADINGS.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(30)   VALUE 'FILE'.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(7)    VALUE 'RECORDS'.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(7)    VALUE 'STAMPED'.
           05  FILLER          PIC X(76)   VALUE ' '.

      *  ONE LINE PER FILE CONVERTED - RECORDS READ AND HOW MANY     *
      *  CAME AWAY WITH A GUEST NUMBER                               *
       01  FILE-DETAIL-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-FL-FILE       PIC X(30).
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-FL-RECS       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-FL-STAMPED    PIC ZZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-FL-MSG        PIC X(30).
           05  FILLER          PIC X(42)   VALUE ' '.

       01  GUEST-COLUMN-HEADINGS.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'NUMBER'.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(20)   VALUE 'GUEST'.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(7)    VALUE 'RECORDS'.
           05  FILLER          PIC X(87)   VALUE ' '.

      *  ONE LINE PER GUEST NUMBER ASSIGNED AND HOW MANY RECORDS     *
      *  ACROSS ALL THE FILES NOW CARRY IT                           *
       01  GUEST-DETAIL-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-GN-GUEST-NO   PIC 9(6).
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-GN-NAME       PIC X(20).
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-GN-RECS       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(87)   VALUE ' '.

       01  CONVERSION-TOTAL-LINE.
           05  FILLER          PIC X(17)   VALUE 'GUESTS NUMBERED: '.
           05  O-GT-GUESTS     PIC Z,ZZ9.
           05  FILLER          PIC X(19)   VALUE '   RECORDS STAMPED:'.
           05  O-GT-STAMPED    PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(19)   VALUE '   LEFT UNNUMBERED:'.
           05  O-GT-LEFT       PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(54)   VALUE ' '.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           IF MASTER-BUILT = 'NO'
               PERFORM 2000-CONVERT.
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

           PERFORM 9100-HEADINGS.
           PERFORM 1100-CHECK-MASTER.

      *  THE CONVERSION IS RUN ONCE - A GUEST MASTER THAT ALREADY     *
      *  HOLDS A RECORD MEANS THE FILES CARRY NUMBERS THE MASTER      *
      *  MAINTENANCE RUN HAS SINCE BUILT ON, SO NOTHING IS TOUCHED    *
       1100-CHECK-MASTER.
           OPEN INPUT GUEST-MASTER.
           IF C-GST-STATUS = '00'
               READ GUEST-MASTER
                   NOT AT END
                       MOVE 'YES' TO MASTER-BUILT.
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
      * AND MUST BE CLOSED BEFORE IT IS OPENED FOR OUTPUT           *
           CLOSE GUEST-MASTER.

           IF MASTER-BUILT = 'YES'
               DISPLAY '*** COBLSC48 GUEST MASTER ALREADY BUILT - '
                   'NOTHING CONVERTED ***'
               MOVE 8 TO RETURN-CODE
               MOVE 'GUEST MASTER ALREADY HOLDS GUESTS - NOT CONVERTED'
                   TO O-SECTION-TITLE
               WRITE PRTLINE FROM SECTION-TITLE-LINE
                   AFTER ADVANCING 2 LINES.

      *  CONVERTS EACH FILE IN TURN - THE ORDER DECIDES WHICH NAME   *
      *  GETS WHICH NUMBER, SO THE LONGEST-STANDING GUESTS ON THE    *
      *  HISTORY FILE GET THE LOWEST NUMBERS - THEN BUILDS THE       *
      *  GUEST MASTER FROM THE NAMES FOUND                           *
       2000-CONVERT.
           MOVE 'FILES CONVERTED' TO O-SECTION-TITLE.
           WRITE PRTLINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM FILE-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.

           PERFORM 2100-CONVERT-HISTORY.
           PERFORM 2150-CONVERT-RESERVATIONS.
           PERFORM 2200-CONVERT-WAITLIST.
           PERFORM 2250-CONVERT-STAYS.
           PERFORM 2300-CONVERT-CLEAN-STAYS.
           PERFORM 2350-CONVERT-SUSPENSE.
           PERFORM 2400-CONVERT-INVOICES.
           PERFORM 2450-CONVERT-PAYMENTS.
           PERFORM 2500-CONVERT-CERTIFICATES.
           PERFORM 2550-CONVERT-DEPOSITS.

           PERFORM 2900-WRITE-MASTER.

      *  CLEARS THE PER-FILE COUNTS AND SWITCHES BEFORE A FILE IS    *
      *  CONVERTED                                                   *
       2050-START-FILE.
           MOVE 'NO' TO FILE-EOF.
           MOVE 'NO' TO WORK-EOF.
           MOVE 0 TO C-FILE-CTR.
           MOVE 0 TO C-FILE-STAMPED.
           MOVE ' ' TO O-FL-MSG.

      *  GUEST STAY HISTORY  *
       2100-CONVERT-HISTORY.
           PERFORM 2050-START-FILE.
           MOVE 'GH' TO C-FILE-CODE.
           MOVE 'GUEST STAY HISTORY' TO O-FL-FILE.
           OPEN INPUT GUEST-HISTORY.
           IF C-FILE-STATUS = '00'
               OPEN OUTPUT GUEST-WORK
               PERFORM 2110-STAMP-HISTORY
                   UNTIL FILE-EOF = 'YES'
               CLOSE GUEST-HISTORY
               CLOSE GUEST-WORK
               OPEN INPUT GUEST-WORK
               OPEN OUTPUT GUEST-HISTORY
               PERFORM 2800-COPY-BACK
                   UNTIL WORK-EOF = 'YES'
               CLOSE GUEST-WORK
               CLOSE GUEST-HISTORY
           ELSE
               CLOSE GUEST-HISTORY
               MOVE 'NOT ON FILE - SKIPPED' TO O-FL-MSG.
           PERFORM 9300-FILE-LINE.

       2110-STAMP-HISTORY.
           READ GUEST-HISTORY
               AT END
                   MOVE 'YES' TO FILE-EOF
               NOT AT END
                   MOVE GH-GUEST TO C-HOLD-NAME
                   PERFORM 2700-ASSIGN-NUMBER
                   MOVE C-HOLD-NO TO GH-GUEST-NO
                   MOVE GH-REC TO WK-REC
                   WRITE WK-REC.

      *  RESERVATIONS ON THE BOOKS  *
       2150-CONVERT-RESERVATIONS.
           PERFORM 2050-START-FILE.
           MOVE 'RS' TO C-FILE-CODE.
           MOVE 'RESERVATIONS' TO O-FL-FILE.
           OPEN INPUT RESERVATION-FILE.
           IF C-FILE-STATUS = '00'
               OPEN OUTPUT GUEST-WORK
               PERFORM 2160-STAMP-RESERVATION
                   UNTIL FILE-EOF = 'YES'
               CLOSE RESERVATION-FILE
               CLOSE GUEST-WORK
               OPEN INPUT GUEST-WORK
               OPEN OUTPUT RESERVATION-FILE
               PERFORM 2800-COPY-BACK
                   UNTIL WORK-EOF = 'YES'
               CLOSE GUEST-WORK
               CLOSE RESERVATION-FILE
           ELSE
               CLOSE RESERVATION-FILE
               MOVE 'NOT ON FILE - SKIPPED' TO O-FL-MSG.
           PERFORM 9300-FILE-LINE.

       2160-STAMP-RESERVATION.
           READ RESERVATION-FILE
               AT END
                   MOVE 'YES' TO FILE-EOF
               NOT AT END
                   MOVE RS-GUEST TO C-HOLD-NAME
                   PERFORM 2700-ASSIGN-NUMBER
                   MOVE C-HOLD-NO TO RS-GUEST-NO
                   MOVE RS-REC TO WK-REC
                   WRITE WK-REC.

      *  CALLERS WAITING ON BOOKED DATES  *
       2200-CONVERT-WAITLIST.
           PERFORM 2050-START-FILE.
           MOVE 'WL' TO C-FILE-CODE.
           MOVE 'WAITLIST' TO O-FL-FILE.
           OPEN INPUT WAITLIST-FILE.
           IF C-FILE-STATUS = '00'
               OPEN OUTPUT GUEST-WORK
               PERFORM 2210-STAMP-WAITLIST
                   UNTIL FILE-EOF = 'YES'
               CLOSE WAITLIST-FILE
               CLOSE GUEST-WORK
               OPEN INPUT GUEST-WORK
               OPEN OUTPUT WAITLIST-FILE
               PERFORM 2800-COPY-BACK
                   UNTIL WORK-EOF = 'YES'
               CLOSE GUEST-WORK
               CLOSE WAITLIST-FILE
           ELSE
               CLOSE WAITLIST-FILE
               MOVE 'NOT ON FILE - SKIPPED' TO O-FL-MSG.
           PERFORM 9300-FILE-LINE.

       2210-STAMP-WAITLIST.
           READ WAITLIST-FILE
               AT END
                   MOVE 'YES' TO FILE-EOF
               NOT AT END
                   MOVE WL-GUEST TO C-HOLD-NAME
                   PERFORM 2700-ASSIGN-NUMBER
                   MOVE C-HOLD-NO TO WL-GUEST-NO
                   MOVE WL-REC TO WK-REC
                   WRITE WK-REC.

      *  THE RAW STAY FILE AWAITING THE FRONT-END EDIT  *
       2250-CONVERT-STAYS.
           PERFORM 2050-START-FILE.
           MOVE 'OZ' TO C-FILE-CODE.
           MOVE 'STAYS AWAITING EDIT' TO O-FL-FILE.
           OPEN INPUT OZARK-MASTER.
           IF C-FILE-STATUS = '00'
               OPEN OUTPUT GUEST-WORK
               PERFORM 2260-STAMP-STAY
                   UNTIL FILE-EOF = 'YES'
               CLOSE OZARK-MASTER
               CLOSE GUEST-WORK
               OPEN INPUT GUEST-WORK
               OPEN OUTPUT OZARK-MASTER
               PERFORM 2800-COPY-BACK
                   UNTIL WORK-EOF = 'YES'
               CLOSE GUEST-WORK
               CLOSE OZARK-MASTER
           ELSE
               CLOSE OZARK-MASTER
               MOVE 'NOT ON FILE - SKIPPED' TO O-FL-MSG.
           PERFORM 9300-FILE-LINE.

       2260-STAMP-STAY.
           READ OZARK-MASTER
               AT END
                   MOVE 'YES' TO FILE-EOF
               NOT AT END
                   MOVE OZ-GUEST TO C-HOLD-NAME
                   PERFORM 2700-ASSIGN-NUMBER
                   MOVE C-HOLD-NO TO OZ-GUEST-NO
                   MOVE OZ-REC TO WK-REC
                   WRITE WK-REC.

      *  THE EDITED STAY FILE AWAITING BILLING  *
       2300-CONVERT-CLEAN-STAYS.
           PERFORM 2050-START-FILE.
           MOVE 'CL' TO C-FILE-CODE.
           MOVE 'EDITED STAYS' TO O-FL-FILE.
           OPEN INPUT OZARK-CLEAN.
           IF C-FILE-STATUS = '00'
               OPEN OUTPUT GUEST-WORK
               PERFORM 2310-STAMP-CLEAN-STAY
                   UNTIL FILE-EOF = 'YES'
               CLOSE OZARK-CLEAN
               CLOSE GUEST-WORK
               OPEN INPUT GUEST-WORK
               OPEN OUTPUT OZARK-CLEAN
               PERFORM 2800-COPY-BACK
                   UNTIL WORK-EOF = 'YES'
               CLOSE GUEST-WORK
               CLOSE OZARK-CLEAN
           ELSE
               CLOSE OZARK-CLEAN
               MOVE 'NOT ON FILE - SKIPPED' TO O-FL-MSG.
           PERFORM 9300-FILE-LINE.

       2310-STAMP-CLEAN-STAY.
           READ OZARK-CLEAN
               AT END
                   MOVE 'YES' TO FILE-EOF
               NOT AT END
                   MOVE CLN-GUEST TO C-HOLD-NAME
                   PERFORM 2700-ASSIGN-NUMBER
                   MOVE C-HOLD-NO TO CLN-GUEST-NO
                   MOVE CLN-REC TO WK-REC
                   WRITE WK-REC.

      *  STAYS HELD IN SUSPENSE BY THE FRONT-END EDIT  *
       2350-CONVERT-SUSPENSE.
           PERFORM 2050-START-FILE.
           MOVE 'SU' TO C-FILE-CODE.
           MOVE 'STAYS IN SUSPENSE' TO O-FL-FILE.
           OPEN INPUT OZARK-SUSPENSE.
           IF C-FILE-STATUS = '00'
               OPEN OUTPUT GUEST-WORK
               PERFORM 2360-STAMP-SUSPENSE
                   UNTIL FILE-EOF = 'YES'
               CLOSE OZARK-SUSPENSE
               CLOSE GUEST-WORK
               OPEN INPUT GUEST-WORK
               OPEN OUTPUT OZARK-SUSPENSE
               PERFORM 2800-COPY-BACK
                   UNTIL WORK-EOF = 'YES'
               CLOSE GUEST-WORK
               CLOSE OZARK-SUSPENSE
           ELSE
               CLOSE OZARK-SUSPENSE
               MOVE 'NOT ON FILE - SKIPPED' TO O-FL-MSG.
           PERFORM 9300-FILE-LINE.

       2360-STAMP-SUSPENSE.
           READ OZARK-SUSPENSE
               AT END
                   MOVE 'YES' TO FILE-EOF
               NOT AT END
                   MOVE SUS-GUEST TO C-HOLD-NAME
                   PERFORM 2700-ASSIGN-NUMBER
                   MOVE C-HOLD-NO TO SUS-GUEST-NO
                   MOVE SUS-REC TO WK-REC
                   WRITE WK-REC.

      *  THE INVOICE EXTRACT  *
       2400-CONVERT-INVOICES.
           PERFORM 2050-START-FILE.
           MOVE 'IV' TO C-FILE-CODE.
           MOVE 'INVOICES' TO O-FL-FILE.
           OPEN INPUT INVOICE-FILE.
           IF C-FILE-STATUS = '00'
               OPEN OUTPUT GUEST-WORK
               PERFORM 2410-STAMP-INVOICE
                   UNTIL FILE-EOF = 'YES'
               CLOSE INVOICE-FILE
               CLOSE GUEST-WORK
               OPEN INPUT GUEST-WORK
               OPEN OUTPUT INVOICE-FILE
               PERFORM 2800-COPY-BACK
                   UNTIL WORK-EOF = 'YES'
               CLOSE GUEST-WORK
               CLOSE INVOICE-FILE
           ELSE
               CLOSE INVOICE-FILE
               MOVE 'NOT ON FILE - SKIPPED' TO O-FL-MSG.
           PERFORM 9300-FILE-LINE.

       2410-STAMP-INVOICE.
           READ INVOICE-FILE
               AT END
                   MOVE 'YES' TO FILE-EOF
               NOT AT END
                   MOVE IV-GUEST TO C-HOLD-NAME
                   PERFORM 2700-ASSIGN-NUMBER
                   MOVE C-HOLD-NO TO IV-GUEST-NO
                   MOVE IV-REC TO WK-REC
                   WRITE WK-REC.

      *  GUEST PAYMENTS  *
       2450-CONVERT-PAYMENTS.
           PERFORM 2050-START-FILE.
           MOVE 'PY' TO C-FILE-CODE.
           MOVE 'PAYMENTS' TO O-FL-FILE.
           OPEN INPUT PAYMENT-FILE.
           IF C-FILE-STATUS = '00'
               OPEN OUTPUT GUEST-WORK
               PERFORM 2460-STAMP-PAYMENT
                   UNTIL FILE-EOF = 'YES'
               CLOSE PAYMENT-FILE
               CLOSE GUEST-WORK
               OPEN INPUT GUEST-WORK
               OPEN OUTPUT PAYMENT-FILE
               PERFORM 2800-COPY-BACK
                   UNTIL WORK-EOF = 'YES'
               CLOSE GUEST-WORK
               CLOSE PAYMENT-FILE
           ELSE
               CLOSE PAYMENT-FILE
               MOVE 'NOT ON FILE - SKIPPED' TO O-FL-MSG.
           PERFORM 9300-FILE-LINE.

       2460-STAMP-PAYMENT.
           READ PAYMENT-FILE
               AT END
                   MOVE 'YES' TO FILE-EOF
               NOT AT END
                   MOVE PY-GUEST TO C-HOLD-NAME
                   PERFORM 2700-ASSIGN-NUMBER
                   MOVE C-HOLD-NO TO PY-GUEST-NO
                   MOVE PY-REC TO WK-REC
                   WRITE WK-REC.

      *  LOYALTY CERTIFICATES  *
       2500-CONVERT-CERTIFICATES.
           PERFORM 2050-START-FILE.
           MOVE 'CE' TO C-FILE-CODE.
           MOVE 'LOYALTY CERTIFICATES' TO O-FL-FILE.
           OPEN INPUT CERT-FILE.
           IF C-FILE-STATUS = '00'
               OPEN OUTPUT GUEST-WORK
               PERFORM 2510-STAMP-CERTIFICATE
                   UNTIL FILE-EOF = 'YES'
               CLOSE CERT-FILE
               CLOSE GUEST-WORK
               OPEN INPUT GUEST-WORK
               OPEN OUTPUT CERT-FILE
               PERFORM 2800-COPY-BACK
                   UNTIL WORK-EOF = 'YES'
               CLOSE GUEST-WORK
               CLOSE CERT-FILE
           ELSE
               CLOSE CERT-FILE
               MOVE 'NOT ON FILE - SKIPPED' TO O-FL-MSG.
           PERFORM 9300-FILE-LINE.

       2510-STAMP-CERTIFICATE.
           READ CERT-FILE
               AT END
                   MOVE 'YES' TO FILE-EOF
               NOT AT END
                   MOVE CE-GUEST TO C-HOLD-NAME
                   PERFORM 2700-ASSIGN-NUMBER
                   MOVE C-HOLD-NO TO CE-GUEST-NO
                   MOVE CE-REC TO WK-REC
                   WRITE WK-REC.

      *  THE RESERVATION DEPOSIT LEDGER  *
       2550-CONVERT-DEPOSITS.
           PERFORM 2050-START-FILE.
           MOVE 'DL' TO C-FILE-CODE.
           MOVE 'DEPOSIT LEDGER' TO O-FL-FILE.
           OPEN INPUT DEPOSIT-LEDGER.
           IF C-FILE-STATUS = '00'
               OPEN OUTPUT GUEST-WORK
               PERFORM 2560-STAMP-DEPOSIT
                   UNTIL FILE-EOF = 'YES'
               CLOSE DEPOSIT-LEDGER
               CLOSE GUEST-WORK
               OPEN INPUT GUEST-WORK
               OPEN OUTPUT DEPOSIT-LEDGER
               PERFORM 2800-COPY-BACK
                   UNTIL WORK-EOF = 'YES'
               CLOSE GUEST-WORK
               CLOSE DEPOSIT-LEDGER
           ELSE
               CLOSE DEPOSIT-LEDGER
               MOVE 'NOT ON FILE - SKIPPED' TO O-FL-MSG.
           PERFORM 9300-FILE-LINE.

       2560-STAMP-DEPOSIT.
           READ DEPOSIT-LEDGER
               AT END
                   MOVE 'YES' TO FILE-EOF
               NOT AT END
                   MOVE DL-GUEST TO C-HOLD-NAME
                   PERFORM 2700-ASSIGN-NUMBER
                   MOVE C-HOLD-NO TO DL-GUEST-NO
                   MOVE DL-REC TO WK-REC
                   WRITE WK-REC.

      *  FINDS THE NAME IN THE TABLE OR GIVES IT THE NEXT NUMBER -   *
      *  A BLANK NAME, OR A NEW NAME ONCE THE TABLE IS FULL, IS      *
      *  LEFT AT NUMBER ZERO                                         *
       2700-ASSIGN-NUMBER.
           ADD 1 TO C-FILE-CTR.
           PERFORM
               VARYING SUB-GN FROM 1 BY 1
                   UNTIL SUB-GN > C-GN-CTR
                       OR C-HOLD-NAME = GN-NAME(SUB-GN).

           IF C-HOLD-NAME = ' '
               MOVE 0 TO C-HOLD-NO
           ELSE
               IF SUB-GN NOT > C-GN-CTR
                   MOVE SUB-GN TO C-HOLD-NO
               ELSE
                   IF C-GN-CTR < 500
                       ADD 1 TO C-GN-CTR
                       MOVE C-HOLD-NAME TO GN-NAME(C-GN-CTR)
                       MOVE 0 TO GN-RECS(C-GN-CTR)
                       MOVE C-GN-CTR TO C-HOLD-NO
                   ELSE
                       MOVE 0 TO C-HOLD-NO
                       ADD 1 TO C-GT-FULL-CTR.

           IF C-HOLD-NO > 0
               ADD 1 TO C-FILE-STAMPED
               ADD 1 TO GN-RECS(C-HOLD-NO).

      *  COPIES ONE STAMPED RECORD BACK OVER THE FILE IT CAME FROM  *
       2800-COPY-BACK.
           READ GUEST-WORK
               AT END
                   MOVE 'YES' TO WORK-EOF
               NOT AT END
                   PERFORM 2810-WRITE-BACK.

       2810-WRITE-BACK.
           EVALUATE C-FILE-CODE
               WHEN 'GH'
                   MOVE WK-REC TO GH-REC
                   WRITE GH-REC
               WHEN 'RS'
                   MOVE WK-REC TO RS-REC
                   WRITE RS-REC
               WHEN 'WL'
                   MOVE WK-REC TO WL-REC
                   WRITE WL-REC
               WHEN 'OZ'
                   MOVE WK-REC TO OZ-REC
                   WRITE OZ-REC
               WHEN 'CL'
                   MOVE WK-REC TO CLN-REC
                   WRITE CLN-REC
               WHEN 'SU'
                   MOVE WK-REC TO SUS-REC
                   WRITE SUS-REC
               WHEN 'IV'
                   MOVE WK-REC TO IV-REC
                   WRITE IV-REC
               WHEN 'PY'
                   MOVE WK-REC TO PY-REC
                   WRITE PY-REC
               WHEN 'CE'
                   MOVE WK-REC TO CE-REC
                   WRITE CE-REC
               WHEN 'DL'
                   MOVE WK-REC TO DL-REC
                   WRITE DL-REC
           END-EVALUATE.

      *  WRITES ONE NAME-ONLY GUEST MASTER RECORD PER NUMBER GIVEN   *
      *  OUT AND LISTS THEM ON THE REGISTER                          *
       2900-WRITE-MASTER.
           PERFORM 9100-HEADINGS.
           MOVE 'GUEST NUMBERS ASSIGNED' TO O-SECTION-TITLE.
           WRITE PRTLINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM GUEST-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.

           OPEN OUTPUT GUEST-MASTER.
           PERFORM 2910-WRITE-GUEST
               VARYING SUB-GN FROM 1 BY 1
                   UNTIL SUB-GN > C-GN-CTR.
           CLOSE GUEST-MASTER.

       2910-WRITE-GUEST.
           MOVE ' ' TO GU-REC.
           MOVE SUB-GN TO GU-GUEST-NO.
           MOVE GN-NAME(SUB-GN) TO GU-NAME.
           MOVE 0 TO GU-ZIP.
           WRITE GU-REC.

           MOVE SUB-GN TO O-GN-GUEST-NO.
           MOVE GN-NAME(SUB-GN) TO O-GN-NAME.
           MOVE GN-RECS(SUB-GN) TO O-GN-RECS.
           WRITE PRTLINE FROM GUEST-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       3000-CLOSING.
           COMPUTE C-GT-LEFT-CTR = C-GT-READ-CTR - C-GT-STAMPED-CTR.
           MOVE C-GN-CTR TO O-GT-GUESTS.
           MOVE C-GT-STAMPED-CTR TO O-GT-STAMPED.
           MOVE C-GT-LEFT-CTR TO O-GT-LEFT.
           WRITE PRTLINE FROM CONVERSION-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           IF C-GT-FULL-CTR > 0
               DISPLAY '*** COBLSC48 GUEST TABLE FULL - SOME NAMES '
                   'LEFT UNNUMBERED ***'
               MOVE 8 TO RETURN-CODE.

           PERFORM 9600-WRITE-RUN-LOG.
           CLOSE PRTOUT.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE FROM COMPANY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM DIVISION-LINE
               AFTER ADVANCING 1 LINE.

      *  PRINTS ONE FILE'S COUNTS AND ROLLS THEM INTO THE TOTALS  *
       9300-FILE-LINE.
           ADD C-FILE-CTR TO C-GT-READ-CTR.
           ADD C-FILE-STAMPED TO C-GT-STAMPED-CTR.
           MOVE C-FILE-CTR TO O-FL-RECS.
           MOVE C-FILE-STAMPED TO O-FL-STAMPED.
           WRITE PRTLINE FROM FILE-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -     *
      * RECORDS IN IS EVERY RECORD READ ACROSS THE FILES, RECORDS    *
      * OUT IS THE COUNT STAMPED WITH A NUMBER, AND RECORDS REJECTED *
      * IS THE COUNT LEFT AT ZERO                                    *
       9600-WRITE-RUN-LOG.
           MOVE 'COBLSC48' TO RL-PROGRAM.
           MOVE M-RUN-MM TO RL-RUN-MM.
           MOVE M-RUN-DD TO RL-RUN-DD.
           MOVE M-RUN-YY TO RL-RUN-YYYY.
           MOVE I-TIME(1:2) TO RL-RUN-HH.
           MOVE I-TIME(3:2) TO RL-RUN-MI.
           MOVE I-TIME(5:2) TO RL-RUN-SS.
           MOVE C-GT-READ-CTR TO RL-RECS-IN.
           MOVE C-GT-STAMPED-CTR TO RL-RECS-OUT.
           MOVE C-GT-LEFT-CTR TO RL-RECS-REJ.
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

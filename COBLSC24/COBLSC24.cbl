      *  UNIT IS ALREADY TAKEN FOR ANY OF THOSE NIGHTS,        *
      *  CONVERTS COMPLETED RESERVATIONS INTO THE STAY RECORDS *
      *  THE BILLING RUN READS, AND PRINTS AN AVAILABILITY     *
      *  CALENDAR PER CONDO FOR THE DESK - EVERY DEPOSIT IS    *
      *  CARRIED ON THE DEPOSIT LEDGER UNTIL IT IS APPLIED TO  *
      *  THE STAY, REFUNDED, OR FORFEITED ON A CANCELLATION    *
      *  - A REFUSED BOOKING GOES ON THE WAITLIST, A CANCEL    *
      *  THAT FREES THE NIGHTS OFFERS THEM FIRST-COME TO THE   *
      *  WAITLIST, AND THE REQUESTS STILL WAITING ARE AGED     *
      *  - NIGHTS BLOCKED FOR OWNER USE, MAINTENANCE, OR A     *
      *  HOLD ARE NEVER BOOKED AND SHOW ON THE CALENDAR        *
      *  - EVERY BOOKING CARRIES ITS BOOKING SOURCE THROUGH TO *
      *  THE STAY RECORD, AND A SOURCE NOT ON THE AGENT MASTER *
      *  IS REFUSED - EVERY GUEST IS KEYED BY GUEST NUMBER AND *
      *  MUST BE ON THE GUEST MASTER - A BOOKING THAT WANTS A  *
      *  DOCK SLIP IS GIVEN ONE LONG ENOUGH FOR THE BOAT AND   *
      *  FREE FOR EVERY NIGHT OF THE STAY OR IS REFUSED, AND A *
      *  DAILY DOCK SHEET SHOWS THE MARINA WHO IS IN EACH SLIP *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC04\OZARK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *  THE DEPOSIT LEDGER - ONE ENTRY PER RESERVATION DEPOSIT,     *
      *  LOADED TO A TABLE AT INIT AND REWRITTEN IN FULL AT CLOSE -  *
      *  THE BILLING, RECEIVABLES AND DEPOSIT LIABILITY RUNS READ IT *
           SELECT OPTIONAL DEPOSIT-LEDGER
               ASSIGN TO 'C:\IHCC\COBOL\CBLDEPLG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-DEPL-STATUS.

      *  THE WAITLIST - ONE ENTRY PER REQUEST TURNED AWAY BECAUSE    *
      *  THE NIGHTS WERE TAKEN, IN THE ORDER THE REQUESTS CAME IN -  *
      *  LOADED TO A TABLE AT INIT AND REWRITTEN IN FULL AT CLOSE    *
           SELECT OPTIONAL WAITLIST-FILE
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC24\CBLWAIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-WAIT-STATUS.

      *  THE OWNER-USE/BLACKOUT FILE - ONE ENTRY PER CONDO AND DATE  *
      *  RANGE TAKEN OFF THE RENTAL BOOK FOR AN OWNER STAY,          *
      *  MAINTENANCE, OR A HOLD - READ ONLY HERE                     *
           SELECT OPTIONAL BLACKOUT-FILE
               ASSIGN TO 'C:\IHCC\COBOL\CBLBLKOT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-BLKT-STATUS.

      *  THE AGENT MASTER - ONE ENTRY PER TRAVEL AGENT OR LISTING    *
      *  SERVICE A BOOKING CAN COME IN THROUGH, WITH ITS COMMISSION  *
      *  RATE - KEPT BY HAND AND READ ONLY HERE                      *
           SELECT OPTIONAL AGENT-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLAGENT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-AGNT-STATUS.

      *  THE GUEST MASTER - A BOOKING OR WAITLIST CALL MUST CARRY THE *
      *  NUMBER OF A GUEST ON IT, AND THE NAME ON FILE IS THE ONE     *
      *  CARRIED FORWARD                                              *
           SELECT OPTIONAL GUEST-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLGUEST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GST-STATUS.

      *  THE DOCK SLIP MASTER - ONE ENTRY PER SLIP AT THE MARINA     *
      *  WITH THE LONGEST BOAT IT TAKES AND WHETHER IT IS IN         *
      *  SERVICE - KEPT BY HAND AND READ ONLY HERE - A MISSING FILE  *
      *  MEANS SLIPS ARE NOT TRACKED AND A SLIP REQUEST BOOKS AS IT  *
      *  ALWAYS HAS                                                  *
           SELECT OPTIONAL SLIP-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLSLIP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SLIP-STATUS.

      *  THE DOCK SLIP ASSIGNMENTS - ONE ENTRY PER RESERVATION GIVEN *
      *  A SLIP, FOR THE NIGHTS OF THE STAY - LOADED TO A TABLE AT   *
      *  INIT AND REWRITTEN IN FULL AT CLOSE - THE OCCUPANCY REPORT  *
      *  READS IT FOR SLIP UTILIZATION                               *
           SELECT OPTIONAL SLIP-ASSIGN-FILE
               ASSIGN TO 'C:\IHCC\COBOL\CBLSLPAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SLPA-STATUS.

      *  BOOKING REGISTER AND AVAILABILITY CALENDAR  *
           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC24\RESERVE.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *  THE DAILY DOCK SHEET - EVERY SLIP AND WHO IS IN IT ON THE   *
      *  PROCESSING DATE, FOR THE MARINA                             *
           SELECT DOCK-SHEET
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC24\DOCKSHT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      * SHARED OPERATIONS LOG - EVERY BATCH PROGRAM APPENDS ONE LINE *
      * HERE EACH RUN SO VOLUME CAN BE TRACKED DAY TO DAY *
           SELECT RUN-LOG

      *  ONE KEYED TRANSACTION - 'B' BOOKS THE STAY CARRIED, 'X'     *
      *  CANCELS THE RESERVATION MATCHING THE CONDO, GUEST, AND      *
      *  CHECK-IN DATE, AND 'W' PUTS THE CALLER STRAIGHT ON THE      *
      *  WAITLIST - A 'W' WITH NO CONDO WAITS FOR ANY UNIT WITH AT   *
      *  LEAST RT-BEDROOMS BEDROOMS - RT-SOURCE IS THE AGENT MASTER  *
      *  CODE OF THE AGENT OR SERVICE THE BOOKING CAME THROUGH, OR   *
      *  SPACES WHEN THE GUEST BOOKED DIRECT - RT-GUEST-NO IS THE    *
      *  GUEST'S NUMBER ON THE GUEST MASTER - A BOOKING WITH A DOCK  *
      *  SLIP FEE WANTS A SLIP, AND RT-BOAT-LENGTH IS THE BOAT'S     *
      *  LENGTH IN FEET (BLANK OR ZERO WHEN NOT GIVEN)               *
       FD  TRAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RT-REC
           RECORD CONTAINS 66 CHARACTERS.

       01  RT-REC.
           05  RT-ACTION                PIC X.
               88  TRAN-BOOK           VALUE 'B'.
               88  TRAN-CANCEL         VALUE 'X'.
               88  TRAN-WAITLIST       VALUE 'W'.
           05  RT-CONDO                 PIC XX.
           05  RT-GUEST                 PIC X(20).
           05  RT-BEDROOMS              PIC 9.
           05  RT-CHECKIN-DATE          PIC 9(8).
           05  RT-CHECKOUT-DATE         PIC 9(8).
           05  RT-DEPOSIT               PIC 9(5)V99.
           05  RT-SOURCE                PIC X(4).
           05  RT-GUEST-NO              PIC 9(6).
           05  RT-BOAT-LENGTH           PIC 9(3).

      *  ONE RESERVATION - THE STAY AS BOOKED PLUS ITS STATUS -      *
      *  'B' BOOKED, 'X' CANCELLED, 'C' CONVERTED TO A STAY RECORD   *
       FD  RESERVATION-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RS-REC
           RECORD CONTAINS 63 CHARACTERS.

       01  RS-REC.
           05  RS-CONDO                 PIC XX.
           05  RS-CHECKOUT-DATE         PIC 9(8).
           05  RS-DEPOSIT               PIC 9(5)V99.
           05  RS-STATUS                PIC X.
           05  RS-SOURCE                PIC X(4).
           05  RS-GUEST-NO              PIC 9(6).

      *  ONE RESERVATION DEPOSIT - 'H' HELD FOR A FUTURE STAY, 'A'   *
      *  APPLIED TO THE CONVERTED STAY AND AWAITING ITS INVOICE, 'I' *
      *  CREDITED ON THE GUEST'S INVOICE, 'R' REFUNDED OR 'F'        *
      *  FORFEITED ON A CANCELLATION - DL-STATUS-DATE IS THE DATE    *
      *  THE ENTRY LAST CHANGED STATUS                               *
       FD  DEPOSIT-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS DL-REC
           RECORD CONTAINS 68 CHARACTERS.

       01  DL-REC.
           05  DL-CONDO                 PIC XX.
           05  DL-GUEST                 PIC X(20).
           05  DL-CHECKIN-DATE          PIC 9(8).
           05  DL-CHECKOUT-DATE         PIC 9(8).
           05  DL-AMOUNT                PIC 9(5)V99.
           05  DL-TAKEN-DATE            PIC 9(8).
           05  DL-STATUS                PIC X.
           05  DL-STATUS-DATE           PIC 9(8).
           05  DL-GUEST-NO              PIC 9(6).

      *  ONE WAITLIST REQUEST - WL-CONDO OF SPACES MEANS ANY UNIT    *
      *  WITH AT LEAST WL-BEDROOMS BEDROOMS - STATUS 'W' WAITING,    *
      *  'O' OFFERED TO THE GUEST IN WL-OFFER-CONDO, 'B' BOOKED, OR  *
      *  'E' EXPIRED ONCE THE CHECK-IN DATE ARRIVES                  *
       FD  WAITLIST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS WL-REC
           RECORD CONTAINS 70 CHARACTERS.

       01  WL-REC.
           05  WL-CONDO                 PIC XX.
           05  WL-BEDROOMS              PIC 9.
           05  WL-GUEST                 PIC X(20).
           05  WL-CHECKIN-DATE          PIC 9(8).
           05  WL-CHECKOUT-DATE         PIC 9(8).
           05  WL-REQ-DATE              PIC 9(8).
           05  WL-REQ-TIME              PIC 9(6).
           05  WL-STATUS                PIC X.
           05  WL-STATUS-DATE           PIC 9(8).
           05  WL-OFFER-CONDO           PIC XX.
           05  WL-GUEST-NO              PIC 9(6).

      *  ONE BLOCKED RANGE - THE CONDO, THE FIRST NIGHT BLOCKED AND   *
      *  THE FIRST NIGHT FREE AGAIN (THE SAME WAY A CHECK-OUT DATE   *
      *  WORKS), AND WHY - 'O' OWNER STAY, 'M' MAINTENANCE, 'H' HOLD *
       FD  BLACKOUT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BO-REC
           RECORD CONTAINS 39 CHARACTERS.

       01  BO-REC.
           05  BO-CONDO                 PIC XX.
           05  BO-START-DATE            PIC 9(8).
           05  BO-END-DATE              PIC 9(8).
           05  BO-REASON                PIC X.
           05  BO-DESC                  PIC X(20).

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

      *  ONE CONDO GUEST - ONLY THE NUMBER AND NAME ARE NEEDED HERE  *
       FD  GUEST-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS GU-REC
           RECORD CONTAINS 122 CHARACTERS.

       01  GU-REC.
           05  GU-GUEST-NO              PIC 9(6).
           05  GU-NAME                  PIC X(20).
           05  FILLER                   PIC X(96).

      *  ONE DOCK SLIP - ITS NUMBER, THE LONGEST BOAT IT TAKES IN    *
      *  FEET, AND ITS STATUS - 'A' AVAILABLE TO ASSIGN OR 'D' OUT   *
      *  OF SERVICE                                                  *
       FD  SLIP-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SM-REC
           RECORD CONTAINS 27 CHARACTERS.

       01  SM-REC.
           05  SM-SLIP-NO               PIC X(3).
           05  SM-MAX-LENGTH            PIC 9(3).
           05  SM-STATUS                PIC X.
           05  SM-DESC                  PIC X(20).

      *  ONE SLIP ASSIGNMENT - THE SLIP, THE RESERVATION IT WAS      *
      *  GIVEN TO (CONDO, GUEST NUMBER, AND CHECK-IN DATE), THE      *
      *  NIGHTS IT IS HELD, THE BOAT'S LENGTH, THE NIGHTLY SLIP FEE, *
      *  AND ITS STATUS - 'A' ACTIVE OR 'X' RELEASED BY A CANCEL     *
       FD  SLIP-ASSIGN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SA-REC
           RECORD CONTAINS 55 CHARACTERS.

       01  SA-REC.
           05  SA-SLIP-NO               PIC X(3).
           05  SA-CONDO                 PIC XX.
           05  SA-GUEST-NO              PIC 9(6).
           05  SA-GUEST                 PIC X(20).
           05  SA-CHECKIN-DATE          PIC 9(8).
           05  SA-CHECKOUT-DATE         PIC 9(8).
           05  SA-BOAT-LENGTH           PIC 9(3).
           05  SA-FEE                   PIC 99V99.
           05  SA-STATUS                PIC X.

      *  ONE STAY RECORD IN THE LAYOUT THE BILLING RUN READS  *
       FD  OZARK-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS OZ-REC
           RECORD CONTAINS 88 CHARACTERS.

       01  OZ-REC.
           05  OZ-GUEST                 PIC X(20).
           05  OZ-REASON-CODE           PIC X(3).
           05  OZ-APPROVED-BY           PIC X(10).
           05  OZ-GROUP-ID              PIC X(4).
           05  OZ-SOURCE                PIC X(4).
           05  OZ-GUEST-NO              PIC 9(6).

       FD  PRTOUT
           LABEL RECORD IS OMITTED

       01  PRTLINE             PIC X(132).

       FD  DOCK-SHEET
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS DOCKLINE.

       01  DOCKLINE            PIC X(132).

      * ONE COMMA-DELIMITED LINE PER RUN - PROGRAM NAME, RUN DATE/    *
      * TIME, RECORDS IN, RECORDS OUT, RECORDS REJECTED *
       FD  RUN-LOG
           05  C-CUR-DD        PIC 99      VALUE 0.
           05  C-CUR-DATE      PIC 9(8)    VALUE 0.
           05  C-NIGHT-CTR     PIC 9(4)    VALUE 0.
           05  C-DEPL-STATUS   PIC XX      VALUE '00'.
           05  DEPL-EOF        PIC XXX     VALUE 'NO'.
           05  C-DEP-CTR       PIC 999     VALUE 0.
           05  SUB-DEP         PIC 999     VALUE 0.
      *  A CANCELLATION AT LEAST THIS MANY DAYS AHEAD OF CHECK-IN    *
      *  GETS ITS DEPOSIT BACK - ANY LATER AND THE DEPOSIT IS KEPT   *
           05  C-REFUND-DAYS   PIC 999     VALUE 030.
           05  C-TODAY-360     PIC 9(7)    VALUE 0.
           05  C-CHECKIN-360   PIC 9(7)    VALUE 0.
           05  C-DAYS-AHEAD    PIC S9(7)   VALUE 0.
           05  C-GT-DEP-TAKEN  PIC 9(7)V99 VALUE 0.
           05  C-GT-DEP-APPLIED PIC 9(7)V99 VALUE 0.
           05  C-GT-DEP-REFUND PIC 9(7)V99 VALUE 0.
           05  C-GT-DEP-FORFEIT PIC 9(7)V99 VALUE 0.
           05  C-WAIT-STATUS   PIC XX      VALUE '00'.
           05  WAIT-EOF        PIC XXX     VALUE 'NO'.
           05  C-WAIT-CTR      PIC 999     VALUE 0.
           05  SUB-WAIT        PIC 999     VALUE 0.
           05  SUB-CHK         PIC 999     VALUE 0.
           05  SUB-OFFER       PIC 999     VALUE 0.
           05  C-GT-WAIT-CTR   PIC 9(5)    VALUE 0.
           05  C-GT-OFFER-CTR  PIC 9(5)    VALUE 0.
           05  C-REQ-360       PIC 9(7)    VALUE 0.
           05  C-WAIT-DAYS     PIC S9(7)   VALUE 0.
           05  C-AGE-CTR-1     PIC 9(5)    VALUE 0.
           05  C-AGE-CTR-2     PIC 9(5)    VALUE 0.
           05  C-AGE-CTR-3     PIC 9(5)    VALUE 0.
      *  'YES' WHEN THE WAITLIST ENTRY BEING MATCHED FITS THE NIGHTS *
      *  A CANCEL JUST FREED                                         *
           05  C-FITS-SW       PIC XXX     VALUE 'NO'.
           05  C-FIT-CONDO     PIC XX      VALUE ' '.
           05  C-BLKT-STATUS   PIC XX      VALUE '00'.
           05  BLKT-EOF        PIC XXX     VALUE 'NO'.
           05  C-BLKT-CTR      PIC 999     VALUE 0.
           05  SUB-BLKT        PIC 999     VALUE 0.
           05  C-AGNT-STATUS   PIC XX      VALUE '00'.
           05  AGNT-EOF        PIC XXX     VALUE 'NO'.
           05  C-AGNT-CTR      PIC 99      VALUE 0.
           05  SUB-AGNT        PIC 99      VALUE 0.
           05  C-GST-STATUS    PIC XX      VALUE '00'.
           05  GST-EOF         PIC XXX     VALUE 'NO'.
           05  C-GST-CTR       PIC 999     VALUE 0.
           05  SUB-GST         PIC 999     VALUE 0.
           05  C-SLIP-STATUS   PIC XX      VALUE '00'.
           05  SLIP-EOF        PIC XXX     VALUE 'NO'.
           05  C-SLIP-CTR      PIC 99      VALUE 0.
           05  SUB-SLIP        PIC 99      VALUE 0.
           05  C-SLPA-STATUS   PIC XX      VALUE '00'.
           05  SLPA-EOF        PIC XXX     VALUE 'NO'.
           05  C-SLPA-CTR      PIC 999     VALUE 0.
           05  SUB-SLPA        PIC 999     VALUE 0.
      *  THE NIGHTS AND BOAT LENGTH A FREE SLIP IS BEING FOUND FOR,  *
      *  AND THE SLIP FOUND - SPACES WHEN NONE IS FREE               *
           05  C-SLIP-CHECKIN  PIC 9(8)    VALUE 0.
           05  C-SLIP-CHECKOUT PIC 9(8)    VALUE 0.
           05  C-SLIP-LENGTH   PIC 999     VALUE 0.
           05  C-FREE-SLIP     PIC XXX     VALUE ' '.
      *  AN ASSIGNMENT WHOSE STAY ENDED BEFORE THIS DATE - A YEAR    *
      *  BACK - IS DONE WITH AND DROPS OFF THE FILE AT CLOSE         *
           05  C-PRUNE-DATE    PIC 9(8)    VALUE 0.
           05  C-DOCK-OCC-CTR  PIC 99      VALUE 0.
           05  C-DOCK-OPEN-CTR PIC 99      VALUE 0.
           05  C-DOCK-DOWN-CTR PIC 99      VALUE 0.

      *  EVERY RESERVATION ON FILE - BOOKINGS ADD AT THE BOTTOM AND  *
      *  THE FILE IS REWRITTEN IN FULL AT CLOSE - CAPPED AT 300      *
               10  RE-CHECKOUT-DATE    PIC 9(8).
               10  RE-DEPOSIT          PIC 9(5)V99.
               10  RE-STATUS           PIC X.
               10  RE-SOURCE           PIC X(4).
               10  RE-GUEST-NO         PIC 9(6).

      *  EVERY ENTRY ON THE DEPOSIT LEDGER - DEPOSITS TAKEN THIS RUN *
      *  ADD AT THE BOTTOM AND THE LEDGER IS REWRITTEN IN FULL AT    *
      *  CLOSE - CAPPED AT 300                                       *
       01  DEPOSIT-TABLE.
           05  DEPOSIT-ENTRY           OCCURS 300 TIMES.
               10  DP-CONDO            PIC XX.
               10  DP-GUEST            PIC X(20).
               10  DP-CHECKIN-DATE     PIC 9(8).
               10  DP-CHECKOUT-DATE    PIC 9(8).
               10  DP-AMOUNT           PIC 9(5)V99.
               10  DP-TAKEN-DATE       PIC 9(8).
               10  DP-STATUS           PIC X.
               10  DP-STATUS-DATE      PIC 9(8).
               10  DP-GUEST-NO         PIC 9(6).

      *  EVERY REQUEST ON THE WAITLIST IN THE ORDER IT CAME IN -     *
      *  CAPPED AT 200                                               *
       01  WAITLIST-TABLE.
           05  WAITLIST-ENTRY          OCCURS 200 TIMES.
               10  WT-CONDO            PIC XX.
               10  WT-BEDROOMS         PIC 9.
               10  WT-GUEST            PIC X(20).
               10  WT-CHECKIN-DATE     PIC 9(8).
               10  WT-CHECKOUT-DATE    PIC 9(8).
               10  WT-REQ-DATE         PIC 9(8).
               10  WT-REQ-TIME         PIC 9(6).
               10  WT-STATUS           PIC X.
               10  WT-STATUS-DATE      PIC 9(8).
               10  WT-OFFER-CONDO      PIC XX.
               10  WT-GUEST-NO         PIC 9(6).

      *  EVERY BLOCKED RANGE ON THE OWNER-USE/BLACKOUT FILE -       *
      *  CAPPED AT 200                                               *
       01  BLACKOUT-TABLE.
           05  BLACKOUT-ENTRY          OCCURS 200 TIMES.
               10  BT-CONDO            PIC XX.
               10  BT-START-DATE       PIC 9(8).
               10  BT-END-DATE         PIC 9(8).
               10  BT-REASON           PIC X.

      *  EVERY SOURCE CODE ON THE AGENT MASTER - CAPPED AT 50  *
       01  AGENT-TABLE.
           05  AT-SOURCE               PIC X(4)    OCCURS 50 TIMES.

      *  EVERY GUEST ON THE GUEST MASTER - CAPPED AT 500  *
       01  GUEST-NAME-TABLE.
           05  GUEST-NAME-ENTRY        OCCURS 500 TIMES.
               10  GN-GUEST-NO         PIC 9(6).
               10  GN-NAME             PIC X(20).

      *  EVERY SLIP ON THE DOCK SLIP MASTER - CAPPED AT 50  *
       01  SLIP-TABLE.
           05  SLIP-ENTRY              OCCURS 50 TIMES.
               10  SL-SLIP-NO          PIC X(3).
               10  SL-MAX-LENGTH       PIC 9(3).
               10  SL-STATUS           PIC X.

      *  EVERY SLIP ASSIGNMENT ON FILE - BOOKINGS ADD AT THE BOTTOM  *
      *  AND THE FILE IS REWRITTEN AT CLOSE - CAPPED AT 300          *
       01  SLIP-ASSIGN-TABLE.
           05  SLIP-ASSIGN-ENTRY       OCCURS 300 TIMES.
               10  AS-SLIP-NO          PIC X(3).
               10  AS-CONDO            PIC XX.
               10  AS-GUEST-NO         PIC 9(6).
               10  AS-GUEST            PIC X(20).
               10  AS-CHECKIN-DATE     PIC 9(8).
               10  AS-CHECKOUT-DATE    PIC 9(8).
               10  AS-BOAT-LENGTH      PIC 9(3).
               10  AS-FEE              PIC 99V99.
               10  AS-STATUS           PIC X.

      *  THE EIGHT CONDO CODES THE CALENDAR PRINTS  *
       01  CONDO-CODE-INFO.
           05  O-AUD-CHECKOUT  PIC 9(8).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-MSG       PIC X(44).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-SLIP      PIC X(8).
           05  FILLER          PIC X(21)   VALUE ' '.

      *  THE SLIP COLUMN OF THE AUDIT LINE WHEN A SLIP IS GIVEN OR   *
      *  RELEASED                                                    *
       01  AUDIT-SLIP-TEXT.
           05  FILLER          PIC X(5)    VALUE 'SLIP '.
           05  O-AUD-SLIP-NO   PIC X(3).

       01  AUDIT-TOTAL-LINE.
           05  FILLER          PIC X(14)   VALUE 'TRANSACTIONS: '.
           05  O-GT-CONVERT-CTR PIC Z,ZZ9.
           05  FILLER          PIC X(53)   VALUE ' '.

      *  THE DEPOSIT MONEY THAT MOVED THIS RUN  *
       01  DEPOSIT-TOTAL-LINE.
           05  FILLER          PIC X(16)   VALUE 'DEPOSITS TAKEN: '.
           05  O-GT-DEP-TAKEN  PIC $$$$,$$9.99.
           05  FILLER          PIC X(12)   VALUE '   APPLIED: '.
           05  O-GT-DEP-APPLIED PIC $$$$,$$9.99.
           05  FILLER          PIC X(13)   VALUE '   REFUNDED: '.
           05  O-GT-DEP-REFUND PIC $$$$,$$9.99.
           05  FILLER          PIC X(14)   VALUE '   FORFEITED: '.
           05  O-GT-DEP-FORFEIT PIC $$$$,$$9.99.
           05  FILLER          PIC X(33)   VALUE ' '.

      *  THE WAITLIST MOVEMENT THIS RUN  *
       01  WAIT-TOTAL-LINE.
           05  FILLER          PIC X(14)   VALUE 'WAITLISTED:   '.
           05  O-GT-WAIT-CTR   PIC Z,ZZ9.
           05  FILLER          PIC X(21)   VALUE
                                  '   OFFERED FROM LIST:'.
           05  O-GT-OFFER-CTR  PIC Z,ZZ9.
           05  FILLER          PIC X(87)   VALUE ' '.

      *  TITLE, HEADINGS AND LINE FOR THE OFFER LIST - EVERY WAITLIST *
      *  REQUEST OFFERED FREED NIGHTS THIS RUN, IN FIRST-COME ORDER   *
      *  FOR THE DESK TO CALL BACK                                    *
       01  OFFER-TITLE-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(44)   VALUE
                   'WAITLIST OFFERS - CALL THESE GUESTS BACK'.
           05  FILLER          PIC X(84)   VALUE ' '.

       01  OFFER-COLUMN-HEADINGS.
           05  FILLER          PIC X(5)    VALUE 'GUEST'.
           05  FILLER          PIC X(17)   VALUE ' '.
           05  FILLER          PIC X(5)    VALUE 'CONDO'.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(17)   VALUE 'NIGHTS OFFERED'.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(9)    VALUE 'REQUESTED'.
           05  FILLER          PIC X(71)   VALUE ' '.

       01  OFFER-DETAIL-LINE.
           05  O-OFR-GUEST     PIC X(20).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-OFR-CONDO     PIC XX.
           05  FILLER          PIC X(7)    VALUE ' '.
           05  O-OFR-CHECKIN   PIC 9(8).
           05  FILLER          PIC X       VALUE '-'.
           05  O-OFR-CHECKOUT  PIC 9(8).
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-OFR-REQ-DATE  PIC 9(8).
           05  FILLER          PIC X       VALUE ' '.
           05  O-OFR-REQ-TIME  PIC 9(6).
           05  FILLER          PIC X(65)   VALUE ' '.

      *  TITLE, HEADINGS, LINE AND TOTALS FOR THE WAITLIST AGING -   *
      *  EVERY REQUEST STILL WAITING OR OFFERED AND NOT YET BOOKED,  *
      *  WITH HOW LONG IT HAS WAITED                                 *
       01  AGING-TITLE-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(44)   VALUE
                   'WAITLIST AGING - REQUESTS STILL WAITING'.
           05  FILLER          PIC X(84)   VALUE ' '.

       01  AGING-COLUMN-HEADINGS.
           05  FILLER          PIC X(5)    VALUE 'GUEST'.
           05  FILLER          PIC X(17)   VALUE ' '.
           05  FILLER          PIC X(9)    VALUE 'UNIT     '.
           05  FILLER          PIC X(17)   VALUE 'NIGHTS WANTED'.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(9)    VALUE 'REQUESTED'.
           05  FILLER          PIC X(10)   VALUE ' '.
           05  FILLER          PIC X(12)   VALUE 'DAYS WAITING'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'STATUS'.
           05  FILLER          PIC X(40)   VALUE ' '.

       01  AGING-DETAIL-LINE.
           05  O-AGE-GUEST     PIC X(20).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AGE-UNIT      PIC X(8).
           05  FILLER          PIC X       VALUE ' '.
           05  O-AGE-CHECKIN   PIC 9(8).
           05  FILLER          PIC X       VALUE '-'.
           05  O-AGE-CHECKOUT  PIC 9(8).
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-AGE-REQ-DATE  PIC 9(8).
           05  FILLER          PIC X       VALUE ' '.
           05  O-AGE-REQ-TIME  PIC 9(6).
           05  FILLER          PIC X(8)    VALUE ' '.
           05  O-AGE-DAYS      PIC ZZZ9.
           05  FILLER          PIC X(7)    VALUE ' '.
           05  O-AGE-STATUS    PIC X(8).
           05  FILLER          PIC X(38)   VALUE ' '.

      *  THE ANY-UNIT FORM OF THE UNIT COLUMN  *
       01  AGING-ANY-UNIT.
           05  FILLER          PIC X(4)    VALUE 'ANY '.
           05  O-ANY-BEDROOMS  PIC 9.
           05  FILLER          PIC X(3)    VALUE 'BR '.

       01  AGING-TOTAL-LINE.
           05  FILLER          PIC X(16)   VALUE 'STILL WAITING: '.
           05  O-AGE-TOTAL-CTR PIC Z,ZZ9.
           05  FILLER          PIC X(14)   VALUE '   0-7 DAYS: '.
           05  O-AGE-CTR-1     PIC Z,ZZ9.
           05  FILLER          PIC X(14)   VALUE '   8-30 DAYS: '.
           05  O-AGE-CTR-2     PIC Z,ZZ9.
           05  FILLER          PIC X(17)   VALUE '   OVER 30 DAYS: '.
           05  O-AGE-CTR-3     PIC Z,ZZ9.
           05  FILLER          PIC X(51)   VALUE ' '.

      *  TITLE AND LINES FOR THE AVAILABILITY CALENDAR - ONE LINE    *
      *  PER CONDO WITH AN X UNDER EVERY BOOKED NIGHT OF THE MONTH   *
      *  AND THE BLACKOUT REASON UNDER EVERY BLOCKED ONE             *
       01  CAL-TITLE-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(34)   VALUE
                   '    1234567890123456789012345678901'.
           05  FILLER          PIC X(86)   VALUE ' '.

       01  CAL-LEGEND-LINE.
           05  FILLER          PIC X(7)    VALUE ' '.
           05  FILLER          PIC X(60)   VALUE
             'X BOOKED  O OWNER STAY  M MAINTENANCE  H HOLD  . OPEN'.
           05  FILLER          PIC X(65)   VALUE ' '.

       01  CAL-DETAIL-LINE.
           05  O-CAL-CONDO     PIC XX.
           05  FILLER          PIC X(9)    VALUE ' '.
           05  O-CAL-DAYS      PIC X(31).
           05  FILLER          PIC X(90)   VALUE ' '.

      *  TITLE, HEADINGS, LINES AND TOTALS FOR THE DAILY DOCK SHEET - *
      *  ONE LINE PER SLIP ON THE MASTER, SHOWING THE GUEST AND BOAT  *
      *  IN IT TONIGHT, OR THAT IT IS OPEN OR OUT OF SERVICE          *
       01  DOCK-TITLE-LINE.
           05  FILLER          PIC X(8)    VALUE 'COBLSC24'.
           05  FILLER          PIC X(20)   VALUE ' '.
           05  FILLER          PIC X(38)   VALUE
                   'PMG MANAGEMENT - DAILY DOCK SHEET FOR '.
           05  O-DOCK-MM       PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DOCK-DD       PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DOCK-YY       PIC 9(4).
           05  FILLER          PIC X(56)   VALUE ' '.

       01  DOCK-COLUMN-HEADINGS.
           05  FILLER          PIC X(4)    VALUE 'SLIP'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'MAX FT'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE 'GUEST'.
           05  FILLER          PIC X(17)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'NUMBER'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE 'CONDO'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'NIGHTS'.
           05  FILLER          PIC X(13)   VALUE ' '.
           05  FILLER          PIC X(7)    VALUE 'BOAT FT'.
           05  FILLER          PIC X(53)   VALUE ' '.

       01  DOCK-DETAIL-LINE.
           05  O-DOCK-SLIP     PIC X(3).
           05  FILLER          PIC X(5)    VALUE ' '.
           05  O-DOCK-MAX      PIC ZZ9.
           05  FILLER          PIC X(5)    VALUE ' '.
           05  O-DOCK-GUEST    PIC X(20).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-DOCK-GUEST-NO PIC 9(6).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-DOCK-CONDO    PIC XX.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-DOCK-CHECKIN  PIC 9(8).
           05  FILLER          PIC X       VALUE '-'.
           05  O-DOCK-CHECKOUT PIC 9(8).
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-DOCK-BOAT     PIC ZZ9.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-DOCK-NOTE     PIC X(13).
           05  FILLER          PIC X(38)   VALUE ' '.

      *  THE LINE FOR A SLIP WITH NOBODY IN IT TONIGHT  *
       01  DOCK-EMPTY-LINE.
           05  O-DOCK-E-SLIP   PIC X(3).
           05  FILLER          PIC X(5)    VALUE ' '.
           05  O-DOCK-E-MAX    PIC ZZ9.
           05  FILLER          PIC X(5)    VALUE ' '.
           05  O-DOCK-E-STATUS PIC X(20).
           05  FILLER          PIC X(96)   VALUE ' '.

       01  DOCK-TOTAL-LINE.
           05  FILLER          PIC X(7)    VALUE 'SLIPS: '.
           05  O-DOCK-SLIP-CTR PIC Z9.
           05  FILLER          PIC X(13)   VALUE '   OCCUPIED: '.
           05  O-DOCK-OCC-CTR  PIC Z9.
           05  FILLER          PIC X(9)    VALUE '   OPEN: '.
           05  O-DOCK-OPEN-CTR PIC Z9.
           05  FILLER          PIC X(19)   VALUE
                                  '   OUT OF SERVICE: '.
           05  O-DOCK-DOWN-CTR PIC Z9.
           05  FILLER          PIC X(76)   VALUE ' '.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           COMPUTE C-TODAY-DATE = I-YY * 10000 + I-MM * 100 + I-DD.
      * DAYS AHEAD OF CHECK-IN ARE COUNTED ON A 30/360 BASIS - CLOSE *
      * ENOUGH TO SETTLE A DEPOSIT AGAINST THE REFUND WINDOW         *
           COMPUTE C-TODAY-360 = I-YY * 360 + I-MM * 30 + I-DD.
           COMPUTE C-PRUNE-DATE = C-TODAY-DATE - 10000.

           PERFORM 9100-HEADINGS.

           PERFORM 1100-LOAD-RESERVATIONS.
           PERFORM 1200-LOAD-DEPOSITS.
           PERFORM 1300-LEDGER-OPEN-RESERVATIONS
               VARYING SUB-RESV FROM 1 BY 1
                   UNTIL SUB-RESV > C-RESV-CTR.
           PERFORM 1400-LOAD-WAITLIST.
           PERFORM 1500-LOAD-BLACKOUTS.
           PERFORM 1700-LOAD-AGENTS.
           PERFORM 1800-LOAD-GUESTS.
           PERFORM 1850-LOAD-SLIPS.
           PERFORM 1870-LOAD-SLIP-ASSIGNS.
           PERFORM 1900-SLIP-OPEN-RESERVATIONS
               VARYING SUB-RESV FROM 1 BY 1
                   UNTIL SUB-RESV > C-RESV-CTR.
           PERFORM 1420-EXPIRE-WAITLIST
               VARYING SUB-WAIT FROM 1 BY 1
                   UNTIL SUB-WAIT > C-WAIT-CTR.
           PERFORM 1600-OPEN-TRAN.
           PERFORM 9000-READ.

                       ADD 1 TO C-RESV-CTR
                       MOVE RS-CONDO TO RE-CONDO(C-RESV-CTR)
                       MOVE RS-GUEST TO RE-GUEST(C-RESV-CTR)
                       MOVE RS-GUEST-NO TO RE-GUEST-NO(C-RESV-CTR)
                       MOVE RS-BEDROOMS TO RE-BEDROOMS(C-RESV-CTR)
                       MOVE RS-PETS TO RE-PETS(C-RESV-CTR)
                       MOVE RS-HOTTUB TO RE-HOTTUB(C-RESV-CTR)
                           RE-CHECKOUT-DATE(C-RESV-CTR)
                       MOVE RS-DEPOSIT TO RE-DEPOSIT(C-RESV-CTR)
                       MOVE RS-STATUS TO RE-STATUS(C-RESV-CTR)
                       MOVE RS-SOURCE TO RE-SOURCE(C-RESV-CTR)
                   END-IF.

      *  OPENS THE OPTIONAL DEPOSIT LEDGER AND LOADS EVERY ENTRY     *
      *  INTO THE TABLE - A MISSING FILE MEANS NO DEPOSIT HAS BEEN   *
      *  LEDGERED YET                                                *
       1200-LOAD-DEPOSITS.
           MOVE 'NO' TO DEPL-EOF.
           OPEN INPUT DEPOSIT-LEDGER.
           IF C-DEPL-STATUS = '00'
               PERFORM 1210-READ-DEPOSIT
                   UNTIL DEPL-EOF = 'YES'
               CLOSE DEPOSIT-LEDGER
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
      * AND MUST BE CLOSED OR THE BOOTSTRAP SAVE AT CLOSE FAILS     *
               CLOSE DEPOSIT-LEDGER
               MOVE 'YES' TO DEPL-EOF.

      *  LOADS ONE LEDGER ENTRY INTO THE NEXT OPEN TABLE SLOT  *
       1210-READ-DEPOSIT.
           READ DEPOSIT-LEDGER
               AT END
                   MOVE 'YES' TO DEPL-EOF
               NOT AT END
                   IF C-DEP-CTR < 300
                       ADD 1 TO C-DEP-CTR
                       MOVE DL-CONDO TO DP-CONDO(C-DEP-CTR)
                       MOVE DL-GUEST TO DP-GUEST(C-DEP-CTR)
                       MOVE DL-GUEST-NO TO DP-GUEST-NO(C-DEP-CTR)
                       MOVE DL-CHECKIN-DATE TO
                           DP-CHECKIN-DATE(C-DEP-CTR)
                       MOVE DL-CHECKOUT-DATE TO
                           DP-CHECKOUT-DATE(C-DEP-CTR)
                       MOVE DL-AMOUNT TO DP-AMOUNT(C-DEP-CTR)
                       MOVE DL-TAKEN-DATE TO DP-TAKEN-DATE(C-DEP-CTR)
                       MOVE DL-STATUS TO DP-STATUS(C-DEP-CTR)
                       MOVE DL-STATUS-DATE TO
                           DP-STATUS-DATE(C-DEP-CTR)
                   END-IF.

      *  AN ACTIVE RESERVATION BOOKED BEFORE THE LEDGER EXISTED      *
      *  STILL HAS ITS DEPOSIT ON THE RESERVATION ITSELF - IT IS     *
      *  LEDGERED AS HELD THE FIRST TIME IT IS SEEN SO THE MONEY     *
      *  FOLLOWS THE STAY LIKE ANY OTHER                             *
       1300-LEDGER-OPEN-RESERVATIONS.
           IF RE-STATUS(SUB-RESV) = 'B' AND RE-DEPOSIT(SUB-RESV) > 0
               PERFORM 9400-FIND-HELD-DEPOSIT
               IF SUB-DEP > C-DEP-CTR
                   MOVE C-TODAY-DATE TO C-DAY-DATE
                   PERFORM 2150-LEDGER-NEW-DEPOSIT.

      *  OPENS THE OPTIONAL WAITLIST AND LOADS EVERY REQUEST INTO    *
      *  THE TABLE IN THE ORDER IT CAME IN - A MISSING FILE MEANS    *
      *  NOBODY IS WAITING                                           *
       1400-LOAD-WAITLIST.
           MOVE 'NO' TO WAIT-EOF.
           OPEN INPUT WAITLIST-FILE.
           IF C-WAIT-STATUS = '00'
               PERFORM 1410-READ-WAITLIST
                   UNTIL WAIT-EOF = 'YES'
               CLOSE WAITLIST-FILE
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
      * AND MUST BE CLOSED OR THE BOOTSTRAP SAVE AT CLOSE FAILS     *
               CLOSE WAITLIST-FILE
               MOVE 'YES' TO WAIT-EOF.

      *  LOADS ONE WAITLIST REQUEST INTO THE NEXT OPEN TABLE SLOT  *
       1410-READ-WAITLIST.
           READ WAITLIST-FILE
               AT END
                   MOVE 'YES' TO WAIT-EOF
               NOT AT END
                   IF C-WAIT-CTR < 200
                       ADD 1 TO C-WAIT-CTR
                       MOVE WL-CONDO TO WT-CONDO(C-WAIT-CTR)
                       MOVE WL-BEDROOMS TO WT-BEDROOMS(C-WAIT-CTR)
                       MOVE WL-GUEST TO WT-GUEST(C-WAIT-CTR)
                       MOVE WL-GUEST-NO TO WT-GUEST-NO(C-WAIT-CTR)
                       MOVE WL-CHECKIN-DATE TO
                           WT-CHECKIN-DATE(C-WAIT-CTR)
                       MOVE WL-CHECKOUT-DATE TO
                           WT-CHECKOUT-DATE(C-WAIT-CTR)
                       MOVE WL-REQ-DATE TO WT-REQ-DATE(C-WAIT-CTR)
                       MOVE WL-REQ-TIME TO WT-REQ-TIME(C-WAIT-CTR)
                       MOVE WL-STATUS TO WT-STATUS(C-WAIT-CTR)
                       MOVE WL-STATUS-DATE TO
                           WT-STATUS-DATE(C-WAIT-CTR)
                       MOVE WL-OFFER-CONDO TO
                           WT-OFFER-CONDO(C-WAIT-CTR)
                   END-IF.

      *  A REQUEST STILL WAITING OR OFFERED WHEN ITS CHECK-IN DATE   *
      *  ARRIVES CAN NO LONGER BE FILLED AND DROPS OFF THE LIST      *
       1420-EXPIRE-WAITLIST.
           IF (WT-STATUS(SUB-WAIT) = 'W' OR WT-STATUS(SUB-WAIT) = 'O')
             AND WT-CHECKIN-DATE(SUB-WAIT) <= C-TODAY-DATE
               MOVE 'E' TO WT-STATUS(SUB-WAIT)
               MOVE C-TODAY-DATE TO WT-STATUS-DATE(SUB-WAIT).

      *  OPENS THE OPTIONAL OWNER-USE/BLACKOUT FILE AND LOADS EVERY  *
      *  RANGE INTO THE TABLE - A MISSING FILE MEANS NOTHING IS      *
      *  BLOCKED                                                     *
       1500-LOAD-BLACKOUTS.
           MOVE 'NO' TO BLKT-EOF.
           OPEN INPUT BLACKOUT-FILE.
           IF C-BLKT-STATUS = '00'
               PERFORM 1510-READ-BLACKOUT
                   UNTIL BLKT-EOF = 'YES'
               CLOSE BLACKOUT-FILE
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE BLACKOUT-FILE
               MOVE 'YES' TO BLKT-EOF.

      *  LOADS ONE BLOCKED RANGE INTO THE NEXT OPEN TABLE SLOT  *
       1510-READ-BLACKOUT.
           READ BLACKOUT-FILE
               AT END
                   MOVE 'YES' TO BLKT-EOF
               NOT AT END
                   IF C-BLKT-CTR < 200
                       ADD 1 TO C-BLKT-CTR
                       MOVE BO-CONDO TO BT-CONDO(C-BLKT-CTR)
                       MOVE BO-START-DATE TO BT-START-DATE(C-BLKT-CTR)
                       MOVE BO-END-DATE TO BT-END-DATE(C-BLKT-CTR)
                       MOVE BO-REASON TO BT-REASON(C-BLKT-CTR)
                   END-IF.

      *  OPENS THE OPTIONAL TRANSACTION FILE - A MISSING FILE MEANS  *
           IF C-TRAN-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS.

      *  OPENS THE OPTIONAL AGENT MASTER AND LOADS EVERY SOURCE CODE *
      *  - A MISSING FILE MEANS ONLY DIRECT BOOKINGS ARE TAKEN       *
       1700-LOAD-AGENTS.
           MOVE 'NO' TO AGNT-EOF.
           OPEN INPUT AGENT-MASTER.
           IF C-AGNT-STATUS = '00'
               PERFORM 1710-READ-AGENT
                   UNTIL AGNT-EOF = 'YES'
               CLOSE AGENT-MASTER
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE AGENT-MASTER
               MOVE 'YES' TO AGNT-EOF.

      *  LOADS ONE SOURCE CODE INTO THE NEXT OPEN TABLE SLOT  *
       1710-READ-AGENT.
           READ AGENT-MASTER
               AT END
                   MOVE 'YES' TO AGNT-EOF
               NOT AT END
                   IF C-AGNT-CTR < 50
                       ADD 1 TO C-AGNT-CTR
                       MOVE AG-SOURCE TO AT-SOURCE(C-AGNT-CTR)
                   END-IF.

      *  OPENS THE OPTIONAL GUEST MASTER AND LOADS EVERY GUEST'S     *
      *  NUMBER AND NAME - A MISSING FILE MEANS NO BOOKING OR        *
      *  WAITLIST CALL CAN BE TAKEN                                  *
       1800-LOAD-GUESTS.
           MOVE 'NO' TO GST-EOF.
           OPEN INPUT GUEST-MASTER.
           IF C-GST-STATUS = '00'
               PERFORM 1810-READ-GUEST
                   UNTIL GST-EOF = 'YES'
               CLOSE GUEST-MASTER
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE GUEST-MASTER
               MOVE 'YES' TO GST-EOF.

      *  LOADS ONE GUEST INTO THE NEXT OPEN TABLE SLOT  *
       1810-READ-GUEST.
           READ GUEST-MASTER
               AT END
                   MOVE 'YES' TO GST-EOF
               NOT AT END
                   IF C-GST-CTR < 500
                       ADD 1 TO C-GST-CTR
                       MOVE GU-GUEST-NO TO GN-GUEST-NO(C-GST-CTR)
                       MOVE GU-NAME TO GN-NAME(C-GST-CTR)
                   END-IF.

      *  OPENS THE OPTIONAL DOCK SLIP MASTER AND LOADS EVERY SLIP -  *
      *  A MISSING FILE MEANS SLIPS ARE NOT TRACKED                  *
       1850-LOAD-SLIPS.
           MOVE 'NO' TO SLIP-EOF.
           OPEN INPUT SLIP-MASTER.
           IF C-SLIP-STATUS = '00'
               PERFORM 1860-READ-SLIP
                   UNTIL SLIP-EOF = 'YES'
               CLOSE SLIP-MASTER
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE SLIP-MASTER
               MOVE 'YES' TO SLIP-EOF.

      *  LOADS ONE SLIP INTO THE NEXT OPEN TABLE SLOT  *
       1860-READ-SLIP.
           READ SLIP-MASTER
               AT END
                   MOVE 'YES' TO SLIP-EOF
               NOT AT END
                   IF C-SLIP-CTR < 50
                       ADD 1 TO C-SLIP-CTR
                       MOVE SM-SLIP-NO TO SL-SLIP-NO(C-SLIP-CTR)
                       MOVE SM-MAX-LENGTH TO SL-MAX-LENGTH(C-SLIP-CTR)
                       MOVE SM-STATUS TO SL-STATUS(C-SLIP-CTR)
                   END-IF.

      *  OPENS THE OPTIONAL SLIP ASSIGNMENTS AND LOADS EVERY ENTRY   *
      *  INTO THE TABLE - A MISSING FILE MEANS NO SLIP HAS BEEN      *
      *  ASSIGNED YET                                                *
       1870-LOAD-SLIP-ASSIGNS.
           MOVE 'NO' TO SLPA-EOF.
           OPEN INPUT SLIP-ASSIGN-FILE.
           IF C-SLPA-STATUS = '00'
               PERFORM 1880-READ-SLIP-ASSIGN
                   UNTIL SLPA-EOF = 'YES'
               CLOSE SLIP-ASSIGN-FILE
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
      * AND MUST BE CLOSED OR THE BOOTSTRAP SAVE AT CLOSE FAILS     *
               CLOSE SLIP-ASSIGN-FILE
               MOVE 'YES' TO SLPA-EOF.

      *  LOADS ONE SLIP ASSIGNMENT INTO THE NEXT OPEN TABLE SLOT  *
       1880-READ-SLIP-ASSIGN.
           READ SLIP-ASSIGN-FILE
               AT END
                   MOVE 'YES' TO SLPA-EOF
               NOT AT END
                   IF C-SLPA-CTR < 300
                       ADD 1 TO C-SLPA-CTR
                       MOVE SA-SLIP-NO TO AS-SLIP-NO(C-SLPA-CTR)
                       MOVE SA-CONDO TO AS-CONDO(C-SLPA-CTR)
                       MOVE SA-GUEST-NO TO AS-GUEST-NO(C-SLPA-CTR)
                       MOVE SA-GUEST TO AS-GUEST(C-SLPA-CTR)
                       MOVE SA-CHECKIN-DATE TO
                           AS-CHECKIN-DATE(C-SLPA-CTR)
                       MOVE SA-CHECKOUT-DATE TO
                           AS-CHECKOUT-DATE(C-SLPA-CTR)
                       MOVE SA-BOAT-LENGTH TO
                           AS-BOAT-LENGTH(C-SLPA-CTR)
                       MOVE SA-FEE TO AS-FEE(C-SLPA-CTR)
                       MOVE SA-STATUS TO AS-STATUS(C-SLPA-CTR)
                   END-IF.

      *  AN ACTIVE RESERVATION WITH A DOCK SLIP FEE BOOKED BEFORE    *
      *  SLIPS WERE TRACKED HAS NO SLIP ASSIGNED - IT IS GIVEN THE   *
      *  FIRST FREE SLIP THE FIRST TIME IT IS SEEN, AND ONE THAT     *
      *  CANNOT BE PLACED IS REPORTED SO THE MARINA CAN SORT IT OUT  *
       1900-SLIP-OPEN-RESERVATIONS.
           IF RE-STATUS(SUB-RESV) = 'B' AND RE-DOCKSLIP(SUB-RESV) > 0
             AND C-SLIP-CTR > 0
               PERFORM 9450-FIND-SLIP-ASSIGN
               IF SUB-SLPA > C-SLPA-CTR
                   PERFORM 1910-SLIP-ONE-RESERVATION.

       1910-SLIP-ONE-RESERVATION.
           MOVE RE-CHECKIN-DATE(SUB-RESV) TO C-SLIP-CHECKIN.
           MOVE RE-CHECKOUT-DATE(SUB-RESV) TO C-SLIP-CHECKOUT.
           MOVE 0 TO C-SLIP-LENGTH.
           PERFORM 2170-FIND-FREE-SLIP.
           IF C-FREE-SLIP = SPACES
               MOVE 8 TO RETURN-CODE
               DISPLAY '*** COBLSC24 NO DOCK SLIP FREE FOR '
                   RE-GUEST(SUB-RESV) ' ***'
           ELSE
               PERFORM 2190-ADD-SLIP-ASSIGN.

       2000-MAINLINE.
           ADD 1 TO C-GT-TRAN-CTR.
           PERFORM 2050-FIND-GUEST.
           EVALUATE TRUE
               WHEN TRAN-BOOK
                   PERFORM 2100-APPLY-BOOKING THRU 2100-EXIT
               WHEN TRAN-CANCEL
                   PERFORM 2200-APPLY-CANCEL
               WHEN TRAN-WAITLIST
                   PERFORM 2400-APPLY-WAITLIST THRU 2400-EXIT
               WHEN OTHER
                   PERFORM 2300-BAD-ACTION
           END-EVALUATE.
           PERFORM 9000-READ.

      *  FINDS THE TRANSACTION'S GUEST NUMBER ON THE GUEST MASTER AND *
      *  CARRIES THE NAME ON FILE IN PLACE OF THE ONE KEYED - SUB-GST *
      *  IS LEFT PAST C-GST-CTR WHEN THE NUMBER IS NOT ON FILE        *
       2050-FIND-GUEST.
           PERFORM
               VARYING SUB-GST FROM 1 BY 1
                   UNTIL SUB-GST > C-GST-CTR
                       OR GN-GUEST-NO(SUB-GST) = RT-GUEST-NO.
           IF SUB-GST <= C-GST-CTR
               MOVE GN-NAME(SUB-GST) TO RT-GUEST.

      *  BOOKS THE STAY CARRIED - REFUSED AT BOOKING TIME WHEN THE   *
      *  UNIT ALREADY HAS AN ACTIVE RESERVATION COVERING ANY OF THE  *
      *  SAME NIGHTS, WHEN ANY OF THEM ARE BLOCKED FOR OWNER USE,    *
      *  MAINTENANCE, OR A HOLD, WHEN THE DATES ARE BACKWARDS, WHEN  *
      *  THE GUEST IS NOT ON THE GUEST MASTER, WHEN THE BOOKING      *
      *  SOURCE IS NOT ON THE AGENT MASTER, OR WHEN IT WANTS A DOCK  *
      *  SLIP AND NO SLIP LONG ENOUGH IS FREE FOR THOSE NIGHTS       *
       2100-APPLY-BOOKING.
           MOVE 'BOOK' TO O-AUD-ACTION.
           MOVE RT-CONDO TO O-AUD-CONDO.
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2100-EXIT.

           IF SUB-GST > C-GST-CTR
               MOVE 'GUEST NOT ON THE GUEST MASTER - REFUSED'
                   TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2100-EXIT.

      *  A COMMISSION CAN ONLY BE PAID TO A SOURCE THE OFFICE HAS    *
      *  SET UP, SO AN UNKNOWN CODE IS REFUSED RATHER THAN BOOKED    *
      *  UNDER A CHANNEL NOBODY CAN TRACE                            *
           PERFORM
               VARYING SUB-AGNT FROM 1 BY 1
                   UNTIL SUB-AGNT > C-AGNT-CTR
                       OR AT-SOURCE(SUB-AGNT) = RT-SOURCE.

           IF RT-SOURCE NOT = SPACES
             AND SUB-AGNT > C-AGNT-CTR
               MOVE 'SOURCE NOT ON THE AGENT MASTER - REFUSED'
                   TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2100-EXIT.

      *  BLOCKED NIGHTS ARE NOT FREED BY A CANCEL, SO A BOOKING THAT *
      *  TOUCHES ONE IS REFUSED OUTRIGHT RATHER THAN WAITLISTED      *
           PERFORM
               VARYING SUB-BLKT FROM 1 BY 1
                   UNTIL SUB-BLKT > C-BLKT-CTR
                       OR (BT-CONDO(SUB-BLKT) = RT-CONDO
                           AND BT-START-DATE(SUB-BLKT) <
                               RT-CHECKOUT-DATE
                           AND RT-CHECKIN-DATE <
                               BT-END-DATE(SUB-BLKT)).

           IF SUB-BLKT <= C-BLKT-CTR
               EVALUATE BT-REASON(SUB-BLKT)
                   WHEN 'O'
                       MOVE 'OWNER STAY ON THOSE NIGHTS - REFUSED'
                           TO O-AUD-MSG
                   WHEN 'M'
                       MOVE 'UNIT DOWN FOR MAINTENANCE - REFUSED'
                           TO O-AUD-MSG
                   WHEN OTHER
                       MOVE 'UNIT ON HOLD FOR THOSE NIGHTS - REFUSED'
                           TO O-AUD-MSG
               END-EVALUATE
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2100-EXIT.

      *  TWO STAYS AT THE SAME CONDO OVERLAP WHEN EACH ONE CHECKS IN *
      *  BEFORE THE OTHER CHECKS OUT - THE SAME RULE THE BILLING     *
      *  RUN'S DOUBLE-BOOKING CHECK USES, APPLIED BEFORE THE KEYS    *
                               RE-CHECKOUT-DATE(SUB-RESV)).

           IF SUB-RESV <= C-RESV-CTR
               MOVE 'UNIT TAKEN FOR THOSE NIGHTS - WAITLISTED'
                   TO O-AUD-MSG
               PERFORM 2450-ADD-TO-WAITLIST
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2100-EXIT.

           IF C-RESV-CTR NOT < 300
               MOVE 'RESERVATION FILE FULL - REFUSED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2100-EXIT.

      *  THE MARINA ONLY HAS SO MANY SLIPS, SO A BOOKING THAT WANTS  *
      *  ONE IS TAKEN ONLY WHEN A SLIP LONG ENOUGH FOR THE BOAT IS   *
      *  FREE FOR EVERY NIGHT OF THE STAY - A BOAT LENGTH LEFT BLANK *
      *  FITS ANY SLIP                                               *
           IF RT-BOAT-LENGTH NOT NUMERIC
               MOVE 0 TO RT-BOAT-LENGTH.
           MOVE SPACES TO C-FREE-SLIP.
           IF RT-DOCKSLIP > 0 AND C-SLIP-CTR > 0
               MOVE RT-CHECKIN-DATE TO C-SLIP-CHECKIN
               MOVE RT-CHECKOUT-DATE TO C-SLIP-CHECKOUT
               MOVE RT-BOAT-LENGTH TO C-SLIP-LENGTH
               PERFORM 2170-FIND-FREE-SLIP
               IF C-FREE-SLIP = SPACES
                   MOVE 'NO DOCK SLIP FREE FOR THOSE NIGHTS - REFUSED'
                       TO O-AUD-MSG
                   PERFORM 9300-AUDIT-LINE
                   ADD 1 TO C-GT-REJECT-CTR
                   GO TO 2100-EXIT.

           ADD 1 TO C-RESV-CTR.
           MOVE RT-CONDO TO RE-CONDO(C-RESV-CTR).
           MOVE RT-GUEST TO RE-GUEST(C-RESV-CTR).
           MOVE RT-GUEST-NO TO RE-GUEST-NO(C-RESV-CTR).
           MOVE RT-BEDROOMS TO RE-BEDROOMS(C-RESV-CTR).
           MOVE RT-PETS TO RE-PETS(C-RESV-CTR).
           MOVE RT-HOTTUB TO RE-HOTTUB(C-RESV-CTR).
           MOVE RT-DOCKSLIP TO RE-DOCKSLIP(C-RESV-CTR).
           MOVE RT-CHECKIN-DATE TO RE-CHECKIN-DATE(C-RESV-CTR).
           MOVE RT-CHECKOUT-DATE TO RE-CHECKOUT-DATE(C-RESV-CTR).
           MOVE RT-DEPOSIT TO RE-DEPOSIT(C-RESV-CTR).
           MOVE 'B' TO RE-STATUS(C-RESV-CTR).
           MOVE RT-SOURCE TO RE-SOURCE(C-RESV-CTR).
           MOVE 'BOOKED - DEPOSIT TAKEN' TO O-AUD-MSG.
           PERFORM 2160-FILL-WAITLIST.
           MOVE C-RESV-CTR TO SUB-RESV.
           IF C-FREE-SLIP NOT = SPACES
               PERFORM 2190-ADD-SLIP-ASSIGN
               MOVE C-FREE-SLIP TO O-AUD-SLIP-NO
               MOVE AUDIT-SLIP-TEXT TO O-AUD-SLIP.
           IF RT-DEPOSIT > 0
               MOVE C-TODAY-DATE TO C-DAY-DATE
               PERFORM 2150-LEDGER-NEW-DEPOSIT
               ADD RT-DEPOSIT TO C-GT-DEP-TAKEN.
           PERFORM 9300-AUDIT-LINE.
           ADD 1 TO C-GT-BOOKED-CTR.

       2100-EXIT.
           EXIT.

      *  A BOOKING FOR A GUEST WHO WAS WAITING OR HAD BEEN OFFERED   *
      *  THOSE NIGHTS FILLS THEIR WAITLIST REQUEST                   *
       2160-FILL-WAITLIST.
           PERFORM
               VARYING SUB-WAIT FROM 1 BY 1
                   UNTIL SUB-WAIT > C-WAIT-CTR
                       OR (WT-GUEST-NO(SUB-WAIT) = RT-GUEST-NO
                           AND (WT-STATUS(SUB-WAIT) = 'W'
                               OR WT-STATUS(SUB-WAIT) = 'O')
                           AND WT-CHECKIN-DATE(SUB-WAIT) <
                               RT-CHECKOUT-DATE
                           AND RT-CHECKIN-DATE <
                               WT-CHECKOUT-DATE(SUB-WAIT)).
           IF SUB-WAIT <= C-WAIT-CTR
               MOVE 'B' TO WT-STATUS(SUB-WAIT)
               MOVE C-TODAY-DATE TO WT-STATUS-DATE(SUB-WAIT)
               MOVE 'BOOKED FROM WAITLIST - DEPOSIT TAKEN' TO O-AUD-MSG.

      *  FINDS THE FIRST SLIP ON THE MASTER THAT IS IN SERVICE, TAKES *
      *  A BOAT OF C-SLIP-LENGTH FEET, AND HAS NO ACTIVE ASSIGNMENT    *
      *  OVERLAPPING C-SLIP-CHECKIN UP TO C-SLIP-CHECKOUT - C-FREE-   *
      *  SLIP IS LEFT SPACES WHEN NONE IS FREE                        *
       2170-FIND-FREE-SLIP.
           MOVE SPACES TO C-FREE-SLIP.
           PERFORM 2175-TRY-SLIP
               VARYING SUB-SLIP FROM 1 BY 1
                   UNTIL SUB-SLIP > C-SLIP-CTR
                       OR C-FREE-SLIP NOT = SPACES.

       2175-TRY-SLIP.
           IF SL-STATUS(SUB-SLIP) = 'A'
             AND SL-MAX-LENGTH(SUB-SLIP) >= C-SLIP-LENGTH
               PERFORM 2180-CHECK-SLIP-CLEAR
               IF SUB-SLPA > C-SLPA-CTR
                   MOVE SL-SLIP-NO(SUB-SLIP) TO C-FREE-SLIP.

      *  TWO STAYS SHARE A SLIP ONLY WHEN ONE LEAVES BEFORE THE OTHER *
      *  ARRIVES - THE SAME OVERLAP RULE THE CONDOS USE               *
       2180-CHECK-SLIP-CLEAR.
           PERFORM
               VARYING SUB-SLPA FROM 1 BY 1
                   UNTIL SUB-SLPA > C-SLPA-CTR
                       OR (AS-SLIP-NO(SUB-SLPA) = SL-SLIP-NO(SUB-SLIP)
                           AND AS-STATUS(SUB-SLPA) = 'A'
                           AND AS-CHECKIN-DATE(SUB-SLPA) <
                               C-SLIP-CHECKOUT
                           AND C-SLIP-CHECKIN <
                               AS-CHECKOUT-DATE(SUB-SLPA)).

      *  ASSIGNS SLIP C-FREE-SLIP TO RESERVATION SUB-RESV FOR THE     *
      *  NIGHTS OF THE STAY - A FULL TABLE IS REPORTED SO THE SLIP    *
      *  CAN BE ASSIGNED BY HAND                                      *
       2190-ADD-SLIP-ASSIGN.
           IF C-SLPA-CTR < 300
               ADD 1 TO C-SLPA-CTR
               MOVE C-FREE-SLIP TO AS-SLIP-NO(C-SLPA-CTR)
               MOVE RE-CONDO(SUB-RESV) TO AS-CONDO(C-SLPA-CTR)
               MOVE RE-GUEST-NO(SUB-RESV) TO AS-GUEST-NO(C-SLPA-CTR)
               MOVE RE-GUEST(SUB-RESV) TO AS-GUEST(C-SLPA-CTR)
               MOVE RE-CHECKIN-DATE(SUB-RESV) TO
                   AS-CHECKIN-DATE(C-SLPA-CTR)
               MOVE RE-CHECKOUT-DATE(SUB-RESV) TO
                   AS-CHECKOUT-DATE(C-SLPA-CTR)
               MOVE C-SLIP-LENGTH TO AS-BOAT-LENGTH(C-SLPA-CTR)
               MOVE RE-DOCKSLIP(SUB-RESV) TO AS-FEE(C-SLPA-CTR)
               MOVE 'A' TO AS-STATUS(C-SLPA-CTR)
           ELSE
               MOVE 8 TO RETURN-CODE
               DISPLAY '*** COBLSC24 SLIP ASSIGNMENTS FULL - '
                   RE-GUEST(SUB-RESV) ' NOT ASSIGNED ***'.

      *  LEDGERS THE DEPOSIT ON RESERVATION SUB-RESV AS HELD, TAKEN  *
      *  ON C-DAY-DATE - A FULL LEDGER IS REPORTED SO THE DEPOSIT    *
      *  CAN BE LEDGERED BY HAND                                     *
       2150-LEDGER-NEW-DEPOSIT.
           IF C-DEP-CTR < 300
               ADD 1 TO C-DEP-CTR
               MOVE RE-CONDO(SUB-RESV) TO DP-CONDO(C-DEP-CTR)
               MOVE RE-GUEST(SUB-RESV) TO DP-GUEST(C-DEP-CTR)
               MOVE RE-GUEST-NO(SUB-RESV) TO DP-GUEST-NO(C-DEP-CTR)
               MOVE RE-CHECKIN-DATE(SUB-RESV) TO
                   DP-CHECKIN-DATE(C-DEP-CTR)
               MOVE RE-CHECKOUT-DATE(SUB-RESV) TO
                   DP-CHECKOUT-DATE(C-DEP-CTR)
               MOVE RE-DEPOSIT(SUB-RESV) TO DP-AMOUNT(C-DEP-CTR)
               MOVE C-DAY-DATE TO DP-TAKEN-DATE(C-DEP-CTR)
               MOVE 'H' TO DP-STATUS(C-DEP-CTR)
               MOVE C-DAY-DATE TO DP-STATUS-DATE(C-DEP-CTR)
           ELSE
               MOVE 8 TO RETURN-CODE
               DISPLAY '*** COBLSC24 DEPOSIT LEDGER FULL - '
                   RE-GUEST(SUB-RESV) ' NOT LEDGERED ***'.

      *  CANCELS THE ACTIVE RESERVATION MATCHING THE CONDO, GUEST    *
      *  NUMBER, AND CHECK-IN DATE - THE NIGHTS AND ANY DOCK SLIP    *
      *  HELD FOR THEM FREE BACK UP FOR REBOOKING                    *
       2200-APPLY-CANCEL.
           MOVE 'CANCEL' TO O-AUD-ACTION.
           MOVE RT-CONDO TO O-AUD-CONDO.
               VARYING SUB-RESV FROM 1 BY 1
                   UNTIL SUB-RESV > C-RESV-CTR
                       OR (RE-CONDO(SUB-RESV) = RT-CONDO
                           AND RE-GUEST-NO(SUB-RESV) = RT-GUEST-NO
                           AND RE-CHECKIN-DATE(SUB-RESV) =
                               RT-CHECKIN-DATE
                           AND RE-STATUS(SUB-RESV) = 'B').
           ELSE
               MOVE 'X' TO RE-STATUS(SUB-RESV)
               MOVE 'CANCELLED' TO O-AUD-MSG
               PERFORM 2250-SETTLE-DEPOSIT
               PERFORM 2280-RELEASE-SLIP
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-BOOKED-CTR
               PERFORM 2260-MATCH-WAITLIST
                   VARYING SUB-WAIT FROM 1 BY 1
                       UNTIL SUB-WAIT > C-WAIT-CTR.

      *  A CANCELLED RESERVATION'S HELD DEPOSIT IS SETTLED BY THE    *
      *  REFUND POLICY - CANCELLED AT LEAST C-REFUND-DAYS AHEAD OF   *
      *  CHECK-IN IT IS REFUNDED, OTHERWISE IT IS FORFEITED          *
       2250-SETTLE-DEPOSIT.
           PERFORM 9400-FIND-HELD-DEPOSIT.
           IF SUB-DEP <= C-DEP-CTR
               MOVE RE-CHECKIN-DATE(SUB-RESV)(1:4) TO C-CUR-YY
               MOVE RE-CHECKIN-DATE(SUB-RESV)(5:2) TO C-CUR-MM
               MOVE RE-CHECKIN-DATE(SUB-RESV)(7:2) TO C-CUR-DD
               COMPUTE C-CHECKIN-360 = C-CUR-YY * 360 + C-CUR-MM * 30
                   + C-CUR-DD
               COMPUTE C-DAYS-AHEAD = C-CHECKIN-360 - C-TODAY-360
               MOVE C-TODAY-DATE TO DP-STATUS-DATE(SUB-DEP)
               IF C-DAYS-AHEAD >= C-REFUND-DAYS
                   MOVE 'R' TO DP-STATUS(SUB-DEP)
                   ADD DP-AMOUNT(SUB-DEP) TO C-GT-DEP-REFUND
                   MOVE 'CANCELLED - DEPOSIT REFUNDED' TO O-AUD-MSG
               ELSE
                   MOVE 'F' TO DP-STATUS(SUB-DEP)
                   ADD DP-AMOUNT(SUB-DEP) TO C-GT-DEP-FORFEIT
                   MOVE 'CANCELLED - DEPOSIT FORFEITED' TO O-AUD-MSG.

      *  THE CANCELLED RESERVATION'S SLIP ASSIGNMENT IS RELEASED SO  *
      *  THE SLIP CAN BE GIVEN TO ANOTHER BOAT                       *
       2280-RELEASE-SLIP.
           PERFORM 9450-FIND-SLIP-ASSIGN.
           IF SUB-SLPA <= C-SLPA-CTR
               MOVE 'X' TO AS-STATUS(SUB-SLPA)
               MOVE AS-SLIP-NO(SUB-SLPA) TO O-AUD-SLIP-NO
               MOVE AUDIT-SLIP-TEXT TO O-AUD-SLIP.

      *  AN ACTION CODE OTHER THAN B, X OR W IS REPORTED AND SKIPPED  *
       2300-BAD-ACTION.
           MOVE RT-ACTION TO O-AUD-ACTION.
           MOVE RT-CONDO TO O-AUD-CONDO.
           MOVE RT-GUEST TO O-AUD-GUEST.
           MOVE RT-CHECKIN-DATE TO O-AUD-CHECKIN.
           MOVE RT-CHECKOUT-DATE TO O-AUD-CHECKOUT.
           MOVE 'ACTION MUST BE B, X OR W - SKIPPED' TO O-AUD-MSG.
           PERFORM 9300-AUDIT-LINE.
           ADD 1 TO C-GT-REJECT-CTR.

      *  THE NIGHTS RESERVATION SUB-RESV JUST GAVE UP ARE OFFERED TO  *
      *  THE WAITLIST IN FIRST-COME ORDER - A REQUEST FITS WHEN IT    *
      *  WANTS THIS CONDO, OR ANY UNIT NO BIGGER THAN THE ONE FREED,  *
      *  ITS NIGHTS TOUCH THE FREED ONES, AND THE CONDO IS NOW CLEAR  *
      *  OF ACTIVE RESERVATIONS AND OF OFFERS ALREADY MADE TODAY FOR  *
      *  EVERY NIGHT IT WANTS                                         *
       2260-MATCH-WAITLIST.
           MOVE 'NO' TO C-FITS-SW.
           MOVE RE-CONDO(SUB-RESV) TO C-FIT-CONDO.
           IF WT-STATUS(SUB-WAIT) = 'W'
             AND (WT-CONDO(SUB-WAIT) = C-FIT-CONDO
                 OR (WT-CONDO(SUB-WAIT) = SPACES
                     AND WT-BEDROOMS(SUB-WAIT) <=
                         RE-BEDROOMS(SUB-RESV)))
             AND WT-CHECKIN-DATE(SUB-WAIT) <
                 RE-CHECKOUT-DATE(SUB-RESV)
             AND RE-CHECKIN-DATE(SUB-RESV) <
                 WT-CHECKOUT-DATE(SUB-WAIT)
               MOVE 'YES' TO C-FITS-SW
               PERFORM 2270-CHECK-CONDO-CLEAR.

           IF C-FITS-SW = 'YES'
               MOVE 'O' TO WT-STATUS(SUB-WAIT)
               MOVE C-TODAY-DATE TO WT-STATUS-DATE(SUB-WAIT)
               MOVE C-FIT-CONDO TO WT-OFFER-CONDO(SUB-WAIT)
               ADD 1 TO C-GT-OFFER-CTR.

      *  THE REQUEST FITS ONLY IF NO ACTIVE RESERVATION, NO OFFER     *
      *  MADE TODAY, AND NO BLOCKED RANGE ON THIS CONDO OVERLAPS ANY  *
      *  OF ITS NIGHTS                                                *
       2270-CHECK-CONDO-CLEAR.
           PERFORM
               VARYING SUB-CHK FROM 1 BY 1
                   UNTIL SUB-CHK > C-RESV-CTR
                       OR (RE-CONDO(SUB-CHK) = C-FIT-CONDO
                           AND RE-STATUS(SUB-CHK) = 'B'
                           AND RE-CHECKIN-DATE(SUB-CHK) <
                               WT-CHECKOUT-DATE(SUB-WAIT)
                           AND WT-CHECKIN-DATE(SUB-WAIT) <
                               RE-CHECKOUT-DATE(SUB-CHK)).
           IF SUB-CHK <= C-RESV-CTR
               MOVE 'NO' TO C-FITS-SW.

           PERFORM
               VARYING SUB-OFFER FROM 1 BY 1
                   UNTIL SUB-OFFER > C-WAIT-CTR
                       OR (WT-STATUS(SUB-OFFER) = 'O'
                           AND WT-OFFER-CONDO(SUB-OFFER) = C-FIT-CONDO
                           AND WT-STATUS-DATE(SUB-OFFER) = C-TODAY-DATE
                           AND WT-CHECKIN-DATE(SUB-OFFER) <
                               WT-CHECKOUT-DATE(SUB-WAIT)
                           AND WT-CHECKIN-DATE(SUB-WAIT) <
                               WT-CHECKOUT-DATE(SUB-OFFER)).
           IF SUB-OFFER <= C-WAIT-CTR
               MOVE 'NO' TO C-FITS-SW.

           PERFORM
               VARYING SUB-BLKT FROM 1 BY 1
                   UNTIL SUB-BLKT > C-BLKT-CTR
                       OR (BT-CONDO(SUB-BLKT) = C-FIT-CONDO
                           AND BT-START-DATE(SUB-BLKT) <
                               WT-CHECKOUT-DATE(SUB-WAIT)
                           AND WT-CHECKIN-DATE(SUB-WAIT) <
                               BT-END-DATE(SUB-BLKT)).
           IF SUB-BLKT <= C-BLKT-CTR
               MOVE 'NO' TO C-FITS-SW.

      *  PUTS THE CALLER STRAIGHT ON THE WAITLIST - FOR A CONDO THAT  *
      *  IS TAKEN, OR FOR ANY UNIT WITH ENOUGH BEDROOMS WHEN THE      *
      *  CONDO IS LEFT BLANK                                          *
       2400-APPLY-WAITLIST.
           MOVE 'WAITLIST' TO O-AUD-ACTION.
           MOVE RT-CONDO TO O-AUD-CONDO.
           MOVE RT-GUEST TO O-AUD-GUEST.
           MOVE RT-CHECKIN-DATE TO O-AUD-CHECKIN.
           MOVE RT-CHECKOUT-DATE TO O-AUD-CHECKOUT.

           IF RT-CHECKIN-DATE NOT NUMERIC
             OR RT-CHECKOUT-DATE NOT NUMERIC
             OR RT-CHECKOUT-DATE NOT > RT-CHECKIN-DATE
             OR RT-CHECKIN-DATE <= C-TODAY-DATE
               MOVE 'THE DATES ARE NOT A FUTURE STAY - REFUSED'
                   TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2400-EXIT.

           IF SUB-GST > C-GST-CTR
               MOVE 'GUEST NOT ON THE GUEST MASTER - REFUSED'
                   TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2400-EXIT.

           IF RT-CONDO = SPACES
             AND (RT-BEDROOMS NOT NUMERIC OR RT-BEDROOMS = 0)
               MOVE 'ANY-UNIT REQUEST NEEDS BEDROOMS - REFUSED'
                   TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2400-EXIT.

           MOVE 'WAITLISTED' TO O-AUD-MSG.
           PERFORM 2450-ADD-TO-WAITLIST.
           PERFORM 9300-AUDIT-LINE.

       2400-EXIT.
           EXIT.

      *  ADDS THE TRANSACTION'S REQUEST TO THE BOTTOM OF THE          *
      *  WAITLIST, STAMPED WITH WHEN IT CAME IN SO IT IS OFFERED IN   *
      *  FIRST-COME ORDER                                             *
       2450-ADD-TO-WAITLIST.
           IF C-WAIT-CTR < 200
               ADD 1 TO C-WAIT-CTR
               MOVE RT-CONDO TO WT-CONDO(C-WAIT-CTR)
               MOVE RT-BEDROOMS TO WT-BEDROOMS(C-WAIT-CTR)
               MOVE RT-GUEST TO WT-GUEST(C-WAIT-CTR)
               MOVE RT-GUEST-NO TO WT-GUEST-NO(C-WAIT-CTR)
               MOVE RT-CHECKIN-DATE TO WT-CHECKIN-DATE(C-WAIT-CTR)
               MOVE RT-CHECKOUT-DATE TO WT-CHECKOUT-DATE(C-WAIT-CTR)
               MOVE C-TODAY-DATE TO WT-REQ-DATE(C-WAIT-CTR)
               MOVE I-TIME(1:6) TO WT-REQ-TIME(C-WAIT-CTR)
               MOVE 'W' TO WT-STATUS(C-WAIT-CTR)
               MOVE C-TODAY-DATE TO WT-STATUS-DATE(C-WAIT-CTR)
               MOVE ' ' TO WT-OFFER-CONDO(C-WAIT-CTR)
               ADD 1 TO C-GT-WAIT-CTR
           ELSE
               MOVE 'WAITLIST FULL - REFUSED' TO O-AUD-MSG.

       3000-CLOSING.
           PERFORM 3100-CONVERT-COMPLETED.

           MOVE C-GT-CONVERT-CTR TO O-GT-CONVERT-CTR.
           WRITE PRTLINE FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE C-GT-DEP-TAKEN TO O-GT-DEP-TAKEN.
           MOVE C-GT-DEP-APPLIED TO O-GT-DEP-APPLIED.
           MOVE C-GT-DEP-REFUND TO O-GT-DEP-REFUND.
           MOVE C-GT-DEP-FORFEIT TO O-GT-DEP-FORFEIT.
           WRITE PRTLINE FROM DEPOSIT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-GT-WAIT-CTR TO O-GT-WAIT-CTR.
           MOVE C-GT-OFFER-CTR TO O-GT-OFFER-CTR.
           WRITE PRTLINE FROM WAIT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 3300-AVAILABILITY-CALENDAR.
           PERFORM 3400-OFFER-LIST.
           PERFORM 3500-WAITLIST-AGING.
           PERFORM 3600-DOCK-SHEET.
           PERFORM 9500-SAVE-RESERVATIONS.
           PERFORM 9700-SAVE-DEPOSITS.
           PERFORM 9800-SAVE-WAITLIST.
           PERFORM 9900-SAVE-SLIP-ASSIGNS.
           PERFORM 9600-WRITE-RUN-LOG.

           CLOSE TRAN-FILE.
           CLOSE PRTOUT.

      *  EVERY ACTIVE RESERVATION WHOSE CHECK-OUT HAS PASSED HAS     *
               MOVE ' ' TO OZ-REASON-CODE
               MOVE ' ' TO OZ-APPROVED-BY
               MOVE ' ' TO OZ-GROUP-ID
               MOVE RE-SOURCE(SUB-RESV) TO OZ-SOURCE
               MOVE RE-GUEST-NO(SUB-RESV) TO OZ-GUEST-NO
               WRITE OZ-REC
               MOVE 'C' TO RE-STATUS(SUB-RESV)
               ADD 1 TO C-GT-CONVERT-CTR
               PERFORM 3140-APPLY-DEPOSIT.

      *  THE CONVERTED STAY'S HELD DEPOSIT FOLLOWS IT TO BILLING -   *
      *  THE BILLING RUN CREDITS IT ON THE GUEST'S INVOICE           *
       3140-APPLY-DEPOSIT.
           PERFORM 9400-FIND-HELD-DEPOSIT.
           IF SUB-DEP <= C-DEP-CTR
               MOVE 'A' TO DP-STATUS(SUB-DEP)
               MOVE C-TODAY-DATE TO DP-STATUS-DATE(SUB-DEP)
               ADD DP-AMOUNT(SUB-DEP) TO C-GT-DEP-APPLIED.

      *  WALKS FROM CHECK-IN UP TO (NOT INCLUDING) CHECK-OUT ONE     *
      *  NIGHT AT A TIME, CAPPED AT 999 NIGHTS SO A BAD DATE PAIR    *
               + C-CUR-DD.

      *  ONE LINE PER CONDO WITH AN X UNDER EVERY NIGHT OF THE       *
      *  CURRENT MONTH COVERED BY AN ACTIVE RESERVATION AND THE      *
      *  BLACKOUT REASON UNDER EVERY BLOCKED NIGHT, SO THE DESK CAN  *
      *  SEE AT A GLANCE WHAT IS OPEN                                *
       3300-AVAILABILITY-CALENDAR.
           MOVE I-MM TO O-CAL-MM.
           MOVE I-YY TO O-CAL-YY.
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM CAL-COLUMN-HEADINGS-2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM CAL-LEGEND-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 3310-CALENDAR-CONDO-LINE
               VARYING SUB-CONDO FROM 1 BY 1
                       PERFORM 9100-HEADINGS.

      *  A NIGHT IS BOOKED WHEN AN ACTIVE RESERVATION FOR THE CONDO  *
      *  CHECKS IN ON OR BEFORE IT AND CHECKS OUT AFTER IT - AN      *
      *  OPEN NIGHT INSIDE A BLOCKED RANGE SHOWS THE RANGE'S REASON  *
       3320-CALENDAR-DAY.
           COMPUTE C-DAY-DATE = I-YY * 10000 + I-MM * 100 + SUB-DAY.
           PERFORM
                           AND RE-CHECKOUT-DATE(SUB-RESV) >
                               C-DAY-DATE).
           IF SUB-RESV <= C-RESV-CTR
               MOVE 'X' TO O-CAL-DAYS(SUB-DAY:1)
           ELSE
               PERFORM 3330-CALENDAR-BLOCKED.

       3330-CALENDAR-BLOCKED.
           PERFORM
               VARYING SUB-BLKT FROM 1 BY 1
                   UNTIL SUB-BLKT > C-BLKT-CTR
                       OR (BT-CONDO(SUB-BLKT) = T-CONDO(SUB-CONDO)
                           AND BT-START-DATE(SUB-BLKT) <= C-DAY-DATE
                           AND BT-END-DATE(SUB-BLKT) > C-DAY-DATE).
           IF SUB-BLKT <= C-BLKT-CTR
               MOVE BT-REASON(SUB-BLKT) TO O-CAL-DAYS(SUB-DAY:1).

      *  EVERY REQUEST OFFERED FREED NIGHTS TODAY, IN FIRST-COME     *
      *  ORDER, FOR THE DESK TO CALL BACK - A RERUN OF THE SAME DAY  *
      *  REPRINTS THE SAME CALLS                                     *
       3400-OFFER-LIST.
           PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM OFFER-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM OFFER-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           PERFORM 3410-OFFER-LINE
               VARYING SUB-WAIT FROM 1 BY 1
                   UNTIL SUB-WAIT > C-WAIT-CTR.

       3410-OFFER-LINE.
           IF WT-STATUS(SUB-WAIT) = 'O'
             AND WT-STATUS-DATE(SUB-WAIT) = C-TODAY-DATE
               MOVE WT-GUEST(SUB-WAIT) TO O-OFR-GUEST
               MOVE WT-OFFER-CONDO(SUB-WAIT) TO O-OFR-CONDO
               MOVE WT-CHECKIN-DATE(SUB-WAIT) TO O-OFR-CHECKIN
               MOVE WT-CHECKOUT-DATE(SUB-WAIT) TO O-OFR-CHECKOUT
               MOVE WT-REQ-DATE(SUB-WAIT) TO O-OFR-REQ-DATE
               MOVE WT-REQ-TIME(SUB-WAIT) TO O-OFR-REQ-TIME
               WRITE PRTLINE FROM OFFER-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS.

      *  EVERY REQUEST STILL WAITING, OR OFFERED AND NOT YET BOOKED, *
      *  WITH THE DAYS IT HAS WAITED ON A 30/360 BASIS               *
       3500-WAITLIST-AGING.
           MOVE 0 TO C-AGE-CTR-1.
           MOVE 0 TO C-AGE-CTR-2.
           MOVE 0 TO C-AGE-CTR-3.
           PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM AGING-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM AGING-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           PERFORM 3510-AGING-LINE
               VARYING SUB-WAIT FROM 1 BY 1
                   UNTIL SUB-WAIT > C-WAIT-CTR.

           COMPUTE O-AGE-TOTAL-CTR = C-AGE-CTR-1 + C-AGE-CTR-2
               + C-AGE-CTR-3.
           MOVE C-AGE-CTR-1 TO O-AGE-CTR-1.
           MOVE C-AGE-CTR-2 TO O-AGE-CTR-2.
           MOVE C-AGE-CTR-3 TO O-AGE-CTR-3.
           WRITE PRTLINE FROM AGING-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

       3510-AGING-LINE.
           IF WT-STATUS(SUB-WAIT) = 'W' OR WT-STATUS(SUB-WAIT) = 'O'
               MOVE WT-REQ-DATE(SUB-WAIT)(1:4) TO C-CUR-YY
               MOVE WT-REQ-DATE(SUB-WAIT)(5:2) TO C-CUR-MM
               MOVE WT-REQ-DATE(SUB-WAIT)(7:2) TO C-CUR-DD
               COMPUTE C-REQ-360 = C-CUR-YY * 360 + C-CUR-MM * 30
                   + C-CUR-DD
               COMPUTE C-WAIT-DAYS = C-TODAY-360 - C-REQ-360
               EVALUATE TRUE
                   WHEN C-WAIT-DAYS <= 7
                       ADD 1 TO C-AGE-CTR-1
                   WHEN C-WAIT-DAYS <= 30
                       ADD 1 TO C-AGE-CTR-2
                   WHEN OTHER
                       ADD 1 TO C-AGE-CTR-3
               END-EVALUATE
               MOVE WT-GUEST(SUB-WAIT) TO O-AGE-GUEST
               IF WT-CONDO(SUB-WAIT) = SPACES
                   MOVE WT-BEDROOMS(SUB-WAIT) TO O-ANY-BEDROOMS
                   MOVE AGING-ANY-UNIT TO O-AGE-UNIT
               ELSE
                   MOVE WT-CONDO(SUB-WAIT) TO O-AGE-UNIT
               END-IF
               MOVE WT-CHECKIN-DATE(SUB-WAIT) TO O-AGE-CHECKIN
               MOVE WT-CHECKOUT-DATE(SUB-WAIT) TO O-AGE-CHECKOUT
               MOVE WT-REQ-DATE(SUB-WAIT) TO O-AGE-REQ-DATE
               MOVE WT-REQ-TIME(SUB-WAIT) TO O-AGE-REQ-TIME
               MOVE C-WAIT-DAYS TO O-AGE-DAYS
               IF WT-STATUS(SUB-WAIT) = 'O'
                   MOVE 'OFFERED' TO O-AGE-STATUS
               ELSE
                   MOVE 'WAITING' TO O-AGE-STATUS
               END-IF
               WRITE PRTLINE FROM AGING-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS.

      *  ONE LINE PER SLIP ON THE MASTER FOR THE PROCESSING DATE -   *
      *  THE GUEST AND BOAT HOLDING IT TONIGHT, OR OPEN, OR OUT OF   *
      *  SERVICE - WITH A COUNT OF EACH AT THE BOTTOM                *
       3600-DOCK-SHEET.
           OPEN OUTPUT DOCK-SHEET.
           MOVE I-MM TO O-DOCK-MM.
           MOVE I-DD TO O-DOCK-DD.
           MOVE I-YY TO O-DOCK-YY.
           WRITE DOCKLINE FROM DOCK-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE DOCKLINE FROM DOCK-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE DOCKLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 3610-DOCK-LINE
               VARYING SUB-SLIP FROM 1 BY 1
                   UNTIL SUB-SLIP > C-SLIP-CTR.

           MOVE C-SLIP-CTR TO O-DOCK-SLIP-CTR.
           MOVE C-DOCK-OCC-CTR TO O-DOCK-OCC-CTR.
           MOVE C-DOCK-OPEN-CTR TO O-DOCK-OPEN-CTR.
           MOVE C-DOCK-DOWN-CTR TO O-DOCK-DOWN-CTR.
           WRITE DOCKLINE FROM DOCK-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           CLOSE DOCK-SHEET.

      *  A SLIP IS HELD TONIGHT WHEN AN ACTIVE ASSIGNMENT ON IT       *
      *  CHECKS IN ON OR BEFORE THE PROCESSING DATE AND CHECKS OUT    *
      *  AFTER IT                                                     *
       3610-DOCK-LINE.
           PERFORM
               VARYING SUB-SLPA FROM 1 BY 1
                   UNTIL SUB-SLPA > C-SLPA-CTR
                       OR (AS-SLIP-NO(SUB-SLPA) = SL-SLIP-NO(SUB-SLIP)
                           AND AS-STATUS(SUB-SLPA) = 'A'
                           AND AS-CHECKIN-DATE(SUB-SLPA) <=
                               C-TODAY-DATE
                           AND AS-CHECKOUT-DATE(SUB-SLPA) >
                               C-TODAY-DATE).

           IF SUB-SLPA <= C-SLPA-CTR
               PERFORM 3620-DOCK-OCCUPIED
           ELSE
               MOVE SL-SLIP-NO(SUB-SLIP) TO O-DOCK-E-SLIP
               MOVE SL-MAX-LENGTH(SUB-SLIP) TO O-DOCK-E-MAX
               IF SL-STATUS(SUB-SLIP) = 'A'
                   MOVE 'OPEN' TO O-DOCK-E-STATUS
                   ADD 1 TO C-DOCK-OPEN-CTR
               ELSE
                   MOVE 'OUT OF SERVICE' TO O-DOCK-E-STATUS
                   ADD 1 TO C-DOCK-DOWN-CTR
               END-IF
               WRITE DOCKLINE FROM DOCK-EMPTY-LINE
                   AFTER ADVANCING 1 LINE.

       3620-DOCK-OCCUPIED.
           MOVE SL-SLIP-NO(SUB-SLIP) TO O-DOCK-SLIP.
           MOVE SL-MAX-LENGTH(SUB-SLIP) TO O-DOCK-MAX.
           MOVE AS-GUEST(SUB-SLPA) TO O-DOCK-GUEST.
           MOVE AS-GUEST-NO(SUB-SLPA) TO O-DOCK-GUEST-NO.
           MOVE AS-CONDO(SUB-SLPA) TO O-DOCK-CONDO.
           MOVE AS-CHECKIN-DATE(SUB-SLPA) TO O-DOCK-CHECKIN.
           MOVE AS-CHECKOUT-DATE(SUB-SLPA) TO O-DOCK-CHECKOUT.
           MOVE AS-BOAT-LENGTH(SUB-SLPA) TO O-DOCK-BOAT.
           IF AS-CHECKIN-DATE(SUB-SLPA) = C-TODAY-DATE
               MOVE 'ARRIVES TODAY' TO O-DOCK-NOTE
           ELSE
               MOVE ' ' TO O-DOCK-NOTE.
           WRITE DOCKLINE FROM DOCK-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO C-DOCK-OCC-CTR.

       9000-READ.
           READ TRAN-FILE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.
           MOVE SPACES TO O-AUD-SLIP.

      *  REWRITES THE RESERVATIONS FILE IN FULL FROM THE TABLE  *
       9500-SAVE-RESERVATIONS.
           MOVE RE-CHECKOUT-DATE(SUB-RESV) TO RS-CHECKOUT-DATE.
           MOVE RE-DEPOSIT(SUB-RESV) TO RS-DEPOSIT.
           MOVE RE-STATUS(SUB-RESV) TO RS-STATUS.
           MOVE RE-SOURCE(SUB-RESV) TO RS-SOURCE.
           MOVE RE-GUEST-NO(SUB-RESV) TO RS-GUEST-NO.
           WRITE RS-REC.
           ADD 1 TO SUB-RESV.

      *  FINDS THE HELD LEDGER ENTRY FOR RESERVATION SUB-RESV - SUB- *
      *  DEP IS LEFT PAST C-DEP-CTR WHEN THERE IS NONE               *
       9400-FIND-HELD-DEPOSIT.
           PERFORM
               VARYING SUB-DEP FROM 1 BY 1
                   UNTIL SUB-DEP > C-DEP-CTR
                       OR (DP-CONDO(SUB-DEP) = RE-CONDO(SUB-RESV)
                           AND DP-GUEST-NO(SUB-DEP) =
                               RE-GUEST-NO(SUB-RESV)
                           AND DP-CHECKIN-DATE(SUB-DEP) =
                               RE-CHECKIN-DATE(SUB-RESV)
                           AND DP-STATUS(SUB-DEP) = 'H').

      *  FINDS THE ACTIVE SLIP ASSIGNMENT FOR RESERVATION SUB-RESV - *
      *  SUB-SLPA IS LEFT PAST C-SLPA-CTR WHEN THERE IS NONE         *
       9450-FIND-SLIP-ASSIGN.
           PERFORM
               VARYING SUB-SLPA FROM 1 BY 1
                   UNTIL SUB-SLPA > C-SLPA-CTR
                       OR (AS-CONDO(SUB-SLPA) = RE-CONDO(SUB-RESV)
                           AND AS-GUEST-NO(SUB-SLPA) =
                               RE-GUEST-NO(SUB-RESV)
                           AND AS-CHECKIN-DATE(SUB-SLPA) =
                               RE-CHECKIN-DATE(SUB-RESV)
                           AND AS-STATUS(SUB-SLPA) = 'A').

      *  REWRITES THE DEPOSIT LEDGER IN FULL FROM THE TABLE  *
       9700-SAVE-DEPOSITS.
           MOVE 1 TO SUB-DEP.
           OPEN OUTPUT DEPOSIT-LEDGER.
           PERFORM 9710-WRITE-DEPOSIT
               UNTIL SUB-DEP > C-DEP-CTR.
           CLOSE DEPOSIT-LEDGER.

       9710-WRITE-DEPOSIT.
           MOVE DP-CONDO(SUB-DEP) TO DL-CONDO.
           MOVE DP-GUEST(SUB-DEP) TO DL-GUEST.
           MOVE DP-CHECKIN-DATE(SUB-DEP) TO DL-CHECKIN-DATE.
           MOVE DP-CHECKOUT-DATE(SUB-DEP) TO DL-CHECKOUT-DATE.
           MOVE DP-AMOUNT(SUB-DEP) TO DL-AMOUNT.
           MOVE DP-TAKEN-DATE(SUB-DEP) TO DL-TAKEN-DATE.
           MOVE DP-STATUS(SUB-DEP) TO DL-STATUS.
           MOVE DP-STATUS-DATE(SUB-DEP) TO DL-STATUS-DATE.
           MOVE DP-GUEST-NO(SUB-DEP) TO DL-GUEST-NO.
           WRITE DL-REC.
           ADD 1 TO SUB-DEP.

      *  REWRITES THE WAITLIST FROM THE TABLE - REQUESTS THAT WERE   *
      *  BOOKED OR HAVE EXPIRED ARE DONE WITH AND DROP OFF           *
       9800-SAVE-WAITLIST.
           MOVE 1 TO SUB-WAIT.
           OPEN OUTPUT WAITLIST-FILE.
           PERFORM 9810-WRITE-WAITLIST
               UNTIL SUB-WAIT > C-WAIT-CTR.
           CLOSE WAITLIST-FILE.

       9810-WRITE-WAITLIST.
           IF WT-STATUS(SUB-WAIT) = 'W' OR WT-STATUS(SUB-WAIT) = 'O'
               MOVE WT-CONDO(SUB-WAIT) TO WL-CONDO
               MOVE WT-BEDROOMS(SUB-WAIT) TO WL-BEDROOMS
               MOVE WT-GUEST(SUB-WAIT) TO WL-GUEST
               MOVE WT-CHECKIN-DATE(SUB-WAIT) TO WL-CHECKIN-DATE
               MOVE WT-CHECKOUT-DATE(SUB-WAIT) TO WL-CHECKOUT-DATE
               MOVE WT-REQ-DATE(SUB-WAIT) TO WL-REQ-DATE
               MOVE WT-REQ-TIME(SUB-WAIT) TO WL-REQ-TIME
               MOVE WT-STATUS(SUB-WAIT) TO WL-STATUS
               MOVE WT-STATUS-DATE(SUB-WAIT) TO WL-STATUS-DATE
               MOVE WT-OFFER-CONDO(SUB-WAIT) TO WL-OFFER-CONDO
               MOVE WT-GUEST-NO(SUB-WAIT) TO WL-GUEST-NO
               WRITE WL-REC.
           ADD 1 TO SUB-WAIT.

      *  REWRITES THE SLIP ASSIGNMENTS FROM THE TABLE - A RELEASED   *
      *  ASSIGNMENT, OR ONE WHOSE STAY ENDED OVER A YEAR AGO, IS     *
      *  DONE WITH AND DROPS OFF                                     *
       9900-SAVE-SLIP-ASSIGNS.
           MOVE 1 TO SUB-SLPA.
           OPEN OUTPUT SLIP-ASSIGN-FILE.
           PERFORM 9910-WRITE-SLIP-ASSIGN
               UNTIL SUB-SLPA > C-SLPA-CTR.
           CLOSE SLIP-ASSIGN-FILE.

       9910-WRITE-SLIP-ASSIGN.
           IF AS-STATUS(SUB-SLPA) = 'A'
             AND AS-CHECKOUT-DATE(SUB-SLPA) > C-PRUNE-DATE
               MOVE AS-SLIP-NO(SUB-SLPA) TO SA-SLIP-NO
               MOVE AS-CONDO(SUB-SLPA) TO SA-CONDO
               MOVE AS-GUEST-NO(SUB-SLPA) TO SA-GUEST-NO
               MOVE AS-GUEST(SUB-SLPA) TO SA-GUEST
               MOVE AS-CHECKIN-DATE(SUB-SLPA) TO SA-CHECKIN-DATE
               MOVE AS-CHECKOUT-DATE(SUB-SLPA) TO SA-CHECKOUT-DATE
               MOVE AS-BOAT-LENGTH(SUB-SLPA) TO SA-BOAT-LENGTH
               MOVE AS-FEE(SUB-SLPA) TO SA-FEE
               MOVE AS-STATUS(SUB-SLPA) TO SA-STATUS
               WRITE SA-REC.
           ADD 1 TO SUB-SLPA.

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -      *
      * RECORDS IN IS THE TRANSACTIONS READ, RECORDS OUT IS THE       *
      * BOOKINGS/CANCELS APPLIED PLUS THE STAYS CONVERTED, AND        *

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC59.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      **********************************************************
      *  BOAT SALES PROSPECT LIST - PULLS TWO GROUPS OF LIKELY *
      *  BOAT BUYERS OUT OF OUR OWN FILES: CONDO GUESTS WHO    *
      *  PAID A DOCK SLIP FEE BUT ARE NOT BOAT CUSTOMERS YET,  *
      *  AND BOAT OWNERS WHOSE LAST PURCHASE ON THE BOAT       *
      *  MASTER OR THE YEAR-END ARCHIVE IS OLDER THAN THE      *
      *  KEYED NUMBER OF YEARS, ONE PAGE GROUP PER BOAT TYPE - *
      *  PRINTS EACH WITH NAME, ADDRESS AND WHAT THEY LAST     *
      *  RENTED OR BOUGHT AND WRITES A MAILING EXTRACT - ALSO  *
      *  MAINTAINS THE DO-NOT-CONTACT FILE WITH KEYED ADD/     *
      *  DELETE TRANSACTIONS SO ANYONE WHO OPTED OUT IS NEVER  *
      *  PULLED                                                *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  DO-NOT-CONTACT TRANSACTIONS - A MISSING FILE MEANS A PURE   *
      *  LIST RUN                                                    *
           SELECT OPTIONAL TRAN-FILE
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC59\CBLNCTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TRAN-STATUS.

      *  THE DO-NOT-CONTACT FILE - ONE RECORD PER BOAT CUSTOMER OR   *
      *  CONDO GUEST WHO ASKED NOT TO BE MAILED, LOADED TO A TABLE   *
      *  AT INIT AND REWRITTEN IN FULL AT CLOSE                      *
           SELECT OPTIONAL NO-CONTACT-FILE
               ASSIGN TO 'C:\IHCC\COBOL\CBLNOCON.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-NC-STATUS.

      *  HOW MANY YEARS SINCE THE LAST BOAT MAKES AN OWNER A         *
      *  PROSPECT - A MISSING FILE USES FIVE YEARS                   *
           SELECT OPTIONAL PROSPECT-PARM
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC59\CBLPRSPM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PARM-STATUS.

      *  ONLY THE STAYS THAT PASSED THE CONDO STAY EDIT (COBLSC43) - *
      *  EVERY STAY WITH A DOCK SLIP FEE MARKS A GUEST WHO BROUGHT A *
      *  BOAT TO THE LAKE                                            *
           SELECT OPTIONAL OZARK-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC04\OZARKCLN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-OZARK-STATUS.

      *  THE GUEST MASTER - EACH GUEST PROSPECT'S MAILING ADDRESS    *
           SELECT OPTIONAL GUEST-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLGUEST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GST-STATUS.

      *  THE GUEST STAY HISTORY FILE - EACH GUEST PROSPECT'S         *
      *  LIFETIME STAYS AND DOLLARS                                  *
           SELECT OPTIONAL GUEST-HISTORY
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC04\CBLGHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GUEST-HIST-STATUS.

      *  THE COMBINED-CUSTOMER CROSS-REFERENCE - A GUEST ALREADY     *
      *  LINKED TO A BOAT CUSTOMER NUMBER IS NOT A NEW PROSPECT      *
           SELECT OPTIONAL XREF-FILE
               ASSIGN TO 'C:\IHCC\COBOL\CBLCXREF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-XREF-STATUS.

      *  THE CUSTOMER MASTER - EACH OWNER PROSPECT'S MAILING ADDRESS *
      *  AND THE NAMES A GUEST PROSPECT IS CHECKED AGAINST           *
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLCUSTM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CUST-STATUS.

      *  THE INDEXED BOAT MASTER, KEYED ON SALE NUMBER - EVERY SALE  *
      *  ON IT DATES ITS BUYER'S LAST BOAT                           *
           SELECT BOAT-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLBOATM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS M-SALE-NO
               FILE STATUS IS C-MASTER-STATUS.

      *  THE YEAR-END ARCHIVE - THE OLDEST OWNERS ARE THE ONES MOST  *
      *  LIKELY TO HAVE BEEN PURGED THERE, SO IT FEEDS THE SAME PULL *
           SELECT OPTIONAL BOAT-ARCHIVE
               ASSIGN TO 'C:\IHCC\COBOL\CBLBOATA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-ARCHIVE-STATUS.

      *  DO-NOT-CONTACT REGISTER AND THE PROSPECT LIST  *
           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC59\PROSPECT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *  THE MAILING EXTRACT - ONE RECORD PER PROSPECT WITH AN       *
      *  ADDRESS TO MAIL TO, REWRITTEN EVERY RUN                     *
           SELECT PROSPECT-EXTRACT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC59\CBLPROSP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

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

      *  ONE DO-NOT-CONTACT TRANSACTION - 'A' PUTS THE PARTY ON THE  *
      *  FILE, 'D' TAKES THEM BACK OFF - THE PARTY TYPE IS 'B' FOR A *
      *  BOAT CUSTOMER NUMBER OR 'G' FOR A CONDO GUEST NUMBER -      *
      *  EVERY TRANSACTION NAMES THE OPERATOR WHO KEYED IT           *
       FD  TRAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS NT-REC
           RECORD CONTAINS 16 CHARACTERS.

       01  NT-REC.
           05  NT-ACTION                PIC X.
               88  TRAN-ADD            VALUE 'A'.
               88  TRAN-DELETE         VALUE 'D'.
               88  TRAN-VALID          VALUE 'A' 'D'.
           05  NT-KEY.
               10  NT-PARTY-TYPE        PIC X.
                   88  PARTY-BOAT      VALUE 'B'.
                   88  PARTY-GUEST     VALUE 'G'.
               10  NT-PARTY-NO          PIC 9(6).
           05  NT-OPERATOR              PIC X(8).

      *  ONE PARTY WHO OPTED OUT AND THE DATE THEY DID  *
       FD  NO-CONTACT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS NC-REC
           RECORD CONTAINS 15 CHARACTERS.

       01  NC-REC.
           05  NC-KEY.
               10  NC-PARTY-TYPE        PIC X.
               10  NC-PARTY-NO          PIC 9(6).
           05  NC-ADDED-DATE            PIC 9(8).

      *  THE ONE PARAMETER RECORD - YEARS SINCE THE LAST BOAT  *
       FD  PROSPECT-PARM
           LABEL RECORD IS OMITTED
           DATA RECORD IS PP-REC
           RECORD CONTAINS 2 CHARACTERS.

       01  PP-REC.
           05  PP-YEARS                 PIC 99.

      *  ONLY THE FIELDS THE DOCK-SLIP PULL NEEDS ARE NAMED  *
       FD  OZARK-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 88 CHARACTERS.

       01  I-REC.
           05  I-GUEST                  PIC X(20).
           05  I-CONDO                  PIC XX.
           05  FILLER                   PIC X(10).
           05  I-DOCKSLIP               PIC 99V99.
           05  I-CHECKIN-DATE           PIC 9(8).
           05  FILLER                   PIC X(8).
           05  I-TRANS-TYPE             PIC X.
               88  TRANS-CANCEL        VALUE 'C'.
           05  FILLER                   PIC X(29).
           05  I-GUEST-NO               PIC 9(6).

      *  ONE CONDO GUEST - THE NAME IS THE SAME 20 CHARACTERS THE     *
      *  STAY, INVOICE AND HISTORY FILES PRINT                        *
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

       FD  GUEST-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS GH-REC.

       01  GH-REC.
           05  GH-GUEST                 PIC X(20).
           05  GH-STAYS                 PIC 9(3).
           05  GH-NIGHTS                PIC 9(5).
           05  GH-DOLLARS               PIC S9(9)V99.
           05  GH-GUEST-NO              PIC 9(6).

      *  ONE LINK - THE BOAT CUSTOMER NUMBER AND THE GUEST HISTORY   *
      *  NAME THAT ARE THE SAME PARTY                                *
       FD  XREF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS XR-REC
           RECORD CONTAINS 25 CHARACTERS.

       01  XR-REC.
           05  XR-CUST-NO               PIC 9(5).
           05  XR-GUEST                 PIC X(20).

       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CU-REC
           RECORD CONTAINS 86 CHARACTERS.

       01  CU-REC.
           05  CU-CUST-NO               PIC 9(5).
           05  CU-NAME                  PIC X(25).
           05  CU-ADDRESS               PIC X(20).
           05  CU-CITY                  PIC X(15).
           05  CU-STATE                 PIC XX.
           05  CU-ZIP                   PIC 9(9).
           05  CU-PHONE                 PIC X(10).

       FD  BOAT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS M-REC
           RECORD CONTAINS 94 CHARACTERS.

      *  ONLY THE FIELDS THE OWNER PULL NEEDS ARE NAMED  *
       01  M-REC.
           05  M-SALE-NO                PIC 9(6).
           05  M-LAST-NAME              PIC X(15).
           05  FILLER                   PIC X(10).
           05  M-PURCHASE-DATE          PIC 9(8).
           05  M-BOAT-TYPE              PIC X.
           05  FILLER                   PIC X(12).
           05  M-CUST-NO                PIC 9(5).
           05  FILLER                   PIC X(37).

      * ONE ARCHIVED SALE IN THE SAME LAYOUT AS THE MASTER *
       FD  BOAT-ARCHIVE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ARC-REC
           RECORD CONTAINS 94 CHARACTERS.

       01  ARC-REC             PIC X(94).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE             PIC X(132).

      *  ONE PROSPECT TO MAIL - 'G' A DOCK-SLIP GUEST KEYED BY GUEST *
      *  NUMBER, 'B' AN OWNER KEYED BY CUSTOMER NUMBER - WITH WHAT   *
      *  THEY LAST RENTED OR BOUGHT AND WHEN                         *
       FD  PROSPECT-EXTRACT
           LABEL RECORD IS STANDARD
           DATA RECORD IS PR-REC
           RECORD CONTAINS 111 CHARACTERS.

       01  PR-REC.
           05  PR-GROUP                 PIC X.
           05  PR-PARTY-NO              PIC 9(6).
           05  PR-NAME                  PIC X(25).
           05  PR-ADDRESS               PIC X(20).
           05  PR-CITY                  PIC X(15).
           05  PR-STATE                 PIC XX.
           05  PR-ZIP                   PIC 9(9).
           05  PR-PHONE                 PIC X(10).
           05  PR-LAST-ITEM             PIC X(15).
           05  PR-LAST-DATE             PIC 9(8).

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
           05  C-TRAN-STATUS   PIC XX      VALUE '00'.
           05  C-NC-STATUS     PIC XX      VALUE '00'.
           05  C-PARM-STATUS   PIC XX      VALUE '00'.
           05  C-OZARK-STATUS  PIC XX      VALUE '00'.
           05  C-GST-STATUS    PIC XX      VALUE '00'.
           05  C-GUEST-HIST-STATUS PIC XX  VALUE '00'.
           05  C-XREF-STATUS   PIC XX      VALUE '00'.
           05  C-CUST-STATUS   PIC XX      VALUE '00'.
           05  C-MASTER-STATUS PIC XX      VALUE '00'.
           05  C-ARCHIVE-STATUS PIC XX     VALUE '00'.
           05  NC-EOF          PIC XXX     VALUE 'NO'.
           05  OZARK-EOF       PIC XXX     VALUE 'NO'.
           05  GST-EOF         PIC XXX     VALUE 'NO'.
           05  GUEST-HIST-EOF  PIC XXX     VALUE 'NO'.
           05  XREF-EOF        PIC XXX     VALUE 'NO'.
           05  CUST-EOF        PIC XXX     VALUE 'NO'.
           05  MASTER-EOF      PIC XXX     VALUE 'NO'.
           05  ARCH-EOF        PIC XXX     VALUE 'NO'.
           05  C-NC-CTR        PIC 999     VALUE 0.
           05  SUB-NC          PIC 999     VALUE 0.
           05  C-GST-CTR       PIC 999     VALUE 0.
           05  SUB-GST         PIC 999     VALUE 0.
           05  C-GH-CTR        PIC 999     VALUE 0.
           05  SUB-GH          PIC 999     VALUE 0.
           05  C-XREF-CTR      PIC 999     VALUE 0.
           05  SUB-XREF        PIC 999     VALUE 0.
           05  C-CUST-CTR      PIC 999     VALUE 0.
           05  SUB-CUST        PIC 999     VALUE 0.
           05  C-SLIP-CTR      PIC 999     VALUE 0.
           05  SUB-SLIP        PIC 999     VALUE 0.
           05  C-OWNER-CTR     PIC 999     VALUE 0.
           05  SUB-OWNER       PIC 999     VALUE 0.
           05  SUB-TYPE        PIC 9       VALUE 0.
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
      *  THE YEARS KEYED ON THE PARAMETER FILE AND THE PURCHASE DATE *
      *  THEY GIVE - AN OWNER WHOSE LAST BOAT WAS BOUGHT BEFORE THE  *
      *  CUTOFF IS A PROSPECT                                        *
           05  C-YEARS         PIC 99      VALUE 5.
           05  C-CUTOFF-DATE   PIC 9(8)    VALUE 0.
           05  C-MAIL-SW       PIC XXX     VALUE 'NO'.
           05  C-GT-STAY-CTR   PIC 9(6)    VALUE 0.
           05  C-GT-SLIP-STAY-CTR PIC 9(6) VALUE 0.
           05  C-GT-SALE-CTR   PIC 9(6)    VALUE 0.
           05  C-GT-NOCUST-CTR PIC 9(5)    VALUE 0.
           05  C-GT-GUEST-LISTED PIC 9(5)  VALUE 0.
           05  C-GT-GUEST-LINKED PIC 9(5)  VALUE 0.
           05  C-GT-GUEST-CUST PIC 9(5)    VALUE 0.
           05  C-GT-GUEST-OPTOUT PIC 9(5)  VALUE 0.
           05  C-GT-GUEST-NOADDR PIC 9(5)  VALUE 0.
           05  C-GT-OWNER-LISTED PIC 9(5)  VALUE 0.
           05  C-GT-OWNER-RECENT PIC 9(5)  VALUE 0.
           05  C-GT-OWNER-OPTOUT PIC 9(5)  VALUE 0.
           05  C-GT-OWNER-NOADDR PIC 9(5)  VALUE 0.
           05  C-GT-UNLISTED-CTR PIC 9(5)  VALUE 0.
           05  C-GT-EXTRACT-CTR PIC 9(5)   VALUE 0.

      *  THE PARTY BEING LOOKED UP ON THE DO-NOT-CONTACT TABLE  *
       01  C-NC-KEY.
           05  C-NC-PARTY-TYPE PIC X.
           05  C-NC-PARTY-NO   PIC 9(6).

      *  WHAT A DOCK-SLIP GUEST LAST RENTED, AS IT GOES ON THE       *
      *  MAILING EXTRACT                                             *
       01  C-GUEST-ITEM.
           05  FILLER          PIC X(6)    VALUE 'CONDO '.
           05  C-GI-CONDO      PIC XX.
           05  FILLER          PIC X(7)    VALUE ' + SLIP'.

      *  EVERY PARTY ON THE DO-NOT-CONTACT FILE - A DELETED SLOT IS  *
      *  BLANKED AND DROPPED AT THE SAVE - CAPPED AT 500             *
       01  NO-CONTACT-TABLE.
           05  NO-CONTACT-ENTRY        OCCURS 500 TIMES.
               10  NE-KEY.
                   15  NE-PARTY-TYPE   PIC X.
                   15  NE-PARTY-NO     PIC 9(6).
               10  NE-ADDED-DATE       PIC 9(8).

      *  HOLDS EVERY CUSTOMER ON THE MASTER - CAPPED AT 200          *
       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY          OCCURS 200 TIMES.
               10  CM-CUST-NO          PIC 9(5).
               10  CM-NAME             PIC X(25).
               10  CM-ADDRESS          PIC X(20).
               10  CM-CITY             PIC X(15).
               10  CM-STATE            PIC XX.
               10  CM-ZIP              PIC 9(9).
               10  CM-PHONE            PIC X(10).

      *  HOLDS EVERY GUEST ON THE GUEST MASTER - CAPPED AT 500       *
       01  GUEST-MASTER-TABLE.
           05  GUEST-MASTER-ENTRY      OCCURS 500 TIMES.
               10  GM-GUEST-NO         PIC 9(6).
               10  GM-NAME             PIC X(20).
               10  GM-ADDRESS          PIC X(20).
               10  GM-CITY             PIC X(15).
               10  GM-STATE            PIC XX.
               10  GM-ZIP              PIC 9(9).
               10  GM-PHONE            PIC X(10).

      *  HOLDS EVERY GUEST'S LIFETIME STAYS AND DOLLARS - CAPPED AT  *
      *  200, THE SAME CAP THE BILLING RUN KEEPS                     *
       01  GUEST-HISTORY-TABLE.
           05  GUEST-HISTORY-ENTRY     OCCURS 200 TIMES.
               10  GT-GUEST            PIC X(20).
               10  GT-GUEST-NO         PIC 9(6).
               10  GT-STAYS            PIC 9(3).
               10  GT-DOLLARS          PIC S9(9)V99.

      *  EVERY GUEST NAME ALREADY LINKED TO A BOAT CUSTOMER  *
       01  XREF-TABLE.
           05  XE-GUEST                PIC X(20)   OCCURS 200 TIMES.

      *  EVERY GUEST WHO PAID A DOCK SLIP FEE ON ANY STAY, WITH THE  *
      *  NEWEST SUCH STAY AND HOW MANY THERE WERE - CAPPED AT 500    *
       01  SLIP-GUEST-TABLE.
           05  SLIP-GUEST-ENTRY        OCCURS 500 TIMES.
               10  SG-GUEST-NO         PIC 9(6).
               10  SG-GUEST            PIC X(20).
               10  SG-CONDO            PIC XX.
               10  SG-CHECKIN-DATE     PIC 9(8).
               10  SG-SLIP-STAYS       PIC 999.

      *  EVERY BOAT CUSTOMER WITH THEIR NEWEST PURCHASE ACROSS THE   *
      *  MASTER AND THE ARCHIVE, HOW MANY BOATS THEY HAVE BOUGHT,    *
      *  AND THE BOAT TYPE PAGE GROUP THE NEWEST ONE PUTS THEM IN -  *
      *  CAPPED AT 500 OWNERS                                        *
       01  OWNER-TABLE.
           05  OWNER-ENTRY             OCCURS 500 TIMES.
               10  OW-CUST-NO          PIC 9(5).
               10  OW-LAST-NAME        PIC X(15).
               10  OW-SALE-NO          PIC 9(6).
               10  OW-PURCHASE-DATE    PIC 9(8).
               10  OW-BOAT-TYPE        PIC X.
               10  OW-TYPE-SUB         PIC 9.
               10  OW-BOATS            PIC 99.
               10  OW-LIST-SW          PIC X.

      *  THE OPERATORS CLEARED FOR THIS PROGRAM AND THE ACTION       *
      *  CODES EACH MAY KEY - CAPPED AT 50                           *
       01  OPERATOR-AUTH-TABLE.
           05  OPERATOR-AUTH-ENTRY     OCCURS 50.
               10  OT-OPERATOR         PIC X(8).
               10  OT-ACTIONS          PIC X(5).

      ******************************************************************
      * BOAT TYPES IN THE ORDER THEIR PAGE GROUPS PRINT - THE LAST    *
      * SLOT CATCHES ANY TYPE CODE NOT ON THE LIST                    *
      ******************************************************************
       01  BOAT-TYPE-INFO.
           05  FILLER          PIC X(15)   VALUE 'BBASS BOAT'.
           05  FILLER          PIC X(15)   VALUE 'PPONTOON'.
           05  FILLER          PIC X(15)   VALUE 'SSKI BOAT'.
           05  FILLER          PIC X(15)   VALUE 'JJOHN BOAT'.
           05  FILLER          PIC X(15)   VALUE 'CCANOE'.
           05  FILLER          PIC X(15)   VALUE 'RCABIN CRUISER'.
           05  FILLER          PIC X(15)   VALUE ' OTHER TYPE'.

      *  TABLE FOR THE BOAT TYPES AND THEIR DESCRIPTIONS  *
       01  BOAT-TYPE-TABLE REDEFINES BOAT-TYPE-INFO.
           05  BOAT-TYPE               OCCURS 7.
               10  T-BOAT-TYPE     PIC X.
               10  T-BOAT-TYPE-DESC PIC X(14).

      *  HOW MANY OWNERS ARE LISTED UNDER EACH BOAT TYPE  *
       01  TYPE-COUNT-TABLE.
           05  C-TYPE-CTR      PIC 9(4)    OCCURS 7.

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
           05  FILLER          PIC X(8)    VALUE 'COBLSC59'.
           05  FILLER          PIC X(44)   VALUE ' '.
           05  FILLER          PIC X(33)   VALUE
                           'BOAT SALES PROSPECT LIST'.
           05  FILLER          PIC X(47)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  SECTION-TITLE-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-SECTION-TITLE PIC X(40).
           05  FILLER          PIC X(88)   VALUE ' '.

      *  ONE LINE PER DO-NOT-CONTACT TRANSACTION, WHAT HAPPENED,     *
      *  AND WHO KEYED IT                                            *
       01  AUDIT-DETAIL-LINE.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-ACTION    PIC X(8).
           05  FILLER          PIC X(7)    VALUE 'PARTY: '.
           05  O-AUD-PARTY-TYPE PIC X.
           05  FILLER          PIC X       VALUE ' '.
           05  O-AUD-PARTY-NO  PIC 9(6).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-NAME      PIC X(25).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-MSG       PIC X(44).
           05  FILLER          PIC XX      VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'OPER: '.
           05  O-AUD-OPERATOR  PIC X(8).
           05  FILLER          PIC X(18)   VALUE ' '.

       01  AUDIT-TOTAL-LINE.
           05  FILLER          PIC X(14)   VALUE 'TRANSACTIONS: '.
           05  O-GT-TRAN-CTR   PIC Z,ZZ9.
           05  FILLER          PIC X(11)   VALUE '   APPLIED:'.
           05  O-GT-APPLIED-CTR PIC Z,ZZ9.
           05  FILLER          PIC X(12)   VALUE '   REJECTED:'.
           05  O-GT-REJECT-CTR PIC Z,ZZ9.
           05  FILLER          PIC X(80)   VALUE ' '.

       01  GUEST-COLUMN-HEADINGS.
           05  FILLER          PIC X(6)    VALUE 'GUEST '.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(4)    VALUE 'NAME'.
           05  FILLER          PIC X(18)   VALUE ' '.
           05  FILLER          PIC X(7)    VALUE 'ADDRESS'.
           05  FILLER          PIC X(15)   VALUE ' '.
           05  FILLER          PIC X(4)    VALUE 'CITY'.
           05  FILLER          PIC X(13)   VALUE ' '.
           05  FILLER          PIC X(2)    VALUE 'ST'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(3)    VALUE 'ZIP'.
           05  FILLER          PIC X(10)   VALUE ' '.
           05  FILLER          PIC X(5)    VALUE 'CONDO'.
           05  FILLER          PIC X(1)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'LAST STAY '.
           05  FILLER          PIC X(1)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE 'SLIPS'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE 'STAYS'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(12)   VALUE 'LIFETIME $'.
           05  FILLER          PIC X(3)    VALUE ' '.

       01  GUEST-DETAIL-LINE.
           05  O-GP-GUEST-NO   PIC 9(6).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-GP-NAME       PIC X(20).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-GP-ADDRESS    PIC X(20).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-GP-CITY       PIC X(15).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-GP-STATE      PIC XX.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-GP-ZIP-5      PIC 9(5).
           05  FILLER          PIC X       VALUE '-'.
           05  O-GP-ZIP-4      PIC 9(4).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-GP-CONDO      PIC XX.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-GP-STAY-MM    PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-GP-STAY-DD    PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-GP-STAY-YY    PIC 9(4).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-GP-SLIP-STAYS PIC ZZ9.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-GP-LIFE-STAYS PIC ZZ9.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-GP-LIFE-DOL   PIC $$$$,$$9.99-.
           05  FILLER          PIC X(3)    VALUE ' '.

       01  TYPE-HEADING-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(31)   VALUE
                                'OLDER BOAT OWNERS - LAST BOAT: '.
           05  O-TH-TYPE-DESC  PIC X(14).
           05  FILLER          PIC X(17)   VALUE ' - BOUGHT BEFORE '.
           05  O-TH-MM         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-TH-DD         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-TH-YY         PIC 9(4).
           05  FILLER          PIC X(56)   VALUE ' '.

       01  OWNER-COLUMN-HEADINGS.
           05  FILLER          PIC X(5)    VALUE 'CUST '.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(4)    VALUE 'NAME'.
           05  FILLER          PIC X(23)   VALUE ' '.
           05  FILLER          PIC X(7)    VALUE 'ADDRESS'.
           05  FILLER          PIC X(15)   VALUE ' '.
           05  FILLER          PIC X(4)    VALUE 'CITY'.
           05  FILLER          PIC X(13)   VALUE ' '.
           05  FILLER          PIC X(2)    VALUE 'ST'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(3)    VALUE 'ZIP'.
           05  FILLER          PIC X(10)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'SALE  '.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'PURCHASED '.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE 'BOATS'.
           05  FILLER          PIC X(16)   VALUE ' '.

       01  OWNER-DETAIL-LINE.
           05  O-OP-CUST-NO    PIC 9(5).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-OP-NAME       PIC X(25).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-OP-ADDRESS    PIC X(20).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-OP-CITY       PIC X(15).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-OP-STATE      PIC XX.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-OP-ZIP-5      PIC 9(5).
           05  FILLER          PIC X       VALUE '-'.
           05  O-OP-ZIP-4      PIC 9(4).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-OP-SALE-NO    PIC 9(6).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-OP-MM         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-OP-DD         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-OP-YY         PIC 9(4).
           05  FILLER          PIC X(5)    VALUE ' '.
           05  O-OP-BOATS      PIC Z9.
           05  FILLER          PIC X(16)   VALUE ' '.

       01  GROUP-COUNT-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(20)   VALUE 'PROSPECTS LISTED: '.
           05  O-GC-CTR        PIC Z,ZZ9.
           05  FILLER          PIC X(103)  VALUE ' '.

      *  ONE LINE OF THE RUN-TOTALS PAGE - A LABEL AND ITS COUNT  *
       01  RUN-TOTAL-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-RT-DESC       PIC X(50).
           05  O-RT-CTR        PIC ZZZ,ZZ9.
           05  FILLER          PIC X(71)   VALUE ' '.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
       STOP RUN.

       1000-INIT.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT PROSPECT-EXTRACT.
           OPEN EXTEND AUDIT-TRAIL.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO MACHINE-DATE.
           PERFORM 9955-GET-PROCESS-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           PERFORM 9100-HEADINGS.

           PERFORM 1100-LOAD-NO-CONTACT.
           PERFORM 1200-LOAD-CUSTOMERS.
           PERFORM 1300-LOAD-GUEST-MASTER.
           PERFORM 1400-LOAD-GUEST-HISTORY.
           PERFORM 1500-LOAD-XREF.
           PERFORM 1550-GET-PROSPECT-PARM.
           PERFORM 1900-LOAD-OPERATOR-AUTH.

           MOVE 'DO-NOT-CONTACT REGISTER' TO O-SECTION-TITLE.
           WRITE PRTLINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 1600-OPEN-TRAN.
           PERFORM 9000-READ.

      *  OPENS THE OPTIONAL DO-NOT-CONTACT FILE AND LOADS EVERY      *
      *  PARTY ON IT INTO THE TABLE                                  *
       1100-LOAD-NO-CONTACT.
           MOVE 'NO' TO NC-EOF.
           OPEN INPUT NO-CONTACT-FILE.
           IF C-NC-STATUS = '00'
               PERFORM 1110-READ-NO-CONTACT
                   UNTIL NC-EOF = 'YES'
               CLOSE NO-CONTACT-FILE
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
      * AND MUST BE CLOSED OR THE BOOTSTRAP SAVE AT CLOSE FAILS     *
               CLOSE NO-CONTACT-FILE
               MOVE 'YES' TO NC-EOF.

       1110-READ-NO-CONTACT.
           READ NO-CONTACT-FILE
               AT END
                   MOVE 'YES' TO NC-EOF
               NOT AT END
                   IF C-NC-CTR < 500
                       ADD 1 TO C-NC-CTR
                       MOVE NC-KEY TO NE-KEY(C-NC-CTR)
                       MOVE NC-ADDED-DATE TO NE-ADDED-DATE(C-NC-CTR)
                   END-IF.

      *  LOADS EVERY CUSTOMER WITH THE MAILING ADDRESS  *
       1200-LOAD-CUSTOMERS.
           MOVE 'NO' TO CUST-EOF.
           OPEN INPUT CUSTOMER-MASTER.
           IF C-CUST-STATUS = '00'
               PERFORM 1210-READ-CUSTOMER
                   UNTIL CUST-EOF = 'YES'
               CLOSE CUSTOMER-MASTER
           ELSE
               CLOSE CUSTOMER-MASTER
               MOVE 'YES' TO CUST-EOF.

       1210-READ-CUSTOMER.
           READ CUSTOMER-MASTER
               AT END
                   MOVE 'YES' TO CUST-EOF
               NOT AT END
                   IF C-CUST-CTR < 200
                       ADD 1 TO C-CUST-CTR
                       MOVE CU-CUST-NO TO CM-CUST-NO(C-CUST-CTR)
                       MOVE CU-NAME TO CM-NAME(C-CUST-CTR)
                       MOVE CU-ADDRESS TO CM-ADDRESS(C-CUST-CTR)
                       MOVE CU-CITY TO CM-CITY(C-CUST-CTR)
                       MOVE CU-STATE TO CM-STATE(C-CUST-CTR)
                       MOVE CU-ZIP TO CM-ZIP(C-CUST-CTR)
                       MOVE CU-PHONE TO CM-PHONE(C-CUST-CTR)
                   END-IF.

      *  LOADS EVERY GUEST WITH THE MAILING ADDRESS  *
       1300-LOAD-GUEST-MASTER.
           MOVE 'NO' TO GST-EOF.
           OPEN INPUT GUEST-MASTER.
           IF C-GST-STATUS = '00'
               PERFORM 1310-READ-GUEST-MASTER
                   UNTIL GST-EOF = 'YES'
               CLOSE GUEST-MASTER
           ELSE
               CLOSE GUEST-MASTER
               MOVE 'YES' TO GST-EOF.

       1310-READ-GUEST-MASTER.
           READ GUEST-MASTER
               AT END
                   MOVE 'YES' TO GST-EOF
               NOT AT END
                   IF C-GST-CTR < 500
                       ADD 1 TO C-GST-CTR
                       MOVE GU-GUEST-NO TO GM-GUEST-NO(C-GST-CTR)
                       MOVE GU-NAME TO GM-NAME(C-GST-CTR)
                       MOVE GU-ADDRESS TO GM-ADDRESS(C-GST-CTR)
                       MOVE GU-CITY TO GM-CITY(C-GST-CTR)
                       MOVE GU-STATE TO GM-STATE(C-GST-CTR)
                       MOVE GU-ZIP TO GM-ZIP(C-GST-CTR)
                       MOVE GU-PHONE TO GM-PHONE(C-GST-CTR)
                   END-IF.

      *  LOADS EVERY GUEST'S LIFETIME STAYS AND DOLLARS  *
       1400-LOAD-GUEST-HISTORY.
           MOVE 'NO' TO GUEST-HIST-EOF.
           OPEN INPUT GUEST-HISTORY.
           IF C-GUEST-HIST-STATUS = '00'
               PERFORM 1410-READ-GUEST-HISTORY
                   UNTIL GUEST-HIST-EOF = 'YES'
               CLOSE GUEST-HISTORY
           ELSE
               CLOSE GUEST-HISTORY
               MOVE 'YES' TO GUEST-HIST-EOF.

       1410-READ-GUEST-HISTORY.
           READ GUEST-HISTORY
               AT END
                   MOVE 'YES' TO GUEST-HIST-EOF
               NOT AT END
                   IF C-GH-CTR < 200
                       ADD 1 TO C-GH-CTR
                       MOVE GH-GUEST TO GT-GUEST(C-GH-CTR)
                       MOVE GH-GUEST-NO TO GT-GUEST-NO(C-GH-CTR)
                       MOVE GH-STAYS TO GT-STAYS(C-GH-CTR)
                       MOVE GH-DOLLARS TO GT-DOLLARS(C-GH-CTR)
                   END-IF.

      *  LOADS EVERY GUEST NAME ALREADY LINKED TO A BOAT CUSTOMER  *
       1500-LOAD-XREF.
           MOVE 'NO' TO XREF-EOF.
           OPEN INPUT XREF-FILE.
           IF C-XREF-STATUS = '00'
               PERFORM 1510-READ-XREF
                   UNTIL XREF-EOF = 'YES'
               CLOSE XREF-FILE
           ELSE
               CLOSE XREF-FILE
               MOVE 'YES' TO XREF-EOF.

       1510-READ-XREF.
           READ XREF-FILE
               AT END
                   MOVE 'YES' TO XREF-EOF
               NOT AT END
                   IF C-XREF-CTR < 200
                       ADD 1 TO C-XREF-CTR
                       MOVE XR-GUEST TO XE-GUEST(C-XREF-CTR)
                   END-IF.

      *  READS THE YEARS SINCE THE LAST BOAT AND WORKS OUT THE       *
      *  PURCHASE-DATE CUTOFF FROM THE RUN DATE - A MISSING, EMPTY   *
      *  OR ZERO PARAMETER LEAVES THE FIVE-YEAR DEFAULT              *
       1550-GET-PROSPECT-PARM.
           OPEN INPUT PROSPECT-PARM.
           IF C-PARM-STATUS = '00'
               READ PROSPECT-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PP-YEARS NUMERIC AND PP-YEARS > 0
                           MOVE PP-YEARS TO C-YEARS
                       END-IF
               END-READ.
           CLOSE PROSPECT-PARM.
           COMPUTE C-CUTOFF-DATE = (I-YY - C-YEARS) * 10000
               + I-MM * 100 + I-DD.

      *  OPENS THE OPTIONAL TRANSACTION FILE - A MISSING FILE MEANS  *
      *  A PURE LIST RUN                                             *
       1600-OPEN-TRAN.
           OPEN INPUT TRAN-FILE.
           IF C-TRAN-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS.

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
               DISPLAY '*** COBLSC59 NO OPERATOR IS AUTHORIZED - '
                   'EVERY TRANSACTION REJECTED ***'.

       1910-READ-OPERATOR-AUTH.
           READ OPERATOR-AUTH
               AT END
                   MOVE 'YES' TO AUTH-EOF
               NOT AT END
                   IF (AU-PROGRAM = 'COBLSC59' OR AU-PROGRAM = 'ALL')
                     AND AU-OPERATOR NOT = SPACES
                     AND C-AUTH-CTR < 50
                       ADD 1 TO C-AUTH-CTR
                       MOVE AU-OPERATOR TO OT-OPERATOR(C-AUTH-CTR)
                       MOVE AU-ACTIONS TO OT-ACTIONS(C-AUTH-CTR)
                   END-IF.

       2000-MAINLINE.
           ADD 1 TO C-GT-TRAN-CTR.
           MOVE NT-OPERATOR TO C-AUTH-OPERATOR.
           MOVE NT-OPERATOR TO O-AUD-OPERATOR.
           MOVE NT-ACTION TO C-AUTH-ACTION.
           MOVE NT-PARTY-TYPE TO O-AUD-PARTY-TYPE.
           MOVE NT-PARTY-NO TO O-AUD-PARTY-NO.
           MOVE NT-KEY TO C-NC-KEY.
           PERFORM 2700-FIND-PARTY-NAME.
           PERFORM 2800-CHECK-OPERATOR.
           EVALUATE TRUE
               WHEN TRAN-VALID AND AUTH-SW = 'NO'
                   PERFORM 2850-NOT-AUTHORIZED
               WHEN TRAN-ADD
                   PERFORM 2100-APPLY-ADD THRU 2100-EXIT
               WHEN TRAN-DELETE
                   PERFORM 2200-APPLY-DELETE
               WHEN OTHER
                   PERFORM 2300-BAD-ACTION
           END-EVALUATE.
           PERFORM 9000-READ.

      *  PUTS THE PARTY ON THE DO-NOT-CONTACT FILE - THE PARTY MUST  *
      *  BE ON ITS OWN MASTER AND NOT ON THE FILE ALREADY            *
       2100-APPLY-ADD.
           MOVE 'ADD' TO O-AUD-ACTION.

           IF NOT PARTY-BOAT AND NOT PARTY-GUEST
               MOVE 'PARTY TYPE MUST BE B OR G - REJECTED'
                   TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2100-EXIT.

           IF O-AUD-NAME = '** NOT ON FILE **'
               MOVE 'PARTY NOT ON ITS MASTER - REJECTED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2100-EXIT.

           PERFORM 2900-FIND-NO-CONTACT.
           IF SUB-NC <= C-NC-CTR
               MOVE 'ALREADY ON DO-NOT-CONTACT FILE - NOT ADDED'
                   TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2100-EXIT.

           IF C-NC-CTR < 500
               ADD 1 TO C-NC-CTR
               MOVE NT-KEY TO NE-KEY(C-NC-CTR)
               MOVE I-DATE TO NE-ADDED-DATE(C-NC-CTR)
               MOVE 'OPTED OUT - WILL NOT BE PULLED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-APPLIED-CTR
               PERFORM 9800-WRITE-AUDIT-TRAIL
           ELSE
               MOVE 'DO-NOT-CONTACT TABLE FULL - NOT ADDED'
                   TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR.

       2100-EXIT.
           EXIT.

      *  TAKES THE PARTY BACK OFF THE DO-NOT-CONTACT FILE  *
       2200-APPLY-DELETE.
           MOVE 'DELETE' TO O-AUD-ACTION.
           PERFORM 2900-FIND-NO-CONTACT.
           IF SUB-NC > C-NC-CTR
               MOVE 'NOT ON THE DO-NOT-CONTACT FILE - NOT DELETED'
                   TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
           ELSE
               MOVE SPACES TO NE-KEY(SUB-NC)
               MOVE 'TAKEN OFF - MAY BE PULLED AGAIN' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-APPLIED-CTR
               PERFORM 9800-WRITE-AUDIT-TRAIL.

      *  AN ACTION CODE OTHER THAN A OR D IS REPORTED AND SKIPPED  *
       2300-BAD-ACTION.
           MOVE NT-ACTION TO O-AUD-ACTION.
           MOVE 'ACTION MUST BE A OR D - SKIPPED' TO O-AUD-MSG.
           PERFORM 9300-AUDIT-LINE.
           ADD 1 TO C-GT-REJECT-CTR.

      *  PUTS THE PARTY'S NAME ON THE REGISTER LINE FROM ITS OWN     *
      *  MASTER - A PARTY NOT FOUND THERE PRINTS AS NOT ON FILE      *
       2700-FIND-PARTY-NAME.
           MOVE '** NOT ON FILE **' TO O-AUD-NAME.
           IF PARTY-BOAT
               PERFORM 2710-FIND-CUSTOMER.
           IF PARTY-GUEST
               PERFORM 2720-FIND-GUEST.

       2710-FIND-CUSTOMER.
           PERFORM
               VARYING SUB-CUST FROM 1 BY 1
                   UNTIL SUB-CUST > C-CUST-CTR
                       OR CM-CUST-NO(SUB-CUST) = NT-PARTY-NO.
           IF SUB-CUST <= C-CUST-CTR
               MOVE CM-NAME(SUB-CUST) TO O-AUD-NAME.

       2720-FIND-GUEST.
           PERFORM
               VARYING SUB-GST FROM 1 BY 1
                   UNTIL SUB-GST > C-GST-CTR
                       OR GM-GUEST-NO(SUB-GST) = NT-PARTY-NO.
           IF SUB-GST <= C-GST-CTR
               MOVE GM-NAME(SUB-GST) TO O-AUD-NAME.

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

      *  AN OPERATOR NOT CLEARED FOR THE ACTION IS LISTED AND THE    *
      *  FILE LEFT ALONE                                             *
       2850-NOT-AUTHORIZED.
           MOVE NT-ACTION TO O-AUD-ACTION.
           MOVE 'OPERATOR NOT AUTHORIZED - SKIPPED' TO O-AUD-MSG.
           PERFORM 9300-AUDIT-LINE.
           ADD 1 TO C-GT-REJECT-CTR.

      *  LOOKS UP C-NC-KEY ON THE DO-NOT-CONTACT TABLE - SUB-NC ENDS *
      *  PAST C-NC-CTR WHEN THE PARTY IS NOT ON IT                   *
       2900-FIND-NO-CONTACT.
           PERFORM
               VARYING SUB-NC FROM 1 BY 1
                   UNTIL SUB-NC > C-NC-CTR
                       OR NE-KEY(SUB-NC) = C-NC-KEY.

       3000-CLOSING.
           MOVE C-GT-TRAN-CTR TO O-GT-TRAN-CTR.
           MOVE C-GT-APPLIED-CTR TO O-GT-APPLIED-CTR.
           MOVE C-GT-REJECT-CTR TO O-GT-REJECT-CTR.
           WRITE PRTLINE FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           PERFORM 9500-SAVE-NO-CONTACT.
           PERFORM 3100-READ-STAYS.
           PERFORM 3200-READ-SALES.
           PERFORM 3300-GUEST-LIST.
           PERFORM 3400-OWNER-LIST.
           PERFORM 3500-PRINT-TOTALS.
           PERFORM 9600-WRITE-RUN-LOG.

           CLOSE TRAN-FILE.
           CLOSE AUDIT-TRAIL.
           CLOSE PROSPECT-EXTRACT.
           CLOSE PRTOUT.

      *  READS EVERY STAY AND KEEPS EACH GUEST WHO PAID A DOCK SLIP  *
      *  FEE - A MISSING STAY FILE LEAVES NO GUEST PROSPECTS         *
       3100-READ-STAYS.
           MOVE 'NO' TO OZARK-EOF.
           OPEN INPUT OZARK-MASTER.
           IF C-OZARK-STATUS = '00'
               PERFORM 3110-READ-STAY
                   UNTIL OZARK-EOF = 'YES'
               CLOSE OZARK-MASTER
           ELSE
               CLOSE OZARK-MASTER
               MOVE 'YES' TO OZARK-EOF
               MOVE 8 TO RETURN-CODE
               DISPLAY '*** COBLSC59 NO CONDO STAY FILE ON FILE ***'.

       3110-READ-STAY.
           READ OZARK-MASTER
               AT END
                   MOVE 'YES' TO OZARK-EOF
               NOT AT END
                   ADD 1 TO C-GT-STAY-CTR
                   PERFORM 3120-KEEP-SLIP-GUEST THRU 3120-EXIT.

      *  A CANCELLED STAY, OR ONE THE DESK KEYED WITH A BAD SLIP FEE *
      *  OR GUEST NUMBER, IS PASSED OVER - THE GUEST NUMBER MATCHES  *
      *  A GUEST'S STAYS TOGETHER, AND A STAY WITH NO NUMBER FALLS   *
      *  BACK TO THE NAME AS KEYED - THE NEWEST SLIP STAY IS KEPT    *
       3120-KEEP-SLIP-GUEST.
           IF TRANS-CANCEL
             OR I-DOCKSLIP NOT NUMERIC
             OR I-GUEST-NO NOT NUMERIC
             OR I-CHECKIN-DATE NOT NUMERIC
               GO TO 3120-EXIT.
           IF I-DOCKSLIP = 0
               GO TO 3120-EXIT.

           ADD 1 TO C-GT-SLIP-STAY-CTR.
           PERFORM
               VARYING SUB-SLIP FROM 1 BY 1
                   UNTIL SUB-SLIP > C-SLIP-CTR
                       OR (I-GUEST-NO NOT = 0
                           AND SG-GUEST-NO(SUB-SLIP) = I-GUEST-NO)
                       OR (I-GUEST-NO = 0
                           AND SG-GUEST-NO(SUB-SLIP) = 0
                           AND SG-GUEST(SUB-SLIP) = I-GUEST).
           IF SUB-SLIP > C-SLIP-CTR
               IF C-SLIP-CTR < 500
                   ADD 1 TO C-SLIP-CTR
                   MOVE C-SLIP-CTR TO SUB-SLIP
                   MOVE I-GUEST-NO TO SG-GUEST-NO(SUB-SLIP)
                   MOVE 0 TO SG-CHECKIN-DATE(SUB-SLIP)
                   MOVE 0 TO SG-SLIP-STAYS(SUB-SLIP)
               ELSE
                   ADD 1 TO C-GT-UNLISTED-CTR
                   GO TO 3120-EXIT.

           ADD 1 TO SG-SLIP-STAYS(SUB-SLIP).
           IF I-CHECKIN-DATE > SG-CHECKIN-DATE(SUB-SLIP)
               MOVE I-GUEST TO SG-GUEST(SUB-SLIP)
               MOVE I-CONDO TO SG-CONDO(SUB-SLIP)
               MOVE I-CHECKIN-DATE TO SG-CHECKIN-DATE(SUB-SLIP).

       3120-EXIT.
           EXIT.

      *  READS EVERY SALE ON THE BOAT MASTER AND THEN EVERY SALE ON  *
      *  THE YEAR-END ARCHIVE AND KEEPS EACH CUSTOMER'S NEWEST BOAT  *
       3200-READ-SALES.
           MOVE 'NO' TO MASTER-EOF.
           OPEN INPUT BOAT-MASTER.
           IF C-MASTER-STATUS NOT = '00'
               MOVE 'YES' TO MASTER-EOF
               MOVE 8 TO RETURN-CODE
               DISPLAY '*** COBLSC59 BOAT MASTER NOT AVAILABLE ***'.
           PERFORM 3210-READ-SALE
               UNTIL MASTER-EOF = 'YES'.
           CLOSE BOAT-MASTER.
           PERFORM 3220-READ-ARCHIVE.

       3210-READ-SALE.
           READ BOAT-MASTER
               AT END
                   MOVE 'YES' TO MASTER-EOF
               NOT AT END
                   PERFORM 3240-KEEP-OWNER THRU 3240-EXIT.

      *  THE OPTIONAL ARCHIVE FEEDS THE SAME PULL - EACH RECORD IS   *
      *  LAID OVER THE MASTER RECORD AREA SO THE ONE PARAGRAPH       *
      *  SERVES BOTH FILES - A MISSING ARCHIVE MEANS NOTHING HAS     *
      *  BEEN PURGED YET                                             *
       3220-READ-ARCHIVE.
           MOVE 'NO' TO ARCH-EOF.
           OPEN INPUT BOAT-ARCHIVE.
           IF C-ARCHIVE-STATUS = '00'
               PERFORM 3230-READ-ARCHIVED-SALE
                   UNTIL ARCH-EOF = 'YES'
               CLOSE BOAT-ARCHIVE
           ELSE
               CLOSE BOAT-ARCHIVE
               MOVE 'YES' TO ARCH-EOF.

       3230-READ-ARCHIVED-SALE.
           READ BOAT-ARCHIVE
               AT END
                   MOVE 'YES' TO ARCH-EOF
               NOT AT END
                   MOVE ARC-REC TO M-REC
                   PERFORM 3240-KEEP-OWNER THRU 3240-EXIT.

      *  A SALE WITH NO CUSTOMER NUMBER CANNOT BE MAILED OR TOLD     *
      *  APART FROM ANOTHER BUYER OF THE SAME NAME, SO IT IS ONLY    *
      *  COUNTED - OTHERWISE THE SALE IS ADDED TO ITS CUSTOMER'S     *
      *  BOAT COUNT AND REPLACES THE NEWEST BOAT WHEN IT IS NEWER    *
       3240-KEEP-OWNER.
           ADD 1 TO C-GT-SALE-CTR.
           IF M-CUST-NO NOT NUMERIC
             OR M-PURCHASE-DATE NOT NUMERIC
               ADD 1 TO C-GT-NOCUST-CTR
               GO TO 3240-EXIT.
           IF M-CUST-NO = 0
               ADD 1 TO C-GT-NOCUST-CTR
               GO TO 3240-EXIT.

           PERFORM
               VARYING SUB-OWNER FROM 1 BY 1
                   UNTIL SUB-OWNER > C-OWNER-CTR
                       OR OW-CUST-NO(SUB-OWNER) = M-CUST-NO.
           IF SUB-OWNER > C-OWNER-CTR
               IF C-OWNER-CTR < 500
                   ADD 1 TO C-OWNER-CTR
                   MOVE C-OWNER-CTR TO SUB-OWNER
                   MOVE M-CUST-NO TO OW-CUST-NO(SUB-OWNER)
                   MOVE 0 TO OW-PURCHASE-DATE(SUB-OWNER)
                   MOVE 0 TO OW-BOATS(SUB-OWNER)
                   MOVE 'N' TO OW-LIST-SW(SUB-OWNER)
               ELSE
                   ADD 1 TO C-GT-UNLISTED-CTR
                   GO TO 3240-EXIT.

           IF OW-BOATS(SUB-OWNER) < 99
               ADD 1 TO OW-BOATS(SUB-OWNER).
           IF M-PURCHASE-DATE > OW-PURCHASE-DATE(SUB-OWNER)
               MOVE M-LAST-NAME TO OW-LAST-NAME(SUB-OWNER)
               MOVE M-SALE-NO TO OW-SALE-NO(SUB-OWNER)
               MOVE M-PURCHASE-DATE TO OW-PURCHASE-DATE(SUB-OWNER)
               MOVE M-BOAT-TYPE TO OW-BOAT-TYPE(SUB-OWNER).

       3240-EXIT.
           EXIT.

      *  THE DOCK-SLIP GUESTS WHO ARE NOT BOAT CUSTOMERS YET, ON     *
      *  THEIR OWN PAGES                                             *
       3300-GUEST-LIST.
           PERFORM 9100-HEADINGS.
           MOVE 'CONDO GUESTS WHO PAID A DOCK SLIP FEE' TO
               O-SECTION-TITLE.
           WRITE PRTLINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM GUEST-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 3310-PRINT-GUEST THRU 3310-EXIT
               VARYING SUB-SLIP FROM 1 BY 1
                   UNTIL SUB-SLIP > C-SLIP-CTR.

           MOVE C-GT-GUEST-LISTED TO O-GC-CTR.
           WRITE PRTLINE FROM GROUP-COUNT-LINE
               AFTER ADVANCING 2 LINES.

      *  A GUEST ALREADY LINKED TO A BOAT CUSTOMER, OR WHOSE NAME IS *
      *  ON THE CUSTOMER MASTER, ALREADY BOUGHT FROM US AND IS NOT A *
      *  NEW PROSPECT - NOR IS ONE WHO OPTED OUT - THE REST PRINT,   *
      *  AND THOSE WITH A MAILING ADDRESS GO TO THE EXTRACT          *
       3310-PRINT-GUEST.
           PERFORM 3320-FIND-GUEST-ADDRESS.

           PERFORM
               VARYING SUB-XREF FROM 1 BY 1
                   UNTIL SUB-XREF > C-XREF-CTR
                       OR XE-GUEST(SUB-XREF) = SG-GUEST(SUB-SLIP)
                       OR XE-GUEST(SUB-XREF) = O-GP-NAME.
           IF SUB-XREF <= C-XREF-CTR
               ADD 1 TO C-GT-GUEST-LINKED
               GO TO 3310-EXIT.

           PERFORM
               VARYING SUB-CUST FROM 1 BY 1
                   UNTIL SUB-CUST > C-CUST-CTR
                       OR CM-NAME(SUB-CUST) = SG-GUEST(SUB-SLIP)
                       OR CM-NAME(SUB-CUST) = O-GP-NAME.
           IF SUB-CUST <= C-CUST-CTR
               ADD 1 TO C-GT-GUEST-CUST
               GO TO 3310-EXIT.

           MOVE 'G' TO C-NC-PARTY-TYPE.
           MOVE SG-GUEST-NO(SUB-SLIP) TO C-NC-PARTY-NO.
           PERFORM 2900-FIND-NO-CONTACT.
           IF SUB-NC <= C-NC-CTR AND SG-GUEST-NO(SUB-SLIP) NOT = 0
               ADD 1 TO C-GT-GUEST-OPTOUT
               GO TO 3310-EXIT.

           PERFORM 3330-FIND-GUEST-HISTORY.
           MOVE SG-GUEST-NO(SUB-SLIP) TO O-GP-GUEST-NO.
           MOVE SG-CONDO(SUB-SLIP) TO O-GP-CONDO.
           MOVE SG-CHECKIN-DATE(SUB-SLIP)(5:2) TO O-GP-STAY-MM.
           MOVE SG-CHECKIN-DATE(SUB-SLIP)(7:2) TO O-GP-STAY-DD.
           MOVE SG-CHECKIN-DATE(SUB-SLIP)(1:4) TO O-GP-STAY-YY.
           MOVE SG-SLIP-STAYS(SUB-SLIP) TO O-GP-SLIP-STAYS.
           ADD 1 TO C-GT-GUEST-LISTED.
           WRITE PRTLINE FROM GUEST-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

           IF C-MAIL-SW = 'YES'
               MOVE 'G' TO PR-GROUP
               MOVE SG-GUEST-NO(SUB-SLIP) TO PR-PARTY-NO
               MOVE GM-NAME(SUB-GST) TO PR-NAME
               MOVE GM-ADDRESS(SUB-GST) TO PR-ADDRESS
               MOVE GM-CITY(SUB-GST) TO PR-CITY
               MOVE GM-STATE(SUB-GST) TO PR-STATE
               MOVE GM-ZIP(SUB-GST) TO PR-ZIP
               MOVE GM-PHONE(SUB-GST) TO PR-PHONE
               MOVE SG-CONDO(SUB-SLIP) TO C-GI-CONDO
               MOVE C-GUEST-ITEM TO PR-LAST-ITEM
               MOVE SG-CHECKIN-DATE(SUB-SLIP) TO PR-LAST-DATE
               WRITE PR-REC
               ADD 1 TO C-GT-EXTRACT-CTR
           ELSE
               ADD 1 TO C-GT-GUEST-NOADDR.

       3310-EXIT.
           EXIT.

      *  A GUEST WITH NO NUMBER, NOT ON THE GUEST MASTER, OR WITH NO *
      *  STREET ADDRESS KEYED PRINTS WITH THE NAME FROM THE STAY AND *
      *  STAYS OFF THE MAILING EXTRACT                               *
       3320-FIND-GUEST-ADDRESS.
           MOVE 'NO' TO C-MAIL-SW.
           PERFORM
               VARYING SUB-GST FROM 1 BY 1
                   UNTIL SUB-GST > C-GST-CTR
                       OR (SG-GUEST-NO(SUB-SLIP) NOT = 0
                           AND GM-GUEST-NO(SUB-GST) =
                               SG-GUEST-NO(SUB-SLIP)).
           IF SUB-GST > C-GST-CTR
               MOVE SG-GUEST(SUB-SLIP) TO O-GP-NAME
               MOVE '** NO ADDRESS ON FILE' TO O-GP-ADDRESS
               MOVE ' ' TO O-GP-CITY
               MOVE ' ' TO O-GP-STATE
               MOVE 0 TO O-GP-ZIP-5
               MOVE 0 TO O-GP-ZIP-4
           ELSE
               MOVE GM-NAME(SUB-GST) TO O-GP-NAME
               MOVE GM-ADDRESS(SUB-GST) TO O-GP-ADDRESS
               MOVE GM-CITY(SUB-GST) TO O-GP-CITY
               MOVE GM-STATE(SUB-GST) TO O-GP-STATE
               MOVE GM-ZIP(SUB-GST)(1:5) TO O-GP-ZIP-5
               MOVE GM-ZIP(SUB-GST)(6:4) TO O-GP-ZIP-4
               IF GM-ADDRESS(SUB-GST) = SPACES
                   MOVE '** NO ADDRESS ON FILE' TO O-GP-ADDRESS
               ELSE
                   MOVE 'YES' TO C-MAIL-SW.

      *  THE GUEST'S LIFETIME STAYS AND DOLLARS - MATCHED ON THE     *
      *  GUEST NUMBER, OR ON THE NAME FOR A GUEST WITH NO NUMBER     *
       3330-FIND-GUEST-HISTORY.
           PERFORM
               VARYING SUB-GH FROM 1 BY 1
                   UNTIL SUB-GH > C-GH-CTR
                       OR (SG-GUEST-NO(SUB-SLIP) NOT = 0
                           AND GT-GUEST-NO(SUB-GH) =
                               SG-GUEST-NO(SUB-SLIP))
                       OR (SG-GUEST-NO(SUB-SLIP) = 0
                           AND GT-GUEST(SUB-GH) = SG-GUEST(SUB-SLIP)).
           IF SUB-GH > C-GH-CTR
               MOVE 0 TO O-GP-LIFE-STAYS
               MOVE 0 TO O-GP-LIFE-DOL
           ELSE
               MOVE GT-STAYS(SUB-GH) TO O-GP-LIFE-STAYS
               MOVE GT-DOLLARS(SUB-GH) TO O-GP-LIFE-DOL.

      *  SETTLES WHICH OWNERS ARE PROSPECTS AND COUNTS THEM BY BOAT  *
      *  TYPE, THEN PRINTS ONE PAGE GROUP PER BOAT TYPE THAT HAS ANY *
       3400-OWNER-LIST.
           MOVE 0 TO C-TYPE-CTR(1) C-TYPE-CTR(2) C-TYPE-CTR(3)
               C-TYPE-CTR(4) C-TYPE-CTR(5) C-TYPE-CTR(6)
               C-TYPE-CTR(7).
           PERFORM 3410-QUALIFY-OWNER THRU 3410-EXIT
               VARYING SUB-OWNER FROM 1 BY 1
                   UNTIL SUB-OWNER > C-OWNER-CTR.
           PERFORM 3420-PRINT-TYPE-GROUP
               VARYING SUB-TYPE FROM 1 BY 1
                   UNTIL SUB-TYPE > 7.

      *  AN OWNER WHOSE NEWEST BOAT IS ON OR AFTER THE CUTOFF IS     *
      *  NOT DUE YET, AND ONE WHO OPTED OUT IS NEVER PULLED          *
       3410-QUALIFY-OWNER.
           IF OW-PURCHASE-DATE(SUB-OWNER) NOT < C-CUTOFF-DATE
               ADD 1 TO C-GT-OWNER-RECENT
               GO TO 3410-EXIT.

           MOVE 'B' TO C-NC-PARTY-TYPE.
           MOVE OW-CUST-NO(SUB-OWNER) TO C-NC-PARTY-NO.
           PERFORM 2900-FIND-NO-CONTACT.
           IF SUB-NC <= C-NC-CTR
               ADD 1 TO C-GT-OWNER-OPTOUT
               GO TO 3410-EXIT.

           PERFORM
               VARYING SUB-TYPE FROM 1 BY 1
                   UNTIL SUB-TYPE > 6
                       OR T-BOAT-TYPE(SUB-TYPE) =
                           OW-BOAT-TYPE(SUB-OWNER).
           MOVE SUB-TYPE TO OW-TYPE-SUB(SUB-OWNER).
           MOVE 'Y' TO OW-LIST-SW(SUB-OWNER).
           ADD 1 TO C-TYPE-CTR(SUB-TYPE).

       3410-EXIT.
           EXIT.

       3420-PRINT-TYPE-GROUP.
           IF C-TYPE-CTR(SUB-TYPE) > 0
               PERFORM 9100-HEADINGS
               MOVE T-BOAT-TYPE-DESC(SUB-TYPE) TO O-TH-TYPE-DESC
               MOVE C-CUTOFF-DATE(5:2) TO O-TH-MM
               MOVE C-CUTOFF-DATE(7:2) TO O-TH-DD
               MOVE C-CUTOFF-DATE(1:4) TO O-TH-YY
               WRITE PRTLINE FROM TYPE-HEADING-LINE
                   AFTER ADVANCING 2 LINES
               WRITE PRTLINE FROM OWNER-COLUMN-HEADINGS
                   AFTER ADVANCING 2 LINES
               WRITE PRTLINE FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 3430-PRINT-OWNER THRU 3430-EXIT
                   VARYING SUB-OWNER FROM 1 BY 1
                       UNTIL SUB-OWNER > C-OWNER-CTR
               MOVE C-TYPE-CTR(SUB-TYPE) TO O-GC-CTR
               WRITE PRTLINE FROM GROUP-COUNT-LINE
                   AFTER ADVANCING 2 LINES.

      *  ONE OWNER IN THIS BOAT TYPE'S GROUP - ONE NOT ON THE        *
      *  CUSTOMER MASTER, OR WITH NO STREET ADDRESS, PRINTS WITH THE *
      *  LAST NAME FROM THE SALE AND STAYS OFF THE MAILING EXTRACT   *
       3430-PRINT-OWNER.
           IF OW-LIST-SW(SUB-OWNER) NOT = 'Y'
             OR OW-TYPE-SUB(SUB-OWNER) NOT = SUB-TYPE
               GO TO 3430-EXIT.

           MOVE 'NO' TO C-MAIL-SW.
           PERFORM
               VARYING SUB-CUST FROM 1 BY 1
                   UNTIL SUB-CUST > C-CUST-CTR
                       OR CM-CUST-NO(SUB-CUST) = OW-CUST-NO(SUB-OWNER).
           IF SUB-CUST > C-CUST-CTR
               MOVE OW-LAST-NAME(SUB-OWNER) TO O-OP-NAME
               MOVE '** NO ADDRESS ON FILE' TO O-OP-ADDRESS
               MOVE ' ' TO O-OP-CITY
               MOVE ' ' TO O-OP-STATE
               MOVE 0 TO O-OP-ZIP-5
               MOVE 0 TO O-OP-ZIP-4
           ELSE
               MOVE CM-NAME(SUB-CUST) TO O-OP-NAME
               MOVE CM-ADDRESS(SUB-CUST) TO O-OP-ADDRESS
               MOVE CM-CITY(SUB-CUST) TO O-OP-CITY
               MOVE CM-STATE(SUB-CUST) TO O-OP-STATE
               MOVE CM-ZIP(SUB-CUST)(1:5) TO O-OP-ZIP-5
               MOVE CM-ZIP(SUB-CUST)(6:4) TO O-OP-ZIP-4
               IF CM-ADDRESS(SUB-CUST) = SPACES
                   MOVE '** NO ADDRESS ON FILE' TO O-OP-ADDRESS
               ELSE
                   MOVE 'YES' TO C-MAIL-SW.

           MOVE OW-CUST-NO(SUB-OWNER) TO O-OP-CUST-NO.
           MOVE OW-SALE-NO(SUB-OWNER) TO O-OP-SALE-NO.
           MOVE OW-PURCHASE-DATE(SUB-OWNER)(5:2) TO O-OP-MM.
           MOVE OW-PURCHASE-DATE(SUB-OWNER)(7:2) TO O-OP-DD.
           MOVE OW-PURCHASE-DATE(SUB-OWNER)(1:4) TO O-OP-YY.
           MOVE OW-BOATS(SUB-OWNER) TO O-OP-BOATS.
           ADD 1 TO C-GT-OWNER-LISTED.
           WRITE PRTLINE FROM OWNER-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

           IF C-MAIL-SW = 'YES'
               MOVE 'B' TO PR-GROUP
               MOVE OW-CUST-NO(SUB-OWNER) TO PR-PARTY-NO
               MOVE CM-NAME(SUB-CUST) TO PR-NAME
               MOVE CM-ADDRESS(SUB-CUST) TO PR-ADDRESS
               MOVE CM-CITY(SUB-CUST) TO PR-CITY
               MOVE CM-STATE(SUB-CUST) TO PR-STATE
               MOVE CM-ZIP(SUB-CUST) TO PR-ZIP
               MOVE CM-PHONE(SUB-CUST) TO PR-PHONE
               MOVE T-BOAT-TYPE-DESC(SUB-TYPE) TO PR-LAST-ITEM
               MOVE OW-PURCHASE-DATE(SUB-OWNER) TO PR-LAST-DATE
               WRITE PR-REC
               ADD 1 TO C-GT-EXTRACT-CTR
           ELSE
               ADD 1 TO C-GT-OWNER-NOADDR.

       3430-EXIT.
           EXIT.

      *  THE YEARS KEYED AND THE RUN COUNTS, ON THEIR OWN PAGE - ANY *
      *  GUEST OR OWNER PAST A TABLE'S CAPACITY IS COUNTED AS NOT    *
      *  LISTED AND RAISES THE RETURN CODE                           *
       3500-PRINT-TOTALS.
           PERFORM 9100-HEADINGS.
           MOVE 'RUN TOTALS' TO O-SECTION-TITLE.
           WRITE PRTLINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'YEARS SINCE THE LAST BOAT' TO O-RT-DESC.
           MOVE C-YEARS TO O-RT-CTR.
           PERFORM 3510-TOTAL-LINE.
           MOVE 'STAYS READ' TO O-RT-DESC.
           MOVE C-GT-STAY-CTR TO O-RT-CTR.
           PERFORM 3510-TOTAL-LINE.
           MOVE 'STAYS WITH A DOCK SLIP FEE' TO O-RT-DESC.
           MOVE C-GT-SLIP-STAY-CTR TO O-RT-CTR.
           PERFORM 3510-TOTAL-LINE.
           MOVE 'DOCK-SLIP GUESTS' TO O-RT-DESC.
           MOVE C-SLIP-CTR TO O-RT-CTR.
           PERFORM 3510-TOTAL-LINE.
           MOVE '  ALREADY LINKED TO A BOAT CUSTOMER' TO O-RT-DESC.
           MOVE C-GT-GUEST-LINKED TO O-RT-CTR.
           PERFORM 3510-TOTAL-LINE.
           MOVE '  NAME ALREADY ON THE CUSTOMER MASTER' TO O-RT-DESC.
           MOVE C-GT-GUEST-CUST TO O-RT-CTR.
           PERFORM 3510-TOTAL-LINE.
           MOVE '  ON THE DO-NOT-CONTACT FILE' TO O-RT-DESC.
           MOVE C-GT-GUEST-OPTOUT TO O-RT-CTR.
           PERFORM 3510-TOTAL-LINE.
           MOVE '  LISTED' TO O-RT-DESC.
           MOVE C-GT-GUEST-LISTED TO O-RT-CTR.
           PERFORM 3510-TOTAL-LINE.
           MOVE '    LISTED WITH NO ADDRESS - NOT EXTRACTED'
               TO O-RT-DESC.
           MOVE C-GT-GUEST-NOADDR TO O-RT-CTR.
           PERFORM 3510-TOTAL-LINE.
           MOVE 'SALES READ - MASTER AND ARCHIVE' TO O-RT-DESC.
           MOVE C-GT-SALE-CTR TO O-RT-CTR.
           PERFORM 3510-TOTAL-LINE.
           MOVE '  SALES WITH NO CUSTOMER NUMBER - SKIPPED'
               TO O-RT-DESC.
           MOVE C-GT-NOCUST-CTR TO O-RT-CTR.
           PERFORM 3510-TOTAL-LINE.
           MOVE 'BOAT OWNERS' TO O-RT-DESC.
           MOVE C-OWNER-CTR TO O-RT-CTR.
           PERFORM 3510-TOTAL-LINE.
           MOVE '  LAST BOAT TOO RECENT' TO O-RT-DESC.
           MOVE C-GT-OWNER-RECENT TO O-RT-CTR.
           PERFORM 3510-TOTAL-LINE.
           MOVE '  ON THE DO-NOT-CONTACT FILE' TO O-RT-DESC.
           MOVE C-GT-OWNER-OPTOUT TO O-RT-CTR.
           PERFORM 3510-TOTAL-LINE.
           MOVE '  LISTED' TO O-RT-DESC.
           MOVE C-GT-OWNER-LISTED TO O-RT-CTR.
           PERFORM 3510-TOTAL-LINE.
           MOVE '    LISTED WITH NO ADDRESS - NOT EXTRACTED'
               TO O-RT-DESC.
           MOVE C-GT-OWNER-NOADDR TO O-RT-CTR.
           PERFORM 3510-TOTAL-LINE.
           MOVE 'NOT LISTED - TABLE FULL' TO O-RT-DESC.
           MOVE C-GT-UNLISTED-CTR TO O-RT-CTR.
           PERFORM 3510-TOTAL-LINE.
           MOVE 'MAILING EXTRACT RECORDS WRITTEN' TO O-RT-DESC.
           MOVE C-GT-EXTRACT-CTR TO O-RT-CTR.
           PERFORM 3510-TOTAL-LINE.

           IF C-GT-UNLISTED-CTR > 0
               MOVE 8 TO RETURN-CODE
               DISPLAY '*** COBLSC59 PROSPECT TABLE FULL - '
                   'SOME PROSPECTS NOT LISTED ***'.

       3510-TOTAL-LINE.
           WRITE PRTLINE FROM RUN-TOTAL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

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

      *  REWRITES THE DO-NOT-CONTACT FILE IN FULL FROM THE TABLE -   *
      *  DELETED SLOTS (PARTY TYPE BLANK) ARE SKIPPED                *
       9500-SAVE-NO-CONTACT.
           MOVE 1 TO SUB-NC.
           OPEN OUTPUT NO-CONTACT-FILE.
           PERFORM 9510-WRITE-NO-CONTACT
               UNTIL SUB-NC > C-NC-CTR.
           CLOSE NO-CONTACT-FILE.

       9510-WRITE-NO-CONTACT.
           IF NE-PARTY-TYPE(SUB-NC) NOT = SPACE
               MOVE NE-KEY(SUB-NC) TO NC-KEY
               MOVE NE-ADDED-DATE(SUB-NC) TO NC-ADDED-DATE
               WRITE NC-REC.
           ADD 1 TO SUB-NC.

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -      *
      * RECORDS IN IS THE TRANSACTIONS, STAYS AND SALES READ, RECORDS *
      * OUT IS THE CHANGES APPLIED PLUS THE EXTRACT RECORDS WRITTEN,  *
      * AND RECORDS REJECTED IS THE TRANSACTIONS TURNED AWAY          *
       9600-WRITE-RUN-LOG.
           MOVE 'COBLSC59' TO RL-PROGRAM.
           MOVE M-RUN-MM TO RL-RUN-MM.
           MOVE M-RUN-DD TO RL-RUN-DD.
           MOVE M-RUN-YY TO RL-RUN-YYYY.
           MOVE I-TIME(1:2) TO RL-RUN-HH.
           MOVE I-TIME(3:2) TO RL-RUN-MI.
           MOVE I-TIME(5:2) TO RL-RUN-SS.
           COMPUTE RL-RECS-IN = C-GT-TRAN-CTR + C-GT-STAY-CTR
               + C-GT-SALE-CTR.
           COMPUTE RL-RECS-OUT = C-GT-APPLIED-CTR + C-GT-EXTRACT-CTR.
           MOVE C-GT-REJECT-CTR TO RL-RECS-REJ.
           OPEN EXTEND RUN-LOG.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.

      *  APPENDS ONE APPLIED CHANGE TO THE SUITE-WIDE AUDIT TRAIL,   *
      *  STAMPED WITH THE MACHINE CLOCK                              *
       9800-WRITE-AUDIT-TRAIL.
           MOVE MACHINE-DATE TO AT-RUN-DATE.
           MOVE I-TIME(1:6) TO AT-RUN-TIME.
           MOVE 'COBLSC59' TO AT-PROGRAM.
           MOVE C-AUTH-OPERATOR TO AT-OPERATOR.
           MOVE C-AUTH-ACTION TO AT-ACTION.
           MOVE 'CBLNOCON' TO AT-FILE.
           MOVE NT-KEY TO AT-KEY.
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

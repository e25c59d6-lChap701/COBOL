       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC42.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      **********************************************************
      *  TITLE AND REGISTRATION TRACKING - EVERY SALE ON THE   *
      *  BOAT MASTER GETS A TITLE RECORD THE FIRST TIME IT IS  *
      *  SEEN, AND ITS STATE APPLICATION DATA PRINTS SO THE    *
      *  PAPERWORK CAN BE FILLED OUT - KEYED STATUS UPDATES    *
      *  THEN CARRY EACH TITLE FROM SENT TO THE STATE, TO      *
      *  RETURNED, TO DELIVERED TO THE BUYER, WITH THE LIEN    *
      *  RECORDED ON A FINANCED DEAL - AND AN EXCEPTION LIST   *
      *  SHOWS EVERY TITLE STILL OUTSTANDING PAST 30 DAYS      *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  THE INDEXED BOAT MASTER, KEYED ON SALE NUMBER, LOADED BY THE *
      *  BOAT SALES EDIT RUN - EVERY SALE ON IT NEEDS A TITLE         *
           SELECT BOAT-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLBOATM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS M-SALE-NO
               FILE STATUS IS C-MASTER-STATUS.

      *  THE TITLE TRACKING FILE - ONE RECORD PER SALE, LOADED TO A  *
      *  TABLE AT INIT AND REWRITTEN IN FULL AT CLOSE - A SALE THE   *
      *  YEAR-END PURGE MOVES OFF THE MASTER KEEPS ITS TITLE RECORD  *
           SELECT OPTIONAL TITLE-FILE
               ASSIGN TO 'C:\IHCC\COBOL\CBLTITLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TITLE-STATUS.

      *  STATUS UPDATES KEYED FROM THE TITLE DESK - A MISSING FILE   *
      *  MEANS A PURE NEW-SALES AND EXCEPTIONS RUN                   *
           SELECT OPTIONAL TRAN-FILE
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC42\CBLTTTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TRAN-STATUS.

      * THE CUSTOMER MASTER KEPT BY THE CUSTOMER MAINTENANCE PROGRAM *
      * - THE BUYER'S NAME AND ADDRESS ON THE APPLICATION COME FROM  *
      * HERE                                                         *
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLCUSTM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CUST-STATUS.

      *  APPLICATION DATA, UPDATE AUDIT, AND OUTSTANDING TITLES      *
           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC42\TITLE.PRT'
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

       FD  BOAT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS M-REC
           RECORD CONTAINS 94 CHARACTERS.

       01  M-REC.
           05  M-SALE-NO                PIC 9(6).
           05  M-LAST-NAME              PIC X(15).
           05  M-STATE                  PIC XX.
           05  M-BOAT-COST              PIC 9(6)V99.
           05  M-PURCHASE-DATE          PIC 9(8).
           05  M-BOAT-TYPE              PIC X.
           05  M-ACCESSORY-PACKAGE      PIC 9.
           05  M-PREP-DELIVER-COST      PIC 9(5)V99.
           05  M-SALESPERSON            PIC X(4).
           05  M-CUST-NO                PIC 9(5).
           05  M-TRADE-IN               PIC 9(6)V99.
           05  M-STOCK-NO               PIC X(6).
           05  M-DOWN-PAYMENT           PIC 9(6)V99.
           05  M-APR                    PIC 99V99.
           05  M-TERM-MONTHS            PIC 9(3).
           05  M-SALESPERSON-2          PIC X(4).
           05  M-SPLIT-PCT              PIC 99.
           05  M-LOCATION               PIC XX.

      *  ONE SALE'S TITLE - THE SALE, HULL/STOCK NUMBER, BUYER,      *
      *  REGISTERING STATE, WHETHER A LIEN MUST BE RECORDED, AND THE *
      *  DATE OF EACH STEP - STATUS IS 'N' APPLICATION PRINTED, 'S'  *
      *  SENT TO THE STATE, 'R' RETURNED FROM THE STATE, OR 'D'      *
      *  DELIVERED TO THE BUYER                                      *
       FD  TITLE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TI-REC
           RECORD CONTAINS 62 CHARACTERS.

       01  TI-REC.
           05  TI-SALE-NO               PIC 9(6).
           05  TI-STOCK-NO              PIC X(6).
           05  TI-CUST-NO               PIC 9(5).
           05  TI-STATE                 PIC XX.
           05  TI-PURCHASE-DATE         PIC 9(8).
           05  TI-BOAT-TYPE             PIC X.
           05  TI-FINANCED              PIC X.
           05  TI-STATUS                PIC X.
           05  TI-SENT-DATE             PIC 9(8).
           05  TI-RETURNED-DATE         PIC 9(8).
           05  TI-DELIVERED-DATE        PIC 9(8).
           05  TI-LIEN-DATE             PIC 9(8).

      *  ONE KEYED STATUS UPDATE - 'S' SENT TO THE STATE, 'R'        *
      *  RETURNED FROM THE STATE, 'D' DELIVERED TO THE BUYER, 'L'    *
      *  LIEN RECORDED - AND THE DATE IT HAPPENED - EVERY UPDATE     *
      *  NAMES THE OPERATOR WHO KEYED IT                             *
       FD  TRAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TT-REC
           RECORD CONTAINS 23 CHARACTERS.

       01  TT-REC.
           05  TT-SALE-NO               PIC 9(6).
           05  TT-ACTION                PIC X.
               88  TRAN-SENT           VALUE 'S'.
               88  TRAN-RETURNED       VALUE 'R'.
               88  TRAN-DELIVERED      VALUE 'D'.
               88  TRAN-LIEN           VALUE 'L'.
           05  TT-DATE.
               10  TT-YY                PIC 9(4).
               10  TT-MM                PIC 99.
               10  TT-DD                PIC 99.
           05  TT-OPERATOR              PIC X(8).

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
           05  C-MASTER-STATUS PIC XX      VALUE '00'.
           05  C-TITLE-STATUS  PIC XX      VALUE '00'.
           05  C-TRAN-STATUS   PIC XX      VALUE '00'.
           05  C-CUST-STATUS   PIC XX      VALUE '00'.
           05  MASTER-EOF      PIC XXX     VALUE 'NO'.
           05  TITLE-EOF       PIC XXX     VALUE 'NO'.
           05  CUST-EOF        PIC XXX     VALUE 'NO'.
           05  C-TITLE-CTR     PIC 999     VALUE 0.
           05  SUB-TITLE       PIC 999     VALUE 0.
           05  C-CUST-CTR      PIC 999     VALUE 0.
           05  SUB-CUST        PIC 999     VALUE 0.
           05  C-FIND-CUST-NO  PIC 9(5)    VALUE 0.
           05  SUB-MONTH       PIC 99      VALUE 0.
           05  C-GT-SALES-CTR  PIC 9(5)    VALUE 0.
           05  C-GT-NEW-CTR    PIC 9(5)    VALUE 0.
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
           05  C-GT-OUT-CTR    PIC 9(5)    VALUE 0.
      *  TITLE AGES ARE COUNTED ON A 30/360 BASIS FROM THE PURCHASE  *
      *  DATE TO THE PROCESSING DATE, THE SAME AS THE LOAN LEDGER    *
           05  C-TODAY-360     PIC 9(7)    VALUE 0.
           05  C-SALE-360      PIC 9(7)    VALUE 0.
           05  C-DAYS-OUT      PIC S9(7)   VALUE 0.
           05  C-OUTSTANDING-SW PIC XXX    VALUE 'NO'.

      *  A DATE BROKEN INTO YEAR/MONTH/DAY FOR THE 30/360 DAY COUNT  *
      *  AND THE PRINTED DATES                                       *
       01  WORK-DATE.
           05  C-WK-YY         PIC 9(4).
           05  C-WK-MM         PIC 99.
           05  C-WK-DD         PIC 99.
       01  C-WK-DATE REDEFINES WORK-DATE   PIC 9(8).

      *  EVERY TITLE ON THE FILE PLUS THE NEW SALES ADDED THIS RUN - *
      *  CAPPED AT 500 TITLES, THE SAME CAP THE WARRANTY RUN USES    *
       01  TITLE-TABLE.
           05  TITLE-ENTRY             OCCURS 500 TIMES.
               10  TL-SALE-NO          PIC 9(6).
               10  TL-STOCK-NO         PIC X(6).
               10  TL-CUST-NO          PIC 9(5).
               10  TL-STATE            PIC XX.
               10  TL-PURCHASE-DATE    PIC 9(8).
               10  TL-BOAT-TYPE        PIC X.
               10  TL-FINANCED         PIC X.
               10  TL-STATUS           PIC X.
               10  TL-SENT-DATE        PIC 9(8).
               10  TL-RETURNED-DATE    PIC 9(8).
               10  TL-DELIVERED-DATE   PIC 9(8).
               10  TL-LIEN-DATE        PIC 9(8).

      *  HOLDS EVERY CUSTOMER ON THE MASTER SO THE APPLICATION CAN   *
      *  CARRY THE BUYER'S NAME AND ADDRESS - CAPPED AT 200          *
      *  THE OPERATORS CLEARED FOR THIS PROGRAM AND THE ACTION       *
      *  CODES EACH MAY KEY - CAPPED AT 50                           *
       01  OPERATOR-AUTH-TABLE.
           05  OPERATOR-AUTH-ENTRY     OCCURS 50.
               10  OT-OPERATOR         PIC X(8).
               10  OT-ACTIONS          PIC X(5).

       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY          OCCURS 200 TIMES.
               10  CM-CUST-NO          PIC 9(5).
               10  CM-NAME             PIC X(25).
               10  CM-ADDRESS          PIC X(20).
               10  CM-CITY             PIC X(15).
               10  CM-STATE            PIC XX.
               10  CM-ZIP              PIC 9(9).

      *  STORES THE NUMBER OF DAYS IN EACH MONTH SO AN IMPOSSIBLE     *
      *  UPDATE DATE IS CAUGHT IN VALIDATION - FEBRUARY ALLOWS 29     *
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
           05  FILLER          PIC X(8)    VALUE 'COBLSC42'.
           05  FILLER          PIC X(48)   VALUE ' '.
           05  FILLER          PIC X(9)    VALUE '  CHAPMAN'.
           05  FILLER          PIC X(9)    VALUE ' DIVISION'.
           05  FILLER          PIC X(58)   VALUE ' '.

       01  REPORT-TITLE-LINE.
           05  FILLER          PIC X(52)   VALUE ' '.
           05  FILLER          PIC X(28)   VALUE
                                    'TITLE AND REGISTRATION'.
           05  FILLER          PIC X(52)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  SECTION-TITLE-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-SECTION-TITLE PIC X(40).
           05  FILLER          PIC X(88)   VALUE ' '.

      *  THE STATE APPLICATION DATA FOR ONE NEW SALE - FOUR LINES    *
      *  WITH THE HULL, THE BUYER, AND THE LIENHOLDER                *
       01  APP-SALE-LINE.
           05  FILLER          PIC X(6)    VALUE 'SALE: '.
           05  O-APP-SALE-NO   PIC 9(6).
           05  FILLER          PIC X(20)   VALUE '   HULL/STOCK NO:  '.
           05  O-APP-STOCK-NO  PIC X(6).
           05  FILLER          PIC X(14)   VALUE '   BOAT TYPE: '.
           05  O-APP-BOAT-TYPE PIC X(13).
           05  FILLER          PIC X(18)   VALUE '   PURCHASE DATE: '.
           05  O-APP-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-APP-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-APP-YY        PIC 9(4).
           05  FILLER          PIC X(39)   VALUE ' '.

       01  APP-OWNER-LINE.
           05  FILLER          PIC X(6)    VALUE ' '.
           05  FILLER          PIC X(8)    VALUE 'OWNER: '.
           05  O-APP-CUST-NO   PIC 9(5).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-APP-NAME      PIC X(25).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-APP-ADDRESS   PIC X(20).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-APP-CITY      PIC X(15).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-APP-CU-STATE  PIC XX.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-APP-ZIP-5     PIC 9(5).
           05  FILLER          PIC X       VALUE '-'.
           05  O-APP-ZIP-4     PIC 9(4).
           05  FILLER          PIC X(31)   VALUE ' '.

       01  APP-STATE-LINE.
           05  FILLER          PIC X(6)    VALUE ' '.
           05  FILLER          PIC X(20)   VALUE 'REGISTERING STATE: '.
           05  O-APP-STATE     PIC XX.
           05  FILLER          PIC X(16)   VALUE '   LIENHOLDER: '.
           05  O-APP-LIEN      PIC X(20).
           05  FILLER          PIC X(68)   VALUE ' '.

      *  ONE LINE PER STATUS UPDATE KEYED AND THE OPERATOR WHO      *
      *  KEYED IT                                                    *
       01  AUDIT-DETAIL-LINE.
           05  FILLER          PIC XX      VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'SALE: '.
           05  O-AUD-SALE-NO   PIC X(6).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-ACTION    PIC X(10).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-AUD-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-AUD-YY        PIC 9(4).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-MSG       PIC X(50).
           05  FILLER          PIC XX      VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'OPER: '.
           05  O-AUD-OPERATOR  PIC X(8).
           05  FILLER          PIC X(26)   VALUE ' '.

       01  AUDIT-TOTAL-LINE.
           05  FILLER          PIC X(11)   VALUE 'NEW SALES: '.
           05  O-GT-NEW-CTR    PIC Z,ZZ9.
           05  FILLER          PIC X(11)   VALUE '   UPDATES:'.
           05  O-GT-TRAN-CTR   PIC Z,ZZ9.
           05  FILLER          PIC X(11)   VALUE '   APPLIED:'.
           05  O-GT-APPLIED-CTR PIC Z,ZZ9.
           05  FILLER          PIC X(12)   VALUE '   REJECTED:'.
           05  O-GT-REJECT-CTR PIC Z,ZZ9.
           05  FILLER          PIC X(67)   VALUE ' '.

      *  THE TITLES STILL OUTSTANDING PAST 30 DAYS - NOT YET IN THE  *
      *  BUYER'S HANDS, OR A FINANCED DEAL'S LIEN NOT YET RECORDED   *
       01  OUT-COLUMN-HEADINGS.
           05  FILLER          PIC X(8)    VALUE 'SALE'.
           05  FILLER          PIC X(8)    VALUE 'HULL'.
           05  FILLER          PIC X(27)   VALUE 'BUYER'.
           05  FILLER          PIC X(4)    VALUE 'ST'.
           05  FILLER          PIC X(12)   VALUE 'SOLD'.
           05  FILLER          PIC X(6)    VALUE 'DAYS'.
           05  FILLER          PIC X(24)   VALUE 'STATUS'.
           05  FILLER          PIC X(12)   VALUE 'STATUS DATE'.
           05  FILLER          PIC X(31)   VALUE 'LIEN'.

       01  OUT-DETAIL-LINE.
           05  O-OUT-SALE-NO   PIC 9(6).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-OUT-STOCK-NO  PIC X(6).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-OUT-NAME      PIC X(25).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-OUT-STATE     PIC XX.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-OUT-SOLD-MM   PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-OUT-SOLD-DD   PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-OUT-SOLD-YY   PIC 9(4).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-OUT-DAYS      PIC ZZZ9.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-OUT-STATUS    PIC X(22).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-OUT-STAT-DATE PIC X(10).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-OUT-LIEN      PIC X(20).
           05  FILLER          PIC X(11)   VALUE ' '.

       01  OUT-TOTAL-LINE.
           05  FILLER          PIC X(36)   VALUE
                             'TITLES OUTSTANDING PAST 30 DAYS: '.
           05  O-GT-OUT-CTR    PIC Z,ZZ9.
           05  FILLER          PIC X(91)   VALUE ' '.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
       STOP RUN.

       1000-INIT.
           OPEN OUTPUT PRTOUT.
           OPEN EXTEND AUDIT-TRAIL.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO MACHINE-DATE.
           PERFORM 9955-GET-PROCESS-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           COMPUTE C-TODAY-360 = I-YY * 360 + I-MM * 30 + I-DD.

           PERFORM 1100-LOAD-TITLES.
           PERFORM 1200-LOAD-CUSTOMERS.
           PERFORM 1900-LOAD-OPERATOR-AUTH.

           PERFORM 9100-HEADINGS.
           MOVE 'TITLE APPLICATIONS - NEW SALES' TO O-SECTION-TITLE.
           WRITE PRTLINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 1300-ADD-NEW-SALES.

           PERFORM 9100-HEADINGS.
           MOVE 'TITLE STATUS UPDATES' TO O-SECTION-TITLE.
           WRITE PRTLINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

           OPEN INPUT TRAN-FILE.
           IF C-TRAN-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           ELSE
               PERFORM 9000-READ.

      *  OPENS THE OPTIONAL TITLE FILE AND LOADS EVERY TITLE - A     *
      *  MISSING FILE MEANS EVERY SALE ON THE MASTER IS NEW          *
       1100-LOAD-TITLES.
           OPEN INPUT TITLE-FILE.
           IF C-TITLE-STATUS = '00'
               PERFORM 1110-READ-TITLE
                   UNTIL TITLE-EOF = 'YES'
               CLOSE TITLE-FILE
           ELSE
               CLOSE TITLE-FILE
               MOVE 'YES' TO TITLE-EOF.

       1110-READ-TITLE.
           READ TITLE-FILE
               AT END
                   MOVE 'YES' TO TITLE-EOF
               NOT AT END
                   IF C-TITLE-CTR < 500
                       ADD 1 TO C-TITLE-CTR
                       MOVE TI-REC TO TITLE-ENTRY(C-TITLE-CTR)
                   ELSE
                       DISPLAY '*** COBLSC42 TITLE TABLE FULL - SALE '
                           TI-SALE-NO ' NOT LOADED ***'
                   END-IF.

      * OPENS THE OPTIONAL CUSTOMER MASTER AND LOADS EVERY RECORD    *
      * INTO THE LOOKUP TABLE - A MISSING FILE LEAVES THE            *
      * APPLICATION'S OWNER LINES SHOWING NOT ON FILE                *
       1200-LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER.
           IF C-CUST-STATUS = '00'
               PERFORM 1210-READ-CUSTOMER
                   UNTIL CUST-EOF = 'YES'
               CLOSE CUSTOMER-MASTER
           ELSE
               CLOSE CUSTOMER-MASTER
               MOVE 'YES' TO CUST-EOF.

      * LOADS ONE CUSTOMER RECORD INTO THE NEXT OPEN TABLE SLOT *
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
                   END-IF.

      *  READS EVERY SALE ON THE BOAT MASTER - A SALE WITH NO TITLE  *
      *  RECORD YET IS ADDED AS A NEW APPLICATION AND ITS STATE      *
      *  APPLICATION DATA IS PRINTED                                 *
       1300-ADD-NEW-SALES.
           OPEN INPUT BOAT-MASTER.
           IF C-MASTER-STATUS NOT = '00'
               MOVE 'YES' TO MASTER-EOF.
           PERFORM 1310-READ-SALE
               UNTIL MASTER-EOF = 'YES'.
           CLOSE BOAT-MASTER.

       1310-READ-SALE.
           READ BOAT-MASTER
               AT END
                   MOVE 'YES' TO MASTER-EOF
               NOT AT END
                   ADD 1 TO C-GT-SALES-CTR
                   PERFORM 1320-CHECK-SALE.

       1320-CHECK-SALE.
           PERFORM
               VARYING SUB-TITLE FROM 1 BY 1
                   UNTIL SUB-TITLE > C-TITLE-CTR
                       OR M-SALE-NO = TL-SALE-NO(SUB-TITLE).
           IF SUB-TITLE > C-TITLE-CTR
               IF C-TITLE-CTR < 500
                   PERFORM 1330-ADD-TITLE
               ELSE
                   DISPLAY '*** COBLSC42 TITLE TABLE FULL - SALE '
                       M-SALE-NO ' NOT ADDED ***'.

       1330-ADD-TITLE.
           ADD 1 TO C-TITLE-CTR.
           MOVE C-TITLE-CTR TO SUB-TITLE.
           ADD 1 TO C-GT-NEW-CTR.
           MOVE M-SALE-NO TO TL-SALE-NO(SUB-TITLE).
           MOVE M-STOCK-NO TO TL-STOCK-NO(SUB-TITLE).
           MOVE M-CUST-NO TO TL-CUST-NO(SUB-TITLE).
           MOVE M-STATE TO TL-STATE(SUB-TITLE).
           MOVE M-PURCHASE-DATE TO TL-PURCHASE-DATE(SUB-TITLE).
           MOVE M-BOAT-TYPE TO TL-BOAT-TYPE(SUB-TITLE).
           IF M-TERM-MONTHS > 0
               MOVE 'Y' TO TL-FINANCED(SUB-TITLE)
           ELSE
               MOVE 'N' TO TL-FINANCED(SUB-TITLE).
           MOVE 'N' TO TL-STATUS(SUB-TITLE).
           MOVE 0 TO TL-SENT-DATE(SUB-TITLE).
           MOVE 0 TO TL-RETURNED-DATE(SUB-TITLE).
           MOVE 0 TO TL-DELIVERED-DATE(SUB-TITLE).
           MOVE 0 TO TL-LIEN-DATE(SUB-TITLE).
           PERFORM 1340-PRINT-APPLICATION.

      *  THE APPLICATION DATA THE STATE FORM ASKS FOR - A FINANCED   *
      *  DEAL IS CARRIED IN HOUSE, SO WE ARE THE LIENHOLDER          *
       1340-PRINT-APPLICATION.
           MOVE TL-SALE-NO(SUB-TITLE) TO O-APP-SALE-NO.
           MOVE TL-STOCK-NO(SUB-TITLE) TO O-APP-STOCK-NO.
           PERFORM 1350-NAME-BOAT-TYPE.
           MOVE TL-PURCHASE-DATE(SUB-TITLE) TO C-WK-DATE.
           MOVE C-WK-MM TO O-APP-MM.
           MOVE C-WK-DD TO O-APP-DD.
           MOVE C-WK-YY TO O-APP-YY.
           WRITE PRTLINE FROM APP-SALE-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.

           MOVE TL-CUST-NO(SUB-TITLE) TO O-APP-CUST-NO.
           MOVE TL-CUST-NO(SUB-TITLE) TO C-FIND-CUST-NO.
           PERFORM 2550-FIND-CUSTOMER.
           IF SUB-CUST > C-CUST-CTR
               MOVE '** CUSTOMER NOT ON FILE **' TO O-APP-NAME
               MOVE ' ' TO O-APP-ADDRESS
               MOVE ' ' TO O-APP-CITY
               MOVE ' ' TO O-APP-CU-STATE
               MOVE 0 TO O-APP-ZIP-5
               MOVE 0 TO O-APP-ZIP-4
           ELSE
               MOVE CM-NAME(SUB-CUST) TO O-APP-NAME
               MOVE CM-ADDRESS(SUB-CUST) TO O-APP-ADDRESS
               MOVE CM-CITY(SUB-CUST) TO O-APP-CITY
               MOVE CM-STATE(SUB-CUST) TO O-APP-CU-STATE
               MOVE CM-ZIP(SUB-CUST)(1:5) TO O-APP-ZIP-5
               MOVE CM-ZIP(SUB-CUST)(6:4) TO O-APP-ZIP-4.
           WRITE PRTLINE FROM APP-OWNER-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

           MOVE TL-STATE(SUB-TITLE) TO O-APP-STATE.
           IF TL-FINANCED(SUB-TITLE) = 'Y'
               MOVE 'CHAPMAN''S BOAT INC.' TO O-APP-LIEN
           ELSE
               MOVE 'NONE' TO O-APP-LIEN.
           WRITE PRTLINE FROM APP-STATE-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       1350-NAME-BOAT-TYPE.
           EVALUATE TL-BOAT-TYPE(SUB-TITLE)
               WHEN 'B'
                   MOVE 'BASS BOAT' TO O-APP-BOAT-TYPE
               WHEN 'P'
                   MOVE 'PONTOON' TO O-APP-BOAT-TYPE
               WHEN 'S'
                   MOVE 'SKI BOAT' TO O-APP-BOAT-TYPE
               WHEN 'J'
                   MOVE 'JOHN BOAT' TO O-APP-BOAT-TYPE
               WHEN 'C'
                   MOVE 'CANOE' TO O-APP-BOAT-TYPE
               WHEN 'R'
                   MOVE 'CABIN CRUSIER' TO O-APP-BOAT-TYPE
               WHEN OTHER
                   MOVE 'ERROR' TO O-APP-BOAT-TYPE.

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
               DISPLAY '*** COBLSC42 NO OPERATOR IS AUTHORIZED - '
                   'EVERY TRANSACTION REJECTED ***'.

       1910-READ-OPERATOR-AUTH.
           READ OPERATOR-AUTH
               AT END
                   MOVE 'YES' TO AUTH-EOF
               NOT AT END
                   IF (AU-PROGRAM = 'COBLSC42' OR AU-PROGRAM = 'ALL')
                     AND AU-OPERATOR NOT = SPACES
                     AND C-AUTH-CTR < 50
                       ADD 1 TO C-AUTH-CTR
                       MOVE AU-OPERATOR TO OT-OPERATOR(C-AUTH-CTR)
                       MOVE AU-ACTIONS TO OT-ACTIONS(C-AUTH-CTR)
                   END-IF.

      *  ONE KEYED STATUS UPDATE - THE OPERATOR MUST BE CLEARED FOR  *
      *  THE ACTION, THE TITLE ON FILE, THE DATE REAL, AND THE STEP  *
      *  THE NEXT ONE IN LINE                                        *
       2000-MAINLINE.
           ADD 1 TO C-GT-TRAN-CTR.
           MOVE TT-OPERATOR TO C-AUTH-OPERATOR.
           MOVE TT-OPERATOR TO O-AUD-OPERATOR.
           MOVE TT-ACTION TO C-AUTH-ACTION.
           PERFORM 2800-CHECK-OPERATOR.
           MOVE TT-SALE-NO TO O-AUD-SALE-NO.
           MOVE TT-MM TO O-AUD-MM.
           MOVE TT-DD TO O-AUD-DD.
           MOVE TT-YY TO O-AUD-YY.
           MOVE ' ' TO O-AUD-MSG.
           PERFORM
               VARYING SUB-TITLE FROM 1 BY 1
                   UNTIL SUB-TITLE > C-TITLE-CTR
                       OR TT-SALE-NO = TL-SALE-NO(SUB-TITLE).

           EVALUATE TRUE
               WHEN TRAN-SENT
                   MOVE 'SENT' TO O-AUD-ACTION
               WHEN TRAN-RETURNED
                   MOVE 'RETURNED' TO O-AUD-ACTION
               WHEN TRAN-DELIVERED
                   MOVE 'DELIVERED' TO O-AUD-ACTION
               WHEN TRAN-LIEN
                   MOVE 'LIEN' TO O-AUD-ACTION
               WHEN OTHER
                   MOVE TT-ACTION TO O-AUD-ACTION
                   MOVE 'ACTION MUST BE S, R, D, OR L - SKIPPED'
                       TO O-AUD-MSG
           END-EVALUATE.

           IF O-AUD-MSG = ' ' AND AUTH-SW = 'NO'
               PERFORM 2850-NOT-AUTHORIZED.

           IF O-AUD-MSG = ' '
               IF SUB-TITLE > C-TITLE-CTR
                   MOVE 'SALE HAS NO TITLE RECORD - REJECTED'
                       TO O-AUD-MSG
               ELSE
                   PERFORM 2100-EDIT-DATE.

           IF O-AUD-MSG = ' '
               EVALUATE TRUE
                   WHEN TRAN-SENT
                       PERFORM 2200-APPLY-SENT
                   WHEN TRAN-RETURNED
                       PERFORM 2300-APPLY-RETURNED
                   WHEN TRAN-DELIVERED
                       PERFORM 2400-APPLY-DELIVERED
                   WHEN TRAN-LIEN
                       PERFORM 2500-APPLY-LIEN
               END-EVALUATE.

           IF O-AUD-MSG(1:7) = 'APPLIED'
               ADD 1 TO C-GT-APPLIED-CTR
               PERFORM 9800-WRITE-AUDIT-TRAIL
           ELSE
               ADD 1 TO C-GT-REJECT-CTR.
           WRITE PRTLINE FROM AUDIT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.
           PERFORM 9000-READ.

      *  THE UPDATE DATE MUST BE REAL AND NO EARLIER THAN THE SALE   *
       2100-EDIT-DATE.
           IF TT-DATE NOT NUMERIC
               MOVE 'THE DATE NEEDS TO BE NUMERIC - REJECTED'
                   TO O-AUD-MSG
           ELSE
               IF TT-MM < 1 OR TT-MM > 12
                   MOVE 'THE DATE IS NOT REAL - REJECTED' TO O-AUD-MSG
               ELSE
                   MOVE TT-MM TO SUB-MONTH
                   IF TT-DD < 1 OR TT-DD > T-MONTH-DAYS(SUB-MONTH)
                       MOVE 'THE DATE IS NOT REAL - REJECTED'
                           TO O-AUD-MSG
                   ELSE
                       IF TT-DATE < TL-PURCHASE-DATE(SUB-TITLE)
                           MOVE 'DATE IS BEFORE THE SALE - REJECTED'
                               TO O-AUD-MSG.

       2200-APPLY-SENT.
           IF TL-STATUS(SUB-TITLE) NOT = 'N'
               MOVE 'ALREADY SENT TO THE STATE - REJECTED' TO O-AUD-MSG
           ELSE
               MOVE 'S' TO TL-STATUS(SUB-TITLE)
               MOVE TT-DATE TO TL-SENT-DATE(SUB-TITLE)
               MOVE 'APPLIED - SENT TO THE STATE' TO O-AUD-MSG.

       2300-APPLY-RETURNED.
           IF TL-STATUS(SUB-TITLE) NOT = 'S'
               MOVE 'NOT OUT AT THE STATE - REJECTED' TO O-AUD-MSG
           ELSE
               MOVE 'R' TO TL-STATUS(SUB-TITLE)
               MOVE TT-DATE TO TL-RETURNED-DATE(SUB-TITLE)
               MOVE 'APPLIED - RETURNED FROM THE STATE' TO O-AUD-MSG.

       2400-APPLY-DELIVERED.
           IF TL-STATUS(SUB-TITLE) NOT = 'R'
               MOVE 'NOT BACK FROM THE STATE - REJECTED' TO O-AUD-MSG
           ELSE
               MOVE 'D' TO TL-STATUS(SUB-TITLE)
               MOVE TT-DATE TO TL-DELIVERED-DATE(SUB-TITLE)
               MOVE 'APPLIED - DELIVERED TO THE BUYER' TO O-AUD-MSG.

      *  ONLY A FINANCED DEAL CARRIES A LIEN, AND IT CAN ONLY BE     *
      *  RECORDED ONCE THE APPLICATION HAS GONE TO THE STATE         *
       2500-APPLY-LIEN.
           IF TL-FINANCED(SUB-TITLE) NOT = 'Y'
               MOVE 'NOT A FINANCED DEAL - NO LIEN - REJECTED'
                   TO O-AUD-MSG
           ELSE
           IF TL-LIEN-DATE(SUB-TITLE) > 0
               MOVE 'LIEN ALREADY RECORDED - REJECTED' TO O-AUD-MSG
           ELSE
           IF TL-STATUS(SUB-TITLE) = 'N'
               MOVE 'NOT YET SENT TO THE STATE - REJECTED' TO O-AUD-MSG
           ELSE
               MOVE TT-DATE TO TL-LIEN-DATE(SUB-TITLE)
               MOVE 'APPLIED - LIEN RECORDED' TO O-AUD-MSG.

       2550-FIND-CUSTOMER.
           PERFORM
               VARYING SUB-CUST FROM 1 BY 1
                   UNTIL SUB-CUST > C-CUST-CTR
                       OR C-FIND-CUST-NO = CM-CUST-NO(SUB-CUST).

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
           MOVE 'OPERATOR NOT AUTHORIZED - SKIPPED' TO O-AUD-MSG.

       3000-CLOSING.
           MOVE C-GT-NEW-CTR TO O-GT-NEW-CTR.
           MOVE C-GT-TRAN-CTR TO O-GT-TRAN-CTR.
           MOVE C-GT-APPLIED-CTR TO O-GT-APPLIED-CTR.
           MOVE C-GT-REJECT-CTR TO O-GT-REJECT-CTR.
           WRITE PRTLINE FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           PERFORM 3100-OUTSTANDING-REPORT.
           PERFORM 9500-SAVE-TITLES.
           PERFORM 9600-WRITE-RUN-LOG.

           IF C-TRAN-STATUS = '00'
               CLOSE TRAN-FILE.
           CLOSE AUDIT-TRAIL.
           CLOSE PRTOUT.

      *  EVERY TITLE STILL OUTSTANDING MORE THAN 30 DAYS AFTER THE   *
      *  SALE - ONE NOT YET DELIVERED TO THE BUYER, OR A FINANCED    *
      *  DEAL WHOSE LIEN IS NOT YET RECORDED                         *
       3100-OUTSTANDING-REPORT.
           PERFORM 9100-HEADINGS.
           MOVE 'TITLES OUTSTANDING PAST 30 DAYS' TO O-SECTION-TITLE.
           WRITE PRTLINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM OUT-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 3110-CHECK-OUTSTANDING
               VARYING SUB-TITLE FROM 1 BY 1
                   UNTIL SUB-TITLE > C-TITLE-CTR.
           MOVE C-GT-OUT-CTR TO O-GT-OUT-CTR.
           WRITE PRTLINE FROM OUT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

       3110-CHECK-OUTSTANDING.
           MOVE 'NO' TO C-OUTSTANDING-SW.
           IF TL-STATUS(SUB-TITLE) NOT = 'D'
               MOVE 'YES' TO C-OUTSTANDING-SW.
           IF TL-FINANCED(SUB-TITLE) = 'Y'
             AND TL-LIEN-DATE(SUB-TITLE) = 0
               MOVE 'YES' TO C-OUTSTANDING-SW.
           MOVE TL-PURCHASE-DATE(SUB-TITLE) TO C-WK-DATE.
           COMPUTE C-SALE-360 = C-WK-YY * 360 + C-WK-MM * 30 + C-WK-DD.
           COMPUTE C-DAYS-OUT = C-TODAY-360 - C-SALE-360.
           IF C-OUTSTANDING-SW = 'YES' AND C-DAYS-OUT > 30
               PERFORM 3120-OUTSTANDING-LINE.

       3120-OUTSTANDING-LINE.
           ADD 1 TO C-GT-OUT-CTR.
           MOVE TL-SALE-NO(SUB-TITLE) TO O-OUT-SALE-NO.
           MOVE TL-STOCK-NO(SUB-TITLE) TO O-OUT-STOCK-NO.
           MOVE TL-CUST-NO(SUB-TITLE) TO C-FIND-CUST-NO.
           PERFORM 2550-FIND-CUSTOMER.
           IF SUB-CUST > C-CUST-CTR
               MOVE '** CUSTOMER NOT ON FILE **' TO O-OUT-NAME
           ELSE
               MOVE CM-NAME(SUB-CUST) TO O-OUT-NAME.
           MOVE TL-STATE(SUB-TITLE) TO O-OUT-STATE.
           MOVE C-WK-MM TO O-OUT-SOLD-MM.
           MOVE C-WK-DD TO O-OUT-SOLD-DD.
           MOVE C-WK-YY TO O-OUT-SOLD-YY.
           MOVE C-DAYS-OUT TO O-OUT-DAYS.

           MOVE ' ' TO O-OUT-STAT-DATE.
           EVALUATE TL-STATUS(SUB-TITLE)
               WHEN 'N'
                   MOVE 'NOT YET SENT TO STATE' TO O-OUT-STATUS
               WHEN 'S'
                   MOVE 'AT THE STATE' TO O-OUT-STATUS
                   MOVE TL-SENT-DATE(SUB-TITLE) TO C-WK-DATE
                   PERFORM 3130-STATUS-DATE
               WHEN 'R'
                   MOVE 'BACK - NOT DELIVERED' TO O-OUT-STATUS
                   MOVE TL-RETURNED-DATE(SUB-TITLE) TO C-WK-DATE
                   PERFORM 3130-STATUS-DATE
               WHEN 'D'
                   MOVE 'DELIVERED' TO O-OUT-STATUS
                   MOVE TL-DELIVERED-DATE(SUB-TITLE) TO C-WK-DATE
                   PERFORM 3130-STATUS-DATE
               WHEN OTHER
                   MOVE 'UNKNOWN STATUS' TO O-OUT-STATUS
           END-EVALUATE.

           IF TL-FINANCED(SUB-TITLE) NOT = 'Y'
               MOVE 'NONE' TO O-OUT-LIEN
           ELSE
               IF TL-LIEN-DATE(SUB-TITLE) = 0
                   MOVE '** NOT RECORDED **' TO O-OUT-LIEN
               ELSE
                   MOVE 'RECORDED' TO O-OUT-LIEN.

           WRITE PRTLINE FROM OUT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       3130-STATUS-DATE.
           STRING C-WK-MM '/' C-WK-DD '/' C-WK-YY
               DELIMITED BY SIZE INTO O-OUT-STAT-DATE.

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
           WRITE PRTLINE FROM REPORT-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

      *  REWRITES THE TITLE FILE IN FULL FROM THE TABLE *
       9500-SAVE-TITLES.
           OPEN OUTPUT TITLE-FILE.
           PERFORM 9510-WRITE-TITLE
               VARYING SUB-TITLE FROM 1 BY 1
                   UNTIL SUB-TITLE > C-TITLE-CTR.
           CLOSE TITLE-FILE.

       9510-WRITE-TITLE.
           MOVE TITLE-ENTRY(SUB-TITLE) TO TI-REC.
           WRITE TI-REC.

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -      *
      * RECORDS IN IS THE SALES READ PLUS THE UPDATES KEYED, RECORDS  *
      * OUT IS THE NEW TITLES PLUS THE UPDATES APPLIED, AND RECORDS   *
      * REJECTED IS THE UPDATES TURNED AWAY                           *
       9600-WRITE-RUN-LOG.
           MOVE 'COBLSC42' TO RL-PROGRAM.
           MOVE M-RUN-MM TO RL-RUN-MM.
           MOVE M-RUN-DD TO RL-RUN-DD.
           MOVE M-RUN-YY TO RL-RUN-YYYY.
           MOVE I-TIME(1:2) TO RL-RUN-HH.
           MOVE I-TIME(3:2) TO RL-RUN-MI.
           MOVE I-TIME(5:2) TO RL-RUN-SS.
           COMPUTE RL-RECS-IN = C-GT-SALES-CTR + C-GT-TRAN-CTR.
           COMPUTE RL-RECS-OUT = C-GT-NEW-CTR + C-GT-APPLIED-CTR.
           MOVE C-GT-REJECT-CTR TO RL-RECS-REJ.
           OPEN EXTEND RUN-LOG.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.

      *  APPENDS ONE APPLIED CHANGE TO THE SUITE-WIDE AUDIT TRAIL,   *
      *  STAMPED WITH THE MACHINE CLOCK                              *
       9800-WRITE-AUDIT-TRAIL.
           MOVE MACHINE-DATE TO AT-RUN-DATE.
           MOVE I-TIME(1:6) TO AT-RUN-TIME.
           MOVE 'COBLSC42' TO AT-PROGRAM.
           MOVE C-AUTH-OPERATOR TO AT-OPERATOR.
           MOVE C-AUTH-ACTION TO AT-ACTION.
           MOVE 'CBLTITLE' TO AT-FILE.
           MOVE TT-SALE-NO TO AT-KEY.
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

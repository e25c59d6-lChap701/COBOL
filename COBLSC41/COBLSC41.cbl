       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC41.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      **********************************************************
      *  CUSTOMER-PAY SERVICE REPAIR ORDERS FOR OUR BOAT       *
      *  BUYERS - THE PARTS AND LABOR LINES KEYED FROM EACH    *
      *  REPAIR ORDER ARE EDITED AGAINST THE SALE AND THE      *
      *  CUSTOMER THEY NAME, ANY DEFECT LINE STILL INSIDE THE  *
      *  SALE'S COVERAGE WINDOW ON THE WARRANTY MASTER IS      *
      *  SPLIT OFF TO THE CLAIMS MASTER INSTEAD OF BEING       *
      *  BILLED, AND EVERY OTHER LINE IS BILLED ON A CUSTOMER  *
      *  SERVICE INVOICE - THE LINES ARE KEPT ON THE SERVICE   *
      *  HISTORY, A REGISTER PRINTS EVERY LINE'S DISPOSITION,  *
      *  AND THE RUN'S SERVICE REVENUE IS LEFT BEHIND AS A     *
      *  GRAND-TOTAL EXTRACT FOR THE DASHBOARD AND THE GENERAL *
      *  LEDGER POSTINGS                                       *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  REPAIR ORDER LINES KEYED FROM THE SERVICE TICKETS, IN       *
      *  REPAIR ORDER NUMBER ORDER - ONE RECORD PER PARTS OR LABOR   *
      *  LINE                                                        *
           SELECT TRAN-FILE
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC41\CBLSVTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *  THE WARRANTY MASTER REBUILT BY THE WARRANTY RUN - EVERY     *
      *  SALE'S COVERAGE WINDOW - A MISSING FILE MEANS NO LINE CAN   *
      *  BE SPLIT TO WARRANTY AND THE SALE NUMBER IS NOT CHECKED     *
           SELECT OPTIONAL WARRANTY-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLWARR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-WARR-STATUS.

      *  THE CLAIMS MASTER - A COVERED DEFECT LINE IS APPENDED HERE  *
      *  IN THE SAME LAYOUT THE WARRANTY RUN WRITES ITS ACCEPTED     *
      *  CLAIMS IN                                                   *
           SELECT CLAIM-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLWCLM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * THE CUSTOMER MASTER KEPT BY THE CUSTOMER MAINTENANCE PROGRAM *
      * - THE INVOICE IS ADDRESSED FROM IT AND ITS STATE SETS THE    *
      * SALES TAX RATE ON PARTS                                      *
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLCUSTM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CUST-STATUS.

      *  EVERY LINE THAT PASSED THE EDIT, APPENDED RUN AFTER RUN SO  *
      *  EACH BOAT'S SERVICE HISTORY SURVIVES                        *
           SELECT SERVICE-HISTORY
               ASSIGN TO 'C:\IHCC\COBOL\CBLSVHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *  THE CUSTOMER SERVICE INVOICES - ONE PAGE PER REPAIR ORDER   *
           SELECT INVOICE-OUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC41\SVCINV.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *  THE SERVICE REGISTER - EVERY LINE KEYED AND WHERE IT WENT   *
           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC41\SERVICE.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *  THIS RUN'S SERVICE GRAND TOTALS, PICKED UP BY THE DASHBOARD *
      *  AND POSTED TO THE GENERAL LEDGER AS THEIR OWN LINE          *
           SELECT GT-EXTRACT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC41\CBLGT41.DAT'
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

      *  ONE REPAIR ORDER LINE - THE ORDER, THE SALE AND CUSTOMER IT *
      *  IS WRITTEN AGAINST, PARTS OR LABOR, WHETHER THE TECHNICIAN  *
      *  FOUND A FACTORY DEFECT OR ROUTINE/CUSTOMER-CAUSED WORK, AND *
      *  THE QUANTITY (HOURS ON A LABOR LINE) AND UNIT PRICE (THE    *
      *  SHOP RATE ON A LABOR LINE)                                  *
       FD  TRAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SV-REC
           RECORD CONTAINS 68 CHARACTERS.

       01  SV-REC.
           05  SV-RO-NO                 PIC 9(6).
           05  SV-SALE-NO               PIC 9(6).
           05  SV-CUST-NO               PIC 9(5).
           05  SV-RO-DATE.
               10  SV-RO-YY             PIC 9(4).
               10  SV-RO-MM             PIC 99.
               10  SV-RO-DD             PIC 99.
           05  SV-LINE-TYPE             PIC X.
               88  PARTS-LINE          VALUE 'P'.
               88  LABOR-LINE          VALUE 'L'.
           05  SV-CAUSE                 PIC X.
               88  DEFECT-CAUSE        VALUE 'D'.
               88  VAL-CAUSE           VALUE 'D' 'M'.
           05  SV-DESC                  PIC X(30).
           05  SV-QTY                   PIC 9(3)V9.
           05  SV-UNIT-PRICE            PIC 9(5)V99.

      *  ONE WARRANTY - THE SALE IT RIDES ON, THE BUYER, THE BOAT    *
      *  TYPE, AND THE COVERAGE WINDOW                               *
       FD  WARRANTY-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS WR-REC
           RECORD CONTAINS 28 CHARACTERS.

       01  WR-REC.
           05  WR-SALE-NO               PIC 9(6).
           05  WR-CUST-NO               PIC 9(5).
           05  WR-BOAT-TYPE             PIC X.
           05  WR-PURCHASE-DATE         PIC 9(8).
           05  WR-EXPIRE-DATE           PIC 9(8).

      *  ONE CLAIM AS KEPT ON THE CLAIMS MASTER - THE SALE, THE      *
      *  CLAIM DATE, WHAT IT IS, AND WHAT IT COST                    *
       FD  CLAIM-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CL-REC
           RECORD CONTAINS 51 CHARACTERS.

       01  CL-REC.
           05  CL-SALE-NO               PIC 9(6).
           05  CL-CLAIM-DATE            PIC 9(8).
           05  CL-DESC                  PIC X(30).
           05  CL-AMOUNT                PIC 9(5)V99.

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

      *  ONE SERVICE LINE AS KEPT ON THE HISTORY - THE KEYED LINE,   *
      *  WHO PAID FOR IT ('C' CUSTOMER OR 'W' WARRANTY), AND ITS     *
      *  EXTENDED AMOUNT                                             *
       FD  SERVICE-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS SH-REC
           RECORD CONTAINS 78 CHARACTERS.

       01  SH-REC.
           05  SH-LINE                  PIC X(68).
           05  SH-BILL-TO               PIC X.
           05  SH-AMOUNT                PIC 9(7)V99.

       FD  INVOICE-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS INVLINE.

       01  INVLINE             PIC X(132).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE             PIC X(132).

      *  THIS RUN'S REPAIR ORDERS BILLED, CUSTOMER-PAY TOTAL (PARTS, *
      *  LABOR AND TAX), ITS PARTS, LABOR AND TAX PIECES, THE        *
      *  DOLLARS SPLIT TO WARRANTY, AND WHEN THE RUN WAS MADE        *
       FD  GT-EXTRACT
           LABEL RECORD IS OMITTED
           DATA RECORD IS GT41-REC
           RECORD CONTAINS 74 CHARACTERS.

       01  GT41-REC.
           05  G41-RO-CTR               PIC 9(5).
           05  G41-TOTAL                PIC 9(9)V99.
           05  G41-PARTS                PIC 9(9)V99.
           05  G41-LABOR                PIC 9(9)V99.
           05  G41-SALES-TAX            PIC 9(9)V99.
           05  G41-WARRANTY             PIC 9(9)V99.
           05  G41-RUN-DATE             PIC 9(8).
           05  G41-RUN-TIME             PIC 9(6).

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
           05  C-WARR-STATUS   PIC XX      VALUE '00'.
           05  C-CUST-STATUS   PIC XX      VALUE '00'.
           05  WARR-EOF        PIC XXX     VALUE 'NO'.
           05  CUST-EOF        PIC XXX     VALUE 'NO'.
      *  'YES' ONLY WHEN THE MASTER WAS ACTUALLY ON FILE - A MISSING  *
      *  MASTER LEAVES ITS CHECK TURNED OFF                           *
           05  C-WARR-SW       PIC XXX     VALUE 'NO'.
           05  C-CUST-SW       PIC XXX     VALUE 'NO'.
           05  C-WARR-CTR      PIC 999     VALUE 0.
           05  SUB-WARR        PIC 999     VALUE 0.
           05  C-CUST-CTR      PIC 999     VALUE 0.
           05  SUB-CUST        PIC 999     VALUE 0.
           05  SUB-MONTH       PIC 99      VALUE 0.
           05  SUB-TAX-STATE   PIC 9       VALUE 0.
      *  THE REPAIR ORDER NOW BEING INVOICED - A NEW NUMBER ON THE   *
      *  INPUT CLOSES THE OLD ORDER'S INVOICE AND OPENS THE NEXT     *
           05  H-RO-NO         PIC 9(6)    VALUE 0.
           05  C-FIRST-SW      PIC XXX     VALUE 'YES'.
           05  C-LINE-AMT      PIC 9(7)V99 VALUE 0.
           05  C-BILL-TO       PIC X       VALUE ' '.
           05  C-RO-LINE-CTR   PIC 999     VALUE 0.
           05  C-RO-PARTS      PIC 9(7)V99 VALUE 0.
           05  C-RO-LABOR      PIC 9(7)V99 VALUE 0.
           05  C-RO-TAX        PIC 9(7)V99 VALUE 0.
           05  C-RO-WARRANTY   PIC 9(7)V99 VALUE 0.
           05  C-RO-TOTAL      PIC 9(7)V99 VALUE 0.
           05  C-GT-LINE-CTR   PIC 9(5)    VALUE 0.
           05  C-GT-BILLED-CTR PIC 9(5)    VALUE 0.
           05  C-GT-CLAIM-CTR  PIC 9(5)    VALUE 0.
           05  C-GT-REJECT-CTR PIC 9(5)    VALUE 0.
           05  C-GT-RO-CTR     PIC 9(5)    VALUE 0.
           05  C-GT-PARTS      PIC 9(9)V99 VALUE 0.
           05  C-GT-LABOR      PIC 9(9)V99 VALUE 0.
           05  C-GT-TAX        PIC 9(9)V99 VALUE 0.
           05  C-GT-WARRANTY   PIC 9(9)V99 VALUE 0.
           05  C-GT-TOTAL      PIC 9(9)V99 VALUE 0.

      *  EVERY SALE'S WARRANTY FROM THE WARRANTY MASTER - CAPPED AT  *
      *  500 WARRANTIES, THE SAME CAP THE WARRANTY RUN BUILDS TO     *
       01  WARRANTY-TABLE.
           05  WARRANTY-ENTRY          OCCURS 500 TIMES.
               10  WT-SALE-NO          PIC 9(6).
               10  WT-CUST-NO          PIC 9(5).
               10  WT-BOAT-TYPE        PIC X.
               10  WT-PURCHASE-DATE    PIC 9(8).
               10  WT-EXPIRE-DATE      PIC 9(8).

      *  HOLDS EVERY CUSTOMER ON THE MASTER SO THE INVOICE CAN BE    *
      *  ADDRESSED - CAPPED AT 200 CUSTOMERS                         *
       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY          OCCURS 200 TIMES.
               10  CM-CUST-NO          PIC 9(5).
               10  CM-NAME             PIC X(25).
               10  CM-ADDRESS          PIC X(20).
               10  CM-CITY             PIC X(15).
               10  CM-STATE            PIC XX.
               10  CM-ZIP              PIC 9(9).

      ******************************************************************
      * STORES THE STATE SALES TAX RATES - LAST ENTRY (BLANK STATE)  *
      * IS THE DEFAULT RATE USED WHEN THE CUSTOMER'S STATE IS NOT IN *
      * THE TABLE - THE SAME RATES THE BOAT BILL OF SALE CHARGES     *
      ******************************************************************
       01  STATE-TAX-INFO.
           05  FILLER              PIC X(6)      VALUE 'IA0060'.
           05  FILLER              PIC X(6)      VALUE 'NE0055'.
           05  FILLER              PIC X(6)      VALUE 'WI0050'.
           05  FILLER              PIC X(6)      VALUE 'MI0060'.
           05  FILLER              PIC X(6)      VALUE 'IL0063'.
           05  FILLER              PIC X(6)      VALUE 'MO0042'.
           05  FILLER              PIC X(6)      VALUE '  0060'.

      * TABLE FOR THE STATE SALES TAX RATES *
       01  STATE-TAX-TABLE REDEFINES STATE-TAX-INFO.
           05  STATE-TAX                   OCCURS 7.
               10  T-TAX-STATE     PIC XX.
               10  T-TAX-RATE      PIC 9V999.

      *  STORES THE NUMBER OF DAYS IN EACH MONTH SO AN IMPOSSIBLE     *
      *  REPAIR ORDER DATE IS CAUGHT IN THE EDIT - FEBRUARY ALLOWS 29 *
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
           05  FILLER          PIC X(8)    VALUE 'COBLSC41'.
           05  FILLER          PIC X(48)   VALUE ' '.
           05  FILLER          PIC X(9)    VALUE '  CHAPMAN'.
           05  FILLER          PIC X(9)    VALUE ' DIVISION'.
           05  FILLER          PIC X(58)   VALUE ' '.

       01  REPORT-TITLE-LINE.
           05  FILLER          PIC X(52)   VALUE ' '.
           05  FILLER          PIC X(28)   VALUE
                                    'SERVICE REPAIR ORDERS'.
           05  FILLER          PIC X(52)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  REG-COLUMN-HEADINGS.
           05  FILLER          PIC X(8)    VALUE 'RO NO'.
           05  FILLER          PIC X(8)    VALUE 'SALE'.
           05  FILLER          PIC X(7)    VALUE 'CUST'.
           05  FILLER          PIC X(7)    VALUE 'TYPE'.
           05  FILLER          PIC X(32)   VALUE 'DESCRIPTION'.
           05  FILLER          PIC X(13)   VALUE '      AMOUNT'.
           05  FILLER          PIC X(57)   VALUE 'DISPOSITION'.

      *  ONE LINE PER REPAIR ORDER LINE KEYED - WHERE IT WENT, OR    *
      *  WHY IT WAS TURNED AWAY                                      *
       01  REG-DETAIL-LINE.
           05  O-REG-RO-NO     PIC 9(6).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-REG-SALE-NO   PIC 9(6).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-REG-CUST-NO   PIC 9(5).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-REG-TYPE      PIC X(5).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-REG-DESC      PIC X(30).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-REG-AMOUNT    PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-REG-DISP      PIC X(46).
           05  FILLER          PIC X(11)   VALUE ' '.

       01  REG-TOTAL-LINE-1.
           05  FILLER          PIC X(7)    VALUE 'LINES: '.
           05  O-GT-LINE-CTR   PIC ZZ,ZZ9.
           05  FILLER          PIC X(10)   VALUE '   BILLED:'.
           05  O-GT-BILLED-CTR PIC ZZ,ZZ9.
           05  FILLER          PIC X(12)   VALUE '   WARRANTY:'.
           05  O-GT-CLAIM-CTR  PIC ZZ,ZZ9.
           05  FILLER          PIC X(12)   VALUE '   REJECTED:'.
           05  O-GT-REJECT-CTR PIC ZZ,ZZ9.
           05  FILLER          PIC X(17)   VALUE '   REPAIR ORDERS:'.
           05  O-GT-RO-CTR     PIC ZZ,ZZ9.
           05  FILLER          PIC X(44)   VALUE ' '.

       01  REG-TOTAL-LINE-2.
           05  FILLER          PIC X(7)    VALUE 'PARTS: '.
           05  O-GT-PARTS      PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(10)   VALUE '   LABOR: '.
           05  O-GT-LABOR      PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(8)    VALUE '   TAX: '.
           05  O-GT-TAX        PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(10)   VALUE '   TOTAL: '.
           05  O-GT-TOTAL      PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(13)   VALUE '   WARRANTY: '.
           05  O-GT-WARRANTY   PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(14)   VALUE ' '.

      *  THE CUSTOMER SERVICE INVOICE - TITLE, ORDER, AND BILL-TO    *
      *  LINES, ONE LINE PER PART OR LABOR ITEM, AND THE FOOTING     *
       01  INV-TITLE-LINE.
           05  FILLER          PIC X(6)    VALUE 'DATE: '.
           05  O-INV-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-INV-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-INV-YY        PIC 9(4).
           05  FILLER          PIC X(30)   VALUE ' '.
           05  FILLER          PIC X(40)   VALUE
                    'CHAPMAN''S BOAT INC. - SERVICE INVOICE'.
           05  FILLER          PIC X(46)   VALUE ' '.

       01  INV-ORDER-LINE.
           05  FILLER          PIC X(14)   VALUE 'REPAIR ORDER: '.
           05  O-INV-RO-NO     PIC 9(6).
           05  FILLER          PIC X(13)   VALUE '   BOAT SALE:'.
           05  O-INV-SALE-NO   PIC Z(5)9.
           05  FILLER          PIC X(14)   VALUE '   ORDER DATE:'.
           05  O-INV-RO-MM     PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-INV-RO-DD     PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-INV-RO-YY     PIC 9(4).
           05  FILLER          PIC X(69)   VALUE ' '.

       01  INV-CUSTOMER-LINE.
           05  FILLER          PIC X(10)   VALUE 'BILL TO:  '.
           05  O-INV-CUST-NO   PIC 9(5).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-INV-NAME      PIC X(25).
           05  FILLER          PIC X(90)   VALUE ' '.

       01  INV-ADDRESS-LINE.
           05  FILLER          PIC X(17)   VALUE ' '.
           05  O-INV-ADDRESS   PIC X(20).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-INV-CITY      PIC X(15).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-INV-STATE     PIC XX.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-INV-ZIP-5     PIC 9(5).
           05  FILLER          PIC X       VALUE '-'.
           05  O-INV-ZIP-4     PIC 9(4).
           05  FILLER          PIC X(62)   VALUE ' '.

       01  INV-COLUMN-HEADINGS.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(7)    VALUE 'ITEM'.
           05  FILLER          PIC X(32)   VALUE 'DESCRIPTION'.
           05  FILLER          PIC X(9)    VALUE 'QTY/HRS'.
           05  FILLER          PIC X(12)   VALUE '     PRICE'.
           05  FILLER          PIC X(14)   VALUE '      AMOUNT'.
           05  FILLER          PIC X(54)   VALUE 'BILLED TO'.

       01  INV-DETAIL-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-INV-TYPE      PIC X(5).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-INV-DESC      PIC X(30).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-INV-QTY       PIC ZZ9.9.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-INV-PRICE     PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-INV-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-INV-BILL-TO   PIC X(20).
           05  FILLER          PIC X(34)   VALUE ' '.

       01  INV-AMOUNT-LINE.
           05  FILLER          PIC X(43)   VALUE ' '.
           05  O-INV-LABEL     PIC X(26).
           05  O-INV-FOOT-AMT  PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(50)   VALUE ' '.

       01  INV-TOTAL-LINE.
           05  FILLER          PIC X(43)   VALUE ' '.
           05  FILLER          PIC X(26)   VALUE 'TOTAL DUE:'.
           05  O-INV-TOTAL     PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(50)   VALUE ' '.

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
           OPEN OUTPUT INVOICE-OUT.
           OPEN EXTEND CLAIM-MASTER.
           OPEN EXTEND SERVICE-HISTORY.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO MACHINE-DATE.
           PERFORM 9955-GET-PROCESS-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           MOVE I-YY TO O-INV-YY.
           MOVE I-DD TO O-INV-DD.
           MOVE I-MM TO O-INV-MM.

           PERFORM 1100-LOAD-WARRANTIES.
           PERFORM 1200-LOAD-CUSTOMERS.

           PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM REG-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 9000-READ.

      *  OPENS THE OPTIONAL WARRANTY MASTER AND LOADS EVERY SALE'S   *
      *  COVERAGE WINDOW - A MISSING FILE LEAVES C-WARR-SW 'NO' AND   *
      *  EVERY LINE IS BILLED TO THE CUSTOMER                         *
       1100-LOAD-WARRANTIES.
           OPEN INPUT WARRANTY-MASTER.
           IF C-WARR-STATUS = '00'
               MOVE 'YES' TO C-WARR-SW
               PERFORM 1110-READ-WARRANTY
                   UNTIL WARR-EOF = 'YES'
               CLOSE WARRANTY-MASTER
           ELSE
               CLOSE WARRANTY-MASTER
               MOVE 'YES' TO WARR-EOF.

       1110-READ-WARRANTY.
           READ WARRANTY-MASTER
               AT END
                   MOVE 'YES' TO WARR-EOF
               NOT AT END
                   IF C-WARR-CTR < 500
                       ADD 1 TO C-WARR-CTR
                       MOVE WR-REC TO WARRANTY-ENTRY(C-WARR-CTR)
                   END-IF.

      * OPENS THE OPTIONAL CUSTOMER MASTER AND LOADS EVERY RECORD    *
      * INTO THE LOOKUP TABLE - A MISSING FILE LEAVES THE CUSTOMER   *
      * CHECK OFF AND THE INVOICE UNADDRESSED                        *
       1200-LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER.
           IF C-CUST-STATUS = '00'
               MOVE 'YES' TO C-CUST-SW
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

      *  A NEW REPAIR ORDER NUMBER CLOSES THE INVOICE BEFORE IT AND  *
      *  STARTS ITS OWN - EACH LINE IS THEN EDITED AND EITHER BILLED *
      *  OR SPLIT TO WARRANTY, AND PRINTS ON THE REGISTER EITHER WAY *
       2000-MAINLINE.
           IF C-FIRST-SW = 'YES'
               MOVE 'NO' TO C-FIRST-SW
               PERFORM 2050-START-ORDER
           ELSE
               IF SV-RO-NO NOT = H-RO-NO
                   PERFORM 2900-CLOSE-ORDER THRU 2900-EXIT
                   PERFORM 2050-START-ORDER.

           ADD 1 TO C-GT-LINE-CTR.
           MOVE 0 TO C-LINE-AMT.
           PERFORM 2100-EDIT-LINE.
           IF O-REG-DISP = ' '
               PERFORM 2200-BILL-OR-CLAIM
           ELSE
               ADD 1 TO C-GT-REJECT-CTR.
           PERFORM 2300-REGISTER-LINE.
           PERFORM 9000-READ.

      *  OPENS A NEW REPAIR ORDER - THE INVOICE PAGE IS HEADED FROM  *
      *  THE FIRST LINE'S SALE, CUSTOMER, AND ORDER DATE              *
       2050-START-ORDER.
           MOVE SV-RO-NO TO H-RO-NO.
           MOVE 0 TO C-RO-LINE-CTR.
           MOVE 0 TO C-RO-PARTS.
           MOVE 0 TO C-RO-LABOR.
           MOVE 0 TO C-RO-TAX.
           MOVE 0 TO C-RO-WARRANTY.
           MOVE 0 TO C-RO-TOTAL.

           WRITE INVLINE FROM INV-TITLE-LINE
               AFTER ADVANCING PAGE.
           MOVE SV-RO-NO TO O-INV-RO-NO.
           MOVE SV-SALE-NO TO O-INV-SALE-NO.
           MOVE SV-RO-MM TO O-INV-RO-MM.
           MOVE SV-RO-DD TO O-INV-RO-DD.
           MOVE SV-RO-YY TO O-INV-RO-YY.
           WRITE INVLINE FROM INV-ORDER-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SV-CUST-NO TO O-INV-CUST-NO.
           PERFORM 2060-FIND-CUSTOMER.
           IF SUB-CUST > C-CUST-CTR
               MOVE '** CUSTOMER NOT ON FILE **' TO O-INV-NAME
               MOVE ' ' TO O-INV-ADDRESS
               MOVE ' ' TO O-INV-CITY
               MOVE ' ' TO O-INV-STATE
               MOVE 0 TO O-INV-ZIP-5
               MOVE 0 TO O-INV-ZIP-4
           ELSE
               MOVE CM-NAME(SUB-CUST) TO O-INV-NAME
               MOVE CM-ADDRESS(SUB-CUST) TO O-INV-ADDRESS
               MOVE CM-CITY(SUB-CUST) TO O-INV-CITY
               MOVE CM-STATE(SUB-CUST) TO O-INV-STATE
               MOVE CM-ZIP(SUB-CUST)(1:5) TO O-INV-ZIP-5
               MOVE CM-ZIP(SUB-CUST)(6:4) TO O-INV-ZIP-4.
           WRITE INVLINE FROM INV-CUSTOMER-LINE
               AFTER ADVANCING 2 LINES.
           WRITE INVLINE FROM INV-ADDRESS-LINE
               AFTER ADVANCING 1 LINE.
           WRITE INVLINE FROM INV-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE INVLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

      *  SUB-CUST IS LEFT PAST C-CUST-CTR WHEN THE LINE'S CUSTOMER   *
      *  IS NOT ON THE MASTER                                         *
       2060-FIND-CUSTOMER.
           PERFORM
               VARYING SUB-CUST FROM 1 BY 1
                   UNTIL SUB-CUST > C-CUST-CTR
                       OR SV-CUST-NO = CM-CUST-NO(SUB-CUST).

      *  EDITS ONE LINE - THE FIRST FAILING FIELD'S MESSAGE IS LEFT  *
      *  IN O-REG-DISP AND A CLEAN LINE LEAVES IT BLANK - THE SALE   *
      *  MUST BELONG TO THE CUSTOMER THE ORDER IS WRITTEN TO          *
       2100-EDIT-LINE.
           MOVE ' ' TO O-REG-DISP.
           IF SV-RO-NO NOT NUMERIC OR SV-RO-NO = 0
               MOVE 'THE RO NUMBER MUST BE NUMERIC - REJECTED'
                   TO O-REG-DISP
           ELSE
           IF SV-SALE-NO NOT NUMERIC OR SV-SALE-NO = 0
               MOVE 'THE SALE NUMBER MUST BE NUMERIC - REJECTED'
                   TO O-REG-DISP
           ELSE
           IF SV-CUST-NO NOT NUMERIC OR SV-CUST-NO = 0
               MOVE 'THE CUSTOMER NUMBER MUST BE NUMERIC - REJECTED'
                   TO O-REG-DISP
           ELSE
           IF NOT PARTS-LINE AND NOT LABOR-LINE
               MOVE 'LINE TYPE MUST BE P OR L - REJECTED'
                   TO O-REG-DISP
           ELSE
           IF NOT VAL-CAUSE
               MOVE 'CAUSE MUST BE D OR M - REJECTED' TO O-REG-DISP
           ELSE
           IF SV-QTY NOT NUMERIC OR SV-QTY = 0
               MOVE 'THE QUANTITY MUST BE NUMERIC - REJECTED'
                   TO O-REG-DISP
           ELSE
           IF SV-UNIT-PRICE NOT NUMERIC
               MOVE 'THE PRICE MUST BE NUMERIC - REJECTED'
                   TO O-REG-DISP
           ELSE
               PERFORM 2110-EDIT-RO-DATE.

           IF O-REG-DISP = ' '
               COMPUTE C-LINE-AMT ROUNDED = SV-QTY * SV-UNIT-PRICE
               IF C-LINE-AMT > 99999.99
                   MOVE 'LINE AMOUNT OVER $99,999.99 - REJECTED'
                       TO O-REG-DISP.

           IF O-REG-DISP = ' ' AND C-CUST-SW = 'YES'
               PERFORM 2060-FIND-CUSTOMER
               IF SUB-CUST > C-CUST-CTR
                   MOVE 'CUSTOMER NOT ON THE CUSTOMER MASTER'
                       TO O-REG-DISP.

           IF O-REG-DISP = ' ' AND C-WARR-SW = 'YES'
               PERFORM 2120-FIND-SALE
               IF SUB-WARR > C-WARR-CTR
                   MOVE 'SALE NOT ON THE WARRANTY MASTER - REJECTED'
                       TO O-REG-DISP
               ELSE
                   IF WT-CUST-NO(SUB-WARR) NOT = SV-CUST-NO
                       MOVE 'THE SALE IS ANOTHER CUSTOMER''S - REJECTED'
                           TO O-REG-DISP.

       2110-EDIT-RO-DATE.
           IF SV-RO-DATE NOT NUMERIC
               MOVE 'THE RO DATE NEEDS TO BE NUMERIC - REJECTED'
                   TO O-REG-DISP
           ELSE
               IF SV-RO-MM < 1 OR SV-RO-MM > 12
                   MOVE 'THE RO DATE IS NOT REAL - REJECTED'
                       TO O-REG-DISP
               ELSE
                   MOVE SV-RO-MM TO SUB-MONTH
                   IF SV-RO-DD < 1 OR
                       SV-RO-DD > T-MONTH-DAYS(SUB-MONTH)
                       MOVE 'THE RO DATE IS NOT REAL - REJECTED'
                           TO O-REG-DISP.

       2120-FIND-SALE.
           PERFORM
               VARYING SUB-WARR FROM 1 BY 1
                   UNTIL SUB-WARR > C-WARR-CTR
                       OR SV-SALE-NO = WT-SALE-NO(SUB-WARR).

      *  A FACTORY DEFECT REPAIRED INSIDE THE SALE'S COVERAGE WINDOW *
      *  IS WRITTEN TO THE CLAIMS MASTER AND SHOWS ON THE INVOICE AT *
      *  NO CHARGE - ANYTHING ELSE IS BILLED TO THE CUSTOMER          *
       2200-BILL-OR-CLAIM.
           MOVE 'C' TO C-BILL-TO.
           IF DEFECT-CAUSE AND C-WARR-SW = 'YES'
               PERFORM 2120-FIND-SALE
               IF SUB-WARR NOT > C-WARR-CTR
                   IF SV-RO-DATE NOT < WT-PURCHASE-DATE(SUB-WARR)
                     AND SV-RO-DATE NOT > WT-EXPIRE-DATE(SUB-WARR)
                       MOVE 'W' TO C-BILL-TO.

           IF C-BILL-TO = 'W'
               PERFORM 2210-WRITE-CLAIM
           ELSE
               PERFORM 2220-BILL-CUSTOMER.

           ADD 1 TO C-RO-LINE-CTR.
           MOVE SV-REC TO SH-LINE.
           MOVE C-BILL-TO TO SH-BILL-TO.
           MOVE C-LINE-AMT TO SH-AMOUNT.
           WRITE SH-REC.
           PERFORM 2230-INVOICE-LINE.

       2210-WRITE-CLAIM.
           MOVE SV-SALE-NO TO CL-SALE-NO.
           MOVE SV-RO-DATE TO CL-CLAIM-DATE.
           MOVE SV-DESC TO CL-DESC.
           MOVE C-LINE-AMT TO CL-AMOUNT.
           WRITE CL-REC.
           ADD 1 TO C-GT-CLAIM-CTR.
           ADD C-LINE-AMT TO C-RO-WARRANTY.
           MOVE 'SPLIT TO WARRANTY - CLAIM WRITTEN' TO O-REG-DISP.

       2220-BILL-CUSTOMER.
           ADD 1 TO C-GT-BILLED-CTR.
           IF PARTS-LINE
               ADD C-LINE-AMT TO C-RO-PARTS
           ELSE
               ADD C-LINE-AMT TO C-RO-LABOR.
           MOVE 'BILLED TO CUSTOMER' TO O-REG-DISP.

       2230-INVOICE-LINE.
           IF PARTS-LINE
               MOVE 'PARTS' TO O-INV-TYPE
           ELSE
               MOVE 'LABOR' TO O-INV-TYPE.
           MOVE SV-DESC TO O-INV-DESC.
           MOVE SV-QTY TO O-INV-QTY.
           MOVE SV-UNIT-PRICE TO O-INV-PRICE.
           MOVE C-LINE-AMT TO O-INV-AMOUNT.
           IF C-BILL-TO = 'W'
               MOVE 'WARRANTY - NO CHARGE' TO O-INV-BILL-TO
           ELSE
               MOVE 'CUSTOMER' TO O-INV-BILL-TO.
           WRITE INVLINE FROM INV-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       2300-REGISTER-LINE.
           MOVE SV-RO-NO TO O-REG-RO-NO.
           MOVE SV-SALE-NO TO O-REG-SALE-NO.
           MOVE SV-CUST-NO TO O-REG-CUST-NO.
           IF PARTS-LINE
               MOVE 'PARTS' TO O-REG-TYPE
           ELSE
           IF LABOR-LINE
               MOVE 'LABOR' TO O-REG-TYPE
           ELSE
               MOVE SV-LINE-TYPE TO O-REG-TYPE.
           MOVE SV-DESC TO O-REG-DESC.
           MOVE C-LINE-AMT TO O-REG-AMOUNT.
           WRITE PRTLINE FROM REG-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *  FOOTS THE INVOICE FOR THE REPAIR ORDER JUST FINISHED -      *
      *  PARTS ARE TAXED AT THE CUSTOMER'S STATE RATE, LABOR IS NOT, *
      *  AND THE WARRANTY DOLLARS SHOW FOR THE CUSTOMER'S RECORD     *
      *  WITHOUT BEING ADDED TO WHAT THEY OWE - AN ORDER WHOSE LINES *
      *  WERE ALL REJECTED SAYS SO ON THE INVOICE INSTEAD            *
       2900-CLOSE-ORDER.
           IF C-RO-LINE-CTR = 0
               MOVE '** NO LINES ACCEPTED **' TO O-INV-LABEL
               MOVE 0 TO O-INV-FOOT-AMT
               WRITE INVLINE FROM INV-AMOUNT-LINE
                   AFTER ADVANCING 2 LINES
               GO TO 2900-EXIT.

           PERFORM 2910-FIND-TAX-RATE.
           MULTIPLY C-RO-PARTS BY T-TAX-RATE(SUB-TAX-STATE)
               GIVING C-RO-TAX ROUNDED.
           COMPUTE C-RO-TOTAL = C-RO-PARTS + C-RO-LABOR + C-RO-TAX.

           MOVE 'PARTS' TO O-INV-LABEL.
           MOVE C-RO-PARTS TO O-INV-FOOT-AMT.
           WRITE INVLINE FROM INV-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'LABOR' TO O-INV-LABEL.
           MOVE C-RO-LABOR TO O-INV-FOOT-AMT.
           WRITE INVLINE FROM INV-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SALES TAX ON PARTS' TO O-INV-LABEL.
           MOVE C-RO-TAX TO O-INV-FOOT-AMT.
           WRITE INVLINE FROM INV-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-RO-TOTAL TO O-INV-TOTAL.
           WRITE INVLINE FROM INV-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           IF C-RO-WARRANTY > 0
               MOVE 'COVERED BY WARRANTY' TO O-INV-LABEL
               MOVE C-RO-WARRANTY TO O-INV-FOOT-AMT
               WRITE INVLINE FROM INV-AMOUNT-LINE
                   AFTER ADVANCING 2 LINES.

           IF C-RO-TOTAL > 0
               ADD 1 TO C-GT-RO-CTR.
           ADD C-RO-PARTS TO C-GT-PARTS.
           ADD C-RO-LABOR TO C-GT-LABOR.
           ADD C-RO-TAX TO C-GT-TAX.
           ADD C-RO-TOTAL TO C-GT-TOTAL.
           ADD C-RO-WARRANTY TO C-GT-WARRANTY.

       2900-EXIT.
           EXIT.

      *  THE CUSTOMER'S STATE PICKS THE RATE - A CUSTOMER NOT ON THE *
      *  MASTER, OR A STATE NOT IN THE TABLE, FALLS TO THE DEFAULT   *
      *  SLOT 7                                                      *
       2910-FIND-TAX-RATE.
           MOVE 7 TO SUB-TAX-STATE.
           IF O-INV-STATE NOT = ' '
               PERFORM
                   VARYING SUB-TAX-STATE FROM 1 BY 1
                       UNTIL O-INV-STATE = T-TAX-STATE(SUB-TAX-STATE)
                           OR SUB-TAX-STATE = 7.

       3000-CLOSING.
           IF C-FIRST-SW = 'NO'
               PERFORM 2900-CLOSE-ORDER THRU 2900-EXIT.

           MOVE C-GT-LINE-CTR TO O-GT-LINE-CTR.
           MOVE C-GT-BILLED-CTR TO O-GT-BILLED-CTR.
           MOVE C-GT-CLAIM-CTR TO O-GT-CLAIM-CTR.
           MOVE C-GT-REJECT-CTR TO O-GT-REJECT-CTR.
           MOVE C-GT-RO-CTR TO O-GT-RO-CTR.
           WRITE PRTLINE FROM REG-TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE C-GT-PARTS TO O-GT-PARTS.
           MOVE C-GT-LABOR TO O-GT-LABOR.
           MOVE C-GT-TAX TO O-GT-TAX.
           MOVE C-GT-TOTAL TO O-GT-TOTAL.
           MOVE C-GT-WARRANTY TO O-GT-WARRANTY.
           WRITE PRTLINE FROM REG-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.

           PERFORM 9600-SAVE-GT-EXTRACT.
           PERFORM 9700-WRITE-RUN-LOG.

           CLOSE TRAN-FILE.
           CLOSE CLAIM-MASTER.
           CLOSE SERVICE-HISTORY.
           CLOSE INVOICE-OUT.
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
           WRITE PRTLINE FROM REPORT-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

      *  WRITES THIS RUN'S SERVICE GRAND TOTALS FOR THE DASHBOARD TO *
      *  PICK UP - THE CUSTOMER-PAY TOTAL IS THE REVENUE, THE        *
      *  WARRANTY DOLLARS RIDE ALONG FOR INFORMATION ONLY            *
       9600-SAVE-GT-EXTRACT.
           MOVE C-GT-RO-CTR TO G41-RO-CTR.
           MOVE C-GT-TOTAL TO G41-TOTAL.
           MOVE C-GT-PARTS TO G41-PARTS.
           MOVE C-GT-LABOR TO G41-LABOR.
           MOVE C-GT-TAX TO G41-SALES-TAX.
           MOVE C-GT-WARRANTY TO G41-WARRANTY.
           COMPUTE G41-RUN-DATE = I-YY * 10000 + I-MM * 100 + I-DD.
           MOVE I-TIME(1:6) TO G41-RUN-TIME.
           OPEN OUTPUT GT-EXTRACT.
           WRITE GT41-REC.
           CLOSE GT-EXTRACT.

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -      *
      * RECORDS IN IS THE LINES KEYED, RECORDS OUT IS THE LINES       *
      * BILLED PLUS THE LINES SPLIT TO WARRANTY, AND RECORDS          *
      * REJECTED IS THE LINES TURNED AWAY                             *
       9700-WRITE-RUN-LOG.
           MOVE 'COBLSC41' TO RL-PROGRAM.
           MOVE M-RUN-MM TO RL-RUN-MM.
           MOVE M-RUN-DD TO RL-RUN-DD.
           MOVE M-RUN-YY TO RL-RUN-YYYY.
           MOVE I-TIME(1:2) TO RL-RUN-HH.
           MOVE I-TIME(3:2) TO RL-RUN-MI.
           MOVE I-TIME(5:2) TO RL-RUN-SS.
           MOVE C-GT-LINE-CTR TO RL-RECS-IN.
           COMPUTE RL-RECS-OUT = C-GT-BILLED-CTR + C-GT-CLAIM-CTR.
           MOVE C-GT-REJECT-CTR TO RL-RECS-REJ.
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

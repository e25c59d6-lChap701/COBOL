               ASSIGN TO 'C:\IHCC\COBOL\COBLSC03\CBLTRDIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * ONE RECORD PER SALE ON THE MASTER WITH EVERY FIGURE THE      *
      * BILL OF SALE WAS BUILT FROM - REWRITTEN EVERY RUN LIKE THE   *
      * TRADE-IN FILE SO THE LOAN LEDGER AND THE DEAL PROFIT RUNS    *
      * PRICE EACH DEAL EXACTLY AS THIS PROGRAM DID - AN            *
      * INCLUDE-ARCHIVE RUN DOES NOT TOUCH IT                        *
           SELECT DEAL-EXTRACT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC03\CBLDL03.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * OPTIONAL INCLUDE-ARCHIVE OPTION - A 'Y' RECORD PULLS THE     *
      * YEAR-END ARCHIVE BACK INTO THE RUN FOR A MULTI-YEAR LOOK *
           SELECT OPTIONAL ARCHIVE-PARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SLSM-STATUS.

      * OPTIONAL SPECIAL-ORDER FILE - A FACTORY ORDER THE BOAT EDIT *
      * HAS MARKED SOLD CARRIES THE SALE NUMBER, SO ITS CUSTOMER     *
      * DEPOSIT CAN BE CREDITED ON THAT SALE'S BILL *
           SELECT OPTIONAL SPECIAL-ORDER
               ASSIGN TO 'C:\IHCC\COBOL\CBLSPORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-ORDER-STATUS.

      * OPTIONAL EXEMPTION CERTIFICATE FILE KEYED BY CUSTOMER NUMBER *
      * - A BUYER WITH A CERTIFICATE STILL GOOD ON THE SALE DATE IS  *
      * SOLD WITHOUT SALES TAX *
           SELECT OPTIONAL EXEMPT-CERT
               ASSIGN TO 'C:\IHCC\COBOL\CBLTXEXM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CERT-STATUS.

      * MACHINE-READABLE COPY OF THE COMMISSION REPORT, REWRITTEN AT *
      * 3000-CLOSING SO PAYROLL CAN IMPORT IT INSTEAD OF RE-KEYING   *
      * THE PRINTED PAGE *

       01  TI-REC              PIC X(34).

      * ONE SALE AS PRICED THIS RUN - THE AMOUNT FINANCED, APR,     *
      * TERM, AND MONTHLY PAYMENT ARE ZERO ON A CASH DEAL            *
       FD  DEAL-EXTRACT
           LABEL RECORD IS STANDARD
           DATA RECORD IS DL-REC
           RECORD CONTAINS 154 CHARACTERS.

       01  DL-REC.
           05  DL-SALE-NO               PIC 9(6).
           05  DL-CUST-NO               PIC 9(5).
           05  DL-NAME                  PIC X(20).
           05  DL-STOCK-NO              PIC X(6).
           05  DL-BOAT-TYPE             PIC X.
           05  DL-LOCATION              PIC XX.
           05  DL-STATE                 PIC XX.
           05  DL-SALESPERSON           PIC X(4).
           05  DL-SALESPERSON-2         PIC X(4).
           05  DL-SPLIT-PCT             PIC 99.
           05  DL-PURCHASE-DATE         PIC 9(8).
           05  DL-BOAT-COST             PIC 9(6)V99.
           05  DL-MARKUP-AMT            PIC 9(6)V99.
           05  DL-ACCESS-PACK-COST      PIC 9(4)V99.
           05  DL-PREP-COST             PIC 9(5)V99.
           05  DL-SUBTOTAL              PIC 9(7)V99.
           05  DL-SALES-TAX             PIC 9(5)V99.
           05  DL-TRADE-IN              PIC 9(6)V99.
           05  DL-TOTAL-COST            PIC S9(7)V99.
           05  DL-DOWN-PAYMENT          PIC 9(6)V99.
           05  DL-AMT-FINANCED          PIC 9(7)V99.
           05  DL-APR                   PIC 99V99.
           05  DL-TERM-MONTHS           PIC 9(3).
           05  DL-PAYMENT               PIC 9(6)V99.

      * ONE CUSTOMER MASTER RECORD - ONLY THE NUMBER AND NAME ARE    *
      * CARRIED INTO THE LOOKUP TABLE, THE REST IS FOR THE WARRANTY  *
      * MAILING SIDE *
           05  SL-COMM-RATE             PIC 9V999.
           05  SL-ACTIVE                PIC X.

      * ONE FACTORY SPECIAL ORDER - STATUS O ON ORDER, R ARRIVED    *
      * AND RESERVED, S SOLD, C CANCELLED *
       FD  SPECIAL-ORDER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SO-REC
           RECORD CONTAINS 52 CHARACTERS.

       01  SO-REC.
           05  SO-ORDER-NO              PIC 9(5).
           05  SO-CUST-NO               PIC 9(5).
           05  SO-BOAT-TYPE             PIC X.
           05  SO-QUOTED-PRICE          PIC 9(6)V99.
           05  SO-SALESPERSON           PIC X(4).
           05  SO-DEPOSIT               PIC 9(6)V99.
           05  SO-ORDER-DATE            PIC 9(8).
           05  SO-STOCK-NO              PIC X(6).
           05  SO-STATUS                PIC X.
           05  SO-SALE-NO               PIC 9(6).

      * ONE BUYER'S SALES TAX EXEMPTION CERTIFICATE - TYPE R RESELLER, *
      * G GOVERNMENT UNIT, O DELIVERY TAKEN OUT OF STATE *
       FD  EXEMPT-CERT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CE-REC
           RECORD CONTAINS 28 CHARACTERS.

       01  CE-REC.
           05  CE-CUST-NO               PIC 9(5).
           05  CE-CERT-NO               PIC X(12).
           05  CE-EXEMPT-TYPE           PIC X.
           05  CE-ISSUE-STATE           PIC XX.
           05  CE-EXPIRE-DATE           PIC 9(8).

      * ONE COMMA-DELIMITED LINE PER SALESPERSON PAID THIS RUN -     *
      * CODE, NUMBER SOLD, TOTAL COST, RATE APPLIED, AND COMMISSION *
       FD  COMM-EXPORT
		   05  CUST-EOF                PIC XXX       VALUE 'NO'.
		   05  C-CUST-CTR              PIC 999       VALUE 0.
		   05  SUB-CUST                PIC 999       VALUE 0.
      * SPECIAL-ORDER DEPOSIT LOOKUP - THE DEPOSIT IS CREDITED AFTER *
      * THE TOTAL DUE AND COMES OFF THE AMOUNT FINANCED *
           05  C-ORDER-STATUS          PIC XX        VALUE '00'.
           05  ORDER-EOF               PIC XXX       VALUE 'NO'.
           05  C-SDEP-CTR              PIC 999       VALUE 0.
           05  SUB-SDEP                PIC 999       VALUE 0.
           05  C-ORDER-DEPOSIT         PIC 9(6)V99   VALUE 0.
           05  C-BALANCE-DUE           PIC S9(7)V99  VALUE 0.
		   05  SUB-TAX-REMIT           PIC 9         VALUE 0.
      * EXEMPTION CERTIFICATE LOOKUP - A CERTIFICATE GOOD ON THE SALE *
      * DATE SKIPS THE TAX, ONE THAT HAS EXPIRED IS TAXED AND FLAGGED *
           05  C-CERT-STATUS           PIC XX        VALUE '00'.
           05  CERT-EOF                PIC XXX       VALUE 'NO'.
           05  C-CERT-CTR              PIC 999       VALUE 0.
           05  SUB-CERT                PIC 999       VALUE 0.
           05  C-EXEMPT-SW             PIC XXX       VALUE 'NO'.
           05  C-CERT-EXPIRED-SW       PIC XXX       VALUE 'NO'.
           05  C-XCERT-CTR             PIC 999       VALUE 0.
           05  SUB-XCERT               PIC 999       VALUE 0.
           05  C-GT-EXEMPT-CTR         PIC 9(5)      VALUE 0.
           05  C-GT-EXEMPT             PIC 9(11)V99  VALUE 0.
      * SET 'YES' WHEN THE INCLUDE-ARCHIVE OPTION PULLED THE ARCHIVE *
      * INTO THIS RUN - THE GT EXTRACT IS SKIPPED SO A MULTI-YEAR    *
      * LOOK CANNOT FEED THE RECONCILIATION AND ACCOUNTING RUNS      *
		   05  C-ARCH-PARM-STATUS      PIC XX        VALUE '00'.
		   05  C-ARCHIVE-STATUS        PIC XX        VALUE '00'.
		   05  COPY-EOF                PIC XXX       VALUE 'NO'.
      * FINANCING WORK FIELDS - THE AMOUNT FINANCED IS THE BALANCE  *
      * DUE LESS THE DOWN PAYMENT, AND THE MONTHLY RATE IS THE APR   *
      * OVER TWELVE HUNDRED                                          *
		   05  C-AMT-FINANCED          PIC S9(7)V99  VALUE 0.
		   05  C-MONTH-RATE            PIC V9(7)     VALUE 0.
		   05  C-AMORT-FACTOR          PIC 9(7)V9(7) VALUE 0.
           05  TAX-REMIT-ENTRY         OCCURS 7.
               10  TR-TAXABLE          PIC 9(11)V99  VALUE 0.
               10  TR-TAX              PIC 9(9)V99   VALUE 0.
               10  TR-EXEMPT           PIC 9(11)V99  VALUE 0.

      * HOLDS EVERY CUSTOMER ON THE MASTER SO EACH SALE'S CUSTOMER   *
      * NUMBER CAN BE LOOKED UP WITHOUT RE-READING THE FILE - CAPPED *
               10  SM-COMM-RATE        PIC 9V999.
               10  SM-ACTIVE           PIC X.

      * HOLDS THE DEPOSIT OF EVERY SOLD SPECIAL ORDER BY THE SALE    *
      * NUMBER IT WAS DELIVERED ON - CAPPED AT 300 ORDERS *
       01  SALE-DEPOSIT-TABLE.
           05  SDEP-ENTRY              OCCURS 300 TIMES.
               10  SD-SALE-NO          PIC 9(6).
               10  SD-DEPOSIT          PIC 9(6)V99.

      * HOLDS EVERY EXEMPTION CERTIFICATE ON FILE BY CUSTOMER NUMBER *
      * - CAPPED AT 200 CERTIFICATES *
       01  EXEMPT-CERT-TABLE.
           05  CERT-ENTRY              OCCURS 200 TIMES.
               10  CT-CUST-NO          PIC 9(5).
               10  CT-CERT-NO          PIC X(12).
               10  CT-EXEMPT-TYPE      PIC X.
               10  CT-ISSUE-STATE      PIC XX.
               10  CT-EXPIRE-DATE      PIC 9(8).

      * ONE SLOT PER SALE THAT CLAIMED AN EXPIRED CERTIFICATE, HELD  *
      * FOR THE EXCEPTION LIST PRINTED AT CLOSE - CAPPED AT 100      *
       01  EXPIRED-CERT-TABLE.
           05  XCERT-ENTRY             OCCURS 100 TIMES.
               10  XC-SALE-NO          PIC 9(6).
               10  XC-NAME             PIC X(20).
               10  XC-CERT-NO          PIC X(12).
               10  XC-EXPIRE-DATE      PIC 9(8).
               10  XC-SALES-TAX        PIC 9(5)V99.

      * THE MACHINE CLOCK'S OWN DATE, KEPT ONLY FOR THE RUN-LOG      *
      * TIMESTAMP ONCE THE PROCESSING DATE OVERRIDES I-DATE          *
       01  MACHINE-DATE.
               10  RT-ACC-EFF-DATE PIC 9(8).

       01  COMPANY-TITLE.
           05  FILLER                  PIC X(6)      VALUE 'DATE: '.
		   05  O-MM                    PIC 99.
		   05  FILLER                  PIC X         VALUE '/'.
		   05  O-DD                    PIC 99.
		   05  FILLER                  PIC X(19)     VALUE 
                                                 'CHAPMAN''S BOAT INC.'.
		   05  FILLER                  PIC X(49)     VALUE ' '.
           05  FILLER                  PIC X(6)      VALUE 'PAGE: '.
           05  O-PCTR                  PIC Z9.

       01  COLUMN-HEADINGS-1.
           05  FILLER                  PIC X(4)      VALUE 'SALE'.
		   05  FILLER                  PIC X(4)      VALUE ' '.
           05  FILLER                  PIC X(8)      VALUE 'CUSTOMER'.
		   05  FILLER                  PIC X(26)     VALUE ' '.
           05  FILLER                  PIC X(4)      VALUE 'BOAT'.
		   05  FILLER                  PIC X(10)     VALUE ' '.
           05  FILLER                  PIC X(8)      VALUE 'PURCHASE'.
		   05  FILLER                  PIC X(6)      VALUE ' '.
           05  FILLER                  PIC X(9)      VALUE 'ACCESSORY'.
		   05  FILLER                  PIC X(11)     VALUE ' '.
           05  FILLER                  PIC X(4)      VALUE 'PREP'.
		   05  FILLER                  PIC X(8)      VALUE ' '.
           05  FILLER                  PIC X(8)      VALUE 'TRADE-IN'.
		   05  FILLER                  PIC X(5)      VALUE ' '.
           05  FILLER                  PIC X(5)      VALUE 'TOTAL'.
		   05  FILLER                  PIC X(12)     VALUE ' '.

       01  COLUMN-HEADINGS-2.
           05  FILLER                  PIC X(6)      VALUE 'NUMBER'.
		   05  FILLER                  PIC X(2)      VALUE ' '.
           05  FILLER                  PIC X(9)      VALUE 'NAME'.
		   05  FILLER                  PIC X(6)      VALUE ' '.
           05  FILLER                  PIC X(5)      VALUE 'STATE'.
		   05  FILLER                  PIC X(10)     VALUE ' '.
           05  FILLER                  PIC X(4)      VALUE 'COST'.
		   05  FILLER                  PIC X(10)     VALUE ' '.
           05  FILLER                  PIC X(4)      VALUE 'DATE'.
		   05  FILLER                  PIC X(10)     VALUE ' '.
           05  FILLER                  PIC X(7)      VALUE 'PACKAGE'.
		   05  FILLER                  PIC X(13)     VALUE ' '.
           05  FILLER                  PIC X(4)      VALUE 'COST'.
		   05  FILLER                  PIC X(12)     VALUE ' '.
           05  FILLER                  PIC X(9)      VALUE 'ALLOWANCE'.
		   05  FILLER                  PIC X(4)      VALUE ' '.
           05  FILLER                  PIC X(4)      VALUE 'COST'.
		   05  FILLER                  PIC X(13)     VALUE ' '.

      * BOAT-TYPE LINE THAT FOLLOWS EVERY CONTROL BREAK *
       01  COLUMN-HEADINGS-3.
		   05  FILLER                  PIC X(11)     VALUE 
                                                     'BOAT TYPE: '.
		   05  O-BOAT-TYPE             PIC X(13).
		   05  FILLER                  PIC X(108)    VALUE ' '.

      * BOAT-TYPE LINE THAT FOLLOWS EVERY NEW PAGE *
       01  PAGE-COLUMN-HEADINGS-3.
		   05  FILLER                  PIC X(11)     VALUE 
                                                     'BOAT TYPE: '.
		   05  O-PAGE-BOAT-TYPE        PIC X(13).
		   05  FILLER                  PIC X(108)    VALUE ' '.

      * LOCATION LINE THAT STARTS EVERY LOT'S SECTION *
       01  LOCATION-HEADING-LINE.
           05  FILLER                  PIC X(10)     VALUE 'LOCATION: '.
		   05  O-LOC-CODE              PIC XX.
		   05  FILLER                  PIC X(120)    VALUE ' '.

      * ONE LOT'S SUBTOTALS - THE BOAT-TYPE SUBTOTALS ROLL UP HERE *
       01  LOCATION-SUBTOTALS.
		   05  FILLER                  PIC X(10)     VALUE ' '.
		   05  FILLER                  PIC X(23)     VALUE
                                       'SUBTOTALS FOR LOCATION '.
		   05  FILLER                  PIC X(31)     VALUE ' '.
		   05  O-LC-TOTAL-COST         PIC $$$$,$$$,$$$,$$$.99.

       01  BLANK-LINE.
           05  FILLER                  PIC X(132)    VALUE ' '.

       01  DETAIL-LINE.
		   05  O-SALE-NO               PIC 9(6).
		   05  FILLER                  PIC X(2)      VALUE ' '.
		   05  O-LAST-NAME             PIC X(20).
		   05  O-TRADE-IN              PIC ZZZ,ZZZ.99.
		   05  FILLER                  PIC X(1)      VALUE ' '.
		   05  O-TOTAL-COST            PIC Z,ZZZ,ZZZ.99.
      * 'EXEMPT' ON A SALE SOLD UNDER A CERTIFICATE, 'EXPIRED' WHEN  *
      * THE BUYER'S CERTIFICATE HAD RUN OUT AND THE SALE WAS TAXED   *
           05  FILLER                  PIC X(1)      VALUE ' '.
           05  O-EXEMPT-FLAG           PIC X(8).
           05  FILLER                  PIC X(1)      VALUE ' '.

      * O-MN-BOAT-TYPE IS USED FOR EVERY MINOR CONTROL BREAK *
       01  MINOR-SUBTOTALS.
		   05  FILLER                  PIC X(10)     VALUE ' '.
		   05  FILLER                  PIC X(14)     VALUE 
                                                     'SUBTOTALS FOR '.
		   05  O-MN-TOTAL-COST         PIC $$$$,$$$,$$$.99.

      * O-MJ-BOAT-TYPE IS USED FOR EVERY MAJOR CONTROL BREAK *
       01  MAJOR-SUBTOTALS.
		   05  FILLER                  PIC X(10)     VALUE ' '.
		   05  FILLER                  PIC X(14)     VALUE 
                                                     'SUBTOTALS FOR '.
		   05  FILLER                  PIC X(33)     VALUE ' '.
		   05  O-MJ-TOTAL-COST         PIC $$$,$$$,$$$,$$$.99.

       01  GRAND-TOTALS.
		   05  FILLER                  PIC X(23)     VALUE ' '.
		   05  FILLER                  PIC X(12)     VALUE 
                                                     'GRAND TOTALS'.
                                                     'NUMBER SOLD: '.
		   05  O-GT-SALES-CTR          PIC ZZZ,ZZ9.
		   05  FILLER                  PIC X(31)     VALUE ' '.
           05  O-GT-TOTAL-COST         PIC $$,$$$,$$$,$$$,$$$.99.

      * ONE PAGE PER BUYER, WRITTEN TO BILLSALE.PRT BY 2360-PRINT-   *
      * BILL RIGHT AFTER THAT SALE'S CHARGES ARE COMPUTED *
       01  BILL-TITLE-LINE.
           05  FILLER                  PIC X(6)      VALUE 'DATE: '.
		   05  O-BILL-MM               PIC 99.
		   05  FILLER                  PIC X         VALUE '/'.
		   05  O-BILL-DD               PIC 99.
                                                 'CHAPMAN''S BOAT INC.'.
		   05  FILLER                  PIC X(45)     VALUE ' '.

       01  BILL-CUSTOMER-LINE.
		   05  FILLER                  PIC X(4)      VALUE ' '.
           05  FILLER                  PIC X(6)      VALUE 'SALE: '.
		   05  O-BILL-SALE-NO          PIC 9(6).
		   05  FILLER                  PIC X(4)      VALUE ' '.
           05  FILLER                  PIC X(7)      VALUE 'BUYER: '.
		   05  O-BILL-CUSTOMER         PIC X(20).
		   05  FILLER                  PIC X(4)      VALUE ' '.
           05  FILLER                  PIC X(7)      VALUE 'STATE: '.
		   05  O-BILL-STATE            PIC XX.
		   05  FILLER                  PIC X(72)     VALUE ' '.

       01  BILL-BOAT-LINE.
		   05  FILLER                  PIC X(4)      VALUE ' '.
		   05  FILLER                  PIC X(11)     VALUE
                                                     'BOAT TYPE: '.
		   05  O-BILL-BOAT-TYPE        PIC X(13).
		   05  FILLER                  PIC X(104)    VALUE ' '.

       01  BILL-DETAIL-LINE.
		   05  FILLER                  PIC X(4)      VALUE ' '.
		   05  O-BILL-LABEL            PIC X(20).
		   05  FILLER                  PIC X(10)     VALUE ' '.
		   05  O-BILL-AMOUNT           PIC $$,$$$,$$$.99.
		   05  FILLER                  PIC X(85)     VALUE ' '.

      * THE BUYER'S EXEMPTION CERTIFICATE, PRINTED UNDER THE SALES   *
      * TAX LINE - EITHER THE SALE WENT OUT EXEMPT OR THE CERTIFICATE *
      * HAD EXPIRED AND THE TAX WAS CHARGED *
       01  BILL-CERT-LINE.
           05  FILLER                  PIC X(4)      VALUE ' '.
           05  FILLER                  PIC X(13)     VALUE
                                                   'CERTIFICATE: '.
           05  O-BILL-CERT-NO          PIC X(12).
           05  FILLER                  PIC X(2)      VALUE ' '.
           05  O-BILL-CERT-TYPE        PIC X(21).
           05  FILLER                  PIC X(2)      VALUE ' '.
           05  FILLER                  PIC X(7)      VALUE 'STATE: '.
           05  O-BILL-CERT-STATE       PIC XX.
           05  FILLER                  PIC X(2)      VALUE ' '.
           05  O-BILL-CERT-MSG         PIC X(32).
           05  FILLER                  PIC X(35)     VALUE ' '.

       01  BILL-TOTAL-LINE.
		   05  FILLER                  PIC X(4)      VALUE ' '.
           05  FILLER                  PIC X(20)     VALUE 'TOTAL DUE:'.
		   05  FILLER                  PIC X(10)     VALUE ' '.
		   05  O-BILL-TOTAL            PIC $$,$$$,$$$.99.
		   05  FILLER                  PIC X(85)     VALUE ' '.
      * TAX REMITTANCE SCHEDULE TITLE LINE - PRINTED ONCE, AFTER THE *
      * GRAND TOTALS, SO THE QUARTERLY STATE RETURNS CAN BE FILED    *
      * WITHOUT RE-ADDING DETAIL LINES WITH A CALCULATOR *
       01  TAX-REMIT-TITLE.
		   05  FILLER                  PIC X(23)     VALUE ' '.
		   05  FILLER                  PIC X(30)     VALUE
                                   'SALES TAX REMITTANCE SCHEDULE'.
		   05  FILLER                  PIC X(79)     VALUE ' '.

       01  TAX-REMIT-COLUMN-HEADINGS.
		   05  FILLER                  PIC X(23)     VALUE ' '.
           05  FILLER                  PIC X(7)      VALUE 'STATE'.
		   05  FILLER                  PIC X(4)      VALUE ' '.
           05  FILLER                  PIC X(4)      VALUE 'RATE'.
		   05  FILLER                  PIC X(10)     VALUE ' '.
		   05  FILLER                  PIC X(12)     VALUE
                                                    'TAXABLE BASE'.
		   05  FILLER                  PIC X(8)      VALUE ' '.
		   05  FILLER                  PIC X(13)     VALUE
                                                    'TAX COLLECTED'.
           05  FILLER                  PIC X(3)      VALUE ' '.
           05  FILLER                  PIC X(12)     VALUE
                                                    'EXEMPT SALES'.
           05  FILLER                  PIC X(36)     VALUE ' '.

       01  TAX-REMIT-DETAIL-LINE.
		   05  FILLER                  PIC X(23)     VALUE ' '.
		   05  O-TX-STATE              PIC X(7).
		   05  FILLER                  PIC X(3)      VALUE ' '.
		   05  O-TX-TAXABLE            PIC $$$,$$$,$$$,$$9.99.
		   05  FILLER                  PIC X(3)      VALUE ' '.
		   05  O-TX-TAX                PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(3)      VALUE ' '.
           05  O-TX-EXEMPT             PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(36)     VALUE ' '.

       01  TAX-EXEMPT-TOTAL-LINE.
           05  FILLER                  PIC X(23)     VALUE ' '.
           05  FILLER                  PIC X(14)     VALUE
                                                  'EXEMPT SALES: '.
           05  O-GT-EXEMPT-CTR         PIC Z,ZZ9.
           05  FILLER                  PIC X(24)     VALUE
                                 '   TOTAL EXEMPT RECEIPTS'.
           05  FILLER                  PIC XX        VALUE ': '.
           05  O-GT-EXEMPT             PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(46)     VALUE ' '.

      * SALES WHOSE BUYER'S EXEMPTION CERTIFICATE HAD EXPIRED BY THE *
      * SALE DATE - THEY WERE TAXED, AND THE OFFICE NEEDS A CURRENT  *
      * CERTIFICATE BEFORE ANY REFUND OF THAT TAX *
       01  XCERT-TITLE.
           05  FILLER                  PIC X(23)     VALUE ' '.
           05  FILLER                  PIC X(38)     VALUE
                              'SALES CLAIMING AN EXPIRED CERTIFICATE'.
           05  FILLER                  PIC X(71)     VALUE ' '.

       01  XCERT-COLUMN-HEADINGS.
           05  FILLER                  PIC X(8)      VALUE 'SALE'.
           05  FILLER                  PIC X(22)     VALUE 'BUYER'.
           05  FILLER                  PIC X(14)     VALUE
                                                    'CERTIFICATE'.
           05  FILLER                  PIC X(12)     VALUE 'EXPIRED'.
           05  FILLER                  PIC X(11)     VALUE
                                                    'TAX CHARGED'.
           05  FILLER                  PIC X(65)     VALUE ' '.

       01  XCERT-DETAIL-LINE.
           05  O-XC-SALE-NO            PIC 9(6).
           05  FILLER                  PIC X(2)      VALUE ' '.
           05  O-XC-NAME               PIC X(20).
           05  FILLER                  PIC X(2)      VALUE ' '.
           05  O-XC-CERT-NO            PIC X(12).
           05  FILLER                  PIC X(2)      VALUE ' '.
           05  O-XC-EXPIRE-MM          PIC 99.
           05  FILLER                  PIC X         VALUE '/'.
           05  O-XC-EXPIRE-DD          PIC 99.
           05  FILLER                  PIC X         VALUE '/'.
           05  O-XC-EXPIRE-YY          PIC 9(4).
           05  FILLER                  PIC X(2)      VALUE ' '.
           05  O-XC-SALES-TAX          PIC $$$,$$9.99.
           05  FILLER                  PIC X(66)     VALUE ' '.

      * AMORTIZATION SCHEDULE LINES PRINTED TO BILLSALE.PRT BEHIND  *
      * EACH FINANCED BUYER'S BILL                                  *
       01  AMORT-TITLE-LINE.
		   05  FILLER                  PIC X(4)      VALUE ' '.
		   05  FILLER                  PIC X(22)     VALUE
                                          'AMORTIZATION SCHEDULE'.
           05  FILLER                  PIC X(6)      VALUE 'SALE: '.
		   05  O-AM-SALE-NO            PIC 9(6).
		   05  FILLER                  PIC X(94)     VALUE ' '.

       01  AMORT-TERMS-LINE.
		   05  FILLER                  PIC X(4)      VALUE ' '.
		   05  FILLER                  PIC X(17)     VALUE
                                                   'AMOUNT FINANCED: '.
		   05  O-AM-FINANCED           PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(8)      VALUE '   APR: '.
		   05  O-AM-APR                PIC Z9.99.
           05  FILLER                  PIC X(8)      VALUE '  TERM: '.
		   05  O-AM-TERM               PIC ZZ9.
           05  FILLER                  PIC X(11)   VALUE '  PAYMENT: '.
		   05  O-AM-PAYMENT            PIC $$$,$$9.99.
		   05  FILLER                  PIC X(53)     VALUE ' '.

       01  AMORT-COLUMN-HEADINGS.
		   05  FILLER                  PIC X(4)      VALUE ' '.
           05  FILLER                  PIC X(5)      VALUE 'MONTH'.
		   05  FILLER                  PIC X(6)      VALUE ' '.
           05  FILLER                  PIC X(7)      VALUE 'PAYMENT'.
		   05  FILLER                  PIC X(6)      VALUE ' '.
           05  FILLER                  PIC X(8)      VALUE 'INTEREST'.
		   05  FILLER                  PIC X(5)      VALUE ' '.
           05  FILLER                  PIC X(9)      VALUE 'PRINCIPAL'.
		   05  FILLER                  PIC X(6)      VALUE ' '.
           05  FILLER                  PIC X(7)      VALUE 'BALANCE'.
		   05  FILLER                  PIC X(69)     VALUE ' '.

       01  AMORT-DETAIL-LINE.
		   05  FILLER                  PIC X(5)      VALUE ' '.
		   05  O-AM-MONTH              PIC ZZ9.
		   05  FILLER                  PIC X(3)      VALUE ' '.

      * FINANCED SALES REGISTER PRINTED AFTER THE COMMISSION REPORT *
      * SO THE OFFICE KNOWS WHAT PAPER WE ARE HOLDING               *
       01  FINANCED-TITLE.
		   05  FILLER                  PIC X(23)     VALUE ' '.
		   05  FILLER                  PIC X(24)     VALUE
                                        'FINANCED SALES REGISTER'.
		   05  FILLER                  PIC X(85)     VALUE ' '.

       01  FINANCED-COLUMN-HEADINGS.
           05  FILLER                  PIC X(4)      VALUE 'SALE'.
		   05  FILLER                  PIC X(4)      VALUE ' '.
           05  FILLER                  PIC X(5)      VALUE 'BUYER'.
		   05  FILLER                  PIC X(17)     VALUE ' '.
		   05  FILLER                  PIC X(15)     VALUE
                                                 'AMOUNT FINANCED'.
		   05  FILLER                  PIC X(4)      VALUE ' '.
           05  FILLER                  PIC X(3)      VALUE 'APR'.
		   05  FILLER                  PIC X(5)      VALUE ' '.
           05  FILLER                  PIC X(4)      VALUE 'TERM'.
		   05  FILLER                  PIC X(4)      VALUE ' '.
           05  FILLER                  PIC X(7)      VALUE 'PAYMENT'.
		   05  FILLER                  PIC X(65)     VALUE ' '.

       01  FINANCED-DETAIL-LINE.
		   05  O-FIN-SALE-NO           PIC 9(6).
		   05  FILLER                  PIC X(2)      VALUE ' '.
		   05  O-FIN-NAME              PIC X(20).
		   05  O-FIN-PAYMENT           PIC $$$,$$9.99.
		   05  FILLER                  PIC X(61)     VALUE ' '.

       01  FINANCED-TOTAL-LINE.
		   05  FILLER                  PIC X(16)     VALUE
                                                 'FINANCED SALES: '.
		   05  O-GT-FIN-CTR            PIC Z,ZZ9.

      * COMMISSION REPORT TITLE LINE - PRINTED ONCE, AFTER GRAND     *
      * TOTALS, SO PAYROLL DOES NOT HAVE TO RECONSTRUCT THIS BY HAND *
       01  COMMISSION-TITLE.
		   05  FILLER                  PIC X(23)     VALUE ' '.
		   05  FILLER                  PIC X(18)     VALUE
                                                    'COMMISSION REPORT'.
		   05  FILLER                  PIC X(91)     VALUE ' '.

       01  COMMISSION-COLUMN-HEADINGS.
		   05  FILLER                  PIC X(23)   VALUE ' '.
           05  FILLER                  PIC X(11)   VALUE 'SALESPERSON'.
		   05  FILLER                  PIC X(10)   VALUE ' '.
           05  FILLER                  PIC X(11)   VALUE 'NUMBER SOLD'.
		   05  FILLER                  PIC X(9)    VALUE ' '.
           05  FILLER                  PIC X(10)   VALUE 'TOTAL COST'.
		   05  FILLER                  PIC X(8)    VALUE ' '.
           05  FILLER                  PIC X(10)   VALUE 'COMMISSION'.
		   05  FILLER                  PIC X(40)   VALUE ' '.

       01  COMMISSION-DETAIL-LINE.
		   05  FILLER                  PIC X(23)     VALUE ' '.
		   05  O-SP-CODE               PIC X(11).
		   05  FILLER                  PIC X(10)     VALUE ' '.
		   05  O-SP-FLAG               PIC X(12).
		   05  FILLER                  PIC X(24)     VALUE ' '.

       PROCEDURE DIVISION.
       0000-MAIN.
		   PERFORM 1000-INIT.
		   PERFORM 2000-MAINLINE
			   UNTIL MORE-RECS = 'NO'.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT BILL-OUT.
           OPEN OUTPUT TRADE-OUT.
      * AN INCLUDE-ARCHIVE RUN LEAVES THE LAST MASTER-ONLY DEAL      *
      * EXTRACT IN PLACE FOR THE LOAN LEDGER AND DEAL PROFIT RUNS    *
           IF C-ARCHIVE-SW = 'NO'
               OPEN OUTPUT DEAL-EXTRACT.

		   MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO MACHINE-DATE.
		   MOVE I-YY TO O-YY.
		   MOVE I-DD TO O-DD.
		   MOVE I-MM TO O-MM.
           COMPUTE C-TODAY-DATE = I-YY * 10000 + I-MM * 100 + I-DD.

      * LOADS ANY EFFECTIVE-DATED MARKUP/ACCESSORY RATES ON FILE OVER *
      * THE COMPILED DEFAULTS ABOVE BEFORE ANY RECORD IS CALCULATED *
		   PERFORM 1300-LOAD-RATES.
		   PERFORM 1400-LOAD-CUSTOMERS.
		   PERFORM 1500-LOAD-SALESPEOPLE.
           PERFORM 1600-LOAD-SPECIAL-ORDERS.
           PERFORM 1700-LOAD-EXEMPT-CERTS.

      * READ IS CALLED BEFORE HEADINGS TO PRINT PAGE-COLUMN-HEADINGS-3 *
		   PERFORM 9200-READ.
                       MOVE SL-ACTIVE TO SM-ACTIVE(C-SLSM-CTR)
                   END-IF.

      * OPENS THE OPTIONAL SPECIAL-ORDER FILE AND KEEPS THE DEPOSIT  *
      * OF EVERY ORDER ALREADY SOLD - A MISSING FILE MEANS NO BILL   *
      * CARRIES A DEPOSIT CREDIT *
       1600-LOAD-SPECIAL-ORDERS.
           MOVE 'NO' TO ORDER-EOF.
           OPEN INPUT SPECIAL-ORDER.
           IF C-ORDER-STATUS = '00'
               PERFORM 1610-READ-SPECIAL-ORDER
                   UNTIL ORDER-EOF = 'YES'
               CLOSE SPECIAL-ORDER
           ELSE
               MOVE 'YES' TO ORDER-EOF.

      * LOADS ONE SOLD ORDER WITH A DEPOSIT INTO THE NEXT TABLE SLOT *
       1610-READ-SPECIAL-ORDER.
           READ SPECIAL-ORDER
               AT END
                   MOVE 'YES' TO ORDER-EOF
               NOT AT END
                   IF SO-STATUS = 'S' AND SO-SALE-NO > 0
                       AND SO-DEPOSIT > 0 AND C-SDEP-CTR < 300
                       ADD 1 TO C-SDEP-CTR
                       MOVE SO-SALE-NO TO SD-SALE-NO(C-SDEP-CTR)
                       MOVE SO-DEPOSIT TO SD-DEPOSIT(C-SDEP-CTR)
                   END-IF.

      * OPENS THE OPTIONAL EXEMPTION CERTIFICATE FILE AND LOADS EVERY *
      * CERTIFICATE - A MISSING FILE MEANS EVERY SALE IS TAXED *
       1700-LOAD-EXEMPT-CERTS.
           MOVE 'NO' TO CERT-EOF.
           OPEN INPUT EXEMPT-CERT.
           IF C-CERT-STATUS = '00'
               PERFORM 1710-READ-EXEMPT-CERT
                   UNTIL CERT-EOF = 'YES'
               CLOSE EXEMPT-CERT
           ELSE
               MOVE 'YES' TO CERT-EOF.

      * LOADS ONE CERTIFICATE INTO THE NEXT OPEN TABLE SLOT *
       1710-READ-EXEMPT-CERT.
           READ EXEMPT-CERT
               AT END
                   MOVE 'YES' TO CERT-EOF
               NOT AT END
                   IF C-CERT-CTR < 200
                       ADD 1 TO C-CERT-CTR
                       MOVE CE-REC TO CERT-ENTRY(C-CERT-CTR)
                   END-IF.

      * A NEW LOCATION BREAKS THE STATE AND BOAT-TYPE SUBTOTALS AND *
      * THEN ITS OWN, SO EACH LOT MANAGER GETS THEIR OWN NUMBERS *
       2000-MAINLINE.
		   IF I-LOCATION NOT = H-LOCATION
			   PERFORM 9000-MINORSUBTOTALS
			   PERFORM 9100-MAJORSUBTOTALS
           PERFORM 2400-COMMISSION-ACCUM.
           PERFORM 2300-OUTPUT.
           PERFORM 2360-PRINT-BILL.
           IF C-ARCHIVE-SW = 'NO'
               PERFORM 2390-WRITE-DEAL.
           PERFORM 9200-READ.

      * PRINTS THE LOCATION LINE THAT STARTS EACH LOT'S SECTION *
       2060-LOCATION-HEADING.
		   MOVE I-LOCATION TO O-LOC-CODE.
		   WRITE PRTLINE FROM LOCATION-HEADING-LINE
			   AFTER ADVANCING 2 LINES
					   PERFORM 9300-HEADINGS.

      * PRINTS BOAT TYPE LINE FOR EVERY CONTROL BREAK *
       2100-COLUMN-HEADINGS-3.
      * FOR COLUMN-HEADINGS-3, MINORSUBTOTALS, AND MAJORSUBTOTALS ONLY *
			EVALUATE I-BOAT-TYPE
			   WHEN 'B'
               WHEN '1'
			       MOVE 'ELECTRONICS' TO O-ACCESSORY-PACKAGE
			   WHEN '2'
                   MOVE 'SKI PACKAGE' TO O-ACCESSORY-PACKAGE
			   WHEN '3'
                   MOVE 'FISHING PACKAGE' TO O-ACCESSORY-PACKAGE
			   WHEN OTHER
				   MOVE 'ERROR' TO O-ACCESSORY-PACKAGE.
		   PERFORM 2250-GET-ACCESSORY-PRICE.

           MULTIPLY C-MARKUP-PERCENT BY I-BOAT-COST GIVING C-MARKUP-AMT
               ROUNDED.
		   COMPUTE C-SUBTOTAL = I-BOAT-COST + C-MARKUP-AMT + 
               I-PREP-COST + C-ACCESS-PACK-COST.
		   PERFORM
			   VARYING SUB-TAX-STATE FROM 1 BY 1
                   UNTIL I-STATE = T-TAX-STATE(SUB-TAX-STATE)
					   OR SUB-TAX-STATE = 7.

           PERFORM 2210-CHECK-EXEMPTION.
           IF C-EXEMPT-SW = 'YES'
               MOVE 0 TO C-SALES-TAX
           ELSE
		   MULTIPLY C-SUBTOTAL BY T-TAX-RATE(SUB-TAX-STATE)
			   GIVING C-SALES-TAX ROUNDED.
           IF C-CERT-EXPIRED-SW = 'YES'
               PERFORM 2220-HOLD-EXPIRED-CERT.
      * THE TRADE-IN ALLOWANCE IS NETTED OUT OF THE CUSTOMER'S TOTAL *
      * AFTER TAX, AND EACH TRADE TAKEN IS WRITTEN TO THE TRADE-IN   *
      * INVENTORY FILE FOR THE USED-BOAT SIDE - EXCEPT ON AN         *
      * ROLLS THE TAXABLE BASE AND TAX INTO THE SLOT THE TAX LOOKUP  *
      * ABOVE LANDED ON, SO THE REMITTANCE SCHEDULE FOOTS TO THE     *
      * SAME RATES THE DETAIL LINES WERE TAXED AT *
      * AN EXEMPT SALE'S RECEIPTS ARE ROLLED INTO THEIR OWN COLUMN  *
      * SO THE STATE RETURN SHOWS BOTH TAXABLE AND EXEMPT RECEIPTS   *
           IF C-EXEMPT-SW = 'YES'
               ADD C-SUBTOTAL TO TR-EXEMPT(SUB-TAX-STATE)
               ADD 1 TO C-GT-EXEMPT-CTR
               ADD C-SUBTOTAL TO C-GT-EXEMPT
           ELSE
		   ADD C-SUBTOTAL TO TR-TAXABLE(SUB-TAX-STATE).
		   ADD C-SALES-TAX TO TR-TAX(SUB-TAX-STATE).

		   ADD C-SALES-TAX TO C-GT-SALES-TAX.
		   ADD C-ACCESS-PACK-COST TO C-GT-ACCESS-PACK-COST.

      * LOOKS UP THE BUYER'S EXEMPTION CERTIFICATE - ONE OF A KNOWN   *
      * TYPE THAT HAS NOT EXPIRED BY THE SALE DATE MAKES THE SALE     *
      * EXEMPT, WHILE ONE THAT HAS EXPIRED LEAVES THE SALE TAXED AND  *
      * FLAGS IT SO THE CLAIM IS NOT SILENTLY IGNORED                 *
       2210-CHECK-EXEMPTION.
           MOVE 'NO' TO C-EXEMPT-SW.
           MOVE 'NO' TO C-CERT-EXPIRED-SW.
           PERFORM
               VARYING SUB-CERT FROM 1 BY 1
                   UNTIL SUB-CERT > C-CERT-CTR
                       OR I-CUST-NO = CT-CUST-NO(SUB-CERT).
           IF SUB-CERT NOT > C-CERT-CTR
               IF CT-EXEMPT-TYPE(SUB-CERT) = 'R' OR 'G' OR 'O'
                   IF CT-EXPIRE-DATE(SUB-CERT) < I-PURCHASE-DATE
                       MOVE 'YES' TO C-CERT-EXPIRED-SW
                   ELSE
                       MOVE 'YES' TO C-EXEMPT-SW.

      * HOLDS A SALE TAXED ON AN EXPIRED CERTIFICATE FOR THE          *
      * EXCEPTION LIST AT CLOSE *
       2220-HOLD-EXPIRED-CERT.
           DISPLAY '*** COBLSC03 SALE ' I-SALE-NO
               ' CLAIMED EXPIRED EXEMPTION CERTIFICATE '
               CT-CERT-NO(SUB-CERT) ' - TAXED ***'.
           IF C-XCERT-CTR < 100
               ADD 1 TO C-XCERT-CTR
               MOVE I-SALE-NO TO XC-SALE-NO(C-XCERT-CTR)
               MOVE I-LAST-NAME TO XC-NAME(C-XCERT-CTR)
               MOVE CT-CERT-NO(SUB-CERT) TO XC-CERT-NO(C-XCERT-CTR)
               MOVE CT-EXPIRE-DATE(SUB-CERT)
                   TO XC-EXPIRE-DATE(C-XCERT-CTR)
               MOVE C-SALES-TAX TO XC-SALES-TAX(C-XCERT-CTR).

      * WRITES ONE TRADE-IN INVENTORY RECORD FOR THE USED BOAT TAKEN *
      * ON THIS SALE - THE DESCRIPTION CARRIES THE BOAT TYPE NAME    *
      * THE CONTROL-BREAK HEADINGS ALREADY LOOKED UP *
               MOVE 0 TO C-ACCESS-PACK-COST.

      * CONVERTS ONLY THE DETAIL/MAINLINE VARIABLES TO ALPANUMERIC *
       2300-OUTPUT.
		   MOVE I-SALE-NO TO O-SALE-NO.
		   PERFORM 2350-GET-CUSTOMER.
		   MOVE I-STATE TO O-STATE.
		   MOVE I-PREP-COST TO O-PREP-COST.
		   MOVE I-TRADE-IN TO O-TRADE-IN.
		   MOVE C-TOTAL-COST TO O-TOTAL-COST.
           IF C-EXEMPT-SW = 'YES'
               MOVE 'EXEMPT' TO O-EXEMPT-FLAG
           ELSE
               IF C-CERT-EXPIRED-SW = 'YES'
                   MOVE 'EXPIRED' TO O-EXEMPT-FLAG
               ELSE
                   MOVE ' ' TO O-EXEMPT-FLAG.

		   WRITE PRTLINE FROM DETAIL-LINE
			   AFTER ADVANCING 1 LINE
           MOVE C-SALES-TAX TO O-BILL-AMOUNT.
           WRITE BILLLINE FROM BILL-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           IF C-EXEMPT-SW = 'YES' OR C-CERT-EXPIRED-SW = 'YES'
               PERFORM 2365-PRINT-CERTIFICATE.

           IF I-TRADE-IN > 0
               MOVE 'LESS TRADE-IN' TO O-BILL-LABEL
           WRITE BILLLINE FROM BILL-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

      * A SPECIAL-ORDER BOAT HAS THE CUSTOMER'S ORDER DEPOSIT TAKEN  *
      * OFF THE TOTAL DUE - THE BALANCE IS WHAT IS LEFT TO COLLECT   *
      * OR FINANCE *
           MOVE 0 TO C-ORDER-DEPOSIT.
           PERFORM VARYING SUB-SDEP FROM 1 BY 1
               UNTIL SUB-SDEP > C-SDEP-CTR
                   OR SD-SALE-NO(SUB-SDEP) = I-SALE-NO.
           IF SUB-SDEP NOT > C-SDEP-CTR
               MOVE SD-DEPOSIT(SUB-SDEP) TO C-ORDER-DEPOSIT.
           COMPUTE C-BALANCE-DUE = C-TOTAL-COST - C-ORDER-DEPOSIT.
           IF C-ORDER-DEPOSIT > 0
               MOVE 'LESS ORDER DEPOSIT' TO O-BILL-LABEL
               MOVE C-ORDER-DEPOSIT TO O-BILL-AMOUNT
               WRITE BILLLINE FROM BILL-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'BALANCE DUE' TO O-BILL-LABEL
               MOVE C-BALANCE-DUE TO O-BILL-AMOUNT
               WRITE BILLLINE FROM BILL-DETAIL-LINE
                   AFTER ADVANCING 1 LINE.

      * A FINANCED DEAL GETS ITS DOWN PAYMENT AND AMOUNT FINANCED   *
      * SHOWN ON THE BILL, A FULL AMORTIZATION SCHEDULE PAGE BEHIND *
      * IT, AND A LINE ON THE FINANCED SALES REGISTER - A CASH DEAL *
               MOVE I-DOWN-PAYMENT TO O-BILL-AMOUNT
               WRITE BILLLINE FROM BILL-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               COMPUTE C-AMT-FINANCED = C-BALANCE-DUE - I-DOWN-PAYMENT
               IF C-AMT-FINANCED < 0
                   MOVE 0 TO C-AMT-FINANCED
               END-IF
               PERFORM 2370-PRINT-AMORTIZATION
               PERFORM 2380-ACCUM-FINANCED.

      * PRINTS THE BUYER'S CERTIFICATE NUMBER UNDER THE SALES TAX    *
      * LINE - EXEMPT, OR EXPIRED ON A GIVEN DATE AND TAX CHARGED     *
       2365-PRINT-CERTIFICATE.
           MOVE CT-CERT-NO(SUB-CERT) TO O-BILL-CERT-NO.
           EVALUATE CT-EXEMPT-TYPE(SUB-CERT)
               WHEN 'R'
                   MOVE 'RESELLER' TO O-BILL-CERT-TYPE
               WHEN 'G'
                   MOVE 'GOVERNMENT UNIT' TO O-BILL-CERT-TYPE
               WHEN 'O'
                   MOVE 'OUT-OF-STATE DELIVERY' TO O-BILL-CERT-TYPE.
           MOVE CT-ISSUE-STATE(SUB-CERT) TO O-BILL-CERT-STATE.
           MOVE ' ' TO O-BILL-CERT-MSG.
           IF C-EXEMPT-SW = 'YES'
               MOVE 'TAX EXEMPT' TO O-BILL-CERT-MSG
           ELSE
               STRING 'EXPIRED '
                   CT-EXPIRE-DATE(SUB-CERT)(5:2) '/'
                   CT-EXPIRE-DATE(SUB-CERT)(7:2) '/'
                   CT-EXPIRE-DATE(SUB-CERT)(1:4)
                   ' - TAX CHARGED'
                   DELIMITED BY SIZE INTO O-BILL-CERT-MSG.
           WRITE BILLLINE FROM BILL-CERT-LINE
               AFTER ADVANCING 1 LINE.

      * PRINTS THE FULL AMORTIZATION SCHEDULE PAGE FOR THE FINANCED *
      * DEAL JUST BILLED - A ZERO-APR PROMOTION DIVIDES THE AMOUNT  *
      * EVENLY, OTHERWISE THE STANDARD LEVEL-PAYMENT FORMULA IS     *
               MOVE C-MONTH-PAYMENT TO FR-PAYMENT(C-FIN-CTR)
               ADD C-AMT-FINANCED TO C-GT-FINANCED.

      * WRITES THE SALE JUST BILLED TO THE DEAL EXTRACT - THE       *
      * FINANCING FIELDS ARE ONLY CARRIED ON A FINANCED DEAL, SINCE  *
      * THE WORK FIELDS STILL HOLD THE LAST FINANCED SALE'S FIGURES  *
      * ON A CASH DEAL                                               *
       2390-WRITE-DEAL.
           MOVE I-SALE-NO TO DL-SALE-NO.
           MOVE I-CUST-NO TO DL-CUST-NO.
           MOVE O-LAST-NAME TO DL-NAME.
           MOVE I-STOCK-NO TO DL-STOCK-NO.
           MOVE I-BOAT-TYPE TO DL-BOAT-TYPE.
           MOVE I-LOCATION TO DL-LOCATION.
           MOVE I-STATE TO DL-STATE.
           MOVE I-SALESPERSON TO DL-SALESPERSON.
           MOVE I-SALESPERSON-2 TO DL-SALESPERSON-2.
           MOVE I-SPLIT-PCT TO DL-SPLIT-PCT.
           MOVE I-PURCHASE-DATE TO DL-PURCHASE-DATE.
           MOVE I-BOAT-COST TO DL-BOAT-COST.
           MOVE C-MARKUP-AMT TO DL-MARKUP-AMT.
           MOVE C-ACCESS-PACK-COST TO DL-ACCESS-PACK-COST.
           MOVE I-PREP-COST TO DL-PREP-COST.
           MOVE C-SUBTOTAL TO DL-SUBTOTAL.
           MOVE C-SALES-TAX TO DL-SALES-TAX.
           MOVE I-TRADE-IN TO DL-TRADE-IN.
           MOVE C-TOTAL-COST TO DL-TOTAL-COST.
           MOVE I-DOWN-PAYMENT TO DL-DOWN-PAYMENT.
           IF I-TERM-MONTHS > 0
               MOVE C-AMT-FINANCED TO DL-AMT-FINANCED
               MOVE I-APR TO DL-APR
               MOVE I-TERM-MONTHS TO DL-TERM-MONTHS
               MOVE C-MONTH-PAYMENT TO DL-PAYMENT
           ELSE
               MOVE 0 TO DL-AMT-FINANCED
               MOVE 0 TO DL-APR
               MOVE 0 TO DL-TERM-MONTHS
               MOVE 0 TO DL-PAYMENT.
           WRITE DL-REC.

      * SPLITS THE SALE BETWEEN THE TWO SALESPEOPLE ON A SPLIT DEAL  *
      * - THE SECOND PERSON IS CREDITED THEIR SPLIT PERCENT AND THE  *
      * FIRST PERSON THE REST, AND BOTH ARE COUNTED A SALE - A       *
      * ONE-PERSON SALE CREDITS THE WHOLE AMOUNT AS ALWAYS           *
       2400-COMMISSION-ACCUM.
		   IF I-SALESPERSON-2 NOT = SPACES AND I-SPLIT-PCT > 0
			   COMPUTE C-SHARE-2 ROUNDED =
				   C-TOTAL-COST * I-SPLIT-PCT / 100
      * SEARCHES SALESPERSON-TOTALS FOR THE CODE BEING CREDITED -    *
      * STOPS ON A MATCH, A BLANK (UNUSED) SLOT, OR THE END OF THE   *
      * TABLE, WHICHEVER COMES FIRST, THEN ACCUMULATES INTO THAT SLOT *
       2410-ACCUM-ONE-SALESPERSON.
		   PERFORM VARYING C-COMM-SUB FROM 1 BY 1
			   UNTIL SP-CODE(C-COMM-SUB) = C-ACCUM-CODE
				   OR SP-CODE(C-COMM-SUB) = SPACES

      * CONVERTS ONLY GRAND TOTAL VARIABLES TO ALPHANUMERIC AND CALLS *
      * MAJORSUBTOTALS AND MINORSUBTOTALS TO FINISH CALCULATIONS *
       3000-CLOSING.
		   PERFORM 9000-MINORSUBTOTALS.
		   PERFORM 9100-MAJORSUBTOTALS.
		   PERFORM 9150-LOCATIONSUBTOTALS.
			   AFTER ADVANCING 3 LINES.

		   PERFORM 9450-TAX-REMITTANCE.
           IF C-XCERT-CTR > 0
               PERFORM 9480-EXPIRED-CERTS.
		   PERFORM 9500-COMMISSION-REPORT THRU 9500-EXIT.
		   PERFORM 9550-FINANCED-REGISTER.
		   PERFORM 9600-SAVE-GT-EXTRACT THRU 9600-EXIT.
		   CLOSE PRTOUT.
		   CLOSE BILL-OUT.
		   CLOSE TRADE-OUT.
           IF C-ARCHIVE-SW = 'NO'
               CLOSE DEAL-EXTRACT.

      * ONLY MINOR SUBTOTALS ARE CONVERTED TO ALPHANUMERIC AND ADDS *
      * MAJOR SUBTOTAL VARIABLES *
       9000-MINORSUBTOTALS.
		   MOVE O-STATE TO O-MN-STATE.
           MOVE C-MN-SALES-CTR TO O-MN-SALES-CTR.
		   MOVE C-MN-TOTAL-COST TO O-MN-TOTAL-COST.

      * ONLY MAJOR SUBTOTALS ARE CONVERTED TO ALPHANUMERIC AND ADDS *
      * GRAND TOTAL VARIABLES *
       9100-MAJORSUBTOTALS.
		   MOVE O-MN-BOAT-TYPE TO O-MJ-BOAT-TYPE.
           MOVE C-MJ-SALES-CTR TO O-MJ-SALES-CTR.
		   MOVE C-MJ-TOTAL-COST TO O-MJ-TOTAL-COST.

      * ONE LOT'S SUBTOTALS ARE PRINTED AND ROLLED INTO THE GRAND  *
      * TOTALS *
       9150-LOCATIONSUBTOTALS.
		   MOVE H-LOCATION TO O-LC-LOCATION.
		   MOVE C-LC-SALES-CTR TO O-LC-SALES-CTR.
		   MOVE C-LC-TOTAL-COST TO O-LC-TOTAL-COST.

		   MOVE I-LOCATION TO H-LOCATION.

       9200-READ.
		   READ BOAT-SORTED
			   AT END
				   MOVE 'NO' TO MORE-RECS.

       9300-HEADINGS.
		   ADD 1 TO C-PCTR.
		   MOVE C-PCTR TO O-PCTR.
      * FOR PAGE-COLUMN-HEADINGS-3 ONLY *
			   WHEN 'C'
				   MOVE 'CANOE' TO O-PAGE-BOAT-TYPE
			   WHEN 'R'
                   MOVE 'CABIN CRUSIER' TO O-PAGE-BOAT-TYPE
			   WHEN OTHER
				   MOVE 'ERROR' TO O-PAGE-BOAT-TYPE.
		   PERFORM 2150-GET-MARKUP-RATE.
      * APPLIED, THE TAXABLE BASE, AND THE TAX COLLECTED - THE LAST  *
      * SLOT IS THE BLANK DEFAULT-RATE ENTRY AND PRINTS AS DEFAULT   *
      * SO SALES THAT FELL THROUGH THE TABLE CAN BE INVESTIGATED *
       9450-TAX-REMITTANCE.
		   WRITE PRTLINE FROM TAX-REMIT-TITLE
			   AFTER ADVANCING 3 LINES.
		   WRITE PRTLINE FROM TAX-REMIT-COLUMN-HEADINGS
			   VARYING SUB-TAX-REMIT FROM 1 BY 1
				   UNTIL SUB-TAX-REMIT > 7.

           MOVE C-GT-EXEMPT-CTR TO O-GT-EXEMPT-CTR.
           MOVE C-GT-EXEMPT TO O-GT-EXEMPT.
           WRITE PRTLINE FROM TAX-EXEMPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

      * PRINTS ONE STATE'S REMITTANCE LINE *
       9460-TAX-REMIT-LINE.
		   IF T-TAX-STATE(SUB-TAX-REMIT) = ' '
			   MOVE 'DEFAULT' TO O-TX-STATE
		   ELSE
		   MOVE T-TAX-RATE(SUB-TAX-REMIT) TO O-TX-RATE.
		   MOVE TR-TAXABLE(SUB-TAX-REMIT) TO O-TX-TAXABLE.
		   MOVE TR-TAX(SUB-TAX-REMIT) TO O-TX-TAX.
           MOVE TR-EXEMPT(SUB-TAX-REMIT) TO O-TX-EXEMPT.

		   WRITE PRTLINE FROM TAX-REMIT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9300-HEADINGS.

      * LISTS EVERY SALE THAT CLAIMED AN EXPIRED EXEMPTION          *
      * CERTIFICATE AND WAS TAXED - PRINTED ONLY WHEN THERE ARE ANY  *
       9480-EXPIRED-CERTS.
           WRITE PRTLINE FROM XCERT-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM XCERT-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.

           PERFORM 9490-EXPIRED-CERT-LINE
               VARYING SUB-XCERT FROM 1 BY 1
                   UNTIL SUB-XCERT > C-XCERT-CTR.

       9490-EXPIRED-CERT-LINE.
           MOVE XC-SALE-NO(SUB-XCERT) TO O-XC-SALE-NO.
           MOVE XC-NAME(SUB-XCERT) TO O-XC-NAME.
           MOVE XC-CERT-NO(SUB-XCERT) TO O-XC-CERT-NO.
           MOVE XC-EXPIRE-DATE(SUB-XCERT)(5:2) TO O-XC-EXPIRE-MM.
           MOVE XC-EXPIRE-DATE(SUB-XCERT)(7:2) TO O-XC-EXPIRE-DD.
           MOVE XC-EXPIRE-DATE(SUB-XCERT)(1:4) TO O-XC-EXPIRE-YY.
           MOVE XC-SALES-TAX(SUB-XCERT) TO O-XC-SALES-TAX.
           WRITE PRTLINE FROM XCERT-DETAIL-LINE
			   AFTER ADVANCING 1 LINE
				   AT EOP
					   PERFORM 9300-HEADINGS.
      * SKIPPED WHEN THE INCLUDE-ARCHIVE OPTION WAS ON, SINCE A     *
      * MULTI-YEAR RUN'S ACCUMULATORS WOULD HAND PAYROLL            *
      * COMMISSIONS FOR PRIOR-YEAR SALES ALL OVER AGAIN             *
       9500-COMMISSION-REPORT.
		   IF C-ARCHIVE-SW = 'YES'
			   GO TO 9500-EXIT.
		   MOVE 1 TO C-COMM-SUB.
				   OR SP-CODE(C-COMM-SUB) = SPACES.
		   CLOSE COMM-EXPORT.

       9500-EXIT.
		   EXIT.

      * PRINTS ONE SALESPERSON'S SUBTOTAL LINE AND ADVANCES THE SUBSCRIPT *
      * PAID AT THE PERSON'S OWN RATE, WITH UNKNOWN OR INACTIVE      *
      * CODES FLAGGED AND PAID AT THE DEFAULT RATE - EACH LINE IS    *
      * ALSO WRITTEN TO THE PAYROLL EXPORT FILE *
       9510-COMMISSION-LINE.
		   MOVE SP-CODE(C-COMM-SUB) TO O-SP-CODE.
		   MOVE SP-SALES-CTR(C-COMM-SUB) TO O-SP-SALES-CTR.
		   MOVE SP-TOTAL-COST(C-COMM-SUB) TO O-SP-TOTAL-COST.

		   PERFORM
			   VARYING SUB-SLSM FROM 1 BY 1
                   UNTIL SP-CODE(C-COMM-SUB) = SM-CODE(SUB-SLSM)
					   OR SUB-SLSM > C-SLSM-CTR.
		   IF SUB-SLSM > C-SLSM-CTR
			   MOVE C-COMMISSION-RATE TO C-SP-RATE
      * PRINTS ONE LINE PER FINANCED SALE BILLED THIS RUN WITH THE    *
      * TOTAL AMOUNT FINANCED, SO THE OFFICE KNOWS WHAT PAPER WE ARE  *
      * HOLDING WITHOUT PAGING THROUGH BILLSALE.PRT                   *
       9550-FINANCED-REGISTER.
		   WRITE PRTLINE FROM FINANCED-TITLE
			   AFTER ADVANCING 3 LINES.
		   WRITE PRTLINE FROM FINANCED-COLUMN-HEADINGS
		   WRITE PRTLINE FROM FINANCED-TOTAL-LINE
			   AFTER ADVANCING 2 LINES.

       9560-FINANCED-LINE.
		   MOVE FR-SALE-NO(SUB-FIN) TO O-FIN-SALE-NO.
		   MOVE FR-NAME(SUB-FIN) TO O-FIN-NAME.
		   MOVE FR-AMT-FINANCED(SUB-FIN) TO O-FIN-AMOUNT.
      * PICK UP AND RECONCILE - SKIPPED WHEN THE INCLUDE-ARCHIVE       *
      * OPTION WAS ON, SINCE A MULTI-YEAR LOOK'S TOTALS MUST NOT BE    *
      * FOOTED OR POSTED AS ONE NIGHT'S RUN                            *
       9600-SAVE-GT-EXTRACT.
		   IF C-ARCHIVE-SW = 'YES'
			   GO TO 9600-EXIT.
		   MOVE C-GT-SALES-CTR TO G3-SALES-CTR.
		   MOVE C-GT-MARKUP-AMT TO G3-MARKUP-AMT.
		   MOVE C-GT-SALES-TAX TO G3-SALES-TAX.
		   MOVE C-GT-ACCESS-PACK-COST TO G3-ACCESS-PACK-COST.
           COMPUTE G3-RUN-DATE = I-YY * 10000 + I-MM * 100 + I-DD.
		   MOVE I-TIME(1:6) TO G3-RUN-TIME.
		   OPEN OUTPUT GT-EXTRACT.
		   WRITE GT03-REC.
		   CLOSE GT-EXTRACT.

       9600-EXIT.
		   EXIT.

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG - ONE  *
      * DETAIL LINE IS PRINTED FOR EVERY RECORD READ, AND NOTHING IN  *
      * THIS PROGRAM IS REJECTED, SO RECORDS IN EQUALS RECORDS OUT    *
       9700-WRITE-RUN-LOG.
		   MOVE 'COBLSC03' TO RL-PROGRAM.
		   MOVE M-RUN-MM TO RL-RUN-MM.
		   MOVE M-RUN-DD TO RL-RUN-DD.

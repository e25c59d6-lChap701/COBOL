       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  ONLY THE STAYS THAT PASSED THE CONDO STAY EDIT (COBLSC43) -  *
      *  REJECTS SIT IN ITS SUSPENSE FILE UNTIL CORRECTED            *
           SELECT OZARK-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC04\OZARKCLN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC04\CXLAUDIT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      * ONE RECORD PER CANCELLATION OR REFUND APPLIED THAT GIVES     *
      * MONEY BACK - APPENDED EVERY RUN SO THE REFUNDS PILE UP       *
      * BETWEEN CHECK RUNS, AND EMPTIED BY THE PAYABLES RUN ONCE IT  *
      * HAS VOUCHERED THEM - RECORDS ALREADY CARRYING TODAY'S RUN    *
      * DATE ARE PURGED BEFORE THE APPEND SO A RERUN OVER THE SAME   *
      * BATCH CANNOT REFUND THE GUEST TWICE                          *
           SELECT OPTIONAL REFUND-EXTRACT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC04\CBLREFND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-REFND-STATUS.

      * SCRATCH COPY OF THE REFUND EXTRACT USED WHILE PURGING A      *
      * RERUN'S OWN EARLIER RECORDS *
           SELECT REFUND-WORK
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC04\CBLREFNW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * OPTIONAL EFFECTIVE-DATED CONDO RATE FILE - WHEN A ROW'S      *
      * EFFECTIVE DATE IS NOT LATER THAN TODAY IT REPLACES THE       *
      * COMPILED DEFAULT PER-BEDROOM RATE FOR ITS CONDO CODE         *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CERT-STATUS.

      * THE RESERVATION DEPOSIT LEDGER - A DEPOSIT THE RESERVATION    *
      * RUN APPLIED TO A CONVERTED STAY IS CREDITED ON THAT STAY'S    *
      * INVOICE HERE AND MARKED INVOICED SO IT CANNOT CREDIT TWICE    *
           SELECT OPTIONAL DEPOSIT-LEDGER
               ASSIGN TO 'C:\IHCC\COBOL\CBLDEPLG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-DEPL-STATUS.

      * THE GUEST MASTER - EVERY STAY CARRIES ITS GUEST NUMBER, AND   *
      * THE MAILING ADDRESS ON FILE FOR IT IS PRINTED ON THE INVOICE  *
      * AND ON ANY CERTIFICATE THE STAY EARNS                         *
           SELECT OPTIONAL GUEST-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLGUEST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GST-STATUS.

      * ONE RECORD PER BILLED STAY, APPENDED EVERY RUN - THE OPEN     *
      * RECEIVABLES AND OWNER STATEMENT RUNS READ THIS INSTEAD OF     *
      * RECOMPUTING EVERY FEE FROM SCRATCH - RECORDS ALREADY CARRYING *
       FD  OZARK-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 88 CHARACTERS.

       01  I-REC.
           05  I-GUEST                 PIC X(20).
      * SAME WEEK TOGETHER - SPACES MEANS AN ORDINARY SINGLE-UNIT    *
      * RESERVATION                                                  *
           05  I-GROUP-ID              PIC X(4).
      * THE AGENT OR LISTING SERVICE THE STAY WAS BOOKED THROUGH -   *
      * SPACES MEANS THE GUEST BOOKED DIRECT                         *
           05  I-SOURCE                PIC X(4).
      * THE GUEST'S NUMBER ON THE GUEST MASTER - EVERY GUEST FILE    *
      * MATCHES ON THIS RATHER THAN ON THE NAME AS KEYED             *
           05  I-GUEST-NO              PIC 9(6).

       FD  PRTOUT
		   LABEL RECORD IS OMITTED

       01  AUDLINE                     PIC X(132).

      * THE GUEST, THE CONDO, THE RUN DATE, 'C' CANCEL OR 'R' REFUND, *
      * AND THE AMOUNT GOING BACK TO THE GUEST                       *
       FD  REFUND-EXTRACT
           LABEL RECORD IS OMITTED
           DATA RECORD IS RF-REC
           RECORD CONTAINS 46 CHARACTERS.

       01  RF-REC.
           05  RF-GUEST-NO             PIC 9(6).
           05  RF-GUEST                PIC X(20).
           05  RF-CONDO                PIC XX.
           05  RF-DATE                 PIC 9(8).
           05  RF-TYPE                 PIC X.
           05  RF-AMOUNT               PIC 9(7)V99.

       FD  REFUND-WORK
           LABEL RECORD IS OMITTED
           DATA RECORD IS RW-REC
           RECORD CONTAINS 46 CHARACTERS.

       01  RW-REC              PIC X(46).

      * EFFECTIVE-DATED PER-BEDROOM CONDO RATE RECORD *
       FD  CONDO-RATE-PARM
           LABEL RECORD IS STANDARD
      * SIGNED SO A GUEST'S REFUND/CANCELLATION DOLLARS CARRY FORWARD  *
      * CORRECTLY INTO THEIR LIFETIME TOTAL                           *
           05  GH-DOLLARS               PIC S9(9)V99.
           05  GH-GUEST-NO              PIC 9(6).

      * ONE FREE-NIGHT CERTIFICATE - WHO EARNED IT, WHEN, AND        *
      * WHETHER IT IS STILL OUTSTANDING ('I') OR USED ('U')          *
       FD  CERT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CE-REC
           RECORD CONTAINS 35 CHARACTERS.

       01  CE-REC.
           05  CE-GUEST                 PIC X(20).
           05  CE-EARNED-DATE           PIC 9(8).
           05  CE-STATUS                PIC X.
           05  CE-GUEST-NO              PIC 9(6).

      * ONE RESERVATION DEPOSIT - 'H' HELD, 'A' APPLIED TO A STAY     *
      * AND AWAITING ITS INVOICE, 'I' CREDITED ON THE INVOICE, 'R'    *
      * REFUNDED OR 'F' FORFEITED                                     *
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

      * ONE CONDO GUEST - ONLY THE NUMBER AND THE MAILING ADDRESS    *
      * ARE KEPT HERE                                                *
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
           05  GU-ZIP.
               10  GU-ZIP-5             PIC 9(5).
               10  GU-ZIP-4             PIC 9(4).
           05  FILLER                   PIC X(50).

      * ONE BILLED STAY AS INVOICED - THE FEE BREAKDOWN 2100-CALCS    *
      * COMPUTED, STAMPED WITH THE RUN DATE SO THE RECEIVABLES RUN    *
       FD  INVOICE-EXTRACT
           LABEL RECORD IS OMITTED
           DATA RECORD IS IV-REC
           RECORD CONTAINS 94 CHARACTERS.

       01  IV-REC.
           05  IV-GUEST                 PIC X(20).
      * THE LODGING TAX INSIDE IV-TOTAL, CARRIED SEPARATELY SO THE  *
      * OWNER STATEMENT RUN CAN HOLD IT BACK FOR THE STATE *
           05  IV-LODGE-TAX             PIC S9(5)V99.
      * THE STAY'S BOOKING SOURCE AND THE NIGHTS BILLED, SO THE       *
      * COMMISSION AND SOURCE-MIX RUN CAN CREDIT EACH CHANNEL        *
           05  IV-SOURCE                PIC X(4).
           05  IV-NIGHTS                PIC 9(4).
      * THE GUEST NUMBER THE RECEIVABLES RUN MATCHES PAYMENTS ON    *
           05  IV-GUEST-NO              PIC 9(6).

       FD  INVOICE-WORK
           LABEL RECORD IS OMITTED
           DATA RECORD IS IW-REC
           RECORD CONTAINS 94 CHARACTERS.

       01  IW-REC              PIC X(94).

      * THIS RUN'S GRAND RENTAL COUNT AND TOTAL REVENUE, FOR THE      *
      * CONSOLIDATED REVENUE DASHBOARD AND ACCOUNTING EXTRACT TO PICK *
           05  SUB-GROUP               PIC 99          VALUE 0.
           05  C-INVC-STATUS           PIC XX          VALUE '00'.
           05  INVC-EOF                PIC XXX         VALUE 'NO'.
           05  C-REFND-STATUS          PIC XX          VALUE '00'.
           05  REFND-EOF               PIC XXX         VALUE 'NO'.
      * THE STATE LODGING/OCCUPANCY TAX RATE APPLIED TO EVERY STAY'S *
      * NET CHARGES, WITH THE TAXABLE RENT AND TAX COLLECTED         *
      * ACCUMULATED (SIGNED, SO CANCELLATIONS AND REFUNDS REVERSE    *
           05  C-CERT-CREDIT           PIC 9(4)V99     VALUE 0.
           05  C-GT-CERT-ISSUED-CTR    PIC 999         VALUE 0.
           05  C-GT-CERT-USED-CTR      PIC 999         VALUE 0.
           05  C-DEPL-STATUS           PIC XX          VALUE '00'.
           05  DEPL-EOF                PIC XXX         VALUE 'NO'.
           05  C-DEP-CTR               PIC 999         VALUE 0.
           05  SUB-DEP                 PIC 999         VALUE 0.
      * 'YES' WHEN A RESERVATION DEPOSIT WAS CREDITED ON THE STAY     *
      * BEING BILLED, WITH THE CREDIT AND THE BALANCE LEFT DUE        *
           05  C-DEP-APPLIED-SW        PIC XXX         VALUE 'NO'.
           05  C-DEP-CREDIT            PIC 9(5)V99     VALUE 0.
           05  C-BALANCE-DUE           PIC S9(6)V99    VALUE 0.
           05  C-GT-DEP-CREDIT         PIC 9(7)V99     VALUE 0.
           05  C-GST-STATUS            PIC XX          VALUE '00'.
           05  GST-EOF                 PIC XXX         VALUE 'NO'.
           05  C-GST-CTR               PIC 999         VALUE 0.
           05  SUB-GST                 PIC 999         VALUE 0.
      * 'YES' WHEN THE STAY'S GUEST IS ON THE GUEST MASTER WITH A    *
      * STREET ADDRESS - A GUEST ADDED NAME-ONLY PRINTS NO ADDRESS   *
           05  C-GST-ADDR-SW           PIC XXX         VALUE 'NO'.

      * HOLDS EVERY RESERVATION ON OZARK-MASTER SO EACH CONDO'S STAYS *
      * CAN BE CHECKED AGAINST EACH OTHER FOR OVERLAPPING NIGHTS      *
               10  GT-STAYS            PIC 9(3).
               10  GT-NIGHTS           PIC 9(5).
               10  GT-DOLLARS          PIC S9(9)V99.
               10  GT-GUEST-NO         PIC 9(6).

      * EVERY CERTIFICATE ON FILE PLUS THE ONES ISSUED THIS RUN -    *
      * REWRITTEN IN FULL AT CLOSE - CAPPED AT 200 CERTIFICATES      *
               10  CT-GUEST            PIC X(20).
               10  CT-EARNED-DATE      PIC 9(8).
               10  CT-STATUS           PIC X.
               10  CT-GUEST-NO         PIC 9(6).

      * EVERY ENTRY ON THE DEPOSIT LEDGER - REWRITTEN IN FULL AT      *
      * CLOSE SO THE DEPOSITS CREDITED THIS RUN CARRY FORWARD AS      *
      * INVOICED - CAPPED AT 300 ENTRIES                              *
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

      * THE MAILING ADDRESS OF EVERY GUEST ON THE GUEST MASTER, BY  *
      * GUEST NUMBER - CAPPED AT 500 GUESTS                         *
       01  GUEST-MASTER-TABLE.
           05  GUEST-MASTER-ENTRY      OCCURS 500 TIMES.
               10  GM-GUEST-NO         PIC 9(6).
               10  GM-ADDRESS          PIC X(20).
               10  GM-CITY             PIC X(15).
               10  GM-STATE            PIC XX.
               10  GM-ZIP-5            PIC 9(5).
               10  GM-ZIP-4            PIC 9(4).

      * ONE ENTRY PER GROUP IDENTIFIER SEEN THIS RUN - THE MEMBER     *
      * STAYS BILL INDIVIDUALLY AS ALWAYS, BUT EACH GROUP ALSO GETS   *
		   05  I-TIME                  PIC X(11).
      *  PRINTS THE CURRENT DATE IN MONTH/DAY/YEAR FORMAT  *
       01  COMPANY-TITLE-LINE.
           05  FILLER                  PIC X(6)      VALUE 'DATE: '.
		   05  O-MM                    PIC 99.
		   05  FILLER                  PIC X         VALUE '/'.
		   05  O-DD                    PIC 99. 
		   05  FILLER                  PIC X(14)     VALUE 
                                                    'PMG MANAGEMENT'.
		   05  FILLER                  PIC X(52)     VALUE ' '.
           05  FILLER                  PIC X(6)      VALUE 'PAGE: '.
           05  O-PCTR                  PIC Z9.
      *  PRINTS THE CURRENT MONTH ONLY WITH NAME OF MONTH INCLUDED  *
      *  MEANING JANUARY IS PRINTED INSTEAD OF A 1 OR JAN           *
           05  O-GT-CERT-ISSUED        PIC ZZ9.
           05  FILLER                  PIC X(11)   VALUE '  APPLIED: '.
           05  O-GT-CERT-USED          PIC ZZ9.
           05  FILLER                  PIC X(24)     VALUE
                                   '  DEPOSITS CREDITED: '.
           05  O-GT-DEP-CREDIT         PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(42)     VALUE ' '.

      * THE FREE-NIGHT CERTIFICATE PAGE PRINTED WITH THE GUEST'S    *
      * INVOICE WHEN THEIR LIFETIME NIGHTS CROSS THE THRESHOLD      *
           05  O-CERT-GUEST            PIC X(20).
           05  FILLER                  PIC X(96)     VALUE ' '.

      * THE MAILING ADDRESS UNDER THE NAME, WHEN THE GUEST MASTER    *
      * HAS ONE                                                      *
       01  CERT-ADDRESS-LINE.
           05  FILLER                  PIC X(16)     VALUE ' '.
           05  O-CERT-ADDRESS          PIC X(20).
           05  FILLER                  PIC X(96)     VALUE ' '.

       01  CERT-CITY-LINE.
           05  FILLER                  PIC X(16)     VALUE ' '.
           05  O-CERT-CITY             PIC X(15).
           05  FILLER                  PIC X         VALUE ' '.
           05  O-CERT-STATE            PIC XX.
           05  FILLER                  PIC X         VALUE ' '.
           05  O-CERT-ZIP-5            PIC 9(5).
           05  FILLER                  PIC X         VALUE '-'.
           05  O-CERT-ZIP-4            PIC 9(4).
           05  FILLER                  PIC X(87)     VALUE ' '.

       01  CERT-TEXT-LINE.
           05  FILLER                  PIC X(4)      VALUE ' '.
           05  FILLER                  PIC X(52)     VALUE
           05  O-INV-CONDO             PIC X(15).
           05  FILLER                  PIC X(75)     VALUE ' '.

      * THE MAILING ADDRESS UNDER THE NAME, WHEN THE GUEST MASTER    *
      * HAS ONE                                                      *
       01  INVOICE-ADDRESS-LINE.
           05  FILLER                  PIC X(11)     VALUE ' '.
           05  O-INV-ADDRESS           PIC X(20).
           05  FILLER                  PIC X(101)    VALUE ' '.

       01  INVOICE-CITY-LINE.
           05  FILLER                  PIC X(11)     VALUE ' '.
           05  O-INV-CITY              PIC X(15).
           05  FILLER                  PIC X         VALUE ' '.
           05  O-INV-STATE             PIC XX.
           05  FILLER                  PIC X         VALUE ' '.
           05  O-INV-ZIP-5             PIC 9(5).
           05  FILLER                  PIC X         VALUE '-'.
           05  O-INV-ZIP-4             PIC 9(4).
           05  FILLER                  PIC X(92)     VALUE ' '.

       01  INVOICE-NIGHTS-LINE.
           05  FILLER                  PIC X(4)      VALUE ' '.
           05  FILLER                  PIC X(20)     VALUE
           05  O-INV-TOTAL             PIC $$$,$$$.99+.
           05  FILLER                  PIC X(87)     VALUE ' '.

      * PRINTED UNDER THE TOTAL WHEN A RESERVATION DEPOSIT WAS        *
      * CREDITED, SO THE GUEST SEES WHAT IS LEFT TO PAY               *
       01  INVOICE-BALANCE-LINE.
           05  FILLER                  PIC X(4)      VALUE ' '.
           05  FILLER                  PIC X(20)     VALUE
                                                    'BALANCE DUE:'.
           05  FILLER                  PIC X(10)     VALUE ' '.
           05  O-INV-BALANCE           PIC $$$,$$$.99+.
           05  FILLER                  PIC X(87)     VALUE ' '.

       PROCEDURE DIVISION.
       0000-MAIN.
		   PERFORM 1000-INIT.
		   PERFORM 2000-MAINLINE
			   UNTIL MORE-RECS = 'NO'.
      * BEFORE THIS RUN'S RECORDS ARE APPENDED *
           PERFORM 1600-PURGE-RERUN-INVOICES.
           OPEN EXTEND INVOICE-EXTRACT.
           PERFORM 1650-PURGE-RERUN-REFUNDS.
           OPEN EXTEND REFUND-EXTRACT.

      * LOADS ANY EFFECTIVE-DATED CONDO RATES ON FILE OVER THE        *
      * COMPILED DEFAULTS ABOVE BEFORE ANY RECORD IS CALCULATED       *
      * LOADS EVERY CERTIFICATE ON FILE SO AN OUTSTANDING ONE CAN BE *
      * APPLIED TO ITS GUEST'S NEXT STAY                             *
           PERFORM 1550-LOAD-CERTIFICATES.

      * LOADS THE DEPOSIT LEDGER SO A CONVERTED STAY'S DEPOSIT CAN BE *
      * CREDITED ON ITS INVOICE                                      *
           PERFORM 1570-LOAD-DEPOSITS.

      * LOADS THE GUEST MASTER SO EACH INVOICE AND CERTIFICATE CAN   *
      * CARRY THE GUEST'S MAILING ADDRESS                            *
           PERFORM 1590-LOAD-GUEST-MASTER.
      *  EVALUATE STATEMENT THAT CONVERTS THE CURRENT MONTH FROM  *
      *  NUMERIC TO ALPHANUMERIC  *
           EVALUATE I-MM
                       MOVE GH-STAYS TO GT-STAYS(C-GH-CTR)
                       MOVE GH-NIGHTS TO GT-NIGHTS(C-GH-CTR)
                       MOVE GH-DOLLARS TO GT-DOLLARS(C-GH-CTR)
                       MOVE GH-GUEST-NO TO GT-GUEST-NO(C-GH-CTR)
                   END-IF.

      * OPENS THE OPTIONAL CERTIFICATE FILE AND LOADS EVERY RECORD   *
                       MOVE CE-GUEST TO CT-GUEST(C-CERT-CTR)
                       MOVE CE-EARNED-DATE TO CT-EARNED-DATE(C-CERT-CTR)
                       MOVE CE-STATUS TO CT-STATUS(C-CERT-CTR)
                       MOVE CE-GUEST-NO TO CT-GUEST-NO(C-CERT-CTR)
                   END-IF.

      * OPENS THE OPTIONAL DEPOSIT LEDGER AND LOADS EVERY ENTRY INTO *
      * THE TABLE - A MISSING FILE MEANS NO DEPOSIT IS WAITING       *
       1570-LOAD-DEPOSITS.
           MOVE 'NO' TO DEPL-EOF.
           OPEN INPUT DEPOSIT-LEDGER.
           IF C-DEPL-STATUS = '00'
               PERFORM 1580-READ-DEPOSIT
                   UNTIL DEPL-EOF = 'YES'
               CLOSE DEPOSIT-LEDGER
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
      * AND MUST BE CLOSED OR THE SAVE AT CLOSE FAILS               *
               CLOSE DEPOSIT-LEDGER
               MOVE 'YES' TO DEPL-EOF.

       1580-READ-DEPOSIT.
           READ DEPOSIT-LEDGER
               AT END
                   MOVE 'YES' TO DEPL-EOF
               NOT AT END
                   IF C-DEP-CTR < 300
                       ADD 1 TO C-DEP-CTR
                       MOVE DL-CONDO TO DP-CONDO(C-DEP-CTR)
                       MOVE DL-GUEST TO DP-GUEST(C-DEP-CTR)
                       MOVE DL-CHECKIN-DATE TO
                           DP-CHECKIN-DATE(C-DEP-CTR)
                       MOVE DL-CHECKOUT-DATE TO
                           DP-CHECKOUT-DATE(C-DEP-CTR)
                       MOVE DL-AMOUNT TO DP-AMOUNT(C-DEP-CTR)
                       MOVE DL-TAKEN-DATE TO DP-TAKEN-DATE(C-DEP-CTR)
                       MOVE DL-STATUS TO DP-STATUS(C-DEP-CTR)
                       MOVE DL-STATUS-DATE TO
                           DP-STATUS-DATE(C-DEP-CTR)
                       MOVE DL-GUEST-NO TO DP-GUEST-NO(C-DEP-CTR)
                   END-IF.

      * OPENS THE OPTIONAL GUEST MASTER AND LOADS EVERY GUEST'S      *
      * MAILING ADDRESS - A MISSING FILE MEANS THE INVOICES GO OUT   *
      * WITH THE NAME ONLY, AS THEY ALWAYS HAVE                      *
       1590-LOAD-GUEST-MASTER.
           MOVE 'NO' TO GST-EOF.
           OPEN INPUT GUEST-MASTER.
           IF C-GST-STATUS = '00'
               PERFORM 1595-READ-GUEST-MASTER
                   UNTIL GST-EOF = 'YES'
               CLOSE GUEST-MASTER
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE GUEST-MASTER
               MOVE 'YES' TO GST-EOF.

       1595-READ-GUEST-MASTER.
           READ GUEST-MASTER
               AT END
                   MOVE 'YES' TO GST-EOF
               NOT AT END
                   IF C-GST-CTR < 500
                       ADD 1 TO C-GST-CTR
                       MOVE GU-GUEST-NO TO GM-GUEST-NO(C-GST-CTR)
                       MOVE GU-ADDRESS TO GM-ADDRESS(C-GST-CTR)
                       MOVE GU-CITY TO GM-CITY(C-GST-CTR)
                       MOVE GU-STATE TO GM-STATE(C-GST-CTR)
                       MOVE GU-ZIP-5 TO GM-ZIP-5(C-GST-CTR)
                       MOVE GU-ZIP-4 TO GM-ZIP-4(C-GST-CTR)
                   END-IF.

      * COPIES EVERY INVOICE EXTRACT RECORD NOT CARRYING TODAY'S RUN *
               NOT AT END
                   WRITE IV-REC FROM IW-REC.

      * THE SAME PURGE FOR THE REFUND EXTRACT - A REFUND STILL ON IT  *
      * FROM AN EARLIER DAY IS ONE THE PAYABLES RUN HAS NOT YET       *
      * VOUCHERED, SO ONLY TODAY'S RECORDS ARE DROPPED                *
       1650-PURGE-RERUN-REFUNDS.
           MOVE 'NO' TO REFND-EOF.
           OPEN INPUT REFUND-EXTRACT.
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
           IF C-REFND-STATUS NOT = '00'
               CLOSE REFUND-EXTRACT
               MOVE 'YES' TO REFND-EOF
           ELSE
               OPEN OUTPUT REFUND-WORK
               PERFORM 1660-COPY-KEPT-REFUND
                   UNTIL REFND-EOF = 'YES'
               CLOSE REFUND-WORK
               CLOSE REFUND-EXTRACT
               PERFORM 1670-REBUILD-REFUNDS.

       1660-COPY-KEPT-REFUND.
           READ REFUND-EXTRACT
               AT END
                   MOVE 'YES' TO REFND-EOF
               NOT AT END
                   IF RF-DATE NOT = C-TODAY-DATE
                       WRITE RW-REC FROM RF-REC
                   END-IF.

       1670-REBUILD-REFUNDS.
           MOVE 'NO' TO REFND-EOF.
           OPEN INPUT REFUND-WORK.
           OPEN OUTPUT REFUND-EXTRACT.
           PERFORM 1680-COPY-BACK-REFUND
               UNTIL REFND-EOF = 'YES'.
           CLOSE REFUND-WORK.
           CLOSE REFUND-EXTRACT.

       1680-COPY-BACK-REFUND.
           READ REFUND-WORK
               AT END
                   MOVE 'YES' TO REFND-EOF
               NOT AT END
                   WRITE RF-REC FROM RW-REC.

       2000-MAINLINE.
           PERFORM 2050-FIND-GUEST-MASTER.
           PERFORM 2100-CALCS.
           PERFORM 2200-OUTPUT.
           PERFORM 9100-READ.
       2160-GET-GUEST-HISTORY.
           PERFORM
               VARYING SUB-GH FROM 1 BY 1
                   UNTIL SUB-GH > C-GH-CTR
                       OR I-GUEST-NO = GT-GUEST-NO(SUB-GH).

           IF SUB-GH > C-GH-CTR AND C-GH-CTR < 200
               ADD 1 TO C-GH-CTR
               MOVE C-GH-CTR TO SUB-GH
               MOVE I-GUEST TO GT-GUEST(SUB-GH)
               MOVE I-GUEST-NO TO GT-GUEST-NO(SUB-GH)
               MOVE 0 TO GT-STAYS(SUB-GH)
               MOVE 0 TO GT-NIGHTS(SUB-GH)
               MOVE 0 TO GT-DOLLARS(SUB-GH).
           PERFORM
               VARYING SUB-CERT FROM 1 BY 1
                   UNTIL SUB-CERT > C-CERT-CTR
                       OR (I-GUEST-NO = CT-GUEST-NO(SUB-CERT)
                           AND CT-STATUS(SUB-CERT) = 'I').
           IF SUB-CERT <= C-CERT-CTR
               MOVE 'U' TO CT-STATUS(SUB-CERT)
               MOVE 'APPLIED' TO O-AUD-STATUS.
           WRITE AUDLINE FROM AUDIT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           IF C-REF-DENIED-SW NOT = 'YES' AND C-ADJ-EFFECT < 0
               PERFORM 2192-WRITE-REFUND-EXTRACT.

      * THE MONEY AN APPLIED CANCELLATION OR REFUND GIVES BACK,      *
      * CARRIED AS A POSITIVE AMOUNT OWED TO THE GUEST               *
       2192-WRITE-REFUND-EXTRACT.
           MOVE I-GUEST-NO TO RF-GUEST-NO.
           MOVE I-GUEST TO RF-GUEST.
           MOVE I-CONDO TO RF-CONDO.
           MOVE C-TODAY-DATE TO RF-DATE.
           MOVE I-TRANS-TYPE TO RF-TYPE.
           COMPUTE RF-AMOUNT = 0 - C-ADJ-EFFECT.
           WRITE RF-REC.

      * FINDS THE STAY'S GUEST ON THE GUEST MASTER FOR THE INVOICE   *
      * AND CERTIFICATE ADDRESS LINES - SUB-GST IS LEFT PAST         *
      * C-GST-CTR WHEN THE GUEST NUMBER IS NOT ON FILE, AND THE      *
      * ADDRESS LINES ONLY PRINT WHEN A STREET ADDRESS WAS KEYED     *
       2050-FIND-GUEST-MASTER.
           PERFORM
               VARYING SUB-GST FROM 1 BY 1
                   UNTIL SUB-GST > C-GST-CTR
                       OR I-GUEST-NO = GM-GUEST-NO(SUB-GST).
           MOVE 'NO' TO C-GST-ADDR-SW.
           IF SUB-GST <= C-GST-CTR
               IF GM-ADDRESS(SUB-GST) NOT = SPACES
                   MOVE 'YES' TO C-GST-ADDR-SW.

       2100-CALCS.
      *  FINDS THE NAME OF CONDO AND CALCULATES FEES/CHARGES, FREE  *
           IF C-CERT-CTR < 200
               ADD 1 TO C-CERT-CTR
               MOVE I-GUEST TO CT-GUEST(C-CERT-CTR)
               MOVE I-GUEST-NO TO CT-GUEST-NO(C-CERT-CTR)
               MOVE C-TODAY-DATE TO CT-EARNED-DATE(C-CERT-CTR)
               MOVE 'I' TO CT-STATUS(C-CERT-CTR)
               ADD 1 TO C-GT-CERT-ISSUED-CTR
           MOVE I-GUEST TO O-CERT-GUEST.
           WRITE INVLINE FROM CERT-GUEST-LINE
               AFTER ADVANCING 2 LINES.
           IF C-GST-ADDR-SW = 'YES'
               MOVE GM-ADDRESS(SUB-GST) TO O-CERT-ADDRESS
               WRITE INVLINE FROM CERT-ADDRESS-LINE
                   AFTER ADVANCING 1 LINE
               MOVE GM-CITY(SUB-GST) TO O-CERT-CITY
               MOVE GM-STATE(SUB-GST) TO O-CERT-STATE
               MOVE GM-ZIP-5(SUB-GST) TO O-CERT-ZIP-5
               MOVE GM-ZIP-4(SUB-GST) TO O-CERT-ZIP-4
               WRITE INVLINE FROM CERT-CITY-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE INVLINE FROM CERT-TEXT-LINE
               AFTER ADVANCING 2 LINES.

                   AT EOP
                       PERFORM 9000-HEADINGS.

           PERFORM 2240-APPLY-DEPOSIT THRU 2240-EXIT.
           PERFORM 2250-PRINT-INVOICE.
           PERFORM 2260-WRITE-INVOICE-EXTRACT.

      * A COMPLETED STAY WHOSE RESERVATION DEPOSIT WAS APPLIED TO IT  *
      * GETS THAT DEPOSIT CREDITED AGAINST ITS TOTAL - THE ENTRY IS   *
      * MARKED INVOICED SO IT CANNOT CREDIT TWICE, AND AN ENTRY       *
      * INVOICED EARLIER TODAY STILL MATCHES SO A RERUN OVER THE      *
      * SAME BATCH CREDITS IT AGAIN - CANCELLATIONS AND REFUNDS       *
      * NEVER TAKE A DEPOSIT                                          *
       2240-APPLY-DEPOSIT.
           MOVE 'NO' TO C-DEP-APPLIED-SW.
           MOVE 0 TO C-DEP-CREDIT.
           MOVE C-TOTAL TO C-BALANCE-DUE.
           IF NOT TRANS-NORMAL
               GO TO 2240-EXIT.
           PERFORM
               VARYING SUB-DEP FROM 1 BY 1
                   UNTIL SUB-DEP > C-DEP-CTR
                       OR (I-CONDO = DP-CONDO(SUB-DEP)
                           AND I-GUEST-NO = DP-GUEST-NO(SUB-DEP)
                           AND I-CHECKIN-DATE = DP-CHECKIN-DATE(SUB-DEP)
                           AND (DP-STATUS(SUB-DEP) = 'A'
                               OR (DP-STATUS(SUB-DEP) = 'I'
                                   AND DP-STATUS-DATE(SUB-DEP) =
                                       C-TODAY-DATE))).
           IF SUB-DEP <= C-DEP-CTR
               MOVE 'I' TO DP-STATUS(SUB-DEP)
               MOVE C-TODAY-DATE TO DP-STATUS-DATE(SUB-DEP)
               MOVE 'YES' TO C-DEP-APPLIED-SW
               MOVE DP-AMOUNT(SUB-DEP) TO C-DEP-CREDIT
               COMPUTE C-BALANCE-DUE = C-TOTAL - C-DEP-CREDIT
               ADD C-DEP-CREDIT TO C-GT-DEP-CREDIT.

       2240-EXIT.
           EXIT.

      * WRITES ONE PAGE OF THE PER-GUEST INVOICE TO INVOICE.PRT,      *
      * REUSING THE SAME FEE FIGURES JUST COMPUTED BY 2100-CALCS      *
       2250-PRINT-INVOICE.
           MOVE O-CONDO TO O-INV-CONDO.
           WRITE INVLINE FROM INVOICE-GUEST-LINE
               AFTER ADVANCING 2 LINES.
           IF C-GST-ADDR-SW = 'YES'
               MOVE GM-ADDRESS(SUB-GST) TO O-INV-ADDRESS
               WRITE INVLINE FROM INVOICE-ADDRESS-LINE
                   AFTER ADVANCING 1 LINE
               MOVE GM-CITY(SUB-GST) TO O-INV-CITY
               MOVE GM-STATE(SUB-GST) TO O-INV-STATE
               MOVE GM-ZIP-5(SUB-GST) TO O-INV-ZIP-5
               MOVE GM-ZIP-4(SUB-GST) TO O-INV-ZIP-4
               WRITE INVLINE FROM INVOICE-CITY-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE C-EFF-NIGHTS TO O-INV-NIGHTS.
           WRITE INVLINE FROM INVOICE-NIGHTS-LINE
           WRITE INVLINE FROM INVOICE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           IF C-DEP-APPLIED-SW = 'YES'
               MOVE 'LESS DEPOSIT PAID' TO O-INV-LABEL
               COMPUTE O-INV-AMOUNT = 0 - C-DEP-CREDIT
               WRITE INVLINE FROM INVOICE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE C-BALANCE-DUE TO O-INV-BALANCE
               WRITE INVLINE FROM INVOICE-BALANCE-LINE
                   AFTER ADVANCING 1 LINE.

      * APPENDS THE STAY JUST BILLED TO THE INVOICE EXTRACT, STAMPED *
      * WITH TODAY'S RUN DATE, SO THE RECEIVABLES AND OWNER          *
      * STATEMENT RUNS WORK FROM WHAT WAS ACTUALLY INVOICED *
               WHEN OTHER
                   MOVE C-LODGE-TAX TO IV-LODGE-TAX
           END-EVALUATE.
           MOVE I-SOURCE TO IV-SOURCE.
           MOVE I-GUEST-NO TO IV-GUEST-NO.
           MOVE C-EFF-NIGHTS TO IV-NIGHTS.
           WRITE IV-REC.

       3000-CLOSING.
               AFTER ADVANCING 1 LINE.
           MOVE C-GT-CERT-ISSUED-CTR TO O-GT-CERT-ISSUED.
           MOVE C-GT-CERT-USED-CTR TO O-GT-CERT-USED.
           MOVE C-GT-DEP-CREDIT TO O-GT-DEP-CREDIT.
           WRITE PRTLINE FROM GRAND-TOTALS-LINE-5
               AFTER ADVANCING 1 LINE.

      * RUN *
           PERFORM 9600-SAVE-HISTORY.
           PERFORM 9650-SAVE-CERTIFICATES.
           PERFORM 9670-SAVE-DEPOSITS.
           PERFORM 9700-SAVE-GT-EXTRACT.
           PERFORM 9800-WRITE-RUN-LOG.

           CLOSE PRTOUT.
           CLOSE INVOICE-OUT.
           CLOSE AUDIT-OUT.
           CLOSE REFUND-EXTRACT.
           CLOSE INVOICE-EXTRACT.

      * ONE GROUP'S SUBTOTAL LINE IN VACATION.PRT *
           MOVE CT-GUEST(SUB-CERT) TO CE-GUEST.
           MOVE CT-EARNED-DATE(SUB-CERT) TO CE-EARNED-DATE.
           MOVE CT-STATUS(SUB-CERT) TO CE-STATUS.
           MOVE CT-GUEST-NO(SUB-CERT) TO CE-GUEST-NO.
           WRITE CE-REC.
           ADD 1 TO SUB-CERT.

      * REWRITES THE DEPOSIT LEDGER IN FULL FROM THE TABLE SO THE    *
      * DEPOSITS CREDITED THIS RUN CARRY FORWARD AS INVOICED - A RUN *
      * THAT FOUND NO LEDGER LEAVES IT ALONE                         *
       9670-SAVE-DEPOSITS.
           IF C-DEP-CTR > 0
               MOVE 1 TO SUB-DEP
               OPEN OUTPUT DEPOSIT-LEDGER
               PERFORM 9680-WRITE-DEPOSIT
                   UNTIL SUB-DEP > C-DEP-CTR
               CLOSE DEPOSIT-LEDGER.

       9680-WRITE-DEPOSIT.
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

      * WRITES THIS RUN'S GRAND RENTAL COUNT AND TOTAL REVENUE TO THE *
      * EXTRACT FILE FOR THE CONSOLIDATED REVENUE DASHBOARD AND       *
      * ACCOUNTING EXTRACT TO PICK UP *
           MOVE GT-STAYS(SUB-GH) TO GH-STAYS.
           MOVE GT-NIGHTS(SUB-GH) TO GH-NIGHTS.
           MOVE GT-DOLLARS(SUB-GH) TO GH-DOLLARS.
           MOVE GT-GUEST-NO(SUB-GH) TO GH-GUEST-NO.
           WRITE GH-REC.
           ADD 1 TO SUB-GH.
      * READS THE SUITE-WIDE PROCESSING DATE SET BEFORE THE CHAIN    *

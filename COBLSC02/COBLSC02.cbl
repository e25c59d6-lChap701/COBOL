      * THIS PROGRAM READS A FILE AND CREATES *
      * A BOATS INC. REPORT.                  *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
	   FILE-CONTROL.

      * THE INDEXED BOAT MASTER, KEYED ON SALE NUMBER, LOADED BY THE *
      * BEFORE THE REPORT PASS SO THE CONTROL-BREAK SUBTOTALS ARE    *
      * RIGHT REGARDLESS OF HOW THE FILE WAS KEYED *
		   SELECT SORT-WORK
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC02\CBLB02SW.DAT'.

      * THE MASTER AS SORTED FOR THIS RUN - THE REPORT PASS READS    *
      * THIS FILE INSTEAD OF THE MASTER ITSELF *
		   SELECT BOAT-SORTED
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC02\CBLB02SR.DAT'
			   ORGANIZATION IS LINE SEQUENTIAL.

      * RUNNING CONTROL TOTALS FOR THE BOAT MASTER, KEPT CURRENT BY  *
      * 3000-CLOSING SO PAYROLL CAN IMPORT IT INSTEAD OF RE-KEYING   *
      * THE PRINTED PAGE *
		   SELECT COMM-EXPORT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC02\CBLCM02.DAT'
			   ORGANIZATION IS LINE SEQUENTIAL.

      * OPTIONAL PARTS AND ACCESSORIES MASTER - THE THREE ACCESSORY *
      * PACKAGES ARE STOCKED ON IT UNDER THEIR OWN PART NUMBERS, SO  *
      * THE COUNTER AND THE BOAT LOT DRAW DOWN THE SAME ON-HAND -    *
      * REWRITTEN AT 3000-CLOSING WITH THE QUANTITIES LEFT AFTER     *
      * THIS RUN SOLD AGAINST THEM. A MISSING FILE, OR A PACKAGE NOT *
      * ON IT, LEAVES THE OVERSOLD CHECK TURNED OFF *
           SELECT OPTIONAL PART-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLPARTM.DAT'
			   ORGANIZATION IS LINE SEQUENTIAL
			   FILE STATUS IS C-ACC-INV-STATUS.

      * OPTIONAL INCLUDE-ARCHIVE OPTION - A 'Y' RECORD PULLS THE     *
      * YEAR-END ARCHIVE BACK INTO THE RUN FOR A MULTI-YEAR LOOK *
		   SELECT OPTIONAL ARCHIVE-PARM
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC02\CBLB02AR.DAT'
			   ORGANIZATION IS LINE SEQUENTIAL
			   FILE STATUS IS C-ARCH-PARM-STATUS.

      * THE MASTER (PLUS THE ARCHIVE WHEN THE OPTION IS ON) COPIED  *
      * TO ONE FILE SO THE SORT HAS A SINGLE INPUT *
		   SELECT SORT-INPUT-WORK
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC02\CBLB02CM.DAT'
			   ORGANIZATION IS LINE SEQUENTIAL.

      * OPTIONAL RUN-DATE-RANGE PARAMETER FILE - WHEN PRESENT LIMITS *
      * THE RUN TO PURCHASES MADE ON OR BETWEEN THE TWO DATES *
		   SELECT OPTIONAL DATE-PARM
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC02\CBLB02DT.DAT'
			   ORGANIZATION IS LINE SEQUENTIAL
			   FILE STATUS IS C-DATE-PARM-STATUS.

		   SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC02\BOATPRT.PRT'
			   ORGANIZATION IS RECORD SEQUENTIAL.

      * COMMA-DELIMITED SIDECAR TO BOATPRT.PRT - SAME FIELDS AS *
      * DETAIL-LINE, WRITTEN ALONGSIDE IT ON EVERY RUN FOR IMPORT *
      * INTO A SPREADSHEET *
		   SELECT CSVOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC02\BOATPRT.CSV'
			   ORGANIZATION IS LINE SEQUENTIAL.

      * GRAND-TOTAL EXTRACT - REWRITTEN AT 3000-CLOSING SO COBLSC07 *
      * CAN RECONCILE THIS RUN'S TOTALS AGAINST COBLSC03'S *
		   SELECT GT-EXTRACT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC02\CBLGT02.DAT'
			   ORGANIZATION IS LINE SEQUENTIAL.

      * SHARED OPERATIONS LOG - EVERY BATCH PROGRAM APPENDS ONE LINE *
      * INSTEAD OF FROM THE FIRST RECORD OF CBLBOAT1.DAT - CLEARED   *
      * BACK TO EMPTY ONCE A RUN FINISHES CLEAN *
		   SELECT OPTIONAL CHECKPOINT-FILE
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC02\CBLB02CK.DAT'
			   ORGANIZATION IS LINE SEQUENTIAL
			   FILE STATUS IS C-CKPT-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PRCDT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BOAT-MASTER
           LABEL RECORD IS STANDARD
		   DATA RECORD IS PRTLINE
		   LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                     PIC X(132).

       FD  CSVOUT
		   LABEL RECORD IS OMITTED
		   RECORD CONTAINS 132 CHARACTERS
		   DATA RECORD IS CSVLINE.

       01  CSVLINE                     PIC X(132).

      * ONE PART - WHAT WE PAY FOR IT, WHAT WE SELL IT FOR, HOW    *
      * MANY ARE ON THE SHELF, AND ITS REORDER POINT *
       FD  PART-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PT-REC
           RECORD CONTAINS 59 CHARACTERS.

       01  PT-REC.
           05  PT-PART-NO               PIC X(10).
           05  PT-DESC                  PIC X(25).
           05  PT-COST                  PIC 9(5)V99.
           05  PT-PRICE                 PIC 9(5)V99.
           05  PT-ON-HAND               PIC S9(5).
           05  PT-REORDER-PT            PIC 9(5).

      * THIS RUN'S GRAND SALES COUNT AND TOTAL COST, FOR COBLSC07 *
      * TO PICK UP AND RECONCILE AGAINST COBLSC03'S OWN EXTRACT *
       FD  GT-EXTRACT
		   LABEL RECORD IS OMITTED
		   DATA RECORD IS GT02-REC
		   RECORD CONTAINS 30 CHARACTERS.

       01  GT02-REC.
		   05  G2-SALES-CTR             PIC 9(5).
		   05  G2-TOTAL-COST            PIC 9(9)V99.
      * THE DATE AND TIME OF THE RUN THAT WROTE THIS EXTRACT, SO THE *

      * ONE COMMA-DELIMITED LINE PER RUN - PROGRAM NAME, RUN DATE/    *
      * TIME, RECORDS IN, RECORDS OUT, RECORDS REJECTED *
       FD  RUN-LOG
		   LABEL RECORD IS OMITTED
		   DATA RECORD IS RUNLOG-REC
		   RECORD CONTAINS 52 CHARACTERS.

       01  RUNLOG-REC.
		   05  RL-PROGRAM               PIC X(8).
		   05  FILLER                   PIC X       VALUE ','.
		   05  RL-RUN-MM                PIC 99.
      * READ SO FAR, PLUS EVERY ACCUMULATOR NEEDED TO PICK BACK UP   *
      * WHERE A KILLED RUN LEFT OFF INSTEAD OF REPROCESSING AND      *
      * REPRINTING THE WHOLE FILE FROM SCRATCH *
       FD  CHECKPOINT-FILE
		   LABEL RECORD IS OMITTED
		   DATA RECORD IS CKPT-REC
		   RECORD CONTAINS 589 CHARACTERS.

       01  CKPT-REC.
		   05  CK-REC-CTR               PIC 9(7).
		   05  CK-GT-SALES-CTR          PIC 9(5).
		   05  CK-GT-TOTAL-COST         PIC 9(9)V99.
               10  PD-MM       PIC 99.
               10  PD-DD       PIC 99.

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR                  PIC 99      VALUE 0.
           05  MORE-RECS               PIC XXX     VALUE 'YES'.
		   05  H-BOAT-TYPE             PIC X.
		   05  C-GT-SALES-CTR          PIC 9(5)    VALUE 0.
		   05  C-GT-TOTAL-COST         PIC 9(9)V99 VALUE 0.
		   05  C-START-DATE            PIC 9(8)    VALUE 0.
           05  C-END-DATE              PIC 9(8)    VALUE 99991231.
		   05  C-DATE-PARM-STATUS      PIC XX      VALUE '00'.
      * SET 'YES' WHEN A DATE-RANGE PARAMETER WAS ACTUALLY FOUND -   *
      * THE MASTER CONTROL FILE'S EXPECTED COUNT/TOTAL COVER THE     *
		   05  C-ACC-ELEC-QTY          PIC S9(5)   VALUE 0.
		   05  C-ACC-SKI-QTY           PIC S9(5)   VALUE 0.
		   05  C-ACC-FISH-QTY          PIC S9(5)   VALUE 0.
      * THE PART NUMBERS THE THREE PACKAGES ARE STOCKED UNDER ON    *
      * THE PART MASTER, AND THE TABLE SLOT EACH WAS FOUND IN       *
      * (ZERO WHEN IT IS NOT ON THE MASTER) *
           05  C-ELEC-PART-NO          PIC X(10)   VALUE 'PKGELECTRN'.
           05  C-SKI-PART-NO           PIC X(10)   VALUE 'PKGSKI'.
           05  C-FISH-PART-NO          PIC X(10)   VALUE 'PKGFISHING'.
           05  SUB-ACC-ELEC            PIC 999     VALUE 0.
           05  SUB-ACC-SKI             PIC 999     VALUE 0.
           05  SUB-ACC-FISH            PIC 999     VALUE 0.
           05  C-PART-SW               PIC XXX     VALUE 'NO'.
           05  PART-EOF                PIC XXX     VALUE 'NO'.
           05  C-PART-CTR              PIC 999     VALUE 0.
           05  SUB-PART                PIC 999     VALUE 0.
		   05  C-COMM-SUB              PIC 99      VALUE 0.
      * THE SHARE OF THE SALE EACH SALESPERSON ON A SPLIT DEAL IS    *
      * CREDITED WITH, AND THE CODE/AMOUNT HANDED TO THE SHARED      *
      * ACCUMULATES SALES COUNT AND TOTAL COST PER SALESPERSON AS    *
      * RECORDS ARE READ, REGARDLESS OF SORT ORDER - SEARCHED/FILLED *
      * LEFT TO RIGHT, A BLANK CODE MARKS THE NEXT OPEN SLOT          *
       01  SALESPERSON-TOTALS.
		   05  SALESPERSON-ENTRY       OCCURS 25 TIMES.
               10  SP-CODE             PIC X(4)    VALUE SPACES.
			   10  SP-SALES-CTR        PIC 9(5)    VALUE 0.
			   10  SP-TOTAL-COST       PIC 9(9)V99 VALUE 0.

      * HOLDS EVERY CUSTOMER ON THE MASTER SO EACH SALE'S CUSTOMER   *
      * NUMBER CAN BE LOOKED UP WITHOUT RE-READING THE FILE - CAPPED *
      * AT 200 CUSTOMERS *
       01  CUSTOMER-TABLE.
		   05  CUSTOMER-ENTRY          OCCURS 200 TIMES.
			   10  CM-CUST-NO          PIC 9(5).
			   10  CM-NAME             PIC X(25).
      * HOLDS EVERY SALESPERSON ON THE MASTER SO EACH SALE'S CODE    *
      * CAN BE VALIDATED AND PAID AT THE PERSON'S OWN RATE - CAPPED  *
      * AT 50 SALESPEOPLE *
       01  SALESPERSON-MASTER-TABLE.
		   05  SLSM-ENTRY              OCCURS 50 TIMES.
			   10  SM-CODE             PIC X(4).
			   10  SM-NAME             PIC X(20).
			   10  SM-COMM-RATE        PIC 9V999.
			   10  SM-ACTIVE           PIC X.

      * HOLDS EVERY PART ON THE PART MASTER SO THE WHOLE FILE CAN BE *
      * REWRITTEN WITH THE PACKAGES' NEW ON-HAND - CAPPED AT 500     *
      * PARTS, THE SAME CAP THE PART MAINTENANCE PROGRAM KEEPS *
       01  PART-TABLE.
           05  PART-ENTRY              OCCURS 500 TIMES.
               10  PM-PART-NO          PIC X(10).
               10  PM-DESC             PIC X(25).
               10  PM-COST             PIC 9(5)V99.
               10  PM-PRICE            PIC 9(5)V99.
               10  PM-ON-HAND          PIC S9(5).
               10  PM-REORDER-PT       PIC 9(5).

      * THE MACHINE CLOCK'S OWN DATE, KEPT ONLY FOR THE RUN-LOG      *
      * TIMESTAMP ONCE THE PROCESSING DATE OVERRIDES I-DATE          *
       01  MACHINE-DATE.

       01  C-PRCDT-STATUS      PIC XX      VALUE '00'.

       01  CURRENT-DATE-AND-TIME.
		   05  I-DATE.
			   10  I-YY                PIC 9(4).
			   10  I-MM                PIC 99.
		   05  I-TIME                  PIC X(11).

       01  COMPANY-TITLE.
           05  FILLER                  PIC X(6)    VALUE 'DATE: '.
		   05  O-MM                    PIC 99.
		   05  FILLER                  PIC X       VALUE '/'.
		   05  O-DD                    PIC 99.
		   05  FILLER                  PIC X(19)   VALUE 
                                                 'CHAPMAN''S BOAT INC.'.
		   05  FILLER                  PIC X(49)   VALUE ' '.
           05  FILLER                  PIC X(6)    VALUE 'PAGE: '.
		   05  O-PCTR                  PIC Z9.

       01  COLUMN-HEADINGS-1.
		   05  FILLER                  PIC X(4)    VALUE 'SALE'.
		   05  FILLER                  PIC X(4)    VALUE ' '.
           05  FILLER                  PIC X(8)    VALUE 'CUSTOMER'.
		   05  FILLER                  PIC X(26)   VALUE ' '.
		   05  FILLER                  PIC X(4)    VALUE 'BOAT'.
		   05  FILLER                  PIC X(10)   VALUE ' '.
           05  FILLER                  PIC X(8)    VALUE 'PURCHASE'.
		   05  FILLER                  PIC X(6)    VALUE ' '.
           05  FILLER                  PIC X(9)    VALUE 'ACCESSORY'.
		   05  FILLER                  PIC X(11)   VALUE ' '.
		   05  FILLER                  PIC X(4)    VALUE 'PREP'.
		   05  FILLER                  PIC X(8)    VALUE ' '.
           05  FILLER                  PIC X(8)    VALUE 'TRADE-IN'.
		   05  FILLER                  PIC X(5)    VALUE ' '.
           05  FILLER                  PIC X(5)    VALUE 'TOTAL'.
		   05  FILLER                  PIC X(12)   VALUE ' '.

       01  COLUMN-HEADINGS-2.
           05  FILLER                  PIC X(6)    VALUE 'NUMBER'.
		   05  FILLER                  PIC X(2)    VALUE ' '.
		   05  FILLER                  PIC X(9)    VALUE 'NAME'.
		   05  FILLER                  PIC X(21)   VALUE ' '.
		   05  FILLER                  PIC X(10)   VALUE ' '.
		   05  FILLER                  PIC X(4)    VALUE 'DATE'.
		   05  FILLER                  PIC X(10)   VALUE ' '.
           05  FILLER                  PIC X(7)    VALUE 'PACKAGE'.
		   05  FILLER                  PIC X(13)   VALUE ' '.
		   05  FILLER                  PIC X(4)    VALUE 'COST'.
		   05  FILLER                  PIC X(12)   VALUE ' '.
           05  FILLER                  PIC X(9)    VALUE 'ALLOWANCE'.
		   05  FILLER                  PIC X(4)    VALUE ' '.
           05  FILLER                  PIC X(4)    VALUE 'COST'.
		   05  FILLER                  PIC X(13)   VALUE ' '.

      * BOAT-TYPE LINE THAT FOLLOWS EVERY CONTROL BREAK *
       01  COLUMN-HEADINGS-3.
           05  FILLER                  PIC X(11)   VALUE 'BOAT TYPE: '.
		   05  O-BOAT-TYPE             PIC X(13).
		   05  FILLER                  PIC X(108)  VALUE ' '.

      * BOAT-TYPE LINE THAT FOLLOWS EVERY NEW PAGE *
       01  PAGE-COLUMN-HEADINGS-3.
           05  FILLER                  PIC X(11)   VALUE 'BOAT TYPE: '.
		   05  O-PAGE-BOAT-TYPE        PIC X(13).
		   05  FILLER                  PIC X(108)  VALUE ' '.

      * LOCATION LINE THAT STARTS EVERY LOT'S SECTION *
       01  LOCATION-HEADING-LINE.
           05  FILLER                  PIC X(10)   VALUE 'LOCATION: '.
		   05  O-LOC-CODE              PIC XX.
		   05  FILLER                  PIC X(120)  VALUE ' '.

      * ONE LOT'S SUBTOTALS - THE BOAT-TYPE SUBTOTALS ROLL UP HERE *
       01  LOCATION-SUBTOTALS.
		   05  FILLER                  PIC X(10)   VALUE ' '.
		   05  FILLER                  PIC X(23)   VALUE
                                       'SUBTOTALS FOR LOCATION '.
		   05  FILLER                  PIC X(35)   VALUE ' '.
		   05  O-LC-TOTAL-COST         PIC $$$$,$$$,$$$.99.

       01  BLANK-LINE.
           05  FILLER                  PIC X(132)  VALUE ' '.

       01  DETAIL-LINE.
		   05  O-SALE-NO               PIC 9(6).
		   05  FILLER                  PIC X(2)    VALUE ' '.
		   05  O-LAST-NAME             PIC X(20).

      * COMMA-DELIMITED MIRROR OF DETAIL-LINE WRITTEN TO CSVOUT *
      * SAME FIELDS/ORDER AS DETAIL-LINE *
       01  CSV-DETAIL-LINE.
		   05  CSV-SALE-NO             PIC 9(6).
		   05  FILLER                  PIC X       VALUE ','.
		   05  CSV-LAST-NAME           PIC X(20).
		   05  FILLER                  PIC X(12)   VALUE ' '.

      * O-MJ-BOAT-TYPE IS USED FOR EVERY 'SUBTOTALS FOR' *
       01  MAJOR-SUBTOTALS.
		   05  FILLER                  PIC X(23)   VALUE ' '.
		   05  FILLER                  PIC X(14)   VALUE 
                                                  'SUBTOTALS FOR '.
		   05  FILLER                  PIC X(38)   VALUE ' '.
		   05  O-MJ-TOTAL-COST         PIC $$$$,$$$,$$$.99.

       01  GRAND-TOTALS.
		   05  FILLER                  PIC X(23)   VALUE ' '.
           05  FILLER                  PIC X(12)   VALUE 'GRAND TOTALS'.
		   05  FILLER                  PIC X(25)   VALUE ' '.
		   05  FILLER                  PIC X(13)   VALUE 
                                                  'NUMBER SOLD: '.

      * PRINTS WHEN THE TRAILER RECORD'S EXPECTED COUNT/TOTAL DO    *
      * NOT AGREE WITH WHAT WAS ACTUALLY READ AND ACCUMULATED        *
       01  MISMATCH-LINE.
		   05  FILLER                  PIC X(45)
               VALUE '*** CONTROL TOTALS MISMATCH - SEE RUN LOG ***'.
		   05  FILLER                  PIC X(87)   VALUE ' '.

      * PRINTS INSTEAD OF THE CONTROL TOTAL CHECK WHENEVER A DATE    *
      * RANGE PARAMETER WAS IN EFFECT, SINCE THE TRAILER'S EXPECTED  *
      * COUNT/TOTAL COVER THE WHOLE FILE, NOT JUST THE DATE WINDOW   *
       01  DATE-FILTER-NOTE-LINE.
		   05  FILLER                  PIC X(42)
               VALUE '*** DATE FILTER ACTIVE - CHECK SKIPPED ***'.
		   05  FILLER                  PIC X(90)   VALUE ' '.

      * COMMISSION REPORT TITLE LINE - PRINTED ONCE, AFTER GRAND     *
      * TOTALS, SO PAYROLL DOES NOT HAVE TO RECONSTRUCT THIS BY HAND *
       01  COMMISSION-TITLE.
		   05  FILLER                  PIC X(23)   VALUE ' '.
		   05  FILLER                  PIC X(18)   VALUE
                                                 'COMMISSION REPORT'.
		   05  FILLER                  PIC X(91)   VALUE ' '.

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
		   05  FILLER                  PIC X(23)   VALUE ' '.
		   05  O-SP-CODE               PIC X(11).
		   05  FILLER                  PIC X(10)   VALUE ' '.
		   05  O-SP-FLAG               PIC X(12).
		   05  FILLER                  PIC X(24)   VALUE ' '.

       PROCEDURE DIVISION.
       0000-MAIN.
		   PERFORM 1000-INIT.
		   PERFORM 2000-MAINLINE
			   UNTIL MORE-RECS = 'NO'.
		   PERFORM 1260-LOAD-CUSTOMERS.
		   PERFORM 1270-LOAD-SALESPEOPLE.

           PERFORM 1200-LOAD-PART-MASTER.
		   IF C-RESTART-SW = 'YES'
			   PERFORM 1160-SKIP-TO-CHECKPOINT
		   ELSE
               PERFORM 1220-GET-ACCESSORY-QTYS.

		   MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO MACHINE-DATE.
      * DUPLICATES IN ORDER KEEPS EQUAL KEYS IN SALE-NUMBER ORDER   *
      * SO A RESTARTED RUN SKIPS BACK TO THE SAME RECORD THE        *
      * CHECKPOINT WAS TAKEN ON *
       1050-SORT-MASTER.
		   PERFORM 1060-BUILD-SORT-INPUT.
		   SORT SORT-WORK
			   ON ASCENDING KEY SW-LOCATION
      * ARCHIVE BEHIND IT WHEN THE INCLUDE-ARCHIVE OPTION RECORD    *
      * CARRIES A 'Y' - A MISSING OPTION FILE LEAVES THE RUN ON THE *
      * MASTER ALONE AS ALWAYS *
       1060-BUILD-SORT-INPUT.
		   OPEN INPUT ARCHIVE-PARM.
		   READ ARCHIVE-PARM
			   AT END

		   CLOSE SORT-INPUT-WORK.

       1061-COPY-MASTER-RECORD.
		   READ BOAT-MASTER
			   AT END
				   MOVE 'YES' TO COPY-EOF
			   NOT AT END
				   WRITE CW-REC FROM BM-REC.

       1062-COPY-ARCHIVE-RECORD.
		   READ BOAT-ARCHIVE
			   AT END
				   MOVE 'YES' TO COPY-EOF
      * READS THE OPTIONAL DATE-RANGE PARAMETER FILE - A MISSING OR *
      * EMPTY FILE LEAVES THE DEFAULT RANGE OF 0 TO 99991231 IN     *
      * PLACE SO EVERY RECORD IS PROCESSED AS BEFORE *
       1100-GET-DATE-RANGE.
		   OPEN INPUT DATE-PARM.
		   READ DATE-PARM
			   AT END
      * EDIT LOAD AND THE MAINTENANCE PROGRAM - A MISSING OR EMPTY   *
      * FILE LEAVES C-CTL-SW SET TO 'NO' SO THE CONTROL TOTAL CHECK  *
      * IN 9300-CONTROL-CHECK IS SKIPPED *
       1250-GET-CONTROL.
		   OPEN INPUT BOAT-CONTROL.
		   READ BOAT-CONTROL
			   AT END
      * OPENS THE OPTIONAL CUSTOMER MASTER AND LOADS EVERY RECORD    *
      * INTO THE LOOKUP TABLE - A MISSING FILE MEANS EVERY SALE'S    *
      * CUSTOMER NUMBER PRINTS AS NOT ON FILE *
       1260-LOAD-CUSTOMERS.
		   MOVE 'NO' TO CUST-EOF.
		   OPEN INPUT CUSTOMER-MASTER.
		   IF C-CUST-STATUS = '00'
			   MOVE 'YES' TO CUST-EOF.

      * LOADS ONE CUSTOMER RECORD INTO THE NEXT OPEN TABLE SLOT *
       1261-READ-CUSTOMER.
		   READ CUSTOMER-MASTER
			   AT END
				   MOVE 'YES' TO CUST-EOF
			   NOT AT END
				   IF C-CUST-CTR < 200
					   ADD 1 TO C-CUST-CTR
                       MOVE CU-CUST-NO TO CM-CUST-NO(C-CUST-CTR)
                       MOVE CU-NAME TO CM-NAME(C-CUST-CTR)
				   END-IF.

      * OPENS THE OPTIONAL SALESPERSON MASTER AND LOADS EVERY RECORD *
      * INTO THE LOOKUP TABLE - A MISSING FILE MEANS EVERY CODE IS   *
      * FLAGGED NOT ON FILE AND PAID AT THE DEFAULT RATE *
       1270-LOAD-SALESPEOPLE.
		   MOVE 'NO' TO SLSM-EOF.
		   OPEN INPUT SALESPERSON-MASTER.
		   IF C-SLSM-STATUS = '00'
			   MOVE 'YES' TO SLSM-EOF.

      * LOADS ONE SALESPERSON RECORD INTO THE NEXT OPEN TABLE SLOT *
       1271-READ-SALESPERSON.
		   READ SALESPERSON-MASTER
			   AT END
				   MOVE 'YES' TO SLSM-EOF
			   NOT AT END
				   IF C-SLSM-CTR < 50
					   ADD 1 TO C-SLSM-CTR
                       MOVE SL-CODE TO SM-CODE(C-SLSM-CTR)
                       MOVE SL-NAME TO SM-NAME(C-SLSM-CTR)
                       MOVE SL-COMM-RATE TO SM-COMM-RATE(C-SLSM-CTR)
                       MOVE SL-ACTIVE TO SM-ACTIVE(C-SLSM-CTR)
				   END-IF.

      * LOADS THE OPTIONAL PART MASTER AND NOTES THE TABLE SLOT OF *
      * EACH ACCESSORY PACKAGE - RUN ON A RESTART TOO, SINCE THE    *
      * WHOLE MASTER IS REWRITTEN AT 3000-CLOSING *
       1200-LOAD-PART-MASTER.
		   MOVE 'NO' TO PART-EOF.
		   OPEN INPUT PART-MASTER.
		   IF C-ACC-INV-STATUS = '00'
			   MOVE 'YES' TO C-PART-SW
			   PERFORM 1210-READ-PART
				   UNTIL PART-EOF = 'YES'
			   CLOSE PART-MASTER
		   ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
			   CLOSE PART-MASTER
			   MOVE 'YES' TO PART-EOF.

      * LOADS ONE PART INTO THE NEXT OPEN TABLE SLOT *
       1210-READ-PART.
		   READ PART-MASTER
			   AT END
				   MOVE 'YES' TO PART-EOF
			   NOT AT END
				   IF C-PART-CTR < 500
					   ADD 1 TO C-PART-CTR
                       MOVE PT-REC TO PART-ENTRY(C-PART-CTR)
                       IF PT-PART-NO = C-ELEC-PART-NO
                           MOVE C-PART-CTR TO SUB-ACC-ELEC
					   END-IF
					   IF PT-PART-NO = C-SKI-PART-NO
                           MOVE C-PART-CTR TO SUB-ACC-SKI
					   END-IF
                       IF PT-PART-NO = C-FISH-PART-NO
                           MOVE C-PART-CTR TO SUB-ACC-FISH
					   END-IF
				   END-IF.

      * STARTS THE THREE PACKAGES FROM THEIR ON-HAND ON THE PART   *
      * MASTER - A MISSING MASTER, OR ANY PACKAGE NOT ON IT, LEAVES *
      * C-ACC-INV-SW SET TO 'NO' SO THE OVERSOLD CHECK IN           *
      * 2320-ACCESSORY-CHECK IS SKIPPED *
       1220-GET-ACCESSORY-QTYS.
		   IF C-PART-SW = 'YES' AND SUB-ACC-ELEC > 0
		     AND SUB-ACC-SKI > 0 AND SUB-ACC-FISH > 0
				   MOVE 'YES' TO C-ACC-INV-SW
               MOVE PM-ON-HAND(SUB-ACC-ELEC) TO C-ACC-ELEC-QTY
			   MOVE PM-ON-HAND(SUB-ACC-SKI) TO C-ACC-SKI-QTY
               MOVE PM-ON-HAND(SUB-ACC-FISH) TO C-ACC-FISH-QTY
		   ELSE
			   MOVE 'NO' TO C-ACC-INV-SW.

      * READS THE OPTIONAL CHECKPOINT FILE LEFT BY A PRIOR RUN THAT  *
      * DIDN'T FINISH - A MISSING OR EMPTY FILE MEANS THIS IS A      *
      * FRESH RUN STARTING FROM THE FIRST RECORD LIKE ALWAYS *
       1150-GET-CHECKPOINT.
		   MOVE 'NO' TO C-RESTART-SW.
		   OPEN INPUT CHECKPOINT-FILE.
		   READ CHECKPOINT-FILE
				   MOVE 'YES' TO C-RESTART-SW
				   MOVE CK-REC-CTR TO C-CKPT-SKIP-CTR
				   MOVE CK-REC-CTR TO C-CKPT-REC-CTR
                   MOVE CK-GT-SALES-CTR TO C-GT-SALES-CTR
                   MOVE CK-GT-TOTAL-COST TO C-GT-TOTAL-COST
                   MOVE CK-GT-GROSS-COST TO C-GT-GROSS-COST
                   MOVE CK-MJ-SALES-CTR TO C-MJ-SALES-CTR
                   MOVE CK-MJ-TOTAL-COST TO C-MJ-TOTAL-COST
				   MOVE CK-BOAT-TYPE TO H-BOAT-TYPE
				   MOVE CK-LOCATION TO H-LOCATION
                   MOVE CK-LC-SALES-CTR TO C-LC-SALES-CTR
                   MOVE CK-LC-TOTAL-COST TO C-LC-TOTAL-COST
				   MOVE CK-ACC-INV-SW TO C-ACC-INV-SW
                   MOVE CK-ACC-ELEC-QTY TO C-ACC-ELEC-QTY
				   MOVE CK-ACC-SKI-QTY TO C-ACC-SKI-QTY
                   MOVE CK-ACC-FISH-QTY TO C-ACC-FISH-QTY
				   MOVE CK-PCTR TO C-PCTR
				   PERFORM 1151-RESTORE-COMMISSION-ENTRY
                       VARYING C-CKPT-SUB FROM 1 BY 1
						   UNTIL C-CKPT-SUB > 25.
		   CLOSE CHECKPOINT-FILE.

      * RESTORES ONE SLOT OF THE SALESPERSON COMMISSION TABLE FROM    *
      * THE CHECKPOINT RECORD *
       1151-RESTORE-COMMISSION-ENTRY.
		   MOVE CK-SP-CODE(C-CKPT-SUB) TO SP-CODE(C-CKPT-SUB).
           MOVE CK-SP-SALES-CTR(C-CKPT-SUB) TO SP-SALES-CTR(C-CKPT-SUB).
		   MOVE CK-SP-TOTAL-COST(C-CKPT-SUB) TO
			   SP-TOTAL-COST(C-CKPT-SUB).

      * RE-READS AND DISCARDS EVERY BOAT-MASTER RECORD THE LAST RUN  *
      * ALREADY GOT THROUGH BEFORE IT WAS CHECKPOINTED, SO THE RUN   *
      * PICKS BACK UP AT THE SAME RECORD THE CHECKPOINT WAS TAKEN ON *
       1160-SKIP-TO-CHECKPOINT.
		   PERFORM 1161-SKIP-ONE-RECORD
			   VARYING C-CKPT-SUB FROM 1 BY 1
				   UNTIL C-CKPT-SUB > C-CKPT-SKIP-CTR
					   OR MORE-RECS = 'NO'.

       1161-SKIP-ONE-RECORD.
		   READ BOAT-SORTED
			   AT END
				   MOVE 'NO' TO MORE-RECS.

       2000-MAINLINE.
      * RECORDS OUTSIDE THE REQUESTED PURCHASE-DATE RANGE ARE SKIPPED *
      * WITHOUT BEING PRINTED OR ADDED TO ANY TOTAL - A NEW LOCATION  *
      * BREAKS THE BOAT-TYPE SUBTOTALS AND THEN ITS OWN, SO EACH LOT  *
			   ELSE
				   IF I-BOAT-TYPE NOT = H-BOAT-TYPE
					   PERFORM 9000-MAJORSUBTOTALS
                       PERFORM 2100-COLUMN-HEADINGS-3
				   END-IF
			   END-IF
			   PERFORM 2200-CALCS
			   PERFORM 9100-READ.

      * PRINTS THE LOCATION LINE THAT STARTS EACH LOT'S SECTION *
       2060-LOCATION-HEADING.
		   MOVE I-LOCATION TO O-LOC-CODE.
		   WRITE PRTLINE FROM LOCATION-HEADING-LINE
			   AFTER ADVANCING 2 LINES
					   PERFORM 9200-HEADINGS.

      * PRINTS BOAT TYPE LINE FOR EVERY CONTROL BREAK *
       2100-COLUMN-HEADINGS-3.
      * FOR COLUMN-HEADINGS-3 ONLY *
			EVALUATE I-BOAT-TYPE
			   WHEN 'B'
      * WHILE THE GROSS DOLLARS STILL ROLL INTO THE CONTROL-CHECK    *
      * ACCUMULATOR THE MASTER CONTROL FILE IS COMPARED AGAINST *
       2200-CALCS.
           COMPUTE C-TOTAL-COST = I-BOAT-COST + I-PREP-DELIVER-COST
			   - I-TRADE-IN.
		   COMPUTE C-GT-GROSS-COST = C-GT-GROSS-COST
			   + I-BOAT-COST + I-PREP-DELIVER-COST.
		   ADD C-TOTAL-COST TO C-MJ-TOTAL-COST.

      * CONVERTS ONLY THE DETAIL/MAINLINE VARIABLES TO ALPANUMERIC *  
       2300-OUTPUT.
		   IF I-ACCESSORY-PACKAGE = '1'
			   MOVE 'ELECTRONICS' TO O-ACCESSORY-PACKAGE
		   ELSE
			   IF I-ACCESSORY-PACKAGE = '2'
                   MOVE 'SKI PACKAGE' TO O-ACCESSORY-PACKAGE
			   ELSE
                   MOVE 'FISHING PACKAGE' TO O-ACCESSORY-PACKAGE.

		   MOVE I-SALE-NO TO O-SALE-NO.
		   PERFORM 2350-GET-CUSTOMER.
					   PERFORM 9200-HEADINGS.

      * BUILDS THE CSVOUT SIDECAR RECORD - SAME FIELDS AS DETAIL-LINE *
       2310-CSV-OUTPUT.
		   MOVE I-SALE-NO              TO CSV-SALE-NO.
		   MOVE O-LAST-NAME            TO CSV-LAST-NAME.
		   MOVE O-CUST-FLAG            TO CSV-CUST-FLAG.
      * A HIT PRINTS THE MASTER'S FULL NAME, A MISS PRINTS THE NAME  *
      * AS KEYED ON THE SALE WITH A '*' FLAG SO SALES WHOSE CUSTOMER *
      * NUMBER IS NOT ON FILE STAND OUT *
       2350-GET-CUSTOMER.
		   PERFORM
			   VARYING SUB-CUST FROM 1 BY 1
                   UNTIL I-CUST-NO = CM-CUST-NO(SUB-CUST)
					   OR SUB-CUST > C-CUST-CTR.

		   IF SUB-CUST > C-CUST-CTR

      * DECREMENTS THE SOLD PACKAGE'S QUANTITY ON HAND AND FLAGS *
      * THE DETAIL LINE WHEN IT HAS GONE NEGATIVE - ONLY RUNS WHEN *
      * THE PART MASTER WAS PRESENT AND CARRIES ALL THREE PACKAGES *
       2320-ACCESSORY-CHECK.
		   MOVE ' ' TO O-OVERSOLD-FLAG.

		   IF C-ACC-INV-SW = 'YES'
			   EVALUATE I-ACCESSORY-PACKAGE
				   WHEN '1'
                       SUBTRACT 1 FROM C-ACC-ELEC-QTY
				   WHEN '2'
					   SUBTRACT 1 FROM C-ACC-SKI-QTY
				   WHEN OTHER
                       SUBTRACT 1 FROM C-ACC-FISH-QTY
			   END-EVALUATE

			   IF C-ACC-ELEC-QTY < 0 OR C-ACC-SKI-QTY < 0
				   OR C-ACC-FISH-QTY < 0
                       MOVE 'OVERSOLD' TO O-OVERSOLD-FLAG.

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
      * MAJORSUBTOTALS TO FINISH CALCULATIONS *
       3000-CLOSING.
		   PERFORM 9000-MAJORSUBTOTALS
		   PERFORM 9050-LOCATIONSUBTOTALS


      * ONLY MAJOR SUBTOTALS ARE CONVERTED TO ALPHANUMERIC AND ADDS *
      * GRAND TOTAL VARIABLES *
       9000-MAJORSUBTOTALS.
           MOVE C-MJ-SALES-CTR TO O-MJ-SALES-CTR.
		   MOVE C-MJ-TOTAL-COST TO O-MJ-TOTAL-COST.
           

      * ONE LOT'S SUBTOTALS ARE PRINTED AND ROLLED INTO THE GRAND  *
      * TOTALS *
       9050-LOCATIONSUBTOTALS.
		   MOVE H-LOCATION TO O-LC-LOCATION.
		   MOVE C-LC-SALES-CTR TO O-LC-SALES-CTR.
		   MOVE C-LC-TOTAL-COST TO O-LC-TOTAL-COST.

		   MOVE I-LOCATION TO H-LOCATION.

       9100-READ.
		   READ BOAT-SORTED
			   AT END
				   MOVE 'NO' TO MORE-RECS.

       9200-HEADINGS.
		   ADD 1 TO C-PCTR.
		   MOVE C-PCTR TO O-PCTR.
      * FOR PAGE-COLUMN-HEADINGS-3 ONLY *
			   WHEN 'C'
				   MOVE 'CANOE' TO O-PAGE-BOAT-TYPE
			   WHEN OTHER
                   MOVE 'CABIN CRUSIER' TO O-PAGE-BOAT-TYPE. 

		   WRITE PRTLINE FROM COMPANY-TITLE
			   AFTER ADVANCING PAGE
      * CHECKS THE ACCUMULATED COUNT/TOTAL AGAINST THE MASTER       *
      * CONTROL FILE'S EXPECTED VALUES - ONLY RUNS WHEN THE CONTROL  *
      * FILE WAS ACTUALLY PRESENT *
       9300-CONTROL-CHECK.
		   IF C-DATE-FILTER-SW = 'YES'
			   WRITE PRTLINE FROM DATE-FILTER-NOTE-LINE
				   AFTER ADVANCING 2 LINES.
		   IF C-DATE-FILTER-SW = 'NO' AND C-ARCHIVE-SW = 'NO'
			 AND C-CTL-SW = 'YES'
			   IF C-GT-SALES-CTR NOT = C-EXPECTED-CTR
                   OR C-GT-GROSS-COST NOT = C-EXPECTED-TOTAL
                       WRITE PRTLINE FROM MISMATCH-LINE
                           AFTER ADVANCING 2 LINES
                       DISPLAY '*** COBLSC02 CONTROL TOTAL MISMATCH ***'
                       DISPLAY 'EXPECTED COUNT: ' C-EXPECTED-CTR
                       DISPLAY 'ACTUAL COUNT:   ' C-GT-SALES-CTR
                       DISPLAY 'EXPECTED TOTAL: ' C-EXPECTED-TOTAL
                       DISPLAY 'ACTUAL TOTAL:   ' C-GT-GROSS-COST
					   MOVE 8 TO RETURN-CODE.

      * REWRITES THE PART MASTER WITH THE PACKAGE QUANTITIES LEFT  *
      * AFTER THIS RUN - ONLY RUNS WHEN THE MASTER WAS PRESENT AND  *
      * CARRIES ALL THREE PACKAGES *
       9400-SAVE-ACCESSORY-INV.
		   IF C-ACC-INV-SW = 'YES' AND C-PART-SW = 'YES'
		     AND SUB-ACC-ELEC > 0 AND SUB-ACC-SKI > 0
		     AND SUB-ACC-FISH > 0
               MOVE C-ACC-ELEC-QTY TO PM-ON-HAND(SUB-ACC-ELEC)
			   MOVE C-ACC-SKI-QTY TO PM-ON-HAND(SUB-ACC-SKI)
               MOVE C-ACC-FISH-QTY TO PM-ON-HAND(SUB-ACC-FISH)
			   OPEN OUTPUT PART-MASTER
			   PERFORM 9410-WRITE-PART
				   VARYING SUB-PART FROM 1 BY 1
					   UNTIL SUB-PART > C-PART-CTR
			   CLOSE PART-MASTER.

       9410-WRITE-PART.
		   WRITE PT-REC FROM PART-ENTRY(SUB-PART).

      * PRINTS ONE LINE PER SALESPERSON WHO SOLD AT LEAST ONE BOAT *
      * THIS RUN, SUBTOTALING C-TOTAL-COST BY SALESPERSON SO        *
      * SKIPPED WHEN THE INCLUDE-ARCHIVE OPTION WAS ON, SINCE A     *
      * MULTI-YEAR RUN'S ACCUMULATORS WOULD HAND PAYROLL            *
      * COMMISSIONS FOR PRIOR-YEAR SALES ALL OVER AGAIN             *
       9500-COMMISSION-REPORT.
		   IF C-ARCHIVE-SW = 'NO'
			   MOVE 1 TO C-COMM-SUB

			   OPEN OUTPUT COMM-EXPORT
			   PERFORM 9510-COMMISSION-LINE
				   UNTIL C-COMM-SUB > 25
                       OR SP-CODE(C-COMM-SUB) = SPACES
			   CLOSE COMM-EXPORT.

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
      * WOULD ONLY COVER PART OF THE FILE - COBLSC07/COBLSC08 BOTH   *
      * ALREADY TREAT A MISSING EXTRACT AS "NOT RUN" RATHER THAN     *
      * POSTING A PARTIAL FIGURE AS IF IT WERE THE WHOLE RUN         *
       9600-SAVE-GT-EXTRACT.
		   IF C-DATE-FILTER-SW = 'NO' AND C-ARCHIVE-SW = 'NO'
			   MOVE C-GT-SALES-CTR TO G2-SALES-CTR
			   MOVE C-GT-TOTAL-COST TO G2-TOTAL-COST
      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG - ONE  *
      * DETAIL LINE IS PRINTED FOR EVERY RECORD READ, AND NOTHING IN  *
      * THIS PROGRAM IS REJECTED, SO RECORDS IN EQUALS RECORDS OUT    *
       9700-WRITE-RUN-LOG.
		   MOVE 'COBLSC02' TO RL-PROGRAM.
		   MOVE M-RUN-MM TO RL-RUN-MM.
		   MOVE M-RUN-DD TO RL-RUN-DD.
      * FIRES EVERY TIME C-CKPT-REC-CTR REACHES A MULTIPLE OF THE    *
      * CHECKPOINT INTERVAL SO A REWRITE OF CBLB02CK.DAT DOESN'T     *
      * HAPPEN ON EVERY SINGLE RECORD *
       9800-CHECKPOINT-DUE-CHECK.
		   DIVIDE C-CKPT-REC-CTR BY C-CKPT-INTERVAL
			   GIVING C-CKPT-QUOTIENT
			   REMAINDER C-CKPT-REMAINDER.
      * REWRITES THE CHECKPOINT FILE WITH HOW MANY RECORDS HAVE BEEN *
      * READ SO FAR AND EVERY ACCUMULATOR A RESTARTED RUN WOULD NEED *
      * TO PICK BACK UP FROM THIS POINT INSTEAD OF THE BEGINNING *
       9810-WRITE-CHECKPOINT.
		   MOVE C-CKPT-REC-CTR TO CK-REC-CTR.
		   MOVE C-GT-SALES-CTR TO CK-GT-SALES-CTR.
		   MOVE C-GT-TOTAL-COST TO CK-GT-TOTAL-COST.

      * SAVES ONE SLOT OF THE SALESPERSON COMMISSION TABLE INTO THE   *
      * CHECKPOINT RECORD *
       9811-SAVE-COMMISSION-ENTRY.
		   MOVE SP-CODE(C-CKPT-SUB) TO CK-SP-CODE(C-CKPT-SUB).
		   MOVE SP-SALES-CTR(C-CKPT-SUB) TO
			   CK-SP-SALES-CTR(C-CKPT-SUB).
      * CLEARS THE CHECKPOINT FILE BACK TO EMPTY ONCE THE RUN HAS     *
      * FINISHED CLEAN, SO THE NEXT RUN STARTS FROM THE FIRST RECORD *
      * INSTEAD OF BEING TREATED AS A RESTART OF THIS COMPLETED RUN *
       9900-CLEAR-CHECKPOINT.
		   OPEN OUTPUT CHECKPOINT-FILE.
		   CLOSE CHECKPOINT-FILE.
      * READS THE SUITE-WIDE PROCESSING DATE SET BEFORE THE CHAIN    *

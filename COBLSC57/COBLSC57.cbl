       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC57.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      **********************************************************
      *  MAINTAINS THE PARTS AND ACCESSORIES MASTER - APPLIES  *
      *  KEYED ADD/CHANGE/DELETE TRANSACTIONS BY PART NUMBER,  *
      *  PLUS STOCK RECEIPTS AND PHYSICAL COUNTS AGAINST THE   *
      *  ON-HAND QUANTITY, AND PRINTS AN AUDIT REGISTER WITH   *
      *  THE BEFORE AND AFTER IMAGE OF EVERY RECORD TOUCHED -  *
      *  THE COUNTER SALES RUN AND THE BOAT ACCESSORY PACKAGE  *
      *  CHECK BOTH DRAW THE SAME ON-HAND DOWN                 *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  MAINTENANCE TRANSACTIONS KEYED AGAINST THE MASTER  *
           SELECT TRAN-FILE
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC57\CBLPTTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *  THE PART MASTER - ONE RECORD PER PART, LOADED TO A TABLE AT  *
      *  INIT AND REWRITTEN IN FULL AT CLOSE                          *
           SELECT OPTIONAL PART-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLPARTM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PART-STATUS.

      *  PRINTED AUDIT REGISTER OF EVERY TRANSACTION APPLIED  *
           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC57\PARTMNT.PRT'
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

      *  ONE MAINTENANCE TRANSACTION - 'A' ADDS THE PART CARRIED ON   *
      *  THE TRANSACTION WITH THE QUANTITY AS ITS OPENING ON-HAND,    *
      *  'C' REPLACES THE DESCRIPTION, COST, PRICE AND REORDER POINT, *
      *  'D' DELETES THE PART NAMED, 'R' ADDS THE QUANTITY RECEIVED   *
      *  TO THE ON-HAND, AND 'P' SETS THE ON-HAND TO THE QUANTITY     *
      *  COUNTED - EVERY TRANSACTION NAMES THE OPERATOR WHO KEYED IT  *
       FD  TRAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PX-REC
           RECORD CONTAINS 68 CHARACTERS.

       01  PX-REC.
           05  PX-ACTION                PIC X.
               88  TRAN-ADD            VALUE 'A'.
               88  TRAN-CHANGE         VALUE 'C'.
               88  TRAN-DELETE         VALUE 'D'.
               88  TRAN-RECEIPT        VALUE 'R'.
               88  TRAN-COUNT          VALUE 'P'.
               88  TRAN-VALID          VALUE 'A' 'C' 'D' 'R' 'P'.
           05  PX-PART-NO               PIC X(10).
           05  PX-DESC                  PIC X(25).
           05  PX-COST                  PIC 9(5)V99.
           05  PX-PRICE                 PIC 9(5)V99.
           05  PX-QTY                   PIC 9(5).
           05  PX-REORDER-PT            PIC 9(5).
           05  PX-OPERATOR              PIC X(8).

      *  ONE PART - WHAT WE PAY FOR IT, WHAT WE SELL IT FOR, HOW     *
      *  MANY ARE ON THE SHELF, AND THE COUNT AT WHICH IT SHOWS ON   *
      *  THE LOW-STOCK REPORT - THE ON-HAND CAN GO NEGATIVE WHEN     *
      *  STOCK LEAVES THE BUILDING BEFORE ITS RECEIPT IS KEYED       *
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
           05  C-PART-STATUS   PIC XX      VALUE '00'.
           05  PART-EOF        PIC XXX     VALUE 'NO'.
           05  C-PART-CTR      PIC 999     VALUE 0.
           05  SUB-PART        PIC 999     VALUE 0.
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
      *  THE ON-HAND A RECEIPT WOULD LEAVE - CHECKED AGAINST THE      *
      *  FIELD'S CAPACITY BEFORE IT IS APPLIED                        *
           05  C-NEW-ON-HAND   PIC S9(6)   VALUE 0.

      *  HOLDS EVERY PART ON THE MASTER SO TRANSACTIONS CAN BE        *
      *  APPLIED IN PLACE AND THE FILE REWRITTEN IN FULL AT CLOSE -   *
      *  CAPPED AT 500 PARTS - A DELETED PART'S NUMBER IS BLANKED     *
      *  AND THE SLOT IS SKIPPED WHEN THE FILE IS REWRITTEN           *
       01  PART-TABLE.
           05  PART-ENTRY              OCCURS 500 TIMES.
               10  PM-PART-NO          PIC X(10).
               10  PM-DESC             PIC X(25).
               10  PM-COST             PIC 9(5)V99.
               10  PM-PRICE            PIC 9(5)V99.
               10  PM-ON-HAND          PIC S9(5).
               10  PM-REORDER-PT       PIC 9(5).

      *  THE OPERATORS CLEARED FOR THIS PROGRAM AND THE ACTION       *
      *  CODES EACH MAY KEY - CAPPED AT 50                           *
       01  OPERATOR-AUTH-TABLE.
           05  OPERATOR-AUTH-ENTRY     OCCURS 50.
               10  OT-OPERATOR         PIC X(8).
               10  OT-ACTIONS          PIC X(5).

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
           05  FILLER          PIC X(8)    VALUE 'COBLSC57'.
           05  FILLER          PIC X(42)   VALUE ' '.
           05  FILLER          PIC X(32)   VALUE
                                  'PART MASTER MAINTENANCE REGISTER'.
           05  FILLER          PIC X(50)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

      *  ONE LINE PER TRANSACTION - THE ACTION, THE PART NUMBER IT    *
      *  NAMED, WHAT HAPPENED TO IT, AND WHO KEYED IT                 *
       01  AUDIT-DETAIL-LINE.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-ACTION    PIC X(8).
           05  FILLER          PIC XX      VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PART: '.
           05  O-AUD-PART-NO   PIC X(10).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-MSG       PIC X(44).
           05  FILLER          PIC XX      VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'OPER: '.
           05  O-AUD-OPERATOR  PIC X(8).
           05  FILLER          PIC X(42)   VALUE ' '.

      *  THE RAW MASTER RECORD AS IT STOOD BEFORE AND/OR AFTER THE    *
      *  TRANSACTION WAS APPLIED                                      *
       01  AUDIT-IMAGE-LINE.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-IMG-LABEL     PIC X(8).
           05  O-IMG-REC       PIC X(59).
           05  FILLER          PIC X(63)   VALUE ' '.

       01  AUDIT-TOTAL-LINE.
           05  FILLER          PIC X(14)   VALUE 'TRANSACTIONS: '.
           05  O-GT-TRAN-CTR   PIC Z,ZZ9.
           05  FILLER          PIC X(11)   VALUE '   APPLIED:'.
           05  O-GT-APPLIED-CTR PIC Z,ZZ9.
           05  FILLER          PIC X(12)   VALUE '   REJECTED:'.
           05  O-GT-REJECT-CTR PIC Z,ZZ9.
           05  FILLER          PIC X(80)   VALUE ' '.

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
           OPEN EXTEND AUDIT-TRAIL.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO MACHINE-DATE.
           PERFORM 9955-GET-PROCESS-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           PERFORM 1100-LOAD-PARTS.
           PERFORM 1900-LOAD-OPERATOR-AUTH.

           PERFORM 9000-READ.
           PERFORM 9100-HEADINGS.

      *  OPENS THE OPTIONAL PART MASTER AND LOADS EVERY RECORD INTO   *
      *  THE TABLE - A MISSING FILE MEANS THE MASTER IS EMPTY AND     *
      *  EVERY TRANSACTION BUT AN ADD WILL BE REJECTED                *
       1100-LOAD-PARTS.
           MOVE 'NO' TO PART-EOF.
           OPEN INPUT PART-MASTER.
           IF C-PART-STATUS = '00'
               PERFORM 1110-READ-PART
                   UNTIL PART-EOF = 'YES'
               CLOSE PART-MASTER
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
      * AND MUST BE CLOSED OR THE BOOTSTRAP SAVE AT CLOSE FAILS     *
               CLOSE PART-MASTER
               MOVE 'YES' TO PART-EOF.

      *  LOADS ONE PART RECORD INTO THE NEXT OPEN TABLE SLOT  *
       1110-READ-PART.
           READ PART-MASTER
               AT END
                   MOVE 'YES' TO PART-EOF
               NOT AT END
                   IF C-PART-CTR < 500
                       ADD 1 TO C-PART-CTR
                       MOVE PT-PART-NO TO PM-PART-NO(C-PART-CTR)
                       MOVE PT-DESC TO PM-DESC(C-PART-CTR)
                       MOVE PT-COST TO PM-COST(C-PART-CTR)
                       MOVE PT-PRICE TO PM-PRICE(C-PART-CTR)
                       MOVE PT-ON-HAND TO PM-ON-HAND(C-PART-CTR)
                       MOVE PT-REORDER-PT TO PM-REORDER-PT(C-PART-CTR)
                   END-IF.

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
               DISPLAY '*** COBLSC57 NO OPERATOR IS AUTHORIZED - '
                   'EVERY TRANSACTION REJECTED ***'.

       1910-READ-OPERATOR-AUTH.
           READ OPERATOR-AUTH
               AT END
                   MOVE 'YES' TO AUTH-EOF
               NOT AT END
                   IF (AU-PROGRAM = 'COBLSC57' OR AU-PROGRAM = 'ALL')
                     AND AU-OPERATOR NOT = SPACES
                     AND C-AUTH-CTR < 50
                       ADD 1 TO C-AUTH-CTR
                       MOVE AU-OPERATOR TO OT-OPERATOR(C-AUTH-CTR)
                       MOVE AU-ACTIONS TO OT-ACTIONS(C-AUTH-CTR)
                   END-IF.

       2000-MAINLINE.
           ADD 1 TO C-GT-TRAN-CTR.
           MOVE PX-OPERATOR TO C-AUTH-OPERATOR.
           MOVE PX-OPERATOR TO O-AUD-OPERATOR.
           MOVE PX-ACTION TO C-AUTH-ACTION.
           MOVE PX-PART-NO TO O-AUD-PART-NO.
           PERFORM 2800-CHECK-OPERATOR.
           PERFORM 2050-FIND-PART.
           EVALUATE TRUE
               WHEN TRAN-VALID AND AUTH-SW = 'NO'
                   PERFORM 2850-NOT-AUTHORIZED
               WHEN TRAN-VALID AND PX-PART-NO = SPACES
                   PERFORM 2860-NO-PART-NUMBER
               WHEN TRAN-ADD
                   PERFORM 2100-APPLY-ADD THRU 2100-EXIT
               WHEN TRAN-CHANGE
                   PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
               WHEN TRAN-DELETE
                   PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
               WHEN TRAN-RECEIPT
                   PERFORM 2350-APPLY-RECEIPT THRU 2350-EXIT
               WHEN TRAN-COUNT
                   PERFORM 2370-APPLY-COUNT THRU 2370-EXIT
               WHEN OTHER
                   PERFORM 2400-BAD-ACTION
           END-EVALUATE.
           PERFORM 9000-READ.

      *  SEARCHES THE TABLE FOR THE TRANSACTION'S PART NUMBER -       *
      *  SUB-PART IS LEFT PAST C-PART-CTR WHEN THE NUMBER IS NOT ON   *
      *  THE MASTER                                                   *
       2050-FIND-PART.
           PERFORM
               VARYING SUB-PART FROM 1 BY 1
                   UNTIL SUB-PART > C-PART-CTR
                       OR PX-PART-NO = PM-PART-NO(SUB-PART).

      *  ADDS THE PART CARRIED ON THE TRANSACTION WITH THE QUANTITY   *
      *  AS ITS OPENING ON-HAND - A PART NUMBER ALREADY ON THE        *
      *  MASTER IS REJECTED RATHER THAN OVERLAID                      *
       2100-APPLY-ADD.
           MOVE 'ADD' TO O-AUD-ACTION.
           IF SUB-PART <= C-PART-CTR
               MOVE 'ALREADY ON FILE - NOT ADDED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2100-EXIT.

           PERFORM 2700-EDIT-FIELDS.
           IF O-AUD-MSG = ' ' AND PX-QTY NOT NUMERIC
               MOVE 'OPENING QUANTITY MUST BE NUMERIC' TO O-AUD-MSG.
           IF O-AUD-MSG NOT = ' '
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2100-EXIT.

           IF C-PART-CTR < 500
               ADD 1 TO C-PART-CTR
               MOVE C-PART-CTR TO SUB-PART
               MOVE PX-PART-NO TO PM-PART-NO(SUB-PART)
               PERFORM 2500-BUILD-TABLE-ENTRY
               MOVE PX-QTY TO PM-ON-HAND(SUB-PART)
               MOVE 'ADDED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               MOVE 'AFTER:' TO O-IMG-LABEL
               PERFORM 2600-BUILD-IMAGE
               PERFORM 9400-IMAGE-LINE
               ADD 1 TO C-GT-APPLIED-CTR
               PERFORM 9800-WRITE-AUDIT-TRAIL
           ELSE
               MOVE 'PART TABLE FULL - NOT ADDED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR.

       2100-EXIT.
           EXIT.

      *  REPLACES THE DESCRIPTION, COST, PRICE AND REORDER POINT      *
      *  WITH THE ONES CARRIED ON THE TRANSACTION - THE ON-HAND IS    *
      *  ONLY EVER MOVED BY A RECEIPT, A COUNT, OR A SALE             *
       2200-APPLY-CHANGE.
           MOVE 'CHANGE' TO O-AUD-ACTION.
           IF SUB-PART > C-PART-CTR
               MOVE 'NOT ON FILE - NOT CHANGED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2200-EXIT.

           PERFORM 2700-EDIT-FIELDS.
           IF O-AUD-MSG NOT = ' '
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2200-EXIT.

           MOVE 'CHANGED' TO O-AUD-MSG.
           PERFORM 9300-AUDIT-LINE.
           MOVE 'BEFORE:' TO O-IMG-LABEL.
           PERFORM 2600-BUILD-IMAGE.
           PERFORM 9400-IMAGE-LINE.
           PERFORM 2500-BUILD-TABLE-ENTRY.
           MOVE 'AFTER:' TO O-IMG-LABEL.
           PERFORM 2600-BUILD-IMAGE.
           PERFORM 9400-IMAGE-LINE.
           ADD 1 TO C-GT-APPLIED-CTR.
           PERFORM 9800-WRITE-AUDIT-TRAIL.

       2200-EXIT.
           EXIT.

      *  DELETES THE PART NAMED BY BLANKING ITS SLOT - A PART STILL   *
      *  ON THE SHELF IS REJECTED, SINCE ITS STOCK WOULD VANISH FROM  *
      *  THE BOOKS - COUNT IT TO ZERO FIRST                           *
       2300-APPLY-DELETE.
           MOVE 'DELETE' TO O-AUD-ACTION.
           IF SUB-PART > C-PART-CTR
               MOVE 'NOT ON FILE - NOT DELETED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2300-EXIT.

           IF PM-ON-HAND(SUB-PART) NOT = 0
               MOVE 'ON-HAND IS NOT ZERO - NOT DELETED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2300-EXIT.

           MOVE 'DELETED' TO O-AUD-MSG.
           PERFORM 9300-AUDIT-LINE.
           MOVE 'BEFORE:' TO O-IMG-LABEL.
           PERFORM 2600-BUILD-IMAGE.
           PERFORM 9400-IMAGE-LINE.
           MOVE SPACES TO PM-PART-NO(SUB-PART).
           ADD 1 TO C-GT-APPLIED-CTR.
           PERFORM 9800-WRITE-AUDIT-TRAIL.

       2300-EXIT.
           EXIT.

      *  ADDS THE QUANTITY RECEIVED TO THE PART'S ON-HAND             *
       2350-APPLY-RECEIPT.
           MOVE 'RECEIPT' TO O-AUD-ACTION.
           IF SUB-PART > C-PART-CTR
               MOVE 'NOT ON FILE - NOT RECEIVED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2350-EXIT.

           IF PX-QTY NOT NUMERIC OR PX-QTY = 0
               MOVE 'QUANTITY RECEIVED MUST BE NUMERIC' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2350-EXIT.

           COMPUTE C-NEW-ON-HAND = PM-ON-HAND(SUB-PART) + PX-QTY.
           IF C-NEW-ON-HAND > 99999
               MOVE 'ON-HAND WOULD PASS 99,999 - NOT RECEIVED'
                   TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2350-EXIT.

           MOVE 'RECEIVED' TO O-AUD-MSG.
           PERFORM 9300-AUDIT-LINE.
           MOVE 'BEFORE:' TO O-IMG-LABEL.
           PERFORM 2600-BUILD-IMAGE.
           PERFORM 9400-IMAGE-LINE.
           MOVE C-NEW-ON-HAND TO PM-ON-HAND(SUB-PART).
           MOVE 'AFTER:' TO O-IMG-LABEL.
           PERFORM 2600-BUILD-IMAGE.
           PERFORM 9400-IMAGE-LINE.
           ADD 1 TO C-GT-APPLIED-CTR.
           PERFORM 9800-WRITE-AUDIT-TRAIL.

       2350-EXIT.
           EXIT.

      *  SETS THE PART'S ON-HAND TO THE QUANTITY COUNTED ON THE       *
      *  SHELF - A COUNT OF ZERO IS ALLOWED                           *
       2370-APPLY-COUNT.
           MOVE 'COUNT' TO O-AUD-ACTION.
           IF SUB-PART > C-PART-CTR
               MOVE 'NOT ON FILE - NOT COUNTED' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2370-EXIT.

           IF PX-QTY NOT NUMERIC
               MOVE 'QUANTITY COUNTED MUST BE NUMERIC' TO O-AUD-MSG
               PERFORM 9300-AUDIT-LINE
               ADD 1 TO C-GT-REJECT-CTR
               GO TO 2370-EXIT.

           MOVE 'COUNTED' TO O-AUD-MSG.
           PERFORM 9300-AUDIT-LINE.
           MOVE 'BEFORE:' TO O-IMG-LABEL.
           PERFORM 2600-BUILD-IMAGE.
           PERFORM 9400-IMAGE-LINE.
           MOVE PX-QTY TO PM-ON-HAND(SUB-PART).
           MOVE 'AFTER:' TO O-IMG-LABEL.
           PERFORM 2600-BUILD-IMAGE.
           PERFORM 9400-IMAGE-LINE.
           ADD 1 TO C-GT-APPLIED-CTR.
           PERFORM 9800-WRITE-AUDIT-TRAIL.

       2370-EXIT.
           EXIT.

      *  AN ACTION CODE OTHER THAN A, C, D, R, OR P IS REPORTED AND   *
      *  SKIPPED                                                      *
       2400-BAD-ACTION.
           MOVE PX-ACTION TO O-AUD-ACTION.
           MOVE 'ACTION MUST BE A, C, D, R, OR P - SKIPPED'
               TO O-AUD-MSG.
           PERFORM 9300-AUDIT-LINE.
           ADD 1 TO C-GT-REJECT-CTR.

      *  MOVES THE DESCRIPTIVE AND PRICING FIELDS CARRIED ON THE      *
      *  TRANSACTION INTO THE TABLE SLOT SUB-PART POINTS AT           *
       2500-BUILD-TABLE-ENTRY.
           MOVE PX-DESC TO PM-DESC(SUB-PART).
           MOVE PX-COST TO PM-COST(SUB-PART).
           MOVE PX-PRICE TO PM-PRICE(SUB-PART).
           MOVE PX-REORDER-PT TO PM-REORDER-PT(SUB-PART).

      *  BUILDS THE PRINTED IMAGE OF THE TABLE SLOT SUB-PART POINTS   *
      *  AT IN THE MASTER RECORD LAYOUT                               *
       2600-BUILD-IMAGE.
           MOVE PM-PART-NO(SUB-PART) TO PT-PART-NO.
           MOVE PM-DESC(SUB-PART) TO PT-DESC.
           MOVE PM-COST(SUB-PART) TO PT-COST.
           MOVE PM-PRICE(SUB-PART) TO PT-PRICE.
           MOVE PM-ON-HAND(SUB-PART) TO PT-ON-HAND.
           MOVE PM-REORDER-PT(SUB-PART) TO PT-REORDER-PT.
           MOVE PT-REC TO O-IMG-REC.

      *  EDITS THE FIELDS AN ADD OR CHANGE CARRIES - THE FIRST        *
      *  FAILING FIELD'S MESSAGE IS LEFT IN O-AUD-MSG AND A CLEAN     *
      *  TRANSACTION LEAVES IT BLANK                                  *
       2700-EDIT-FIELDS.
           MOVE ' ' TO O-AUD-MSG.
           IF PX-DESC = SPACES
               MOVE 'DESCRIPTION IS REQUIRED - REJECTED' TO O-AUD-MSG
           ELSE
           IF PX-COST NOT NUMERIC
               MOVE 'COST MUST BE NUMERIC - REJECTED' TO O-AUD-MSG
           ELSE
           IF PX-PRICE NOT NUMERIC OR PX-PRICE = 0
               MOVE 'PRICE MUST BE NUMERIC - REJECTED' TO O-AUD-MSG
           ELSE
           IF PX-REORDER-PT NOT NUMERIC
               MOVE 'REORDER POINT MUST BE NUMERIC - REJECTED'
                   TO O-AUD-MSG.

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
           MOVE PX-ACTION TO O-AUD-ACTION.
           MOVE 'OPERATOR NOT AUTHORIZED - SKIPPED' TO O-AUD-MSG.
           PERFORM 9300-AUDIT-LINE.
           ADD 1 TO C-GT-REJECT-CTR.

      *  A BLANK PART NUMBER CANNOT BE KEYED OR FOUND AGAIN, SO THE   *
      *  TRANSACTION IS LISTED AND SKIPPED                            *
       2860-NO-PART-NUMBER.
           MOVE PX-ACTION TO O-AUD-ACTION.
           MOVE 'PART NUMBER IS REQUIRED - SKIPPED' TO O-AUD-MSG.
           PERFORM 9300-AUDIT-LINE.
           ADD 1 TO C-GT-REJECT-CTR.

       3000-CLOSING.
           MOVE C-GT-TRAN-CTR TO O-GT-TRAN-CTR.
           MOVE C-GT-APPLIED-CTR TO O-GT-APPLIED-CTR.
           MOVE C-GT-REJECT-CTR TO O-GT-REJECT-CTR.
           WRITE PRTLINE FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           PERFORM 9500-SAVE-PARTS.
           PERFORM 9600-WRITE-RUN-LOG.

           CLOSE TRAN-FILE.
           CLOSE AUDIT-TRAIL.
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
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

       9300-AUDIT-LINE.
           WRITE PRTLINE FROM AUDIT-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.

       9400-IMAGE-LINE.
           WRITE PRTLINE FROM AUDIT-IMAGE-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *  REWRITES THE PART MASTER IN FULL FROM THE TABLE - DELETED    *
      *  SLOTS (BLANK PART NUMBER) ARE SKIPPED                        *
       9500-SAVE-PARTS.
           MOVE 1 TO SUB-PART.
           OPEN OUTPUT PART-MASTER.
           PERFORM 9510-WRITE-PART
               UNTIL SUB-PART > C-PART-CTR.
           CLOSE PART-MASTER.

       9510-WRITE-PART.
           IF PM-PART-NO(SUB-PART) NOT = SPACES
               MOVE PM-PART-NO(SUB-PART) TO PT-PART-NO
               MOVE PM-DESC(SUB-PART) TO PT-DESC
               MOVE PM-COST(SUB-PART) TO PT-COST
               MOVE PM-PRICE(SUB-PART) TO PT-PRICE
               MOVE PM-ON-HAND(SUB-PART) TO PT-ON-HAND
               MOVE PM-REORDER-PT(SUB-PART) TO PT-REORDER-PT
               WRITE PT-REC.
           ADD 1 TO SUB-PART.

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -      *
      * RECORDS IN IS THE TRANSACTION COUNT, RECORDS OUT IS THE       *
      * COUNT APPLIED, AND RECORDS REJECTED IS THE COUNT TURNED AWAY  *
       9600-WRITE-RUN-LOG.
           MOVE 'COBLSC57' TO RL-PROGRAM.
           MOVE M-RUN-MM TO RL-RUN-MM.
           MOVE M-RUN-DD TO RL-RUN-DD.
           MOVE M-RUN-YY TO RL-RUN-YYYY.
           MOVE I-TIME(1:2) TO RL-RUN-HH.
           MOVE I-TIME(3:2) TO RL-RUN-MI.
           MOVE I-TIME(5:2) TO RL-RUN-SS.
           MOVE C-GT-TRAN-CTR TO RL-RECS-IN.
           MOVE C-GT-APPLIED-CTR TO RL-RECS-OUT.
           MOVE C-GT-REJECT-CTR TO RL-RECS-REJ.
           OPEN EXTEND RUN-LOG.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.

      *  APPENDS ONE APPLIED CHANGE TO THE SUITE-WIDE AUDIT TRAIL,   *
      *  STAMPED WITH THE MACHINE CLOCK                              *
       9800-WRITE-AUDIT-TRAIL.
           MOVE MACHINE-DATE TO AT-RUN-DATE.
           MOVE I-TIME(1:6) TO AT-RUN-TIME.
           MOVE 'COBLSC57' TO AT-PROGRAM.
           MOVE C-AUTH-OPERATOR TO AT-OPERATOR.
           MOVE C-AUTH-ACTION TO AT-ACTION.
           MOVE 'CBLPARTM' TO AT-FILE.
           MOVE PX-PART-NO TO AT-KEY.
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

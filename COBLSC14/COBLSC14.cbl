      *  AND THE OWNER'S MANAGEMENT FEE DEDUCTED AND THE       *
      *  AMOUNT DUE TO THEM, SO THE BOOKKEEPER STOPS           *
      *  REBUILDING EACH SHARE BY HAND FROM THE PRINTED REPORT *
      *  - THE OWNER'S OWN PERSONAL-USE NIGHTS FOR THE MONTH   *
      *  ARE LISTED AT THE FOOT OF THE STATEMENT               *
      *  - EVERY OWNER WITH MONEY COMING IS ALSO WRITTEN TO    *
      *  THE REMITTANCE EXTRACT THE PAYABLES RUN PAYS FROM     *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  ONE RECORD PER CONDO - THE OWNER'S NAME AND ADDRESS, THE    *
      *  MANAGEMENT FEE PERCENT PMG KEEPS, AND THE OWNER'S TAX ID    *
      *  FOR THE YEAR-END 1099                                       *
           SELECT OWNER-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC14\CBLOWNR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC14\OWNRSTMT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *  ONE RECORD PER OWNER DUE MONEY FOR THE STATEMENT MONTH -    *
      *  REWRITTEN EVERY RUN AND PICKED UP BY THE PAYABLES RUN       *
           SELECT REMIT-EXTRACT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC14\CBLREMIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *  THE CONDO MAINTENANCE WORK-ORDER FILE KEPT BY THE WORK-ORDER *
      *  MAINTENANCE RUN - THE STATEMENT MONTH'S COMPLETED ORDERS    *
      *  COME OFF EACH OWNER'S CHECK                                 *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-WORK-STATUS.

      *  THE OWNER-USE/BLACKOUT FILE - ONLY THE OWNER-STAY RANGES    *
      *  ('O') TOUCHING THE STATEMENT MONTH ARE LISTED               *
           SELECT OPTIONAL BLACKOUT-FILE
               ASSIGN TO 'C:\IHCC\COBOL\CBLBLKOT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-BLKT-STATUS.

      * SHARED OPERATIONS LOG - EVERY BATCH PROGRAM APPENDS ONE LINE *
      * HERE EACH RUN SO VOLUME CAN BE TRACKED DAY TO DAY *
           SELECT RUN-LOG
       FD  OWNER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS OW-REC
           RECORD CONTAINS 86 CHARACTERS.

       01  OW-REC.
           05  OW-CONDO                 PIC XX.
           05  OW-STATE                 PIC XX.
           05  OW-ZIP                   PIC 9(9).
           05  OW-FEE-PCT               PIC 9V999.
           05  OW-TAX-ID                PIC X(9).

       FD  INVOICE-EXTRACT
           LABEL RECORD IS OMITTED
           DATA RECORD IS IV-REC
           RECORD CONTAINS 94 CHARACTERS.

       01  IV-REC.
           05  IV-GUEST                 PIC X(20).
      * THE LODGING TAX INSIDE IV-TOTAL - HELD BACK FROM THE OWNER  *
      * SINCE IT BELONGS TO THE STATE *
           05  IV-LODGE-TAX             PIC S9(5)V99.
           05  FILLER                   PIC X(14).

      *  ONE WORK ORDER - WHICH CONDO, WHEN, WHAT, WHAT IT COST,     *
      *  AND WHETHER IT IS STILL OPEN ('O') OR COMPLETED ('C')       *
           05  WO-COST                  PIC 9(5)V99.
           05  WO-STATUS                PIC X.

      *  ONE BLOCKED RANGE - THE CONDO, THE FIRST NIGHT BLOCKED AND   *
      *  THE FIRST NIGHT FREE AGAIN, AND WHY - 'O' OWNER STAY, 'M'   *
      *  MAINTENANCE, 'H' HOLD                                       *
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

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS

       01  PRTLINE             PIC X(132).

      *  THE CONDO, THE OWNER AND TAX ID, THE STATEMENT MONTH, AND   *
      *  THE AMOUNT DUE ON THE STATEMENT                             *
       FD  REMIT-EXTRACT
           LABEL RECORD IS OMITTED
           DATA RECORD IS RM-REC
           RECORD CONTAINS 52 CHARACTERS.

       01  RM-REC.
           05  RM-CONDO                 PIC XX.
           05  RM-NAME                  PIC X(25).
           05  RM-TAX-ID                PIC X(9).
           05  RM-STMT-YY               PIC 9(4).
           05  RM-STMT-MM               PIC 99.
           05  RM-AMOUNT                PIC 9(8)V99.

      * ONE COMMA-DELIMITED LINE PER RUN - PROGRAM NAME, RUN DATE/    *
      * TIME, RECORDS IN, RECORDS OUT, RECORDS REJECTED *
       FD  RUN-LOG
      *  THE LODGING TAX COLLECTED INSIDE THE OWNER'S NET - HELD     *
      *  BACK FOR THE STATE INSTEAD OF REMITTED TO THE OWNER         *
           05  C-LODGE-TAX     PIC S9(7)V99 VALUE 0.
           05  C-BLKT-STATUS   PIC XX      VALUE '00'.
           05  BLKT-EOF        PIC XXX     VALUE 'NO'.
           05  C-OU-CTR        PIC 999     VALUE 0.
           05  SUB-OU          PIC 999     VALUE 0.
      *  THE STATEMENT MONTH'S FIRST NIGHT AND THE FIRST NIGHT OF    *
      *  THE MONTH AFTER, FOR CLIPPING AN OWNER STAY TO THE MONTH    *
           05  C-MONTH-START   PIC 9(8)    VALUE 0.
           05  C-MONTH-END     PIC 9(8)    VALUE 0.
           05  C-FROM-DD       PIC 99      VALUE 0.
           05  C-TO-DD         PIC 99      VALUE 0.
           05  C-USE-NIGHTS    PIC 99      VALUE 0.
           05  C-OWNER-USE-NIGHTS PIC 999  VALUE 0.

      *  ONE ENTRY PER CONDO SEEN ON THE INVOICE EXTRACT - THE       *
      *  PIECES OF EACH OWNER'S STATEMENT, ACCUMULATED AS INVOICES   *
       01  CONDO-MAINT-TABLE.
           05  OS-MAINT-EXP    PIC 9(7)V99 OCCURS 20 TIMES.

      *  EVERY OWNER-STAY RANGE TOUCHING THE STATEMENT MONTH -       *
      *  CAPPED AT 100                                               *
       01  OWNER-USE-TABLE.
           05  OWNER-USE-ENTRY         OCCURS 100 TIMES.
               10  OU-CONDO            PIC XX.
               10  OU-START-DATE       PIC 9(8).
               10  OU-END-DATE         PIC 9(8).
               10  OU-DESC             PIC X(20).

      *  STORES THE NUMBER OF DAYS IN EACH MONTH - AN OWNER STAY     *
      *  RUNNING PAST MONTH END COUNTS THROUGH THE LAST NIGHT        *
       01  MONTH-DAYS-INFO.
           05  FILLER          PIC XX      VALUE '31'.
           05  FILLER          PIC XX      VALUE '28'.
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
           05  O-STMT-AMOUNT   PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X(84)   VALUE ' '.

      *  THE OWNER'S PERSONAL-USE NIGHTS FOR THE STATEMENT MONTH  *
       01  OWNER-USE-HEADING-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(36)   VALUE
                       'OWNER PERSONAL-USE NIGHTS THIS MONTH'.
           05  FILLER          PIC X(92)   VALUE ' '.

       01  OWNER-USE-DETAIL-LINE.
           05  FILLER          PIC X(6)    VALUE ' '.
           05  O-OU-FROM-MM    PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-OU-FROM-DD    PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-OU-FROM-YY    PIC 9(4).
           05  FILLER          PIC X(3)    VALUE ' - '.
           05  O-OU-TO-MM      PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-OU-TO-DD      PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-OU-TO-YY      PIC 9(4).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-OU-DESC       PIC X(20).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-OU-NIGHTS     PIC Z9.
           05  FILLER          PIC X(7)    VALUE ' NIGHTS'.
           05  FILLER          PIC X(70)   VALUE ' '.

       01  OWNER-USE-TOTAL-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(31)   VALUE
                                   'TOTAL PERSONAL-USE NIGHTS'.
           05  O-OU-TOTAL      PIC ZZ9.
           05  FILLER          PIC X(94)   VALUE ' '.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
       1000-INIT.
           OPEN INPUT OWNER-MASTER.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT REMIT-EXTRACT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO MACHINE-DATE.

           PERFORM 1100-LOAD-INVOICES.
           PERFORM 1200-LOAD-WORK-ORDERS.
           PERFORM 1300-LOAD-OWNER-USE.

           PERFORM 9000-READ.

           IF SUB-CONDO <= 20
               ADD WO-COST TO OS-MAINT-EXP(SUB-CONDO).

      *  OPENS THE OPTIONAL OWNER-USE/BLACKOUT FILE AND KEEPS EVERY  *
      *  OWNER STAY TOUCHING THE STATEMENT MONTH - A MISSING FILE    *
      *  MEANS NO OWNER USED THEIR UNIT                              *
       1300-LOAD-OWNER-USE.
           COMPUTE C-MONTH-START = I-YY * 10000 + I-MM * 100 + 1.
           IF I-MM = 12
               COMPUTE C-MONTH-END = (I-YY + 1) * 10000 + 101
           ELSE
               COMPUTE C-MONTH-END = I-YY * 10000 + (I-MM + 1) * 100
                   + 1.

           MOVE 'NO' TO BLKT-EOF.
           OPEN INPUT BLACKOUT-FILE.
           IF C-BLKT-STATUS = '00'
               PERFORM 1310-READ-OWNER-USE
                   UNTIL BLKT-EOF = 'YES'
               CLOSE BLACKOUT-FILE
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE BLACKOUT-FILE
               MOVE 'YES' TO BLKT-EOF.

      *  A RANGE TOUCHES THE MONTH WHEN IT STARTS BEFORE THE MONTH   *
      *  AFTER BEGINS AND ENDS AFTER THE MONTH'S FIRST NIGHT         *
       1310-READ-OWNER-USE.
           READ BLACKOUT-FILE
               AT END
                   MOVE 'YES' TO BLKT-EOF
               NOT AT END
                   IF BO-REASON = 'O'
                     AND BO-START-DATE < C-MONTH-END
                     AND BO-END-DATE > C-MONTH-START
                     AND C-OU-CTR < 100
                       ADD 1 TO C-OU-CTR
                       MOVE BO-CONDO TO OU-CONDO(C-OU-CTR)
                       MOVE BO-START-DATE TO OU-START-DATE(C-OU-CTR)
                       MOVE BO-END-DATE TO OU-END-DATE(C-OU-CTR)
                       MOVE BO-DESC TO OU-DESC(C-OU-CTR)
                   END-IF.

      *  PRINTS ONE OWNER'S REMITTANCE STATEMENT PAGE *
       2000-MAINLINE.
           ADD 1 TO C-GT-OWNER-CTR.
           PERFORM 2100-FIND-CONDO-TOTALS.
           PERFORM 2200-PRINT-STATEMENT.
           IF C-AMOUNT-DUE > 0
               PERFORM 2300-WRITE-REMITTANCE.
           PERFORM 9000-READ.

      *  FINDS THE OWNER'S CONDO IN THE STATEMENT TABLE - A CONDO    *
           WRITE PRTLINE FROM STMT-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

           WRITE PRTLINE FROM OWNER-USE-HEADING-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 0 TO C-OWNER-USE-NIGHTS.
           PERFORM 2210-OWNER-USE-LINE
               VARYING SUB-OU FROM 1 BY 1
                   UNTIL SUB-OU > C-OU-CTR.
           MOVE C-OWNER-USE-NIGHTS TO O-OU-TOTAL.
           WRITE PRTLINE FROM OWNER-USE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

      *  ONE LINE PER OWNER STAY ON THIS OWNER'S CONDO - ONLY THE    *
      *  NIGHTS FALLING IN THE STATEMENT MONTH ARE COUNTED, SO A     *
      *  STAY ACROSS MONTH END IS SPLIT BETWEEN THE TWO STATEMENTS   *
       2210-OWNER-USE-LINE.
           IF OU-CONDO(SUB-OU) = OW-CONDO
               IF OU-START-DATE(SUB-OU) < C-MONTH-START
                   MOVE 1 TO C-FROM-DD
               ELSE
                   MOVE OU-START-DATE(SUB-OU)(7:2) TO C-FROM-DD
               END-IF
               IF OU-END-DATE(SUB-OU) >= C-MONTH-END
                   COMPUTE C-TO-DD = T-MONTH-DAYS(I-MM) + 1
               ELSE
                   MOVE OU-END-DATE(SUB-OU)(7:2) TO C-TO-DD
               END-IF
               IF C-TO-DD > C-FROM-DD
                   COMPUTE C-USE-NIGHTS = C-TO-DD - C-FROM-DD
               ELSE
                   MOVE 0 TO C-USE-NIGHTS
               END-IF
               ADD C-USE-NIGHTS TO C-OWNER-USE-NIGHTS
               MOVE OU-START-DATE(SUB-OU)(5:2) TO O-OU-FROM-MM
               MOVE OU-START-DATE(SUB-OU)(7:2) TO O-OU-FROM-DD
               MOVE OU-START-DATE(SUB-OU)(1:4) TO O-OU-FROM-YY
               MOVE OU-END-DATE(SUB-OU)(5:2) TO O-OU-TO-MM
               MOVE OU-END-DATE(SUB-OU)(7:2) TO O-OU-TO-DD
               MOVE OU-END-DATE(SUB-OU)(1:4) TO O-OU-TO-YY
               MOVE OU-DESC(SUB-OU) TO O-OU-DESC
               MOVE C-USE-NIGHTS TO O-OU-NIGHTS
               WRITE PRTLINE FROM OWNER-USE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE.

      *  AN OWNER WHOSE REPAIRS AND FEE ATE THE MONTH'S RENT IS     *
      *  OWED NOTHING AND IS LEFT OFF THE REMITTANCE EXTRACT         *
       2300-WRITE-REMITTANCE.
           MOVE OW-CONDO TO RM-CONDO.
           MOVE OW-NAME TO RM-NAME.
           MOVE OW-TAX-ID TO RM-TAX-ID.
           MOVE I-YY TO RM-STMT-YY.
           MOVE I-MM TO RM-STMT-MM.
           MOVE C-AMOUNT-DUE TO RM-AMOUNT.
           WRITE RM-REC.

       3000-CLOSING.
           PERFORM 9500-WRITE-RUN-LOG.

           CLOSE OWNER-MASTER.
           CLOSE REMIT-EXTRACT.
           CLOSE PRTOUT.

       9000-READ.

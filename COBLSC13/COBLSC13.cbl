      *  PRINTS AN AGED RECEIVABLES REPORT - EACH GUEST'S OPEN *
      *  BALANCE IS SHOWN IN CURRENT/31-60/61-90/OVER-90 DAY   *
      *  BUCKETS SO COLLECTIONS CHASES THE RIGHT PEOPLE        *
      *  INSTEAD OF A FOLDER OF PHOTOCOPIED INVOICES - A       *
      *  RESERVATION DEPOSIT CREDITED ON AN INVOICE COUNTS AS  *
      *  MONEY ALREADY RECEIVED                                *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS C-INVC-STATUS.

      *  PAYMENTS KEYED AS MONEY ARRIVES - GUEST, CONDO, AMOUNT,     *
      *  THE DATE IT WAS RECEIVED, AND THE GUEST'S NUMBER            *
           SELECT OPTIONAL PAYMENT-FILE
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC13\CBLPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PAY-STATUS.

      *  THE RESERVATION DEPOSIT LEDGER - A DEPOSIT THE BILLING RUN  *
      *  CREDITED ON A GUEST'S INVOICE WAS PAID AHEAD OF THE STAY    *
           SELECT OPTIONAL DEPOSIT-LEDGER
               ASSIGN TO 'C:\IHCC\COBOL\CBLDEPLG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-DEPL-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC13\AGEDRCV.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
       FD  INVOICE-EXTRACT
           LABEL RECORD IS OMITTED
           DATA RECORD IS IV-REC
           RECORD CONTAINS 94 CHARACTERS.

       01  IV-REC.
           05  IV-GUEST                 PIC X(20).
           05  IV-TOTAL                 PIC S9(6)V99.
           05  IV-TRANS-TYPE            PIC X.
           05  IV-LODGE-TAX             PIC S9(5)V99.
           05  FILLER                   PIC X(8).
           05  IV-GUEST-NO              PIC 9(6).

       FD  PAYMENT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PY-REC
           RECORD CONTAINS 44 CHARACTERS.

       01  PY-REC.
           05  PY-GUEST                 PIC X(20).
           05  PY-CONDO                 PIC XX.
           05  PY-AMOUNT                PIC 9(6)V99.
           05  PY-PAY-DATE              PIC 9(8).
           05  PY-GUEST-NO              PIC 9(6).

      *  ONE RESERVATION DEPOSIT - ONLY 'I' ENTRIES, CREDITED ON AN  *
      *  INVOICE, ARE APPLIED HERE                                   *
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
               88  DEPOSIT-INVOICED    VALUE 'I'.
           05  DL-STATUS-DATE           PIC 9(8).
           05  DL-GUEST-NO              PIC 9(6).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           05  C-PAY-STATUS    PIC XX      VALUE '00'.
           05  INVC-EOF        PIC XXX     VALUE 'NO'.
           05  PAY-EOF         PIC XXX     VALUE 'NO'.
           05  C-DEPL-STATUS   PIC XX      VALUE '00'.
           05  DEPL-EOF        PIC XXX     VALUE 'NO'.
           05  C-GT-DEP-CTR    PIC 9(5)    VALUE 0.
           05  C-GUEST-CTR     PIC 999     VALUE 0.
           05  SUB-GUEST       PIC 999     VALUE 0.
           05  SUB-BUCKET      PIC 9       VALUE 0.
           05  C-GT-INV-CTR    PIC 9(5)    VALUE 0.
           05  C-GT-PAY-CTR    PIC 9(5)    VALUE 0.
           05  C-HOLD-GUEST    PIC X(20)   VALUE ' '.
           05  C-HOLD-GUEST-NO PIC 9(6)    VALUE 0.
           05  C-TODAY-360     PIC 9(7)    VALUE 0.
           05  C-INV-360       PIC 9(7)    VALUE 0.
           05  C-AGE-DAYS      PIC S9(7)   VALUE 0.
           05  C-GT-BUCKET-3   PIC S9(9)V99 VALUE 0.
           05  C-GT-BUCKET-4   PIC S9(9)V99 VALUE 0.

      *  ONE ENTRY PER GUEST NUMBER SEEN ON THE INVOICE EXTRACT OR   *
      *  PAYMENTS FILE - INVOICED DOLLARS LAND IN THE AGE BUCKET     *
      *  THEIR INVOICE DATE PUTS THEM IN, PAYMENTS ACCUMULATE        *
      *  SEPARATELY AND ARE APPLIED OLDEST BUCKET FIRST AT CLOSE -   *
      *  CAPPED AT 200 GUESTS                                        *
       01  GUEST-BALANCE-TABLE.
           05  GUEST-BALANCE-ENTRY     OCCURS 200 TIMES.
               10  GB-GUEST-NO         PIC 9(6).
               10  GB-GUEST            PIC X(20).
      *  BUCKET 1 IS CURRENT (0-30 DAYS), 2 IS 31-60, 3 IS 61-90,    *
      *  AND 4 IS OVER 90 DAYS OLD                                   *
           05  FILLER          PIC X(132)  VALUE ' '.

       01  AGED-COLUMN-HEADINGS.
           05  FILLER          PIC X(8)    VALUE 'NUMBER'.
           05  FILLER          PIC X(5)    VALUE 'GUEST'.
           05  FILLER          PIC X(17)   VALUE ' '.
           05  FILLER          PIC X(12)   VALUE 'OPEN BALANCE'.
           05  FILLER          PIC X(10)   VALUE '61-90 DAYS'.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(12)   VALUE 'OVER 90 DAYS'.
           05  FILLER          PIC X(27)   VALUE ' '.

       01  AGED-DETAIL-LINE.
           05  O-AGED-GUEST-NO PIC 9(6).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AGED-GUEST    PIC X(20).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AGED-OPEN     PIC $$,$$$,$$9.99-.
           05  O-AGED-BUCKET-3 PIC $,$$$,$$9.99-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AGED-BUCKET-4 PIC $,$$$,$$9.99-.
           05  FILLER          PIC X(26)   VALUE ' '.

       01  AGED-TOTAL-LINE.
           05  FILLER          PIC X(13)   VALUE 'GRAND TOTALS:'.
           05  FILLER          PIC X(17)   VALUE ' '.
           05  O-GT-OPEN       PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-GT-BUCKET-1   PIC $,$$$,$$9.99-.
           05  O-GT-BUCKET-3   PIC $,$$$,$$9.99-.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-GT-BUCKET-4   PIC $,$$$,$$9.99-.
           05  FILLER          PIC X(26)   VALUE ' '.

       PROCEDURE DIVISION.
       0000-MAIN.

           PERFORM 1100-LOAD-INVOICES.
           PERFORM 1200-LOAD-PAYMENTS.
           PERFORM 1300-LOAD-DEPOSITS.

           PERFORM 9100-HEADINGS.

               NOT AT END
                   ADD 1 TO C-GT-INV-CTR
                   MOVE IV-GUEST TO C-HOLD-GUEST
                   MOVE IV-GUEST-NO TO C-HOLD-GUEST-NO
                   PERFORM 2100-FIND-GUEST
                   IF SUB-GUEST <= 200
                       PERFORM 1120-BUCKET-INVOICE.
               NOT AT END
                   ADD 1 TO C-GT-PAY-CTR
                   MOVE PY-GUEST TO C-HOLD-GUEST
                   MOVE PY-GUEST-NO TO C-HOLD-GUEST-NO
                   PERFORM 2100-FIND-GUEST
                   IF SUB-GUEST <= 200
                       ADD PY-AMOUNT TO GB-PAYMENTS(SUB-GUEST).

      *  OPENS THE OPTIONAL DEPOSIT LEDGER - EVERY DEPOSIT CREDITED  *
      *  ON AN INVOICE IS APPLIED LIKE A PAYMENT, SO THE OPEN        *
      *  BALANCE IS WHAT THE GUEST STILL OWES AFTER THE DEPOSIT      *
       1300-LOAD-DEPOSITS.
           MOVE 'NO' TO DEPL-EOF.
           OPEN INPUT DEPOSIT-LEDGER.
           IF C-DEPL-STATUS = '00'
               PERFORM 1310-READ-DEPOSIT
                   UNTIL DEPL-EOF = 'YES'
               CLOSE DEPOSIT-LEDGER
           ELSE
               MOVE 'YES' TO DEPL-EOF.

       1310-READ-DEPOSIT.
           READ DEPOSIT-LEDGER
               AT END
                   MOVE 'YES' TO DEPL-EOF
               NOT AT END
                   IF DEPOSIT-INVOICED
                       ADD 1 TO C-GT-DEP-CTR
                       MOVE DL-GUEST TO C-HOLD-GUEST
                       MOVE DL-GUEST-NO TO C-HOLD-GUEST-NO
                       PERFORM 2100-FIND-GUEST
                       IF SUB-GUEST <= 200
                           ADD DL-AMOUNT TO GB-PAYMENTS(SUB-GUEST).

      *  FINDS THE GUEST NUMBERED IN C-HOLD-GUEST-NO IN THE BALANCE  *
      *  TABLE, ADDING A NEW ZERO ENTRY UNDER THE NAME IN             *
      *  C-HOLD-GUEST WHEN THIS IS THE FIRST TIME THE GUEST HAS BEEN  *
      *  SEEN - SUB-GUEST IS LEFT PAST 200 WHEN THE TABLE IS FULL     *
       2100-FIND-GUEST.
           PERFORM
               VARYING SUB-GUEST FROM 1 BY 1
                   UNTIL SUB-GUEST > C-GUEST-CTR
                       OR C-HOLD-GUEST-NO = GB-GUEST-NO(SUB-GUEST).

           IF SUB-GUEST > C-GUEST-CTR AND C-GUEST-CTR < 200
               ADD 1 TO C-GUEST-CTR
               MOVE C-GUEST-CTR TO SUB-GUEST
               MOVE C-HOLD-GUEST-NO TO GB-GUEST-NO(SUB-GUEST)
               MOVE C-HOLD-GUEST TO GB-GUEST(SUB-GUEST)
               MOVE 0 TO GB-BUCKET(SUB-GUEST, 1)
               MOVE 0 TO GB-BUCKET(SUB-GUEST, 2)
               + GB-BUCKET(SUB-GUEST, 3) + GB-BUCKET(SUB-GUEST, 4).

           IF C-OPEN-BALANCE NOT = 0
               MOVE GB-GUEST-NO(SUB-GUEST) TO O-AGED-GUEST-NO
               MOVE GB-GUEST(SUB-GUEST) TO O-AGED-GUEST
               MOVE C-OPEN-BALANCE TO O-AGED-OPEN
               MOVE GB-BUCKET(SUB-GUEST, 1) TO O-AGED-BUCKET-1
               AFTER ADVANCING 1 LINE.

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -     *
      * RECORDS IN IS INVOICES, PAYMENTS AND CREDITED DEPOSITS READ, *
      * RECORDS OUT IS THE GUESTS CARRIED ON THE REPORT, AND NOTHING *
      * IS REJECTED *
       9500-WRITE-RUN-LOG.
           MOVE 'COBLSC13' TO RL-PROGRAM.
           MOVE M-RUN-MM TO RL-RUN-MM.
           MOVE I-TIME(1:2) TO RL-RUN-HH.
           MOVE I-TIME(3:2) TO RL-RUN-MI.
           MOVE I-TIME(5:2) TO RL-RUN-SS.
           COMPUTE RL-RECS-IN = C-GT-INV-CTR + C-GT-PAY-CTR
               + C-GT-DEP-CTR.
           MOVE C-GUEST-CTR TO RL-RECS-OUT.
           MOVE 0 TO RL-RECS-REJ.
           OPEN EXTEND RUN-LOG.

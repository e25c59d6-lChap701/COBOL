      *  VERSUS NIGHTS AVAILABLE, THE OCCUPANCY PERCENTAGE,    *
      *  AND REVENUE PER AVAILABLE NIGHT, WITH A SEASON TOTAL  *
      *  PER CONDO, SO PMG CAN SEE WHICH OF THE EIGHT UNITS    *
      *  UNDERPERFORMS - NIGHTS BLOCKED FOR OWNER USE,         *
      *  MAINTENANCE, OR A HOLD COME OFF THE NIGHTS AVAILABLE  *
      *  - EACH DOCK SLIP AT THE MARINA GETS THE SAME PAGE,    *
      *  BUILT FROM THE SLIP ASSIGNMENTS THE RESERVATION RUN   *
      *  KEEPS - EVERY CONDO'S MONTH FIGURES ALSO GO TO AN     *
      *  EXTRACT THE RATE REVIEW RUN READS                     *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  ONLY THE STAYS THAT PASSED THE CONDO STAY EDIT (COBLSC43) -  *
      *  REJECTS SIT IN ITS SUSPENSE FILE UNTIL CORRECTED            *
           SELECT OZARK-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC04\OZARKCLN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *  THE OWNER-USE/BLACKOUT FILE - ONE ENTRY PER CONDO AND DATE  *
      *  RANGE TAKEN OFF THE RENTAL BOOK - A MISSING FILE MEANS      *
      *  EVERY NIGHT OF THE MONTH WAS AVAILABLE                      *
           SELECT OPTIONAL BLACKOUT-FILE
               ASSIGN TO 'C:\IHCC\COBOL\CBLBLKOT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-BLKT-STATUS.

      *  THE DOCK SLIP MASTER AND THE SLIP ASSIGNMENTS - A MISSING    *
      *  FILE MEANS NO SLIP PAGES ARE PRINTED                         *
           SELECT OPTIONAL SLIP-MASTER
               ASSIGN TO 'C:\IHCC\COBOL\CBLSLIP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SLIP-STATUS.

           SELECT OPTIONAL SLIP-ASSIGN-FILE
               ASSIGN TO 'C:\IHCC\COBOL\CBLSLPAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SLPA-STATUS.

      *  ONE RECORD PER CONDO AND MONTH WITH THE FIGURES PRINTED -    *
      *  THE RATE REVIEW RUN READS IT                                 *
           SELECT OCC-EXTRACT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC12\OCCEXTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
       FD  OZARK-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 88 CHARACTERS.

       01  I-REC.
           05  I-GUEST                 PIC X(20).
           05  I-REASON-CODE           PIC X(3).
           05  I-APPROVED-BY           PIC X(10).
           05  I-GROUP-ID              PIC X(4).
           05  FILLER                  PIC X(10).

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

      *  ONE DOCK SLIP - 'A' AVAILABLE OR 'D' OUT OF SERVICE  *
       FD  SLIP-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SM-REC
           RECORD CONTAINS 27 CHARACTERS.

       01  SM-REC.
           05  SM-SLIP-NO               PIC X(3).
           05  SM-MAX-LENGTH            PIC 9(3).
           05  SM-STATUS                PIC X.
           05  SM-DESC                  PIC X(20).

      *  ONE SLIP ASSIGNMENT - 'A' ACTIVE OR 'X' RELEASED BY A CANCEL *
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

      *  ONE CONDO'S MONTH - NIGHTS OCCUPIED, NIGHTS AVAILABLE AFTER *
      *  BLOCKED NIGHTS, REVENUE, AND NIGHTS BLOCKED                 *
       FD  OCC-EXTRACT
           LABEL RECORD IS STANDARD
           DATA RECORD IS OX-REC
           RECORD CONTAINS 22 CHARACTERS.

       01  OX-REC.
           05  OX-CONDO                 PIC XX.
           05  OX-MONTH                 PIC 99.
           05  OX-NIGHTS                PIC 9(4).
           05  OX-AVAIL                 PIC 99.
           05  OX-REVENUE               PIC 9(7)V99.
           05  OX-BLOCKED               PIC 9(3).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           05  C-SEA-REVENUE   PIC 9(9)V99 VALUE 0.
           05  C-OCC-PCT       PIC 9(3)V9  VALUE 0.
           05  C-REV-AVAIL     PIC 9(5)V99 VALUE 0.
           05  C-BLKT-STATUS   PIC XX      VALUE '00'.
           05  BLKT-EOF        PIC XXX     VALUE 'NO'.
           05  C-MONTH-AVAIL   PIC 99      VALUE 0.
           05  C-SEA-BLOCKED   PIC 9(4)    VALUE 0.
           05  C-SLIP-STATUS   PIC XX      VALUE '00'.
           05  SLIP-EOF        PIC XXX     VALUE 'NO'.
           05  C-SLIP-CTR      PIC 99      VALUE 0.
           05  SUB-SLIP        PIC 99      VALUE 0.
           05  C-SLPA-STATUS   PIC XX      VALUE '00'.
           05  SLPA-EOF        PIC XXX     VALUE 'NO'.
           05  C-GT-SLPA-CTR   PIC 9(5)    VALUE 0.

      *  NIGHTS OCCUPIED, REVENUE EARNED, AND NIGHTS BLOCKED PER     *
      *  CONDO PER MONTH - STAYS AND BLOCKED RANGES SPANNING A MONTH *
      *  END ARE SPLIT NIGHT BY NIGHT SO EACH NIGHT LANDS IN THE     *
      *  MONTH IT FELL IN                                            *
       01  OCCUPANCY-TABLE.
           05  OCC-CONDO-ENTRY         OCCURS 8.
               10  OCC-MONTH-ENTRY     OCCURS 12.
                   15  OC-NIGHTS       PIC 9(4)    VALUE 0.
                   15  OC-REVENUE      PIC 9(7)V99 VALUE 0.
                   15  OC-BLOCKED      PIC 9(3)    VALUE 0.

      *  EVERY SLIP ON THE DOCK SLIP MASTER WITH ITS NIGHTS HELD AND *
      *  SLIP FEES EARNED PER MONTH, SPLIT THE SAME WAY AS THE       *
      *  CONDOS - CAPPED AT 50 SLIPS                                 *
       01  SLIP-OCC-TABLE.
           05  SLIP-ENTRY              OCCURS 50.
               10  SL-SLIP-NO          PIC X(3).
               10  SL-MAX-LENGTH       PIC 9(3).
               10  SL-STATUS           PIC X.
               10  SLIP-MONTH-ENTRY    OCCURS 12.
                   15  SO-NIGHTS       PIC 9(4)    VALUE 0.
                   15  SO-REVENUE      PIC 9(7)V99 VALUE 0.

      ******************************************************************
      * THE EIGHT CONDOS - CODE, PRINTABLE NAME, AND THE PER-BEDROOM  *
           05  FILLER          PIC X       VALUE ')'.
           05  FILLER          PIC X(105)  VALUE ' '.

       01  SLIP-HEADING-LINE.
           05  FILLER          PIC X(11)   VALUE 'DOCK SLIP: '.
           05  O-SLIP-NO       PIC X(3).
           05  FILLER          PIC X(17)   VALUE '    MAX LENGTH: '.
           05  O-SLIP-MAX      PIC ZZ9.
           05  FILLER          PIC X(4)    VALUE ' FT '.
           05  O-SLIP-STATUS   PIC X(20).
           05  FILLER          PIC X(74)   VALUE ' '.

       01  OCC-COLUMN-HEADINGS.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(9)    VALUE 'MONTH'.
           05  FILLER          PIC X(7)    VALUE 'REVENUE'.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(15)   VALUE 'REV/AVAIL NIGHT'.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(14)   VALUE 'NIGHTS BLOCKED'.
           05  FILLER          PIC X(24)   VALUE ' '.

       01  OCC-DETAIL-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-OCC-REVENUE   PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(6)    VALUE ' '.
           05  O-OCC-REV-AVAIL PIC $$$,$$9.99.
           05  FILLER          PIC X(13)   VALUE ' '.
           05  O-OCC-BLOCKED   PIC ZZ9.
           05  FILLER          PIC X(31)   VALUE ' '.

       01  SEASON-TOTAL-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-SEA-REVENUE   PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(6)    VALUE ' '.
           05  O-SEA-REV-AVAIL PIC $$$,$$9.99.
           05  FILLER          PIC X(11)   VALUE ' '.
           05  O-SEA-BLOCKED   PIC Z,ZZ9.
           05  FILLER          PIC X(31)   VALUE ' '.

      *  THE SLIP PAGE'S HEADINGS AND LINES - A SLIP HAS NO BLOCKED   *
      *  NIGHTS, SO EVERY NIGHT OF THE MONTH IS AVAILABLE             *
       01  SLIP-COLUMN-HEADINGS.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(9)    VALUE 'MONTH'.
           05  FILLER          PIC X(6)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'NIGHTS OCC'.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(12)   VALUE 'NIGHTS AVAIL'.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(7)    VALUE 'OCC PCT'.
           05  FILLER          PIC X(8)    VALUE ' '.
           05  FILLER          PIC X(9)    VALUE 'SLIP FEES'.
           05  FILLER          PIC XX      VALUE ' '.
           05  FILLER          PIC X(15)   VALUE 'REV/AVAIL NIGHT'.
           05  FILLER          PIC X(42)   VALUE ' '.

       01  SLIP-DETAIL-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-SLP-MONTH     PIC X(9).
           05  FILLER          PIC X(10)   VALUE ' '.
           05  O-SLP-NIGHTS    PIC Z,ZZ9.
           05  FILLER          PIC X(10)   VALUE ' '.
           05  O-SLP-AVAIL     PIC ZZ9.
           05  FILLER          PIC X(6)    VALUE ' '.
           05  O-SLP-PCT       PIC ZZ9.9.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-SLP-REVENUE   PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(6)    VALUE ' '.
           05  O-SLP-REV-AVAIL PIC $$$,$$9.99.
           05  FILLER          PIC X(47)   VALUE ' '.

       01  SLIP-TOTAL-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(13)   VALUE 'SEASON TOTAL:'.
           05  FILLER          PIC X(6)    VALUE ' '.
           05  O-SLP-SEA-NIGHTS PIC Z,ZZ9.
           05  FILLER          PIC X(8)    VALUE ' '.
           05  O-SLP-SEA-AVAIL PIC Z,ZZ9.
           05  FILLER          PIC X(6)    VALUE ' '.
           05  O-SLP-SEA-PCT   PIC ZZ9.9.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-SLP-SEA-REVENUE PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(6)    VALUE ' '.
           05  O-SLP-SEA-REV-AVAIL PIC $$$,$$9.99.
           05  FILLER          PIC X(47)   VALUE ' '.

       PROCEDURE DIVISION.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           PERFORM 1100-LOAD-BLACKOUTS.
           PERFORM 1200-LOAD-SLIPS.
           PERFORM 1300-LOAD-SLIP-ASSIGNS.

           PERFORM 9000-READ.

      *  OPENS THE OPTIONAL OWNER-USE/BLACKOUT FILE AND SPREADS EVERY *
      *  BLOCKED RANGE NIGHT BY NIGHT ACROSS ITS CONDO'S MONTHS       *
       1100-LOAD-BLACKOUTS.
           MOVE 'NO' TO BLKT-EOF.
           OPEN INPUT BLACKOUT-FILE.
           IF C-BLKT-STATUS = '00'
               PERFORM 1110-READ-BLACKOUT
                   UNTIL BLKT-EOF = 'YES'
               CLOSE BLACKOUT-FILE
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE BLACKOUT-FILE
               MOVE 'YES' TO BLKT-EOF.

      *  A RANGE FOR A CONDO CODE NOT IN THE TABLE IS SKIPPED  *
       1110-READ-BLACKOUT.
           READ BLACKOUT-FILE
               AT END
                   MOVE 'YES' TO BLKT-EOF
               NOT AT END
                   PERFORM 1115-FIND-BLACKOUT-CONDO
                   IF SUB-CONDO <= 8
                       PERFORM 1120-SPREAD-BLACKOUT
                   END-IF.

       1115-FIND-BLACKOUT-CONDO.
           PERFORM
               VARYING SUB-CONDO FROM 1 BY 1
                   UNTIL BO-CONDO = T-CONDO(SUB-CONDO)
                       OR SUB-CONDO > 8.

      *  WALKS FROM THE FIRST NIGHT BLOCKED UP TO (NOT INCLUDING) THE *
      *  FIRST NIGHT FREE THE SAME WAY A STAY IS WALKED - CAPPED AT   *
      *  999 NIGHTS SO A BAD DATE PAIR CANNOT RUN AWAY                *
       1120-SPREAD-BLACKOUT.
           MOVE BO-START-DATE(1:4) TO C-CUR-YY.
           MOVE BO-START-DATE(5:2) TO C-CUR-MM.
           MOVE BO-START-DATE(7:2) TO C-CUR-DD.
           MOVE 0 TO C-NIGHT-CTR.

           IF C-CUR-MM < 1 OR C-CUR-MM > 12
               MOVE 0 TO C-CUR-MM.

           COMPUTE C-CUR-DATE = C-CUR-YY * 10000 + C-CUR-MM * 100
               + C-CUR-DD.

           PERFORM 1130-BLOCK-ONE-NIGHT
               UNTIL C-CUR-MM = 0
                   OR C-NIGHT-CTR > 999
                   OR C-CUR-DATE >= BO-END-DATE.

       1130-BLOCK-ONE-NIGHT.
           ADD 1 TO C-NIGHT-CTR.
           IF OC-BLOCKED(SUB-CONDO, C-CUR-MM) <
                   T-MONTH-DAYS(C-CUR-MM)
               ADD 1 TO OC-BLOCKED(SUB-CONDO, C-CUR-MM).
           ADD 1 TO C-CUR-DD.
           IF C-CUR-DD > T-MONTH-DAYS(C-CUR-MM)
               MOVE 1 TO C-CUR-DD
               ADD 1 TO C-CUR-MM
               IF C-CUR-MM > 12
                   MOVE 1 TO C-CUR-MM
                   ADD 1 TO C-CUR-YY
               END-IF
           END-IF.
           COMPUTE C-CUR-DATE = C-CUR-YY * 10000 + C-CUR-MM * 100
               + C-CUR-DD.

      *  OPENS THE OPTIONAL DOCK SLIP MASTER AND LOADS EVERY SLIP  *
       1200-LOAD-SLIPS.
           MOVE 'NO' TO SLIP-EOF.
           OPEN INPUT SLIP-MASTER.
           IF C-SLIP-STATUS = '00'
               PERFORM 1210-READ-SLIP
                   UNTIL SLIP-EOF = 'YES'
               CLOSE SLIP-MASTER
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE SLIP-MASTER
               MOVE 'YES' TO SLIP-EOF.

       1210-READ-SLIP.
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

      *  OPENS THE OPTIONAL SLIP ASSIGNMENTS AND SPREADS EVERY ACTIVE *
      *  ONE NIGHT BY NIGHT ACROSS ITS SLIP'S MONTHS - A RELEASED     *
      *  ASSIGNMENT NEVER HELD THE SLIP AND ONE FOR A SLIP NO LONGER  *
      *  ON THE MASTER IS SKIPPED                                     *
       1300-LOAD-SLIP-ASSIGNS.
           MOVE 'NO' TO SLPA-EOF.
           OPEN INPUT SLIP-ASSIGN-FILE.
           IF C-SLPA-STATUS = '00'
               PERFORM 1310-READ-SLIP-ASSIGN
                   UNTIL SLPA-EOF = 'YES'
               CLOSE SLIP-ASSIGN-FILE
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE SLIP-ASSIGN-FILE
               MOVE 'YES' TO SLPA-EOF.

       1310-READ-SLIP-ASSIGN.
           READ SLIP-ASSIGN-FILE
               AT END
                   MOVE 'YES' TO SLPA-EOF
               NOT AT END
                   PERFORM 1315-FIND-SLIP
                   IF SUB-SLIP <= C-SLIP-CTR AND SA-STATUS = 'A'
                       ADD 1 TO C-GT-SLPA-CTR
                       PERFORM 1320-SPREAD-SLIP-NIGHTS
                   END-IF.

       1315-FIND-SLIP.
           PERFORM
               VARYING SUB-SLIP FROM 1 BY 1
                   UNTIL SUB-SLIP > C-SLIP-CTR
                       OR SL-SLIP-NO(SUB-SLIP) = SA-SLIP-NO.

      *  WALKS FROM THE CHECK-IN DATE UP TO (NOT INCLUDING) THE       *
      *  CHECK-OUT DATE THE SAME WAY A STAY IS WALKED, VALUING EACH   *
      *  NIGHT AT THE NIGHTLY SLIP FEE - CAPPED AT 999 NIGHTS SO A    *
      *  BAD DATE PAIR CANNOT RUN AWAY                                *
       1320-SPREAD-SLIP-NIGHTS.
           MOVE SA-CHECKIN-DATE(1:4) TO C-CUR-YY.
           MOVE SA-CHECKIN-DATE(5:2) TO C-CUR-MM.
           MOVE SA-CHECKIN-DATE(7:2) TO C-CUR-DD.
           MOVE 0 TO C-NIGHT-CTR.

           IF C-CUR-MM < 1 OR C-CUR-MM > 12
               MOVE 0 TO C-CUR-MM.

           COMPUTE C-CUR-DATE = C-CUR-YY * 10000 + C-CUR-MM * 100
               + C-CUR-DD.

           PERFORM 1330-SLIP-ONE-NIGHT
               UNTIL C-CUR-MM = 0
                   OR C-NIGHT-CTR > 999
                   OR C-CUR-DATE >= SA-CHECKOUT-DATE.

       1330-SLIP-ONE-NIGHT.
           ADD 1 TO C-NIGHT-CTR.
           IF SO-NIGHTS(SUB-SLIP, C-CUR-MM) < T-MONTH-DAYS(C-CUR-MM)
               ADD 1 TO SO-NIGHTS(SUB-SLIP, C-CUR-MM)
               ADD SA-FEE TO SO-REVENUE(SUB-SLIP, C-CUR-MM).
           ADD 1 TO C-CUR-DD.
           IF C-CUR-DD > T-MONTH-DAYS(C-CUR-MM)
               MOVE 1 TO C-CUR-DD
               ADD 1 TO C-CUR-MM
               IF C-CUR-MM > 12
                   MOVE 1 TO C-CUR-MM
                   ADD 1 TO C-CUR-YY
               END-IF
           END-IF.
           COMPUTE C-CUR-DATE = C-CUR-YY * 10000 + C-CUR-MM * 100
               + C-CUR-DD.

      * A CANCELLED STAY NEVER HAPPENED, SO ITS NIGHTS NEVER COUNT   *
      * AS OCCUPIED - EVERY OTHER STAY IS SPREAD NIGHT BY NIGHT      *
      * ACROSS THE MONTHS IT ACTUALLY COVERED *
               + C-CUR-DD.

       3000-CLOSING.
           OPEN OUTPUT OCC-EXTRACT.
           PERFORM 3100-PRINT-CONDO
               VARYING SUB-CONDO FROM 1 BY 1
                   UNTIL SUB-CONDO > 8.
           CLOSE OCC-EXTRACT.

           PERFORM 3200-PRINT-SLIP
               VARYING SUB-SLIP FROM 1 BY 1
                   UNTIL SUB-SLIP > C-SLIP-CTR.

           PERFORM 9500-WRITE-RUN-LOG.

           MOVE 0 TO C-SEA-NIGHTS.
           MOVE 0 TO C-SEA-AVAIL.
           MOVE 0 TO C-SEA-REVENUE.
           MOVE 0 TO C-SEA-BLOCKED.

           PERFORM 3110-PRINT-MONTH
               VARYING SUB-MONTH FROM 1 BY 1
           MOVE C-OCC-PCT TO O-SEA-PCT.
           MOVE C-SEA-REVENUE TO O-SEA-REVENUE.
           MOVE C-REV-AVAIL TO O-SEA-REV-AVAIL.
           MOVE C-SEA-BLOCKED TO O-SEA-BLOCKED.

           WRITE PRTLINE FROM SEASON-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

      * PRINTS ONE MONTH'S LINE FOR THE CONDO SUB-CONDO POINTS AT - *
      * THE NIGHTS AVAILABLE ARE THE MONTH'S DAYS LESS THE NIGHTS    *
      * BLOCKED, SO AN OWNER'S WEEK DOES NOT UNDERSTATE OCCUPANCY    *
       3110-PRINT-MONTH.
           MOVE T-MONTH-NAME(SUB-MONTH) TO O-OCC-MONTH.
           MOVE OC-NIGHTS(SUB-CONDO, SUB-MONTH) TO O-OCC-NIGHTS.
           COMPUTE C-MONTH-AVAIL = T-MONTH-DAYS(SUB-MONTH)
               - OC-BLOCKED(SUB-CONDO, SUB-MONTH).
           MOVE C-MONTH-AVAIL TO O-OCC-AVAIL.
           MOVE OC-BLOCKED(SUB-CONDO, SUB-MONTH) TO O-OCC-BLOCKED.
           IF C-MONTH-AVAIL > 0
               COMPUTE C-OCC-PCT ROUNDED =
                   OC-NIGHTS(SUB-CONDO, SUB-MONTH) * 100
                       / C-MONTH-AVAIL
               COMPUTE C-REV-AVAIL ROUNDED =
                   OC-REVENUE(SUB-CONDO, SUB-MONTH)
                       / C-MONTH-AVAIL
           ELSE
               MOVE 0 TO C-OCC-PCT
               MOVE 0 TO C-REV-AVAIL.
           MOVE C-OCC-PCT TO O-OCC-PCT.
           MOVE OC-REVENUE(SUB-CONDO, SUB-MONTH) TO O-OCC-REVENUE.
           MOVE C-REV-AVAIL TO O-OCC-REV-AVAIL.

           WRITE PRTLINE FROM OCC-DETAIL-LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

           MOVE T-CONDO(SUB-CONDO) TO OX-CONDO.
           MOVE SUB-MONTH TO OX-MONTH.
           MOVE OC-NIGHTS(SUB-CONDO, SUB-MONTH) TO OX-NIGHTS.
           MOVE C-MONTH-AVAIL TO OX-AVAIL.
           MOVE OC-REVENUE(SUB-CONDO, SUB-MONTH) TO OX-REVENUE.
           MOVE OC-BLOCKED(SUB-CONDO, SUB-MONTH) TO OX-BLOCKED.
           WRITE OX-REC.

           ADD OC-NIGHTS(SUB-CONDO, SUB-MONTH) TO C-SEA-NIGHTS.
           ADD C-MONTH-AVAIL TO C-SEA-AVAIL.
           ADD OC-BLOCKED(SUB-CONDO, SUB-MONTH) TO C-SEA-BLOCKED.
           ADD OC-REVENUE(SUB-CONDO, SUB-MONTH) TO C-SEA-REVENUE.

      * PRINTS ONE DOCK SLIP'S TWELVE MONTH LINES AND ITS SEASON    *
      * TOTAL THE SAME WAY AS A CONDO - EACH SLIP STARTS ON ITS OWN  *
      * PAGE *
       3200-PRINT-SLIP.
           PERFORM 9100-HEADINGS.

           MOVE SL-SLIP-NO(SUB-SLIP) TO O-SLIP-NO.
           MOVE SL-MAX-LENGTH(SUB-SLIP) TO O-SLIP-MAX.
           IF SL-STATUS(SUB-SLIP) = 'A'
               MOVE ' ' TO O-SLIP-STATUS
           ELSE
               MOVE '(OUT OF SERVICE)' TO O-SLIP-STATUS.
           WRITE PRTLINE FROM SLIP-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM SLIP-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.

           MOVE 0 TO C-SEA-NIGHTS.
           MOVE 0 TO C-SEA-AVAIL.
           MOVE 0 TO C-SEA-REVENUE.

           PERFORM 3210-PRINT-SLIP-MONTH
               VARYING SUB-MONTH FROM 1 BY 1
                   UNTIL SUB-MONTH > 12.

           MOVE C-SEA-NIGHTS TO O-SLP-SEA-NIGHTS.
           MOVE C-SEA-AVAIL TO O-SLP-SEA-AVAIL.
           IF C-SEA-AVAIL > 0
               COMPUTE C-OCC-PCT ROUNDED =
                   C-SEA-NIGHTS * 100 / C-SEA-AVAIL
               COMPUTE C-REV-AVAIL ROUNDED =
                   C-SEA-REVENUE / C-SEA-AVAIL
           ELSE
               MOVE 0 TO C-OCC-PCT
               MOVE 0 TO C-REV-AVAIL.
           MOVE C-OCC-PCT TO O-SLP-SEA-PCT.
           MOVE C-SEA-REVENUE TO O-SLP-SEA-REVENUE.
           MOVE C-REV-AVAIL TO O-SLP-SEA-REV-AVAIL.

           WRITE PRTLINE FROM SLIP-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

      * PRINTS ONE MONTH'S LINE FOR THE SLIP SUB-SLIP POINTS AT  *
       3210-PRINT-SLIP-MONTH.
           MOVE T-MONTH-NAME(SUB-MONTH) TO O-SLP-MONTH.
           MOVE SO-NIGHTS(SUB-SLIP, SUB-MONTH) TO O-SLP-NIGHTS.
           MOVE T-MONTH-DAYS(SUB-MONTH) TO C-MONTH-AVAIL.
           MOVE C-MONTH-AVAIL TO O-SLP-AVAIL.
           COMPUTE C-OCC-PCT ROUNDED =
               SO-NIGHTS(SUB-SLIP, SUB-MONTH) * 100 / C-MONTH-AVAIL.
           COMPUTE C-REV-AVAIL ROUNDED =
               SO-REVENUE(SUB-SLIP, SUB-MONTH) / C-MONTH-AVAIL.
           MOVE C-OCC-PCT TO O-SLP-PCT.
           MOVE SO-REVENUE(SUB-SLIP, SUB-MONTH) TO O-SLP-REVENUE.
           MOVE C-REV-AVAIL TO O-SLP-REV-AVAIL.

           WRITE PRTLINE FROM SLIP-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

           ADD SO-NIGHTS(SUB-SLIP, SUB-MONTH) TO C-SEA-NIGHTS.
           ADD C-MONTH-AVAIL TO C-SEA-AVAIL.
           ADD SO-REVENUE(SUB-SLIP, SUB-MONTH) TO C-SEA-REVENUE.

       9000-READ.
           READ OZARK-MASTER
               AT END
               AFTER ADVANCING 1 LINE.

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -     *
      * RECORDS IN AND OUT ARE THE STAYS AND SLIP ASSIGNMENTS        *
      * COUNTED INTO THE REPORT, AND NOTHING IN THIS PROGRAM IS      *
      * REJECTED *
       9500-WRITE-RUN-LOG.
           MOVE 'COBLSC12' TO RL-PROGRAM.
           MOVE M-RUN-MM TO RL-RUN-MM.
           MOVE I-TIME(1:2) TO RL-RUN-HH.
           MOVE I-TIME(3:2) TO RL-RUN-MI.
           MOVE I-TIME(5:2) TO RL-RUN-SS.
           COMPUTE RL-RECS-IN = C-GT-STAY-CTR + C-GT-SLPA-CTR.
           COMPUTE RL-RECS-OUT = C-GT-STAY-CTR + C-GT-SLPA-CTR.
           MOVE 0 TO RL-RECS-REJ.
           OPEN EXTEND RUN-LOG.
           WRITE RUNLOG-REC.

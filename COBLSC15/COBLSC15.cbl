               ASSIGN TO 'C:\IHCC\COBOL\COBLSC15\GHMAINT.PRT'
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
       DATA DIVISION.
       FILE SECTION.

      *  ONE MAINTENANCE TRANSACTION KEYED BY GUEST NUMBER - 'M'     *
      *  MERGES GUEST-1'S ENTRY INTO GUEST-2'S AND DROPS GUEST-1,    *
      *  'D' DELETES GUEST-1 - EVERY TRANSACTION NAMES THE OPERATOR  *
      *  WHO KEYED IT                                                *
       FD  TRAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GTR-REC
           RECORD CONTAINS 21 CHARACTERS.

       01  GTR-REC.
           05  GTR-ACTION               PIC X.
               88  TRAN-MERGE          VALUE 'M'.
               88  TRAN-DELETE         VALUE 'D'.
               88  TRAN-VALID          VALUE 'M' 'D'.
           05  GTR-GUEST-NO-1           PIC 9(6).
           05  GTR-GUEST-NO-2           PIC 9(6).
           05  GTR-OPERATOR             PIC X(8).

       FD  GUEST-HISTORY
           LABEL RECORD IS STANDARD
           05  GH-STAYS                 PIC 9(3).
           05  GH-NIGHTS                PIC 9(5).
           05  GH-DOLLARS               PIC S9(9)V99.
           05  GH-GUEST-NO              PIC 9(6).

       FD  PRTOUT
           LABEL RECORD IS OMITTED

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

      *  THE OPERATORS CLEARED FOR THIS PROGRAM AND THE ACTION       *
      *  CODES EACH MAY KEY - CAPPED AT 50                           *
       01  OPERATOR-AUTH-TABLE.
           05  OPERATOR-AUTH-ENTRY     OCCURS 50.
               10  OT-OPERATOR         PIC X(8).
               10  OT-ACTIONS          PIC X(5).

      *  ONE ENTRY PER GUEST ON THE HISTORY FILE - MERGES AND        *
      *  DELETES BLANK A SLOT'S NAME, AND BLANK SLOTS ARE SKIPPED    *
               10  GT-STAYS            PIC 9(3).
               10  GT-NIGHTS           PIC 9(5).
               10  GT-DOLLARS          PIC S9(9)V99.
               10  GT-GUEST-NO         PIC 9(6).

      *  HOLD AREA FOR SWAPPING TWO TABLE SLOTS WHILE RANKING *
       01  SWAP-HOLD-AREA.
           05  SH-STAYS        PIC 9(3).
           05  SH-NIGHTS       PIC 9(5).
           05  SH-DOLLARS      PIC S9(9)V99.
           05  SH-GUEST-NO     PIC 9(6).

      * THE MACHINE CLOCK'S OWN DATE, KEPT ONLY FOR THE RUN-LOG      *
      * TIMESTAMP ONCE THE PROCESSING DATE OVERRIDES I-DATE          *
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(4)    VALUE 'RANK'.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'NUMBER'.
           05  FILLER          PIC XX      VALUE ' '.
           05  FILLER          PIC X(5)    VALUE 'GUEST'.
           05  FILLER          PIC X(19)   VALUE ' '.
           05  FILLER          PIC X(5)    VALUE 'STAYS'.
           05  FILLER          PIC X(6)    VALUE 'NIGHTS'.
           05  FILLER          PIC X(6)    VALUE ' '.
           05  FILLER          PIC X(16)   VALUE 'LIFETIME DOLLARS'.
           05  FILLER          PIC X(51)   VALUE ' '.

       01  GH-DETAIL-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-GH-RANK       PIC ZZ9.
           05  FILLER          PIC X(5)    VALUE ' '.
           05  O-GH-GUEST-NO   PIC 9(6).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-GH-GUEST      PIC X(20).
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-GH-STAYS      PIC ZZ9.
           05  O-GH-NIGHTS     PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-GH-DOLLARS    PIC $$$$,$$$,$$9.99-.
           05  FILLER          PIC X(53)   VALUE ' '.

      *  ONE LINE PER MERGE/DELETE TRANSACTION, WHAT HAPPENED, AND   *
      *  THE OPERATOR WHO KEYED IT                                   *
       01  AUDIT-DETAIL-LINE.
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-ACTION    PIC X(8).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-GUEST-NO-1 PIC 9(6).
           05  FILLER          PIC X       VALUE ' '.
           05  O-AUD-GUEST-1   PIC X(20).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-GUEST-NO-2 PIC 9(6).
           05  FILLER          PIC X       VALUE ' '.
           05  O-AUD-GUEST-2   PIC X(20).
           05  FILLER          PIC XX      VALUE ' '.
           05  O-AUD-MSG       PIC X(40).
           05  FILLER          PIC XX      VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'OPER: '.
           05  O-AUD-OPERATOR  PIC X(8).
           05  FILLER          PIC X(6)    VALUE ' '.

       01  AUDIT-TOTAL-LINE.
           05  FILLER          PIC X(14)   VALUE 'TRANSACTIONS: '.

       1000-INIT.
           OPEN OUTPUT PRTOUT.
           OPEN EXTEND AUDIT-TRAIL.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO MACHINE-DATE.
           MOVE I-MM TO O-MM.

           PERFORM 1500-LOAD-GUEST-HISTORY.
           PERFORM 1900-LOAD-OPERATOR-AUTH.

           PERFORM 9100-HEADINGS.

                       MOVE GH-STAYS TO GT-STAYS(C-GH-CTR)
                       MOVE GH-NIGHTS TO GT-NIGHTS(C-GH-CTR)
                       MOVE GH-DOLLARS TO GT-DOLLARS(C-GH-CTR)
                       MOVE GH-GUEST-NO TO GT-GUEST-NO(C-GH-CTR)
                   END-IF.

      *  OPENS THE OPTIONAL TRANSACTION FILE - A MISSING FILE MEANS  *
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
               DISPLAY '*** COBLSC15 NO OPERATOR IS AUTHORIZED - '
                   'EVERY TRANSACTION REJECTED ***'.

       1910-READ-OPERATOR-AUTH.
           READ OPERATOR-AUTH
               AT END
                   MOVE 'YES' TO AUTH-EOF
               NOT AT END
                   IF (AU-PROGRAM = 'COBLSC15' OR AU-PROGRAM = 'ALL')
                     AND AU-OPERATOR NOT = SPACES
                     AND C-AUTH-CTR < 50
                       ADD 1 TO C-AUTH-CTR
                       MOVE AU-OPERATOR TO OT-OPERATOR(C-AUTH-CTR)
                       MOVE AU-ACTIONS TO OT-ACTIONS(C-AUTH-CTR)
                   END-IF.

       2000-MAINLINE.
           ADD 1 TO C-GT-TRAN-CTR.
           MOVE GTR-OPERATOR TO C-AUTH-OPERATOR.
           MOVE GTR-OPERATOR TO O-AUD-OPERATOR.
           MOVE GTR-ACTION TO C-AUTH-ACTION.
           PERFORM 2800-CHECK-OPERATOR.
           EVALUATE TRUE
               WHEN TRAN-VALID AND AUTH-SW = 'NO'
                   PERFORM 2850-NOT-AUTHORIZED
               WHEN TRAN-MERGE
                   PERFORM 2100-APPLY-MERGE
               WHEN TRAN-DELETE
           END-EVALUATE.
           PERFORM 9000-READ.

      *  FINDS GUEST-1'S LIVE ENTRY BY GUEST NUMBER AND PICKS UP     *
      *  THE NAME FOR THE REGISTER - MERGED/DELETED SLOTS ARE BLANK  *
      *  AND NEVER MATCH                                             *
       2050-FIND-GUEST-1.
           MOVE ' ' TO O-AUD-GUEST-1.
           PERFORM
               VARYING SUB-GH-1 FROM 1 BY 1
                   UNTIL SUB-GH-1 > C-GH-CTR
                       OR (GTR-GUEST-NO-1 = GT-GUEST-NO(SUB-GH-1)
                           AND GT-GUEST(SUB-GH-1) NOT = ' ').
           IF SUB-GH-1 NOT > C-GH-CTR
               MOVE GT-GUEST(SUB-GH-1) TO O-AUD-GUEST-1.

      *  FINDS GUEST-2'S LIVE ENTRY THE SAME WAY *
       2060-FIND-GUEST-2.
           MOVE ' ' TO O-AUD-GUEST-2.
           PERFORM
               VARYING SUB-GH-2 FROM 1 BY 1
                   UNTIL SUB-GH-2 > C-GH-CTR
                       OR (GTR-GUEST-NO-2 = GT-GUEST-NO(SUB-GH-2)
                           AND GT-GUEST(SUB-GH-2) NOT = ' ').
           IF SUB-GH-2 NOT > C-GH-CTR
               MOVE GT-GUEST(SUB-GH-2) TO O-AUD-GUEST-2.

      *  ADDS GUEST-1'S STAYS, NIGHTS, AND DOLLARS INTO GUEST-2'S    *
      *  ENTRY AND DROPS GUEST-1, SO A GUEST KEYED TWO WAYS GETS     *
      *  ONE ENTRY THAT REACHES THE LOYALTY THRESHOLD THEY EARNED    *
       2100-APPLY-MERGE.
           MOVE 'MERGE' TO O-AUD-ACTION.
           MOVE GTR-GUEST-NO-1 TO O-AUD-GUEST-NO-1.
           MOVE GTR-GUEST-NO-2 TO O-AUD-GUEST-NO-2.
           PERFORM 2050-FIND-GUEST-1.
           PERFORM 2060-FIND-GUEST-2.

           IF SUB-GH-1 > C-GH-CTR OR SUB-GH-2 > C-GH-CTR
               MOVE 'GUEST NOT ON FILE - NOT MERGED' TO O-AUD-MSG
                   MOVE ' ' TO GT-GUEST(SUB-GH-1)
                   MOVE 'MERGED' TO O-AUD-MSG
                   PERFORM 9400-AUDIT-LINE
                   ADD 1 TO C-GT-APPLIED-CTR
                   PERFORM 9800-WRITE-AUDIT-TRAIL.

      *  DROPS GUEST-1'S ENTRY FROM THE FILE *
       2200-APPLY-DELETE.
           MOVE 'DELETE' TO O-AUD-ACTION.
           MOVE GTR-GUEST-NO-1 TO O-AUD-GUEST-NO-1.
           MOVE 0 TO O-AUD-GUEST-NO-2.
           MOVE ' ' TO O-AUD-GUEST-2.
           PERFORM 2050-FIND-GUEST-1.

           IF SUB-GH-1 > C-GH-CTR
               MOVE 'GUEST NOT ON FILE - NOT DELETED' TO O-AUD-MSG
               MOVE ' ' TO GT-GUEST(SUB-GH-1)
               MOVE 'DELETED' TO O-AUD-MSG
               PERFORM 9400-AUDIT-LINE
               ADD 1 TO C-GT-APPLIED-CTR
               PERFORM 9800-WRITE-AUDIT-TRAIL.

      *  AN ACTION CODE OTHER THAN M OR D IS REPORTED AND SKIPPED *
       2300-BAD-ACTION.
           MOVE GTR-ACTION TO O-AUD-ACTION.
           MOVE GTR-GUEST-NO-1 TO O-AUD-GUEST-NO-1.
           MOVE GTR-GUEST-NO-2 TO O-AUD-GUEST-NO-2.
           MOVE ' ' TO O-AUD-GUEST-1.
           MOVE ' ' TO O-AUD-GUEST-2.
           MOVE 'ACTION MUST BE M OR D - SKIPPED' TO O-AUD-MSG.
           PERFORM 9400-AUDIT-LINE.
           ADD 1 TO C-GT-REJECT-CTR.

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
           MOVE GTR-ACTION TO O-AUD-ACTION.
           MOVE GTR-GUEST-NO-1 TO O-AUD-GUEST-NO-1.
           MOVE GTR-GUEST-NO-2 TO O-AUD-GUEST-NO-2.
           MOVE ' ' TO O-AUD-GUEST-1.
           MOVE ' ' TO O-AUD-GUEST-2.
           MOVE 'OPERATOR NOT AUTHORIZED - SKIPPED' TO O-AUD-MSG.
           PERFORM 9400-AUDIT-LINE.
           ADD 1 TO C-GT-REJECT-CTR.

       3000-CLOSING.
           MOVE C-GT-TRAN-CTR TO O-GT-TRAN-CTR.
           MOVE C-GT-APPLIED-CTR TO O-GT-APPLIED-CTR.

           IF C-TRAN-STATUS = '00'
               CLOSE TRAN-FILE.
           CLOSE AUDIT-TRAIL.
           CLOSE PRTOUT.

      *  RANKS THE SURVIVING ENTRIES BY LIFETIME DOLLARS, LARGEST    *
               MOVE GT-STAYS(SUB-SORT-B) TO SH-STAYS
               MOVE GT-NIGHTS(SUB-SORT-B) TO SH-NIGHTS
               MOVE GT-DOLLARS(SUB-SORT-B) TO SH-DOLLARS
               MOVE GT-GUEST-NO(SUB-SORT-B) TO SH-GUEST-NO
               MOVE GT-GUEST(SUB-SORT-B + 1) TO GT-GUEST(SUB-SORT-B)
               MOVE GT-STAYS(SUB-SORT-B + 1) TO GT-STAYS(SUB-SORT-B)
               MOVE GT-NIGHTS(SUB-SORT-B + 1)
                   TO GT-NIGHTS(SUB-SORT-B)
               MOVE GT-DOLLARS(SUB-SORT-B + 1)
                   TO GT-DOLLARS(SUB-SORT-B)
               MOVE GT-GUEST-NO(SUB-SORT-B + 1)
                   TO GT-GUEST-NO(SUB-SORT-B)
               MOVE SH-GUEST TO GT-GUEST(SUB-SORT-B + 1)
               MOVE SH-STAYS TO GT-STAYS(SUB-SORT-B + 1)
               MOVE SH-NIGHTS TO GT-NIGHTS(SUB-SORT-B + 1)
               MOVE SH-DOLLARS TO GT-DOLLARS(SUB-SORT-B + 1)
               MOVE SH-GUEST-NO TO GT-GUEST-NO(SUB-SORT-B + 1).

       9000-READ.
           READ TRAN-FILE
           IF GT-GUEST(SUB-GH) NOT = ' '
               ADD 1 TO C-RANK-CTR
               MOVE C-RANK-CTR TO O-GH-RANK
               MOVE GT-GUEST-NO(SUB-GH) TO O-GH-GUEST-NO
               MOVE GT-GUEST(SUB-GH) TO O-GH-GUEST
               MOVE GT-STAYS(SUB-GH) TO O-GH-STAYS
               MOVE GT-NIGHTS(SUB-GH) TO O-GH-NIGHTS
               MOVE GT-STAYS(SUB-GH) TO GH-STAYS
               MOVE GT-NIGHTS(SUB-GH) TO GH-NIGHTS
               MOVE GT-DOLLARS(SUB-GH) TO GH-DOLLARS
               MOVE GT-GUEST-NO(SUB-GH) TO GH-GUEST-NO
               WRITE GH-REC.
           ADD 1 TO SUB-GH.

           OPEN EXTEND RUN-LOG.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.

      *  APPENDS ONE APPLIED CHANGE TO THE SUITE-WIDE AUDIT TRAIL,   *
      *  STAMPED WITH THE MACHINE CLOCK - A MERGE IS KEYED BY THE    *
      *  GUEST NUMBER DROPPED, AS A CUSTOMER MERGE IS                *
       9800-WRITE-AUDIT-TRAIL.
           MOVE MACHINE-DATE TO AT-RUN-DATE.
           MOVE I-TIME(1:6) TO AT-RUN-TIME.
           MOVE 'COBLSC15' TO AT-PROGRAM.
           MOVE C-AUTH-OPERATOR TO AT-OPERATOR.
           MOVE C-AUTH-ACTION TO AT-ACTION.
           MOVE 'CBLGHIST' TO AT-FILE.
           MOVE GTR-GUEST-NO-1 TO AT-KEY.
           WRITE AT-REC.
      * READS THE SUITE-WIDE PROCESSING DATE SET BEFORE THE CHAIN    *
      * KICKS OFF - WHEN PRESENT IT REPLACES THE MACHINE CLOCK'S     *
      * DATE FOR EVERYTHING BUT THE RUN-LOG TIMESTAMP - A MISSING    *

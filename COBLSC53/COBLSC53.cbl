       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC53.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      **********************************************************
      *  AUDIT TRAIL INQUIRY - READS THE SUITE-WIDE AUDIT      *
      *  TRAIL EVERY MAINTENANCE PROGRAM APPENDS TO AND PRINTS *
      *  EVERY APPLIED CHANGE THAT FITS ANY OF THE INQUIRIES   *
      *  KEYED FOR THE RUN - BY FILE AND KEY, OPERATOR,        *
      *  PROGRAM, AND DATE RANGE - SO 'WHO CHANGED SALE 001234 *
      *  AND WHEN' IS ONE INQUIRY RECORD - WITH NO INQUIRIES   *
      *  KEYED THE WHOLE TRAIL IS LISTED                       *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  THE SUITE-WIDE AUDIT TRAIL - ONE RECORD PER CHANGE APPLIED  *
      *  BY ANY MAINTENANCE PROGRAM, IN THE ORDER APPLIED            *
           SELECT OPTIONAL AUDIT-TRAIL
               ASSIGN TO 'C:\IHCC\COBOL\CBLAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-AUDIT-STATUS.

      *  THE QUESTIONS FOR THIS RUN - ONE RECORD PER INQUIRY         *
           SELECT OPTIONAL AUDIT-INQUIRY
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC53\CBLAUINQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-INQ-STATUS.

      *  THE OPERATOR AUTHORIZATION FILE - READ ONLY FOR THE NAME    *
      *  BEHIND EACH OPERATOR ID                                     *
           SELECT OPTIONAL OPERATOR-AUTH
               ASSIGN TO 'C:\IHCC\COBOL\CBLOPAUT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-AUTH-STATUS.

      *  THE AUDIT INQUIRY REPORT  *
           SELECT PRTOUT
               ASSIGN TO 'C:\IHCC\COBOL\COBLSC53\AUDITINQ.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

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

      *  ONE APPLIED CHANGE - WHEN, WHICH PROGRAM, WHO, WHAT ACTION, *
      *  AND THE FILE AND KEY OF THE RECORD TOUCHED                  *
       FD  AUDIT-TRAIL
           LABEL RECORD IS OMITTED
           DATA RECORD IS AT-REC
           RECORD CONTAINS 59 CHARACTERS.

       01  AT-REC.
           05  AT-RUN-DATE.
               10  AT-RUN-YY   PIC 9(4).
               10  AT-RUN-MM   PIC 99.
               10  AT-RUN-DD   PIC 99.
           05  AT-RUN-TIME.
               10  AT-RUN-HH   PIC 99.
               10  AT-RUN-MI   PIC 99.
               10  AT-RUN-SS   PIC 99.
           05  AT-PROGRAM      PIC X(8).
           05  AT-OPERATOR     PIC X(8).
           05  AT-ACTION       PIC X.
           05  AT-FILE         PIC X(8).
           05  AT-KEY          PIC X(20).

      *  ONE INQUIRY - A CHANGE IS LISTED WHEN EVERY FIELD KEYED     *
      *  MATCHES IT - A BLANK FIELD OR A ZERO DATE MATCHES ANYTHING, *
      *  AND THE KEY IS COMPARED AS THE PROGRAM WROTE IT (A SALE     *
      *  NUMBER WITH ITS LEADING ZEROS, FOR INSTANCE)                *
       FD  AUDIT-INQUIRY
           LABEL RECORD IS OMITTED
           DATA RECORD IS IQ-REC
           RECORD CONTAINS 60 CHARACTERS.

       01  IQ-REC.
           05  IQ-FILE         PIC X(8).
           05  IQ-KEY          PIC X(20).
           05  IQ-OPERATOR     PIC X(8).
           05  IQ-PROGRAM      PIC X(8).
           05  IQ-FROM-DATE    PIC 9(8).
           05  IQ-TO-DATE      PIC 9(8).

      *  ONE OPERATOR'S RIGHTS IN ONE PROGRAM - ONLY THE ID AND THE  *
      *  NAME ARE USED HERE                                          *
       FD  OPERATOR-AUTH
           LABEL RECORD IS OMITTED
           DATA RECORD IS AU-REC
           RECORD CONTAINS 41 CHARACTERS.

       01  AU-REC.
           05  AU-OPERATOR     PIC X(8).
           05  AU-PROGRAM      PIC X(8).
           05  AU-ACTIONS      PIC X(5).
           05  AU-NAME         PIC X(20).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE             PIC X(132).

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
           05  C-AUDIT-STATUS  PIC XX      VALUE '00'.
           05  C-INQ-STATUS    PIC XX      VALUE '00'.
           05  INQ-EOF         PIC XXX     VALUE 'NO'.
           05  C-INQ-CTR       PIC 99      VALUE 0.
           05  SUB-INQ         PIC 99      VALUE 0.
           05  C-AUTH-STATUS   PIC XX      VALUE '00'.
           05  AUTH-EOF        PIC XXX     VALUE 'NO'.
           05  C-OPER-CTR      PIC 999     VALUE 0.
           05  SUB-OPER        PIC 999     VALUE 0.
           05  C-FIND-OPERATOR PIC X(8)    VALUE ' '.
           05  MATCH-SW        PIC XXX     VALUE 'NO'.
           05  C-GT-READ-CTR   PIC 9(7)    VALUE 0.
           05  C-GT-MATCH-CTR  PIC 9(7)    VALUE 0.

      *  THE INQUIRIES KEYED FOR THE RUN - CAPPED AT 20              *
       01  INQUIRY-TABLE.
           05  INQUIRY-ENTRY           OCCURS 20.
               10  IE-FILE             PIC X(8).
               10  IE-KEY              PIC X(20).
               10  IE-OPERATOR         PIC X(8).
               10  IE-PROGRAM          PIC X(8).
               10  IE-FROM-DATE        PIC 9(8).
               10  IE-TO-DATE          PIC 9(8).

      *  EVERY OPERATOR ID ON THE AUTHORIZATION FILE WITH THE NAME   *
      *  ON ITS FIRST RECORD - CAPPED AT 200                         *
       01  OPERATOR-NAME-TABLE.
           05  OPERATOR-NAME-ENTRY     OCCURS 200.
               10  ON-OPERATOR         PIC X(8).
               10  ON-NAME             PIC X(20).

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
           05  FILLER          PIC X(8)    VALUE 'COBLSC53'.
           05  FILLER          PIC X(48)   VALUE ' '.
           05  FILLER          PIC X(9)    VALUE '  CHAPMAN'.
           05  FILLER          PIC X(9)    VALUE ' DIVISION'.
           05  FILLER          PIC X(58)   VALUE ' '.

       01  REPORT-TITLE-LINE.
           05  FILLER          PIC X(54)   VALUE ' '.
           05  FILLER          PIC X(24)   VALUE
                                 'AUDIT TRAIL INQUIRY LIST'.
           05  FILLER          PIC X(54)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

      *  ONE LINE PER INQUIRY KEYED, SO THE READER SEES WHAT WAS     *
      *  ASKED - A BLANK COLUMN MEANS ANY                            *
       01  INQUIRY-LINE.
           05  FILLER          PIC X(9)    VALUE 'INQUIRY: '.
           05  FILLER          PIC X(6)    VALUE 'FILE: '.
           05  O-IQ-FILE       PIC X(8).
           05  FILLER          PIC X(7)    VALUE '  KEY: '.
           05  O-IQ-KEY        PIC X(20).
           05  FILLER          PIC X(12)   VALUE '  OPERATOR: '.
           05  O-IQ-OPERATOR   PIC X(8).
           05  FILLER          PIC X(11)   VALUE '  PROGRAM: '.
           05  O-IQ-PROGRAM    PIC X(8).
           05  FILLER          PIC X(8)    VALUE '  FROM: '.
           05  O-IQ-FROM-DATE  PIC X(10).
           05  FILLER          PIC X(6)    VALUE '  TO: '.
           05  O-IQ-TO-DATE    PIC X(10).
           05  FILLER          PIC X(9)    VALUE ' '.

       01  ALL-CHANGES-LINE.
           05  FILLER          PIC X(49)   VALUE
                  'NO INQUIRIES KEYED - EVERY CHANGE ON THE TRAIL IS'.
           05  FILLER          PIC X(7)    VALUE ' LISTED'.
           05  FILLER          PIC X(76)   VALUE ' '.

       01  CHANGE-COLUMN-HEADINGS.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE '   DATE   '.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(8)    VALUE '  TIME  '.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(8)    VALUE 'PROGRAM '.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(8)    VALUE 'OPERATOR'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(20)   VALUE 'OPERATOR NAME'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(8)    VALUE 'ACTION'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(8)    VALUE 'FILE'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(20)   VALUE 'KEY'.
           05  FILLER          PIC X(21)   VALUE ' '.

       01  CHANGE-DETAIL-LINE.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-CH-MM         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-CH-DD         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-CH-YY         PIC 9(4).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-CH-HH         PIC 99.
           05  FILLER          PIC X       VALUE ':'.
           05  O-CH-MI         PIC 99.
           05  FILLER          PIC X       VALUE ':'.
           05  O-CH-SS         PIC 99.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-CH-PROGRAM    PIC X(8).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-CH-OPERATOR   PIC X(8).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-CH-OPER-NAME  PIC X(20).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-CH-ACTION     PIC X(8).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-CH-FILE       PIC X(8).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-CH-KEY        PIC X(20).
           05  FILLER          PIC X(21)   VALUE ' '.

       01  CHANGE-TOTAL-LINE.
           05  FILLER          PIC X(21)   VALUE
                                         'CHANGES ON THE TRAIL:'.
           05  O-GT-READ-CTR   PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(12)   VALUE '   MATCHING:'.
           05  O-GT-MATCH-CTR  PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(81)   VALUE ' '.

       01  NO-MATCH-LINE.
           05  FILLER          PIC X(39)   VALUE
                  '*** NO CHANGE ON THE TRAIL MATCHES ***'.
           05  FILLER          PIC X(93)   VALUE ' '.

       01  NO-TRAIL-LINE.
           05  FILLER          PIC X(44)   VALUE
                  '*** NO AUDIT TRAIL ON FILE - NO MAINTENANCE '.
           05  FILLER          PIC X(34)   VALUE
                  'CHANGE HAS BEEN APPLIED YET ***'.
           05  FILLER          PIC X(54)   VALUE ' '.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
       STOP RUN.

       1000-INIT.
           OPEN INPUT AUDIT-TRAIL.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO MACHINE-DATE.
           PERFORM 9955-GET-PROCESS-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           PERFORM 9100-HEADINGS.

           PERFORM 1100-LOAD-INQUIRIES.
           PERFORM 1200-LOAD-OPERATOR-NAMES.

           WRITE PRTLINE FROM CHANGE-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

           IF C-AUDIT-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           ELSE
               PERFORM 9000-READ.

      *  LOADS EVERY INQUIRY KEYED FOR THE RUN AND PRINTS IT AT THE  *
      *  TOP OF THE REPORT - A MISSING OR EMPTY FILE LISTS THE WHOLE *
      *  TRAIL                                                       *
       1100-LOAD-INQUIRIES.
           MOVE 'NO' TO INQ-EOF.
           OPEN INPUT AUDIT-INQUIRY.
           IF C-INQ-STATUS = '00'
               PERFORM 1110-READ-INQUIRY
                   UNTIL INQ-EOF = 'YES'
               CLOSE AUDIT-INQUIRY
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE AUDIT-INQUIRY
               MOVE 'YES' TO INQ-EOF.

           IF C-INQ-CTR = 0
               WRITE PRTLINE FROM ALL-CHANGES-LINE
                   AFTER ADVANCING 1 LINE.

      *  A DATE THAT IS BLANK OR NOT NUMERIC IS TAKEN AS ZERO - AN   *
      *  OPEN END OF THE RANGE                                       *
       1110-READ-INQUIRY.
           READ AUDIT-INQUIRY
               AT END
                   MOVE 'YES' TO INQ-EOF
               NOT AT END
                   IF C-INQ-CTR < 20
                       ADD 1 TO C-INQ-CTR
                       PERFORM 1120-LOAD-INQUIRY
                   END-IF.

       1120-LOAD-INQUIRY.
           MOVE IQ-FILE TO IE-FILE(C-INQ-CTR).
           MOVE IQ-KEY TO IE-KEY(C-INQ-CTR).
           MOVE IQ-OPERATOR TO IE-OPERATOR(C-INQ-CTR).
           MOVE IQ-PROGRAM TO IE-PROGRAM(C-INQ-CTR).
           MOVE 0 TO IE-FROM-DATE(C-INQ-CTR).
           MOVE 0 TO IE-TO-DATE(C-INQ-CTR).
           IF IQ-FROM-DATE NUMERIC
               MOVE IQ-FROM-DATE TO IE-FROM-DATE(C-INQ-CTR).
           IF IQ-TO-DATE NUMERIC
               MOVE IQ-TO-DATE TO IE-TO-DATE(C-INQ-CTR).

           MOVE IQ-FILE TO O-IQ-FILE.
           MOVE IQ-KEY TO O-IQ-KEY.
           MOVE IQ-OPERATOR TO O-IQ-OPERATOR.
           MOVE IQ-PROGRAM TO O-IQ-PROGRAM.
           MOVE ' ' TO O-IQ-FROM-DATE.
           MOVE ' ' TO O-IQ-TO-DATE.
           IF IE-FROM-DATE(C-INQ-CTR) > 0
               STRING IQ-FROM-DATE(5:2) '/' IQ-FROM-DATE(7:2) '/'
                   IQ-FROM-DATE(1:4)
                   DELIMITED BY SIZE INTO O-IQ-FROM-DATE.
           IF IE-TO-DATE(C-INQ-CTR) > 0
               STRING IQ-TO-DATE(5:2) '/' IQ-TO-DATE(7:2) '/'
                   IQ-TO-DATE(1:4)
                   DELIMITED BY SIZE INTO O-IQ-TO-DATE.
           WRITE PRTLINE FROM INQUIRY-LINE
               AFTER ADVANCING 1 LINE.

      *  LOADS THE NAME BEHIND EVERY OPERATOR ID - AN OPERATOR WITH  *
      *  SEVERAL PROGRAM RECORDS IS LOADED ONCE, AND A MISSING FILE  *
      *  LEAVES EVERY NAME BLANK                                     *
       1200-LOAD-OPERATOR-NAMES.
           MOVE 'NO' TO AUTH-EOF.
           OPEN INPUT OPERATOR-AUTH.
           IF C-AUTH-STATUS = '00'
               PERFORM 1210-READ-OPERATOR-AUTH
                   UNTIL AUTH-EOF = 'YES'
               CLOSE OPERATOR-AUTH
           ELSE
      * A MISSING OPTIONAL FILE STILL COMES BACK OPEN (STATUS '05') *
               CLOSE OPERATOR-AUTH
               MOVE 'YES' TO AUTH-EOF.

       1210-READ-OPERATOR-AUTH.
           READ OPERATOR-AUTH
               AT END
                   MOVE 'YES' TO AUTH-EOF
               NOT AT END
                   MOVE AU-OPERATOR TO C-FIND-OPERATOR
                   PERFORM 2210-FIND-OPERATOR
                   IF SUB-OPER > C-OPER-CTR AND C-OPER-CTR < 200
                       ADD 1 TO C-OPER-CTR
                       MOVE AU-OPERATOR TO ON-OPERATOR(C-OPER-CTR)
                       MOVE AU-NAME TO ON-NAME(C-OPER-CTR)
                   END-IF.

      *  A CHANGE IS LISTED WHEN IT FITS ANY ONE INQUIRY, OR ALWAYS  *
      *  WHEN NO INQUIRY WAS KEYED                                   *
       2000-MAINLINE.
           ADD 1 TO C-GT-READ-CTR.
           IF C-INQ-CTR = 0
               MOVE 'YES' TO MATCH-SW
           ELSE
               MOVE 'NO' TO MATCH-SW
               PERFORM 2100-MATCH-INQUIRY THRU 2100-EXIT
                   VARYING SUB-INQ FROM 1 BY 1
                       UNTIL SUB-INQ > C-INQ-CTR
                           OR MATCH-SW = 'YES'.
           IF MATCH-SW = 'YES'
               PERFORM 2200-CHANGE-LINE.
           PERFORM 9000-READ.

      *  EVERY FIELD KEYED ON THE INQUIRY MUST MATCH THE CHANGE -    *
      *  THE FIRST ONE THAT DOES NOT SENDS IT ON TO THE NEXT INQUIRY *
       2100-MATCH-INQUIRY.
           IF IE-FILE(SUB-INQ) NOT = SPACES
             AND IE-FILE(SUB-INQ) NOT = AT-FILE
               GO TO 2100-EXIT.
           IF IE-KEY(SUB-INQ) NOT = SPACES
             AND IE-KEY(SUB-INQ) NOT = AT-KEY
               GO TO 2100-EXIT.
           IF IE-OPERATOR(SUB-INQ) NOT = SPACES
             AND IE-OPERATOR(SUB-INQ) NOT = AT-OPERATOR
               GO TO 2100-EXIT.
           IF IE-PROGRAM(SUB-INQ) NOT = SPACES
             AND IE-PROGRAM(SUB-INQ) NOT = AT-PROGRAM
               GO TO 2100-EXIT.
           IF IE-FROM-DATE(SUB-INQ) > 0
             AND AT-RUN-DATE < IE-FROM-DATE(SUB-INQ)
               GO TO 2100-EXIT.
           IF IE-TO-DATE(SUB-INQ) > 0
             AND AT-RUN-DATE > IE-TO-DATE(SUB-INQ)
               GO TO 2100-EXIT.
           MOVE 'YES' TO MATCH-SW.

       2100-EXIT.
           EXIT.

      *  PRINTS ONE MATCHING CHANGE - THE ACTION CODE IS SPELLED OUT *
      *  THE WAY THE PROGRAM THAT APPLIED IT USES IT                 *
       2200-CHANGE-LINE.
           ADD 1 TO C-GT-MATCH-CTR.
           MOVE AT-RUN-MM TO O-CH-MM.
           MOVE AT-RUN-DD TO O-CH-DD.
           MOVE AT-RUN-YY TO O-CH-YY.
           MOVE AT-RUN-HH TO O-CH-HH.
           MOVE AT-RUN-MI TO O-CH-MI.
           MOVE AT-RUN-SS TO O-CH-SS.
           MOVE AT-PROGRAM TO O-CH-PROGRAM.
           MOVE AT-OPERATOR TO O-CH-OPERATOR.
           MOVE AT-FILE TO O-CH-FILE.
           MOVE AT-KEY TO O-CH-KEY.

           MOVE AT-OPERATOR TO C-FIND-OPERATOR.
           PERFORM 2210-FIND-OPERATOR.
           IF SUB-OPER > C-OPER-CTR
               MOVE 'NOT ON FILE' TO O-CH-OPER-NAME
           ELSE
               MOVE ON-NAME(SUB-OPER) TO O-CH-OPER-NAME.

           EVALUATE TRUE
               WHEN AT-PROGRAM = 'COBLSC19' AND AT-ACTION = 'R'
                   MOVE 'RECON' TO O-CH-ACTION
               WHEN AT-PROGRAM = 'COBLSC19' AND AT-ACTION = 'P'
                   MOVE 'RESALE' TO O-CH-ACTION
               WHEN AT-ACTION = 'A'
                   MOVE 'ADD' TO O-CH-ACTION
               WHEN AT-ACTION = 'C'
                   MOVE 'CHANGE' TO O-CH-ACTION
               WHEN AT-ACTION = 'D'
                   MOVE 'DELETE' TO O-CH-ACTION
               WHEN AT-ACTION = 'R'
                   MOVE 'REVERSE' TO O-CH-ACTION
               WHEN AT-ACTION = 'M'
                   MOVE 'MERGE' TO O-CH-ACTION
               WHEN OTHER
                   MOVE AT-ACTION TO O-CH-ACTION
           END-EVALUATE.

           WRITE PRTLINE FROM CHANGE-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS
                       WRITE PRTLINE FROM CHANGE-COLUMN-HEADINGS
                           AFTER ADVANCING 2 LINES
                       WRITE PRTLINE FROM BLANK-LINE
                           AFTER ADVANCING 1 LINE.

      *  SEARCHES THE NAME TABLE FOR C-FIND-OPERATOR - SUB-OPER IS   *
      *  LEFT PAST C-OPER-CTR WHEN THE ID IS NOT ON FILE             *
       2210-FIND-OPERATOR.
           PERFORM
               VARYING SUB-OPER FROM 1 BY 1
                   UNTIL SUB-OPER > C-OPER-CTR
                       OR ON-OPERATOR(SUB-OPER) = C-FIND-OPERATOR.

       3000-CLOSING.
           IF C-AUDIT-STATUS NOT = '00'
               WRITE PRTLINE FROM NO-TRAIL-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               IF C-GT-MATCH-CTR = 0
                   WRITE PRTLINE FROM NO-MATCH-LINE
                       AFTER ADVANCING 2 LINES.

           MOVE C-GT-READ-CTR TO O-GT-READ-CTR.
           MOVE C-GT-MATCH-CTR TO O-GT-MATCH-CTR.
           WRITE PRTLINE FROM CHANGE-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           PERFORM 9500-WRITE-RUN-LOG.

           CLOSE AUDIT-TRAIL.
           CLOSE PRTOUT.

       9000-READ.
           READ AUDIT-TRAIL
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

      * APPENDS THIS RUN'S VOLUME TO THE SHARED OPERATIONS LOG -      *
      * RECORDS IN IS THE CHANGES READ OFF THE TRAIL, RECORDS OUT IS  *
      * THE CHANGES LISTED, AND NOTHING IS REJECTED                   *
       9500-WRITE-RUN-LOG.
           MOVE 'COBLSC53' TO RL-PROGRAM.
           MOVE M-RUN-MM TO RL-RUN-MM.
           MOVE M-RUN-DD TO RL-RUN-DD.
           MOVE M-RUN-YY TO RL-RUN-YYYY.
           MOVE I-TIME(1:2) TO RL-RUN-HH.
           MOVE I-TIME(3:2) TO RL-RUN-MI.
           MOVE I-TIME(5:2) TO RL-RUN-SS.
           MOVE C-GT-READ-CTR TO RL-RECS-IN.
           MOVE C-GT-MATCH-CTR TO RL-RECS-OUT.
           MOVE 0 TO RL-RECS-REJ.
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

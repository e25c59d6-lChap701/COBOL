      *  ORDER FILE, AND PRINTS A REORDER SUGGESTION REPORT    *
      *  (OPEN DEMAND MINUS ON HAND, BY POP TYPE) SO           *
      *  PURCHASING IS DRIVEN OFF THE SAME ORDERS THE SALES    *
      *  REPORT READS INSTEAD OF GUT FEEL - EACH TRUCK ALSO    *
      *  CARRIES THE DISTRIBUTOR'S INVOICE PRICE PER CASE, AND *
      *  THE ON-HAND FILE KEEPS A RUNNING AVERAGE COST PER     *
      *  CASE BY POP TYPE FOR THE NET PROCEEDS REPORT          *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  POP-INVENTORY
           LABEL RECORD IS OMITTED
           DATA RECORD IS PV-REC
           RECORD CONTAINS 13 CHARACTERS.

       01  PV-REC.
           05  PV-POP-TYPE     PIC 99.
           05  PV-ON-HAND      PIC S9(5)
                               SIGN LEADING SEPARATE.
      *  THE AVERAGE DISTRIBUTOR COST PER CASE OF WHAT HAS BEEN      *
      *  RECEIVED - BLANK ON A RECORD SAVED BEFORE COSTS WERE KEPT   *
           05  PV-AVG-COST     PIC 9(3)V99.

      *  ONE KEYED DELIVERY - A NEGATIVE CASE COUNT RELIEVES THE     *
      *  WAREHOUSE WHEN CASES GO OUT TO THE TEAMS                    *
       FD  DELIVERY-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS DL-REC
           RECORD CONTAINS 31 CHARACTERS.

       01  DL-REC.
           05  DL-POP-TYPE     PIC 99.
           05  DL-CASES        PIC S9(5)
                               SIGN LEADING SEPARATE.
           05  DL-DATE         PIC 9(8).
      *  THE DISTRIBUTOR'S INVOICE FOR A TRUCK COMING IN - LEFT      *
      *  BLANK ON A NEGATIVE (RELIEF) LINE                           *
           05  DL-INVOICE-NO   PIC X(10).
           05  DL-CASE-COST    PIC 9(3)V99.

      *  ONE RECORD OF THE STATE/TEAM/POP-TYPE MAINTENANCE FILE - A    *
      *  RECORD TYPE OF 'S' CARRIES A STATE DEPOSIT RATE, 'T' CARRIES *
           05  C-GT-DELIV-CTR  PIC 9(5)    VALUE 0.
           05  C-GT-SKIP-CTR   PIC 9(5)    VALUE 0.
           05  C-SUGGEST       PIC S9(6)   VALUE 0.
           05  C-NO-COST-CTR   PIC 9(5)    VALUE 0.
           05  C-COST-UNITS    PIC S9(6)   VALUE 0.
           05  C-COST-VALUE    PIC S9(9)V99 VALUE 0.

      *  ON-HAND AND COMMITTED CASES PER POP TYPE - THE POP TYPE'S   *
      *  CODE IS ITS POSITION, THE SAME RULE THE SALES REPORT USES - *
           05  POP-INV-ENTRY           OCCURS 20.
               10  PI-ON-HAND          PIC S9(5)   VALUE 0.
               10  PI-COMMITTED        PIC 9(6)    VALUE 0.
               10  PI-AVG-COST         PIC 9(3)V99 VALUE 0.

      *  STORES THE COMPILED DEFAULT POP TYPES AND CASE SIZES - THE  *
      *  RUNTIME WORK TABLE BELOW IS SEEDED FROM THESE AND EXTENDED  *
           05  FILLER          PIC X(11)   VALUE 'OPEN DEMAND'.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(13)   VALUE 'SUGGEST ORDER'.
           05  FILLER          PIC X(12)   VALUE ' '.
           05  FILLER          PIC X(8)    VALUE 'AVG COST'.
           05  FILLER          PIC X(53)   VALUE ' '.

       01  REORD-DETAIL-LINE.
           05  O-RO-POP-TYPE   PIC X(16).
      *  '** ORDER **' WHEN OPEN DEMAND RUNS PAST WHAT IS ON HAND  *
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-RO-FLAG       PIC X(11).
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-RO-AVG-COST   PIC $$$9.99.
           05  FILLER          PIC X(54)   VALUE ' '.

       01  REORD-TOTAL-LINE.
           05  FILLER          PIC X(14)   VALUE 'OPEN ORDERS:  '.
           05  FILLER          PIC X(23)   VALUE
                                  '   DELIVERIES POSTED:  '.
           05  O-GT-DELIV-CTR  PIC Z,ZZ9.
           05  FILLER          PIC X(21)   VALUE
                                  '   NO INVOICE COST:  '.
           05  O-NO-COST-CTR   PIC Z,ZZ9.
           05  FILLER          PIC X(59)   VALUE ' '.

       PROCEDURE DIVISION.
       0000-MAIN.
                   IF PV-POP-TYPE >= 1
                     AND PV-POP-TYPE <= C-POP-TYPE-CTR
                       MOVE PV-ON-HAND TO PI-ON-HAND(PV-POP-TYPE)
                       IF PV-AVG-COST NUMERIC
                           MOVE PV-AVG-COST
                               TO PI-AVG-COST(PV-POP-TYPE)
                       END-IF
                   END-IF.

      *  POSTS EVERY KEYED DELIVERY TO ITS POP TYPE'S ON-HAND COUNT  *
                     AND DL-POP-TYPE <= C-POP-TYPE-CTR
                     AND DL-CASES NUMERIC
                       ADD 1 TO C-GT-DELIV-CTR
                       IF DL-CASES > 0
                           PERFORM 1220-COST-DELIVERY THRU 1220-EXIT
                       END-IF
                       ADD DL-CASES TO PI-ON-HAND(DL-POP-TYPE)
                   ELSE
                       ADD 1 TO C-GT-SKIP-CTR
                   END-IF.

      *  FOLDS A TRUCK'S INVOICE PRICE INTO THE POP TYPE'S AVERAGE   *
      *  COST PER CASE, WEIGHTED BY THE CASES ALREADY ON HAND - A    *
      *  TRUCK KEYED WITHOUT A PRICE STILL POSTS ITS CASES BUT       *
      *  LEAVES THE AVERAGE ALONE AND IS COUNTED ON THE REPORT       *
       1220-COST-DELIVERY.
           IF DL-CASE-COST NOT NUMERIC
             OR DL-CASE-COST = 0
               ADD 1 TO C-NO-COST-CTR
               GO TO 1220-EXIT.

           IF PI-ON-HAND(DL-POP-TYPE) > 0
               MOVE PI-ON-HAND(DL-POP-TYPE) TO C-COST-UNITS
           ELSE
               MOVE 0 TO C-COST-UNITS.
           COMPUTE C-COST-VALUE =
               C-COST-UNITS * PI-AVG-COST(DL-POP-TYPE)
                   + DL-CASES * DL-CASE-COST.
           ADD DL-CASES TO C-COST-UNITS.
           COMPUTE PI-AVG-COST(DL-POP-TYPE) ROUNDED =
               C-COST-VALUE / C-COST-UNITS.

       1220-EXIT.
           EXIT.

      *  AN ORDER NOT YET MARKED DELIVERED COMMITS ITS CASES        *
      *  AGAINST THE WAREHOUSE                                      *
       2000-MAINLINE.

           MOVE C-GT-ORDER-CTR TO O-GT-ORDER-CTR.
           MOVE C-GT-DELIV-CTR TO O-GT-DELIV-CTR.
           MOVE C-NO-COST-CTR TO O-NO-COST-CTR.
           WRITE PRTLINE FROM REORD-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           ELSE
               MOVE 0 TO O-RO-SUGGEST
               MOVE ' ' TO O-RO-FLAG.
           MOVE PI-AVG-COST(SUB-POP) TO O-RO-AVG-COST.
           WRITE PRTLINE FROM REORD-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
       9410-WRITE-INVENTORY.
           MOVE SUB-POP TO PV-POP-TYPE.
           MOVE PI-ON-HAND(SUB-POP) TO PV-ON-HAND.
           MOVE PI-AVG-COST(SUB-POP) TO PV-AVG-COST.
           WRITE PV-REC.
           ADD 1 TO SUB-POP.


      *  EVERY MAPPING ON THE CHART-OF-ACCOUNTS FILE - THE BUSINESS  *
      *  LINE NAMES THE ACCOUNTS IT MAPS TO                          *
       01  COA-TABLE.
           05  COA-ENTRY               OCCURS 50 TIMES.
               10  CO-LINE             PIC X(10).
               10  CO-DEBIT-ACCT       PIC 9(4).
               10  CO-CREDIT-ACCT      PIC 9(4).
               AT END
                   MOVE 'YES' TO COA-EOF
               NOT AT END
                   IF C-COA-CTR < 50
                       ADD 1 TO C-COA-CTR
                       MOVE CA-BUSINESS-LINE TO CO-LINE(C-COA-CTR)
                       MOVE CA-DEBIT-ACCT TO CO-DEBIT-ACCT(C-COA-CTR)

       FD  INVOICE-EXTRACT
           LABEL RECORD IS OMITTED
           DATA RECORD IS IV-REC
           RECORD CONTAINS 94 CHARACTERS.

       01  IV-REC.
           05  IV-GUEST                 PIC X(20).
               88  TRANS-CANCEL        VALUE 'C'.
               88  TRANS-REFUND        VALUE 'R'.
           05  IV-LODGE-TAX             PIC S9(5)V99.
           05  FILLER                   PIC X(14).

       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD

      *  THE NEWEST MATCHING INVOICE RECORD HELD WHILE THE EXTRACT   *
      *  SCAN FINISHES                                               *
       01  HOLD-INVOICE        PIC X(94)   VALUE ' '.

      *  HOLDS EVERY CUSTOMER ON THE MASTER FOR THE BILL'S NAME      *
      *  LOOKUP - CAPPED AT 200 CUSTOMERS                            *

       FD  INVOICE-EXTRACT
           LABEL RECORD IS OMITTED
           DATA RECORD IS IV-REC
           RECORD CONTAINS 94 CHARACTERS.

       01  IV-REC.
           05  IV-GUEST                 PIC X(20).
               10  IV-INV-YY            PIC 9(4).
               10  IV-INV-MM            PIC 99.
               10  IV-INV-DD            PIC 99.
           05  FILLER                   PIC X(64).

       FD  PRTOUT
           LABEL RECORD IS OMITTED

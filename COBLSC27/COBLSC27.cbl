           05  GH-STAYS                 PIC 9(3).
           05  GH-NIGHTS                PIC 9(5).
           05  GH-DOLLARS               PIC S9(9)V99.
           05  GH-GUEST-NO              PIC 9(6).

       FD  PRTOUT
           LABEL RECORD IS OMITTED

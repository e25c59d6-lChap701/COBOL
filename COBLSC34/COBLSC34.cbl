       FD  GUEST-HISTORY-BAK
           LABEL RECORD IS STANDARD
           DATA RECORD IS BKG-REC
           RECORD CONTAINS 45 CHARACTERS.

       01  BKG-REC             PIC X(45).

       FD  INVOICE-BAK
           LABEL RECORD IS OMITTED
           DATA RECORD IS BKI-REC
           RECORD CONTAINS 94 CHARACTERS.

       01  BKI-REC             PIC X(94).

       FD  BOAT-MASTER
           LABEL RECORD IS STANDARD
       FD  GUEST-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS GH-REC
           RECORD CONTAINS 45 CHARACTERS.

       01  GH-REC              PIC X(45).

       FD  INVOICE-EXTRACT
           LABEL RECORD IS OMITTED
           DATA RECORD IS IV-REC
           RECORD CONTAINS 94 CHARACTERS.

       01  IV-REC              PIC X(94).

       FD  BACKUP-CONTROL
           LABEL RECORD IS OMITTED

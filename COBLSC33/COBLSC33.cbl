       01  GH-REC.
           05  FILLER                   PIC X(28).
           05  GH-DOLLARS               PIC S9(9)V99.
           05  FILLER                   PIC X(6).

       FD  INVOICE-EXTRACT
           LABEL RECORD IS OMITTED
           DATA RECORD IS IV-REC
           RECORD CONTAINS 94 CHARACTERS.

       01  IV-REC.
           05  FILLER                   PIC X(64).
           05  IV-TOTAL                 PIC S9(6)V99.
           05  FILLER                   PIC X(22).

       FD  BOAT-MASTER-BAK
           LABEL RECORD IS STANDARD
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

      *  ONE BACKUP CONTROL RECORD PER MASTER  *
       FD  BACKUP-CONTROL

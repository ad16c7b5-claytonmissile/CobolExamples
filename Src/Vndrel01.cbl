004100
004200 FD  BACKUP-FILE
004300     LABEL RECORDS ARE STANDARD.
004400 01  BACKUP-RECORD              PIC X(400).
004500 01  BACKUP-TRAILER-RECORD.
004600     05  BACKUP-TRAILER-ID    PIC X(7).
004700     05  BACKUP-RECORD-COUNT  PIC 9(7).
004800     05  BACKUP-AMOUNT-HASH   PIC S9(11)V99.
004900     05  FILLER               PIC X(366).
005000
005100 WORKING-STORAGE SECTION.
005200

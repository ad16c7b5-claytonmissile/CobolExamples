003100
003200 FD  BACKUP-FILE
003300     LABEL RECORDS ARE STANDARD.
003400 01  BACKUP-RECORD              PIC X(400).
003500 01  BACKUP-TRAILER-RECORD.
003600     05  BACKUP-TRAILER-ID    PIC X(7).
003700     05  BACKUP-RECORD-COUNT  PIC 9(7).
003800     05  BACKUP-AMOUNT-HASH   PIC S9(11)V99.
003900     05  FILLER               PIC X(366).
004000
004100 WORKING-STORAGE SECTION.
004200

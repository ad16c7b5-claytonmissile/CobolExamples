000100*---------------------------------
000200* FDCSHR - Record layout for
000300* the Cashier File. One record
000400* per store and cashier ID as
000500* the register sends it on the
000600* import line. The name is an
000700* employee's, so the reports
000800* that print it are restricted.
000900*---------------------------------
001000 FD  CASHIER-FILE
001100     LABEL RECORDS ARE STANDARD.
001200 01  CASHIER-RECORD.
001300     05  CSHR-KEY.
001400         10  CSHR-STORE       PIC 9(02).
001500         10  CSHR-ID          PIC X(06).
001600     05  CSHR-NAME            PIC X(30).
001700     05  CSHR-STATUS          PIC X(01).
001800         88  CSHR-IS-ACTIVE       VALUE "A".
001900         88  CSHR-IS-INACTIVE     VALUE "I".

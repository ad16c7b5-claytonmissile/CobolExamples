000100*---------------------------------
000200* FDADV - Record layout for the
000300* Travel Advance File. Cash
000400* given to an employee ahead
000500* of a trip stays open until
000600* expense reports have netted
000700* all of it.
000800*---------------------------------
000900 FD  ADVANCE-FILE
001000     LABEL RECORDS ARE STANDARD.
001100 01  ADVANCE-RECORD.
001200     05  ADV-NUMBER           PIC 9(06).
001300     05  ADV-EMPLOYEE         PIC 9(05).
001400     05  ADV-DATE             PIC 9(08).
001500     05  ADV-PURPOSE          PIC X(30).
001600     05  ADV-AMOUNT           PIC S9(6)V99.
001700     05  ADV-APPLIED          PIC S9(6)V99.
001800     05  ADV-VOUCHER-NO       PIC 9(05).
001900     05  ADV-LAST-REPORT      PIC 9(06).
002000     05  ADV-STATUS           PIC X(01).
002100         88  ADV-IS-OPEN          VALUE "O".
002200         88  ADV-IS-CLOSED        VALUE "C".

000400* Checks post negative, voids
000500* positive, so the account
000600* balance is a straight sum.
000610* A transfer between two of our
000620* accounts posts a line on each,
000630* both carrying the transfer
000640* number as the reference.
000700*---------------------------------
000800 FD  CASH-LEDGER-FILE
000900     LABEL RECORDS ARE STANDARD.
001600         88  CASHL-IS-ADJUSTMENT  VALUE "A".
001700         88  CASHL-IS-CHECK       VALUE "K".
001800         88  CASHL-IS-VOID        VALUE "V".
001850         88  CASHL-IS-TRANSFER    VALUE "T".
001900     05  CASHL-REF            PIC 9(06).
002000     05  CASHL-AMOUNT         PIC S9(9)V99.
002100     05  CASHL-DESC           PIC X(20).

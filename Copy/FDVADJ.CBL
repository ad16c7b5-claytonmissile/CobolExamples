000100*---------------------------------
000200* FDVADJ - Record layout for
000300* the Voucher G/L Correction
000400* file. Appended with OPEN
000500* EXTEND. A zero account means
000600* the voucher had no
000700* distribution and was posted
000800* to suspense. The dist
000900* company follows the same
001000* rule as on VCHRDIST: zero
001100* is the voucher's own.
001200*---------------------------------
001300 FD  VOUCHER-ADJ-FILE
001400     LABEL RECORDS ARE STANDARD.
001500 01  VOUCHER-ADJ-RECORD.
001600     05  VADJ-DATE            PIC 9(08).
001700     05  VADJ-VOUCHER-NO      PIC 9(05).
001800     05  VADJ-COMPANY         PIC 9(02).
001900     05  VADJ-DIST-COMPANY    PIC 9(02).
002000     05  VADJ-ACCOUNT         PIC 9(05).
002100     05  VADJ-AMOUNT          PIC S9(6)V99.

000100*---------------------------------
000200* WSINVL01 - Working storage for
000300* the shared invoice receipt log
000400* routines. See PLINVL01 for
000500* usage.
000600*---------------------------------
000700 01  INVL-MATCH-VENDOR        PIC 9(05).
000800 01  INVL-MATCH-INVOICE       PIC X(15).
000900 01  INVL-MATCH-VOUCHER       PIC 9(05).
001000 01  INVL-LOG-FOUND           PIC X.
001100 01  INVL-SCAN-AT-END         PIC X.
001200 01  INVL-DATE-DISPLAY        PIC Z9/99/9999.

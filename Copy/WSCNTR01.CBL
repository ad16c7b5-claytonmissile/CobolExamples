000100*---------------------------------
000200* WSCNTR01 - Working storage for
000300* the shared contract routines.
000400* See PLCNTR01 for usage.
000500*---------------------------------
000600 01  CONTRACT-TO-CHECK        PIC X(08).
000700 01  CONTRACT-VENDOR-CHECK    PIC 9(05).
000800 01  CONTRACT-IS-VALID        PIC X    VALUE "N".
000900 01  CONTRACT-SKIP-VOUCHER    PIC 9(05).
001000 01  CONTRACT-SPENT-TO-DATE   PIC S9(9)V99.
001100 01  CONTRACT-SPENT-AFTER     PIC S9(9)V99.
001150 01  CONTRACT-VOUCHER-COUNT   PIC 9(5).
001200 01  CONTRACT-CATG-SUB        PIC 9.
001300 01  CONTRACT-CATG-COVERED    PIC X.
001400 01  CONTRACT-SCAN-AT-END     PIC X.
001500 01  CONTRACT-AMOUNT-DISPLAY  PIC ZZZ,ZZZ,ZZ9.99-.
001600 01  CONTRACT-HOLD-VOUCHER    PIC X(300).

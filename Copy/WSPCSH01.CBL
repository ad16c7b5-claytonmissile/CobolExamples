000100*---------------------------------
000200* WSPCSH01 - Working storage for
000300* the shared petty cash fund
000400* position. See PLPCSH01 for
000500* usage.
000600*---------------------------------
000700 01  FUND-SLIP-STATE          PIC X.
000800     88  FUND-SLIP-ON-HAND        VALUE "H".
000900     88  FUND-SLIP-IN-TRANSIT     VALUE "T".
001000     88  FUND-SLIP-SETTLED        VALUE "S".
001100 01  FUND-SLIP-AT-END         PIC X.
001200 01  FUND-SLIPS-ON-HAND       PIC S9(6)V99.
001300 01  FUND-IN-TRANSIT          PIC S9(6)V99.
001400 01  FUND-EXPECTED-CASH       PIC S9(6)V99.

000100*---------------------------------
000200* WSRBT01 - Working storage for
000300* the rebate tier routine. See
000400* PLRBT01 for usage.
000500*---------------------------------
000600 77  REBATE-TIER-SUB          PIC 9.
000700 77  REBATE-RATE              PIC 9(02)V999.
000800 77  REBATE-EARNED            PIC S9(07)V99.
000900 77  REBATE-TO-NEXT-TIER      PIC S9(09)V99.

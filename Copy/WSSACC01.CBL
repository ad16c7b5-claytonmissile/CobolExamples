000100*---------------------------------
000200* WSSACC01 - Working storage for
000300* the full-display choice and
000400* the sensitive value access
000500* log. See PLSACC01 for usage.
000600*---------------------------------
000700 01  SACC-SHOW-FULL           PIC X     VALUE "N".
000800 01  SACC-ANSWER              PIC X.
000900 01  SACC-VENDOR              PIC 9(5).
001000 01  SACC-WHAT                PIC X(9).
001100 01  SACC-TODAY               PIC 9(8).
001200 01  SACC-TIME-NOW            PIC 9(6).

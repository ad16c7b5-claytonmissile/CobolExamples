000100*---------------------------------
000200* WSMASK01 - Working storage for
000300* the tax id and bank account
000400* masking routine. See PLMASK01
000500* for usage.
000600*---------------------------------
000700 01  MASK-VALUE               PIC X(17).
000800 01  MASK-SUB                 PIC 99.
000900 01  MASK-KEPT                PIC 9.
001000 01  MASK-WIDE-VALUE          PIC X(34).

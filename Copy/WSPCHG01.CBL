000100*---------------------------------
000200* WSPCHG01 - Working storage for
000300* the shared vendor pending
000400* change routines. See PLPCHG01
000500* for usage.
000600*---------------------------------
000700 01  PCHG-SCAN-VENDOR         PIC 9(05).
000800 01  PCHG-LAST-SEQUENCE       PIC 9(04).
000900 01  PCHG-REMIT-PENDING       PIC X.
001000 01  PCHG-TAX-PENDING         PIC X.
001100 01  PCHG-BANK-PENDING        PIC X.
001200 01  PCHG-WAS-QUEUED          PIC X.
001300 01  PCHG-FILE-AT-END         PIC X.
001400 01  PCHG-HOLD-KIND           PIC X.
001500 01  PCHG-HOLD-RECORD         PIC X(319).

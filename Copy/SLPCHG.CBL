000100*---------------------------------
000200* SLPCHG - File control entry
000300* for the Vendor Pending Change
000400* File, keyed by vendor number
000500* plus a change sequence so a
000600* vendor's requests read back
000700* in the order they were keyed.
000800* OPTIONAL because the file
000900* does not exist until the
001000* first change is requested.
001100*---------------------------------
001200     SELECT OPTIONAL PENDING-CHANGE-FILE
001300         ASSIGN TO "VNDPCHG"
001400         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS PCHG-KEY.

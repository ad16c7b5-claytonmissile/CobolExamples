000100*---------------------------------
000200* SLLSH - File control entry
000300* for the Lease Payment History
000400* File, keyed by lease and
000500* payment number with an
000600* alternate key on the payment
000700* voucher, so voucher work can
000800* tell a lease payment from
000900* any other.
001000*---------------------------------
001100     SELECT LEASE-HISTORY-FILE
001200         ASSIGN TO "LEASEHST"
001300         ORGANIZATION IS INDEXED
001400         ACCESS MODE IS DYNAMIC
001500         RECORD KEY IS LSH-KEY
001600         ALTERNATE RECORD KEY IS LSH-VOUCHER-NO
001700             WITH DUPLICATES.

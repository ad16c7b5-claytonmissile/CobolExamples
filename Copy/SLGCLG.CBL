000100*---------------------------------
000200* SLGCLG - File control entry
000300* for the Gift Card Ledger
000400* File, keyed by date, store,
000500* card and transaction type.
000600* OPTIONAL because the file
000700* does not exist until the
000800* first gift card line loads.
000900*---------------------------------
001000     SELECT OPTIONAL GIFT-CARD-LEDGER-FILE
001100         ASSIGN TO "GCLEDGR"
001200         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS GCL-KEY.

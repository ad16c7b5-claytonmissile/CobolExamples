000100*---------------------------------
000200* SLCSHR - File control entry
000300* for the Cashier File: the
000400* cashiers each store's
000500* registers sign on as.
000600* OPTIONAL because the file does
000700* not exist until the first
000800* cashier is keyed.
000900*---------------------------------
001000     SELECT OPTIONAL CASHIER-FILE
001100         ASSIGN TO "CASHIER"
001200         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS CSHR-KEY.

000100*---------------------------------
000200* SLSTXH - File control entry
000300* for the Sales Tax Filing
000400* History File, keyed by
000500* jurisdiction and month, with
000600* the remittance voucher as an
000700* alternate key.
000800*---------------------------------
000900     SELECT SALES-TAX-FILING-FILE
001000         ASSIGN TO "STAXFIL"
001100         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS DYNAMIC
001300         RECORD KEY IS STXH-KEY
001400         ALTERNATE RECORD KEY IS STXH-VOUCHER-NO
001500             WITH DUPLICATES.

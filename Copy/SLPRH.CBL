000100*---------------------------------
000200* SLPRH - File control entry for
000300* the Percentage Rent History
000400* File, keyed by store and
000500* statement month, with the
000600* voucher as an alternate key.
000700*---------------------------------
000800     SELECT PERCENT-RENT-HISTORY-FILE
000900         ASSIGN TO "PCTRHST"
001000         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001200         RECORD KEY IS PRH-KEY
001300         ALTERNATE RECORD KEY IS PRH-VOUCHER-NO
001400             WITH DUPLICATES.

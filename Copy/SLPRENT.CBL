000100*---------------------------------
000200* SLPRENT - File control entry
000300* for the Percentage Rent Terms
000400* File, keyed by store.
000500*---------------------------------
000600     SELECT PERCENT-RENT-FILE
000700         ASSIGN TO "PCTRENT"
000800         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS PRENT-STORE.

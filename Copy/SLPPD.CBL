000100*---------------------------------
000200* SLPPD - File control entry
000300* for the Prepaid Schedule File.
000400*---------------------------------
000500     SELECT PREPAID-FILE
000600         ASSIGN TO "PREPAID"
000700         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS PPD-KEY.

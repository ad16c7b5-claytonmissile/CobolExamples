000100*---------------------------------
000200* SLADV - File control entry
000300* for the Travel Advance File.
000400*---------------------------------
000500     SELECT ADVANCE-FILE
000600         ASSIGN TO "TRVLADV"
000700         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS ADV-NUMBER.

000100*---------------------------------
000200* SLCNTR - File control entry
000300* for the Contract Master File.
000400*---------------------------------
000500     SELECT CONTRACT-FILE
000600         ASSIGN TO "CONTRACT"
000700         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS CNTR-NUMBER.

000100*---------------------------------
000200* SLALCR - File control entry
000300* for the Shared Cost
000400* Allocation Rule File.
000500*---------------------------------
000600     SELECT ALLOC-RULE-FILE
000700         ASSIGN TO "ALCRULE"
000800         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS ALC-RULE-ID.

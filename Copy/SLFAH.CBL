000100*---------------------------------
000200* SLFAH - File control entry
000300* for the Asset Depreciation
000400* History File.
000500*---------------------------------
000600     SELECT ASSET-HISTORY-FILE
000700         ASSIGN TO "ASSETHST"
000800         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS FAH-KEY.

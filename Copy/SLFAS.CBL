000100*---------------------------------
000200* SLFAS - File control entry
000300* for the Fixed Asset File.
000400*---------------------------------
000500     SELECT FIXED-ASSET-FILE
000600         ASSIGN TO "FIXASSET"
000700         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS FAS-KEY.

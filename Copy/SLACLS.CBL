000100*---------------------------------
000200* SLACLS - File control entry
000300* for the Asset Class File.
000400*---------------------------------
000500     SELECT ASSET-CLASS-FILE
000600         ASSIGN TO "ASSETCLS"
000700         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS ACLS-CODE.

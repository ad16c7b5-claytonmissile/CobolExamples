000100*---------------------------------
000200* SLLSE - File control entry
000300* for the Lease File.
000400*---------------------------------
000500     SELECT LEASE-FILE
000600         ASSIGN TO "LEASES"
000700         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS LSE-RECUR-NUMBER.

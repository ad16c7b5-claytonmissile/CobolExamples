000100*---------------------------------
000200* SLPCF - File control entry
000300* for the Petty Cash Fund File.
000400*---------------------------------
000500     SELECT PETTY-CASH-FUND-FILE
000600         ASSIGN TO "PCFUND"
000700         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS PCF-STORE.

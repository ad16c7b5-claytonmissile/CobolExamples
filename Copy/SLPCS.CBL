000100*---------------------------------
000200* SLPCS - File control entry
000300* for the Petty Cash Slip File.
000400*---------------------------------
000500     SELECT PETTY-CASH-SLIP-FILE
000600         ASSIGN TO "PCSLIP"
000700         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS PCS-KEY.

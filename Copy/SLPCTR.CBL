000100*---------------------------------
000200* SLPCTR - File control entry
000300* for the Purchasing Card
000400* Transaction File.
000500*---------------------------------
000600     SELECT PCARD-TRANS-FILE
000700         ASSIGN TO "PCARDTRN"
000800         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS PCT-KEY.

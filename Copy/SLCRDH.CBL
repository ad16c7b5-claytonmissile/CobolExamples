000100*---------------------------------
000200* SLCRDH - File control entry
000300* for the Purchasing Cardholder
000400* File.
000500*---------------------------------
000600     SELECT CARDHOLDER-FILE
000700         ASSIGN TO "CARDHOLD"
000800         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS CRDH-CARD-ID.

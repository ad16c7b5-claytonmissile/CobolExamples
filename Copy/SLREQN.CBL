000100*---------------------------------
000200* SLREQN - File control entry
000300* for the Purchase Requisition
000400* File.
000500*---------------------------------
000600     SELECT REQUISITION-FILE
000700         ASSIGN TO "REQUISN"
000800         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS REQN-NUMBER
001100         ALTERNATE RECORD KEY IS REQN-VENDOR
001200             WITH DUPLICATES.

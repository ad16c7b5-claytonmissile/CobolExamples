000100*---------------------------------
000200* SLRBT - File control entry for
000300* the Vendor Rebate Agreement
000400* File: one record per vendor
000500* and program year. OPTIONAL
000600* because the file does not
000700* exist until the first
000800* agreement is keyed.
000900*---------------------------------
001000     SELECT OPTIONAL REBATE-FILE
001100         ASSIGN TO "VNDRBATE"
001200         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS RBT-KEY.

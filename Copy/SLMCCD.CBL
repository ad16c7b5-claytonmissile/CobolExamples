000100*---------------------------------
000200* SLMCCD - File control entry
000300* for the Merchant Category
000400* Default File.
000500*---------------------------------
000600     SELECT MCC-DEFAULT-FILE
000700         ASSIGN TO "MCCDFLT"
000800         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS MCC-CODE.

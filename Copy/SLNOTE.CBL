000100*---------------------------------
000200* SLNOTE - File control entry
000300* for the Notes Payable File.
000400*---------------------------------
000500     SELECT NOTE-FILE
000600         ASSIGN TO "NOTES"
000700         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS NOTE-NUMBER.

000100*---------------------------------
000200* SLTAXJ - File control entry
000300* for the Sales Tax Jurisdiction
000400* File. OPTIONAL because the
000500* file does not exist until the
000600* first jurisdiction is keyed.
000700*---------------------------------
000800     SELECT OPTIONAL TAX-JURISDICTION-FILE
000900         ASSIGN TO "TAXJUR"
001000         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001200         RECORD KEY IS TAXJ-CODE.

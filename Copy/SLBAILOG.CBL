000100*---------------------------------
000200* SLBAILOG - File control entry
000300* for the BAI2 file log: one
000400* line per bank file the BAI2
000500* import has posted, so the same
000600* file cannot be posted twice.
000700* OPTIONAL because the file does
000800* not exist until the first
000900* load.
001000*---------------------------------
001100     SELECT OPTIONAL BAI-LOG-FILE
001200         ASSIGN TO "BAILOG"
001300         ORGANIZATION IS LINE SEQUENTIAL.

000100*---------------------------------
000200* SLPROJ - File control entry
000300* for the Project Master File.
000400*---------------------------------
000500     SELECT PROJECT-FILE
000600         ASSIGN TO "PROJECT"
000700         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS PROJ-NUMBER.

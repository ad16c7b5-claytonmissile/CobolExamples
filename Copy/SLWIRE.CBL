000100*---------------------------------
000200* SLWIRE - File control entry
000300* for the Wire Request File,
000400* keyed by wire number. OPTIONAL
000500* because the file does not
000600* exist until the first wire is
000700* requested.
000800*---------------------------------
000900     SELECT OPTIONAL WIRE-FILE
001000         ASSIGN TO "WIREREQ"
001100         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS DYNAMIC
001300         RECORD KEY IS WIRE-NUMBER.

000100*---------------------------------
000200* SLSTOP - File control entry
000300* for the Stop Payment File,
000400* keyed by check number (one
000500* stop per check; a stop placed
000600* again after a release reuses
000700* the record). OPTIONAL because
000800* the file does not exist until
000900* the first stop is requested.
001000*---------------------------------
001100     SELECT OPTIONAL STOP-PAYMENT-FILE
001200         ASSIGN TO "STOPPAY"
001300         ORGANIZATION IS INDEXED
001400         ACCESS MODE IS DYNAMIC
001500         RECORD KEY IS STOP-CHECK-NO.

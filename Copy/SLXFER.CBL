000100*---------------------------------
000200* SLXFER - File control entry
000300* for the Bank Transfer File:
000400* one record per movement of
000500* funds between two of our own
000600* bank accounts, whether keyed,
000700* generated by a standing sweep
000800* rule or suggested ahead of a
000900* check run. OPTIONAL because
001000* the file does not exist until
001100* the first transfer is posted.
001200*---------------------------------
001300     SELECT OPTIONAL TRANSFER-FILE
001400         ASSIGN TO "BANKXFER"
001500         ORGANIZATION IS INDEXED
001600         ACCESS MODE IS DYNAMIC
001700         RECORD KEY IS XFER-NUMBER.

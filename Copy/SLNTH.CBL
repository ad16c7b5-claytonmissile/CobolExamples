000100*---------------------------------
000200* SLNTH - File control entry
000300* for the Note History File,
000400* keyed by note and sequence
000500* with an alternate key on the
000600* payment voucher, so voucher
000700* work can tell a note payment
000800* from any other.
000900*---------------------------------
001000     SELECT NOTE-HISTORY-FILE
001100         ASSIGN TO "NOTEHST"
001200         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS NTH-KEY
001500         ALTERNATE RECORD KEY IS NTH-VOUCHER-NO
001600             WITH DUPLICATES.

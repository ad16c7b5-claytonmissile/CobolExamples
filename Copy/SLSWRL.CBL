000100*---------------------------------
000200* SLSWRL - File control entry
000300* for the Sweep Rule File: the
000400* standing rule for a bank
000500* account, by account number.
000600* OPTIONAL because the file does
000700* not exist until the first rule
000800* is keyed.
000900*---------------------------------
001000     SELECT OPTIONAL SWEEP-RULE-FILE
001100         ASSIGN TO "SWEEPRUL"
001200         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS SWRL-BANK-ACCT.

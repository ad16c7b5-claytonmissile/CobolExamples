000100*---------------------------------
000200* SLACBCTL - Select clause for
000300* the Account Balance posting
000400* control file: a single record
000500* holding the last journal
000600* batch posted to the balances,
000700* so each run picks up only the
000800* batches that landed since.
000900*---------------------------------
001000     SELECT OPTIONAL ACB-CTL-FILE
001100         ASSIGN TO "ACBALCTL"
001200         ORGANIZATION IS LINE SEQUENTIAL.

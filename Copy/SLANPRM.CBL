000100*---------------------------------
000200* SLANPRM - File control entry
000300* for the one-record Payment
000400* Analytics Parameter File: the
000500* thresholds each continuous-
000600* audit test is run against.
000700* OPTIONAL because the run uses
000800* the standard thresholds until
000900* ANLPRM01 has saved a record.
001000*---------------------------------
001100     SELECT OPTIONAL ANALYTICS-PARM-FILE
001200         ASSIGN TO "APANLPRM"
001300         ORGANIZATION IS LINE SEQUENTIAL.

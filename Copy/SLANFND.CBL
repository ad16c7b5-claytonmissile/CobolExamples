000100*---------------------------------
000200* SLANFND - File control entry
000300* for the Payment Analytics
000400* Finding File: every exception
000500* the analytics run has raised,
000600* one record per test and
000700* subject, with the auditor's
000800* disposition. OPTIONAL because
000900* the file does not exist until
001000* the first run finds something.
001100*---------------------------------
001200     SELECT OPTIONAL ANALYTICS-FINDING-FILE
001300         ASSIGN TO "ANLFIND"
001400         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS AFND-KEY.

000100*---------------------------------
000200* SLBWIN - File control entry
000300* for the one-record Batch
000400* Window File. The nightly
000500* driver marks the window open
000600* as its first leg starts and
000700* closed when the cycle ends;
000800* every sign-on looks at it
000900* through BWSTAT01 and closes
001000* update authority while it is
001100* open. OPTIONAL - no file
001200* simply means no window has
001300* ever been opened.
001400*---------------------------------
001500     SELECT OPTIONAL BATCH-WINDOW-FILE
001600         ASSIGN TO "APBATWIN"
001700         ORGANIZATION IS LINE SEQUENTIAL.

000100*---------------------------------
000200* SLBHST - File control entry
000300* for the nightly batch run
000400* history: one line per leg
000500* per night, appended as each
000600* leg of APBATCH1 finishes and
000700* never rewritten, so the
000800* nights pile up for trending.
000900* OPTIONAL because the file
001000* does not exist until the
001100* first night writes it.
001200*---------------------------------
001300     SELECT OPTIONAL BATCH-HIST-FILE
001400         ASSIGN TO "APRUNHST"
001500         ORGANIZATION IS LINE SEQUENTIAL.

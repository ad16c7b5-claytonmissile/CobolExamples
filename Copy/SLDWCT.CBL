000100*---------------------------------
000200* SLDWCT - File control entry
000300* for the warehouse extract
000400* control file, the one-record
000500* file in which WHSXTR01 keeps
000600* how far the last extract got.
000700* OPTIONAL lets the first run
000800* open it before it has ever
000900* been saved; with no record on
001000* it the next extract is a full
001100* load.
001200*---------------------------------
001300     SELECT OPTIONAL DWCTL-FILE
001400         ASSIGN TO "DWHSCTL"
001500         ORGANIZATION IS LINE SEQUENTIAL.

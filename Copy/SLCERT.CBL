000100*---------------------------------
000200* SLCERT - File control entry
000300* for the Operator Access
000400* Certification History File,
000500* keyed by recertification cycle
000600* plus operator id so one
000700* cycle's operators read back
000800* together. OPTIONAL because the
000900* file does not exist until the
001000* first cycle is opened.
001100*---------------------------------
001200     SELECT OPTIONAL CERT-HISTORY-FILE
001300         ASSIGN TO "OPRCERT"
001400         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS CERT-KEY.

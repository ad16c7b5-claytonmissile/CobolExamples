000100*---------------------------------
000200* SLSAMP - File control entry
000300* for the Audit Sample File:
000400* every statistical sample drawn
000500* for the auditors, keyed by the
000600* sample name and item number.
000700* OPTIONAL because the file does
000800* not exist until the first
000900* sample is drawn.
001000*---------------------------------
001100     SELECT OPTIONAL AUDIT-SAMPLE-FILE
001200         ASSIGN TO "AUDSAMP"
001300         ORGANIZATION IS INDEXED
001400         ACCESS MODE IS DYNAMIC
001500         RECORD KEY IS SAMP-KEY.

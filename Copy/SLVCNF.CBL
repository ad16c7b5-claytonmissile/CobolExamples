000100*---------------------------------
000200* SLVCNF - File control entry
000300* for the Vendor Confirmation
000400* File: one record per vendor
000500* asked to confirm its balance,
000600* keyed by the as-of date and
000700* vendor. OPTIONAL because the
000800* file does not exist until the
000900* first letter run.
001000*---------------------------------
001100     SELECT OPTIONAL CONFIRMATION-FILE
001200         ASSIGN TO "VNDCONF"
001300         ORGANIZATION IS INDEXED
001400         ACCESS MODE IS DYNAMIC
001500         RECORD KEY IS CONF-KEY.

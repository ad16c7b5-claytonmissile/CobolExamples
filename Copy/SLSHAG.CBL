000100*---------------------------------
000200* SLSHAG - File control entry
000300* for the Hourly Sales Aggregate
000400* File, one record per store/
000500* date/hour rolled up from the
000600* daily sales detail by
000700* SLSAGG01. OPTIONAL because the
000800* file does not exist until the
000900* first roll runs.
001000*---------------------------------
001100     SELECT OPTIONAL HOURLY-AGG-FILE
001200         ASSIGN TO "SLSHAGG"
001300         ORGANIZATION IS INDEXED
001400         ACCESS MODE IS DYNAMIC
001500         RECORD KEY IS HAGG-KEY.

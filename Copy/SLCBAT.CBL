000100*---------------------------------
000200* SLCBAT - File control entry
000300* for the Card Batch File, keyed
000400* by store and batch date: what
000500* the registers took in card
000600* tender for the day and what
000700* the card processor settled
000800* for it. OPTIONAL because the
000900* file does not exist until the
001000* first tender or settlement
001100* line loads.
001200*---------------------------------
001300     SELECT OPTIONAL CARD-BATCH-FILE
001400         ASSIGN TO "CARDBAT"
001500         ORGANIZATION IS INDEXED
001600         ACCESS MODE IS DYNAMIC
001700         RECORD KEY IS CBAT-KEY.

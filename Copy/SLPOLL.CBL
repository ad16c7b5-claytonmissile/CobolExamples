000100*---------------------------------
000200* SLPOLL - File control entry
000300* for the POS Polling Control
000400* File, keyed by store and
000500* business day: whether the
000600* store's register file came
000700* in, and whether it balanced
000800* to its trailer. OPTIONAL
000900* because the file does not
001000* exist until the first feed
001100* loads or the first morning
001200* report builds the day's
001300* expected entries.
001400*---------------------------------
001500     SELECT OPTIONAL POLL-CONTROL-FILE
001600         ASSIGN TO "POLLCTL"
001700         ORGANIZATION IS INDEXED
001800         ACCESS MODE IS DYNAMIC
001900         RECORD KEY IS POLL-KEY.

000100*---------------------------------
000200* SLPROMO - File control entry
000300* for the Promotion Calendar
000400* File, keyed by promotion ID.
000500* OPTIONAL because the file
000600* does not exist until the
000700* first promotion is keyed.
000800*---------------------------------
000900     SELECT OPTIONAL PROMOTION-FILE
001000         ASSIGN TO "PROMO"
001100         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS DYNAMIC
001300         RECORD KEY IS PROMO-ID.

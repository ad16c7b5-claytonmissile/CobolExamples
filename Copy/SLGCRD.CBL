000100*---------------------------------
000200* SLGCRD - File control entry
000300* for the Gift Card File, keyed
000400* by card number. OPTIONAL
000500* because the file does not
000600* exist until the first card
000700* is issued.
000800*---------------------------------
000900     SELECT OPTIONAL GIFT-CARD-FILE
001000         ASSIGN TO "GIFTCRD"
001100         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS DYNAMIC
001300         RECORD KEY IS GC-CARD.

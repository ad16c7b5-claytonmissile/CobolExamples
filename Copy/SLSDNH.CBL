000100*---------------------------------
000200* SLSDNH - File control entry
000300* for the Sanctions Hit File:
000400* the review queue of possible
000500* SDN matches, one record per
000600* vendor and listed party.
000700* OPTIONAL because the file does
000800* not exist until the first
000900* screening finds something.
001000*---------------------------------
001100     SELECT OPTIONAL SANCTION-HIT-FILE
001200         ASSIGN TO "SDNHITS"
001300         ORGANIZATION IS INDEXED
001400         ACCESS MODE IS DYNAMIC
001500         RECORD KEY IS SDNH-KEY.

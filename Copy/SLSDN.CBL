000100*---------------------------------
000200* SLSDN - File control entry
000300* for the Sanctions List File:
000400* the OFAC Specially Designated
000500* Nationals list as last loaded,
000600* one record per name, alias or
000700* address of a listed party.
000800* OPTIONAL so screening finds
000900* nothing, rather than failing,
001000* before the first load.
001100*---------------------------------
001200     SELECT OPTIONAL SANCTION-FILE
001300         ASSIGN TO "SDNLIST"
001400         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS SDN-KEY.

000100*---------------------------------
000200* SLPRTL - File control entry
000300* for the nightly supplier
000400* portal extract: the payment
000500* status of every invoice on
000600* file for each vendor with a
000700* portal PIN, written fresh by
000800* VNDPTL01 for the web team to
000900* load. Plain text, one record
001000* per line.
001100*---------------------------------
001200     SELECT PORTAL-FILE
001300         ASSIGN TO "VNDPORTL"
001400         ORGANIZATION IS LINE SEQUENTIAL.

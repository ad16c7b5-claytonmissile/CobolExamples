000100*---------------------------------
000200* SLFWHLD - File control entry
000300* for the Foreign Withholding
000400* File, keyed by check number
000500* like the backup withholding
000600* file, so re-posting an
000700* interrupted check run is safe.
000800* OPTIONAL because the file does
000900* not exist until the first
001000* payment to a foreign payee.
001100*---------------------------------
001200     SELECT OPTIONAL FOREIGN-WHLD-FILE
001300         ASSIGN TO "FRNWHLD"
001400         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS FWHLD-CHECK-NO.

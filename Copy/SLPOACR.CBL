000100*---------------------------------
000200* SLPOACR - File control entry
000300* for the PO Accrual History
000400* File: every PO the month-end
000500* received-not-vouchered
000600* accrual booked, keyed by the
000700* period end and PO number.
000800* OPTIONAL because the file does
000900* not exist until the first
001000* accrual is run.
001100*---------------------------------
001200     SELECT OPTIONAL PO-ACCRUAL-FILE
001300         ASSIGN TO "POACCRHS"
001400         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS POACR-KEY.

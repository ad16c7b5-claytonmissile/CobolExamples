000100*---------------------------------
000200* SLCFIT - File control entry
000300* for the Cash Forecast Item
000400* File: one-off receipts and
000500* payments (a tax refund, a
000600* loan drawdown, an annual
000700* insurance premium) the cash
000800* flow forecast cannot see on
000900* any other file. OPTIONAL
001000* because the file does not
001100* exist until the first item is
001200* keyed.
001300*---------------------------------
001400     SELECT OPTIONAL CASH-ITEM-FILE
001500         ASSIGN TO "CFITEMS"
001600         ORGANIZATION IS INDEXED
001700         ACCESS MODE IS DYNAMIC
001800         RECORD KEY IS CFIT-NUMBER.

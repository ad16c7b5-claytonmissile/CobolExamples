000100*---------------------------------
000200* SLINVL - File control entry
000300* for the Invoice Receipt Log,
000400* keyed by log number, with the
000500* vendor and invoice number as
000600* an alternate key so voucher
000700* entry can find the paper's
000800* log entry, and the voucher it
000900* became as another. OPTIONAL
001000* because the file does not
001100* exist until the first invoice
001200* is logged.
001300*---------------------------------
001400     SELECT OPTIONAL INVOICE-LOG-FILE
001500         ASSIGN TO "INVLOG"
001600         ORGANIZATION IS INDEXED
001700         ACCESS MODE IS DYNAMIC
001800         RECORD KEY IS INVL-NUMBER
001900         ALTERNATE RECORD KEY IS INVL-VENDOR-INVOICE
002000             WITH DUPLICATES
002100         ALTERNATE RECORD KEY IS INVL-VOUCHER
002200             WITH DUPLICATES.

000100*---------------------------------
000200* SLOPNI - File control entry
000300* for the nightly Open-Item
000400* File: one record per open
000500* voucher with its open
000600* balance, vendor name and
000700* status, days past due and
000800* discount window worked out
000900* once by OPNITM01, and a
001000* control trailer last. The
001100* reports that used to scan
001200* the voucher and vendor
001300* masters read this instead
001400* when the trailer proves it
001500* current. OPTIONAL because
001600* the file does not exist
001700* until the first build.
001800*---------------------------------
001900     SELECT OPTIONAL OPEN-ITEM-FILE
002000         ASSIGN TO "OPENITEM"
002100         ORGANIZATION IS LINE SEQUENTIAL.

000100*---------------------------------
000200* FDFAH - Record layout for the
000300* Asset Depreciation History
000400* File. One record per asset
000500* per month depreciated, keyed
000600* by the asset number and the
000700* month (CCYYMM) the charge
000800* belongs to; the date the run
000900* journaled it can be later
001000* when a month was caught up.
001100*---------------------------------
001200 FD  ASSET-HISTORY-FILE
001300     LABEL RECORDS ARE STANDARD.
001400 01  ASSET-HISTORY-RECORD.
001500     05  FAH-KEY.
001600         10  FAH-VOUCHER-NO    PIC 9(05).
001700         10  FAH-LINE-NO       PIC 9(02).
001800         10  FAH-PERIOD        PIC 9(06).
001900     05  FAH-AMOUNT            PIC S9(6)V99.
002000     05  FAH-POSTED-DATE       PIC 9(08).

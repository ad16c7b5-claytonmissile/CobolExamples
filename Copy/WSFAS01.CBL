000100*---------------------------------
000200* WSFAS01 - Working storage for
000300* the shared depreciation
000400* routines. See PLFAS01 for
000500* usage.
000600*---------------------------------
000700 01  DEPR-PERIOD               PIC 9(6).
000800 01  DEPR-PERIOD-FIELDS REDEFINES DEPR-PERIOD.
000900     05  DEPR-PERIOD-YEAR      PIC 9(4).
001000     05  DEPR-PERIOD-MONTH     PIC 9(2).
001100 01  DEPR-AMOUNT               PIC S9(6)V99.
001200 01  DEPR-SL-AMOUNT            PIC S9(6)V99.
001300 01  DEPR-DB-AMOUNT            PIC S9(6)V99.
001400 01  DEPR-BOOK-LEFT            PIC S9(7)V99.
001500 01  DEPR-MONTHS-LEFT          PIC S9(3).

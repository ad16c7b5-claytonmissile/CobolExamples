000100*---------------------------------
000200* FDTAXJ - Record layout for the
000300* Sales Tax Jurisdiction File.
000400* One record per taxing
000500* jurisdiction the stores
000600* collect sales tax for: the
000700* combined rate, the taxing
000800* authority it is remitted to
000900* (set up as a vendor), the
001000* payable account the nightly
001100* sales journal credits, and
001200* the day of the following
001300* month the return is due.
001400*---------------------------------
001500 FD  TAX-JURISDICTION-FILE
001600     LABEL RECORDS ARE STANDARD.
001700 01  TAX-JURISDICTION-RECORD.
001800     05  TAXJ-CODE             PIC 9(03).
001900     05  TAXJ-NAME             PIC X(20).
002000*---------------------------------
002100* Rate as a percent, the same
002200* form as the state use-tax
002300* rate (07.250 means 7.25).
002400*---------------------------------
002500     05  TAXJ-RATE             PIC 9(2)V9(3).
002600     05  TAXJ-AUTHORITY        PIC 9(05).
002700     05  TAXJ-LIABILITY-ACCOUNT PIC 9(05).
002800     05  TAXJ-DUE-DAY          PIC 9(02).

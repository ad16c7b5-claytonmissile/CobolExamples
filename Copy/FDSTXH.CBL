000100*---------------------------------
000200* FDSTXH - Record layout for the
000300* Sales Tax Filing History
000400* File. One record per
000500* jurisdiction per month filed:
000600* the taxable and exempt sales
000700* and tax the return reported
000800* and the voucher that remits
000900* it (zero when no tax was
001000* due). A month stays filed
001100* while its voucher stands.
001200*---------------------------------
001300 FD  SALES-TAX-FILING-FILE
001400     LABEL RECORDS ARE STANDARD.
001500 01  SALES-TAX-FILING-RECORD.
001600     05  STXH-KEY.
001700         10  STXH-JURISDICTION PIC 9(03).
001800         10  STXH-PERIOD       PIC 9(06).
001900     05  STXH-TAXABLE          PIC S9(9)V99.
002000     05  STXH-EXEMPT           PIC S9(9)V99.
002100     05  STXH-TAX              PIC S9(7)V99.
002200     05  STXH-VOUCHER-NO       PIC 9(05).
002300     05  STXH-RUN-DATE         PIC 9(08).

000100*---------------------------------
000200* WSXFER01 - Working storage for
000300* the shared bank transfer
000400* posting routine. See PLXFER01
000500* for usage.
000600*---------------------------------
000700 01  NEW-XFER-NUMBER          PIC 9(06).
000800 01  NEW-XFER-DATE            PIC 9(08).
000900 01  NEW-XFER-FROM-ACCT       PIC 9(02).
001000 01  NEW-XFER-TO-ACCT         PIC 9(02).
001100 01  NEW-XFER-AMOUNT          PIC 9(9)V99.
001200 01  NEW-XFER-TYPE            PIC X(01).
001300 01  NEW-XFER-DESC            PIC X(20).
001400 01  NEW-XFER-ENTERED-BY      PIC X(08).
001500 01  NEW-XFER-NUMBER-USED     PIC X.
001600 01  XFER-CTL-AT-END          PIC X.

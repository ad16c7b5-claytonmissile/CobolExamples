000100*---------------------------------
000200* FDXFER - Record layout for the
000300* Bank Transfer File. The
000400* transfer number is the
000500* reference both cash ledger
000600* lines carry, so the two sides
000700* of a transfer can always be
000800* found together.
000900*---------------------------------
001000 FD  TRANSFER-FILE
001100     LABEL RECORDS ARE STANDARD.
001200 01  TRANSFER-RECORD.
001300     05  XFER-NUMBER          PIC 9(06).
001400     05  XFER-DATE            PIC 9(08).
001500     05  XFER-FROM-ACCT       PIC 9(02).
001600     05  XFER-TO-ACCT         PIC 9(02).
001700     05  XFER-AMOUNT          PIC 9(9)V99.
001800     05  XFER-TYPE            PIC X(01).
001900         88  XFER-IS-MANUAL       VALUE "M".
002000         88  XFER-IS-SWEEP        VALUE "S".
002100         88  XFER-IS-FUNDING      VALUE "F".
002200     05  XFER-DESC            PIC X(20).
002300     05  XFER-ENTERED-BY      PIC X(08).
002400*---------------------------------
002500* The journal batch the transfer
002600* was journaled under - zero
002700* until the nightly transfer
002800* journal has picked it up.
002900*---------------------------------
003000     05  XFER-JOURNAL-BATCH   PIC 9(06).
003100*---------------------------------
003200* The statement dates each side
003300* first appeared on the bank's
003400* prior-day file - zero while
003500* the bank has not yet shown it.
003600*---------------------------------
003700     05  XFER-FROM-SEEN-DATE  PIC 9(08).
003800     05  XFER-TO-SEEN-DATE    PIC 9(08).

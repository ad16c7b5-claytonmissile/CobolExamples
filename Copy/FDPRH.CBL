000100*---------------------------------
000200* FDPRH - Record layout for the
000300* Percentage Rent History File.
000400* One record per landlord
000500* statement: the lease year it
000600* falls in, the net sales and
000700* breakpoint to date, the rent
000800* earned to date, what this
000900* statement billed and the
001000* voucher that billed it (zero
001100* when nothing was due). What a
001200* lease year has been billed is
001300* the sum of its statements
001400* whose voucher still stands.
001500*---------------------------------
001600 FD  PERCENT-RENT-HISTORY-FILE
001700     LABEL RECORDS ARE STANDARD.
001800 01  PERCENT-RENT-HISTORY-RECORD.
001900     05  PRH-KEY.
002000         10  PRH-STORE         PIC 9(02).
002100         10  PRH-PERIOD        PIC 9(06).
002200     05  PRH-YEAR-START        PIC 9(06).
002300     05  PRH-NET-SALES         PIC S9(9)V99.
002400     05  PRH-BREAKPOINT        PIC S9(8)V99.
002500     05  PRH-RENT-TO-DATE      PIC S9(7)V99.
002600     05  PRH-BILLED            PIC S9(6)V99.
002700     05  PRH-VOUCHER-NO        PIC 9(05).
002800     05  PRH-RUN-DATE          PIC 9(08).

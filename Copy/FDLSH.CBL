000100*---------------------------------
000200* FDLSH - Record layout for the
000300* Lease Payment History File.
000400* One record per lease payment
000500* split, keyed by the lease and
000600* the payment number: the
000700* voucher that paid it, the
000800* month, how much was interest
000900* and how much came off the
001000* liability, the balance left,
001100* and the right-of-use
001200* amortization that goes with
001300* the month. POSTED-DATE is set
001400* when the month-end run
001500* journals the amortization.
001600*---------------------------------
001700 FD  LEASE-HISTORY-FILE
001800     LABEL RECORDS ARE STANDARD.
001900 01  LEASE-HISTORY-RECORD.
002000     05  LSH-KEY.
002100         10  LSH-RECUR-NUMBER  PIC 9(03).
002200         10  LSH-PAYMENT-NO    PIC 9(03).
002300     05  LSH-VOUCHER-NO        PIC 9(05).
002400     05  LSH-PERIOD            PIC 9(06).
002500     05  LSH-PAYMENT           PIC S9(6)V99.
002600     05  LSH-INTEREST          PIC S9(6)V99.
002700     05  LSH-PRINCIPAL         PIC S9(6)V99.
002800     05  LSH-BALANCE           PIC S9(7)V99.
002900     05  LSH-ROU-AMORT         PIC S9(6)V99.
003000     05  LSH-SPLIT-DATE        PIC 9(08).
003100     05  LSH-POSTED-DATE       PIC 9(08).

000100*---------------------------------
000200* FDPPD - Record layout for the
000300* Prepaid Schedule File. One
000400* record per voucher
000500* distribution line booked to a
000600* prepaid asset account, keyed
000700* the same as the line itself.
000800* The line's amount is expensed
000900* in equal monthly slices from
001000* the start month, the last
001100* slice taking the rounding.
001200*---------------------------------
001300 FD  PREPAID-FILE
001400     LABEL RECORDS ARE STANDARD.
001500 01  PREPAID-RECORD.
001600     05  PPD-KEY.
001700         10  PPD-VOUCHER-NO   PIC 9(05).
001800         10  PPD-LINE-NO      PIC 9(02).
001900     05  PPD-PREPAID-ACCOUNT  PIC 9(05).
002000     05  PPD-EXPENSE-ACCOUNT  PIC 9(05).
002100     05  PPD-COMPANY          PIC 9(02).
002200     05  PPD-CATEGORY         PIC 9(02).
002300     05  PPD-VENDOR           PIC 9(05).
002400     05  PPD-VOUCHER-DATE     PIC 9(08).
002500     05  PPD-AMOUNT           PIC S9(6)V99.
002600*---------------------------------
002700* The amount in USD at the
002800* voucher's rate, for the
002900* budget report
003000*---------------------------------
003100     05  PPD-BASE-AMOUNT      PIC S9(6)V99.
003200*---------------------------------
003300* First month expensed, CCYYMM
003400*---------------------------------
003500     05  PPD-START-PERIOD     PIC 9(06).
003600     05  PPD-MONTHS           PIC 9(03).
003700     05  PPD-MONTHS-POSTED    PIC 9(03).
003800     05  PPD-AMORTIZED        PIC S9(6)V99.
003900*---------------------------------
004000* A - active, slices still to
004100*     be expensed
004200* C - complete, fully expensed
004300* X - the voucher was cancelled;
004400*     anything expensed was
004500*     reversed and the schedule
004600*     closed on PPD-CLOSED-DATE
004700*---------------------------------
004800     05  PPD-STATUS           PIC X(01).
004900         88  PPD-IS-ACTIVE        VALUE "A".
005000         88  PPD-IS-COMPLETE      VALUE "C".
005100         88  PPD-IS-CANCELLED     VALUE "X".
005200     05  PPD-CLOSED-DATE      PIC 9(08).
005300     05  PPD-ENTERED-BY       PIC X(08).

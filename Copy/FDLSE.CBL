000100*---------------------------------
000200* FDLSE - Record layout for the
000300* Lease File. One record per
000400* store or equipment lease,
000500* keyed by the recurring voucher
000600* template that pays it, so a
000700* template carries at most one
000800* lease. The payment stream is
000900* the base monthly payment,
001000* stepped up by the escalation
001100* percentage every escalation
001200* interval, paid in advance on
001300* the first of each month from
001400* the commencement month for
001500* the term.
001600*---------------------------------
001700 FD  LEASE-FILE
001800     LABEL RECORDS ARE STANDARD.
001900 01  LEASE-RECORD.
002000     05  LSE-RECUR-NUMBER      PIC 9(03).
002100     05  LSE-DESCRIPTION       PIC X(30).
002200*---------------------------------
002300* F - finance lease: the right-
002400*     of-use asset is amortized
002500*     straight-line on its own,
002600*     interest goes separately
002700*     to interest expense
002800* O - operating lease: interest
002900*     and amortization together
003000*     make a level straight-line
003100*     lease cost
003200*---------------------------------
003300     05  LSE-TYPE              PIC X(01).
003400         88  LSE-IS-FINANCE       VALUE "F".
003500         88  LSE-IS-OPERATING     VALUE "O".
003600         88  LSE-TYPE-IS-VALID    VALUES "F" "O".
003700     05  LSE-COMMENCE-DATE     PIC 9(08).
003800     05  LSE-TERM-MONTHS       PIC 9(03).
003900     05  LSE-BASE-PAYMENT      PIC S9(6)V99.
004000     05  LSE-ESCALATION-PCT    PIC 9(02)V99.
004100     05  LSE-ESCALATION-MONTHS PIC 9(03).
004200*---------------------------------
004300* Annual rate, e.g. 06.500; the
004400* monthly rate is a twelfth.
004500*---------------------------------
004600     05  LSE-DISCOUNT-RATE     PIC 9(02)V999.
004700*---------------------------------
004800* The right-of-use asset, the
004900* lease liability, the interest
005000* (operating: lease cost)
005100* expense, and the right-of-use
005200* amortization expense.
005300*---------------------------------
005400     05  LSE-ROU-ACCOUNT       PIC 9(05).
005500     05  LSE-LIABILITY-ACCOUNT PIC 9(05).
005600     05  LSE-INTEREST-ACCOUNT  PIC 9(05).
005700     05  LSE-AMORT-ACCOUNT     PIC 9(05).
005800     05  LSE-COMPANY           PIC 9(02).
005900*---------------------------------
006000* The payment stream discounted
006100* at the rate, and undiscounted.
006200*---------------------------------
006300     05  LSE-PRESENT-VALUE     PIC S9(7)V99.
006400     05  LSE-TOTAL-PAYMENTS    PIC S9(7)V99.
006500*---------------------------------
006600* Where the lease stands: the
006700* payments split so far, the
006800* month (CCYYMM) of the last,
006900* the next payment due, and the
007000* liability and right-of-use
007100* asset left after it. The
007200* payment-by-payment detail is
007300* on the lease history file.
007400*---------------------------------
007500     05  LSE-PAYMENTS-MADE     PIC 9(03).
007600     05  LSE-LAST-PERIOD       PIC 9(06).
007700     05  LSE-CURRENT-PAYMENT   PIC S9(6)V99.
007800     05  LSE-LIABILITY-BALANCE PIC S9(7)V99.
007900     05  LSE-ROU-BALANCE       PIC S9(7)V99.
008000*---------------------------------
008100* The day the month-end run put
008200* the asset and liability on
008300* the books; zero until then.
008400*---------------------------------
008500     05  LSE-RECOGNIZED-DATE   PIC 9(08).
008600*---------------------------------
008700* A - active, payments to come
008800* E - ended, every payment made
008900*---------------------------------
009000     05  LSE-STATUS            PIC X(01).
009100         88  LSE-IS-ACTIVE        VALUE "A".
009200         88  LSE-IS-ENDED         VALUE "E".
009300     05  LSE-ENTERED-BY        PIC X(08).

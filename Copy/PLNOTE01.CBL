000100*---------------------------------
000200* PLNOTE01 USAGE:
000300*  With NOTE-RECORD holding the
000400*  note's terms,
000500*
000600*  MOVE principal owed      TO NOTE-CALC-BALANCE.
000700*  MOVE payments still due  TO NOTE-CALC-PAYMENTS-LEFT.
000800*  PERFORM COMPUTE-NOTE-PAYMENT.
000900*  NOTE-CALC-PAYMENT now holds the level payment that
001000*  pays the balance off over those payments at
001100*  NOTE-RATE. Zero for a line of credit.
001200*
001300*  MOVE payment number      TO NOTE-CALC-PAYMENT-NO.
001400*  MOVE principal before it TO NOTE-CALC-BALANCE.
001500*  MOVE NOTE-PAYMENT        TO NOTE-CALC-PAYMENT.
001600*  PERFORM SPLIT-NOTE-PAYMENT.
001700*  NOTE-CALC-INTEREST and NOTE-CALC-PRINCIPAL hold the
001800*  split, NOTE-CALC-PAYMENT what is actually due, and
001900*  NOTE-CALC-BALANCE what is owed after it.
002000*
002100*  MOVE payment number      TO NOTE-CALC-PAYMENT-NO.
002200*  PERFORM COMPUTE-NOTE-DUE-DATE.
002300*  NOTE-CALC-DUE-DATE holds the day it falls due.
002400*  Needs WSDATE01 and PLDATE01.
002500*
002600* Adapted from CMPINT04's CALCULATE-ONE-PERIOD - the
002700* level payment comes from compounding one dollar at
002800* the period rate over the payments left, period by
002900* period the way CMPINT04 compounds principal, and
003000* each payment's interest is the balance times the
003100* period rate: the annual rate over twelve, times the
003200* months between payments. A line of credit pays only
003300* the interest until the last payment, which carries
003400* the whole balance; the last payment on a term loan
003500* clears whatever the rounding has left.
003600*---------------------------------
003700 COMPUTE-NOTE-PAYMENT.
003800     COMPUTE NOTE-PERIOD-RATE ROUNDED =
003900         NOTE-RATE * NOTE-FREQ-MONTHS / 1200.
004000     MOVE ZEROES TO NOTE-CALC-PAYMENT.
004100     IF NOTE-IS-TERM
004200        AND NOTE-CALC-PAYMENTS-LEFT > ZEROES
004300         PERFORM COMPUTE-LEVEL-PAYMENT.
004400
004500 COMPUTE-LEVEL-PAYMENT.
004600     IF NOTE-PERIOD-RATE = ZEROES
004700         COMPUTE NOTE-CALC-PAYMENT ROUNDED =
004800             NOTE-CALC-BALANCE / NOTE-CALC-PAYMENTS-LEFT
004900     ELSE
005000         MOVE 1 TO NOTE-GROWTH-FACTOR
005100         PERFORM CALCULATE-ONE-NOTE-PERIOD
005200             VARYING NOTE-COMPOUND-PERIOD FROM 1 BY 1
005300              UNTIL NOTE-COMPOUND-PERIOD >
005400                    NOTE-CALC-PAYMENTS-LEFT
005500         COMPUTE NOTE-CALC-PAYMENT ROUNDED =
005600             NOTE-CALC-BALANCE * NOTE-PERIOD-RATE *
005700             NOTE-GROWTH-FACTOR / (NOTE-GROWTH-FACTOR - 1).
005800
005900 CALCULATE-ONE-NOTE-PERIOD.
006000     COMPUTE NOTE-GROWTH-FACTOR ROUNDED =
006100         NOTE-GROWTH-FACTOR +
006200         NOTE-GROWTH-FACTOR * NOTE-PERIOD-RATE.
006300
006400 SPLIT-NOTE-PAYMENT.
006500     COMPUTE NOTE-PERIOD-RATE ROUNDED =
006600         NOTE-RATE * NOTE-FREQ-MONTHS / 1200.
006700     COMPUTE NOTE-CALC-INTEREST ROUNDED =
006800         NOTE-CALC-BALANCE * NOTE-PERIOD-RATE.
006900     MOVE ZEROES TO NOTE-CALC-PRINCIPAL.
007000     IF NOTE-IS-TERM
007100         COMPUTE NOTE-CALC-PRINCIPAL =
007200             NOTE-CALC-PAYMENT - NOTE-CALC-INTEREST.
007300     IF NOTE-CALC-PRINCIPAL < ZEROES
007400         MOVE ZEROES TO NOTE-CALC-PRINCIPAL.
007500     IF NOTE-CALC-PAYMENT-NO NOT < NOTE-TERM-PAYMENTS
007600        OR NOTE-CALC-PRINCIPAL > NOTE-CALC-BALANCE
007700         MOVE NOTE-CALC-BALANCE TO NOTE-CALC-PRINCIPAL.
007800     COMPUTE NOTE-CALC-PAYMENT =
007900         NOTE-CALC-INTEREST + NOTE-CALC-PRINCIPAL.
008000     SUBTRACT NOTE-CALC-PRINCIPAL FROM NOTE-CALC-BALANCE.
008100
008200*---------------------------------
008300* Count whole months on from the
008400* first payment, keep its day,
008500* and pull the day back until it
008600* is a real date in the month.
008700*---------------------------------
008800 COMPUTE-NOTE-DUE-DATE.
008900     MOVE NOTE-FIRST-PAY-DATE TO DATE-CCYYMMDD.
009000     COMPUTE NOTE-MONTH-COUNT =
009100         DATE-YYYY * 12 + DATE-MM - 1 +
009200         (NOTE-CALC-PAYMENT-NO - 1) * NOTE-FREQ-MONTHS.
009300     DIVIDE NOTE-MONTH-COUNT BY 12
009400         GIVING DATE-YYYY
009500         REMAINDER NOTE-MONTH-REMAINDER.
009600     COMPUTE DATE-MM = NOTE-MONTH-REMAINDER + 1.
009700     MOVE "N" TO ZERO-DATE-IS-OK.
009800     PERFORM CHECK-DATE.
009900     PERFORM PULL-BACK-NOTE-DUE-DAY
010000         UNTIL DATE-IS-VALID.
010100     MOVE DATE-CCYYMMDD TO NOTE-CALC-DUE-DATE.
010200
010300 PULL-BACK-NOTE-DUE-DAY.
010400     SUBTRACT 1 FROM DATE-DD.
010500     PERFORM CHECK-DATE.

000100*---------------------------------
000200* PLLSE01 USAGE:
000300*  With LEASE-RECORD holding the
000400*  lease terms,
000500*
000600*  MOVE payment number TO LEASE-CALC-PAYMENT-NO.
000700*  PERFORM COMPUTE-LEASE-PAYMENT.
000800*  LEASE-CALC-PAYMENT now holds that month's payment:
000900*  the base payment stepped up by LSE-ESCALATION-PCT
001000*  once for every full LSE-ESCALATION-MONTHS before it.
001100*
001200*  PERFORM COMPUTE-LEASE-VALUE.
001300*  LEASE-CALC-PV holds the present value of the whole
001400*  stream at LSE-DISCOUNT-RATE and LEASE-CALC-TOTAL the
001500*  undiscounted total. Uses LEASE-CALC-PAYMENT-NO.
001600*
001700*  MOVE payment number       TO LEASE-CALC-PAYMENT-NO.
001800*  MOVE amount paid          TO LEASE-CALC-PAYMENT.
001900*  MOVE liability before it  TO LEASE-CALC-BALANCE.
002000*  MOVE right-of-use left    TO LEASE-CALC-ROU-LEFT.
002100*  PERFORM SPLIT-LEASE-PAYMENT.
002200*  LEASE-CALC-INTEREST and LEASE-CALC-PRINCIPAL hold the
002300*  split, LEASE-CALC-ROU-AMORT the month's right-of-use
002400*  amortization, and LEASE-CALC-BALANCE and
002500*  LEASE-CALC-ROU-LEFT what is left after the payment.
002600*  LSE-PRESENT-VALUE and LSE-TOTAL-PAYMENTS must be set.
002700*
002800* Adapted from CMPINT04's CALCULATE-ONE-PERIOD - each
002900* escalation compounds the payment the way CMPINT04
003000* compounds principal, and each month's interest is the
003100* balance times the monthly rate, a twelfth of the
003200* annual discount rate. Payments are due in advance, so
003300* the first carries no interest and the first is not
003400* discounted. The last payment clears whatever balance
003500* and right-of-use asset the rounding has left.
003600*---------------------------------
003700 COMPUTE-LEASE-PAYMENT.
003800     MOVE LSE-BASE-PAYMENT TO LEASE-CALC-PAYMENT.
003900     MOVE ZEROES TO LEASE-ESCALATION-STEPS.
004000     IF LSE-ESCALATION-MONTHS NOT = ZEROES
004100        AND LSE-ESCALATION-PCT NOT = ZEROES
004200        AND LEASE-CALC-PAYMENT-NO > 1
004300         COMPUTE LEASE-ESCALATION-STEPS =
004400             (LEASE-CALC-PAYMENT-NO - 1) / LSE-ESCALATION-MONTHS.
004500     PERFORM CALCULATE-ONE-ESCALATION
004600         VARYING LEASE-ESCALATION-STEP FROM 1 BY 1
004700          UNTIL LEASE-ESCALATION-STEP > LEASE-ESCALATION-STEPS.
004800
004900 CALCULATE-ONE-ESCALATION.
005000     COMPUTE LEASE-ESCALATION-EARNED ROUNDED =
005100         LEASE-CALC-PAYMENT * LSE-ESCALATION-PCT / 100.
005200     COMPUTE LEASE-CALC-PAYMENT =
005300         LEASE-CALC-PAYMENT + LEASE-ESCALATION-EARNED.
005400
005500 COMPUTE-LEASE-VALUE.
005600     COMPUTE LEASE-MONTHLY-RATE ROUNDED =
005700         LSE-DISCOUNT-RATE / 1200.
005800     MOVE 1 TO LEASE-DISCOUNT-FACTOR.
005900     MOVE ZEROES TO LEASE-PV-WORK
006000                    LEASE-CALC-TOTAL.
006100     PERFORM CALCULATE-ONE-PV-PERIOD
006200         VARYING LEASE-CALC-PAYMENT-NO FROM 1 BY 1
006300          UNTIL LEASE-CALC-PAYMENT-NO > LSE-TERM-MONTHS.
006400     COMPUTE LEASE-CALC-PV ROUNDED = LEASE-PV-WORK.
006500
006600 CALCULATE-ONE-PV-PERIOD.
006700     PERFORM COMPUTE-LEASE-PAYMENT.
006800     ADD LEASE-CALC-PAYMENT TO LEASE-CALC-TOTAL.
006900     COMPUTE LEASE-PV-WORK = LEASE-PV-WORK +
007000         LEASE-CALC-PAYMENT * LEASE-DISCOUNT-FACTOR.
007100     COMPUTE LEASE-DISCOUNT-FACTOR ROUNDED =
007200         LEASE-DISCOUNT-FACTOR / (1 + LEASE-MONTHLY-RATE).
007300
007400 SPLIT-LEASE-PAYMENT.
007500     COMPUTE LEASE-MONTHLY-RATE ROUNDED =
007600         LSE-DISCOUNT-RATE / 1200.
007700     MOVE ZEROES TO LEASE-CALC-INTEREST.
007800     IF LEASE-CALC-PAYMENT-NO > 1
007900         COMPUTE LEASE-CALC-INTEREST ROUNDED =
008000             LEASE-CALC-BALANCE * LEASE-MONTHLY-RATE.
008100     COMPUTE LEASE-CALC-PRINCIPAL =
008200         LEASE-CALC-PAYMENT - LEASE-CALC-INTEREST.
008300     IF LEASE-CALC-PAYMENT-NO NOT < LSE-TERM-MONTHS
008400        OR LEASE-CALC-PRINCIPAL > LEASE-CALC-BALANCE
008500         MOVE LEASE-CALC-BALANCE TO LEASE-CALC-PRINCIPAL
008600         COMPUTE LEASE-CALC-INTEREST =
008700             LEASE-CALC-PAYMENT - LEASE-CALC-PRINCIPAL.
008800     SUBTRACT LEASE-CALC-PRINCIPAL FROM LEASE-CALC-BALANCE.
008900     PERFORM COMPUTE-ROU-AMORT.
009000     SUBTRACT LEASE-CALC-ROU-AMORT FROM LEASE-CALC-ROU-LEFT.
009100
009200*---------------------------------
009300* Finance: the asset straight-
009400* line over the term. Operating:
009500* whatever brings interest plus
009600* amortization to the straight-
009700* line lease cost, never below
009800* zero.
009900*---------------------------------
010000 COMPUTE-ROU-AMORT.
010100     IF LSE-IS-FINANCE
010200         COMPUTE LEASE-CALC-ROU-AMORT ROUNDED =
010300             LSE-PRESENT-VALUE / LSE-TERM-MONTHS
010400     ELSE
010500         COMPUTE LEASE-STRAIGHT-LINE ROUNDED =
010600             LSE-TOTAL-PAYMENTS / LSE-TERM-MONTHS
010700         COMPUTE LEASE-CALC-ROU-AMORT =
010800             LEASE-STRAIGHT-LINE - LEASE-CALC-INTEREST.
010900     IF LEASE-CALC-ROU-AMORT < ZEROES
011000         MOVE ZEROES TO LEASE-CALC-ROU-AMORT.
011100     IF LEASE-CALC-PAYMENT-NO NOT < LSE-TERM-MONTHS
011200        OR LEASE-CALC-ROU-AMORT > LEASE-CALC-ROU-LEFT
011300         MOVE LEASE-CALC-ROU-LEFT TO LEASE-CALC-ROU-AMORT.

000100*---------------------------------
000200* PLPPD01 - Prepaid schedule
000300* arithmetic for the record in
000400* PREPAID-RECORD.
000500*
000600* Every slice but the last is
000700* the amount over the months,
000800* rounded; the last slice is
000900* whatever is left, so the
001000* slices always add up to the
001100* amount.
001200*
001300* FIND-PREPAID-SLICE - the slice
001400*   expensed in PREPAID-PERIOD
001500*   (CCYYMM) to PREPAID-SLICE,
001600*   zero if the schedule does
001700*   not run in that month.
001800*   PREPAID-SLICE-NO is the
001900*   month's place in the
002000*   schedule (below 1 before the
002100*   start month).
002200* COMPUTE-SCHEDULED-TO-DATE -
002300*   everything the schedule
002400*   expenses through the end of
002500*   PREPAID-PERIOD to
002600*   PREPAID-SCHEDULED, with the
002700*   number of slices in
002800*   PREPAID-SLICES-DUE.
002900*---------------------------------
003000 FIND-PREPAID-SLICE.
003100     PERFORM FIND-PREPAID-SLICE-NO.
003200     MOVE ZEROES TO PREPAID-SLICE.
003300     IF PREPAID-SLICE-NO > ZEROES
003400        AND PREPAID-SLICE-NO NOT > PPD-MONTHS
003500         PERFORM COMPUTE-PREPAID-SLICE.
003600
003700 FIND-PREPAID-SLICE-NO.
003800     MOVE PPD-START-PERIOD TO PREPAID-START-WORK.
003900     COMPUTE PREPAID-SLICE-NO =
004000         (PREPAID-PERIOD-YEAR * 12 + PREPAID-PERIOD-MONTH)
004100       - (PREPAID-START-YEAR * 12 + PREPAID-START-MONTH)
004200       + 1.
004300     COMPUTE PREPAID-REGULAR-SLICE ROUNDED =
004400         PPD-AMOUNT / PPD-MONTHS.
004500
004600 COMPUTE-PREPAID-SLICE.
004700     IF PREPAID-SLICE-NO = PPD-MONTHS
004800         COMPUTE PREPAID-SLICE = PPD-AMOUNT
004900             - (PREPAID-REGULAR-SLICE * (PPD-MONTHS - 1))
005000     ELSE
005100         MOVE PREPAID-REGULAR-SLICE TO PREPAID-SLICE.
005200
005300 COMPUTE-SCHEDULED-TO-DATE.
005400     PERFORM FIND-PREPAID-SLICE-NO.
005500     IF PREPAID-SLICE-NO < 1
005600         MOVE ZEROES TO PREPAID-SLICES-DUE
005700     ELSE
005800     IF PREPAID-SLICE-NO > PPD-MONTHS
005900         MOVE PPD-MONTHS TO PREPAID-SLICES-DUE
006000     ELSE
006100         MOVE PREPAID-SLICE-NO TO PREPAID-SLICES-DUE.
006200     IF PREPAID-SLICES-DUE = PPD-MONTHS
006300         MOVE PPD-AMOUNT TO PREPAID-SCHEDULED
006400     ELSE
006500         COMPUTE PREPAID-SCHEDULED =
006600             PREPAID-REGULAR-SLICE * PREPAID-SLICES-DUE.

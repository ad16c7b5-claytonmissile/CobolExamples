000100*---------------------------------
000200* PLFAS01 USAGE:
000300*  With FIXED-ASSET-RECORD
000400*  holding the asset as it
000500*  stands,
000600*  PERFORM COMPUTE-MONTH-DEPR.
000700* RETURNS:
000800*  DEPR-AMOUNT - the charge for
000900*  the asset's next month. Zero
001000*  once it is down to salvage
001100*  or its life is used up.
001200*
001300*  Straight-line spreads what is
001400*  left above salvage over the
001500*  months left, so a change of
001600*  life or salvage takes effect
001700*  from the next month. Double-
001800*  declining takes twice the
001900*  straight-line rate on the
002000*  book value, or the straight-
002100*  line figure once that is
002200*  more. The last month of life
002300*  takes whatever is left.
002400*---------------------------------
002500 COMPUTE-MONTH-DEPR.
002600     MOVE ZEROES TO DEPR-AMOUNT.
002700     COMPUTE DEPR-BOOK-LEFT =
002800         FAS-COST - FAS-SALVAGE - FAS-ACCUM-DEPR.
002900     COMPUTE DEPR-MONTHS-LEFT =
003000         FAS-LIFE-MONTHS - FAS-MONTHS-TAKEN.
003100     IF DEPR-BOOK-LEFT > ZEROES
003200        AND DEPR-MONTHS-LEFT > ZEROES
003300         PERFORM COMPUTE-DEPR-FOR-METHOD.
003400
003500 COMPUTE-DEPR-FOR-METHOD.
003600     IF DEPR-MONTHS-LEFT = 1
003700         MOVE DEPR-BOOK-LEFT TO DEPR-AMOUNT
003800     ELSE
003900         COMPUTE DEPR-SL-AMOUNT ROUNDED =
004000             DEPR-BOOK-LEFT / DEPR-MONTHS-LEFT
004100         MOVE DEPR-SL-AMOUNT TO DEPR-AMOUNT
004200         IF FAS-IS-DECLINING
004300             COMPUTE DEPR-DB-AMOUNT ROUNDED =
004400                 (FAS-COST - FAS-ACCUM-DEPR) * 2
004500                 / FAS-LIFE-MONTHS
004600             IF DEPR-DB-AMOUNT > DEPR-AMOUNT
004700                 MOVE DEPR-DB-AMOUNT TO DEPR-AMOUNT.
004800     IF DEPR-AMOUNT > DEPR-BOOK-LEFT
004900         MOVE DEPR-BOOK-LEFT TO DEPR-AMOUNT.
005000
005100*---------------------------------
005200* USAGE:
005300*  PERFORM ADVANCE-DEPR-PERIOD.
005400* RETURNS:
005500*  DEPR-PERIOD moved on one
005600*  month (CCYYMM).
005700*---------------------------------
005800 ADVANCE-DEPR-PERIOD.
005900     IF DEPR-PERIOD-MONTH = 12
006000         ADD 1 TO DEPR-PERIOD-YEAR
006100         MOVE 1 TO DEPR-PERIOD-MONTH
006200     ELSE
006300         ADD 1 TO DEPR-PERIOD-MONTH.
006400
006500*---------------------------------
006600* USAGE:
006700*  PERFORM FIND-NEXT-DEPR-PERIOD.
006800* RETURNS:
006900*  DEPR-PERIOD - the month the
007000*  asset depreciates next: the
007100*  month after the last one
007200*  taken, or the in-service
007300*  month if none has been.
007400*---------------------------------
007500 FIND-NEXT-DEPR-PERIOD.
007600     IF FAS-LAST-PERIOD = ZEROES
007700         MOVE FAS-IN-SERVICE-DATE (1:6) TO DEPR-PERIOD
007800     ELSE
007900         MOVE FAS-LAST-PERIOD TO DEPR-PERIOD
008000         PERFORM ADVANCE-DEPR-PERIOD.

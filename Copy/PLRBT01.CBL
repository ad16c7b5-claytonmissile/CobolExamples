000100*---------------------------------
000200* PLRBT01 USAGE:
000300*  With the agreement in
000400*  REBATE-RECORD and its
000500*  qualifying spend in RBT-SPEND,
000600*  PERFORM FIGURE-REBATE-TIER.
000700*
000800* Returns the highest tier the
000900* spend has passed in
001000* RBT-TIER-REACHED (zero for
001100* none) and its rate in
001200* REBATE-RATE, the rebate earned
001300* at that rate on the whole
001400* spend in REBATE-EARNED, and
001500* the spend still needed to
001600* reach the next tier in
001700* REBATE-TO-NEXT-TIER (zero once
001800* the top tier is reached).
001900*
002000* Requires WSRBT01.
002100*---------------------------------
002200 FIGURE-REBATE-TIER.
002300     MOVE ZEROES TO RBT-TIER-REACHED
002400                    REBATE-RATE
002500                    REBATE-EARNED
002600                    REBATE-TO-NEXT-TIER.
002700     PERFORM CHECK-ONE-REBATE-TIER
002800         VARYING REBATE-TIER-SUB FROM 1 BY 1
002900           UNTIL REBATE-TIER-SUB > 5.
003000     IF RBT-SPEND > ZEROES
003100         COMPUTE REBATE-EARNED ROUNDED =
003200             RBT-SPEND * REBATE-RATE / 100.
003300
003400*---------------------------------
003500* The thresholds rise, so the
003600* first tier not reached is the
003700* next one to aim for.
003800*---------------------------------
003900 CHECK-ONE-REBATE-TIER.
004000     IF RBT-TIER-RATE (REBATE-TIER-SUB) NOT = ZEROES
004100         IF RBT-SPEND NOT <
004200            RBT-TIER-THRESHOLD (REBATE-TIER-SUB)
004300             MOVE REBATE-TIER-SUB TO RBT-TIER-REACHED
004400             MOVE RBT-TIER-RATE (REBATE-TIER-SUB)
004500               TO REBATE-RATE
004600         ELSE
004700         IF REBATE-TO-NEXT-TIER = ZEROES
004800             COMPUTE REBATE-TO-NEXT-TIER =
004900                 RBT-TIER-THRESHOLD (REBATE-TIER-SUB)
005000                 - RBT-SPEND.

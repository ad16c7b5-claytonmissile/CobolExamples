000100*---------------------------------
000200* FDBAIT - Record layout for the
000300* BAI Type Code File. The
000400* action says where a detail
000500* line with this type code goes:
000600*   D - deposit, posted to the
000700*       cash ledger
000800*   F - bank fee    ) posted to
000900*   I - interest    ) the cash
001000*   A - adjustment  ) ledger as
001100*                     adjustments
001200*   K - check paid, added to the
001300*       cleared-checks file
001400*   X - ignored, because another
001500*       program already posts it
001600*       (card settlements, stop
001700*       payment fees)
001800* The direction says whether the
001900* amount adds to the account (C,
002000* credit) or comes off it (D,
002100* debit).
002200*---------------------------------
002300 FD  BAI-TYPE-FILE
002400     LABEL RECORDS ARE STANDARD.
002500 01  BAI-TYPE-RECORD.
002600     05  BAIT-CODE            PIC 9(03).
002700     05  BAIT-DESCRIPTION     PIC X(20).
002800     05  BAIT-ACTION          PIC X(01).
002900         88  BAIT-IS-DEPOSIT      VALUE "D".
003000         88  BAIT-IS-FEE          VALUE "F".
003100         88  BAIT-IS-INTEREST     VALUE "I".
003200         88  BAIT-IS-ADJUSTMENT   VALUE "A".
003300         88  BAIT-IS-CHECK-PAID   VALUE "K".
003400         88  BAIT-IS-IGNORED      VALUE "X".
003500         88  BAIT-ACTION-IS-VALID
003600             VALUES "D" "F" "I" "A" "K" "X".
003700     05  BAIT-DIRECTION       PIC X(01).
003800         88  BAIT-IS-CREDIT       VALUE "C".
003900         88  BAIT-IS-DEBIT        VALUE "D".
004000         88  BAIT-DIRECTION-IS-VALID
004100             VALUES "C" "D".

001700     05  SNAP-31-60           PIC S9(8)V99.
001800     05  SNAP-61-90           PIC S9(8)V99.
001900     05  SNAP-OVER-90         PIC S9(8)V99.
002000*---------------------------------
002100* The head of the vendor's
002200* family when the snapshot was
002300* taken, so a family trend
002400* follows the family as it stood
002500* each month.
002600*---------------------------------
002700     05  SNAP-FAMILY-HEAD     PIC 9(05).

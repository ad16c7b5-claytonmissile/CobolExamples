001900* state.
002000*---------------------------------
002100     05  STATE-USE-TAX-RATE   PIC 9(2)V9(3).
002200*---------------------------------
002300* How many months a gift card
002400* may sit unused before the
002500* state's unclaimed property
002600* rules treat its balance as
002700* abandoned - the breakage
002800* report's threshold for cards
002900* issued in the state. Zero
003000* means the state sets none.
003100*---------------------------------
003200     05  STATE-GC-DORMANT-MONTHS PIC 9(03).

001600     05  DFLT-DEDUCTIBLE      PIC X.
001700     05  DFLT-DUE-DAYS        PIC 9(3).
001800     05  DFLT-CURRENCY        PIC X(3).
001900*---------------------------------
002000* The store the vendor's spend
002100* is normally charged to -
002200* pre-fills the store on each
002300* distribution line. Zero means
002400* no default.
002500*---------------------------------
002600     05  DFLT-STORE           PIC 9(2).
002700*---------------------------------
002800* The G/L account the vendor's
002900* spend normally posts to -
003000* pre-fills the account on each
003100* distribution line. Zero means
003200* no default; it must be an
003300* active chart account.
003400*---------------------------------
003500     05  DFLT-ACCOUNT         PIC 9(5).

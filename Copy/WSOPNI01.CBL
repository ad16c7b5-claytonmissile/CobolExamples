000100*---------------------------------
000200* WSOPNI01 - Working storage for
000300* the shared open-item file
000400* routines. See PLOPNI01 for
000500* usage.
000600*---------------------------------
000700 01  OPEN-ITEMS-IN-USE         PIC X     VALUE "N".
000800 01  OPEN-ITEM-FILE-AT-END     PIC X.
000900 01  OPEN-ITEM-STALE-REASON    PIC X(40).
001000
001100 01  OPEN-ITEM-TRAILER-FOUND   PIC X.
001200 01  OPEN-ITEM-COUNTED         PIC 9(7).
001300 01  OPEN-ITEM-COUNTED-TOTAL   PIC S9(9)V99.
001400 01  OPEN-ITEM-TODAY           PIC 9(8).
001500 01  OPEN-ITEM-AGE-DAYS        PIC S9(5).
001600
001700 01  OPEN-ITEM-BUILD-DATE      PIC 9(8).
001800 01  OPEN-ITEM-BUILD-TIME      PIC 9(6).
001900 01  OPEN-ITEM-TRAILER-COUNT   PIC 9(7).
002000 01  OPEN-ITEM-TRAILER-TOTAL   PIC S9(9)V99.
002100 01  OPEN-ITEM-HIGH-VOUCHER    PIC 9(5).
002200 01  OPEN-ITEM-JOURNAL-COUNT   PIC 9(7).
002300 01  OPEN-ITEM-JOURNAL-DATE    PIC 9(8).
002400 01  OPEN-ITEM-JOURNAL-TIME    PIC 9(6).
002500
002600 01  UPDATE-JOURNAL-AT-END     PIC X.
002700 01  UPDATE-JOURNAL-COUNT      PIC 9(7).
002800 01  UPDATE-JOURNAL-LAST-DATE  PIC 9(8).
002900 01  UPDATE-JOURNAL-LAST-TIME  PIC 9(6).

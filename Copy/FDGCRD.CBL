000100*---------------------------------
000200* FDGCRD - Record layout for the
000300* Gift Card File. One record
000400* per card, kept by the register
000500* import as issues and
000600* redemptions load: what has
000700* gone on and come off the card,
000800* the balance still owed to the
000900* holder, and the date the card
001000* was last used - the date the
001100* breakage report measures
001200* dormancy from. A card first
001300* seen on a redemption (issued
001400* before the registers sent
001500* gift card lines) carries a
001600* zero issue date and a
001700* negative balance.
001800*---------------------------------
001900 FD  GIFT-CARD-FILE
002000     LABEL RECORDS ARE STANDARD.
002100 01  GIFT-CARD-RECORD.
002200     05  GC-CARD               PIC 9(16).
002300     05  GC-ISSUE-STORE        PIC 9(02).
002400     05  GC-ISSUE-DATE         PIC 9(08).
002500     05  GC-ISSUED-TOTAL       PIC S9(7)V99.
002600     05  GC-REDEEMED-TOTAL     PIC S9(7)V99.
002700     05  GC-BALANCE            PIC S9(7)V99.
002800     05  GC-LAST-ACTIVITY      PIC 9(08).

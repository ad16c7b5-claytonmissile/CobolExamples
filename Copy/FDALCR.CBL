000100*---------------------------------
000200* FDALCR - Record layout for
000300* the Shared Cost Allocation
000400* Rule File. One rule per
000500* home-office source account
000600* in a company: what the
000700* month charged to the source
000800* account is reclassed out to
000900* the target accounts, spread
001000* on the rule's basis -
001100*   F  fixed percentages keyed
001200*      on the targets, adding
001300*      to 100.00
001400*   S  each target store's share
001500*      of the month's sales on
001600*      the sales history file
001700*   Q  each target store's share
001800*      of the square footage on
001900*      the store master
002000* A target's store is required
002100* for S and Q; for F a zero
002200* store means the target is
002300* not a store.
002400*---------------------------------
002500 FD  ALLOC-RULE-FILE
002600     LABEL RECORDS ARE STANDARD.
002700 01  ALLOC-RULE-RECORD.
002800     05  ALC-RULE-ID              PIC 9(03).
002900     05  ALC-DESC                 PIC X(30).
003000     05  ALC-COMPANY              PIC 9(02).
003100     05  ALC-SOURCE-ACCOUNT       PIC 9(05).
003200     05  ALC-BASIS                PIC X(01).
003300         88  ALC-BASIS-IS-FIXED       VALUE "F".
003400         88  ALC-BASIS-IS-SALES       VALUE "S".
003500         88  ALC-BASIS-IS-FLOOR       VALUE "Q".
003600         88  ALC-BASIS-IS-VALID
003700             VALUES "F" "S" "Q".
003800     05  ALC-TARGET-COUNT         PIC 9(02).
003900     05  ALC-TARGET OCCURS 99 TIMES.
004000         10  ALC-TARGET-ACCOUNT   PIC 9(05).
004100         10  ALC-TARGET-STORE     PIC 9(02).
004200         10  ALC-TARGET-PERCENT   PIC 9(03)V99.

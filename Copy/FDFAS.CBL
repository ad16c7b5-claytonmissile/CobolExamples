000100*---------------------------------
000200* FDFAS - Record layout for the
000300* Fixed Asset File. One record
000400* per voucher distribution line
000500* charged to a capital account,
000600* keyed the same as the line
000700* itself - the voucher and line
000800* number are the asset number.
000900* The nightly capture writes it
001000* pending; maintenance completes
001100* it with the store, class,
001200* life and method before it
001300* depreciates.
001400*---------------------------------
001500 FD  FIXED-ASSET-FILE
001600     LABEL RECORDS ARE STANDARD.
001700 01  FIXED-ASSET-RECORD.
001800     05  FAS-KEY.
001900         10  FAS-VOUCHER-NO    PIC 9(05).
002000         10  FAS-LINE-NO       PIC 9(02).
002100     05  FAS-DESCRIPTION       PIC X(30).
002200     05  FAS-VENDOR            PIC 9(05).
002300     05  FAS-COMPANY           PIC 9(02).
002400     05  FAS-STORE             PIC 9(02).
002500     05  FAS-CLASS             PIC 9(02).
002600     05  FAS-COST-ACCOUNT      PIC 9(05).
002700     05  FAS-VOUCHER-DATE      PIC 9(08).
002800     05  FAS-IN-SERVICE-DATE   PIC 9(08).
002900     05  FAS-COST              PIC S9(6)V99.
003000     05  FAS-SALVAGE           PIC S9(6)V99.
003100     05  FAS-LIFE-MONTHS       PIC 9(03).
003200     05  FAS-METHOD            PIC X(01).
003300         88  FAS-IS-STRAIGHT-LINE VALUE "S".
003400         88  FAS-IS-DECLINING     VALUE "D".
003500         88  FAS-METHOD-IS-VALID  VALUES "S" "D".
003600*---------------------------------
003700* Depreciation taken so far:
003800* the months, the last month
003900* (CCYYMM) and the amount. The
004000* month-by-month detail is on
004100* the asset history file.
004200*---------------------------------
004300     05  FAS-MONTHS-TAKEN      PIC 9(03).
004400     05  FAS-LAST-PERIOD       PIC 9(06).
004500     05  FAS-ACCUM-DEPR        PIC S9(6)V99.
004600*---------------------------------
004700* N - pending, waiting to be
004800*     completed
004900* A - active, depreciating
005000* F - fully depreciated
005100* R - retirement entered, to be
005200*     journaled at month-end
005300* D - disposed, retirement
005400*     journaled on CLOSED-DATE
005500* X - the voucher was cancelled;
005600*     any depreciation was
005700*     reversed on CLOSED-DATE
005800*---------------------------------
005900     05  FAS-STATUS            PIC X(01).
006000         88  FAS-IS-PENDING       VALUE "N".
006100         88  FAS-IS-ACTIVE        VALUE "A".
006200         88  FAS-IS-FULLY-DEPR    VALUE "F".
006300         88  FAS-IS-RETIRING      VALUE "R".
006400         88  FAS-IS-DISPOSED      VALUE "D".
006500         88  FAS-IS-CANCELLED     VALUE "X".
006600*---------------------------------
006700* The retirement: when, what it
006800* fetched and where the money
006900* went, and the gain (positive)
007000* or loss the month-end run
007100* booked.
007200*---------------------------------
007300     05  FAS-DISPOSAL-DATE     PIC 9(08).
007400     05  FAS-PROCEEDS          PIC S9(6)V99.
007500     05  FAS-PROCEEDS-ACCOUNT  PIC 9(05).
007600     05  FAS-GAIN-LOSS         PIC S9(6)V99.
007700     05  FAS-CLOSED-DATE       PIC 9(08).
007800     05  FAS-CAPTURED-DATE     PIC 9(08).
007900     05  FAS-COMPLETED-BY      PIC X(08).

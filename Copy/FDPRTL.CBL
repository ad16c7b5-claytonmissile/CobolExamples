000100*---------------------------------
000200* FDPRTL - Record layout for the
000300* supplier portal extract. Every
000400* record but the trailer starts
000500* with the vendor number and the
000600* portal PIN the vendor signs on
000700* with, so the web team loads
000800* each line against the vendor
000900* it belongs to.
001000*
001100* V - one per vendor, first:
001200*     the name and the extract
001300*     date.
001400* I - one per invoice, in
001500*     invoice number order:
001600*     what we owe on it and
001700*     where it stands.
001800*       RC  received, not yet
001900*           vouchered
002000*       AW  awaiting approval
002100*       HD  on dispute hold
002200*           (the reason text
002300*           is given)
002400*       SC  scheduled to pay on
002500*           the due date
002600*       SL  selected for the
002700*           next payment run
002800*       PP  part paid
002900*       PD  paid
003000*     The payment fields are
003100*     filled for PP and PD from
003200*     the last payment: method
003300*     (C check, E EFT, W wire),
003400*     its number and date, the
003500*     gross applied, discount
003600*     taken, retainage held,
003700*     tax withheld, and the
003800*     net the vendor received.
003900* T - last: the extract date,
004000*     the record count before
004100*     it and the hash of the
004200*     invoice amounts.
004300*
004400* Amounts are printed with a
004500* leading sign and a decimal
004600* point; dates are CCYYMMDD,
004700* zero when none applies.
004800*---------------------------------
004900 FD  PORTAL-FILE
005000     LABEL RECORDS ARE STANDARD.
005100 01  PORTAL-RECORD.
005200     05  PRTL-RECORD-TYPE     PIC X(01).
005300         88  PRTL-IS-VENDOR       VALUE "V".
005400         88  PRTL-IS-INVOICE      VALUE "I".
005500     05  PRTL-VENDOR          PIC 9(05).
005600     05  PRTL-PIN             PIC X(06).
005700     05  PRTL-DETAIL          PIC X(170).
005800     05  PRTL-VENDOR-DETAIL REDEFINES PRTL-DETAIL.
005900         10  PRTL-VENDOR-NAME PIC X(30).
006000         10  PRTL-AS-OF-DATE  PIC 9(08).
006100         10  FILLER           PIC X(132).
006200     05  PRTL-INVOICE-DETAIL REDEFINES PRTL-DETAIL.
006300         10  PRTL-INVOICE     PIC X(15).
006400         10  PRTL-VOUCHER     PIC 9(05).
006500         10  PRTL-INVOICE-DATE
006600                              PIC 9(08).
006700         10  PRTL-RECEIVED-DATE
006800                              PIC 9(08).
006900         10  PRTL-INVOICE-AMOUNT
007000                              PIC -9(07).99.
007100         10  PRTL-STATUS      PIC X(02).
007200             88  PRTL-IS-RECEIVED     VALUE "RC".
007300             88  PRTL-IS-AWAITING     VALUE "AW".
007400             88  PRTL-IS-ON-HOLD      VALUE "HD".
007500             88  PRTL-IS-SCHEDULED    VALUE "SC".
007600             88  PRTL-IS-SELECTED     VALUE "SL".
007700             88  PRTL-IS-PART-PAID    VALUE "PP".
007800             88  PRTL-IS-PAID         VALUE "PD".
007900         10  PRTL-HOLD-REASON PIC X(20).
008000         10  PRTL-DUE-DATE    PIC 9(08).
008100         10  PRTL-PAY-METHOD  PIC X(01).
008200         10  PRTL-PAYMENT-NUMBER
008300                              PIC 9(06).
008400         10  PRTL-PAID-DATE   PIC 9(08).
008500         10  PRTL-GROSS-PAID  PIC -9(07).99.
008600         10  PRTL-DISCOUNT    PIC -9(07).99.
008700         10  PRTL-RETAINED    PIC -9(07).99.
008800         10  PRTL-WITHHELD    PIC -9(07).99.
008900         10  PRTL-NET-PAID    PIC -9(07).99.
009000         10  FILLER           PIC X(23).
009100
009200 01  PORTAL-TRAILER.
009300     05  PRTT-RECORD-TYPE     PIC X(01).
009400     05  PRTT-AS-OF-DATE      PIC 9(08).
009500     05  PRTT-RECORD-COUNT    PIC 9(07).
009600     05  PRTT-AMOUNT-HASH     PIC -9(11).99.
009700     05  FILLER               PIC X(151).

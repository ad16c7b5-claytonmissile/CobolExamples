000100*---------------------------------
000200* FDWIRE - Record layout for the
000300* Wire Request File. One record
000400* per wire: the payee and the
000500* beneficiary's bank, the amount
000600* in the currency wired, the
000700* value date, and the vouchers
000800* it settles with the base
000900* (USD) amount applied to each.
001000* The wire number is also the
001100* number the released wire
001200* carries on the check register.
001300*---------------------------------
001400 FD  WIRE-FILE
001500     LABEL RECORDS ARE STANDARD.
001600 01  WIRE-RECORD.
001700     05  WIRE-NUMBER          PIC 9(06).
001800     05  WIRE-VENDOR          PIC 9(05).
001900     05  WIRE-BANK-ACCT       PIC 9(02).
002000     05  WIRE-COMPANY         PIC 9(02).
002100     05  WIRE-BENE-NAME       PIC X(30).
002200     05  WIRE-BENE-BANK       PIC X(30).
002300*---------------------------------
002400* ABA routing number for a
002500* domestic wire, SWIFT/BIC code
002600* for a foreign one; the account
002700* is long enough for an IBAN.
002800*---------------------------------
002900     05  WIRE-BENE-ROUTING    PIC X(11).
003000     05  WIRE-BENE-ACCOUNT    PIC X(34).
003100     05  WIRE-CURRENCY-CODE   PIC X(03).
003200     05  WIRE-AMOUNT          PIC S9(7)V99.
003300     05  WIRE-BASE-AMOUNT     PIC S9(7)V99.
003400     05  WIRE-VALUE-DATE      PIC 9(08).
003500*---------------------------------
003600* P awaiting a second operator's
003700* approval (over the signature
003800* threshold), A ready for
003900* release, R released and
004000* posted, X rejected, C
004100* cancelled before release.
004200*---------------------------------
004300     05  WIRE-STATUS          PIC X(01).
004400         88  WIRE-IS-PENDING      VALUE "P".
004500         88  WIRE-IS-APPROVED     VALUE "A".
004600         88  WIRE-IS-RELEASED     VALUE "R".
004700         88  WIRE-IS-REJECTED     VALUE "X".
004800         88  WIRE-IS-CANCELLED    VALUE "C".
004900         88  WIRE-IS-OPEN         VALUES "P" "A".
005000     05  WIRE-REQUESTED-BY    PIC X(08).
005100     05  WIRE-REQUEST-DATE    PIC 9(08).
005200     05  WIRE-APPROVED-BY     PIC X(08).
005300     05  WIRE-APPROVED-DATE   PIC 9(08).
005400     05  WIRE-RELEASED-BY     PIC X(08).
005500     05  WIRE-RELEASED-DATE   PIC 9(08).
005600     05  WIRE-VOUCHER-COUNT   PIC 9(02).
005700     05  WIRE-VOUCHER-ENTRY OCCURS 20 TIMES.
005800         10  WIRE-VOUCHER-NO      PIC 9(05).
005900         10  WIRE-APPLIED         PIC S9(6)V99.

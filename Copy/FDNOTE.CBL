000100*---------------------------------
000200* FDNOTE - Record layout for the
000300* Notes Payable File. One record
000400* per equipment loan or line of
000500* credit, owed to a lender that
000600* is set up as a vendor so the
000700* payments go through the
000800* ordinary voucher and check
000900* runs.
001000*---------------------------------
001100 FD  NOTE-FILE
001200     LABEL RECORDS ARE STANDARD.
001300 01  NOTE-RECORD.
001400     05  NOTE-NUMBER           PIC 9(03).
001500     05  NOTE-DESCRIPTION      PIC X(30).
001600     05  NOTE-VENDOR           PIC 9(05).
001700*---------------------------------
001800* T - term loan: a level payment
001900*     of interest and principal
002000*     that pays the note off over
002100*     the term
002200* L - line of credit: interest
002300*     only each payment, the
002400*     balance due in full with
002500*     the last
002600*---------------------------------
002700     05  NOTE-TYPE             PIC X(01).
002800         88  NOTE-IS-TERM         VALUE "T".
002900         88  NOTE-IS-LINE         VALUE "L".
003000         88  NOTE-TYPE-IS-VALID   VALUES "T" "L".
003100*---------------------------------
003200* F - fixed rate
003300* I - indexed: the rate in force
003400*     is the index rate plus the
003500*     spread, and moves when the
003600*     index does
003700* Rates are annual, e.g. 06.500.
003800*---------------------------------
003900     05  NOTE-RATE-TYPE        PIC X(01).
004000         88  NOTE-RATE-IS-FIXED   VALUE "F".
004100         88  NOTE-RATE-IS-INDEXED VALUE "I".
004200         88  NOTE-RATE-TYPE-IS-VALID VALUES "F" "I".
004300     05  NOTE-INDEX-NAME       PIC X(10).
004400     05  NOTE-INDEX-RATE       PIC 9(02)V999.
004500     05  NOTE-SPREAD           PIC 9(02)V999.
004600     05  NOTE-RATE             PIC 9(02)V999.
004700     05  NOTE-ORIGINAL-AMOUNT  PIC S9(7)V99.
004800     05  NOTE-ORIGIN-DATE      PIC 9(08).
004900*---------------------------------
005000* The number of payments, the
005100* months between them (1, 3, 6
005200* or 12), and the day the first
005300* falls due; later payments fall
005400* on the same day of the month,
005500* pulled back in a short month.
005600*---------------------------------
005700     05  NOTE-TERM-PAYMENTS    PIC 9(03).
005800     05  NOTE-FREQ-MONTHS      PIC 9(02).
005900         88  NOTE-FREQ-IS-VALID   VALUES 1 3 6 12.
006000     05  NOTE-FIRST-PAY-DATE   PIC 9(08).
006100*---------------------------------
006200* Interest expense, and the
006300* note liability the principal
006400* comes off.
006500*---------------------------------
006600     05  NOTE-INTEREST-ACCOUNT PIC 9(05).
006700     05  NOTE-LIABILITY-ACCOUNT PIC 9(05).
006800     05  NOTE-COMPANY          PIC 9(02).
006900*---------------------------------
007000* Where the note stands: the
007100* level payment in force (a line
007200* of credit: zero), the payments
007300* vouchered so far, the next one
007400* due, and the principal owed
007500* after the last. Borrowings,
007600* payments and rate changes are
007700* on the note history file in
007800* NOTE-LAST-SEQ order.
007900*---------------------------------
008000     05  NOTE-PAYMENT          PIC S9(6)V99.
008100     05  NOTE-PAYMENTS-MADE    PIC 9(03).
008200     05  NOTE-NEXT-DUE-DATE    PIC 9(08).
008300     05  NOTE-BALANCE          PIC S9(7)V99.
008400     05  NOTE-LAST-SEQ         PIC 9(04).
008500*---------------------------------
008600* A - active, payments to come
008700* P - paid off
008800*---------------------------------
008900     05  NOTE-STATUS           PIC X(01).
009000         88  NOTE-IS-ACTIVE       VALUE "A".
009100         88  NOTE-IS-PAID-OFF     VALUE "P".
009200     05  NOTE-ENTERED-BY       PIC X(08).

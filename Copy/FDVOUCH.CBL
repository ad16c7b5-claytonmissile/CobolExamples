012100* exercise.
012200*---------------------------------
012300     05  VOUCHER-USE-TAX       PIC S9(5)V99.
012400*---------------------------------
012500* Cancellation. A cancelled
012600* voucher stays on file with
012700* its amounts zeroed, so it
012800* drops out of every open
012900* balance; the amount it
013000* carried and the day it was
013100* cancelled are kept for the
013200* nightly journal's reversing
013300* entry. Space means live.
013400*---------------------------------
013500     05  VOUCHER-CANCEL-FLAG   PIC X(01).
013600         88  VOUCHER-IS-CANCELLED VALUE "C".
013700     05  VOUCHER-CANCEL-DATE   PIC 9(08).
013800     05  VOUCHER-CANCEL-AMOUNT PIC S9(6)V99.
013900*---------------------------------
014000* An employee reimbursement is
014100* paid to the employee payee
014200* file, not a vendor: the
014300* vendor number is zero and
014400* the employee number is
014500* carried here. Space means a
014600* vendor voucher.
014700*---------------------------------
014800     05  VOUCHER-PAYEE-TYPE    PIC X(01).
014900         88  VOUCHER-PAYS-EMPLOYEE VALUE "E".
015000     05  VOUCHER-EMPLOYEE      PIC 9(05).
015100*---------------------------------
015200* The day the voucher was put on
015300* file, and the period the goods
015400* or services were received in
015500* when that differs from the
015600* invoice date (zero when none
015700* was given). Used to find bills
015800* belonging to a closed period.
015900*---------------------------------
016000     05  VOUCHER-ENTERED-DATE  PIC 9(08).
016100     05  VOUCHER-SERVICE-FROM  PIC 9(08).
016200     05  VOUCHER-SERVICE-TO    PIC 9(08).
016300*---------------------------------
016400* The service contract the
016500* voucher is billed under, on
016600* the Contract Master File.
016700* Blank when none. Spend to date
016800* against the contract's not-
016900* to-exceed amount is the total
017000* of its vouchers.
017100*---------------------------------
017200     05  VOUCHER-CONTRACT      PIC X(08).

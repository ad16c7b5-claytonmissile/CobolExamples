008100* enrollment. Space predates
008200* electronic payments and
008300* means paper.
008320* M is a check written by hand
008340* from the same stock outside
008360* the check run and recorded
008380* afterwards.
008385* W is a wire transfer released
008390* from the wire request file;
008395* its number is the wire's.
008400*---------------------------------
008500     05  CHECK-REG-PAY-METHOD PIC X(01).
008600         88  CHECK-WAS-PAPER      VALUES "P" " ".
008700         88  CHECK-WAS-EFT        VALUE "E".
008750         88  CHECK-WAS-MANUAL     VALUE "M".
008775         88  CHECK-WAS-WIRE       VALUE "W".
008800*---------------------------------
008900* D when the face printed a
009000* second signature line
009600     05  CHECK-REG-SIGNATURES PIC X(01).
009700         88  CHECK-NEEDS-TWO-SIGS VALUE "D".
009800         88  CHECK-NEEDS-ONE-SIG  VALUES "S" " ".
009900*---------------------------------
010000* N on a check written by hand
010100* outside the check run until
010200* the next positive-pay export
010300* for its bank account carries
010400* it to the bank, Y once it
010500* has gone. Space on checks the
010600* run printed, which went out
010700* with their own run.
010800*---------------------------------
010900     05  CHECK-REG-PPAY-SENT  PIC X(01).
011000         88  CHECK-PPAY-IS-PENDING VALUE "N".
011100*---------------------------------
011200* E on a check paid to an
011300* employee payee for an
011400* expense reimbursement: the
011500* vendor number is zero and
011600* the employee number is
011700* carried here. Space for a
011800* vendor payment.
011900*---------------------------------
012000     05  CHECK-REG-PAYEE-TYPE PIC X(01).
012100         88  CHECK-PAID-EMPLOYEE  VALUE "E".
012200     05  CHECK-REG-EMPLOYEE   PIC 9(05).

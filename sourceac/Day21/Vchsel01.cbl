057100*---------------------------------
057200* Is the vendor on this voucher
057300* on payment hold?
057310* A vendor with an uncleared
057315* sanctions list match is held
057318* like a vendor on hold.
057320* An employee reimbursement has
057340* no vendor to be on hold.
057400*---------------------------------
057500 CHECK-VOUCHER-VENDOR-HOLD.
057550     IF VOUCHER-PAYS-EMPLOYEE
057600         MOVE "N" TO VENDOR-RECORD-FOUND
057650     ELSE
057700         MOVE VOUCHER-VENDOR TO VENDOR-NUMBER
057750         PERFORM READ-VENDOR-RECORD.
057800     IF VENDOR-RECORD-FOUND = "Y"
057810        AND (VENDOR-IS-ON-HOLD OR VENDOR-IS-SANCTION-HELD)
057900         MOVE "Y" TO VOUCHER-VENDOR-ON-HOLD
058000     ELSE
058100         MOVE "N" TO VOUCHER-VENDOR-ON-HOLD.
073700     COMPUTE OPEN-BALANCE =
073800         VOUCHER-BASE-AMOUNT - VOUCHER-PAID-AMOUNT.
073900     PERFORM CHECK-VOUCHER-VENDOR-HOLD.
073920     IF VOUCHER-IS-CANCELLED
073940         DISPLAY "THAT VOUCHER HAS BEEN CANCELLED"
073960     ELSE
074000     IF OPEN-BALANCE = ZEROES
074100         DISPLAY "THAT VOUCHER IS ALREADY PAID IN FULL"
074200     ELSE

010700
010800 REVIEW-ALL-VOUCHERS.
010900     IF VOUCHER-IS-AWAITING
010910        AND NOT VOUCHER-IS-CANCELLED
010920         PERFORM TAKE-VOUCHER-LOCK
010940         IF LOCK-WAS-TAKEN = "Y"
011000             PERFORM REVIEW-THIS-VOUCHER

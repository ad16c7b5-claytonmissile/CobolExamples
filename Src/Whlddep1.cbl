029900                    VOUCHER-USE-TAX
030000                    VOUCHER-RETAINAGE-PCT
030100                    VOUCHER-RETAINED-AMOUNT
030200                    VOUCHER-FX-GAIN-LOSS
030220                    VOUCHER-CANCEL-DATE
030240                    VOUCHER-CANCEL-AMOUNT
030260                    VOUCHER-EMPLOYEE
030270                    VOUCHER-SERVICE-FROM
030280                    VOUCHER-SERVICE-TO.
030290     MOVE FUNCTION CURRENT-DATE(1:8) TO
030295         VOUCHER-ENTERED-DATE.
030300     MOVE "N" TO VOUCHER-SELECTED
030400                 VOUCHER-TAXABLE
030500                 VOUCHER-DEDUCTIBLE

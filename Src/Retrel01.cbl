023300                    VOUCHER-USE-TAX
023400                    VOUCHER-RETAINAGE-PCT
023500                    VOUCHER-RETAINED-AMOUNT
023600                    VOUCHER-FX-GAIN-LOSS
023620                    VOUCHER-CANCEL-DATE
023640                    VOUCHER-CANCEL-AMOUNT
023660                    VOUCHER-EMPLOYEE
023670                    VOUCHER-SERVICE-FROM
023680                    VOUCHER-SERVICE-TO.
023690     MOVE FUNCTION CURRENT-DATE(1:8) TO
023695         VOUCHER-ENTERED-DATE.
023700     MOVE HOLD-COMPANY TO VOUCHER-COMPANY.
023800     MOVE FUNCTION CURRENT-DATE(1:8) TO VOUCHER-DATE
023900                                        VOUCHER-DUE.

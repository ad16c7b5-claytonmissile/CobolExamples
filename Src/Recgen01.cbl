001200* voucher numbers, and prints a
001300* register of what was
001400* generated.
001410*
001420* A template that pays a lease
001430* has each voucher split into
001440* interest and principal by
001450* the lease split program; the
001460* template then carries the
001470* lease's next payment, and is
001480* made inactive after the last.
001500*---------------------------------
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
007700
007800 77  GENERATED-COUNT         PIC 9(4)      VALUE ZEROES.
007900 77  GENERATED-TOTAL         PIC S9(8)V99  VALUE ZEROES.
007910
007920*---------------------------------
007930* Passed to the lease split
007940* program for every voucher
007950* generated.
007960*---------------------------------
007970 01  LEASE-SPLIT-REQUEST.
007972     05  SPLIT-RECUR-NUMBER     PIC 9(3).
007974     05  SPLIT-VOUCHER-NO       PIC 9(5).
007976     05  SPLIT-VOUCHER-COMPANY  PIC 9(2).
007978     05  SPLIT-PERIOD           PIC 9(6).
007980     05  SPLIT-AMOUNT           PIC S9(6)V99.
007982     05  SPLIT-RESULT           PIC X.
007984         88  SPLIT-NOT-A-LEASE     VALUE "N".
007986         88  SPLIT-WAS-MADE        VALUE "Y".
007988         88  SPLIT-WAS-LAST        VALUE "E".
007990         88  SPLIT-WAS-REFUSED     VALUE "R".
007992     05  SPLIT-NEXT-PAYMENT     PIC S9(6)V99.
008000
008100 77  LINE-COUNT              PIC 999   VALUE ZERO.
008200 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
031800                    VOUCHER-USE-TAX
031900                    VOUCHER-RETAINAGE-PCT
032000                    VOUCHER-RETAINED-AMOUNT
032100                    VOUCHER-FX-GAIN-LOSS
032120                    VOUCHER-CANCEL-DATE
032140                    VOUCHER-CANCEL-AMOUNT
032160                    VOUCHER-EMPLOYEE
032170                    VOUCHER-SERVICE-FROM
032180                    VOUCHER-SERVICE-TO.
032190     MOVE FUNCTION CURRENT-DATE(1:8) TO
032195         VOUCHER-ENTERED-DATE.
032200     MOVE "N" TO VOUCHER-TAXABLE.
032300     PERFORM SET-APPROVAL-STATUS.
032400     MOVE "N" TO VOUCHER-HOLD-FLAG.
033700     PERFORM PRINT-REGISTER-DETAIL.
033800     ADD 1 TO GENERATED-COUNT.
033900     ADD RECUR-AMOUNT TO GENERATED-TOTAL.
034000     PERFORM SPLIT-LEASE-VOUCHER.
034100
034110*---------------------------------
034120* A lease payment is split and
034130* the template moved on to the
034140* next payment, which carries
034150* any escalation.
034160*---------------------------------
034170 SPLIT-LEASE-VOUCHER.
034172     MOVE RECUR-NUMBER TO SPLIT-RECUR-NUMBER.
034174     MOVE VOUCHER-NUMBER TO SPLIT-VOUCHER-NO.
034176     MOVE VOUCHER-COMPANY TO SPLIT-VOUCHER-COMPANY.
034178     MOVE VOUCHER-DATE (1:6) TO SPLIT-PERIOD.
034180     MOVE VOUCHER-AMOUNT TO SPLIT-AMOUNT.
034182     CALL "LSESPL01" USING LEASE-SPLIT-REQUEST.
034184     IF SPLIT-WAS-MADE
034186         MOVE SPLIT-NEXT-PAYMENT TO RECUR-AMOUNT
034188         PERFORM REWRITE-TEMPLATE-RECORD
034190     ELSE
034192     IF SPLIT-WAS-LAST
034194         MOVE "I" TO RECUR-STATUS
034196         DISPLAY "LEASE " RECUR-NUMBER " FULLY PAID -"
034197                 " TEMPLATE MADE INACTIVE"
034198         PERFORM REWRITE-TEMPLATE-RECORD.
034199
034200*---------------------------------
034300* A generated voucher at or
034400* over the dual-control
041100         AT END
041200         MOVE "Y" TO RECUR-FILE-AT-END.
041300
041310 REWRITE-TEMPLATE-RECORD.
041320     REWRITE RECUR-RECORD
041330         INVALID KEY
041340         DISPLAY "ERROR REWRITING TEMPLATE " RECUR-NUMBER.
041350
041400*---------------------------------
041500* Other file I-O routines.
041600*---------------------------------

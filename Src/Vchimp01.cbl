006900     COPY "SLSONLOG.CBL".
007000
007100     COPY "SLSESS.CBL".
007120
007140     COPY "SLAUDIT.CBL".
007160
007180     COPY "SLINVL.CBL".
007200
007300     SELECT PRINTER-FILE
007400         ASSIGN TO PRINTER
011000     COPY "FDSONLOG.CBL".
011100
011200     COPY "FDSESS.CBL".
011220
011240     COPY "FDAUDIT.CBL".
011260
011280     COPY "FDINVL.CBL".
011300
011400 FD  PRINTER-FILE
011500     LABEL RECORDS ARE OMITTED.
012400 77  LINE-IS-GOOD            PIC X.
012500 77  DUPLICATE-FOUND         PIC X.
012600 77  DUP-SCAN-AT-END         PIC X.
012650 77  ERS-DUPLICATE-FOUND     PIC X.
012660 77  ERS-MATCH-AMOUNT        PIC S9(6)V99.
012700
012800 77  NEXT-VOUCHER-NUMBER     PIC 9(5).
012820 77  POOL-CANDIDATE          PIC 9(5).
021200     COPY "WSDATE01.CBL".
021300
021400     COPY "WSCOMP01.CBL".
021450
021500     COPY "WSINVL01.CBL".
021550
021600 PROCEDURE DIVISION.
021700 PROGRAM-BEGIN.
021800     PERFORM OPENING-PROCEDURE.
024700     OPEN I-O VENDOR-FILE.
024800     OPEN OUTPUT PRINTER-FILE.
024900     OPEN EXTEND CONTROL-TOTALS-FILE.
024950     OPEN EXTEND AUDIT-FILE.
024975     OPEN I-O INVOICE-LOG-FILE.
025000
025100 CLOSING-PROCEDURE.
025200     CLOSE UPDATE-JOURNAL-FILE.
026400     CLOSE CONTROL-TOTALS-FILE.
026500     PERFORM END-LAST-PAGE.
026600     CLOSE PRINTER-FILE.
026650     CLOSE AUDIT-FILE.
026675     CLOSE INVOICE-LOG-FILE.
026700
026800 MAIN-PROCESS.
026900     PERFORM GET-COMPANY-CODE.
044500*---------------------------------
044600* The vendor alternate key puts
044700* the duplicate check straight
044800* on the vendor's vouchers. A
044810* vendor settled by ERS has its
044820* receipts vouchered nightly, so
044830* an invoice for the amount of a
044840* receipt already settled is the
044850* same payment a second time.
044900*---------------------------------
045000 EDIT-DUPLICATE-INVOICE.
045100     MOVE "N" TO DUPLICATE-FOUND.
045110     MOVE "N" TO ERS-DUPLICATE-FOUND.
045120     MOVE IMP-AMOUNT TO IMP-AMOUNT-NUMERIC.
045130     COMPUTE ERS-MATCH-AMOUNT = IMP-AMOUNT-NUMERIC / 100.
045200     MOVE "N" TO DUP-SCAN-AT-END.
045300     MOVE IMP-VENDOR-NUMERIC TO VOUCHER-VENDOR.
045400     START VOUCHER-FILE KEY NOT < VOUCHER-VENDOR
045600         MOVE "Y" TO DUP-SCAN-AT-END.
045700     PERFORM SCAN-NEXT-FOR-DUPLICATE
045800         UNTIL DUP-SCAN-AT-END = "Y"
045900            OR DUPLICATE-FOUND = "Y"
045950            OR ERS-DUPLICATE-FOUND = "Y".
046000     IF DUPLICATE-FOUND = "Y"
046100         MOVE "N" TO LINE-IS-GOOD
046200         MOVE "DUPLICATE VENDOR/INVOICE" TO REJECT-REASON.
046210     IF ERS-DUPLICATE-FOUND = "Y"
046220         MOVE "N" TO LINE-IS-GOOD
046230         MOVE "ERS RECEIPT ALREADY SETTLED" TO REJECT-REASON.
046300
046400 SCAN-NEXT-FOR-DUPLICATE.
046500     READ VOUCHER-FILE NEXT RECORD
047000     IF DUP-SCAN-AT-END NOT = "Y"
047100        AND VOUCHER-INVOICE = IMP-INVOICE
047200         MOVE "Y" TO DUPLICATE-FOUND.
047210     IF DUP-SCAN-AT-END NOT = "Y"
047220        AND VENDOR-IS-ERS
047230        AND VOUCHER-FOR = "EVALUATED RECEIPT SETTLEMENT"
047240        AND VOUCHER-AMOUNT = ERS-MATCH-AMOUNT
047250        AND NOT VOUCHER-IS-CANCELLED
047260         MOVE "Y" TO ERS-DUPLICATE-FOUND.
047300
047400 LOAD-THIS-LINE.
047420     PERFORM FIND-NEXT-VOUCHER-NUMBER.
050200                    VOUCHER-USE-TAX
050300                    VOUCHER-RETAINAGE-PCT
050400                    VOUCHER-RETAINED-AMOUNT
050500                    VOUCHER-FX-GAIN-LOSS
050520                    VOUCHER-CANCEL-DATE
050540                    VOUCHER-CANCEL-AMOUNT
050560                    VOUCHER-EMPLOYEE
050570                    VOUCHER-SERVICE-FROM
050580                    VOUCHER-SERVICE-TO.
050590     MOVE FUNCTION CURRENT-DATE(1:8) TO
050595         VOUCHER-ENTERED-DATE.
050600     MOVE SIGN-ON-COMPANY TO VOUCHER-COMPANY.
050700     IF APCTL-APPROVAL-THRESHOLD NOT = ZEROES
050800        AND VOUCHER-AMOUNT NOT <
051700     MOVE "W" TO UPDJ-ACTION.
051800     MOVE VOUCHER-RECORD TO UPDJ-IMAGE.
051900     PERFORM WRITE-UPDATE-JOURNAL.
051920     PERFORM LOG-VOUCHER-ENTRY.
051940     IF VOUCHER-INVOICE NOT = SPACES
051950         MOVE VOUCHER-VENDOR TO INVL-MATCH-VENDOR
051960         MOVE VOUCHER-INVOICE TO INVL-MATCH-INVOICE
051970         MOVE VOUCHER-NUMBER TO INVL-MATCH-VOUCHER
051980         PERFORM MATCH-INVOICE-LOG.
052000     ADD 1 TO LOADED-COUNT.
052100     ADD VOUCHER-AMOUNT TO LOADED-TOTAL.
052300
052310*---------------------------------
052320* Each loaded invoice goes on
052330* the voucher audit trail under
052340* the importing operator, as a
052350* keyed one does.
052360*---------------------------------
052370 LOG-VOUCHER-ENTRY.
052375     MOVE VOUCHER-NUMBER TO AUDIT-EVENT-VOUCHER-NO.
052380     MOVE VOUCHER-VENDOR TO AUDIT-EVENT-VENDOR-NO.
052382     MOVE "ENTERED" TO AUDIT-EVENT-ACTION.
052384     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-EVENT-DATE.
052386     MOVE VOUCHER-AMOUNT TO AUDIT-EVENT-AMOUNT.
052388     MOVE SPACE TO AUDIT-EVENT-OLD-VALUE.
052390     MOVE VOUCHER-APPROVAL TO AUDIT-EVENT-NEW-VALUE.
052392     PERFORM WRITE-AUDIT-RECORD.
052394
052400 REJECT-THIS-LINE.
052500     ADD 1 TO REJECT-COUNT.
052600     IF LINE-COUNT > MAXIMUM-LINES
053200     PERFORM WRITE-TO-PRINTER.
053300     MOVE "Y" TO REJECT-IS-RECYCLABLE.
053400     IF REJECT-REASON = "DUPLICATE VENDOR/INVOICE"
053450      OR REJECT-REASON = "ERS RECEIPT ALREADY SETTLED"
053500         MOVE "N" TO REJECT-IS-RECYCLABLE.
053600     IF REJECT-IS-RECYCLABLE = "Y"
053700         PERFORM WRITE-RECYCLE-REJECT.
067600     COPY "PLDCTL01.CBL".
067700     COPY "PLSIGN01.CBL".
067800     COPY "PLUPDJ01.CBL".
067850     COPY "PLAUDIT01.CBL".
067900     COPY "PLINVL01.CBL".

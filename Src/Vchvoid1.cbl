004700     COPY "SLDCTL.CBL".
004800
004900     COPY "SLWHLD.CBL".
004920
004940     COPY "SLFWHLD.CBL".
005000
005100     COPY "SLCASHL.CBL".
005200
006900     COPY "FDDCTL.CBL".
007000
007100     COPY "FDWHLD.CBL".
007120
007140     COPY "FDFWHLD.CBL".
007200
007300     COPY "FDCASHL.CBL".
007400
008900 77  CHECK-VOID-WHLD-TOTAL   PIC S9(7)V99 VALUE ZEROES.
009000 77  CHECK-VOID-FX-TOTAL     PIC S9(7)V99 VALUE ZEROES.
009100 77  WHLD-RECORD-FOUND       PIC X.
009150 77  FWHLD-RECORD-FOUND      PIC X.
009200 77  RELEASED-RETAINAGE-SEEN PIC X.
009300 77  OK-TO-VOID-RELEASED     PIC X.
009320 77  ALL-LOCKS-TAKEN         PIC X.
014800     OPEN EXTEND AUDIT-FILE.
014900     OPEN I-O CHECK-REG-FILE.
015000     OPEN I-O WITHHELD-FILE.
015050     OPEN I-O FOREIGN-WHLD-FILE.
015100     OPEN EXTEND CASH-LEDGER-FILE.
015200     OPEN I-O OPERATOR-FILE.
015300     OPEN EXTEND CONTROL-TOTALS-FILE.
015900     CLOSE AUDIT-FILE.
016000     CLOSE CHECK-REG-FILE.
016100     CLOSE WITHHELD-FILE.
016150     CLOSE FOREIGN-WHLD-FILE.
016200     CLOSE CASH-LEDGER-FILE.
016300     CLOSE OPERATOR-FILE.
016400     CLOSE CONTROL-TOTALS-FILE.
026760                        CHECK-VOID-FX-TOTAL
026780         PERFORM VOID-ALL-VOUCHERS-ON-CHECK
026800         PERFORM REMOVE-WITHHELD-RECORD
026810         PERFORM REMOVE-FOREIGN-WHLD-RECORD
026820         PERFORM MARK-REGISTER-CHECK-VOID
026840     ELSE
026860         PERFORM FREE-VOUCHERS-ON-CHECK
049200         PERFORM WRITE-UPDATE-JOURNAL.
049300     IF CHECK-REG-FOUND = "Y"
049400         PERFORM POST-VOID-TO-CASH-LEDGER.
049420     IF CHECK-REG-FOUND = "Y"
049440        AND NOT CHECK-WAS-EFT
049450        AND NOT CHECK-WAS-WIRE
049460         DISPLAY "IF THE CHECK IS OUTSTANDING, PLACE A STOP"
049480         DISPLAY "PAYMENT ON IT THROUGH STOP PAYMENTS (MENU 29)".
049500
049600*---------------------------------
049700* The voided check's cash
052800         DELETE WITHHELD-FILE RECORD
052900             INVALID KEY
053000             CONTINUE.
053002
053004*---------------------------------
053006* Non-resident withholding on a
053008* foreign payee's check comes off
053010* its own file the same way, so
053012* neither the 1042 deposit nor the
053014* 1042-S carries a voided payment.
053016* It joins the backup withholding
053018* in the void's withholding total
053020* for the journal reversal.
053022*---------------------------------
053024 REMOVE-FOREIGN-WHLD-RECORD.
053026     MOVE VOID-CHECK-NUMBER TO FWHLD-CHECK-NO.
053028     MOVE "Y" TO FWHLD-RECORD-FOUND.
053030     READ FOREIGN-WHLD-FILE RECORD
053032         INVALID KEY
053034         MOVE "N" TO FWHLD-RECORD-FOUND.
053036     IF FWHLD-RECORD-FOUND = "Y"
053038         ADD FWHLD-AMOUNT TO CHECK-VOID-WHLD-TOTAL
053040         DELETE FOREIGN-WHLD-FILE RECORD
053042             INVALID KEY
053044             CONTINUE.
053100
053200*---------------------------------
053300* Voucher file read routines.

001700*     a different amount
001750*   - voided checks the bank
001760*     cleared anyway
001765*   - any check the bank paid
001770*     while our stop payment on
001775*     it was in force, flagged
001780*     urgent
001800*---------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002600
002700     COPY "SLBANKCL.CBL".
002800
002900     COPY "SLSTOP.CBL".
003000
003600     SELECT BANK-WORK-FILE
003700         ASSIGN TO "BANKWORK"
003800         ORGANIZATION IS SEQUENTIAL.
005300
005400     COPY "FDBANKCL.CBL".
005500
005600     COPY "FDSTOP.CBL".
005700
010200*---------------------------------
010300* Bank-cleared checks, sorted
010400* into check-number order.
015080         VALUE "CLEARED BUT VOID:".
015090     05  PRINT-VOID-CLEARED  PIC ZZZZ9.
015100
015105 01  STOP-TOTAL-LINE.
015110     05  FILLER              PIC X(24)
015115         VALUE "*** PAID ON STOP:".
015120     05  PRINT-PAID-ON-STOP  PIC ZZZZ9.
015125
015130 01  STOP-NOTE-LINE.
015135     05  FILLER              PIC X(8)  VALUE SPACE.
015140     05  FILLER              PIC X(16) VALUE "STOP REQUESTED".
015145     05  PRINT-STOP-DATE     PIC Z9/99/9999.
015150     05  FILLER              PIC X(11) VALUE "  CONFIRM".
015155     05  PRINT-STOP-CONFIRM  PIC X(15).
015160     05  FILLER              PIC X(16) VALUE " - CALL THE BANK".
015165
015200 01  COLUMN-LINE.
015300     05  FILLER         PIC X(5)  VALUE "CHECK".
015400     05  FILLER         PIC X(3)  VALUE SPACE.
018300 77  UNMATCHED-BANK-COUNT    PIC 9(5)  VALUE ZEROES.
018400 77  AMOUNT-MISMATCH-COUNT   PIC 9(5)  VALUE ZEROES.
018450 77  VOID-CLEARED-COUNT      PIC 9(5)  VALUE ZEROES.
018460 77  PAID-ON-STOP-COUNT      PIC 9(5)  VALUE ZEROES.
018470 77  PAID-ON-STOP            PIC X.
018480 77  STOP-RECORD-FOUND       PIC X.
018500
018600     COPY "WSCASE01.CBL".
018700
025950     OPEN OUTPUT PRINTER-FILE.
026000     OPEN INPUT CHECK-REG-FILE.
026100     OPEN INPUT BANK-WORK-FILE.
026150     OPEN INPUT STOP-PAYMENT-FILE.
026200     PERFORM START-NEW-PAGE.
026300     PERFORM READ-FIRST-REGISTER-CHECK.
026400     PERFORM READ-FIRST-BANK-CHECK.
026700            AND BANK-FILE-AT-END = "Y".
026800     PERFORM PRINT-TOTALS.
026900     CLOSE CHECK-REG-FILE.
026950     CLOSE STOP-PAYMENT-FILE.
027000     CLOSE BANK-WORK-FILE.
027100     PERFORM END-LAST-PAGE.
027200     CLOSE PRINTER-FILE.
033200     MOVE ZEROES TO PRINT-AMOUNT.
033300     MOVE BANK-WORK-CLEARED-AMOUNT TO PRINT-BANK-AMOUNT.
033400     MOVE "NO REGISTER RECORD" TO PRINT-STATUS.
033420     PERFORM LOOK-FOR-ACTIVE-STOP.
033440     IF PAID-ON-STOP = "Y"
033460         PERFORM REPORT-PAID-ON-STOP
033480     ELSE
033500         PERFORM PRINT-DETAIL-LINE.
033600
033700*---------------------------------
033800* Same check number on both
034150* counted but not printed.
034200*---------------------------------
034300 REPORT-MATCHED-CHECK.
034301     PERFORM LOOK-FOR-ACTIVE-STOP.
034302     IF PAID-ON-STOP = "Y"
034303         PERFORM BUILD-MATCH-DETAIL
034304         PERFORM REPORT-PAID-ON-STOP
034305     ELSE
034310     IF CHECK-IS-VOID
034320         ADD 1 TO VOID-CLEARED-COUNT
034330         PERFORM BUILD-MATCH-DETAIL
035984     MOVE CHECK-REG-AMOUNT TO PRINT-AMOUNT.
035985     MOVE BANK-WORK-CLEARED-AMOUNT TO PRINT-BANK-AMOUNT.
036000
036002*---------------------------------
036004* A check the bank paid while
036006* our stop on it was in force -
036008* the bank owes the money back,
036010* and it has to be told now,
036012* not at month end.
036014*---------------------------------
036016 LOOK-FOR-ACTIVE-STOP.
036018     MOVE "N" TO PAID-ON-STOP.
036020     MOVE BANK-WORK-CHECK-NO TO STOP-CHECK-NO.
036022     MOVE "Y" TO STOP-RECORD-FOUND.
036024     READ STOP-PAYMENT-FILE RECORD
036026         INVALID KEY
036028         MOVE "N" TO STOP-RECORD-FOUND.
036030     IF STOP-RECORD-FOUND = "Y"
036032        AND STOP-IS-ACTIVE
036034        AND BANK-WORK-CLEARED-DATE NOT < STOP-REQUEST-DATE
036036        AND BANK-WORK-CLEARED-DATE NOT > STOP-EXPIRY-DATE
036038         MOVE "Y" TO PAID-ON-STOP.
036040
036042 REPORT-PAID-ON-STOP.
036044     ADD 1 TO PAID-ON-STOP-COUNT.
036046     MOVE "*** PAID ON STOP ***" TO PRINT-STATUS.
036048     PERFORM PRINT-DETAIL-LINE.
036050     MOVE SPACE TO STOP-NOTE-LINE.
036052     MOVE STOP-REQUEST-DATE TO DATE-CCYYMMDD.
036054     PERFORM CONVERT-TO-MMDDCCYY.
036056     MOVE DATE-MMDDCCYY TO PRINT-STOP-DATE.
036058     MOVE STOP-BANK-CONFIRM TO PRINT-STOP-CONFIRM.
036060     MOVE STOP-NOTE-LINE TO PRINTER-RECORD.
036062     PERFORM WRITE-TO-PRINTER.
036064     DISPLAY "*** URGENT - CHECK " BANK-WORK-CHECK-NO
036066             " CLEARED WITH A STOP PAYMENT IN FORCE".
036068     DISPLAY "*** CALL THE BANK - STOP CONFIRMATION "
036070             STOP-BANK-CONFIRM.
036072
036100 PRINT-DETAIL-LINE.
036200     IF LINE-COUNT > MAXIMUM-LINES
036300         PERFORM START-NEXT-PAGE.
037540         MOVE VOID-CLEARED-COUNT TO PRINT-VOID-CLEARED
037550         MOVE VOID-TOTAL-LINE TO PRINTER-RECORD
037560         PERFORM WRITE-TO-PRINTER.
037565     IF PAID-ON-STOP-COUNT NOT = ZEROES
037570         MOVE SPACE TO STOP-TOTAL-LINE
037575         MOVE "*** PAID ON STOP:" TO STOP-TOTAL-LINE
037580         MOVE PAID-ON-STOP-COUNT TO PRINT-PAID-ON-STOP
037585         MOVE STOP-TOTAL-LINE TO PRINTER-RECORD
037590         PERFORM WRITE-TO-PRINTER.
037600
037700*---------------------------------
037800* Check register I-O - the key

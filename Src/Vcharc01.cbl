006100
006200 77  ARCHIVED-COUNT          PIC 9(5)      VALUE ZEROES.
006300 77  ARCHIVED-TOTAL          PIC S9(9)V99  VALUE ZEROES.
006350 77  CANCELLED-COUNT         PIC 9(5)      VALUE ZEROES.
006400
006500 77  LINE-COUNT              PIC 999   VALUE ZERO.
006600 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
007600     05  PRINT-PAID-DATE   PIC Z9/99/9999.
007700     05  FILLER            PIC X(2)  VALUE SPACE.
007800     05  PRINT-AMOUNT      PIC ZZZ,ZZ9.99-.
007820     05  FILLER            PIC X(2)  VALUE SPACE.
007840     05  PRINT-CANCELLED   PIC X(9).
007900
008000 01  TOTAL-LINE.
008100     05  FILLER            PIC X(18)
008500     05  FILLER            PIC X(12) VALUE "TOTAL PAID:".
008600     05  PRINT-ARCH-TOTAL  PIC ZZZ,ZZZ,ZZ9.99-.
008700
008720 01  CANCELLED-LINE.
008740     05  FILLER            PIC X(18)
008760         VALUE "OF WHICH CANCELLED".
008780     05  PRINT-CANC-COUNT  PIC ZZZZ9.
008790
008800 01  COLUMN-LINE.
008900     05  FILLER         PIC X(7)  VALUE "VOUCHER".
009000     05  FILLER         PIC X(1)  VALUE SPACE.
017800* a voucher still holding any
017900* stays until the release
018000* screen lets it go.
018110* A cancelled voucher is never
018120* paid; it leaves once its
018130* cancellation is older than
018140* the cutoff.
018150*---------------------------------
018200 ARCHIVE-NEXT-VOUCHER.
018300     IF VOUCHER-PAID-DATE NOT = ZEROES
018400        AND VOUCHER-PAID-DATE NOT > CUTOFF-DATE
018500        AND VOUCHER-PAID-AMOUNT = VOUCHER-BASE-AMOUNT
018600        AND VOUCHER-RETAINED-AMOUNT = ZEROES
018700         PERFORM ARCHIVE-THIS-VOUCHER
018710     ELSE
018720     IF VOUCHER-IS-CANCELLED
018730        AND VOUCHER-CANCEL-DATE NOT > CUTOFF-DATE
018740         PERFORM ARCHIVE-THIS-VOUCHER.
018800     PERFORM READ-NEXT-VOUCHER-RECORD.
018900
019000 ARCHIVE-THIS-VOUCHER.
019500         PERFORM PRINT-REGISTER-DETAIL
019600         ADD 1 TO ARCHIVED-COUNT
019700         ADD VOUCHER-PAID-AMOUNT TO ARCHIVED-TOTAL.
019710     IF ARCHIVE-WRITE-OK = "Y"
019720        AND VOUCHER-IS-CANCELLED
019730         ADD 1 TO CANCELLED-COUNT.
019800
019900 PRINT-REGISTER-DETAIL.
020000     IF LINE-COUNT > MAXIMUM-LINES
020400     MOVE VOUCHER-VENDOR TO PRINT-VENDOR-NO.
020500     MOVE VOUCHER-INVOICE TO PRINT-INVOICE.
020600     MOVE VOUCHER-PAID-DATE TO DATE-CCYYMMDD.
020610     IF VOUCHER-IS-CANCELLED
020620         MOVE VOUCHER-CANCEL-DATE TO DATE-CCYYMMDD
020630         MOVE "CANCELLED" TO PRINT-CANCELLED.
020700     PERFORM CONVERT-TO-MMDDCCYY.
020800     MOVE DATE-MMDDCCYY TO PRINT-PAID-DATE.
020900     MOVE VOUCHER-PAID-AMOUNT TO PRINT-AMOUNT.
021600     MOVE ARCHIVED-TOTAL TO PRINT-ARCH-TOTAL.
021700     MOVE TOTAL-LINE TO PRINTER-RECORD.
021800     PERFORM WRITE-TO-PRINTER.
021810     IF CANCELLED-COUNT NOT = ZEROES
021820         MOVE CANCELLED-COUNT TO PRINT-CANC-COUNT
021830         MOVE CANCELLED-LINE TO PRINTER-RECORD
021840         PERFORM WRITE-TO-PRINTER.
021900
022000*---------------------------------
022100* Voucher file read routines.

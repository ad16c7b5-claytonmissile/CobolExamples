005400 77  LINE-COUNT               PIC 999   VALUE ZERO.
005500 77  PAGE-NUMBER              PIC 99999 VALUE ZERO.
005600 77  MAXIMUM-LINES            PIC 999   VALUE 55.
005620
005640     COPY "WSMASK01.CBL".
005700
005800 PROCEDURE DIVISION.
005900 PROGRAM-BEGIN.
009800     MOVE SPACE TO DETAIL-LINE.
009900     MOVE VENDOR-NUMBER TO PRINT-NUMBER.
010000     MOVE VENDOR-NAME TO PRINT-NAME.
010050     MOVE VENDOR-TAX-ID TO MASK-VALUE.
010100     PERFORM MASK-SENSITIVE-VALUE.
010150     MOVE MASK-VALUE TO PRINT-TAX-ID.
010200     MOVE DETAIL-LINE TO PRINTER-RECORD.
010300     PERFORM WRITE-TO-PRINTER.
010400
015700 FORM-FEED.
015800     MOVE SPACE TO PRINTER-RECORD.
015900     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
016000
016100*---------------------------------
016200* Utility routines.
016300*---------------------------------
016400     COPY "PLMASK01.CBL".

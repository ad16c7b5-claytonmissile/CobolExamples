008200     COPY "WSCASE01.CBL".
008300
008400     COPY "WSDATE01.CBL".
008420
008440     COPY "WSMASK01.CBL".
008500
008600 PROCEDURE DIVISION.
008700 PROGRAM-BEGIN.
016100     DISPLAY "STATUS: " VENDOR-STATUS
016200             " (A=ACTIVE, H=HOLD, I=INACTIVE)".
016300     IF VENDOR-GETS-1099
016350         MOVE VENDOR-TAX-ID TO MASK-VALUE
016400         PERFORM MASK-SENSITIVE-VALUE
016450         DISPLAY "1099 REPORTABLE - TAX ID: " MASK-VALUE.
016500     IF VENDOR-HAS-REMIT-TO
016600         DISPLAY "REMIT-TO ADDRESS ON FILE".
016700     MOVE VENDOR-YTD-PAID TO YTD-DISPLAY.
027500* Utility routines.
027600*---------------------------------
027700     COPY "PLDATE01.CBL".
027800     COPY "PLMASK01.CBL".

003970     COPY "WSCASE01.CBL".
003980
003990     COPY "WSDATE01.CBL".
003992
003994     COPY "WSMASK01.CBL".
004000
004100 PROCEDURE DIVISION.
004200 PROGRAM-BEGIN.
030600     DISPLAY "10. VENDOR FAX: " VENDOR-FAX.
030700
030800 DISPLAY-VENDOR-TAX-ID.
030850     MOVE VENDOR-TAX-ID TO MASK-VALUE.
030900     PERFORM MASK-SENSITIVE-VALUE.
030950     DISPLAY "11. VENDOR TAX ID: " MASK-VALUE.
031000
031100 DISPLAY-VENDOR-1099-FLAG.
031200     DISPLAY "12. 1099 REPORTABLE: " VENDOR-1099-FLAG.
039600          MOVE "N" TO STATE-RECORD-FOUND.
039700
039800     COPY "PLDATE01.CBL".
039900     COPY "PLMASK01.CBL".

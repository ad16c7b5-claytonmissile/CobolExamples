013600     COPY "WSAUDIT01.CBL".
013700
013800     COPY "WSSIGN01.CBL".
013820
013840     COPY "WSMASK01.CBL".
013900
014000 PROCEDURE DIVISION.
014100 PROGRAM-BEGIN.
039000 PRINT-MISMATCH-LINE.
039100     MOVE VENDOR-NUMBER TO MIS-VENDOR.
039200     MOVE VENDOR-NAME TO MIS-NAME.
039250     MOVE VENDOR-TAX-ID TO MASK-VALUE.
039300     PERFORM MASK-SENSITIVE-VALUE.
039350     MOVE MASK-VALUE TO MIS-TAX-ID.
039400     MOVE VENDOR-TIN-MATCH-DATE TO MIS-DATE.
039500     MOVE MISMATCH-DETAIL-LINE TO PRINTER-RECORD.
039600     PERFORM WRITE-PRINTER-LINE.
042900*---------------------------------
043000     COPY "PLSIGN01.CBL".
043100     COPY "PLUPDJ01.CBL".
043200     COPY "PLMASK01.CBL".

027200     COPY "WSAUDIT01.CBL".
027300
027400     COPY "WSSIGN01.CBL".
027420
027440     COPY "WSMASK01.CBL".
027500
027600 PROCEDURE DIVISION.
027700 PROGRAM-BEGIN.
061800     MOVE SPACE TO PROOF-DETAIL-LINE.
061900     MOVE VENDOR-NUMBER TO PRINT-VENDOR-NO.
062000     MOVE VENDOR-NAME TO PRINT-NAME.
062050     MOVE VENDOR-TAX-ID TO MASK-VALUE.
062100     PERFORM MASK-SENSITIVE-VALUE.
062150     MOVE MASK-VALUE TO PRINT-TAX-ID.
062200     MOVE PAYEE-NEC-AMOUNT TO PRINT-NEC-AMOUNT.
062300     MOVE PAYEE-WHLD-AMOUNT TO PRINT-WHLD-AMOUNT.
062400     IF PAYEE-IS-CORRECTED = "G"
070000*---------------------------------
070100     COPY "PLDATE01.CBL".
070200     COPY "PLSIGN01.CBL".
070300     COPY "PLMASK01.CBL".

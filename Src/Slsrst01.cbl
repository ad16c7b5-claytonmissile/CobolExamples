007000     05  HWRK-CATEGORY        PIC 9(02).
007100     05  HWRK-PERIOD          PIC 9(06).
007200     05  HWRK-AMOUNT          PIC S9(8)V99.
007250     05  HWRK-COST            PIC S9(8)V99.
007300
007400 FD  PRINTER-FILE
007500     LABEL RECORDS ARE OMITTED.
031200     MOVE HIST-CATEGORY TO HWRK-CATEGORY.
031300     MOVE HIST-PERIOD TO HWRK-PERIOD.
031400     MOVE HIST-AMOUNT TO HWRK-AMOUNT.
031450     MOVE HIST-COST TO HWRK-COST.
031500     PERFORM LOOK-UP-THE-MAPPING.
031600     IF SMAP-RECORD-FOUND = "Y"
031700         MOVE SMAP-NEW-STORE TO HWRK-STORE
036600         MOVE "N" TO HIST-RECORD-FOUND.
036700     IF HIST-RECORD-FOUND = "Y"
036800         ADD HWRK-AMOUNT TO HIST-AMOUNT
036850         ADD HWRK-COST TO HIST-COST
036900         REWRITE HISTORY-RECORD
037000             INVALID KEY
037100             DISPLAY "ERROR REWRITING HISTORY RECORD"
037600         MOVE HWRK-CATEGORY TO HIST-CATEGORY
037700         MOVE HWRK-PERIOD TO HIST-PERIOD
037800         MOVE HWRK-AMOUNT TO HIST-AMOUNT
037850         MOVE HWRK-COST TO HIST-COST
037900         WRITE HISTORY-RECORD
038000             INVALID KEY
038100             DISPLAY "ERROR WRITING HISTORY RECORD".

000100*---------------------------------
000200* PLINVL01 USAGE:
000300*  MOVE vendor number TO INVL-MATCH-VENDOR.
000400*  MOVE invoice number TO INVL-MATCH-INVOICE.
000500*  PERFORM FIND-INVOICE-LOG.
000600* RETURNS:
000700*  INVL-LOG-FOUND "Y" with the
000800*  oldest open log entry for that
000900*  vendor and invoice in the
001000*  INVOICE-LOG-RECORD buffer,
001100*  otherwise "N".
001200*
001300*  (vendor and invoice as above)
001400*  MOVE voucher number TO INVL-MATCH-VOUCHER.
001500*  PERFORM MATCH-INVOICE-LOG.
001600* Marks that log entry vouchered
001700* by the voucher, dated today.
001800* INVL-LOG-FOUND "N" means the
001900* invoice was never logged.
002000*
002010*  MOVE voucher number TO INVL-MATCH-VOUCHER.
002020*  PERFORM REOPEN-INVOICE-LOG.
002030* Puts the log entry that voucher
002040* was matched to back open, as
002050* when the voucher is cancelled
002060* or its invoice number changed.
002070* INVL-LOG-FOUND "N" means no
002080* entry carried the voucher.
002090*
002100* Requires INVOICE-LOG-FILE
002200* already be OPEN I-O in the
002300* calling program, and
002400* WSINVL01.CBL in WORKING-STORAGE.
002500*---------------------------------
002600 FIND-INVOICE-LOG.
002700     MOVE "N" TO INVL-LOG-FOUND.
002800     MOVE INVL-MATCH-VENDOR TO INVL-VENDOR.
002900     MOVE INVL-MATCH-INVOICE TO INVL-INVOICE.
003000     MOVE "N" TO INVL-SCAN-AT-END.
003100     START INVOICE-LOG-FILE KEY NOT < INVL-VENDOR-INVOICE
003200         INVALID KEY
003300         MOVE "Y" TO INVL-SCAN-AT-END.
003400     PERFORM FIND-NEXT-INVOICE-LOG
003500         UNTIL INVL-SCAN-AT-END = "Y"
003600            OR INVL-LOG-FOUND = "Y".
003700
003800 FIND-NEXT-INVOICE-LOG.
003900     READ INVOICE-LOG-FILE NEXT RECORD
004000         AT END MOVE "Y" TO INVL-SCAN-AT-END.
004100     IF INVL-SCAN-AT-END NOT = "Y"
004200        AND (INVL-VENDOR NOT = INVL-MATCH-VENDOR
004300          OR INVL-INVOICE NOT = INVL-MATCH-INVOICE)
004400         MOVE "Y" TO INVL-SCAN-AT-END.
004500     IF INVL-SCAN-AT-END NOT = "Y"
004600        AND INVL-IS-OPEN
004700         MOVE "Y" TO INVL-LOG-FOUND.
004800
004900 MATCH-INVOICE-LOG.
005000     PERFORM FIND-INVOICE-LOG.
005100     IF INVL-LOG-FOUND = "Y"
005200         MOVE "V" TO INVL-STATUS
005300         MOVE INVL-MATCH-VOUCHER TO INVL-VOUCHER
005400         MOVE FUNCTION CURRENT-DATE(1:8) TO INVL-MATCHED-DATE
005500         REWRITE INVOICE-LOG-RECORD
005600             INVALID KEY
005700             DISPLAY "ERROR REWRITING INVOICE LOG ENTRY".
005800
005900 REOPEN-INVOICE-LOG.
006000     MOVE "N" TO INVL-LOG-FOUND.
006100     MOVE INVL-MATCH-VOUCHER TO INVL-VOUCHER.
006200     MOVE "N" TO INVL-SCAN-AT-END.
006300     START INVOICE-LOG-FILE KEY NOT < INVL-VOUCHER
006400         INVALID KEY
006500         MOVE "Y" TO INVL-SCAN-AT-END.
006600     PERFORM REOPEN-NEXT-INVOICE-LOG
006700         UNTIL INVL-SCAN-AT-END = "Y"
006800            OR INVL-LOG-FOUND = "Y".
006900
007000 REOPEN-NEXT-INVOICE-LOG.
007100     READ INVOICE-LOG-FILE NEXT RECORD
007200         AT END MOVE "Y" TO INVL-SCAN-AT-END.
007300     IF INVL-SCAN-AT-END NOT = "Y"
007400        AND INVL-VOUCHER NOT = INVL-MATCH-VOUCHER
007500         MOVE "Y" TO INVL-SCAN-AT-END.
007600     IF INVL-SCAN-AT-END NOT = "Y"
007700        AND INVL-IS-VOUCHERED
007800         PERFORM REOPEN-THIS-INVOICE-LOG.
007900
008000 REOPEN-THIS-INVOICE-LOG.
008100     MOVE "Y" TO INVL-LOG-FOUND.
008200     MOVE "O" TO INVL-STATUS.
008300     MOVE ZEROES TO INVL-VOUCHER
008400                    INVL-MATCHED-DATE.
008500     REWRITE INVOICE-LOG-RECORD
008600         INVALID KEY
008700         DISPLAY "ERROR REWRITING INVOICE LOG ENTRY".

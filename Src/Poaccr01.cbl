002000* debit, one credit) the
002100* accountant can book and
002200* reverse next month.
002210*
002220* Each PO accrued is also kept
002230* on the PO accrual history by
002240* period end, so the search for
002250* unrecorded liabilities can
002260* tell what was already booked.
002300*---------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002800     COPY "SLPO.CBL".
002900
003000     COPY "SLVND02.CBL".
003010
003020     COPY "SLPOACR.CBL".
003100
003200     SELECT PRINTER-FILE
003300         ASSIGN TO PRINTER
003900     COPY "FDPO.CBL".
004000
004100     COPY "FDVND04.CBL".
004110
004120     COPY "FDPOACR.CBL".
004200
004300 FD  PRINTER-FILE
004400     LABEL RECORDS ARE OMITTED.
012000 OPENING-PROCEDURE.
012100     OPEN I-O PO-FILE.
012200     OPEN I-O VENDOR-FILE.
012250     OPEN I-O PO-ACCRUAL-FILE.
012300     OPEN OUTPUT PRINTER-FILE.
012400
012500 CLOSING-PROCEDURE.
012600     CLOSE PO-FILE.
012700     CLOSE VENDOR-FILE.
012750     CLOSE PO-ACCRUAL-FILE.
012800     PERFORM END-LAST-PAGE.
012900     CLOSE PRINTER-FILE.
013000
016200     PERFORM GET-CONFIRMATION.
016300     IF CONFIRM-IS-YES
016400         PERFORM ACCRUE-THIS-PO.
016450     IF CONFIRM-IS-NO
016460         PERFORM FORGET-PO-ACCRUAL.
016500     IF CONFIRM-IS-QUIT
016600         MOVE "Y" TO OPERATOR-IS-DONE
016700     ELSE
020000     PERFORM WRITE-TO-PRINTER.
020100     ADD 1 TO ACCRUAL-COUNT.
020200     ADD UNRELIEVED-BALANCE TO ACCRUAL-TOTAL.
020250     PERFORM RECORD-PO-ACCRUAL.
020300
020305*---------------------------------
020310* Keep the accrued PO on the
020315* history for this period end;
020320* a rerun of the period
020325* replaces it, and a PO now
020330* answered N is taken off.
020335*---------------------------------
020340 RECORD-PO-ACCRUAL.
020345     MOVE PERIOD-END-DATE TO POACR-PERIOD-END.
020350     MOVE PO-NUMBER TO POACR-PO-NUMBER.
020355     MOVE PO-VENDOR TO POACR-VENDOR.
020360     MOVE UNRELIEVED-BALANCE TO POACR-AMOUNT.
020365     MOVE FUNCTION CURRENT-DATE(1:8) TO POACR-RUN-DATE.
020370     WRITE PO-ACCRUAL-RECORD
020375         INVALID KEY
020380         REWRITE PO-ACCRUAL-RECORD.
020385
020390 FORGET-PO-ACCRUAL.
020392     MOVE PERIOD-END-DATE TO POACR-PERIOD-END.
020394     MOVE PO-NUMBER TO POACR-PO-NUMBER.
020396     DELETE PO-ACCRUAL-FILE RECORD
020397         INVALID KEY
020398         CONTINUE.
020399
020400*---------------------------------
020500* The journal-ready summary:
020600* book the accrual as one

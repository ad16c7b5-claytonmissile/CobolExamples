000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PPDAMT01.
000300*---------------------------------
000400* Month-end prepaid expense
000500* amortization.
000600*
000700* Walks the prepaid schedule
000800* file and, for every schedule
000900* with slices due through the
001000* current period (CCYYMM),
001100* journals them from the
001200* prepaid asset account to the
001300* schedule's expense account:
001400* a debit to the expense and a
001500* credit to the asset, in the
001600* company the asset was booked
001700* in, source AP-PPD. A month
001800* missed is caught up the next
001900* time the leg runs; the
002000* months already posted are
002100* kept on each schedule, so a
002200* rerun in the same period
002300* journals nothing twice.
002400*
002500* A schedule whose voucher has
002600* since been cancelled is
002700* closed: the nightly extract
002800* has already taken the whole
002900* amount back off the asset,
003000* so whatever this leg had
003100* expensed is put back on it
003200* and taken off the expense.
003300*
003400* The entries are appended to
003500* the night's journal file and
003600* to the permanent journal
003700* history under their own
003800* batch number, the way the
003900* sales journal extract does.
004000* Run as a month-end leg of
004100* the nightly batch. No
004200* operator input is taken.
004300*---------------------------------
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700
004800     COPY "SLPPD.CBL".
004900
005000     COPY "SLVOUCH.CBL".
005100
005200     COPY "SLGLJRN.CBL".
005300
005400     COPY "SLGLJHST.CBL".
005500
005600     COPY "SLGLJCTL.CBL".
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000
006100     COPY "FDPPD.CBL".
006200
006300     COPY "FDVOUCH.CBL".
006400
006500     COPY "FDGLJRN.CBL".
006600
006700     COPY "FDGLJHST.CBL".
006800
006900     COPY "FDGLJCTL.CBL".
007000
007100 WORKING-STORAGE SECTION.
007200
007300 77  PREPAID-FILE-AT-END     PIC X.
007400 77  VOUCHER-RECORD-FOUND    PIC X.
007500 77  JCTL-AT-END             PIC X.
007600
007700 77  RUN-DATE                PIC 9(8).
007800 77  RUN-PERIOD              PIC 9(6).
007900 77  RUN-BATCH-NO            PIC 9(6).
008000 77  POST-AMOUNT             PIC S9(6)V99.
008100 77  AMORTIZED-COUNT         PIC 9(5)     VALUE ZEROES.
008200 77  CLOSED-COUNT            PIC 9(5)     VALUE ZEROES.
008300
008400 77  JOURNAL-RECORD-COUNT    PIC 9(5)     VALUE ZEROES.
008500 77  JOURNAL-DEBIT-TOTAL     PIC S9(9)V99 VALUE ZEROES.
008600 77  JOURNAL-CREDIT-TOTAL    PIC S9(9)V99 VALUE ZEROES.
008700
008800     COPY "WSPPD01.CBL".
008900
009000 LINKAGE SECTION.
009100
009200*---------------------------------
009300* Set on exit for the nightly
009400* driver's control report,
009500* the same shape the AP
009600* journal extract returns.
009700*---------------------------------
009800 01  RETURN-JOURNAL-RESULTS.
009900     05  RETURN-JOURNAL-COUNT   PIC 9(5).
010000     05  RETURN-DEBIT-TOTAL     PIC S9(9)V99.
010100     05  RETURN-CREDIT-TOTAL    PIC S9(9)V99.
010200
010300 PROCEDURE DIVISION USING RETURN-JOURNAL-RESULTS.
010400 PROGRAM-BEGIN.
010500     PERFORM OPENING-PROCEDURE.
010600     PERFORM MAIN-PROCESS.
010700     PERFORM CLOSING-PROCEDURE.
010800     MOVE JOURNAL-RECORD-COUNT TO RETURN-JOURNAL-COUNT.
010900     MOVE JOURNAL-DEBIT-TOTAL TO RETURN-DEBIT-TOTAL.
011000     MOVE JOURNAL-CREDIT-TOTAL TO RETURN-CREDIT-TOTAL.
011100
011200 PROGRAM-EXIT.
011300     EXIT PROGRAM.
011400
011500 PROGRAM-DONE.
011600     STOP RUN.
011700
011800 OPENING-PROCEDURE.
011900     OPEN I-O PREPAID-FILE.
012000     OPEN I-O VOUCHER-FILE.
012100     OPEN EXTEND JOURNAL-FILE.
012200     OPEN EXTEND JOURNAL-HISTORY-FILE.
012300
012400 CLOSING-PROCEDURE.
012500     CLOSE PREPAID-FILE.
012600     CLOSE VOUCHER-FILE.
012700     CLOSE JOURNAL-FILE.
012800     CLOSE JOURNAL-HISTORY-FILE.
012900
013000 MAIN-PROCESS.
013100     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
013200     MOVE RUN-DATE (1:6) TO RUN-PERIOD.
013300     PERFORM GET-NEXT-BATCH-NUMBER.
013400     PERFORM AMORTIZE-ALL-SCHEDULES.
013500     PERFORM SAVE-NEXT-BATCH-NUMBER.
013600     DISPLAY "PREPAID SCHEDULES AMORTIZED FOR PERIOD "
013700             RUN-PERIOD ": " AMORTIZED-COUNT.
013800     IF CLOSED-COUNT NOT = ZEROES
013900         DISPLAY "PREPAID SCHEDULES CLOSED FOR CANCELLED"
014000         DISPLAY "VOUCHERS: " CLOSED-COUNT.
014100
014200*---------------------------------
014300* One pass of the schedule
014400* file. A cancelled schedule
014500* is finished with; a complete
014600* one is only looked at again
014700* in case its voucher was
014800* cancelled after the last
014900* slice went out.
015000*---------------------------------
015100 AMORTIZE-ALL-SCHEDULES.
015200     MOVE "N" TO PREPAID-FILE-AT-END.
015300     MOVE ZEROES TO PPD-KEY.
015400     START PREPAID-FILE KEY NOT < PPD-KEY
015500         INVALID KEY
015600         MOVE "Y" TO PREPAID-FILE-AT-END.
015700     PERFORM AMORTIZE-NEXT-SCHEDULE
015800         UNTIL PREPAID-FILE-AT-END = "Y".
015900
016000 AMORTIZE-NEXT-SCHEDULE.
016100     READ PREPAID-FILE NEXT RECORD
016200         AT END MOVE "Y" TO PREPAID-FILE-AT-END.
016300     IF PREPAID-FILE-AT-END NOT = "Y"
016400        AND (PPD-IS-ACTIVE OR PPD-IS-COMPLETE)
016500         PERFORM AMORTIZE-THIS-SCHEDULE.
016600
016700*---------------------------------
016800* A voucher no longer on the
016900* live file has been archived
017000* after payment - it can no
017100* longer be cancelled, so its
017200* schedule simply runs on.
017300*---------------------------------
017400 AMORTIZE-THIS-SCHEDULE.
017500     PERFORM READ-SCHEDULE-VOUCHER.
017600     IF VOUCHER-RECORD-FOUND = "Y"
017700        AND VOUCHER-IS-CANCELLED
017800         PERFORM CLOSE-CANCELLED-SCHEDULE
017900     ELSE
018000     IF PPD-IS-ACTIVE
018100         PERFORM POST-SLICES-DUE.
018200
018300 POST-SLICES-DUE.
018400     MOVE RUN-PERIOD TO PREPAID-PERIOD.
018500     PERFORM COMPUTE-SCHEDULED-TO-DATE.
018600     IF PREPAID-SLICES-DUE > PPD-MONTHS-POSTED
018700         PERFORM POST-THIS-AMORTIZATION.
018800
018900 POST-THIS-AMORTIZATION.
019000     COMPUTE POST-AMOUNT = PREPAID-SCHEDULED - PPD-AMORTIZED.
019100     PERFORM INIT-JOURNAL-RECORD.
019200     MOVE PPD-EXPENSE-ACCOUNT TO JRNL-ACCOUNT.
019300     MOVE POST-AMOUNT TO JRNL-DEBIT.
019400     PERFORM WRITE-JOURNAL-RECORD.
019500     PERFORM INIT-JOURNAL-RECORD.
019600     MOVE PPD-PREPAID-ACCOUNT TO JRNL-ACCOUNT.
019700     MOVE POST-AMOUNT TO JRNL-CREDIT.
019800     PERFORM WRITE-JOURNAL-RECORD.
019900     MOVE PREPAID-SLICES-DUE TO PPD-MONTHS-POSTED.
020000     MOVE PREPAID-SCHEDULED TO PPD-AMORTIZED.
020100     IF PPD-MONTHS-POSTED = PPD-MONTHS
020200         MOVE "C" TO PPD-STATUS
020300         MOVE RUN-DATE TO PPD-CLOSED-DATE.
020400     PERFORM REWRITE-PREPAID-RECORD.
020500     ADD 1 TO AMORTIZED-COUNT.
020600
020700*---------------------------------
020800* The cancel reversal in the
020900* nightly extract credits the
021000* asset with the full amount;
021100* what had already gone to
021200* expense comes back here.
021300*---------------------------------
021400 CLOSE-CANCELLED-SCHEDULE.
021500     IF PPD-AMORTIZED NOT = ZEROES
021600         PERFORM REVERSE-THE-AMORTIZATION.
021700     MOVE "X" TO PPD-STATUS.
021800     MOVE VOUCHER-CANCEL-DATE TO PPD-CLOSED-DATE.
021900     PERFORM REWRITE-PREPAID-RECORD.
022000     ADD 1 TO CLOSED-COUNT.
022100
022200 REVERSE-THE-AMORTIZATION.
022300     PERFORM INIT-JOURNAL-RECORD.
022400     MOVE PPD-PREPAID-ACCOUNT TO JRNL-ACCOUNT.
022500     MOVE PPD-AMORTIZED TO JRNL-DEBIT.
022600     PERFORM WRITE-JOURNAL-RECORD.
022700     PERFORM INIT-JOURNAL-RECORD.
022800     MOVE PPD-EXPENSE-ACCOUNT TO JRNL-ACCOUNT.
022900     MOVE PPD-AMORTIZED TO JRNL-CREDIT.
023000     PERFORM WRITE-JOURNAL-RECORD.
023100
023200*---------------------------------
023300* File I-O routines.
023400*---------------------------------
023500 READ-SCHEDULE-VOUCHER.
023600     MOVE PPD-VOUCHER-NO TO VOUCHER-NUMBER.
023700     MOVE "Y" TO VOUCHER-RECORD-FOUND.
023800     READ VOUCHER-FILE RECORD
023900         INVALID KEY
024000         MOVE "N" TO VOUCHER-RECORD-FOUND.
024100
024200 REWRITE-PREPAID-RECORD.
024300     REWRITE PREPAID-RECORD
024400         INVALID KEY
024500         DISPLAY "ERROR REWRITING PREPAID SCHEDULE "
024600                 PPD-VOUCHER-NO "-" PPD-LINE-NO.
024700
024800*---------------------------------
024900* Journal record routines -
025000* the same layout the AP
025100* extract writes, appended
025200* behind it, and mirrored to
025300* the permanent history
025400* under this run's batch
025500* number.
025600*---------------------------------
025700 INIT-JOURNAL-RECORD.
025800     MOVE SPACE TO JOURNAL-RECORD.
025900     MOVE RUN-DATE TO JRNL-DATE.
026000     MOVE PPD-VOUCHER-NO TO JRNL-VOUCHER-NO.
026100     MOVE ZEROES TO JRNL-CHECK-NO.
026200     MOVE PPD-COMPANY TO JRNL-COMPANY.
026300     MOVE "AP-PPD" TO JRNL-SOURCE.
026400     MOVE ZEROES TO JRNL-DEBIT JRNL-CREDIT.
026500
026600 WRITE-JOURNAL-RECORD.
026700     WRITE JOURNAL-RECORD.
026800     ADD 1 TO JOURNAL-RECORD-COUNT.
026900     ADD JRNL-DEBIT TO JOURNAL-DEBIT-TOTAL.
027000     ADD JRNL-CREDIT TO JOURNAL-CREDIT-TOTAL.
027100     MOVE SPACE TO JOURNAL-HISTORY-RECORD.
027200     MOVE RUN-BATCH-NO TO JHST-BATCH-NO.
027300     MOVE RUN-DATE TO JHST-EXTRACT-DATE.
027400     MOVE JRNL-DATE TO JHST-DATE.
027500     MOVE JRNL-ACCOUNT TO JHST-ACCOUNT.
027600     MOVE JRNL-VOUCHER-NO TO JHST-VOUCHER-NO.
027700     MOVE JRNL-CHECK-NO TO JHST-CHECK-NO.
027800     MOVE JRNL-SOURCE TO JHST-SOURCE.
027900     MOVE JRNL-DEBIT TO JHST-DEBIT.
028000     MOVE JRNL-CREDIT TO JHST-CREDIT.
028100     MOVE JRNL-COMPANY TO JHST-COMPANY.
028200     WRITE JOURNAL-HISTORY-RECORD.
028300
028400 GET-NEXT-BATCH-NUMBER.
028500     OPEN INPUT JOURNAL-CTL-FILE.
028600     MOVE "N" TO JCTL-AT-END.
028700     READ JOURNAL-CTL-FILE
028800         AT END MOVE "Y" TO JCTL-AT-END.
028900     CLOSE JOURNAL-CTL-FILE.
029000     IF JCTL-AT-END = "Y"
029100         MOVE 1 TO JCTL-NEXT-BATCH.
029200     MOVE JCTL-NEXT-BATCH TO RUN-BATCH-NO.
029300
029400 SAVE-NEXT-BATCH-NUMBER.
029500     COMPUTE JCTL-NEXT-BATCH = RUN-BATCH-NO + 1.
029600     OPEN OUTPUT JOURNAL-CTL-FILE.
029700     WRITE JOURNAL-CTL-RECORD.
029800     CLOSE JOURNAL-CTL-FILE.
029900
030000*---------------------------------
030100* Utility routines.
030200*---------------------------------
030300     COPY "PLPPD01.CBL".

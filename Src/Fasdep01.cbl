000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FASDEP01.
000300*---------------------------------
000400* Month-end fixed asset run.
000500*
000600* Walks the fixed asset file
000700* and, for every active asset,
000800* takes depreciation for each
000900* month from the one after the
001000* last taken through the
001100* current period (CCYYMM),
001200* starting in the in-service
001300* month - a month missed is
001400* caught up the next time the
001500* leg runs. Each month goes on
001600* the asset history file; the
001700* total is journaled as a debit
001800* to the class's depreciation
001900* expense and a credit to its
002000* accumulated depreciation, in
002100* the asset's company, source
002200* FA-DEPR. An asset brought down
002300* to salvage or to the end of
002400* its life is marked fully
002500* depreciated.
002600*
002700* A retirement entered since
002800* the last run is depreciated
002900* through the month before its
003000* disposal and then journaled,
003100* source FA-RETR: the cost comes
003200* off the cost account, the
003300* accumulated depreciation off
003400* its account, the proceeds go
003500* to the account they were
003600* banked in, and the difference
003700* is the gain or loss.
003800*
003900* An asset whose voucher has
004000* since been cancelled is
004100* closed: the nightly extract
004200* has already taken the cost
004300* back off the account, so any
004400* depreciation taken is
004500* reversed, source FA-CANC.
004600*
004700* The entries are appended to
004800* the night's journal file and
004900* to the permanent journal
005000* history under their own batch
005100* number, the way the sales
005200* journal extract does. Run as
005300* a month-end leg of the
005400* nightly batch. No operator
005500* input is taken.
005600*---------------------------------
005700 ENVIRONMENT DIVISION.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000
006100     COPY "SLFAS.CBL".
006200
006300     COPY "SLFAH.CBL".
006400
006500     COPY "SLACLS.CBL".
006600
006700     COPY "SLVOUCH.CBL".
006800
006900     COPY "SLGLJRN.CBL".
007000
007100     COPY "SLGLJHST.CBL".
007200
007300     COPY "SLGLJCTL.CBL".
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700
007800     COPY "FDFAS.CBL".
007900
008000     COPY "FDFAH.CBL".
008100
008200     COPY "FDACLS.CBL".
008300
008400     COPY "FDVOUCH.CBL".
008500
008600     COPY "FDGLJRN.CBL".
008700
008800     COPY "FDGLJHST.CBL".
008900
009000     COPY "FDGLJCTL.CBL".
009100
009200 WORKING-STORAGE SECTION.
009300
009400 77  ASSET-FILE-AT-END       PIC X.
009500 77  VOUCHER-RECORD-FOUND    PIC X.
009600 77  CLASS-RECORD-FOUND      PIC X.
009700 77  JCTL-AT-END             PIC X.
009800
009900 77  RUN-DATE                PIC 9(8).
010000 77  RUN-PERIOD              PIC 9(6).
010100 77  RUN-BATCH-NO            PIC 9(6).
010200 77  THROUGH-PERIOD          PIC 9(6).
010300 77  ASSET-DEPR-TOTAL        PIC S9(6)V99.
010400 77  NET-BOOK-VALUE          PIC S9(7)V99.
010500 77  DEPRECIATED-COUNT       PIC 9(5)     VALUE ZEROES.
010600 77  RETIRED-COUNT           PIC 9(5)     VALUE ZEROES.
010700 77  CLOSED-COUNT            PIC 9(5)     VALUE ZEROES.
010800 77  PENDING-COUNT           PIC 9(5)     VALUE ZEROES.
010900
011000*---------------------------------
011100* The month before the disposal
011200* month, the last one a
011300* retiring asset depreciates.
011400*---------------------------------
011500 01  DISPOSAL-PERIOD         PIC 9(6).
011600 01  DISPOSAL-PERIOD-FIELDS REDEFINES DISPOSAL-PERIOD.
011700     05  DISPOSAL-YEAR       PIC 9(4).
011800     05  DISPOSAL-MONTH      PIC 9(2).
011900
012000 77  JOURNAL-RECORD-COUNT    PIC 9(5)     VALUE ZEROES.
012100 77  JOURNAL-DEBIT-TOTAL     PIC S9(9)V99 VALUE ZEROES.
012200 77  JOURNAL-CREDIT-TOTAL    PIC S9(9)V99 VALUE ZEROES.
012300
012400     COPY "WSFAS01.CBL".
012500
012600 LINKAGE SECTION.
012700
012800*---------------------------------
012900* Set on exit for the nightly
013000* driver's control report,
013100* the same shape the AP
013200* journal extract returns.
013300*---------------------------------
013400 01  RETURN-JOURNAL-RESULTS.
013500     05  RETURN-JOURNAL-COUNT   PIC 9(5).
013600     05  RETURN-DEBIT-TOTAL     PIC S9(9)V99.
013700     05  RETURN-CREDIT-TOTAL    PIC S9(9)V99.
013800
013900 PROCEDURE DIVISION USING RETURN-JOURNAL-RESULTS.
014000 PROGRAM-BEGIN.
014100     PERFORM OPENING-PROCEDURE.
014200     PERFORM MAIN-PROCESS.
014300     PERFORM CLOSING-PROCEDURE.
014400     MOVE JOURNAL-RECORD-COUNT TO RETURN-JOURNAL-COUNT.
014500     MOVE JOURNAL-DEBIT-TOTAL TO RETURN-DEBIT-TOTAL.
014600     MOVE JOURNAL-CREDIT-TOTAL TO RETURN-CREDIT-TOTAL.
014700
014800 PROGRAM-EXIT.
014900     EXIT PROGRAM.
015000
015100 PROGRAM-DONE.
015200     STOP RUN.
015300
015400 OPENING-PROCEDURE.
015500     OPEN I-O FIXED-ASSET-FILE.
015600     OPEN I-O ASSET-HISTORY-FILE.
015700     OPEN I-O ASSET-CLASS-FILE.
015800     OPEN I-O VOUCHER-FILE.
015900     OPEN EXTEND JOURNAL-FILE.
016000     OPEN EXTEND JOURNAL-HISTORY-FILE.
016100
016200 CLOSING-PROCEDURE.
016300     CLOSE FIXED-ASSET-FILE.
016400     CLOSE ASSET-HISTORY-FILE.
016500     CLOSE ASSET-CLASS-FILE.
016600     CLOSE VOUCHER-FILE.
016700     CLOSE JOURNAL-FILE.
016800     CLOSE JOURNAL-HISTORY-FILE.
016900
017000 MAIN-PROCESS.
017100     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
017200     MOVE RUN-DATE (1:6) TO RUN-PERIOD.
017300     PERFORM GET-NEXT-BATCH-NUMBER.
017400     PERFORM PROCESS-ALL-ASSETS.
017500     PERFORM SAVE-NEXT-BATCH-NUMBER.
017600     DISPLAY "FIXED ASSETS DEPRECIATED FOR PERIOD "
017700             RUN-PERIOD ": " DEPRECIATED-COUNT.
017800     IF RETIRED-COUNT NOT = ZEROES
017900         DISPLAY "FIXED ASSET RETIREMENTS JOURNALED: "
018000                 RETIRED-COUNT.
018100     IF CLOSED-COUNT NOT = ZEROES
018200         DISPLAY "FIXED ASSETS CLOSED FOR CANCELLED"
018300         DISPLAY "VOUCHERS: " CLOSED-COUNT.
018400     IF PENDING-COUNT NOT = ZEROES
018500         DISPLAY PENDING-COUNT
018600                 " PENDING ASSETS STILL TO BE COMPLETED".
018700
018800*---------------------------------
018900* One pass of the asset file. A
019000* disposed or cancelled asset
019100* is finished with.
019200*---------------------------------
019300 PROCESS-ALL-ASSETS.
019400     MOVE "N" TO ASSET-FILE-AT-END.
019500     MOVE ZEROES TO FAS-KEY.
019600     START FIXED-ASSET-FILE KEY NOT < FAS-KEY
019700         INVALID KEY
019800         MOVE "Y" TO ASSET-FILE-AT-END.
019900     PERFORM PROCESS-NEXT-ASSET
020000         UNTIL ASSET-FILE-AT-END = "Y".
020100
020200 PROCESS-NEXT-ASSET.
020300     READ FIXED-ASSET-FILE NEXT RECORD
020400         AT END MOVE "Y" TO ASSET-FILE-AT-END.
020500     IF ASSET-FILE-AT-END NOT = "Y"
020600        AND NOT FAS-IS-DISPOSED
020700        AND NOT FAS-IS-CANCELLED
020800         PERFORM PROCESS-THIS-ASSET.
020900
021000*---------------------------------
021100* A voucher no longer on the
021200* live file has been archived
021300* after payment - it can no
021400* longer be cancelled.
021500*---------------------------------
021600 PROCESS-THIS-ASSET.
021700     PERFORM READ-ASSET-VOUCHER.
021800     PERFORM READ-ASSET-CLASS.
021900     IF CLASS-RECORD-FOUND = "N"
022000         DISPLAY "ASSET " FAS-VOUCHER-NO "-" FAS-LINE-NO
022100                 " CLASS " FAS-CLASS " NOT ON FILE - SKIPPED"
022200     ELSE
022300     IF VOUCHER-RECORD-FOUND = "Y"
022400        AND VOUCHER-IS-CANCELLED
022500         PERFORM CLOSE-CANCELLED-ASSET
022600     ELSE
022700     IF FAS-IS-RETIRING
022800         PERFORM RETIRE-THIS-ASSET
022900     ELSE
023000     IF FAS-IS-ACTIVE
023100         MOVE RUN-PERIOD TO THROUGH-PERIOD
023200         PERFORM DEPRECIATE-THIS-ASSET
023300         PERFORM REWRITE-ASSET-RECORD
023400     ELSE
023500     IF FAS-IS-PENDING
023600         ADD 1 TO PENDING-COUNT.
023700
023800*---------------------------------
023900* Depreciation, a month at a
024000* time through THROUGH-PERIOD,
024100* journaled as one pair per
024200* asset.
024300*---------------------------------
024400 DEPRECIATE-THIS-ASSET.
024500     MOVE ZEROES TO ASSET-DEPR-TOTAL.
024600     PERFORM FIND-NEXT-DEPR-PERIOD.
024700     PERFORM DEPRECIATE-ONE-MONTH
024800         UNTIL DEPR-PERIOD > THROUGH-PERIOD
024900            OR FAS-IS-FULLY-DEPR.
025000     IF ASSET-DEPR-TOTAL NOT = ZEROES
025100         PERFORM POST-THE-DEPRECIATION
025200         ADD 1 TO DEPRECIATED-COUNT.
025300
025400 DEPRECIATE-ONE-MONTH.
025500     PERFORM COMPUTE-MONTH-DEPR.
025600     IF DEPR-AMOUNT = ZEROES
025700         MOVE "F" TO FAS-STATUS
025800     ELSE
025900         PERFORM TAKE-ONE-MONTH.
026000
026100 TAKE-ONE-MONTH.
026200     ADD DEPR-AMOUNT TO FAS-ACCUM-DEPR
026300                        ASSET-DEPR-TOTAL.
026400     ADD 1 TO FAS-MONTHS-TAKEN.
026500     MOVE DEPR-PERIOD TO FAS-LAST-PERIOD.
026600     PERFORM WRITE-HISTORY-RECORD.
026700     IF FAS-MONTHS-TAKEN NOT < FAS-LIFE-MONTHS
026800        OR FAS-ACCUM-DEPR NOT < FAS-COST - FAS-SALVAGE
026900         MOVE "F" TO FAS-STATUS.
027000     PERFORM ADVANCE-DEPR-PERIOD.
027100
027200 POST-THE-DEPRECIATION.
027300     PERFORM INIT-JOURNAL-RECORD.
027400     MOVE "FA-DEPR" TO JRNL-SOURCE.
027500     MOVE ACLS-EXPENSE-ACCOUNT TO JRNL-ACCOUNT.
027600     MOVE ASSET-DEPR-TOTAL TO JRNL-DEBIT.
027700     PERFORM WRITE-JOURNAL-RECORD.
027800     PERFORM INIT-JOURNAL-RECORD.
027900     MOVE "FA-DEPR" TO JRNL-SOURCE.
028000     MOVE ACLS-ACCUM-ACCOUNT TO JRNL-ACCOUNT.
028100     MOVE ASSET-DEPR-TOTAL TO JRNL-CREDIT.
028200     PERFORM WRITE-JOURNAL-RECORD.
028300
028400*---------------------------------
028500* No depreciation is taken in
028600* the disposal month itself.
028700* The asset's own cost account
028800* is credited - the class
028900* account can have been changed
029000* since the asset was booked.
029100*---------------------------------
029200 RETIRE-THIS-ASSET.
029300     MOVE FAS-DISPOSAL-DATE (1:6) TO DISPOSAL-PERIOD.
029400     IF DISPOSAL-MONTH = 1
029500         SUBTRACT 1 FROM DISPOSAL-YEAR
029600         MOVE 12 TO DISPOSAL-MONTH
029700     ELSE
029800         SUBTRACT 1 FROM DISPOSAL-MONTH.
029900     MOVE DISPOSAL-PERIOD TO THROUGH-PERIOD.
030000     PERFORM DEPRECIATE-THIS-ASSET.
030100     COMPUTE NET-BOOK-VALUE = FAS-COST - FAS-ACCUM-DEPR.
030200     COMPUTE FAS-GAIN-LOSS = FAS-PROCEEDS - NET-BOOK-VALUE.
030300     PERFORM POST-THE-RETIREMENT.
030400     MOVE "D" TO FAS-STATUS.
030500     MOVE RUN-DATE TO FAS-CLOSED-DATE.
030600     PERFORM REWRITE-ASSET-RECORD.
030700     ADD 1 TO RETIRED-COUNT.
030800
030900 POST-THE-RETIREMENT.
031000     IF FAS-ACCUM-DEPR NOT = ZEROES
031100         PERFORM INIT-JOURNAL-RECORD
031200         MOVE "FA-RETR" TO JRNL-SOURCE
031300         MOVE ACLS-ACCUM-ACCOUNT TO JRNL-ACCOUNT
031400         MOVE FAS-ACCUM-DEPR TO JRNL-DEBIT
031500         PERFORM WRITE-JOURNAL-RECORD.
031600     IF FAS-PROCEEDS NOT = ZEROES
031700         PERFORM INIT-JOURNAL-RECORD
031800         MOVE "FA-RETR" TO JRNL-SOURCE
031900         MOVE FAS-PROCEEDS-ACCOUNT TO JRNL-ACCOUNT
032000         MOVE FAS-PROCEEDS TO JRNL-DEBIT
032100         PERFORM WRITE-JOURNAL-RECORD.
032200     PERFORM INIT-JOURNAL-RECORD.
032300     MOVE "FA-RETR" TO JRNL-SOURCE.
032400     MOVE FAS-COST-ACCOUNT TO JRNL-ACCOUNT.
032500     MOVE FAS-COST TO JRNL-CREDIT.
032600     PERFORM WRITE-JOURNAL-RECORD.
032700     IF FAS-GAIN-LOSS > ZEROES
032800         PERFORM INIT-JOURNAL-RECORD
032900         MOVE "FA-RETR" TO JRNL-SOURCE
033000         MOVE ACLS-GAIN-LOSS-ACCOUNT TO JRNL-ACCOUNT
033100         MOVE FAS-GAIN-LOSS TO JRNL-CREDIT
033200         PERFORM WRITE-JOURNAL-RECORD
033300     ELSE
033400     IF FAS-GAIN-LOSS < ZEROES
033500         PERFORM INIT-JOURNAL-RECORD
033600         MOVE "FA-RETR" TO JRNL-SOURCE
033700         MOVE ACLS-GAIN-LOSS-ACCOUNT TO JRNL-ACCOUNT
033800         COMPUTE JRNL-DEBIT = ZEROES - FAS-GAIN-LOSS
033900         PERFORM WRITE-JOURNAL-RECORD.
034000
034100*---------------------------------
034200* The cancel reversal in the
034300* nightly extract credits the
034400* cost account with the full
034500* amount; what had gone to
034600* depreciation comes back here.
034700* The history stays on file.
034800*---------------------------------
034900 CLOSE-CANCELLED-ASSET.
035000     IF FAS-ACCUM-DEPR NOT = ZEROES
035100         PERFORM REVERSE-THE-DEPRECIATION.
035200     MOVE "X" TO FAS-STATUS.
035300     MOVE VOUCHER-CANCEL-DATE TO FAS-CLOSED-DATE.
035400     PERFORM REWRITE-ASSET-RECORD.
035500     ADD 1 TO CLOSED-COUNT.
035600
035700 REVERSE-THE-DEPRECIATION.
035800     PERFORM INIT-JOURNAL-RECORD.
035900     MOVE "FA-CANC" TO JRNL-SOURCE.
036000     MOVE ACLS-ACCUM-ACCOUNT TO JRNL-ACCOUNT.
036100     MOVE FAS-ACCUM-DEPR TO JRNL-DEBIT.
036200     PERFORM WRITE-JOURNAL-RECORD.
036300     PERFORM INIT-JOURNAL-RECORD.
036400     MOVE "FA-CANC" TO JRNL-SOURCE.
036500     MOVE ACLS-EXPENSE-ACCOUNT TO JRNL-ACCOUNT.
036600     MOVE FAS-ACCUM-DEPR TO JRNL-CREDIT.
036700     PERFORM WRITE-JOURNAL-RECORD.
036800
036900*---------------------------------
037000* File I-O routines.
037100*---------------------------------
037200 READ-ASSET-VOUCHER.
037300     MOVE FAS-VOUCHER-NO TO VOUCHER-NUMBER.
037400     MOVE "Y" TO VOUCHER-RECORD-FOUND.
037500     READ VOUCHER-FILE RECORD
037600         INVALID KEY
037700         MOVE "N" TO VOUCHER-RECORD-FOUND.
037800
037900 READ-ASSET-CLASS.
038000     MOVE FAS-CLASS TO ACLS-CODE.
038100     MOVE "Y" TO CLASS-RECORD-FOUND.
038200     READ ASSET-CLASS-FILE RECORD
038300         INVALID KEY
038400         MOVE "N" TO CLASS-RECORD-FOUND.
038500
038600 REWRITE-ASSET-RECORD.
038700     REWRITE FIXED-ASSET-RECORD
038800         INVALID KEY
038900         DISPLAY "ERROR REWRITING FIXED ASSET "
039000                 FAS-VOUCHER-NO "-" FAS-LINE-NO.
039100
039200 WRITE-HISTORY-RECORD.
039300     MOVE FAS-VOUCHER-NO TO FAH-VOUCHER-NO.
039400     MOVE FAS-LINE-NO TO FAH-LINE-NO.
039500     MOVE DEPR-PERIOD TO FAH-PERIOD.
039600     MOVE DEPR-AMOUNT TO FAH-AMOUNT.
039700     MOVE RUN-DATE TO FAH-POSTED-DATE.
039800     WRITE ASSET-HISTORY-RECORD
039900         INVALID KEY
040000         DISPLAY "ERROR WRITING ASSET HISTORY "
040100                 FAS-VOUCHER-NO "-" FAS-LINE-NO
040200                 " " DEPR-PERIOD.
040300
040400*---------------------------------
040500* Journal record routines -
040600* the same layout the AP
040700* extract writes, appended
040800* behind it, and mirrored to
040900* the permanent history
041000* under this run's batch
041100* number.
041200*---------------------------------
041300 INIT-JOURNAL-RECORD.
041400     MOVE SPACE TO JOURNAL-RECORD.
041500     MOVE RUN-DATE TO JRNL-DATE.
041600     MOVE FAS-VOUCHER-NO TO JRNL-VOUCHER-NO.
041700     MOVE ZEROES TO JRNL-CHECK-NO.
041800     MOVE FAS-COMPANY TO JRNL-COMPANY.
041900     MOVE ZEROES TO JRNL-DEBIT JRNL-CREDIT.
042000
042100 WRITE-JOURNAL-RECORD.
042200     WRITE JOURNAL-RECORD.
042300     ADD 1 TO JOURNAL-RECORD-COUNT.
042400     ADD JRNL-DEBIT TO JOURNAL-DEBIT-TOTAL.
042500     ADD JRNL-CREDIT TO JOURNAL-CREDIT-TOTAL.
042600     MOVE SPACE TO JOURNAL-HISTORY-RECORD.
042700     MOVE RUN-BATCH-NO TO JHST-BATCH-NO.
042800     MOVE RUN-DATE TO JHST-EXTRACT-DATE.
042900     MOVE JRNL-DATE TO JHST-DATE.
043000     MOVE JRNL-ACCOUNT TO JHST-ACCOUNT.
043100     MOVE JRNL-VOUCHER-NO TO JHST-VOUCHER-NO.
043200     MOVE JRNL-CHECK-NO TO JHST-CHECK-NO.
043300     MOVE JRNL-SOURCE TO JHST-SOURCE.
043400     MOVE JRNL-DEBIT TO JHST-DEBIT.
043500     MOVE JRNL-CREDIT TO JHST-CREDIT.
043600     MOVE JRNL-COMPANY TO JHST-COMPANY.
043700     WRITE JOURNAL-HISTORY-RECORD.
043800
043900 GET-NEXT-BATCH-NUMBER.
044000     OPEN INPUT JOURNAL-CTL-FILE.
044100     MOVE "N" TO JCTL-AT-END.
044200     READ JOURNAL-CTL-FILE
044300         AT END MOVE "Y" TO JCTL-AT-END.
044400     CLOSE JOURNAL-CTL-FILE.
044500     IF JCTL-AT-END = "Y"
044600         MOVE 1 TO JCTL-NEXT-BATCH.
044700     MOVE JCTL-NEXT-BATCH TO RUN-BATCH-NO.
044800
044900 SAVE-NEXT-BATCH-NUMBER.
045000     COMPUTE JCTL-NEXT-BATCH = RUN-BATCH-NO + 1.
045100     OPEN OUTPUT JOURNAL-CTL-FILE.
045200     WRITE JOURNAL-CTL-RECORD.
045300     CLOSE JOURNAL-CTL-FILE.
045400
045500*---------------------------------
045600* Utility routines.
045700*---------------------------------
045800     COPY "PLFAS01.CBL".

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LSEAMT01.
000300*---------------------------------
000400* Month-end lease run.
000500*
000600* Walks the lease file. A lease
000700* whose commencement date has
000800* come is put on the books: a
000900* debit to the right-of-use
001000* asset and a credit to the
001100* lease liability for the
001200* present value of its
001300* payments, source LS-INIT.
001400*
001500* Each payment split since the
001600* last run then has its month's
001700* right-of-use amortization
001800* journaled, a debit to the
001900* lease's amortization account
002000* and a credit to the asset,
002100* source LS-ROU. The interest
002200* and principal themselves are
002300* on the payment voucher's
002400* distribution lines and go
002500* through the nightly extract.
002600*
002700* When the lease's latest
002800* payment voucher has since
002900* been cancelled, the payment
003000* is backed out of the lease:
003100* the liability and asset go
003200* back to what they were, any
003300* amortization journaled for
003400* it is reversed (source
003500* LS-CANC), and the template
003600* carries that payment again
003700* at the next generation. A
003800* cancelled payment with later
003900* ones split after it is only
004000* reported.
004100*
004200* All entries are in the
004300* lease's company, appended to
004400* the night's journal file and
004500* to the permanent journal
004600* history under their own
004700* batch number. Run as a
004800* month-end leg of the nightly
004900* batch. No operator input is
005000* taken.
005100*---------------------------------
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500
005600     COPY "SLLSE.CBL".
005700
005800     COPY "SLLSH.CBL".
005900
006000     COPY "SLRECUR.CBL".
006100
006200     COPY "SLVOUCH.CBL".
006300
006400     COPY "SLGLJRN.CBL".
006500
006600     COPY "SLGLJHST.CBL".
006700
006800     COPY "SLGLJCTL.CBL".
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200
007300     COPY "FDLSE.CBL".
007400
007500     COPY "FDLSH.CBL".
007600
007700     COPY "FDRECUR.CBL".
007800
007900     COPY "FDVOUCH.CBL".
008000
008100     COPY "FDGLJRN.CBL".
008200
008300     COPY "FDGLJHST.CBL".
008400
008500     COPY "FDGLJCTL.CBL".
008600
008700 WORKING-STORAGE SECTION.
008800
008900 77  LEASE-FILE-AT-END       PIC X.
009000 77  HISTORY-FILE-AT-END     PIC X.
009100 77  HISTORY-RECORD-FOUND    PIC X.
009200 77  VOUCHER-RECORD-FOUND    PIC X.
009300 77  RECUR-RECORD-FOUND      PIC X.
009400 77  LAST-WAS-CANCELLED      PIC X.
009500 77  JCTL-AT-END             PIC X.
009600
009700 77  RUN-DATE                PIC 9(8).
009800 77  RUN-BATCH-NO            PIC 9(6).
009900 77  RECOGNIZED-COUNT        PIC 9(5)     VALUE ZEROES.
010000 77  AMORTIZED-COUNT         PIC 9(5)     VALUE ZEROES.
010100 77  BACKED-OUT-COUNT        PIC 9(5)     VALUE ZEROES.
010200 77  CANCELLED-COUNT         PIC 9(5)     VALUE ZEROES.
010300
010400 77  JOURNAL-RECORD-COUNT    PIC 9(5)     VALUE ZEROES.
010500 77  JOURNAL-DEBIT-TOTAL     PIC S9(9)V99 VALUE ZEROES.
010600 77  JOURNAL-CREDIT-TOTAL    PIC S9(9)V99 VALUE ZEROES.
010700
010800     COPY "WSLSE01.CBL".
010900
011000 LINKAGE SECTION.
011100
011200*---------------------------------
011300* Set on exit for the nightly
011400* driver's control report,
011500* the same shape the AP
011600* journal extract returns.
011700*---------------------------------
011800 01  RETURN-JOURNAL-RESULTS.
011900     05  RETURN-JOURNAL-COUNT   PIC 9(5).
012000     05  RETURN-DEBIT-TOTAL     PIC S9(9)V99.
012100     05  RETURN-CREDIT-TOTAL    PIC S9(9)V99.
012200
012300 PROCEDURE DIVISION USING RETURN-JOURNAL-RESULTS.
012400 PROGRAM-BEGIN.
012500     PERFORM OPENING-PROCEDURE.
012600     PERFORM MAIN-PROCESS.
012700     PERFORM CLOSING-PROCEDURE.
012800     MOVE JOURNAL-RECORD-COUNT TO RETURN-JOURNAL-COUNT.
012900     MOVE JOURNAL-DEBIT-TOTAL TO RETURN-DEBIT-TOTAL.
013000     MOVE JOURNAL-CREDIT-TOTAL TO RETURN-CREDIT-TOTAL.
013100
013200 PROGRAM-EXIT.
013300     EXIT PROGRAM.
013400
013500 PROGRAM-DONE.
013600     STOP RUN.
013700
013800 OPENING-PROCEDURE.
013900     OPEN I-O LEASE-FILE.
014000     OPEN I-O LEASE-HISTORY-FILE.
014100     OPEN I-O RECUR-FILE.
014200     OPEN I-O VOUCHER-FILE.
014300     OPEN EXTEND JOURNAL-FILE.
014400     OPEN EXTEND JOURNAL-HISTORY-FILE.
014500
014600 CLOSING-PROCEDURE.
014700     CLOSE LEASE-FILE.
014800     CLOSE LEASE-HISTORY-FILE.
014900     CLOSE RECUR-FILE.
015000     CLOSE VOUCHER-FILE.
015100     CLOSE JOURNAL-FILE.
015200     CLOSE JOURNAL-HISTORY-FILE.
015300
015400 MAIN-PROCESS.
015500     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
015600     PERFORM GET-NEXT-BATCH-NUMBER.
015700     PERFORM PROCESS-ALL-LEASES.
015800     PERFORM SAVE-NEXT-BATCH-NUMBER.
015900     DISPLAY "LEASES RECOGNIZED: " RECOGNIZED-COUNT
016000             "  PAYMENTS AMORTIZED: " AMORTIZED-COUNT.
016100     IF BACKED-OUT-COUNT NOT = ZEROES
016200         DISPLAY "CANCELLED LEASE PAYMENTS BACKED OUT: "
016300                 BACKED-OUT-COUNT.
016400     IF CANCELLED-COUNT NOT = ZEROES
016500         DISPLAY CANCELLED-COUNT
016600                 " CANCELLED LEASE PAYMENTS NEED CORRECTING".
016700
016800 PROCESS-ALL-LEASES.
016900     MOVE "N" TO LEASE-FILE-AT-END.
017000     MOVE ZEROES TO LSE-RECUR-NUMBER.
017100     START LEASE-FILE KEY NOT < LSE-RECUR-NUMBER
017200         INVALID KEY
017300         MOVE "Y" TO LEASE-FILE-AT-END.
017400     PERFORM PROCESS-NEXT-LEASE
017500         UNTIL LEASE-FILE-AT-END = "Y".
017600
017700 PROCESS-NEXT-LEASE.
017800     READ LEASE-FILE NEXT RECORD
017900         AT END MOVE "Y" TO LEASE-FILE-AT-END.
018000     IF LEASE-FILE-AT-END NOT = "Y"
018100         PERFORM PROCESS-THIS-LEASE.
018200
018300 PROCESS-THIS-LEASE.
018400     IF LSE-RECOGNIZED-DATE = ZEROES
018500        AND LSE-COMMENCE-DATE NOT > RUN-DATE
018600         PERFORM RECOGNIZE-THE-LEASE.
018700     MOVE "Y" TO LAST-WAS-CANCELLED.
018800     PERFORM CHECK-LAST-PAYMENT
018900         UNTIL LAST-WAS-CANCELLED = "N".
019000     IF LSE-RECOGNIZED-DATE NOT = ZEROES
019100         PERFORM AMORTIZE-ALL-PAYMENTS.
019200     PERFORM REWRITE-LEASE-RECORD.
019300
019400*---------------------------------
019500* The asset and liability both
019600* go on at the present value.
019700*---------------------------------
019800 RECOGNIZE-THE-LEASE.
019900     MOVE ZEROES TO LSH-VOUCHER-NO.
020000     PERFORM INIT-JOURNAL-RECORD.
020100     MOVE "LS-INIT" TO JRNL-SOURCE.
020200     MOVE LSE-ROU-ACCOUNT TO JRNL-ACCOUNT.
020300     MOVE LSE-PRESENT-VALUE TO JRNL-DEBIT.
020400     PERFORM WRITE-JOURNAL-RECORD.
020500     PERFORM INIT-JOURNAL-RECORD.
020600     MOVE "LS-INIT" TO JRNL-SOURCE.
020700     MOVE LSE-LIABILITY-ACCOUNT TO JRNL-ACCOUNT.
020800     MOVE LSE-PRESENT-VALUE TO JRNL-CREDIT.
020900     PERFORM WRITE-JOURNAL-RECORD.
021000     MOVE RUN-DATE TO LSE-RECOGNIZED-DATE.
021100     ADD 1 TO RECOGNIZED-COUNT.
021200
021300*---------------------------------
021400* Latest payments are backed
021500* out one at a time until one
021600* is found standing.
021700*---------------------------------
021800 CHECK-LAST-PAYMENT.
021900     MOVE "N" TO LAST-WAS-CANCELLED.
022000     IF LSE-PAYMENTS-MADE NOT = ZEROES
022100         MOVE LSE-RECUR-NUMBER TO LSH-RECUR-NUMBER
022200         MOVE LSE-PAYMENTS-MADE TO LSH-PAYMENT-NO
022300         PERFORM READ-HISTORY-RECORD
022400         IF HISTORY-RECORD-FOUND = "Y"
022500             PERFORM READ-PAYMENT-VOUCHER
022600             IF VOUCHER-RECORD-FOUND = "Y"
022700                AND VOUCHER-IS-CANCELLED
022800                 MOVE "Y" TO LAST-WAS-CANCELLED
022900                 PERFORM BACK-OUT-LAST-PAYMENT.
023000
023100 BACK-OUT-LAST-PAYMENT.
023200     IF LSH-POSTED-DATE NOT = ZEROES
023300        AND LSH-ROU-AMORT NOT = ZEROES
023400         PERFORM INIT-JOURNAL-RECORD
023500         MOVE "LS-CANC" TO JRNL-SOURCE
023600         MOVE LSE-ROU-ACCOUNT TO JRNL-ACCOUNT
023700         MOVE LSH-ROU-AMORT TO JRNL-DEBIT
023800         PERFORM WRITE-JOURNAL-RECORD
023900         PERFORM INIT-JOURNAL-RECORD
024000         MOVE "LS-CANC" TO JRNL-SOURCE
024100         MOVE LSE-AMORT-ACCOUNT TO JRNL-ACCOUNT
024200         MOVE LSH-ROU-AMORT TO JRNL-CREDIT
024300         PERFORM WRITE-JOURNAL-RECORD.
024400     ADD LSH-PRINCIPAL TO LSE-LIABILITY-BALANCE.
024500     ADD LSH-ROU-AMORT TO LSE-ROU-BALANCE.
024600     MOVE LSH-PAYMENT-NO TO LEASE-CALC-PAYMENT-NO.
024700     PERFORM COMPUTE-LEASE-PAYMENT.
024800     MOVE LEASE-CALC-PAYMENT TO LSE-CURRENT-PAYMENT.
024900     SUBTRACT 1 FROM LSE-PAYMENTS-MADE.
025000     MOVE "A" TO LSE-STATUS.
025100     PERFORM DELETE-HISTORY-RECORD.
025200     MOVE ZEROES TO LSE-LAST-PERIOD.
025300     IF LSE-PAYMENTS-MADE NOT = ZEROES
025400         MOVE LSE-PAYMENTS-MADE TO LSH-PAYMENT-NO
025500         PERFORM READ-HISTORY-RECORD
025600         IF HISTORY-RECORD-FOUND = "Y"
025700             MOVE LSH-PERIOD TO LSE-LAST-PERIOD.
025800     PERFORM RESTORE-THE-TEMPLATE.
025900     ADD 1 TO BACKED-OUT-COUNT.
026000
026100*---------------------------------
026200* The template goes back to the
026300* backed-out payment, and back
026400* on if the last payment had
026500* turned it off.
026600*---------------------------------
026700 RESTORE-THE-TEMPLATE.
026800     MOVE LSE-RECUR-NUMBER TO RECUR-NUMBER.
026900     PERFORM READ-RECUR-RECORD.
027000     IF RECUR-RECORD-FOUND = "Y"
027100         MOVE LSE-CURRENT-PAYMENT TO RECUR-AMOUNT
027200         MOVE "A" TO RECUR-STATUS
027300         PERFORM REWRITE-RECUR-RECORD.
027400
027500*---------------------------------
027600* One pass of the lease's
027700* payments, journaling each one
027800* not yet posted.
027900*---------------------------------
028000 AMORTIZE-ALL-PAYMENTS.
028100     MOVE "N" TO HISTORY-FILE-AT-END.
028200     MOVE LSE-RECUR-NUMBER TO LSH-RECUR-NUMBER.
028300     MOVE ZEROES TO LSH-PAYMENT-NO.
028400     START LEASE-HISTORY-FILE KEY NOT < LSH-KEY
028500         INVALID KEY
028600         MOVE "Y" TO HISTORY-FILE-AT-END.
028700     PERFORM AMORTIZE-NEXT-PAYMENT
028800         UNTIL HISTORY-FILE-AT-END = "Y".
028900
029000 AMORTIZE-NEXT-PAYMENT.
029100     READ LEASE-HISTORY-FILE NEXT RECORD
029200         AT END MOVE "Y" TO HISTORY-FILE-AT-END.
029300     IF HISTORY-FILE-AT-END NOT = "Y"
029400        AND LSH-RECUR-NUMBER NOT = LSE-RECUR-NUMBER
029500         MOVE "Y" TO HISTORY-FILE-AT-END.
029600     IF HISTORY-FILE-AT-END NOT = "Y"
029700         PERFORM AMORTIZE-THIS-PAYMENT.
029800
029900 AMORTIZE-THIS-PAYMENT.
030000     PERFORM READ-PAYMENT-VOUCHER.
030100     IF VOUCHER-RECORD-FOUND = "Y"
030200        AND VOUCHER-IS-CANCELLED
030300         DISPLAY "LEASE " LSE-RECUR-NUMBER " PAYMENT "
030400                 LSH-PAYMENT-NO " VOUCHER " LSH-VOUCHER-NO
030500                 " WAS CANCELLED"
030600         DISPLAY "AFTER LATER PAYMENTS WERE SPLIT"
030700         ADD 1 TO CANCELLED-COUNT
030800     ELSE
030900     IF LSH-POSTED-DATE = ZEROES
031000         PERFORM POST-THE-AMORTIZATION.
031100
031200 POST-THE-AMORTIZATION.
031300     IF LSH-ROU-AMORT NOT = ZEROES
031400         PERFORM INIT-JOURNAL-RECORD
031500         MOVE "LS-ROU" TO JRNL-SOURCE
031600         MOVE LSE-AMORT-ACCOUNT TO JRNL-ACCOUNT
031700         MOVE LSH-ROU-AMORT TO JRNL-DEBIT
031800         PERFORM WRITE-JOURNAL-RECORD
031900         PERFORM INIT-JOURNAL-RECORD
032000         MOVE "LS-ROU" TO JRNL-SOURCE
032100         MOVE LSE-ROU-ACCOUNT TO JRNL-ACCOUNT
032200         MOVE LSH-ROU-AMORT TO JRNL-CREDIT
032300         PERFORM WRITE-JOURNAL-RECORD.
032400     MOVE RUN-DATE TO LSH-POSTED-DATE.
032500     PERFORM REWRITE-HISTORY-RECORD.
032600     ADD 1 TO AMORTIZED-COUNT.
032700
032800*---------------------------------
032900* File I-O routines. A voucher
033000* no longer on the live file
033100* has been archived after
033200* payment and can no longer be
033300* cancelled.
033400*---------------------------------
033500 READ-PAYMENT-VOUCHER.
033600     MOVE LSH-VOUCHER-NO TO VOUCHER-NUMBER.
033700     MOVE "Y" TO VOUCHER-RECORD-FOUND.
033800     READ VOUCHER-FILE RECORD
033900         INVALID KEY
034000         MOVE "N" TO VOUCHER-RECORD-FOUND.
034100
034200 READ-HISTORY-RECORD.
034300     MOVE "Y" TO HISTORY-RECORD-FOUND.
034400     READ LEASE-HISTORY-FILE RECORD
034500         INVALID KEY
034600         MOVE "N" TO HISTORY-RECORD-FOUND.
034700
034800 REWRITE-HISTORY-RECORD.
034900     REWRITE LEASE-HISTORY-RECORD
035000         INVALID KEY
035100         DISPLAY "ERROR REWRITING LEASE HISTORY "
035200                 LSH-RECUR-NUMBER "-" LSH-PAYMENT-NO.
035300
035400 DELETE-HISTORY-RECORD.
035500     DELETE LEASE-HISTORY-FILE RECORD
035600         INVALID KEY
035700         DISPLAY "ERROR DELETING LEASE HISTORY "
035800                 LSH-RECUR-NUMBER "-" LSH-PAYMENT-NO.
035900
036000 REWRITE-LEASE-RECORD.
036100     REWRITE LEASE-RECORD
036200         INVALID KEY
036300         DISPLAY "ERROR REWRITING LEASE " LSE-RECUR-NUMBER.
036400
036500 READ-RECUR-RECORD.
036600     MOVE "Y" TO RECUR-RECORD-FOUND.
036700     READ RECUR-FILE RECORD
036800         INVALID KEY
036900         MOVE "N" TO RECUR-RECORD-FOUND.
037000
037100 REWRITE-RECUR-RECORD.
037200     REWRITE RECUR-RECORD
037300         INVALID KEY
037400         DISPLAY "ERROR REWRITING TEMPLATE " RECUR-NUMBER.
037500
037600*---------------------------------
037700* Journal record routines -
037800* the same layout the AP
037900* extract writes, appended
038000* behind it, and mirrored to
038100* the permanent history
038200* under this run's batch
038300* number.
038400*---------------------------------
038500 INIT-JOURNAL-RECORD.
038600     MOVE SPACE TO JOURNAL-RECORD.
038700     MOVE RUN-DATE TO JRNL-DATE.
038800     MOVE LSH-VOUCHER-NO TO JRNL-VOUCHER-NO.
038900     MOVE ZEROES TO JRNL-CHECK-NO.
039000     MOVE LSE-COMPANY TO JRNL-COMPANY.
039100     MOVE ZEROES TO JRNL-DEBIT JRNL-CREDIT.
039200
039300 WRITE-JOURNAL-RECORD.
039400     WRITE JOURNAL-RECORD.
039500     ADD 1 TO JOURNAL-RECORD-COUNT.
039600     ADD JRNL-DEBIT TO JOURNAL-DEBIT-TOTAL.
039700     ADD JRNL-CREDIT TO JOURNAL-CREDIT-TOTAL.
039800     MOVE SPACE TO JOURNAL-HISTORY-RECORD.
039900     MOVE RUN-BATCH-NO TO JHST-BATCH-NO.
040000     MOVE RUN-DATE TO JHST-EXTRACT-DATE.
040100     MOVE JRNL-DATE TO JHST-DATE.
040200     MOVE JRNL-ACCOUNT TO JHST-ACCOUNT.
040300     MOVE JRNL-VOUCHER-NO TO JHST-VOUCHER-NO.
040400     MOVE JRNL-CHECK-NO TO JHST-CHECK-NO.
040500     MOVE JRNL-SOURCE TO JHST-SOURCE.
040600     MOVE JRNL-DEBIT TO JHST-DEBIT.
040700     MOVE JRNL-CREDIT TO JHST-CREDIT.
040800     MOVE JRNL-COMPANY TO JHST-COMPANY.
040900     WRITE JOURNAL-HISTORY-RECORD.
041000
041100 GET-NEXT-BATCH-NUMBER.
041200     OPEN INPUT JOURNAL-CTL-FILE.
041300     MOVE "N" TO JCTL-AT-END.
041400     READ JOURNAL-CTL-FILE
041500         AT END MOVE "Y" TO JCTL-AT-END.
041600     CLOSE JOURNAL-CTL-FILE.
041700     IF JCTL-AT-END = "Y"
041800         MOVE 1 TO JCTL-NEXT-BATCH.
041900     MOVE JCTL-NEXT-BATCH TO RUN-BATCH-NO.
042000
042100 SAVE-NEXT-BATCH-NUMBER.
042200     COMPUTE JCTL-NEXT-BATCH = RUN-BATCH-NO + 1.
042300     OPEN OUTPUT JOURNAL-CTL-FILE.
042400     WRITE JOURNAL-CTL-RECORD.
042500     CLOSE JOURNAL-CTL-FILE.
042600
042700*---------------------------------
042800* Utility routines.
042900*---------------------------------
043000     COPY "PLLSE01.CBL".

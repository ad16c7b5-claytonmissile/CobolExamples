000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. XFRJRN01.
000300*---------------------------------
000400* Nightly bank transfer journal
000500* to the general ledger.
000600*
000700* Every transfer not yet
000800* journaled is booked to the
000900* cash accounts of both bank
001000* accounts - each bank account's
001100* own cash account, or the run's
001200* cash account where it names
001300* none: the to account debited,
001400* the from account credited,
001500* under source CSH-XFR.
001600*
001700* When the two bank accounts
001800* belong to different companies
001900* each company books its own
002000* side against the intercompany
002100* due-to/from account, under
002200* source CSH-ICO: the receiving
002300* company debits cash and
002400* credits intercompany, the
002500* paying company debits
002600* intercompany and credits cash.
002700*
002800* The lines are appended to the
002900* same journal file the AP
003000* extract writes and to the
003100* permanent journal history
003200* under the next batch number,
003300* and the batch number is
003400* stamped on each transfer, so a
003500* transfer is journaled once
003600* however often the leg is run.
003700* Launched by the nightly
003800* driver, the accounts come from
003900* the run parameters;
004000* stand-alone, they are
004100* prompted.
004200*---------------------------------
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600
004700     COPY "SLXFER.CBL".
004800
004900     COPY "SLBANK.CBL".
005000
005100     COPY "SLGLJRN.CBL".
005200
005300     COPY "SLGLJHST.CBL".
005400
005500     COPY "SLGLJCTL.CBL".
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900
006000     COPY "FDXFER.CBL".
006100
006200     COPY "FDBANK.CBL".
006300
006400     COPY "FDGLJRN.CBL".
006500
006600     COPY "FDGLJHST.CBL".
006700
006800     COPY "FDGLJCTL.CBL".
006900
007000 WORKING-STORAGE SECTION.
007100
007200 77  XFER-FILE-AT-END        PIC X.
007300 77  JCTL-AT-END             PIC X.
007400 77  BANK-RECORD-FOUND       PIC X.
007500
007600 77  CASH-ACCOUNT-NUMBER     PIC 9(5).
007700 77  INTERCO-ACCOUNT-NUMBER  PIC 9(5).
007800 77  FROM-CASH-ACCOUNT       PIC 9(5).
007900 77  FROM-COMPANY            PIC 9(2).
008000 77  TO-CASH-ACCOUNT         PIC 9(5).
008100 77  TO-COMPANY              PIC 9(2).
008200 77  LOOKUP-BANK-ACCT        PIC 9(2).
008300 77  LOOKUP-CASH-ACCOUNT     PIC 9(5).
008400 77  LOOKUP-COMPANY          PIC 9(2).
008500 77  TRANSFERS-WAITING       PIC 9(5)     VALUE ZEROES.
008600 77  TRANSFERS-JOURNALED     PIC 9(5)     VALUE ZEROES.
008700 77  INTERCO-COUNT           PIC 9(5)     VALUE ZEROES.
008800 77  MISSING-BANK-COUNT      PIC 9(5)     VALUE ZEROES.
008900 77  RUN-BATCH-NO            PIC 9(6).
009000 77  EXTRACT-RUN-DATE        PIC 9(8).
009100
009200 77  JOURNAL-RECORD-COUNT    PIC 9(5)     VALUE ZEROES.
009300 77  JOURNAL-DEBIT-TOTAL     PIC S9(9)V99 VALUE ZEROES.
009400 77  JOURNAL-CREDIT-TOTAL    PIC S9(9)V99 VALUE ZEROES.
009500
009600 LINKAGE SECTION.
009700
009800*---------------------------------
009900* Set on exit for the nightly
010000* driver's control report,
010100* the same shape the AP
010200* journal extract returns.
010300*---------------------------------
010400 01  RETURN-JOURNAL-RESULTS.
010500     05  RETURN-JOURNAL-COUNT   PIC 9(5).
010600     05  RETURN-DEBIT-TOTAL     PIC S9(9)V99.
010700     05  RETURN-CREDIT-TOTAL    PIC S9(9)V99.
010800
010900     COPY "WSBPRM01.CBL".
011000
011100 PROCEDURE DIVISION USING RETURN-JOURNAL-RESULTS
011200                          BATCH-RUN-PARAMETERS.
011300 PROGRAM-BEGIN.
011400     PERFORM OPENING-PROCEDURE.
011500     PERFORM MAIN-PROCESS.
011600     PERFORM CLOSING-PROCEDURE.
011700     MOVE JOURNAL-RECORD-COUNT TO RETURN-JOURNAL-COUNT.
011800     MOVE JOURNAL-DEBIT-TOTAL TO RETURN-DEBIT-TOTAL.
011900     MOVE JOURNAL-CREDIT-TOTAL TO RETURN-CREDIT-TOTAL.
012000
012100 PROGRAM-EXIT.
012200     EXIT PROGRAM.
012300
012400 PROGRAM-DONE.
012500     STOP RUN.
012600
012700 OPENING-PROCEDURE.
012800     OPEN I-O TRANSFER-FILE.
012900     OPEN INPUT BANK-FILE.
013000
013100 CLOSING-PROCEDURE.
013200     CLOSE TRANSFER-FILE.
013300     CLOSE BANK-FILE.
013400
013500*---------------------------------
013600* A night with no new transfers
013700* takes no batch number and
013800* leaves the journal untouched.
013900*---------------------------------
014000 MAIN-PROCESS.
014100     PERFORM COUNT-TRANSFERS-WAITING.
014200     IF TRANSFERS-WAITING = ZEROES
014300         DISPLAY "NO BANK TRANSFERS TO JOURNAL"
014400     ELSE
014500         PERFORM RUN-THE-JOURNAL.
014600
014700 COUNT-TRANSFERS-WAITING.
014800     PERFORM START-TRANSFER-FILE.
014900     PERFORM COUNT-NEXT-TRANSFER
015000         UNTIL XFER-FILE-AT-END = "Y".
015100
015200 COUNT-NEXT-TRANSFER.
015300     READ TRANSFER-FILE NEXT RECORD
015400         AT END MOVE "Y" TO XFER-FILE-AT-END.
015500     IF XFER-FILE-AT-END NOT = "Y"
015600        AND XFER-JOURNAL-BATCH = ZEROES
015700         ADD 1 TO TRANSFERS-WAITING.
015800
015900 START-TRANSFER-FILE.
016000     MOVE "N" TO XFER-FILE-AT-END.
016100     MOVE ZEROES TO XFER-NUMBER.
016200     START TRANSFER-FILE KEY NOT < XFER-NUMBER
016300         INVALID KEY
016400         MOVE "Y" TO XFER-FILE-AT-END.
016500
016600 RUN-THE-JOURNAL.
016700     OPEN EXTEND JOURNAL-FILE.
016800     OPEN EXTEND JOURNAL-HISTORY-FILE.
016900     PERFORM GET-JOURNAL-ACCOUNTS.
017000     PERFORM GET-NEXT-BATCH-NUMBER.
017100     MOVE FUNCTION CURRENT-DATE(1:8)
017200         TO EXTRACT-RUN-DATE.
017300     PERFORM START-TRANSFER-FILE.
017400     PERFORM JOURNAL-NEXT-TRANSFER
017500         UNTIL XFER-FILE-AT-END = "Y".
017600     PERFORM SAVE-NEXT-BATCH-NUMBER.
017700     CLOSE JOURNAL-FILE.
017800     CLOSE JOURNAL-HISTORY-FILE.
017900     DISPLAY "BANK TRANSFERS JOURNALED: "
018000             TRANSFERS-JOURNALED.
018100     DISPLAY "TRANSFER JOURNAL RECORDS: "
018200             JOURNAL-RECORD-COUNT.
018300     IF INTERCO-COUNT NOT = ZEROES
018400         DISPLAY "INTERCOMPANY TRANSFERS: " INTERCO-COUNT.
018500     IF MISSING-BANK-COUNT NOT = ZEROES
018600         DISPLAY "*** " MISSING-BANK-COUNT " TRANSFER SIDES ON A"
018700         DISPLAY "BANK ACCOUNT NO LONGER ON FILE - BOOKED"
018800         DISPLAY "TO THE RUN'S CASH ACCOUNT ***".
018900
019000 GET-JOURNAL-ACCOUNTS.
019100     IF BRP-ACTIVE = "Y"
019200         MOVE BRP-CASH-ACCOUNT TO CASH-ACCOUNT-NUMBER
019300         MOVE BRP-INTERCO-ACCOUNT TO INTERCO-ACCOUNT-NUMBER
019400     ELSE
019500         DISPLAY "ENTER CASH ACCOUNT FOR BANK ACCOUNTS"
019600         DISPLAY "THAT NAME NO CASH ACCOUNT OF THEIR OWN"
019700         ACCEPT CASH-ACCOUNT-NUMBER
019800         DISPLAY "ENTER INTERCOMPANY DUE-TO/FROM ACCOUNT"
019900         ACCEPT INTERCO-ACCOUNT-NUMBER.
020000
020100 JOURNAL-NEXT-TRANSFER.
020200     READ TRANSFER-FILE NEXT RECORD
020300         AT END MOVE "Y" TO XFER-FILE-AT-END.
020400     IF XFER-FILE-AT-END NOT = "Y"
020500        AND XFER-JOURNAL-BATCH = ZEROES
020600         PERFORM JOURNAL-THIS-TRANSFER.
020700
020800 JOURNAL-THIS-TRANSFER.
020900     MOVE XFER-FROM-ACCT TO LOOKUP-BANK-ACCT.
021000     PERFORM LOOK-UP-CASH-ACCOUNT.
021100     MOVE LOOKUP-CASH-ACCOUNT TO FROM-CASH-ACCOUNT.
021200     MOVE LOOKUP-COMPANY TO FROM-COMPANY.
021300     MOVE XFER-TO-ACCT TO LOOKUP-BANK-ACCT.
021400     PERFORM LOOK-UP-CASH-ACCOUNT.
021500     MOVE LOOKUP-CASH-ACCOUNT TO TO-CASH-ACCOUNT.
021600     MOVE LOOKUP-COMPANY TO TO-COMPANY.
021700     IF FROM-COMPANY = TO-COMPANY
021800         PERFORM JOURNAL-SAME-COMPANY
021900     ELSE
022000         PERFORM JOURNAL-INTERCOMPANY.
022100     MOVE RUN-BATCH-NO TO XFER-JOURNAL-BATCH.
022200     REWRITE TRANSFER-RECORD
022300         INVALID KEY
022400         DISPLAY "ERROR REWRITING TRANSFER " XFER-NUMBER.
022500     ADD 1 TO TRANSFERS-JOURNALED.
022600
022700 JOURNAL-SAME-COMPANY.
022800     PERFORM INIT-JOURNAL-RECORD.
022900     MOVE TO-CASH-ACCOUNT TO JRNL-ACCOUNT.
023000     MOVE "CSH-XFR" TO JRNL-SOURCE.
023100     MOVE XFER-AMOUNT TO JRNL-DEBIT.
023200     MOVE TO-COMPANY TO JRNL-COMPANY.
023300     PERFORM WRITE-JOURNAL-RECORD.
023400     PERFORM INIT-JOURNAL-RECORD.
023500     MOVE FROM-CASH-ACCOUNT TO JRNL-ACCOUNT.
023600     MOVE "CSH-XFR" TO JRNL-SOURCE.
023700     MOVE XFER-AMOUNT TO JRNL-CREDIT.
023800     MOVE FROM-COMPANY TO JRNL-COMPANY.
023900     PERFORM WRITE-JOURNAL-RECORD.
024000
024100 JOURNAL-INTERCOMPANY.
024200     PERFORM INIT-JOURNAL-RECORD.
024300     MOVE TO-CASH-ACCOUNT TO JRNL-ACCOUNT.
024400     MOVE "CSH-ICO" TO JRNL-SOURCE.
024500     MOVE XFER-AMOUNT TO JRNL-DEBIT.
024600     MOVE TO-COMPANY TO JRNL-COMPANY.
024700     PERFORM WRITE-JOURNAL-RECORD.
024800     PERFORM INIT-JOURNAL-RECORD.
024900     MOVE INTERCO-ACCOUNT-NUMBER TO JRNL-ACCOUNT.
025000     MOVE "CSH-ICO" TO JRNL-SOURCE.
025100     MOVE XFER-AMOUNT TO JRNL-CREDIT.
025200     MOVE TO-COMPANY TO JRNL-COMPANY.
025300     PERFORM WRITE-JOURNAL-RECORD.
025400     PERFORM INIT-JOURNAL-RECORD.
025500     MOVE INTERCO-ACCOUNT-NUMBER TO JRNL-ACCOUNT.
025600     MOVE "CSH-ICO" TO JRNL-SOURCE.
025700     MOVE XFER-AMOUNT TO JRNL-DEBIT.
025800     MOVE FROM-COMPANY TO JRNL-COMPANY.
025900     PERFORM WRITE-JOURNAL-RECORD.
026000     PERFORM INIT-JOURNAL-RECORD.
026100     MOVE FROM-CASH-ACCOUNT TO JRNL-ACCOUNT.
026200     MOVE "CSH-ICO" TO JRNL-SOURCE.
026300     MOVE XFER-AMOUNT TO JRNL-CREDIT.
026400     MOVE FROM-COMPANY TO JRNL-COMPANY.
026500     PERFORM WRITE-JOURNAL-RECORD.
026600     ADD 1 TO INTERCO-COUNT.
026700
026800*---------------------------------
026900* A bank account's own cash
027000* account, else the run's. An
027100* account since deleted from the
027200* bank file books to the run's
027300* cash account under company
027400* zero, and is counted for the
027500* console.
027600*---------------------------------
027700 LOOK-UP-CASH-ACCOUNT.
027800     MOVE LOOKUP-BANK-ACCT TO BANK-ACCOUNT-NO.
027900     MOVE "Y" TO BANK-RECORD-FOUND.
028000     READ BANK-FILE RECORD
028100         INVALID KEY
028200         MOVE "N" TO BANK-RECORD-FOUND.
028300     MOVE CASH-ACCOUNT-NUMBER TO LOOKUP-CASH-ACCOUNT.
028400     MOVE ZEROES TO LOOKUP-COMPANY.
028500     IF BANK-RECORD-FOUND = "N"
028600         ADD 1 TO MISSING-BANK-COUNT
028700     ELSE
028800         MOVE BANK-COMPANY TO LOOKUP-COMPANY
028900         IF BANK-GL-ACCOUNT NOT = ZEROES
029000             MOVE BANK-GL-ACCOUNT TO LOOKUP-CASH-ACCOUNT.
029100
029200*---------------------------------
029300* Journal record routines -
029400* the same layout the AP
029500* extract writes, appended
029600* behind it, and mirrored to
029700* the permanent history
029800* under this run's batch
029900* number.
030000*---------------------------------
030100 INIT-JOURNAL-RECORD.
030200     MOVE SPACE TO JOURNAL-RECORD.
030300     MOVE XFER-DATE TO JRNL-DATE.
030400     MOVE ZEROES TO JRNL-VOUCHER-NO
030500                    JRNL-CHECK-NO
030600                    JRNL-COMPANY.
030700     MOVE ZEROES TO JRNL-DEBIT JRNL-CREDIT.
030800
030900 WRITE-JOURNAL-RECORD.
031000     WRITE JOURNAL-RECORD.
031100     ADD 1 TO JOURNAL-RECORD-COUNT.
031200     ADD JRNL-DEBIT TO JOURNAL-DEBIT-TOTAL.
031300     ADD JRNL-CREDIT TO JOURNAL-CREDIT-TOTAL.
031400     MOVE SPACE TO JOURNAL-HISTORY-RECORD.
031500     MOVE RUN-BATCH-NO TO JHST-BATCH-NO.
031600     MOVE EXTRACT-RUN-DATE TO JHST-EXTRACT-DATE.
031700     MOVE JRNL-DATE TO JHST-DATE.
031800     MOVE JRNL-ACCOUNT TO JHST-ACCOUNT.
031900     MOVE JRNL-VOUCHER-NO TO JHST-VOUCHER-NO.
032000     MOVE JRNL-CHECK-NO TO JHST-CHECK-NO.
032100     MOVE JRNL-SOURCE TO JHST-SOURCE.
032200     MOVE JRNL-DEBIT TO JHST-DEBIT.
032300     MOVE JRNL-CREDIT TO JHST-CREDIT.
032400     MOVE JRNL-COMPANY TO JHST-COMPANY.
032500     WRITE JOURNAL-HISTORY-RECORD.
032600
032700 GET-NEXT-BATCH-NUMBER.
032800     OPEN INPUT JOURNAL-CTL-FILE.
032900     MOVE "N" TO JCTL-AT-END.
033000     READ JOURNAL-CTL-FILE
033100         AT END MOVE "Y" TO JCTL-AT-END.
033200     CLOSE JOURNAL-CTL-FILE.
033300     IF JCTL-AT-END = "Y"
033400         MOVE 1 TO JCTL-NEXT-BATCH.
033500     MOVE JCTL-NEXT-BATCH TO RUN-BATCH-NO.
033600
033700 SAVE-NEXT-BATCH-NUMBER.
033800     COMPUTE JCTL-NEXT-BATCH = RUN-BATCH-NO + 1.
033900     OPEN OUTPUT JOURNAL-CTL-FILE.
034000     WRITE JOURNAL-CTL-RECORD.
034100     CLOSE JOURNAL-CTL-FILE.

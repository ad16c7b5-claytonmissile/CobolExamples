000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FASRET01.
000300*---------------------------------
000400* Fixed asset retirement.
000500*
000600* Records the sale, scrapping or
000700* other disposal of an active or
000800* fully depreciated asset: the
000900* disposal date, what it fetched
001000* (zero when scrapped) and the
001100* account the proceeds were
001200* banked in. The asset is left
001300* retiring; the month-end run
001400* depreciates it through the
001500* month before the disposal,
001600* journals the retirement with
001700* its gain or loss, and marks it
001800* disposed. Until then the
001900* retirement can be taken back
002000* off here. Each retirement and
002100* removal is on the audit trail
002200* under the asset's voucher.
002300*---------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700
002800     COPY "SLFAS.CBL".
002900
003000     COPY "SLACCT.CBL".
003100
003200     COPY "SLAUDIT.CBL".
003300
003400     COPY "SLOPER.CBL".
003500
003600     COPY "SLSONLOG.CBL".
003700
003800     COPY "SLSESS.CBL".
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200
004300     COPY "FDFAS.CBL".
004400
004500     COPY "FDACCT.CBL".
004600
004700     COPY "FDAUDIT.CBL".
004800
004900     COPY "FDOPER.CBL".
005000
005100     COPY "FDSONLOG.CBL".
005200
005300     COPY "FDSESS.CBL".
005400
005500 WORKING-STORAGE SECTION.
005600
005700 77  FAS-RECORD-FOUND        PIC X.
005800 77  ACCOUNT-IS-GOOD         PIC X.
005900 77  DATE-IS-GOOD            PIC X.
006000 77  OK-TO-RETIRE            PIC X.
006100 77  OLD-STATUS              PIC X.
006200 77  CONFIRM-PROMPT          PIC X(30).
006300 77  TODAY-DATE              PIC 9(8).
006400 77  AMOUNT-ENTRY            PIC 9(8).
006500 77  NET-BOOK-VALUE          PIC S9(7)V99.
006600 77  GAIN-LOSS               PIC S9(7)V99.
006700
006800 01  AMOUNT-DISPLAY          PIC Z,ZZZ,ZZ9.99-.
006900 01  DATE-DISPLAY            PIC Z9/99/9999.
007000
007100     COPY "WSCASE01.CBL".
007200
007300     COPY "WSDATE01.CBL".
007400
007500     COPY "WSAUDIT01.CBL".
007600
007700     COPY "WSSIGN01.CBL".
007800
007900 PROCEDURE DIVISION.
008000 PROGRAM-BEGIN.
008100     PERFORM OPENING-PROCEDURE.
008200     MOVE "FASRET01" TO SIGN-ON-PROGRAM.
008300     PERFORM GET-OPERATOR-SIGN-ON.
008400     IF OPERATOR-IS-SIGNED-ON
008500        AND SIGN-ON-CAN-ENTRY = "Y"
008600         PERFORM MAIN-PROCESS
008700     ELSE
008800     IF OPERATOR-IS-SIGNED-ON
008900         DISPLAY "YOU ARE NOT AUTHORIZED TO RETIRE ASSETS".
009000     PERFORM CLOSING-PROCEDURE.
009100
009200 PROGRAM-EXIT.
009300     EXIT PROGRAM.
009400
009500 PROGRAM-DONE.
009600     STOP RUN.
009700
009800 OPENING-PROCEDURE.
009900     OPEN I-O FIXED-ASSET-FILE.
010000     OPEN I-O ACCOUNT-FILE.
010100     OPEN EXTEND AUDIT-FILE.
010200     OPEN I-O OPERATOR-FILE.
010300     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
010400
010500 CLOSING-PROCEDURE.
010600     CLOSE FIXED-ASSET-FILE.
010700     CLOSE ACCOUNT-FILE.
010800     CLOSE AUDIT-FILE.
010900     CLOSE OPERATOR-FILE.
011000
011100 MAIN-PROCESS.
011200     PERFORM GET-EXISTING-RECORD.
011300     PERFORM WORK-ONE-ASSET
011400         UNTIL FAS-VOUCHER-NO = ZEROES.
011500
011600 WORK-ONE-ASSET.
011700     PERFORM DISPLAY-THE-ASSET.
011800     IF FAS-IS-ACTIVE
011900        OR FAS-IS-FULLY-DEPR
012000         PERFORM RETIRE-THIS-ASSET
012100     ELSE
012200     IF FAS-IS-RETIRING
012300         PERFORM REMOVE-THE-RETIREMENT
012400     ELSE
012500     IF FAS-IS-PENDING
012600         DISPLAY "THE ASSET MUST BE COMPLETED BEFORE"
012700         DISPLAY "IT CAN BE RETIRED"
012800     ELSE
012900         DISPLAY "THIS ASSET IS ALREADY CLOSED".
013000     PERFORM GET-EXISTING-RECORD.
013100
013200*---------------------------------
013300* The gain or loss shown is on
013400* today's book value; the
013500* month-end run books it on the
013600* value after any months still
013700* to be taken.
013800*---------------------------------
013900 RETIRE-THIS-ASSET.
014000     PERFORM ENTER-FAS-DISPOSAL-DATE.
014100     PERFORM ENTER-FAS-PROCEEDS.
014200     IF FAS-PROCEEDS = ZEROES
014300         MOVE ZEROES TO FAS-PROCEEDS-ACCOUNT
014400     ELSE
014500         PERFORM ENTER-FAS-PROCEEDS-ACCOUNT.
014600     COMPUTE GAIN-LOSS = FAS-PROCEEDS - NET-BOOK-VALUE.
014700     MOVE GAIN-LOSS TO AMOUNT-DISPLAY.
014800     DISPLAY "GAIN (LOSS-) ON TODAY'S BOOK VALUE: "
014900             AMOUNT-DISPLAY.
015000     MOVE "RETIRE THIS ASSET (Y/N)?" TO CONFIRM-PROMPT.
015100     PERFORM ASK-OK-TO-RETIRE.
015200     IF OK-TO-RETIRE = "Y"
015300         MOVE FAS-STATUS TO OLD-STATUS
015400         MOVE "R" TO FAS-STATUS
015500         PERFORM REWRITE-FAS-RECORD
015600         MOVE "ASSET RET" TO AUDIT-EVENT-ACTION
015700         PERFORM LOG-RETIREMENT-AUDIT
015800         DISPLAY "RETIREMENT WILL BE JOURNALED AT MONTH-END".
015900
016000*---------------------------------
016100* Back to active, or to fully
016200* depreciated if nothing is left
016300* to take.
016400*---------------------------------
016500 REMOVE-THE-RETIREMENT.
016600     MOVE "REMOVE THE RETIREMENT (Y/N)?" TO CONFIRM-PROMPT.
016700     PERFORM ASK-OK-TO-RETIRE.
016800     IF OK-TO-RETIRE = "Y"
016900         MOVE FAS-STATUS TO OLD-STATUS
017000         IF FAS-MONTHS-TAKEN < FAS-LIFE-MONTHS
017100            AND FAS-ACCUM-DEPR < FAS-COST - FAS-SALVAGE
017200             MOVE "A" TO FAS-STATUS
017300         ELSE
017400             MOVE "F" TO FAS-STATUS.
017500     IF OK-TO-RETIRE = "Y"
017600         MOVE ZEROES TO FAS-DISPOSAL-DATE
017700                        FAS-PROCEEDS
017800                        FAS-PROCEEDS-ACCOUNT
017900         PERFORM REWRITE-FAS-RECORD
018000         MOVE "ASSET UNRT" TO AUDIT-EVENT-ACTION
018100         PERFORM LOG-RETIREMENT-AUDIT.
018200
018300 ASK-OK-TO-RETIRE.
018400     PERFORM ACCEPT-OK-TO-RETIRE.
018500     PERFORM RE-ACCEPT-OK-TO-RETIRE
018600        UNTIL OK-TO-RETIRE = "Y" OR "N".
018700
018800 ACCEPT-OK-TO-RETIRE.
018900     DISPLAY CONFIRM-PROMPT.
019000     ACCEPT OK-TO-RETIRE.
019100     INSPECT OK-TO-RETIRE
019200      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
019300
019400 RE-ACCEPT-OK-TO-RETIRE.
019500     DISPLAY "YOU MUST ENTER YES OR NO".
019600     PERFORM ACCEPT-OK-TO-RETIRE.
019700
019800 LOG-RETIREMENT-AUDIT.
019900     MOVE FAS-VOUCHER-NO      TO AUDIT-EVENT-VOUCHER-NO.
020000     MOVE FAS-VENDOR          TO AUDIT-EVENT-VENDOR-NO.
020100     MOVE TODAY-DATE          TO AUDIT-EVENT-DATE.
020200     MOVE FAS-PROCEEDS        TO AUDIT-EVENT-AMOUNT.
020300     MOVE OLD-STATUS          TO AUDIT-EVENT-OLD-VALUE.
020400     MOVE FAS-STATUS          TO AUDIT-EVENT-NEW-VALUE.
020500     PERFORM WRITE-AUDIT-RECORD.
020600
020700*---------------------------------
020800* Field entry.
020900*---------------------------------
021000 ENTER-FAS-DISPOSAL-DATE.
021100     PERFORM ACCEPT-FAS-DISPOSAL-DATE.
021200     PERFORM RE-ACCEPT-FAS-DISPOSAL-DATE
021300         UNTIL DATE-IS-GOOD = "Y".
021400
021500 ACCEPT-FAS-DISPOSAL-DATE.
021600     MOVE "N" TO ZERO-DATE-IS-OK.
021700     MOVE "ENTER DISPOSAL DATE (MM/DD/CCYY)"
021800         TO DATE-PROMPT.
021900     PERFORM GET-A-DATE.
022000     MOVE DATE-CCYYMMDD TO FAS-DISPOSAL-DATE.
022100     MOVE "Y" TO DATE-IS-GOOD.
022200     IF FAS-DISPOSAL-DATE < FAS-IN-SERVICE-DATE
022300        OR FAS-DISPOSAL-DATE > TODAY-DATE
022400         MOVE "N" TO DATE-IS-GOOD.
022500
022600 RE-ACCEPT-FAS-DISPOSAL-DATE.
022700     DISPLAY "DISPOSAL DATE MUST FALL BETWEEN THE".
022800     DISPLAY "IN-SERVICE DATE AND TODAY".
022900     PERFORM ACCEPT-FAS-DISPOSAL-DATE.
023000
023100 ENTER-FAS-PROCEEDS.
023200     DISPLAY "ENTER PROCEEDS WITH NO DECIMAL POINT".
023300     DISPLAY "(0 = SCRAPPED OR GIVEN AWAY)".
023400     ACCEPT AMOUNT-ENTRY.
023500     COMPUTE FAS-PROCEEDS = AMOUNT-ENTRY / 100.
023600
023700 ENTER-FAS-PROCEEDS-ACCOUNT.
023800     PERFORM ACCEPT-FAS-PROCEEDS-ACCOUNT.
023900     PERFORM RE-ACCEPT-FAS-PROCEEDS-ACCOUNT
024000         UNTIL ACCOUNT-IS-GOOD = "Y".
024100
024200 ACCEPT-FAS-PROCEEDS-ACCOUNT.
024300     DISPLAY "ENTER G/L ACCOUNT THE PROCEEDS WENT TO".
024400     ACCEPT FAS-PROCEEDS-ACCOUNT.
024500     MOVE FAS-PROCEEDS-ACCOUNT TO ACCOUNT-NUMBER.
024600     MOVE "Y" TO ACCOUNT-IS-GOOD.
024700     READ ACCOUNT-FILE RECORD
024800         INVALID KEY
024900         MOVE "N" TO ACCOUNT-IS-GOOD.
025000     IF ACCOUNT-IS-GOOD = "Y"
025100         IF NOT ACCOUNT-IS-ACTIVE
025200            OR NOT ACCOUNT-IS-ASSET
025300             MOVE "N" TO ACCOUNT-IS-GOOD.
025400
025500 RE-ACCEPT-FAS-PROCEEDS-ACCOUNT.
025600     DISPLAY "ACCOUNT MUST BE AN ACTIVE ASSET ACCOUNT".
025700     PERFORM ACCEPT-FAS-PROCEEDS-ACCOUNT.
025800
025900 GET-EXISTING-RECORD.
026000     PERFORM ACCEPT-EXISTING-KEY.
026100     PERFORM RE-ACCEPT-EXISTING-KEY
026200         UNTIL FAS-RECORD-FOUND = "Y" OR
026300               FAS-VOUCHER-NO = ZEROES.
026400
026500 ACCEPT-EXISTING-KEY.
026600     MOVE ZEROES TO FAS-KEY.
026700     DISPLAY "ENTER ASSET VOUCHER NUMBER, 0 TO EXIT".
026800     ACCEPT FAS-VOUCHER-NO.
026900     IF FAS-VOUCHER-NO NOT = ZEROES
027000         DISPLAY "ENTER DISTRIBUTION LINE NUMBER"
027100         ACCEPT FAS-LINE-NO
027200         PERFORM READ-FAS-RECORD.
027300
027400 RE-ACCEPT-EXISTING-KEY.
027500     DISPLAY "NO ASSET FOUND WITH THAT NUMBER".
027600     PERFORM ACCEPT-EXISTING-KEY.
027700
027800 DISPLAY-THE-ASSET.
027900     DISPLAY " ".
028000     DISPLAY "ASSET: " FAS-VOUCHER-NO "-" FAS-LINE-NO
028100             "  " FAS-DESCRIPTION.
028200     DISPLAY "CLASS: " FAS-CLASS "  STORE: " FAS-STORE
028300             "  STATUS: " FAS-STATUS.
028400     MOVE FAS-IN-SERVICE-DATE TO DATE-CCYYMMDD.
028500     PERFORM CONVERT-TO-MMDDCCYY.
028600     MOVE DATE-MMDDCCYY TO DATE-DISPLAY.
028700     DISPLAY "IN SERVICE: " DATE-DISPLAY
028800             "  DEPRECIATED THROUGH: " FAS-LAST-PERIOD.
028900     MOVE FAS-COST TO AMOUNT-DISPLAY.
029000     DISPLAY "COST:               " AMOUNT-DISPLAY.
029100     MOVE FAS-ACCUM-DEPR TO AMOUNT-DISPLAY.
029200     DISPLAY "DEPRECIATION TAKEN: " AMOUNT-DISPLAY.
029300     COMPUTE NET-BOOK-VALUE = FAS-COST - FAS-ACCUM-DEPR.
029400     MOVE NET-BOOK-VALUE TO AMOUNT-DISPLAY.
029500     DISPLAY "NET BOOK VALUE:     " AMOUNT-DISPLAY.
029600     IF FAS-IS-RETIRING
029700         MOVE FAS-DISPOSAL-DATE TO DATE-CCYYMMDD
029800         PERFORM CONVERT-TO-MMDDCCYY
029900         MOVE DATE-MMDDCCYY TO DATE-DISPLAY
030000         MOVE FAS-PROCEEDS TO AMOUNT-DISPLAY
030100         DISPLAY "RETIRING " DATE-DISPLAY
030200                 "  PROCEEDS: " AMOUNT-DISPLAY
030300                 "  TO ACCOUNT " FAS-PROCEEDS-ACCOUNT.
030400
030500*---------------------------------
030600* File I-O routines.
030700*---------------------------------
030800 READ-FAS-RECORD.
030900     MOVE "Y" TO FAS-RECORD-FOUND.
031000     READ FIXED-ASSET-FILE RECORD
031100         INVALID KEY
031200         MOVE "N" TO FAS-RECORD-FOUND.
031300
031400 REWRITE-FAS-RECORD.
031500     REWRITE FIXED-ASSET-RECORD
031600         INVALID KEY
031700         DISPLAY "ERROR REWRITING FIXED ASSET".
031800
031900*---------------------------------
032000* Utility routines.
032100*---------------------------------
032200     COPY "PLDATE01.CBL".
032300     COPY "PLAUDIT01.CBL".
032400     COPY "PLSIGN01.CBL".

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FASCAP01.
000300*---------------------------------
000400* Nightly fixed asset capture.
000500*
000600* Walks the voucher distribution
000700* file for lines charged to the
000800* cost account of an asset
000900* class and writes a pending
001000* fixed asset record for each
001100* one not already on the asset
001200* file: the description from the
001300* voucher's FOR, the line's
001400* amount as the cost, the
001500* vendor, and the voucher date
001600* as the first guess at the
001700* in-service date, with the
001800* class's life and method. The
001900* store is left for asset
002000* maintenance to fill in when
002100* it completes the record.
002200*
002300* Credit lines and cancelled
002400* vouchers are passed over. A
002500* line already on the asset
002600* file is never touched again,
002700* so a rerun writes nothing
002800* twice. Run as a leg of the
002900* nightly batch; no operator
003000* input is taken.
003100*---------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500
003600     COPY "SLDIST.CBL".
003700
003800     COPY "SLVOUCH.CBL".
003900
004000     COPY "SLFAS.CBL".
004100
004200     COPY "SLACLS.CBL".
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600
004700     COPY "FDDIST.CBL".
004800
004900     COPY "FDVOUCH.CBL".
005000
005100     COPY "FDFAS.CBL".
005200
005300     COPY "FDACLS.CBL".
005400
005500 WORKING-STORAGE SECTION.
005600
005700 77  DIST-FILE-AT-END        PIC X.
005800 77  ACLS-FILE-AT-END        PIC X.
005900 77  VOUCHER-RECORD-FOUND    PIC X.
006000 77  ASSET-RECORD-FOUND      PIC X.
006100 77  RUN-DATE                PIC 9(8).
006200 77  CAPTURED-COUNT          PIC 9(5) VALUE ZEROES.
006300
006400*---------------------------------
006500* The asset classes, loaded once
006600* so each distribution line is
006700* matched against the cost
006800* accounts in memory.
006900*---------------------------------
007000 77  CLASS-COUNT             PIC 9(2) VALUE ZEROES.
007100 77  CLASS-SUB               PIC 9(3).
007200 01  CLASS-TABLE.
007300     05  CLASS-ENTRY OCCURS 99 TIMES.
007400         10  CLT-CODE            PIC 9(2).
007500         10  CLT-COST-ACCOUNT    PIC 9(5).
007600         10  CLT-LIFE-MONTHS     PIC 9(3).
007700         10  CLT-METHOD          PIC X.
007800
007900 LINKAGE SECTION.
008000
008100*---------------------------------
008200* Set on exit to the number of
008300* pending assets written, for
008400* the nightly batch driver's
008500* control report.
008600*---------------------------------
008700 01  RETURN-CAPTURED-COUNT      PIC 9(5).
008800
008900 PROCEDURE DIVISION USING RETURN-CAPTURED-COUNT.
009000 PROGRAM-BEGIN.
009100     PERFORM OPENING-PROCEDURE.
009200     PERFORM MAIN-PROCESS.
009300     PERFORM CLOSING-PROCEDURE.
009400     MOVE CAPTURED-COUNT TO RETURN-CAPTURED-COUNT.
009500
009600 PROGRAM-EXIT.
009700     EXIT PROGRAM.
009800
009900 PROGRAM-DONE.
010000     STOP RUN.
010100
010200 OPENING-PROCEDURE.
010300     OPEN I-O DISTRIBUTION-FILE.
010400     OPEN I-O VOUCHER-FILE.
010500     OPEN I-O FIXED-ASSET-FILE.
010600     OPEN I-O ASSET-CLASS-FILE.
010700
010800 CLOSING-PROCEDURE.
010900     CLOSE DISTRIBUTION-FILE.
011000     CLOSE VOUCHER-FILE.
011100     CLOSE FIXED-ASSET-FILE.
011200     CLOSE ASSET-CLASS-FILE.
011300
011400 MAIN-PROCESS.
011500     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
011600     PERFORM LOAD-CLASS-TABLE.
011700     IF CLASS-COUNT = ZEROES
011800         DISPLAY "NO ASSET CLASSES ON FILE - NOTHING CAPTURED"
011900     ELSE
012000         PERFORM CAPTURE-ALL-LINES.
012100     DISPLAY "PENDING FIXED ASSETS CAPTURED: " CAPTURED-COUNT.
012200
012300*---------------------------------
012400* Class table.
012500*---------------------------------
012600 LOAD-CLASS-TABLE.
012700     MOVE "N" TO ACLS-FILE-AT-END.
012800     MOVE ZEROES TO ACLS-CODE.
012900     START ASSET-CLASS-FILE KEY NOT < ACLS-CODE
013000         INVALID KEY
013100         MOVE "Y" TO ACLS-FILE-AT-END.
013200     PERFORM LOAD-NEXT-CLASS
013300         UNTIL ACLS-FILE-AT-END = "Y".
013400
013500 LOAD-NEXT-CLASS.
013600     READ ASSET-CLASS-FILE NEXT RECORD
013700         AT END MOVE "Y" TO ACLS-FILE-AT-END.
013800     IF ACLS-FILE-AT-END NOT = "Y"
013900        AND CLASS-COUNT < 99
014000         ADD 1 TO CLASS-COUNT
014100         MOVE ACLS-CODE TO CLT-CODE (CLASS-COUNT)
014200         MOVE ACLS-COST-ACCOUNT TO CLT-COST-ACCOUNT (CLASS-COUNT)
014300         MOVE ACLS-LIFE-MONTHS TO CLT-LIFE-MONTHS (CLASS-COUNT)
014400         MOVE ACLS-METHOD TO CLT-METHOD (CLASS-COUNT).
014500
014600*---------------------------------
014700* The first class carrying the
014800* line's account takes it;
014900* maintenance can move it to
015000* another class on the same
015100* account.
015200*---------------------------------
015300 FIND-CLASS-FOR-ACCOUNT.
015400     MOVE 1 TO CLASS-SUB.
015500     PERFORM BUMP-CLASS-SUB
015600         UNTIL CLASS-SUB > CLASS-COUNT
015700            OR CLT-COST-ACCOUNT (CLASS-SUB) = DIST-ACCOUNT.
015800
015900 BUMP-CLASS-SUB.
016000     ADD 1 TO CLASS-SUB.
016100
016200*---------------------------------
016300* Distribution file pass.
016400*---------------------------------
016500 CAPTURE-ALL-LINES.
016600     MOVE "N" TO DIST-FILE-AT-END.
016700     MOVE ZEROES TO DIST-KEY.
016800     START DISTRIBUTION-FILE KEY NOT < DIST-KEY
016900         INVALID KEY
017000         MOVE "Y" TO DIST-FILE-AT-END.
017100     PERFORM CAPTURE-NEXT-LINE
017200         UNTIL DIST-FILE-AT-END = "Y".
017300
017400 CAPTURE-NEXT-LINE.
017500     READ DISTRIBUTION-FILE NEXT RECORD
017600         AT END MOVE "Y" TO DIST-FILE-AT-END.
017700     IF DIST-FILE-AT-END NOT = "Y"
017800        AND DIST-AMOUNT > ZEROES
017900         PERFORM FIND-CLASS-FOR-ACCOUNT
018000         IF CLASS-SUB NOT > CLASS-COUNT
018100             PERFORM CHECK-LINE-IS-CAPTURED
018200             IF ASSET-RECORD-FOUND = "N"
018300                 PERFORM CAPTURE-THIS-LINE.
018400
018500 CHECK-LINE-IS-CAPTURED.
018600     MOVE DIST-VOUCHER-NO TO FAS-VOUCHER-NO.
018700     MOVE DIST-LINE-NO TO FAS-LINE-NO.
018800     MOVE "Y" TO ASSET-RECORD-FOUND.
018900     READ FIXED-ASSET-FILE RECORD
019000         INVALID KEY
019100         MOVE "N" TO ASSET-RECORD-FOUND.
019200
019300 CAPTURE-THIS-LINE.
019400     MOVE DIST-VOUCHER-NO TO VOUCHER-NUMBER.
019500     MOVE "Y" TO VOUCHER-RECORD-FOUND.
019600     READ VOUCHER-FILE RECORD
019700         INVALID KEY
019800         MOVE "N" TO VOUCHER-RECORD-FOUND.
019900     IF VOUCHER-RECORD-FOUND = "Y"
020000        AND NOT VOUCHER-IS-CANCELLED
020100         PERFORM WRITE-PENDING-ASSET.
020200
020300 WRITE-PENDING-ASSET.
020400     MOVE SPACE TO FIXED-ASSET-RECORD.
020500     MOVE DIST-VOUCHER-NO TO FAS-VOUCHER-NO.
020600     MOVE DIST-LINE-NO TO FAS-LINE-NO.
020700     MOVE VOUCHER-FOR TO FAS-DESCRIPTION.
020800     MOVE VOUCHER-VENDOR TO FAS-VENDOR.
020900     IF DIST-COMPANY = ZEROES
021000         MOVE VOUCHER-COMPANY TO FAS-COMPANY
021100     ELSE
021200         MOVE DIST-COMPANY TO FAS-COMPANY.
021300     MOVE ZEROES TO FAS-STORE.
021400     MOVE CLT-CODE (CLASS-SUB) TO FAS-CLASS.
021500     MOVE DIST-ACCOUNT TO FAS-COST-ACCOUNT.
021600     MOVE VOUCHER-DATE TO FAS-VOUCHER-DATE
021700                          FAS-IN-SERVICE-DATE.
021800     MOVE DIST-AMOUNT TO FAS-COST.
021900     MOVE ZEROES TO FAS-SALVAGE.
022000     MOVE CLT-LIFE-MONTHS (CLASS-SUB) TO FAS-LIFE-MONTHS.
022100     MOVE CLT-METHOD (CLASS-SUB) TO FAS-METHOD.
022200     MOVE ZEROES TO FAS-MONTHS-TAKEN
022300                    FAS-LAST-PERIOD
022400                    FAS-ACCUM-DEPR.
022500     MOVE "N" TO FAS-STATUS.
022600     MOVE ZEROES TO FAS-DISPOSAL-DATE
022700                    FAS-PROCEEDS
022800                    FAS-PROCEEDS-ACCOUNT
022900                    FAS-GAIN-LOSS
023000                    FAS-CLOSED-DATE.
023100     MOVE RUN-DATE TO FAS-CAPTURED-DATE.
023200     WRITE FIXED-ASSET-RECORD
023300         INVALID KEY
023400         DISPLAY "ERROR WRITING FIXED ASSET "
023500                 FAS-VOUCHER-NO "-" FAS-LINE-NO.
023600     ADD 1 TO CAPTURED-COUNT.

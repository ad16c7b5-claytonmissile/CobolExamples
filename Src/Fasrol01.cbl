000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FASROL01.
000300*---------------------------------
000400* Depreciation rollforward by
000500* asset class.
000600*
000700* For an operator-entered range
000800* of months (CCYYMM through
000900* CCYYMM) rolls each class from
001000* the fixed asset and asset
001100* history files. The cost line
001200* shows the cost at the start
001300* of the range, the assets
001400* vouchered in it, the cost of
001500* those retired or cancelled in
001600* it, and the cost at the end.
001700* The depreciation line shows
001800* the same for the depreciation
001900* taken, with the months' charge
002000* from the asset history in
002100* place of additions, and the
002200* net book value at the end.
002300* A month's depreciation counts
002400* in the month it belongs to,
002500* whenever the month-end run
002600* posted it.
002700*---------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100
003200     COPY "SLFAS.CBL".
003300
003400     COPY "SLFAH.CBL".
003500
003600     COPY "SLACLS.CBL".
003700
003800     SELECT PRINTER-FILE
003900         ASSIGN TO PRINTER
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400
004500     COPY "FDFAS.CBL".
004600
004700     COPY "FDFAH.CBL".
004800
004900     COPY "FDACLS.CBL".
005000
005100 FD  PRINTER-FILE
005200     LABEL RECORDS ARE OMITTED.
005300 01  PRINTER-RECORD             PIC X(100).
005400
005500 WORKING-STORAGE SECTION.
005600
005700 77  ASSET-FILE-AT-END       PIC X.
005800 77  HISTORY-AT-END          PIC X.
005900 77  CLASS-RECORD-FOUND      PIC X.
006000
006100 01  FROM-PERIOD-ID          PIC 9(6).
006200 01  FROM-PERIOD-FIELDS REDEFINES FROM-PERIOD-ID.
006300     05  FROM-PERIOD-YEAR    PIC 9(4).
006400     05  FROM-PERIOD-MONTH   PIC 9(2).
006500         88  FROM-MONTH-IS-VALID VALUES 01 THRU 12.
006600 01  TO-PERIOD-ID            PIC 9(6).
006700 01  TO-PERIOD-FIELDS REDEFINES TO-PERIOD-ID.
006800     05  TO-PERIOD-YEAR      PIC 9(4).
006900     05  TO-PERIOD-MONTH     PIC 9(2).
007000         88  TO-MONTH-IS-VALID   VALUES 01 THRU 12.
007100 77  RANGE-START-DATE        PIC 9(8).
007200 77  RANGE-END-DATE          PIC 9(8).
007300
007400*---------------------------------
007500* One asset's figures for the
007600* range.
007700*---------------------------------
007800 77  ASSET-COST-BEGIN        PIC S9(6)V99.
007900 77  ASSET-COST-ADDED        PIC S9(6)V99.
008000 77  ASSET-COST-RETIRED      PIC S9(6)V99.
008100 77  ASSET-DEPR-BEFORE       PIC S9(7)V99.
008200 77  ASSET-DEPR-WITHIN       PIC S9(7)V99.
008300 77  ASSET-DEPR-RETIRED      PIC S9(7)V99.
008400
008500*---------------------------------
008600* The rollforward per class,
008700* subscripted by the class code
008800* itself.
008900*---------------------------------
009000 77  CLASS-SUB               PIC 99.
009100 01  CLASS-ROLL-TABLE.
009200     05  CLASS-ROLL-ENTRY OCCURS 99 TIMES.
009300         10  ROLL-ASSET-COUNT    PIC 9(5).
009400         10  ROLL-AMOUNTS.
009500             15  ROLL-COST-BEGIN     PIC S9(8)V99.
009600             15  ROLL-COST-ADDED     PIC S9(8)V99.
009700             15  ROLL-COST-RETIRED   PIC S9(8)V99.
009800             15  ROLL-DEPR-BEGIN     PIC S9(8)V99.
009900             15  ROLL-DEPR-TAKEN     PIC S9(8)V99.
010000             15  ROLL-DEPR-RETIRED   PIC S9(8)V99.
010100
010200 01  GRAND-TOTALS.
010300     05  GRAND-COST-BEGIN    PIC S9(8)V99.
010400     05  GRAND-COST-ADDED    PIC S9(8)V99.
010500     05  GRAND-COST-RETIRED  PIC S9(8)V99.
010600     05  GRAND-DEPR-BEGIN    PIC S9(8)V99.
010700     05  GRAND-DEPR-TAKEN    PIC S9(8)V99.
010800     05  GRAND-DEPR-RETIRED  PIC S9(8)V99.
010900
011000*---------------------------------
011100* The class or total being
011200* printed. Laid out the same as
011300* ROLL-AMOUNTS and GRAND-TOTALS.
011400*---------------------------------
011500 01  PRINT-AMOUNTS.
011600     05  PRINT-COST-BEGIN    PIC S9(8)V99.
011700     05  PRINT-COST-ADDED    PIC S9(8)V99.
011800     05  PRINT-COST-RETIRED  PIC S9(8)V99.
011900     05  PRINT-DEPR-BEGIN    PIC S9(8)V99.
012000     05  PRINT-DEPR-TAKEN    PIC S9(8)V99.
012100     05  PRINT-DEPR-RETIRED  PIC S9(8)V99.
012200 77  PRINT-COST-END          PIC S9(8)V99.
012300 77  PRINT-DEPR-END          PIC S9(8)V99.
012400
012500 77  LINE-COUNT              PIC 999   VALUE ZERO.
012600 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
012700 77  MAXIMUM-LINES           PIC 999   VALUE 55.
012800
012900 01  DETAIL-LINE.
013000     05  PRINT-CLASS         PIC X(2).
013100     05  FILLER              PIC X(1)  VALUE SPACE.
013200     05  PRINT-CLASS-NAME    PIC X(20).
013300     05  FILLER              PIC X(1)  VALUE SPACE.
013400     05  PRINT-LINE-TYPE     PIC X(6).
013500     05  PRINT-BEGIN         PIC Z,ZZZ,ZZ9.99-.
013600     05  FILLER              PIC X(1)  VALUE SPACE.
013700     05  PRINT-CHANGE        PIC Z,ZZZ,ZZ9.99-.
013800     05  FILLER              PIC X(1)  VALUE SPACE.
013900     05  PRINT-RETIRED       PIC Z,ZZZ,ZZ9.99-.
014000     05  FILLER              PIC X(1)  VALUE SPACE.
014100     05  PRINT-END           PIC Z,ZZZ,ZZ9.99-.
014200     05  FILLER              PIC X(1)  VALUE SPACE.
014300     05  PRINT-BOOK-VALUE    PIC Z,ZZZ,ZZ9.99-.
014400
014500 01  COLUMN-LINE.
014600     05  FILLER              PIC X(30) VALUE "CLASS".
014700     05  FILLER              PIC X(14) VALUE "     BEGINNING".
014800     05  FILLER              PIC X(14) VALUE " ADDED / TAKEN".
014900     05  FILLER              PIC X(14) VALUE "       RETIRED".
015000     05  FILLER              PIC X(14) VALUE "        ENDING".
015100     05  FILLER              PIC X(14) VALUE "    BOOK VALUE".
015200
015300 01  TITLE-LINE.
015400     05  FILLER              PIC X(20) VALUE SPACE.
015500     05  FILLER              PIC X(29)
015600         VALUE "DEPRECIATION ROLLFORWARD FOR".
015700     05  PRINT-FROM-PERIOD   PIC 9(6).
015800     05  FILLER              PIC X(9)  VALUE " THROUGH ".
015900     05  PRINT-TO-PERIOD     PIC 9(6).
016000     05  FILLER              PIC X(20) VALUE SPACE.
016100     05  FILLER              PIC X(5)  VALUE "PAGE:".
016200     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
016300
016400     COPY "WSCASE01.CBL".
016500
016600 PROCEDURE DIVISION.
016700 PROGRAM-BEGIN.
016800     PERFORM OPENING-PROCEDURE.
016900     PERFORM MAIN-PROCESS.
017000     PERFORM CLOSING-PROCEDURE.
017100
017200 PROGRAM-EXIT.
017300     EXIT PROGRAM.
017400
017500 PROGRAM-DONE.
017600     STOP RUN.
017700
017800 OPENING-PROCEDURE.
017900     OPEN I-O FIXED-ASSET-FILE.
018000     OPEN I-O ASSET-HISTORY-FILE.
018100     OPEN I-O ASSET-CLASS-FILE.
018200     OPEN OUTPUT PRINTER-FILE.
018300
018400 CLOSING-PROCEDURE.
018500     CLOSE FIXED-ASSET-FILE.
018600     CLOSE ASSET-HISTORY-FILE.
018700     CLOSE ASSET-CLASS-FILE.
018800     PERFORM END-LAST-PAGE.
018900     CLOSE PRINTER-FILE.
019000
019100 MAIN-PROCESS.
019200     PERFORM GET-REPORT-RANGE.
019300     COMPUTE RANGE-START-DATE = FROM-PERIOD-ID * 100 + 1.
019400     COMPUTE RANGE-END-DATE = TO-PERIOD-ID * 100 + 31.
019500     MOVE ZEROES TO CLASS-ROLL-TABLE.
019600     PERFORM ROLL-ALL-ASSETS.
019700     PERFORM PRINT-THE-REPORT.
019800
019900 GET-REPORT-RANGE.
020000     PERFORM ACCEPT-FROM-PERIOD.
020100     PERFORM RE-ACCEPT-FROM-PERIOD
020200         UNTIL FROM-MONTH-IS-VALID.
020300     PERFORM ACCEPT-TO-PERIOD.
020400     PERFORM RE-ACCEPT-TO-PERIOD
020500         UNTIL TO-MONTH-IS-VALID
020600           AND TO-PERIOD-ID NOT < FROM-PERIOD-ID.
020700
020800 ACCEPT-FROM-PERIOD.
020900     DISPLAY "ENTER FIRST MONTH (CCYYMM)".
021000     ACCEPT FROM-PERIOD-ID.
021100
021200 RE-ACCEPT-FROM-PERIOD.
021300     DISPLAY "THAT IS NOT A CCYYMM PERIOD".
021400     PERFORM ACCEPT-FROM-PERIOD.
021500
021600 ACCEPT-TO-PERIOD.
021700     DISPLAY "ENTER LAST MONTH (CCYYMM)".
021800     ACCEPT TO-PERIOD-ID.
021900
022000 RE-ACCEPT-TO-PERIOD.
022100     DISPLAY "MUST BE A CCYYMM PERIOD NOT BEFORE THE FIRST".
022200     PERFORM ACCEPT-TO-PERIOD.
022300
022400*---------------------------------
022500* One pass of the asset file.
022600* An asset is on the books from
022700* its voucher date until it is
022800* disposed or its voucher is
022900* cancelled; one closed before
023000* the range plays no part.
023100*---------------------------------
023200 ROLL-ALL-ASSETS.
023300     MOVE "N" TO ASSET-FILE-AT-END.
023400     MOVE ZEROES TO FAS-KEY.
023500     START FIXED-ASSET-FILE KEY NOT < FAS-KEY
023600         INVALID KEY
023700         MOVE "Y" TO ASSET-FILE-AT-END.
023800     PERFORM ROLL-NEXT-ASSET
023900         UNTIL ASSET-FILE-AT-END = "Y".
024000
024100 ROLL-NEXT-ASSET.
024200     READ FIXED-ASSET-FILE NEXT RECORD
024300         AT END MOVE "Y" TO ASSET-FILE-AT-END.
024400     IF ASSET-FILE-AT-END NOT = "Y"
024500        AND FAS-VOUCHER-DATE NOT > RANGE-END-DATE
024600        AND FAS-CLASS NOT = ZEROES
024700         PERFORM ROLL-THIS-ASSET.
024800
024900 ROLL-THIS-ASSET.
025000     IF (FAS-IS-DISPOSED OR FAS-IS-CANCELLED)
025100        AND FAS-CLOSED-DATE < RANGE-START-DATE
025200         NEXT SENTENCE
025300     ELSE
025400         PERFORM ROLL-OPEN-ASSET.
025500
025600 ROLL-OPEN-ASSET.
025700     MOVE ZEROES TO ASSET-COST-BEGIN
025800                    ASSET-COST-ADDED
025900                    ASSET-COST-RETIRED
026000                    ASSET-DEPR-RETIRED.
026100     IF FAS-VOUCHER-DATE < RANGE-START-DATE
026200         MOVE FAS-COST TO ASSET-COST-BEGIN
026300     ELSE
026400         MOVE FAS-COST TO ASSET-COST-ADDED.
026500     PERFORM TALLY-ASSET-HISTORY.
026600     IF (FAS-IS-DISPOSED OR FAS-IS-CANCELLED)
026700        AND FAS-CLOSED-DATE NOT > RANGE-END-DATE
026800         MOVE FAS-COST TO ASSET-COST-RETIRED
026900         COMPUTE ASSET-DEPR-RETIRED =
027000             ASSET-DEPR-BEFORE + ASSET-DEPR-WITHIN.
027100     MOVE FAS-CLASS TO CLASS-SUB.
027200     ADD 1 TO ROLL-ASSET-COUNT (CLASS-SUB).
027300     ADD ASSET-COST-BEGIN TO ROLL-COST-BEGIN (CLASS-SUB).
027400     ADD ASSET-COST-ADDED TO ROLL-COST-ADDED (CLASS-SUB).
027500     ADD ASSET-COST-RETIRED TO ROLL-COST-RETIRED (CLASS-SUB).
027600     ADD ASSET-DEPR-BEFORE TO ROLL-DEPR-BEGIN (CLASS-SUB).
027700     ADD ASSET-DEPR-WITHIN TO ROLL-DEPR-TAKEN (CLASS-SUB).
027800     ADD ASSET-DEPR-RETIRED TO ROLL-DEPR-RETIRED (CLASS-SUB).
027900
028000*---------------------------------
028100* The asset's months on the
028200* history file, split into those
028300* before the range and those in
028400* it. Months after the range are
028500* left out.
028600*---------------------------------
028700 TALLY-ASSET-HISTORY.
028800     MOVE ZEROES TO ASSET-DEPR-BEFORE ASSET-DEPR-WITHIN.
028900     MOVE "N" TO HISTORY-AT-END.
029000     MOVE FAS-VOUCHER-NO TO FAH-VOUCHER-NO.
029100     MOVE FAS-LINE-NO TO FAH-LINE-NO.
029200     MOVE ZEROES TO FAH-PERIOD.
029300     START ASSET-HISTORY-FILE KEY NOT < FAH-KEY
029400         INVALID KEY
029500         MOVE "Y" TO HISTORY-AT-END.
029600     PERFORM TALLY-NEXT-HISTORY
029700         UNTIL HISTORY-AT-END = "Y".
029800
029900 TALLY-NEXT-HISTORY.
030000     READ ASSET-HISTORY-FILE NEXT RECORD
030100         AT END MOVE "Y" TO HISTORY-AT-END.
030200     IF HISTORY-AT-END NOT = "Y"
030300         IF FAH-VOUCHER-NO NOT = FAS-VOUCHER-NO
030400            OR FAH-LINE-NO NOT = FAS-LINE-NO
030500             MOVE "Y" TO HISTORY-AT-END
030600         ELSE
030700         IF FAH-PERIOD < FROM-PERIOD-ID
030800             ADD FAH-AMOUNT TO ASSET-DEPR-BEFORE
030900         ELSE
031000         IF FAH-PERIOD NOT > TO-PERIOD-ID
031100             ADD FAH-AMOUNT TO ASSET-DEPR-WITHIN.
031200
031300*---------------------------------
031400* Two lines per class that had
031500* an asset on the books in the
031600* range, then the totals.
031700*---------------------------------
031800 PRINT-THE-REPORT.
031900     MOVE ZEROES TO GRAND-TOTALS.
032000     PERFORM START-NEW-PAGE.
032100     PERFORM PRINT-ONE-CLASS
032200         VARYING CLASS-SUB FROM 1 BY 1
032300         UNTIL CLASS-SUB > 98.
032400     MOVE 99 TO CLASS-SUB.
032500     PERFORM PRINT-ONE-CLASS.
032600     PERFORM PRINT-GRAND-TOTALS.
032700
032800 PRINT-ONE-CLASS.
032900     IF ROLL-ASSET-COUNT (CLASS-SUB) NOT = ZEROES
033000         PERFORM PRINT-THIS-CLASS.
033100
033200 PRINT-THIS-CLASS.
033300     IF LINE-COUNT > MAXIMUM-LINES
033400         PERFORM START-NEXT-PAGE.
033500     MOVE SPACE TO DETAIL-LINE.
033600     MOVE CLASS-SUB TO PRINT-CLASS.
033700     MOVE CLASS-SUB TO ACLS-CODE.
033800     PERFORM READ-CLASS-RECORD.
033900     IF CLASS-RECORD-FOUND = "Y"
034000         MOVE ACLS-NAME TO PRINT-CLASS-NAME
034100     ELSE
034200         MOVE "*CLASS NOT ON FILE*" TO PRINT-CLASS-NAME.
034300     MOVE ROLL-AMOUNTS (CLASS-SUB) TO PRINT-AMOUNTS.
034400     PERFORM PRINT-ROLL-LINES.
034500     ADD ROLL-COST-BEGIN (CLASS-SUB) TO GRAND-COST-BEGIN.
034600     ADD ROLL-COST-ADDED (CLASS-SUB) TO GRAND-COST-ADDED.
034700     ADD ROLL-COST-RETIRED (CLASS-SUB) TO GRAND-COST-RETIRED.
034800     ADD ROLL-DEPR-BEGIN (CLASS-SUB) TO GRAND-DEPR-BEGIN.
034900     ADD ROLL-DEPR-TAKEN (CLASS-SUB) TO GRAND-DEPR-TAKEN.
035000     ADD ROLL-DEPR-RETIRED (CLASS-SUB) TO GRAND-DEPR-RETIRED.
035100
035200 PRINT-GRAND-TOTALS.
035300     PERFORM LINE-FEED.
035400     MOVE SPACE TO DETAIL-LINE.
035500     MOVE "TOTAL" TO PRINT-CLASS-NAME.
035600     MOVE GRAND-TOTALS TO PRINT-AMOUNTS.
035700     PERFORM PRINT-ROLL-LINES.
035800
035900*---------------------------------
036000* The cost line, then the
036100* depreciation line with the
036200* net book value at the end.
036300*---------------------------------
036400 PRINT-ROLL-LINES.
036500     COMPUTE PRINT-COST-END = PRINT-COST-BEGIN
036600         + PRINT-COST-ADDED - PRINT-COST-RETIRED.
036700     COMPUTE PRINT-DEPR-END = PRINT-DEPR-BEGIN
036800         + PRINT-DEPR-TAKEN - PRINT-DEPR-RETIRED.
036900     MOVE "COST" TO PRINT-LINE-TYPE.
037000     MOVE PRINT-COST-BEGIN TO PRINT-BEGIN.
037100     MOVE PRINT-COST-ADDED TO PRINT-CHANGE.
037200     MOVE PRINT-COST-RETIRED TO PRINT-RETIRED.
037300     MOVE PRINT-COST-END TO PRINT-END.
037400     MOVE DETAIL-LINE TO PRINTER-RECORD.
037500     PERFORM WRITE-TO-PRINTER.
037600     MOVE SPACE TO DETAIL-LINE.
037700     MOVE "DEPR" TO PRINT-LINE-TYPE.
037800     MOVE PRINT-DEPR-BEGIN TO PRINT-BEGIN.
037900     MOVE PRINT-DEPR-TAKEN TO PRINT-CHANGE.
038000     MOVE PRINT-DEPR-RETIRED TO PRINT-RETIRED.
038100     MOVE PRINT-DEPR-END TO PRINT-END.
038200     COMPUTE PRINT-BOOK-VALUE = PRINT-COST-END - PRINT-DEPR-END.
038300     MOVE DETAIL-LINE TO PRINTER-RECORD.
038400     PERFORM WRITE-TO-PRINTER.
038500
038600 READ-CLASS-RECORD.
038700     MOVE "Y" TO CLASS-RECORD-FOUND.
038800     READ ASSET-CLASS-FILE RECORD
038900         INVALID KEY
039000         MOVE "N" TO CLASS-RECORD-FOUND.
039100
039200*---------------------------------
039300* Printer I-O routines.
039400*---------------------------------
039500 WRITE-TO-PRINTER.
039600     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
039700     ADD 1 TO LINE-COUNT.
039800
039900 LINE-FEED.
040000     MOVE SPACE TO PRINTER-RECORD.
040100     PERFORM WRITE-TO-PRINTER.
040200
040300 START-NEXT-PAGE.
040400     PERFORM END-LAST-PAGE.
040500     PERFORM START-NEW-PAGE.
040600
040700 START-NEW-PAGE.
040800     ADD 1 TO PAGE-NUMBER.
040900     MOVE FROM-PERIOD-ID TO PRINT-FROM-PERIOD.
041000     MOVE TO-PERIOD-ID TO PRINT-TO-PERIOD.
041100     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
041200     MOVE TITLE-LINE TO PRINTER-RECORD.
041300     PERFORM WRITE-TO-PRINTER.
041400     PERFORM LINE-FEED.
041500     MOVE COLUMN-LINE TO PRINTER-RECORD.
041600     PERFORM WRITE-TO-PRINTER.
041700     PERFORM LINE-FEED.
041800
041900 END-LAST-PAGE.
042000     PERFORM FORM-FEED.
042100     MOVE ZERO TO LINE-COUNT.
042200
042300 FORM-FEED.
042400     MOVE SPACE TO PRINTER-RECORD.
042500     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

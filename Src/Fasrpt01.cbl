000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FASRPT01.
000300*---------------------------------
000400* Fixed asset register.
000500*
000600* One line per asset in asset
000700* number order: its class,
000800* store, in-service date,
000900* method and life, cost,
001000* depreciation taken and net
001100* book value, and status.
001200* Disposed assets are listed
001300* only if the operator asks
001400* for them, and never count in
001500* the totals; assets whose
001600* voucher was cancelled are
001700* never listed. Totals by
001800* asset class follow the
001900* detail.
002000*---------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400
002500     COPY "SLFAS.CBL".
002600
002700     COPY "SLACLS.CBL".
002800
002900     SELECT PRINTER-FILE
003000         ASSIGN TO PRINTER
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
003500
003600     COPY "FDFAS.CBL".
003700
003800     COPY "FDACLS.CBL".
003900
004000 FD  PRINTER-FILE
004100     LABEL RECORDS ARE OMITTED.
004200 01  PRINTER-RECORD             PIC X(100).
004300
004400 WORKING-STORAGE SECTION.
004500
004600 77  ASSET-FILE-AT-END       PIC X.
004700 77  CLASS-RECORD-FOUND      PIC X.
004800 77  INCLUDE-DISPOSED        PIC X.
004900 77  TODAY-DATE              PIC 9(8).
005000 77  NET-BOOK-VALUE          PIC S9(7)V99.
005100
005200*---------------------------------
005300* Totals by class, subscripted
005400* by the class code itself.
005500*---------------------------------
005600 77  CLASS-SUB               PIC 99.
005700 01  CLASS-TOTAL-TABLE.
005800     05  CLASS-TOTAL-ENTRY OCCURS 99 TIMES.
005900         10  CLASS-TOTAL-COUNT   PIC 9(5).
006000         10  CLASS-TOTAL-COST    PIC S9(8)V99.
006100         10  CLASS-TOTAL-ACCUM   PIC S9(8)V99.
006200
006300 01  GRAND-TOTALS.
006400     05  GRAND-COUNT         PIC 9(5).
006500     05  GRAND-COST          PIC S9(8)V99.
006600     05  GRAND-ACCUM         PIC S9(8)V99.
006700
006800 77  LINE-COUNT              PIC 999   VALUE ZERO.
006900 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
007000 77  MAXIMUM-LINES           PIC 999   VALUE 55.
007100
007200 01  DETAIL-LINE.
007300     05  PRINT-VOUCHER-NO    PIC 9(5).
007400     05  FILLER              PIC X(1)  VALUE "-".
007500     05  PRINT-LINE-NO       PIC 9(2).
007600     05  FILLER              PIC X(1)  VALUE SPACE.
007700     05  PRINT-DESCRIPTION   PIC X(20).
007800     05  FILLER              PIC X(1)  VALUE SPACE.
007900     05  PRINT-CLASS         PIC 9(2).
008000     05  FILLER              PIC X(2)  VALUE SPACE.
008100     05  PRINT-STORE         PIC 9(2).
008200     05  FILLER              PIC X(1)  VALUE SPACE.
008300     05  PRINT-IN-SERVICE    PIC Z9/99/9999.
008400     05  FILLER              PIC X(1)  VALUE SPACE.
008500     05  PRINT-METHOD        PIC X(1).
008600     05  FILLER              PIC X(1)  VALUE SPACE.
008700     05  PRINT-LIFE          PIC ZZ9.
008800     05  FILLER              PIC X(1)  VALUE SPACE.
008900     05  PRINT-COST          PIC Z,ZZZ,ZZ9.99-.
009000     05  FILLER              PIC X(1)  VALUE SPACE.
009100     05  PRINT-ACCUM         PIC Z,ZZZ,ZZ9.99-.
009200     05  FILLER              PIC X(1)  VALUE SPACE.
009300     05  PRINT-NBV           PIC Z,ZZZ,ZZ9.99-.
009400     05  FILLER              PIC X(1)  VALUE SPACE.
009500     05  PRINT-STATUS        PIC X(1).
009600
009700 01  TOTAL-LINE.
009800     05  FILLER              PIC X(3)  VALUE SPACE.
009900     05  PRINT-TOTAL-CLASS   PIC X(2).
010000     05  FILLER              PIC X(1)  VALUE SPACE.
010100     05  PRINT-CLASS-NAME    PIC X(20).
010200     05  FILLER              PIC X(1)  VALUE SPACE.
010300     05  PRINT-TOTAL-COUNT   PIC ZZ,ZZ9.
010400     05  FILLER              PIC X(7)  VALUE " ASSETS".
010500     05  FILLER              PIC X(11) VALUE SPACE.
010600     05  PRINT-TOTAL-COST    PIC Z,ZZZ,ZZ9.99-.
010700     05  FILLER              PIC X(1)  VALUE SPACE.
010800     05  PRINT-TOTAL-ACCUM   PIC Z,ZZZ,ZZ9.99-.
010900     05  FILLER              PIC X(1)  VALUE SPACE.
011000     05  PRINT-TOTAL-NBV     PIC Z,ZZZ,ZZ9.99-.
011100
011200 01  COLUMN-LINE.
011300     05  FILLER              PIC X(9)  VALUE "ASSET".
011400     05  FILLER              PIC X(21) VALUE "DESCRIPTION".
011500     05  FILLER              PIC X(4)  VALUE "CL".
011600     05  FILLER              PIC X(3)  VALUE "ST".
011700     05  FILLER              PIC X(11) VALUE "IN SERVICE".
011800     05  FILLER              PIC X(2)  VALUE "M".
011900     05  FILLER              PIC X(4)  VALUE "LIFE".
012000     05  FILLER              PIC X(14) VALUE "          COST".
012100     05  FILLER              PIC X(14) VALUE "   DEPRECIATED".
012200     05  FILLER              PIC X(14) VALUE "    BOOK VALUE".
012300     05  FILLER              PIC X(2)  VALUE " S".
012400
012500 01  TITLE-LINE.
012600     05  FILLER              PIC X(28) VALUE SPACE.
012700     05  FILLER              PIC X(27)
012800         VALUE "FIXED ASSET REGISTER AS OF".
012900     05  PRINT-RUN-DATE      PIC Z9/99/9999.
013000     05  FILLER              PIC X(20) VALUE SPACE.
013100     05  FILLER              PIC X(5)  VALUE "PAGE:".
013200     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
013300
013400     COPY "WSCASE01.CBL".
013500
013600     COPY "WSDATE01.CBL".
013700
013800 PROCEDURE DIVISION.
013900 PROGRAM-BEGIN.
014000     PERFORM OPENING-PROCEDURE.
014100     PERFORM MAIN-PROCESS.
014200     PERFORM CLOSING-PROCEDURE.
014300
014400 PROGRAM-EXIT.
014500     EXIT PROGRAM.
014600
014700 PROGRAM-DONE.
014800     STOP RUN.
014900
015000 OPENING-PROCEDURE.
015100     OPEN I-O FIXED-ASSET-FILE.
015200     OPEN I-O ASSET-CLASS-FILE.
015300     OPEN OUTPUT PRINTER-FILE.
015400     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
015500
015600 CLOSING-PROCEDURE.
015700     CLOSE FIXED-ASSET-FILE.
015800     CLOSE ASSET-CLASS-FILE.
015900     PERFORM END-LAST-PAGE.
016000     CLOSE PRINTER-FILE.
016100
016200 MAIN-PROCESS.
016300     PERFORM GET-INCLUDE-DISPOSED.
016400     MOVE ZEROES TO CLASS-TOTAL-TABLE.
016500     MOVE ZEROES TO GRAND-TOTALS.
016600     PERFORM START-NEW-PAGE.
016700     PERFORM READ-FIRST-ASSET.
016800     PERFORM PRINT-ALL-ASSETS
016900         UNTIL ASSET-FILE-AT-END = "Y".
017000     PERFORM PRINT-CLASS-TOTALS.
017100
017200 GET-INCLUDE-DISPOSED.
017300     PERFORM ACCEPT-INCLUDE-DISPOSED.
017400     PERFORM RE-ACCEPT-INCLUDE-DISPOSED
017500         UNTIL INCLUDE-DISPOSED = "Y" OR "N".
017600
017700 ACCEPT-INCLUDE-DISPOSED.
017800     DISPLAY "INCLUDE DISPOSED ASSETS (Y/N)?".
017900     ACCEPT INCLUDE-DISPOSED.
018000     INSPECT INCLUDE-DISPOSED
018100      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
018200
018300 RE-ACCEPT-INCLUDE-DISPOSED.
018400     DISPLAY "YOU MUST ENTER YES OR NO".
018500     PERFORM ACCEPT-INCLUDE-DISPOSED.
018600
018700 PRINT-ALL-ASSETS.
018800     IF FAS-IS-DISPOSED
018900         IF INCLUDE-DISPOSED = "Y"
019000             PERFORM PRINT-THIS-ASSET.
019100     IF NOT FAS-IS-DISPOSED
019200        AND NOT FAS-IS-CANCELLED
019300         PERFORM PRINT-THIS-ASSET
019400         PERFORM ADD-TO-CLASS-TOTALS.
019500     PERFORM READ-NEXT-ASSET.
019600
019700 PRINT-THIS-ASSET.
019800     IF LINE-COUNT > MAXIMUM-LINES
019900         PERFORM START-NEXT-PAGE.
020000     MOVE FAS-VOUCHER-NO TO PRINT-VOUCHER-NO.
020100     MOVE FAS-LINE-NO TO PRINT-LINE-NO.
020200     MOVE FAS-DESCRIPTION TO PRINT-DESCRIPTION.
020300     MOVE FAS-CLASS TO PRINT-CLASS.
020400     MOVE FAS-STORE TO PRINT-STORE.
020500     MOVE FAS-IN-SERVICE-DATE TO DATE-CCYYMMDD.
020600     PERFORM CONVERT-TO-MMDDCCYY.
020700     MOVE DATE-MMDDCCYY TO PRINT-IN-SERVICE.
020800     MOVE FAS-METHOD TO PRINT-METHOD.
020900     MOVE FAS-LIFE-MONTHS TO PRINT-LIFE.
021000     MOVE FAS-COST TO PRINT-COST.
021100     MOVE FAS-ACCUM-DEPR TO PRINT-ACCUM.
021200     COMPUTE NET-BOOK-VALUE = FAS-COST - FAS-ACCUM-DEPR.
021300     MOVE NET-BOOK-VALUE TO PRINT-NBV.
021400     MOVE FAS-STATUS TO PRINT-STATUS.
021500     MOVE DETAIL-LINE TO PRINTER-RECORD.
021600     PERFORM WRITE-TO-PRINTER.
021700
021800 ADD-TO-CLASS-TOTALS.
021900     ADD 1 TO GRAND-COUNT.
022000     ADD FAS-COST TO GRAND-COST.
022100     ADD FAS-ACCUM-DEPR TO GRAND-ACCUM.
022200     IF FAS-CLASS NOT = ZEROES
022300         MOVE FAS-CLASS TO CLASS-SUB
022400         ADD 1 TO CLASS-TOTAL-COUNT (CLASS-SUB)
022500         ADD FAS-COST TO CLASS-TOTAL-COST (CLASS-SUB)
022600         ADD FAS-ACCUM-DEPR TO CLASS-TOTAL-ACCUM (CLASS-SUB).
022700
022800*---------------------------------
022900* One line for every class that
023000* has an asset on the books,
023100* then the register total.
023200*---------------------------------
023300 PRINT-CLASS-TOTALS.
023400     PERFORM LINE-FEED.
023500     PERFORM PRINT-ONE-CLASS-TOTAL
023600         VARYING CLASS-SUB FROM 1 BY 1
023700         UNTIL CLASS-SUB > 98.
023800     MOVE 99 TO CLASS-SUB.
023900     PERFORM PRINT-ONE-CLASS-TOTAL.
024000     PERFORM LINE-FEED.
024100     MOVE SPACE TO PRINT-TOTAL-CLASS.
024200     MOVE "TOTAL" TO PRINT-CLASS-NAME.
024300     MOVE GRAND-COUNT TO PRINT-TOTAL-COUNT.
024400     MOVE GRAND-COST TO PRINT-TOTAL-COST.
024500     MOVE GRAND-ACCUM TO PRINT-TOTAL-ACCUM.
024600     COMPUTE NET-BOOK-VALUE = GRAND-COST - GRAND-ACCUM.
024700     MOVE NET-BOOK-VALUE TO PRINT-TOTAL-NBV.
024800     MOVE TOTAL-LINE TO PRINTER-RECORD.
024900     PERFORM WRITE-TO-PRINTER.
025000
025100 PRINT-ONE-CLASS-TOTAL.
025200     IF CLASS-TOTAL-COUNT (CLASS-SUB) NOT = ZEROES
025300         PERFORM PRINT-THIS-CLASS-TOTAL.
025400
025500 PRINT-THIS-CLASS-TOTAL.
025600     IF LINE-COUNT > MAXIMUM-LINES
025700         PERFORM START-NEXT-PAGE.
025800     MOVE CLASS-SUB TO PRINT-TOTAL-CLASS.
025900     MOVE CLASS-SUB TO ACLS-CODE.
026000     PERFORM READ-CLASS-RECORD.
026100     IF CLASS-RECORD-FOUND = "Y"
026200         MOVE ACLS-NAME TO PRINT-CLASS-NAME
026300     ELSE
026400         MOVE "*CLASS NOT ON FILE*" TO PRINT-CLASS-NAME.
026500     MOVE CLASS-TOTAL-COUNT (CLASS-SUB) TO PRINT-TOTAL-COUNT.
026600     MOVE CLASS-TOTAL-COST (CLASS-SUB) TO PRINT-TOTAL-COST.
026700     MOVE CLASS-TOTAL-ACCUM (CLASS-SUB) TO PRINT-TOTAL-ACCUM.
026800     COMPUTE NET-BOOK-VALUE = CLASS-TOTAL-COST (CLASS-SUB)
026900         - CLASS-TOTAL-ACCUM (CLASS-SUB).
027000     MOVE NET-BOOK-VALUE TO PRINT-TOTAL-NBV.
027100     MOVE TOTAL-LINE TO PRINTER-RECORD.
027200     PERFORM WRITE-TO-PRINTER.
027300
027400*---------------------------------
027500* File I-O routines.
027600*---------------------------------
027700 READ-FIRST-ASSET.
027800     MOVE "N" TO ASSET-FILE-AT-END.
027900     MOVE ZEROES TO FAS-KEY.
028000     START FIXED-ASSET-FILE KEY NOT < FAS-KEY
028100         INVALID KEY
028200         MOVE "Y" TO ASSET-FILE-AT-END.
028300     IF ASSET-FILE-AT-END NOT = "Y"
028400         PERFORM READ-NEXT-ASSET.
028500
028600 READ-NEXT-ASSET.
028700     READ FIXED-ASSET-FILE NEXT RECORD
028800         AT END
028900         MOVE "Y" TO ASSET-FILE-AT-END.
029000
029100 READ-CLASS-RECORD.
029200     MOVE "Y" TO CLASS-RECORD-FOUND.
029300     READ ASSET-CLASS-FILE RECORD
029400         INVALID KEY
029500         MOVE "N" TO CLASS-RECORD-FOUND.
029600
029700*---------------------------------
029800* Printer I-O routines.
029900*---------------------------------
030000 WRITE-TO-PRINTER.
030100     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
030200     ADD 1 TO LINE-COUNT.
030300
030400 LINE-FEED.
030500     MOVE SPACE TO PRINTER-RECORD.
030600     PERFORM WRITE-TO-PRINTER.
030700
030800 START-NEXT-PAGE.
030900     PERFORM END-LAST-PAGE.
031000     PERFORM START-NEW-PAGE.
031100
031200 START-NEW-PAGE.
031300     ADD 1 TO PAGE-NUMBER.
031400     MOVE TODAY-DATE TO DATE-CCYYMMDD.
031500     PERFORM CONVERT-TO-MMDDCCYY.
031600     MOVE DATE-MMDDCCYY TO PRINT-RUN-DATE.
031700     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
031800     MOVE TITLE-LINE TO PRINTER-RECORD.
031900     PERFORM WRITE-TO-PRINTER.
032000     PERFORM LINE-FEED.
032100     MOVE COLUMN-LINE TO PRINTER-RECORD.
032200     PERFORM WRITE-TO-PRINTER.
032300     PERFORM LINE-FEED.
032400
032500 END-LAST-PAGE.
032600     PERFORM FORM-FEED.
032700     MOVE ZERO TO LINE-COUNT.
032800
032900 FORM-FEED.
033000     MOVE SPACE TO PRINTER-RECORD.
033100     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
033200
033300*---------------------------------
033400* Utility routines.
033500*---------------------------------
033600     COPY "PLDATE01.CBL".

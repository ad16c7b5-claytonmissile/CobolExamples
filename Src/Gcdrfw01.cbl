000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GCDRFW01.
000300*---------------------------------
000400* Monthly gift card liability
000500* rollforward by store.
000600*
000700* For an operator-entered month,
000800* reads the whole gift card
000900* ledger and prints for each
001000* store the liability it opened
001100* the month with (every issue
001200* less every redemption before
001300* the month), the cards issued
001400* and redeemed in the month, and
001500* the closing liability. The
001600* ledger is kept by the store
001700* where the card was used, so a
001800* card sold in one store and
001900* spent in another moves the
002000* liability between them; the
002100* all-stores total is the
002200* company's liability.
002300*---------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700
002800     COPY "SLGCLG.CBL".
002900
003000     COPY "SLSTORE.CBL".
003100
003200     SELECT PRINTER-FILE
003300         ASSIGN TO PRINTER
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800
003900     COPY "FDGCLG.CBL".
004000
004100     COPY "FDSTORE.CBL".
004200
004300 FD  PRINTER-FILE
004400     LABEL RECORDS ARE OMITTED.
004500 01  PRINTER-RECORD             PIC X(80).
004600
004700 WORKING-STORAGE SECTION.
004800
004900 77  GCL-FILE-AT-END         PIC X.
005000 77  STORE-RECORD-FOUND      PIC X.
005100 77  STORE-SUB               PIC 999.
005200 77  GCL-SIGNED-AMOUNT       PIC S9(6)V99.
005300
005400 01  REPORT-PERIOD           PIC 9(6).
005500 01  REPORT-PERIOD-FIELDS REDEFINES REPORT-PERIOD.
005600     05  REPORT-YEAR         PIC 9(4).
005700     05  REPORT-MONTH        PIC 9(2).
005800         88  REPORT-MONTH-IS-VALID VALUES 01 THRU 12.
005900
006000 01  STORE-ROLLFORWARD.
006100     05  ROLL-STORE-ENTRY OCCURS 99 TIMES.
006200         10  ROLL-OPENING    PIC S9(9)V99.
006300         10  ROLL-ISSUED     PIC S9(9)V99.
006400         10  ROLL-REDEEMED   PIC S9(9)V99.
006500         10  ROLL-CLOSING    PIC S9(9)V99.
006600
006700 01  GRAND-TOTALS.
006800     05  GRAND-OPENING       PIC S9(9)V99  VALUE ZEROES.
006900     05  GRAND-ISSUED        PIC S9(9)V99  VALUE ZEROES.
007000     05  GRAND-REDEEMED      PIC S9(9)V99  VALUE ZEROES.
007100     05  GRAND-CLOSING       PIC S9(9)V99  VALUE ZEROES.
007200
007300 77  LINE-COUNT              PIC 999   VALUE ZERO.
007400 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
007500 77  MAXIMUM-LINES           PIC 999   VALUE 55.
007600
007700 01  DETAIL-LINE.
007800     05  PRINT-STORE         PIC 9(2).
007900     05  FILLER              PIC X(1)  VALUE SPACE.
008000     05  PRINT-STORE-NAME    PIC X(14).
008100     05  FILLER              PIC X(1)  VALUE SPACE.
008200     05  PRINT-OPENING       PIC ZZ,ZZZ,ZZ9.99-.
008300     05  PRINT-ISSUED        PIC ZZ,ZZZ,ZZ9.99-.
008400     05  PRINT-REDEEMED      PIC ZZ,ZZZ,ZZ9.99-.
008500     05  PRINT-CLOSING       PIC ZZ,ZZZ,ZZ9.99-.
008600
008700 01  COLUMN-LINE.
008800     05  FILLER              PIC X(18) VALUE "STORE".
008900     05  FILLER              PIC X(14) VALUE "      OPENING".
009000     05  FILLER              PIC X(14) VALUE "       ISSUED".
009100     05  FILLER              PIC X(14) VALUE "     REDEEMED".
009200     05  FILLER              PIC X(14) VALUE "      CLOSING".
009300
009400 01  TITLE-LINE.
009500     05  FILLER              PIC X(18) VALUE SPACE.
009600     05  FILLER              PIC X(28)
009700         VALUE "GIFT CARD LIABILITY ROLLFWD".
009800     05  FILLER              PIC X(7)  VALUE "MONTH:".
009900     05  PRINT-TITLE-PERIOD  PIC 9999/99.
010000     05  FILLER              PIC X(8)  VALUE SPACE.
010100     05  FILLER              PIC X(5)  VALUE "PAGE:".
010200     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
010300
010400 PROCEDURE DIVISION.
010500 PROGRAM-BEGIN.
010600     PERFORM OPENING-PROCEDURE.
010700     PERFORM MAIN-PROCESS.
010800     PERFORM CLOSING-PROCEDURE.
010900
011000 PROGRAM-EXIT.
011100     EXIT PROGRAM.
011200
011300 PROGRAM-DONE.
011400     STOP RUN.
011500
011600 OPENING-PROCEDURE.
011700     OPEN INPUT GIFT-CARD-LEDGER-FILE.
011800     OPEN INPUT STORE-FILE.
011900     OPEN OUTPUT PRINTER-FILE.
012000
012100 CLOSING-PROCEDURE.
012200     CLOSE GIFT-CARD-LEDGER-FILE.
012300     CLOSE STORE-FILE.
012400     PERFORM END-LAST-PAGE.
012500     CLOSE PRINTER-FILE.
012600
012700 MAIN-PROCESS.
012800     PERFORM GET-REPORT-PERIOD.
012900     PERFORM LOAD-STORE-ROLLFORWARD.
013000     PERFORM PRINT-THE-REPORT.
013100
013200 GET-REPORT-PERIOD.
013300     PERFORM ACCEPT-REPORT-PERIOD.
013400     PERFORM RE-ACCEPT-REPORT-PERIOD
013500         UNTIL REPORT-MONTH-IS-VALID.
013600
013700 ACCEPT-REPORT-PERIOD.
013800     DISPLAY "ENTER REPORT MONTH (CCYYMM)".
013900     ACCEPT REPORT-PERIOD.
014000
014100 RE-ACCEPT-REPORT-PERIOD.
014200     DISPLAY "THAT IS NOT A CCYYMM PERIOD".
014300     PERFORM ACCEPT-REPORT-PERIOD.
014400
014500*---------------------------------
014600* One pass of the ledger: lines
014700* before the month build the
014800* opening liability, lines in
014900* the month are the issues and
015000* redemptions, and later lines
015100* are ignored.
015200*---------------------------------
015300 LOAD-STORE-ROLLFORWARD.
015400     MOVE ZEROES TO STORE-ROLLFORWARD.
015500     MOVE "N" TO GCL-FILE-AT-END.
015600     MOVE SPACE TO GIFT-CARD-LEDGER-RECORD.
015700     MOVE ZEROES TO GCL-DATE GCL-STORE GCL-CARD.
015800     START GIFT-CARD-LEDGER-FILE KEY NOT < GCL-KEY
015900         INVALID KEY
016000         MOVE "Y" TO GCL-FILE-AT-END.
016100     PERFORM ROLL-NEXT-LEDGER-LINE
016200         UNTIL GCL-FILE-AT-END = "Y".
016300     PERFORM CLOSE-ONE-STORE
016400         VARYING STORE-SUB FROM 1 BY 1
016500         UNTIL STORE-SUB > 99.
016600
016700 ROLL-NEXT-LEDGER-LINE.
016800     READ GIFT-CARD-LEDGER-FILE NEXT RECORD
016900         AT END MOVE "Y" TO GCL-FILE-AT-END.
017000     IF GCL-FILE-AT-END NOT = "Y"
017100        AND GCL-DATE (1:6) > REPORT-PERIOD
017200         MOVE "Y" TO GCL-FILE-AT-END.
017300     IF GCL-FILE-AT-END NOT = "Y"
017400        AND GCL-STORE NOT = ZEROES
017500         PERFORM ROLL-THIS-LEDGER-LINE.
017600
017700 ROLL-THIS-LEDGER-LINE.
017800     MOVE GCL-STORE TO STORE-SUB.
017900     IF GCL-IS-ISSUE
018000         MOVE GCL-AMOUNT TO GCL-SIGNED-AMOUNT
018100     ELSE
018200         COMPUTE GCL-SIGNED-AMOUNT = 0 - GCL-AMOUNT.
018300     IF GCL-DATE (1:6) < REPORT-PERIOD
018400         ADD GCL-SIGNED-AMOUNT TO ROLL-OPENING (STORE-SUB)
018500     ELSE
018600     IF GCL-IS-ISSUE
018700         ADD GCL-AMOUNT TO ROLL-ISSUED (STORE-SUB)
018800     ELSE
018900         ADD GCL-AMOUNT TO ROLL-REDEEMED (STORE-SUB).
019000
019100 CLOSE-ONE-STORE.
019200     COMPUTE ROLL-CLOSING (STORE-SUB) =
019300         ROLL-OPENING (STORE-SUB)
019400       + ROLL-ISSUED (STORE-SUB)
019500       - ROLL-REDEEMED (STORE-SUB).
019600
019700 PRINT-THE-REPORT.
019800     PERFORM START-NEW-PAGE.
019900     PERFORM PRINT-ONE-STORE
020000         VARYING STORE-SUB FROM 1 BY 1
020100         UNTIL STORE-SUB > 99.
020200     PERFORM PRINT-GRAND-TOTALS.
020300
020400*---------------------------------
020500* A store prints if it has ever
020600* carried a gift card balance or
020700* moved one in the month.
020800*---------------------------------
020900 PRINT-ONE-STORE.
021000     IF ROLL-OPENING (STORE-SUB) NOT = ZEROES
021100        OR ROLL-ISSUED (STORE-SUB) NOT = ZEROES
021200        OR ROLL-REDEEMED (STORE-SUB) NOT = ZEROES
021300         PERFORM PRINT-STORE-LINE.
021400
021500 PRINT-STORE-LINE.
021600     IF LINE-COUNT > MAXIMUM-LINES
021700         PERFORM START-NEXT-PAGE.
021800     MOVE STORE-SUB TO STORE-CODE.
021900     PERFORM READ-STORE-RECORD.
022000     MOVE SPACE TO DETAIL-LINE.
022100     MOVE STORE-SUB TO PRINT-STORE.
022200     IF STORE-RECORD-FOUND = "Y"
022300         MOVE STORE-NAME TO PRINT-STORE-NAME
022400     ELSE
022500         MOVE "*NOT ON FILE*" TO PRINT-STORE-NAME.
022600     MOVE ROLL-OPENING (STORE-SUB) TO PRINT-OPENING.
022700     MOVE ROLL-ISSUED (STORE-SUB) TO PRINT-ISSUED.
022800     MOVE ROLL-REDEEMED (STORE-SUB) TO PRINT-REDEEMED.
022900     MOVE ROLL-CLOSING (STORE-SUB) TO PRINT-CLOSING.
023000     MOVE DETAIL-LINE TO PRINTER-RECORD.
023100     PERFORM WRITE-TO-PRINTER.
023200     ADD ROLL-OPENING (STORE-SUB) TO GRAND-OPENING.
023300     ADD ROLL-ISSUED (STORE-SUB) TO GRAND-ISSUED.
023400     ADD ROLL-REDEEMED (STORE-SUB) TO GRAND-REDEEMED.
023500     ADD ROLL-CLOSING (STORE-SUB) TO GRAND-CLOSING.
023600
023700 PRINT-GRAND-TOTALS.
023800     IF LINE-COUNT > MAXIMUM-LINES - 2
023900         PERFORM START-NEXT-PAGE.
024000     PERFORM LINE-FEED.
024100     MOVE SPACE TO DETAIL-LINE.
024200     MOVE GRAND-OPENING TO PRINT-OPENING.
024300     MOVE GRAND-ISSUED TO PRINT-ISSUED.
024400     MOVE GRAND-REDEEMED TO PRINT-REDEEMED.
024500     MOVE GRAND-CLOSING TO PRINT-CLOSING.
024600     MOVE DETAIL-LINE TO PRINTER-RECORD.
024700     MOVE "ALL STORES" TO PRINTER-RECORD (1:10).
024800     PERFORM WRITE-TO-PRINTER.
024900
025000*---------------------------------
025100* File I-O routines.
025200*---------------------------------
025300 READ-STORE-RECORD.
025400     MOVE "Y" TO STORE-RECORD-FOUND.
025500     READ STORE-FILE RECORD
025600         INVALID KEY
025700         MOVE "N" TO STORE-RECORD-FOUND.
025800
025900*---------------------------------
026000* Printer I-O routines.
026100*---------------------------------
026200 WRITE-TO-PRINTER.
026300     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
026400     ADD 1 TO LINE-COUNT.
026500
026600 LINE-FEED.
026700     MOVE SPACE TO PRINTER-RECORD.
026800     PERFORM WRITE-TO-PRINTER.
026900
027000 START-NEXT-PAGE.
027100     PERFORM END-LAST-PAGE.
027200     PERFORM START-NEW-PAGE.
027300
027400 START-NEW-PAGE.
027500     ADD 1 TO PAGE-NUMBER.
027600     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
027700     MOVE REPORT-PERIOD TO PRINT-TITLE-PERIOD.
027800     MOVE TITLE-LINE TO PRINTER-RECORD.
027900     PERFORM WRITE-TO-PRINTER.
028000     PERFORM LINE-FEED.
028100     MOVE COLUMN-LINE TO PRINTER-RECORD.
028200     PERFORM WRITE-TO-PRINTER.
028300     PERFORM LINE-FEED.
028400
028500 END-LAST-PAGE.
028600     PERFORM FORM-FEED.
028700     MOVE ZERO TO LINE-COUNT.
028800
028900 FORM-FEED.
029000     MOVE SPACE TO PRINTER-RECORD.
029100     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

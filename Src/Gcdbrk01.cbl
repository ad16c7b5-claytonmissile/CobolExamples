000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GCDBRK01.
000300*---------------------------------
000400* Gift card breakage report.
000500*
000600* Lists every gift card still
000700* carrying a balance that has
000800* sat unused past the dormancy
000900* threshold of the state its
001000* issuing store trades in, as
001100* of an operator-entered date.
001200* Dormancy is counted in whole
001300* months from the card's last
001400* use. A card whose store has
001500* no state, or whose state sets
001600* no threshold, is not listed
001700* but is counted at the foot of
001800* the report so the gap can be
001900* closed on the store and state
002000* files.
002100*---------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500
002600     COPY "SLGCRD.CBL".
002700
002800     COPY "SLSTORE.CBL".
002900
003000     COPY "SLSTATE.CBL".
003100
003200     SELECT PRINTER-FILE
003300         ASSIGN TO PRINTER
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800
003900     COPY "FDGCRD.CBL".
004000
004100     COPY "FDSTORE.CBL".
004200
004300     COPY "FDSTATE.CBL".
004400
004500 FD  PRINTER-FILE
004600     LABEL RECORDS ARE OMITTED.
004700 01  PRINTER-RECORD             PIC X(80).
004800
004900 WORKING-STORAGE SECTION.
005000
005100 77  GC-FILE-AT-END          PIC X.
005200 77  STORE-RECORD-FOUND      PIC X.
005300 77  STATE-RECORD-FOUND      PIC X.
005400 77  DORMANT-THRESHOLD       PIC 9(3).
005500 77  MONTHS-DORMANT          PIC S9(5).
005600 77  BREAKAGE-COUNT          PIC 9(7)      VALUE ZEROES.
005700 77  BREAKAGE-TOTAL          PIC S9(9)V99  VALUE ZEROES.
005800 77  NO-THRESHOLD-COUNT      PIC 9(7)      VALUE ZEROES.
005900 77  NO-THRESHOLD-TOTAL      PIC S9(9)V99  VALUE ZEROES.
006000
006100 01  AS-OF-DATE              PIC 9(8).
006200 01  AS-OF-DATE-FIELDS REDEFINES AS-OF-DATE.
006300     05  AS-OF-YEAR          PIC 9(4).
006400     05  AS-OF-MONTH         PIC 9(2).
006500     05  AS-OF-DAY           PIC 9(2).
006600
006700 01  LAST-USED-DATE          PIC 9(8).
006800 01  LAST-USED-FIELDS REDEFINES LAST-USED-DATE.
006900     05  LAST-USED-YEAR      PIC 9(4).
007000     05  LAST-USED-MONTH     PIC 9(2).
007100     05  LAST-USED-DAY       PIC 9(2).
007200
007300 77  LINE-COUNT              PIC 999   VALUE ZERO.
007400 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
007500 77  MAXIMUM-LINES           PIC 999   VALUE 55.
007600
007700 01  DETAIL-LINE.
007800     05  PRINT-CARD          PIC 9(16).
007900     05  FILLER              PIC X(2)  VALUE SPACE.
008000     05  PRINT-STORE         PIC 9(2).
008100     05  FILLER              PIC X(3)  VALUE SPACE.
008200     05  PRINT-STATE         PIC X(2).
008300     05  FILLER              PIC X(2)  VALUE SPACE.
008400     05  PRINT-LAST-USED     PIC Z9/99/9999.
008500     05  FILLER              PIC X(2)  VALUE SPACE.
008600     05  PRINT-MONTHS        PIC ZZZZ9.
008700     05  FILLER              PIC X(2)  VALUE SPACE.
008800     05  PRINT-THRESHOLD     PIC ZZ9.
008900     05  FILLER              PIC X(2)  VALUE SPACE.
009000     05  PRINT-BALANCE       PIC ZZ,ZZZ,ZZ9.99-.
009100
009200 01  TOTAL-LINE.
009300     05  PRINT-TOTAL-TEXT    PIC X(38).
009400     05  PRINT-TOTAL-COUNT   PIC ZZZZZZ9.
009500     05  FILLER              PIC X(10) VALUE SPACE.
009600     05  PRINT-TOTAL-AMOUNT  PIC ZZ,ZZZ,ZZ9.99-.
009700
009800 01  COLUMN-LINE.
009900     05  FILLER              PIC X(18) VALUE "CARD".
010000     05  FILLER              PIC X(5)  VALUE "STORE".
010100     05  FILLER              PIC X(4)  VALUE " ST".
010200     05  FILLER              PIC X(12) VALUE "  LAST USED".
010300     05  FILLER              PIC X(7)  VALUE " MONTHS".
010400     05  FILLER              PIC X(5)  VALUE " RULE".
010500     05  FILLER              PIC X(16) VALUE "       BALANCE".
010600
010700 01  AS-OF-LINE.
010800     05  FILLER              PIC X(7)  VALUE "AS OF:".
010900     05  PRINT-AS-OF-DATE    PIC Z9/99/9999.
011000
011100 01  TITLE-LINE.
011200     05  FILLER              PIC X(24) VALUE SPACE.
011300     05  FILLER              PIC X(40)
011400         VALUE "DORMANT GIFT CARD BREAKAGE".
011500     05  FILLER              PIC X(5)  VALUE "PAGE:".
011600     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
011700
011800     COPY "WSDATE01.CBL".
011900
012000 PROCEDURE DIVISION.
012100 PROGRAM-BEGIN.
012200     PERFORM OPENING-PROCEDURE.
012300     PERFORM MAIN-PROCESS.
012400     PERFORM CLOSING-PROCEDURE.
012500
012600 PROGRAM-EXIT.
012700     EXIT PROGRAM.
012800
012900 PROGRAM-DONE.
013000     STOP RUN.
013100
013200 OPENING-PROCEDURE.
013300     OPEN INPUT GIFT-CARD-FILE.
013400     OPEN INPUT STORE-FILE.
013500     OPEN INPUT STATE-FILE.
013600     OPEN OUTPUT PRINTER-FILE.
013700
013800 CLOSING-PROCEDURE.
013900     CLOSE GIFT-CARD-FILE.
014000     CLOSE STORE-FILE.
014100     CLOSE STATE-FILE.
014200     PERFORM END-LAST-PAGE.
014300     CLOSE PRINTER-FILE.
014400
014500 MAIN-PROCESS.
014600     PERFORM GET-AS-OF-DATE.
014700     PERFORM START-NEW-PAGE.
014800     PERFORM PRINT-ALL-CARDS.
014900     PERFORM PRINT-REPORT-TOTALS.
015000
015100 GET-AS-OF-DATE.
015200     MOVE "N" TO ZERO-DATE-IS-OK.
015300     MOVE "ENTER AS-OF DATE (MM/DD/CCYY)" TO DATE-PROMPT.
015400     PERFORM GET-A-DATE.
015500     MOVE DATE-CCYYMMDD TO AS-OF-DATE.
015600
015700 PRINT-ALL-CARDS.
015800     MOVE "N" TO GC-FILE-AT-END.
015900     MOVE ZEROES TO GC-CARD.
016000     START GIFT-CARD-FILE KEY NOT < GC-CARD
016100         INVALID KEY
016200         MOVE "Y" TO GC-FILE-AT-END.
016300     PERFORM CHECK-NEXT-CARD
016400         UNTIL GC-FILE-AT-END = "Y".
016500
016600 CHECK-NEXT-CARD.
016700     READ GIFT-CARD-FILE NEXT RECORD
016800         AT END MOVE "Y" TO GC-FILE-AT-END.
016900     IF GC-FILE-AT-END NOT = "Y"
017000        AND GC-BALANCE > ZEROES
017100         PERFORM CHECK-THIS-CARD.
017200
017300*---------------------------------
017400* The threshold is the issuing
017500* store's state's. A card used
017600* after the as-of date is not
017700* dormant at that date.
017800*---------------------------------
017900 CHECK-THIS-CARD.
018000     PERFORM LOOK-UP-THRESHOLD.
018100     IF DORMANT-THRESHOLD = ZEROES
018200         ADD 1 TO NO-THRESHOLD-COUNT
018300         ADD GC-BALANCE TO NO-THRESHOLD-TOTAL
018400     ELSE
018500     IF GC-LAST-ACTIVITY NOT > AS-OF-DATE
018600         PERFORM COMPUTE-MONTHS-DORMANT
018700         IF MONTHS-DORMANT NOT < DORMANT-THRESHOLD
018800             PERFORM PRINT-DORMANT-CARD.
018900
019000 LOOK-UP-THRESHOLD.
019100     MOVE ZEROES TO DORMANT-THRESHOLD.
019200     MOVE SPACE TO STATE-CODE.
019300     MOVE GC-ISSUE-STORE TO STORE-CODE.
019400     PERFORM READ-STORE-RECORD.
019500     IF STORE-RECORD-FOUND = "Y"
019600        AND STORE-STATE NOT = SPACES
019700         MOVE STORE-STATE TO STATE-CODE
019800         PERFORM READ-STATE-RECORD.
019900     IF STATE-CODE NOT = SPACES
020000        AND STATE-RECORD-FOUND = "Y"
020100         MOVE STATE-GC-DORMANT-MONTHS TO DORMANT-THRESHOLD.
020200
020300*---------------------------------
020400* Whole months from the last
020500* use: a month is not complete
020600* until its day of the month
020700* comes round again.
020800*---------------------------------
020900 COMPUTE-MONTHS-DORMANT.
021000     MOVE GC-LAST-ACTIVITY TO LAST-USED-DATE.
021100     COMPUTE MONTHS-DORMANT =
021200         (AS-OF-YEAR * 12 + AS-OF-MONTH)
021300       - (LAST-USED-YEAR * 12 + LAST-USED-MONTH).
021400     IF AS-OF-DAY < LAST-USED-DAY
021500         SUBTRACT 1 FROM MONTHS-DORMANT.
021600
021700 PRINT-DORMANT-CARD.
021800     IF LINE-COUNT > MAXIMUM-LINES
021900         PERFORM START-NEXT-PAGE.
022000     MOVE SPACE TO DETAIL-LINE.
022100     MOVE GC-CARD TO PRINT-CARD.
022200     MOVE GC-ISSUE-STORE TO PRINT-STORE.
022300     MOVE STATE-CODE TO PRINT-STATE.
022400     MOVE GC-LAST-ACTIVITY TO DATE-CCYYMMDD.
022500     PERFORM CONVERT-TO-MMDDCCYY.
022600     MOVE DATE-MMDDCCYY TO PRINT-LAST-USED.
022700     MOVE MONTHS-DORMANT TO PRINT-MONTHS.
022800     MOVE DORMANT-THRESHOLD TO PRINT-THRESHOLD.
022900     MOVE GC-BALANCE TO PRINT-BALANCE.
023000     MOVE DETAIL-LINE TO PRINTER-RECORD.
023100     PERFORM WRITE-TO-PRINTER.
023200     ADD 1 TO BREAKAGE-COUNT.
023300     ADD GC-BALANCE TO BREAKAGE-TOTAL.
023400
023500 PRINT-REPORT-TOTALS.
023600     IF LINE-COUNT > MAXIMUM-LINES - 3
023700         PERFORM START-NEXT-PAGE.
023800     PERFORM LINE-FEED.
023900     MOVE SPACE TO TOTAL-LINE.
024000     MOVE "DORMANT CARDS / BREAKAGE" TO PRINT-TOTAL-TEXT.
024100     MOVE BREAKAGE-COUNT TO PRINT-TOTAL-COUNT.
024200     MOVE BREAKAGE-TOTAL TO PRINT-TOTAL-AMOUNT.
024300     MOVE TOTAL-LINE TO PRINTER-RECORD.
024400     PERFORM WRITE-TO-PRINTER.
024500     IF NO-THRESHOLD-COUNT NOT = ZEROES
024600         PERFORM PRINT-NO-THRESHOLD-TOTAL.
024700
024800 PRINT-NO-THRESHOLD-TOTAL.
024900     MOVE SPACE TO TOTAL-LINE.
025000     MOVE "CARDS WITH NO STATE THRESHOLD"
025100         TO PRINT-TOTAL-TEXT.
025200     MOVE NO-THRESHOLD-COUNT TO PRINT-TOTAL-COUNT.
025300     MOVE NO-THRESHOLD-TOTAL TO PRINT-TOTAL-AMOUNT.
025400     MOVE TOTAL-LINE TO PRINTER-RECORD.
025500     PERFORM WRITE-TO-PRINTER.
025600
025700*---------------------------------
025800* File I-O routines.
025900*---------------------------------
026000 READ-STORE-RECORD.
026100     MOVE "Y" TO STORE-RECORD-FOUND.
026200     READ STORE-FILE RECORD
026300         INVALID KEY
026400         MOVE "N" TO STORE-RECORD-FOUND.
026500
026600 READ-STATE-RECORD.
026700     MOVE "Y" TO STATE-RECORD-FOUND.
026800     READ STATE-FILE RECORD
026900         INVALID KEY
027000         MOVE "N" TO STATE-RECORD-FOUND.
027100
027200*---------------------------------
027300* Printer I-O routines.
027400*---------------------------------
027500 WRITE-TO-PRINTER.
027600     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
027700     ADD 1 TO LINE-COUNT.
027800
027900 LINE-FEED.
028000     MOVE SPACE TO PRINTER-RECORD.
028100     PERFORM WRITE-TO-PRINTER.
028200
028300 START-NEXT-PAGE.
028400     PERFORM END-LAST-PAGE.
028500     PERFORM START-NEW-PAGE.
028600
028700 START-NEW-PAGE.
028800     ADD 1 TO PAGE-NUMBER.
028900     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
029000     MOVE TITLE-LINE TO PRINTER-RECORD.
029100     PERFORM WRITE-TO-PRINTER.
029200     MOVE AS-OF-DATE TO DATE-CCYYMMDD.
029300     PERFORM CONVERT-TO-MMDDCCYY.
029400     MOVE DATE-MMDDCCYY TO PRINT-AS-OF-DATE.
029500     MOVE AS-OF-LINE TO PRINTER-RECORD.
029600     PERFORM WRITE-TO-PRINTER.
029700     PERFORM LINE-FEED.
029800     MOVE COLUMN-LINE TO PRINTER-RECORD.
029900     PERFORM WRITE-TO-PRINTER.
030000     PERFORM LINE-FEED.
030100
030200 END-LAST-PAGE.
030300     PERFORM FORM-FEED.
030400     MOVE ZERO TO LINE-COUNT.
030500
030600 FORM-FEED.
030700     MOVE SPACE TO PRINTER-RECORD.
030800     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
030900
031000*---------------------------------
031100* Utility routines.
031200*---------------------------------
031300     COPY "PLDATE01.CBL".

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STLREC01.
000300*---------------------------------
000400* Card settlement reconciliation.
000500*
000600* Matches what the card
000700* processor settled against
000800* what the registers took in
000900* card tender, store by store
001000* and batch date by batch date,
001100* over an entered date range,
001200* from the card batch file the
001300* register import and the
001400* settlement import both fill.
001500* Each batch prints its card
001600* sales, the processor's gross,
001700* the difference, what the
001800* processor kept back in fees
001900* and chargebacks, and the net
002000* it paid, with a flag where it
002100* needs looking at:
002200*
002300*  *LATE*   no settlement yet and
002400*           the batch is more than
002500*           three days old
002600*  NO SALES settled, but no card
002700*           tender came from the
002800*           registers for the day
002900*  *DIFF*   settled gross does not
003000*           match the card sales
003100*---------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500
003600     COPY "SLCBAT.CBL".
003700
003800     COPY "SLSTORE.CBL".
003900
004000     SELECT PRINTER-FILE
004100         ASSIGN TO PRINTER
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600
004700     COPY "FDCBAT.CBL".
004800
004900     COPY "FDSTORE.CBL".
005000
005100 FD  PRINTER-FILE
005200     LABEL RECORDS ARE OMITTED.
005300 01  PRINTER-RECORD             PIC X(80).
005400
005500 WORKING-STORAGE SECTION.
005600
005700 77  CBAT-FILE-AT-END        PIC X.
005800 77  STORE-RECORD-FOUND      PIC X.
005900 77  TODAY-DATE              PIC 9(8).
006000 77  BATCH-AGE-DAYS          PIC S9(6).
006100 77  LATE-DAYS-ALLOWED       PIC 9(2)  VALUE 3.
006200 77  SAVE-STORE              PIC 9(2).
006300 77  BATCH-DIFFERENCE        PIC S9(7)V99.
006400 77  BATCH-KEPT-BACK         PIC S9(7)V99.
006500
006600*---------------------------------
006700* Totals for a store and for
006800* the report.
006900*---------------------------------
007000 01  STORE-TOTALS.
007100     05  STORE-SALES-TOTAL   PIC S9(9)V99.
007200     05  STORE-GROSS-TOTAL   PIC S9(9)V99.
007300     05  STORE-DIFF-TOTAL    PIC S9(9)V99.
007400     05  STORE-KEPT-TOTAL    PIC S9(9)V99.
007500     05  STORE-NET-TOTAL     PIC S9(9)V99.
007600 01  REPORT-TOTALS.
007700     05  REPORT-SALES-TOTAL  PIC S9(9)V99.
007800     05  REPORT-GROSS-TOTAL  PIC S9(9)V99.
007900     05  REPORT-DIFF-TOTAL   PIC S9(9)V99.
008000     05  REPORT-KEPT-TOTAL   PIC S9(9)V99.
008100     05  REPORT-NET-TOTAL    PIC S9(9)V99.
008200 77  LATE-BATCH-COUNT        PIC 9(5)  VALUE ZEROES.
008300 77  NO-SALES-COUNT          PIC 9(5)  VALUE ZEROES.
008400 77  DIFF-BATCH-COUNT        PIC 9(5)  VALUE ZEROES.
008500
008600 77  LINE-COUNT              PIC 999   VALUE ZERO.
008700 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
008800 77  MAXIMUM-LINES           PIC 999   VALUE 55.
008900
009000 01  STORE-HEADING-LINE.
009100     05  FILLER            PIC X(6)  VALUE "STORE ".
009200     05  PRINT-HEAD-STORE  PIC 99.
009300     05  FILLER            PIC X(1)  VALUE SPACE.
009400     05  PRINT-HEAD-NAME   PIC X(20).
009500
009600 01  COLUMN-LINE.
009700     05  FILLER            PIC X(10) VALUE "BATCH DATE".
009800     05  FILLER            PIC X(12) VALUE "  CARD SALES".
009900     05  FILLER            PIC X(12) VALUE "       GROSS".
010000     05  FILLER            PIC X(12) VALUE "  DIFFERENCE".
010100     05  FILLER            PIC X(12) VALUE "  FEES+CHGBK".
010200     05  FILLER            PIC X(12) VALUE "         NET".
010300     05  FILLER            PIC X(5)  VALUE " FLAG".
010400
010500 01  DETAIL-LINE.
010600     05  PRINT-BATCH-DATE  PIC Z9/99/9999.
010700     05  FILLER            PIC X(1)  VALUE SPACE.
010800     05  PRINT-CARD-SALES  PIC ZZZ,ZZ9.99-.
010900     05  FILLER            PIC X(1)  VALUE SPACE.
011000     05  PRINT-GROSS       PIC ZZZ,ZZ9.99-.
011100     05  FILLER            PIC X(1)  VALUE SPACE.
011200     05  PRINT-DIFFERENCE  PIC ZZZ,ZZ9.99-.
011300     05  FILLER            PIC X(1)  VALUE SPACE.
011400     05  PRINT-KEPT-BACK   PIC ZZZ,ZZ9.99-.
011500     05  FILLER            PIC X(1)  VALUE SPACE.
011600     05  PRINT-NET         PIC ZZZ,ZZ9.99-.
011700     05  FILLER            PIC X(1)  VALUE SPACE.
011800     05  PRINT-FLAG        PIC X(8).
011900
012000 01  TOTAL-LINE.
012100     05  PRINT-TOTAL-LABEL PIC X(10).
012200     05  FILLER            PIC X(1)  VALUE SPACE.
012300     05  PRINT-TOT-SALES   PIC ZZZZZZ9.99-.
012400     05  FILLER            PIC X(1)  VALUE SPACE.
012500     05  PRINT-TOT-GROSS   PIC ZZZZZZ9.99-.
012600     05  FILLER            PIC X(1)  VALUE SPACE.
012700     05  PRINT-TOT-DIFF    PIC ZZZZZZ9.99-.
012800     05  FILLER            PIC X(1)  VALUE SPACE.
012900     05  PRINT-TOT-KEPT    PIC ZZZZZZ9.99-.
013000     05  FILLER            PIC X(1)  VALUE SPACE.
013100     05  PRINT-TOT-NET     PIC ZZZZZZ9.99-.
013200
013300 01  COUNT-LINE.
013400     05  PRINT-COUNT-LABEL PIC X(36).
013500     05  PRINT-COUNT       PIC ZZZZ9.
013600
013700 01  TITLE-LINE.
013800     05  FILLER              PIC X(21) VALUE SPACE.
013900     05  FILLER              PIC X(31)
014000         VALUE "CARD SETTLEMENT RECONCILIATION".
014100
014200     COPY "WSCASE01.CBL".
014300
014400     COPY "WSDATE01.CBL".
014500
014600 PROCEDURE DIVISION.
014700 PROGRAM-BEGIN.
014800     PERFORM MAIN-PROCESS.
014900
015000 PROGRAM-EXIT.
015100     EXIT PROGRAM.
015200
015300 PROGRAM-DONE.
015400     ACCEPT OMITTED. STOP RUN.
015500
015600 MAIN-PROCESS.
015700     PERFORM GET-REPORT-RANGE.
015800     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
015900     OPEN INPUT CARD-BATCH-FILE.
016000     OPEN INPUT STORE-FILE.
016100     OPEN OUTPUT PRINTER-FILE.
016200     MOVE ZEROES TO REPORT-TOTALS.
016300     PERFORM START-NEW-PAGE.
016400     PERFORM START-CARD-BATCH-FILE.
016500     PERFORM READ-NEXT-VALID-BATCH.
016600     PERFORM PROCESS-ALL-STORES
016700         UNTIL CBAT-FILE-AT-END = "Y".
016800     PERFORM PRINT-REPORT-TOTALS.
016900     PERFORM END-LAST-PAGE.
017000     CLOSE PRINTER-FILE.
017100     CLOSE STORE-FILE.
017200     CLOSE CARD-BATCH-FILE.
017300     IF LATE-BATCH-COUNT NOT = ZEROES
017400         DISPLAY "*** " LATE-BATCH-COUNT " CARD BATCHES NOT"
017500         DISPLAY "SETTLED AFTER 3 DAYS ***".
017600
017700 GET-REPORT-RANGE.
017800     MOVE "FROM BATCH DATE (MM/DD/CCYY)?"
017900         TO RANGE-START-PROMPT.
018000     MOVE "THRU BATCH DATE (MM/DD/CCYY)?"
018100         TO RANGE-END-PROMPT.
018200     PERFORM GET-A-DATE-RANGE.
018300
018400*---------------------------------
018500* The batch file is keyed on
018600* store then batch date, so one
018700* pass reads each store's
018800* batches together and in date
018900* order.
019000*---------------------------------
019100 START-CARD-BATCH-FILE.
019200     MOVE "N" TO CBAT-FILE-AT-END.
019300     MOVE ZEROES TO CBAT-KEY.
019400     START CARD-BATCH-FILE KEY NOT < CBAT-KEY
019500         INVALID KEY
019600         MOVE "Y" TO CBAT-FILE-AT-END.
019700
019800 PROCESS-ALL-STORES.
019900     PERFORM START-ONE-STORE.
020000     PERFORM PROCESS-ONE-BATCH
020100         UNTIL CBAT-FILE-AT-END = "Y"
020200            OR CBAT-STORE NOT = SAVE-STORE.
020300     PERFORM END-ONE-STORE.
020400
020500 START-ONE-STORE.
020600     MOVE CBAT-STORE TO SAVE-STORE.
020700     MOVE ZEROES TO STORE-TOTALS.
020800     MOVE CBAT-STORE TO STORE-CODE.
020900     MOVE "Y" TO STORE-RECORD-FOUND.
021000     READ STORE-FILE RECORD
021100         INVALID KEY
021200         MOVE "N" TO STORE-RECORD-FOUND.
021300     IF STORE-RECORD-FOUND = "N"
021400         MOVE "*** NOT ON FILE ***" TO STORE-NAME.
021500     IF LINE-COUNT > MAXIMUM-LINES - 4
021600         PERFORM START-NEXT-PAGE.
021700     MOVE SPACE TO STORE-HEADING-LINE.
021800     MOVE SAVE-STORE TO PRINT-HEAD-STORE.
021900     MOVE STORE-NAME TO PRINT-HEAD-NAME.
022000     MOVE STORE-HEADING-LINE TO PRINTER-RECORD.
022100     PERFORM WRITE-TO-PRINTER.
022200     MOVE COLUMN-LINE TO PRINTER-RECORD.
022300     PERFORM WRITE-TO-PRINTER.
022400
022500 PROCESS-ONE-BATCH.
022600     PERFORM JUDGE-THIS-BATCH.
022700     PERFORM PRINT-BATCH-LINE.
022800     ADD CBAT-CARD-SALES TO STORE-SALES-TOTAL.
022900     ADD CBAT-GROSS TO STORE-GROSS-TOTAL.
023000     ADD BATCH-DIFFERENCE TO STORE-DIFF-TOTAL.
023100     ADD BATCH-KEPT-BACK TO STORE-KEPT-TOTAL.
023200     ADD CBAT-NET TO STORE-NET-TOTAL.
023300     PERFORM READ-NEXT-VALID-BATCH.
023400
023500*---------------------------------
023600* An unsettled batch has no
023700* difference to show yet - only
023800* its age matters.
023900*---------------------------------
024000 JUDGE-THIS-BATCH.
024100     MOVE SPACE TO PRINT-FLAG.
024200     MOVE ZEROES TO BATCH-DIFFERENCE.
024300     COMPUTE BATCH-KEPT-BACK = CBAT-FEES + CBAT-CHARGEBACKS.
024400     IF CBAT-SETTLED-DATE = ZEROES
024500         PERFORM JUDGE-UNSETTLED-BATCH
024600     ELSE
024700         COMPUTE BATCH-DIFFERENCE = CBAT-GROSS - CBAT-CARD-SALES
024800         PERFORM JUDGE-SETTLED-BATCH.
024900
025000 JUDGE-UNSETTLED-BATCH.
025100     COMPUTE BATCH-AGE-DAYS =
025200         FUNCTION INTEGER-OF-DATE(TODAY-DATE)
025300       - FUNCTION INTEGER-OF-DATE(CBAT-BATCH-DATE).
025400     IF BATCH-AGE-DAYS > LATE-DAYS-ALLOWED
025500         MOVE "*LATE*" TO PRINT-FLAG
025600         ADD 1 TO LATE-BATCH-COUNT.
025700
025800 JUDGE-SETTLED-BATCH.
025900     IF NOT CBAT-HAS-TENDER
026000         MOVE "NO SALES" TO PRINT-FLAG
026100         ADD 1 TO NO-SALES-COUNT
026200     ELSE
026300     IF BATCH-DIFFERENCE NOT = ZEROES
026400         MOVE "*DIFF*" TO PRINT-FLAG
026500         ADD 1 TO DIFF-BATCH-COUNT.
026600
026700 PRINT-BATCH-LINE.
026800     IF LINE-COUNT > MAXIMUM-LINES
026900         PERFORM START-NEXT-PAGE
027000         MOVE COLUMN-LINE TO PRINTER-RECORD
027100         PERFORM WRITE-TO-PRINTER.
027200     MOVE CBAT-BATCH-DATE TO DATE-CCYYMMDD.
027300     PERFORM CONVERT-TO-MMDDCCYY.
027400     MOVE DATE-MMDDCCYY TO PRINT-BATCH-DATE.
027500     MOVE CBAT-CARD-SALES TO PRINT-CARD-SALES.
027600     MOVE CBAT-GROSS TO PRINT-GROSS.
027700     MOVE BATCH-DIFFERENCE TO PRINT-DIFFERENCE.
027800     MOVE BATCH-KEPT-BACK TO PRINT-KEPT-BACK.
027900     MOVE CBAT-NET TO PRINT-NET.
028000     MOVE DETAIL-LINE TO PRINTER-RECORD.
028100     PERFORM WRITE-TO-PRINTER.
028200
028300 END-ONE-STORE.
028400     MOVE SPACE TO TOTAL-LINE.
028500     MOVE "STORE TOT" TO PRINT-TOTAL-LABEL.
028600     MOVE STORE-SALES-TOTAL TO PRINT-TOT-SALES.
028700     MOVE STORE-GROSS-TOTAL TO PRINT-TOT-GROSS.
028800     MOVE STORE-DIFF-TOTAL TO PRINT-TOT-DIFF.
028900     MOVE STORE-KEPT-TOTAL TO PRINT-TOT-KEPT.
029000     MOVE STORE-NET-TOTAL TO PRINT-TOT-NET.
029100     MOVE TOTAL-LINE TO PRINTER-RECORD.
029200     PERFORM WRITE-TO-PRINTER.
029300     PERFORM LINE-FEED.
029400     ADD STORE-SALES-TOTAL TO REPORT-SALES-TOTAL.
029500     ADD STORE-GROSS-TOTAL TO REPORT-GROSS-TOTAL.
029600     ADD STORE-DIFF-TOTAL TO REPORT-DIFF-TOTAL.
029700     ADD STORE-KEPT-TOTAL TO REPORT-KEPT-TOTAL.
029800     ADD STORE-NET-TOTAL TO REPORT-NET-TOTAL.
029900
030000 PRINT-REPORT-TOTALS.
030100     IF LINE-COUNT > MAXIMUM-LINES - 5
030200         PERFORM START-NEXT-PAGE.
030300     MOVE SPACE TO TOTAL-LINE.
030400     MOVE "REPORT TOT" TO PRINT-TOTAL-LABEL.
030500     MOVE REPORT-SALES-TOTAL TO PRINT-TOT-SALES.
030600     MOVE REPORT-GROSS-TOTAL TO PRINT-TOT-GROSS.
030700     MOVE REPORT-DIFF-TOTAL TO PRINT-TOT-DIFF.
030800     MOVE REPORT-KEPT-TOTAL TO PRINT-TOT-KEPT.
030900     MOVE REPORT-NET-TOTAL TO PRINT-TOT-NET.
031000     MOVE TOTAL-LINE TO PRINTER-RECORD.
031100     PERFORM WRITE-TO-PRINTER.
031200     PERFORM LINE-FEED.
031300     MOVE "BATCHES UNSETTLED OVER 3 DAYS:"
031400         TO PRINT-COUNT-LABEL.
031500     MOVE LATE-BATCH-COUNT TO PRINT-COUNT.
031600     MOVE COUNT-LINE TO PRINTER-RECORD.
031700     PERFORM WRITE-TO-PRINTER.
031800     MOVE "SETTLED WITH NO CARD SALES:"
031900         TO PRINT-COUNT-LABEL.
032000     MOVE NO-SALES-COUNT TO PRINT-COUNT.
032100     MOVE COUNT-LINE TO PRINTER-RECORD.
032200     PERFORM WRITE-TO-PRINTER.
032300     MOVE "GROSS NOT MATCHING CARD SALES:"
032400         TO PRINT-COUNT-LABEL.
032500     MOVE DIFF-BATCH-COUNT TO PRINT-COUNT.
032600     MOVE COUNT-LINE TO PRINTER-RECORD.
032700     PERFORM WRITE-TO-PRINTER.
032800
032900*---------------------------------
033000* Card batch read routines -
033100* only batches inside the range
033200* matter.
033300*---------------------------------
033400 READ-NEXT-VALID-BATCH.
033500     PERFORM READ-NEXT-CARD-BATCH.
033600     PERFORM READ-NEXT-CARD-BATCH
033700         UNTIL CBAT-FILE-AT-END = "Y"
033800            OR (    CBAT-BATCH-DATE NOT < RANGE-START-DATE
033900                AND CBAT-BATCH-DATE NOT > RANGE-END-DATE).
034000
034100 READ-NEXT-CARD-BATCH.
034200     IF CBAT-FILE-AT-END NOT = "Y"
034300         READ CARD-BATCH-FILE NEXT RECORD
034400             AT END MOVE "Y" TO CBAT-FILE-AT-END.
034500
034600*---------------------------------
034700* Printer I-O routines.
034800*---------------------------------
034900 WRITE-TO-PRINTER.
035000     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
035100     ADD 1 TO LINE-COUNT.
035200
035300 LINE-FEED.
035400     MOVE SPACE TO PRINTER-RECORD.
035500     PERFORM WRITE-TO-PRINTER.
035600
035700 START-NEXT-PAGE.
035800     PERFORM END-LAST-PAGE.
035900     PERFORM START-NEW-PAGE.
036000
036100 START-NEW-PAGE.
036200     ADD 1 TO PAGE-NUMBER.
036300     MOVE TITLE-LINE TO PRINTER-RECORD.
036400     PERFORM WRITE-TO-PRINTER.
036500     PERFORM LINE-FEED.
036600
036700 END-LAST-PAGE.
036800     PERFORM FORM-FEED.
036900     MOVE ZERO TO LINE-COUNT.
037000
037100 FORM-FEED.
037200     MOVE SPACE TO PRINTER-RECORD.
037300     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
037400
037500*---------------------------------
037600* Utility routines.
037700*---------------------------------
037800     COPY "PLDATE01.CBL".

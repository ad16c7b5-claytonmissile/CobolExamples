000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SLSMRG01.
000300*---------------------------------
000400* Gross margin report.
000500*
000600* Net sales, margin dollars and
000700* margin percent, this year
000800* against last year, from the
000900* permanent sales history file.
001000* One line per store/division/
001100* department/category, with
001200* totals at each level of the
001300* hierarchy. Both years run
001400* January through the entered
001500* month, so a year in progress
001600* compares like for like.
001700*
001800* A zero filter means all of
001900* that level, as on the year-
002000* over-year report. Months
002100* rolled from registers that
002200* sent no cost carry no cost,
002300* so their margin is the full
002400* sales amount.
002500*---------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900
003000     COPY "SLSHIST.CBL".
003100
003200     SELECT PRINTER-FILE
003300         ASSIGN TO PRINTER
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800
003900     COPY "FDSHIST.CBL".
004000
004100 FD  PRINTER-FILE
004200     LABEL RECORDS ARE OMITTED.
004300 01  PRINTER-RECORD             PIC X(80).
004400
004500 WORKING-STORAGE SECTION.
004600
004700 77  HISTORY-FILE-AT-END     PIC X.
004800 77  HISTORY-IS-WANTED       PIC X.
004900 77  RECORD-COUNT            PIC 9(7)  VALUE ZEROES.
005000
005100 77  REPORT-YEAR             PIC 9(4).
005200 77  COMPARE-YEAR            PIC 9(4).
005300 77  THROUGH-MONTH           PIC 9(2).
005400     88  THROUGH-MONTH-IS-VALID  VALUES 01 THRU 12.
005500 77  FILTER-STORE            PIC 9(2).
005600 77  FILTER-DIVISION         PIC 9(2).
005700 77  FILTER-DEPARTMENT       PIC 9(2).
005800 77  FILTER-CATEGORY         PIC 9(2).
005900
006000 01  HIST-PERIOD-WORK        PIC 9(6).
006100 01  HIST-PERIOD-FIELDS REDEFINES HIST-PERIOD-WORK.
006200     05  HIST-PERIOD-YEAR    PIC 9(4).
006300     05  HIST-PERIOD-MONTH   PIC 9(2).
006400
006500*---------------------------------
006600* Control break fields.
006700*---------------------------------
006800 77  SAVE-STORE              PIC 9(2).
006900 77  SAVE-DIVISION           PIC 9(2).
007000 77  SAVE-DEPARTMENT         PIC 9(2).
007100 77  SAVE-CATEGORY           PIC 9(2).
007200
007300*---------------------------------
007400* Totals by level: 1 category,
007500* 2 department, 3 division,
007600* 4 store, 5 all stores. Each
007700* level rolls into the next at
007800* its break.
007900*---------------------------------
008000 77  LEVEL-SUB               PIC 9.
008100 77  NEXT-LEVEL-SUB          PIC 9.
008200 01  LEVEL-TOTALS-TABLE.
008300     05  LEVEL-TOTALS OCCURS 5 TIMES.
008400         10  LVL-TY-SALES    PIC S9(9)V99.
008500         10  LVL-TY-COST     PIC S9(9)V99.
008600         10  LVL-LY-SALES    PIC S9(9)V99.
008700         10  LVL-LY-COST     PIC S9(9)V99.
008800 77  MARGIN-AMOUNT           PIC S9(9)V99.
008900 77  MARGIN-PERCENT          PIC S9(5)V9.
009000
009100 77  LINE-COUNT              PIC 999   VALUE ZERO.
009200 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
009300 77  MAXIMUM-LINES           PIC 999   VALUE 55.
009400
009500 01  MARGIN-LINE.
009600     05  PRINT-CODES.
009700         10  PRINT-STORE       PIC Z9.
009800         10  FILLER            PIC X(1)  VALUE SPACE.
009900         10  PRINT-DIVISION    PIC Z9.
010000         10  FILLER            PIC X(1)  VALUE SPACE.
010100         10  PRINT-DEPARTMENT  PIC Z9.
010200         10  FILLER            PIC X(1)  VALUE SPACE.
010300         10  PRINT-CATEGORY    PIC Z9.
010400         10  FILLER            PIC X(5)  VALUE SPACE.
010500     05  PRINT-LABEL REDEFINES PRINT-CODES
010600                               PIC X(16).
010700     05  FILLER                PIC X(1)  VALUE SPACE.
010800     05  PRINT-TY-SALES        PIC ZZ,ZZZ,ZZ9-.
010900     05  FILLER                PIC X(1)  VALUE SPACE.
011000     05  PRINT-TY-MARGIN       PIC ZZ,ZZZ,ZZ9-.
011100     05  FILLER                PIC X(1)  VALUE SPACE.
011200     05  PRINT-TY-PERCENT      PIC ----9.9.
011300     05  FILLER                PIC X(1)  VALUE SPACE.
011400     05  PRINT-LY-SALES        PIC ZZ,ZZZ,ZZ9-.
011500     05  FILLER                PIC X(1)  VALUE SPACE.
011600     05  PRINT-LY-MARGIN       PIC ZZ,ZZZ,ZZ9-.
011700     05  FILLER                PIC X(1)  VALUE SPACE.
011800     05  PRINT-LY-PERCENT      PIC ----9.9.
011900
012000 01  YEAR-HEADING-LINE.
012100     05  FILLER         PIC X(17) VALUE SPACE.
012200     05  FILLER         PIC X(31)
012300         VALUE "---------- THIS YEAR ----------".
012400     05  FILLER         PIC X(1)  VALUE SPACE.
012500     05  FILLER         PIC X(31)
012600         VALUE "---------- LAST YEAR ----------".
012700
012800 01  COLUMN-LINE.
012900     05  FILLER         PIC X(16) VALUE "ST DV DP CT".
013000     05  FILLER         PIC X(1)  VALUE SPACE.
013100     05  FILLER         PIC X(11) VALUE "      SALES".
013200     05  FILLER         PIC X(1)  VALUE SPACE.
013300     05  FILLER         PIC X(11) VALUE "     MARGIN".
013400     05  FILLER         PIC X(1)  VALUE SPACE.
013500     05  FILLER         PIC X(7)  VALUE "  MRG %".
013600     05  FILLER         PIC X(1)  VALUE SPACE.
013700     05  FILLER         PIC X(11) VALUE "      SALES".
013800     05  FILLER         PIC X(1)  VALUE SPACE.
013900     05  FILLER         PIC X(11) VALUE "     MARGIN".
014000     05  FILLER         PIC X(1)  VALUE SPACE.
014100     05  FILLER         PIC X(7)  VALUE "  MRG %".
014200
014300 01  TITLE-LINE.
014400     05  FILLER              PIC X(16) VALUE SPACE.
014500     05  FILLER              PIC X(24)
014600         VALUE "GROSS MARGIN REPORT FOR".
014700     05  PRINT-REPORT-YEAR   PIC 9(4).
014800     05  FILLER              PIC X(15)
014900         VALUE " THROUGH MONTH".
015000     05  PRINT-THROUGH-MONTH PIC Z9.
015100
015200 01  FILTER-LINE.
015300     05  FILLER            PIC X(7)  VALUE "STORE:".
015400     05  PRINT-F-STORE     PIC Z9.
015500     05  FILLER            PIC X(6)  VALUE "  DIV:".
015600     05  PRINT-F-DIVISION  PIC Z9.
015700     05  FILLER            PIC X(7)  VALUE "  DEPT:".
015800     05  PRINT-F-DEPT      PIC Z9.
015900     05  FILLER            PIC X(6)  VALUE "  CAT:".
016000     05  PRINT-F-CATEGORY  PIC Z9.
016100     05  FILLER            PIC X(14)
016200         VALUE "  (0 = ALL)".
016300
016400 PROCEDURE DIVISION.
016500 PROGRAM-BEGIN.
016600     PERFORM MAIN-PROCESS.
016700
016800 PROGRAM-EXIT.
016900     EXIT PROGRAM.
017000
017100 PROGRAM-DONE.
017200     STOP RUN.
017300
017400 MAIN-PROCESS.
017500     PERFORM GET-REPORT-OPTIONS.
017600     PERFORM PRINT-THE-REPORT.
017700
017800 GET-REPORT-OPTIONS.
017900     DISPLAY "ENTER REPORT YEAR (CCYY)".
018000     ACCEPT REPORT-YEAR.
018100     COMPUTE COMPARE-YEAR = REPORT-YEAR - 1.
018200     PERFORM ACCEPT-THROUGH-MONTH.
018300     PERFORM RE-ACCEPT-THROUGH-MONTH
018400         UNTIL THROUGH-MONTH-IS-VALID.
018500     DISPLAY "ENTER STORE NUMBER (0 FOR ALL)".
018600     ACCEPT FILTER-STORE.
018700     DISPLAY "ENTER DIVISION NUMBER (0 FOR ALL)".
018800     ACCEPT FILTER-DIVISION.
018900     DISPLAY "ENTER DEPARTMENT NUMBER (0 FOR ALL)".
019000     ACCEPT FILTER-DEPARTMENT.
019100     DISPLAY "ENTER CATEGORY NUMBER (0 FOR ALL)".
019200     ACCEPT FILTER-CATEGORY.
019300
019400 ACCEPT-THROUGH-MONTH.
019500     DISPLAY "ENTER THROUGH MONTH (1-12)".
019600     ACCEPT THROUGH-MONTH.
019700
019800 RE-ACCEPT-THROUGH-MONTH.
019900     DISPLAY "MONTH MUST BE 1 THROUGH 12".
020000     PERFORM ACCEPT-THROUGH-MONTH.
020100
020200 PRINT-THE-REPORT.
020300     PERFORM CLEAR-ONE-LEVEL
020400         VARYING LEVEL-SUB FROM 1 BY 1
020500         UNTIL LEVEL-SUB > 5.
020600     OPEN INPUT HISTORY-FILE.
020700     OPEN OUTPUT PRINTER-FILE.
020800     PERFORM START-NEW-PAGE.
020900     PERFORM READ-FIRST-VALID-HISTORY.
021000     PERFORM PROCESS-ALL-STORES
021100         UNTIL HISTORY-FILE-AT-END = "Y".
021200     PERFORM PRINT-GRAND-TOTAL.
021300     PERFORM END-LAST-PAGE.
021400     CLOSE PRINTER-FILE.
021500     CLOSE HISTORY-FILE.
021600
021700 CLEAR-ONE-LEVEL.
021800     MOVE ZEROES TO LVL-TY-SALES (LEVEL-SUB)
021900                    LVL-TY-COST (LEVEL-SUB)
022000                    LVL-LY-SALES (LEVEL-SUB)
022100                    LVL-LY-COST (LEVEL-SUB).
022200
022300 PRINT-GRAND-TOTAL.
022400     IF RECORD-COUNT = ZEROES
022500         MOVE "NO HISTORY FOUND" TO PRINTER-RECORD
022600         PERFORM WRITE-TO-PRINTER
022700     ELSE
022800         MOVE 5 TO LEVEL-SUB
022900         MOVE "ALL STORES" TO PRINT-LABEL
023000         PERFORM PRINT-LEVEL-LINE.
023100
023200*---------------------------------
023300* The history file is in key
023400* order, so each level of the
023500* hierarchy is contiguous and
023600* totals at its break.
023700*---------------------------------
023800 PROCESS-ALL-STORES.
023900     MOVE HIST-STORE TO SAVE-STORE.
024000     PERFORM PROCESS-ALL-DIVISIONS
024100         UNTIL HISTORY-FILE-AT-END = "Y"
024200            OR HIST-STORE NOT = SAVE-STORE.
024300     MOVE 4 TO LEVEL-SUB.
024400     MOVE "  STORE TOTAL" TO PRINT-LABEL.
024500     PERFORM END-ONE-LEVEL.
024600
024700 PROCESS-ALL-DIVISIONS.
024800     MOVE HIST-DIVISION TO SAVE-DIVISION.
024900     PERFORM PROCESS-ALL-DEPARTMENTS
025000         UNTIL HISTORY-FILE-AT-END = "Y"
025100            OR HIST-STORE NOT = SAVE-STORE
025200            OR HIST-DIVISION NOT = SAVE-DIVISION.
025300     MOVE 3 TO LEVEL-SUB.
025400     MOVE "  DIVISION TOTAL" TO PRINT-LABEL.
025500     PERFORM END-ONE-LEVEL.
025600
025700 PROCESS-ALL-DEPARTMENTS.
025800     MOVE HIST-DEPARTMENT TO SAVE-DEPARTMENT.
025900     PERFORM PROCESS-ALL-CATEGORIES
026000         UNTIL HISTORY-FILE-AT-END = "Y"
026100            OR HIST-STORE NOT = SAVE-STORE
026200            OR HIST-DIVISION NOT = SAVE-DIVISION
026300            OR HIST-DEPARTMENT NOT = SAVE-DEPARTMENT.
026400     MOVE 2 TO LEVEL-SUB.
026500     MOVE "  DEPT TOTAL" TO PRINT-LABEL.
026600     PERFORM END-ONE-LEVEL.
026700
026800 PROCESS-ALL-CATEGORIES.
026900     MOVE HIST-CATEGORY TO SAVE-CATEGORY.
027000     PERFORM PROCESS-ALL-MONTHS
027100         UNTIL HISTORY-FILE-AT-END = "Y"
027200            OR HIST-STORE NOT = SAVE-STORE
027300            OR HIST-DIVISION NOT = SAVE-DIVISION
027400            OR HIST-DEPARTMENT NOT = SAVE-DEPARTMENT
027500            OR HIST-CATEGORY NOT = SAVE-CATEGORY.
027600     MOVE 1 TO LEVEL-SUB.
027700     MOVE SPACE TO PRINT-LABEL.
027800     MOVE SAVE-STORE TO PRINT-STORE.
027900     MOVE SAVE-DIVISION TO PRINT-DIVISION.
028000     MOVE SAVE-DEPARTMENT TO PRINT-DEPARTMENT.
028100     MOVE SAVE-CATEGORY TO PRINT-CATEGORY.
028200     PERFORM END-ONE-LEVEL.
028300
028400 PROCESS-ALL-MONTHS.
028500     ADD 1 TO RECORD-COUNT.
028600     MOVE HIST-PERIOD TO HIST-PERIOD-WORK.
028700     IF HIST-PERIOD-YEAR = REPORT-YEAR
028800         ADD HIST-AMOUNT TO LVL-TY-SALES (1)
028900         ADD HIST-COST TO LVL-TY-COST (1)
029000     ELSE
029100         ADD HIST-AMOUNT TO LVL-LY-SALES (1)
029200         ADD HIST-COST TO LVL-LY-COST (1).
029300     PERFORM READ-NEXT-VALID-HISTORY.
029400
029500*---------------------------------
029600* Print the level's line, roll
029700* its totals up one level and
029800* clear it for the next group.
029900* A blank line follows each
030000* subtotal.
030100*---------------------------------
030200 END-ONE-LEVEL.
030300     PERFORM PRINT-LEVEL-LINE.
030400     IF LEVEL-SUB > 1
030500         PERFORM LINE-FEED.
030600     COMPUTE NEXT-LEVEL-SUB = LEVEL-SUB + 1.
030700     ADD LVL-TY-SALES (LEVEL-SUB)
030800         TO LVL-TY-SALES (NEXT-LEVEL-SUB).
030900     ADD LVL-TY-COST (LEVEL-SUB)
031000         TO LVL-TY-COST (NEXT-LEVEL-SUB).
031100     ADD LVL-LY-SALES (LEVEL-SUB)
031200         TO LVL-LY-SALES (NEXT-LEVEL-SUB).
031300     ADD LVL-LY-COST (LEVEL-SUB)
031400         TO LVL-LY-COST (NEXT-LEVEL-SUB).
031500     PERFORM CLEAR-ONE-LEVEL.
031600
031700 PRINT-LEVEL-LINE.
031800     IF LINE-COUNT > MAXIMUM-LINES
031900         PERFORM START-NEXT-PAGE.
032000     MOVE LVL-TY-SALES (LEVEL-SUB) TO PRINT-TY-SALES.
032100     COMPUTE MARGIN-AMOUNT =
032200         LVL-TY-SALES (LEVEL-SUB) - LVL-TY-COST (LEVEL-SUB).
032300     MOVE MARGIN-AMOUNT TO PRINT-TY-MARGIN.
032400     MOVE ZEROES TO MARGIN-PERCENT.
032500     IF LVL-TY-SALES (LEVEL-SUB) NOT = ZEROES
032600         COMPUTE MARGIN-PERCENT ROUNDED =
032700             MARGIN-AMOUNT * 100 / LVL-TY-SALES (LEVEL-SUB).
032800     MOVE MARGIN-PERCENT TO PRINT-TY-PERCENT.
032900     MOVE LVL-LY-SALES (LEVEL-SUB) TO PRINT-LY-SALES.
033000     COMPUTE MARGIN-AMOUNT =
033100         LVL-LY-SALES (LEVEL-SUB) - LVL-LY-COST (LEVEL-SUB).
033200     MOVE MARGIN-AMOUNT TO PRINT-LY-MARGIN.
033300     MOVE ZEROES TO MARGIN-PERCENT.
033400     IF LVL-LY-SALES (LEVEL-SUB) NOT = ZEROES
033500         COMPUTE MARGIN-PERCENT ROUNDED =
033600             MARGIN-AMOUNT * 100 / LVL-LY-SALES (LEVEL-SUB).
033700     MOVE MARGIN-PERCENT TO PRINT-LY-PERCENT.
033800     MOVE MARGIN-LINE TO PRINTER-RECORD.
033900     PERFORM WRITE-TO-PRINTER.
034000
034100*---------------------------------
034200* History file read routines -
034300* only the two years through
034400* the entered month, inside the
034500* filters, matter. A zero
034600* filter value passes every
034700* code at that level.
034800*---------------------------------
034900 READ-FIRST-VALID-HISTORY.
035000     MOVE "N" TO HISTORY-FILE-AT-END.
035100     MOVE ZEROES TO HIST-KEY.
035200     START HISTORY-FILE KEY NOT < HIST-KEY
035300         INVALID KEY
035400         MOVE "Y" TO HISTORY-FILE-AT-END.
035500     IF HISTORY-FILE-AT-END NOT = "Y"
035600         PERFORM READ-NEXT-VALID-HISTORY.
035700
035800 READ-NEXT-VALID-HISTORY.
035900     PERFORM READ-NEXT-HISTORY-RECORD.
036000     PERFORM READ-NEXT-HISTORY-RECORD
036100         UNTIL HISTORY-FILE-AT-END = "Y"
036200            OR HISTORY-IS-WANTED = "Y".
036300
036400 READ-NEXT-HISTORY-RECORD.
036500     MOVE "N" TO HISTORY-IS-WANTED.
036600     READ HISTORY-FILE NEXT RECORD
036700         AT END
036800         MOVE "Y" TO HISTORY-FILE-AT-END.
036900     IF HISTORY-FILE-AT-END NOT = "Y"
037000         PERFORM CHECK-HISTORY-WANTED.
037100
037200 CHECK-HISTORY-WANTED.
037300     MOVE "Y" TO HISTORY-IS-WANTED.
037400     MOVE HIST-PERIOD TO HIST-PERIOD-WORK.
037500     IF HIST-PERIOD-YEAR NOT = REPORT-YEAR
037600        AND HIST-PERIOD-YEAR NOT = COMPARE-YEAR
037700         MOVE "N" TO HISTORY-IS-WANTED.
037800     IF HIST-PERIOD-MONTH > THROUGH-MONTH
037900         MOVE "N" TO HISTORY-IS-WANTED.
038000     IF FILTER-STORE NOT = ZEROES
038100        AND HIST-STORE NOT = FILTER-STORE
038200         MOVE "N" TO HISTORY-IS-WANTED.
038300     IF FILTER-DIVISION NOT = ZEROES
038400        AND HIST-DIVISION NOT = FILTER-DIVISION
038500         MOVE "N" TO HISTORY-IS-WANTED.
038600     IF FILTER-DEPARTMENT NOT = ZEROES
038700        AND HIST-DEPARTMENT NOT = FILTER-DEPARTMENT
038800         MOVE "N" TO HISTORY-IS-WANTED.
038900     IF FILTER-CATEGORY NOT = ZEROES
039000        AND HIST-CATEGORY NOT = FILTER-CATEGORY
039100         MOVE "N" TO HISTORY-IS-WANTED.
039200
039300*---------------------------------
039400* Printer I-O routines.
039500*---------------------------------
039600 WRITE-TO-PRINTER.
039700     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
039800     ADD 1 TO LINE-COUNT.
039900
040000 LINE-FEED.
040100     MOVE SPACE TO PRINTER-RECORD.
040200     PERFORM WRITE-TO-PRINTER.
040300
040400 START-NEXT-PAGE.
040500     PERFORM END-LAST-PAGE.
040600     PERFORM START-NEW-PAGE.
040700
040800 START-NEW-PAGE.
040900     ADD 1 TO PAGE-NUMBER.
041000     MOVE REPORT-YEAR TO PRINT-REPORT-YEAR.
041100     MOVE THROUGH-MONTH TO PRINT-THROUGH-MONTH.
041200     MOVE TITLE-LINE TO PRINTER-RECORD.
041300     PERFORM WRITE-TO-PRINTER.
041400     PERFORM LINE-FEED.
041500     MOVE FILTER-STORE TO PRINT-F-STORE.
041600     MOVE FILTER-DIVISION TO PRINT-F-DIVISION.
041700     MOVE FILTER-DEPARTMENT TO PRINT-F-DEPT.
041800     MOVE FILTER-CATEGORY TO PRINT-F-CATEGORY.
041900     MOVE FILTER-LINE TO PRINTER-RECORD.
042000     PERFORM WRITE-TO-PRINTER.
042100     PERFORM LINE-FEED.
042200     MOVE YEAR-HEADING-LINE TO PRINTER-RECORD.
042300     PERFORM WRITE-TO-PRINTER.
042400     MOVE COLUMN-LINE TO PRINTER-RECORD.
042500     PERFORM WRITE-TO-PRINTER.
042600     PERFORM LINE-FEED.
042700
042800 END-LAST-PAGE.
042900     PERFORM FORM-FEED.
043000     MOVE ZERO TO LINE-COUNT.
043100
043200 FORM-FEED.
043300     MOVE SPACE TO PRINTER-RECORD.
043400     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SLSHMP01.
000300*---------------------------------
000400* Store-by-hour heat map for a
000500* fiscal week on the retail
000600* 4-5-4 calendar.
000700*
000800* For an entered fiscal year
000900* and week, sums the hourly
001000* aggregate file by store and
001100* hour and prints two maps, one
001200* row per store and one column
001300* per hour 00-23: each hour's
001400* share of the store's week
001500* sales, and the average number
001600* of customers the hour saw per
001700* day of the week - the figures
001800* the labor schedule is built
001900* from. Each hourly date is
002000* placed by the retail calendar
002100* file, which must be built for
002200* the year.
002300*
002400* Hour 99 sales (registers that
002500* did not say the hour) stay out
002600* of both maps, so a store's row
002700* of shares sums to 100.
002800*---------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200
003300     COPY "SLSHAG.CBL".
003400
003500     COPY "SLRCAL.CBL".
003600
003700     SELECT PRINTER-FILE
003800         ASSIGN TO PRINTER
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300
004400     COPY "FDSHAG.CBL".
004500
004600     COPY "FDRCAL.CBL".
004700
004800 FD  PRINTER-FILE
004900     LABEL RECORDS ARE OMITTED.
005000 01  PRINTER-RECORD             PIC X(100).
005100
005200 WORKING-STORAGE SECTION.
005300
005400 77  HAGG-FILE-AT-END        PIC X.
005500 77  RCAL-RECORD-FOUND       PIC X.
005600
005700 77  REPORT-FISC-YEAR        PIC 9(4).
005800 77  REPORT-FISC-WEEK        PIC 9(2).
005900
006000*---------------------------------
006100* The hourly file runs in store/
006200* date/hour order, so the last
006300* date placed is remembered and
006400* the calendar read once a day.
006500*---------------------------------
006600 77  LAST-PLACED-DATE        PIC 9(8)  VALUE ZEROES.
006700 77  DATE-IN-WEEK            PIC X.
006800
006900*---------------------------------
007000* Accumulators per store (01-99)
007100* and hour (entries 1-24 are
007200* hours 00-23), with a company
007300* row across all stores.
007400*---------------------------------
007500 77  STORE-SUB               PIC 999.
007600 77  HOUR-SUB                PIC 99.
007700 01  HEAT-TABLE.
007800     05  HEAT-STORE OCCURS 99 TIMES.
007900         10  STORE-WEEK-AMOUNT   PIC S9(8)V99.
008000         10  STORE-HAS-DATA      PIC X.
008100         10  HEAT-HOUR OCCURS 24 TIMES.
008200             15  HEAT-AMOUNT     PIC S9(7)V99.
008300             15  HEAT-COUNT      PIC 9(7).
008400
008500 01  COMPANY-HEAT-TABLE.
008600     05  COMPANY-WEEK-AMOUNT     PIC S9(9)V99.
008700     05  COMPANY-HOUR OCCURS 24 TIMES.
008800         10  COMPANY-AMOUNT      PIC S9(9)V99.
008900         10  COMPANY-COUNT       PIC 9(8).
009000
009100*---------------------------------
009200* A 4-5-4 fiscal week is always
009300* seven days.
009400*---------------------------------
009500 77  DAYS-IN-WEEK            PIC 9     VALUE 7.
009600 77  PCT-OF-WEEK             PIC S9(3).
009700 77  CUSTOMERS-PER-DAY       PIC 9(5).
009800
009900 01  HEAT-LINE.
010000     05  PRINT-HEAT-LABEL  PIC X(4).
010100     05  FILLER REDEFINES PRINT-HEAT-LABEL.
010200         10  PRINT-HEAT-STORE  PIC Z9.
010300         10  FILLER            PIC X(2).
010400     05  PRINT-HEAT-CELL   PIC ZZZ9 OCCURS 24 TIMES.
010500
010600 01  HOUR-COLUMN-LINE.
010700     05  FILLER         PIC X(4)  VALUE "ST".
010800     05  PRINT-HOUR-COLUMN PIC ZZ99 OCCURS 24 TIMES.
010900
011000 01  MAP-TITLE-LINE.
011100     05  FILLER              PIC X(8)  VALUE SPACE.
011200     05  PRINT-MAP-TITLE     PIC X(50).
011300
011400 01  TITLE-LINE.
011500     05  FILLER              PIC X(8)  VALUE SPACE.
011600     05  FILLER              PIC X(32)
011700         VALUE "STORE BY HOUR HEAT MAP - YEAR  ".
011800     05  PRINT-FISC-YEAR     PIC 9(4).
011900     05  FILLER              PIC X(6)  VALUE " WEEK ".
012000     05  PRINT-FISC-WEEK     PIC Z9.
012100
012200     COPY "WSCASE01.CBL".
012300
012400 77  LINE-COUNT              PIC 999   VALUE ZERO.
012500
012600 PROCEDURE DIVISION.
012700 PROGRAM-BEGIN.
012800     PERFORM OPENING-PROCEDURE.
012900     PERFORM MAIN-PROCESS.
013000     PERFORM CLOSING-PROCEDURE.
013100
013200 PROGRAM-EXIT.
013300     EXIT PROGRAM.
013400
013500 PROGRAM-DONE.
013600     STOP RUN.
013700
013800 OPENING-PROCEDURE.
013900     OPEN I-O HOURLY-AGG-FILE.
014000     OPEN I-O RETAIL-CAL-FILE.
014100     OPEN OUTPUT PRINTER-FILE.
014200
014300 CLOSING-PROCEDURE.
014400     CLOSE HOURLY-AGG-FILE.
014500     CLOSE RETAIL-CAL-FILE.
014600     PERFORM FORM-FEED.
014700     CLOSE PRINTER-FILE.
014800
014900 MAIN-PROCESS.
015000     PERFORM GET-REPORT-OPTIONS.
015100     PERFORM INIT-HEAT-TABLE.
015200     PERFORM TALLY-HOURLY-FILE.
015300     PERFORM PRINT-THE-MAPS.
015400
015500 GET-REPORT-OPTIONS.
015600     DISPLAY "ENTER FISCAL YEAR (CCYY)".
015700     ACCEPT REPORT-FISC-YEAR.
015800     PERFORM GET-FISCAL-WEEK.
015900
016000 GET-FISCAL-WEEK.
016100     PERFORM ACCEPT-FISCAL-WEEK.
016200     PERFORM RE-ACCEPT-FISCAL-WEEK
016300         UNTIL REPORT-FISC-WEEK > 0
016400           AND REPORT-FISC-WEEK < 54.
016500
016600 ACCEPT-FISCAL-WEEK.
016700     DISPLAY "ENTER FISCAL WEEK (1-53)".
016800     ACCEPT REPORT-FISC-WEEK.
016900
017000 RE-ACCEPT-FISCAL-WEEK.
017100     DISPLAY "WEEK MUST BE 1 THROUGH 53".
017200     PERFORM ACCEPT-FISCAL-WEEK.
017300
017400 INIT-HEAT-TABLE.
017500     PERFORM INIT-ONE-HEAT-STORE
017600         VARYING STORE-SUB FROM 1 BY 1
017700         UNTIL STORE-SUB > 99.
017800     MOVE ZEROES TO COMPANY-WEEK-AMOUNT.
017900     PERFORM INIT-ONE-COMPANY-HOUR
018000         VARYING HOUR-SUB FROM 1 BY 1
018100         UNTIL HOUR-SUB > 24.
018200
018300 INIT-ONE-HEAT-STORE.
018400     MOVE ZEROES TO STORE-WEEK-AMOUNT (STORE-SUB).
018500     MOVE "N" TO STORE-HAS-DATA (STORE-SUB).
018600     PERFORM INIT-ONE-HEAT-HOUR
018700         VARYING HOUR-SUB FROM 1 BY 1
018800         UNTIL HOUR-SUB > 24.
018900
019000 INIT-ONE-HEAT-HOUR.
019100     MOVE ZEROES TO HEAT-AMOUNT (STORE-SUB HOUR-SUB)
019200                    HEAT-COUNT (STORE-SUB HOUR-SUB).
019300
019400 INIT-ONE-COMPANY-HOUR.
019500     MOVE ZEROES TO COMPANY-AMOUNT (HOUR-SUB)
019600                    COMPANY-COUNT (HOUR-SUB).
019700
019800*---------------------------------
019900* One pass of the hourly
020000* aggregate file, each date
020100* placed by the retail calendar.
020200* A date with no calendar record
020300* is outside the built years and
020400* simply passes by.
020500*---------------------------------
020600 TALLY-HOURLY-FILE.
020700     MOVE "N" TO HAGG-FILE-AT-END.
020800     MOVE ZEROES TO HAGG-KEY.
020900     START HOURLY-AGG-FILE KEY NOT < HAGG-KEY
021000         INVALID KEY
021100         MOVE "Y" TO HAGG-FILE-AT-END.
021200     PERFORM TALLY-NEXT-HOUR
021300         UNTIL HAGG-FILE-AT-END = "Y".
021400
021500 TALLY-NEXT-HOUR.
021600     READ HOURLY-AGG-FILE NEXT RECORD
021700         AT END MOVE "Y" TO HAGG-FILE-AT-END.
021800     IF HAGG-FILE-AT-END NOT = "Y"
021900        AND HAGG-STORE > ZEROES
022000        AND HAGG-HOUR < 24
022100         PERFORM PLACE-THIS-HOUR.
022200
022300 PLACE-THIS-HOUR.
022400     IF HAGG-DATE NOT = LAST-PLACED-DATE
022500         PERFORM PLACE-THIS-DATE.
022600     IF DATE-IN-WEEK = "Y"
022700         MOVE HAGG-STORE TO STORE-SUB
022800         COMPUTE HOUR-SUB = HAGG-HOUR + 1
022900         PERFORM BUCKET-THIS-HOUR.
023000
023100 PLACE-THIS-DATE.
023200     MOVE HAGG-DATE TO LAST-PLACED-DATE.
023300     MOVE HAGG-DATE TO RCAL-DATE.
023400     MOVE "Y" TO RCAL-RECORD-FOUND.
023500     READ RETAIL-CAL-FILE RECORD
023600         INVALID KEY
023700         MOVE "N" TO RCAL-RECORD-FOUND.
023800     MOVE "N" TO DATE-IN-WEEK.
023900     IF RCAL-RECORD-FOUND = "Y"
024000        AND RCAL-FISC-YEAR = REPORT-FISC-YEAR
024100        AND RCAL-FISC-WEEK = REPORT-FISC-WEEK
024200         MOVE "Y" TO DATE-IN-WEEK.
024300
024400 BUCKET-THIS-HOUR.
024500     ADD HAGG-AMOUNT TO HEAT-AMOUNT (STORE-SUB HOUR-SUB).
024600     ADD HAGG-TRAN-COUNT TO HEAT-COUNT (STORE-SUB HOUR-SUB).
024700     ADD HAGG-AMOUNT TO STORE-WEEK-AMOUNT (STORE-SUB).
024800     MOVE "Y" TO STORE-HAS-DATA (STORE-SUB).
024900     ADD HAGG-AMOUNT TO COMPANY-AMOUNT (HOUR-SUB).
025000     ADD HAGG-TRAN-COUNT TO COMPANY-COUNT (HOUR-SUB).
025100     ADD HAGG-AMOUNT TO COMPANY-WEEK-AMOUNT.
025200
025300 PRINT-THE-MAPS.
025400     MOVE REPORT-FISC-YEAR TO PRINT-FISC-YEAR.
025500     MOVE REPORT-FISC-WEEK TO PRINT-FISC-WEEK.
025600     MOVE TITLE-LINE TO PRINTER-RECORD.
025700     PERFORM WRITE-TO-PRINTER.
025800     PERFORM SET-HOUR-COLUMNS
025900         VARYING HOUR-SUB FROM 1 BY 1
026000         UNTIL HOUR-SUB > 24.
026100     MOVE "PCT OF STORE WEEK SALES BY HOUR"
026200         TO PRINT-MAP-TITLE.
026300     PERFORM PRINT-MAP-HEADINGS.
026400     PERFORM PRINT-ONE-SHARE-ROW
026500         VARYING STORE-SUB FROM 1 BY 1
026600         UNTIL STORE-SUB > 99.
026700     PERFORM PRINT-COMPANY-SHARE-ROW.
026800     MOVE "AVERAGE CUSTOMERS PER DAY BY HOUR"
026900         TO PRINT-MAP-TITLE.
027000     PERFORM PRINT-MAP-HEADINGS.
027100     PERFORM PRINT-ONE-CUSTOMER-ROW
027200         VARYING STORE-SUB FROM 1 BY 1
027300         UNTIL STORE-SUB > 99.
027400     PERFORM PRINT-COMPANY-CUSTOMER-ROW.
027500
027600 SET-HOUR-COLUMNS.
027700     COMPUTE PRINT-HOUR-COLUMN (HOUR-SUB) = HOUR-SUB - 1.
027800
027900 PRINT-MAP-HEADINGS.
028000     PERFORM LINE-FEED.
028100     MOVE MAP-TITLE-LINE TO PRINTER-RECORD.
028200     PERFORM WRITE-TO-PRINTER.
028300     PERFORM LINE-FEED.
028400     MOVE HOUR-COLUMN-LINE TO PRINTER-RECORD.
028500     PERFORM WRITE-TO-PRINTER.
028600
028700*---------------------------------
028800* Share of the store's week, to
028900* the nearest whole percent.
029000*---------------------------------
029100 PRINT-ONE-SHARE-ROW.
029200     IF STORE-HAS-DATA (STORE-SUB) = "Y"
029300         MOVE SPACE TO PRINT-HEAT-LABEL
029400         MOVE STORE-SUB TO PRINT-HEAT-STORE
029500         PERFORM SET-ONE-SHARE-CELL
029600             VARYING HOUR-SUB FROM 1 BY 1
029700             UNTIL HOUR-SUB > 24
029800         MOVE HEAT-LINE TO PRINTER-RECORD
029900         PERFORM WRITE-TO-PRINTER.
030000
030100 SET-ONE-SHARE-CELL.
030200     IF STORE-WEEK-AMOUNT (STORE-SUB) = ZEROES
030300         MOVE ZEROES TO PCT-OF-WEEK
030400     ELSE
030500         COMPUTE PCT-OF-WEEK ROUNDED =
030600             (HEAT-AMOUNT (STORE-SUB HOUR-SUB)
030700              / STORE-WEEK-AMOUNT (STORE-SUB)) * 100.
030800     MOVE PCT-OF-WEEK TO PRINT-HEAT-CELL (HOUR-SUB).
030900
031000 PRINT-COMPANY-SHARE-ROW.
031100     MOVE "ALL" TO PRINT-HEAT-LABEL.
031200     PERFORM SET-COMPANY-SHARE-CELL
031300         VARYING HOUR-SUB FROM 1 BY 1
031400         UNTIL HOUR-SUB > 24.
031500     MOVE HEAT-LINE TO PRINTER-RECORD.
031600     PERFORM WRITE-TO-PRINTER.
031700
031800 SET-COMPANY-SHARE-CELL.
031900     IF COMPANY-WEEK-AMOUNT = ZEROES
032000         MOVE ZEROES TO PCT-OF-WEEK
032100     ELSE
032200         COMPUTE PCT-OF-WEEK ROUNDED =
032300             (COMPANY-AMOUNT (HOUR-SUB)
032400              / COMPANY-WEEK-AMOUNT) * 100.
032500     MOVE PCT-OF-WEEK TO PRINT-HEAT-CELL (HOUR-SUB).
032600
032700 PRINT-ONE-CUSTOMER-ROW.
032800     IF STORE-HAS-DATA (STORE-SUB) = "Y"
032900         MOVE SPACE TO PRINT-HEAT-LABEL
033000         MOVE STORE-SUB TO PRINT-HEAT-STORE
033100         PERFORM SET-ONE-CUSTOMER-CELL
033200             VARYING HOUR-SUB FROM 1 BY 1
033300             UNTIL HOUR-SUB > 24
033400         MOVE HEAT-LINE TO PRINTER-RECORD
033500         PERFORM WRITE-TO-PRINTER.
033600
033700 SET-ONE-CUSTOMER-CELL.
033800     COMPUTE CUSTOMERS-PER-DAY ROUNDED =
033900         HEAT-COUNT (STORE-SUB HOUR-SUB) / DAYS-IN-WEEK.
034000     MOVE CUSTOMERS-PER-DAY TO PRINT-HEAT-CELL (HOUR-SUB).
034100
034200 PRINT-COMPANY-CUSTOMER-ROW.
034300     MOVE "ALL" TO PRINT-HEAT-LABEL.
034400     PERFORM SET-COMPANY-CUSTOMER-CELL
034500         VARYING HOUR-SUB FROM 1 BY 1
034600         UNTIL HOUR-SUB > 24.
034700     MOVE HEAT-LINE TO PRINTER-RECORD.
034800     PERFORM WRITE-TO-PRINTER.
034900
035000 SET-COMPANY-CUSTOMER-CELL.
035100     COMPUTE CUSTOMERS-PER-DAY ROUNDED =
035200         COMPANY-COUNT (HOUR-SUB) / DAYS-IN-WEEK.
035300     MOVE CUSTOMERS-PER-DAY TO PRINT-HEAT-CELL (HOUR-SUB).
035400
035500 WRITE-TO-PRINTER.
035600     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
035700     ADD 1 TO LINE-COUNT.
035800
035900 LINE-FEED.
036000     MOVE SPACE TO PRINTER-RECORD.
036100     PERFORM WRITE-TO-PRINTER.
036200
036300 FORM-FEED.
036400     MOVE SPACE TO PRINTER-RECORD.
036500     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SLSDPT01.
000300*---------------------------------
000400* Hourly daypart sales report.
000500*
000600* One page off the hourly
000700* aggregate file for a day:
000800* sales, customer transactions,
000900* average ticket and the hour's
001000* share of the day's sales for
001100* each hour band, against the
001200* trailing four-week average for
001300* the same weekday and hour, as
001400* the morning flash compares
001500* days. For one store or for
001600* all stores together.
001700*
001800* A zero date means the day the
001900* nightly roll has aggregated
002000* through. Hour 99 collects
002100* sales from registers that did
002200* not say the hour and prints
002300* as NO HR.
002400*---------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800
002900     COPY "SLSHAG.CBL".
003000
003100     COPY "SLAGCTL.CBL".
003200
003300     COPY "SLSTORE.CBL".
003400
003500     SELECT PRINTER-FILE
003600         ASSIGN TO PRINTER
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100
004200     COPY "FDSHAG.CBL".
004300
004400     COPY "FDAGCTL.CBL".
004500
004600     COPY "FDSTORE.CBL".
004700
004800 FD  PRINTER-FILE
004900     LABEL RECORDS ARE OMITTED.
005000 01  PRINTER-RECORD             PIC X(90).
005100
005200 WORKING-STORAGE SECTION.
005300
005400 77  HAGG-FILE-AT-END        PIC X.
005500 77  AGCTL-AT-END            PIC X.
005600 77  STORE-RECORD-FOUND      PIC X.
005700
005800 77  REPORT-STORE            PIC 9(2).
005900 77  REPORT-DATE             PIC 9(8).
006000 77  REPORT-ANSI             PIC 9(7).
006100 77  PRIOR-DATE-1            PIC 9(8).
006200 77  PRIOR-DATE-2            PIC 9(8).
006300 77  PRIOR-DATE-3            PIC 9(8).
006400 77  PRIOR-DATE-4            PIC 9(8).
006500
006600*---------------------------------
006700* Accumulators per hour band.
006800* Entries 1-24 are hours 00-23;
006900* entry 25 is hour 99, not known.
007000*---------------------------------
007100 77  HOUR-SUB                PIC 99.
007200 01  DAYPART-TABLE.
007300     05  DAYPART-ENTRY OCCURS 25 TIMES.
007400         10  DAY-AMOUNT          PIC S9(8)V99.
007500         10  DAY-COUNT           PIC 9(7).
007600         10  PRIOR4-AMOUNT       PIC S9(9)V99.
007700         10  PRIOR4-COUNT        PIC 9(8).
007800         10  HOUR-HAS-DATA       PIC X.
007900
008000 77  DAY-TOTAL-AMOUNT        PIC S9(9)V99 VALUE ZEROES.
008100 77  DAY-TOTAL-COUNT         PIC 9(8)     VALUE ZEROES.
008200 77  PRIOR4-TOTAL-AMOUNT     PIC S9(9)V99 VALUE ZEROES.
008300 77  PRIOR4-TOTAL-COUNT      PIC 9(8)     VALUE ZEROES.
008400 77  PRIOR4-AVERAGE          PIC S9(8)V99.
008500 77  PRIOR4-AVG-COUNT        PIC 9(7).
008600 77  AVERAGE-TICKET          PIC S9(6)V99.
008700 77  PCT-OF-DAY              PIC S9(3)V9.
008800 77  PCT-CHANGE              PIC S9(4)V9.
008900
009000 01  HOUR-LABEL-WORK.
009100     05  HOUR-LABEL-HOUR     PIC 99.
009200     05  FILLER              PIC X(3)  VALUE ":00".
009300
009400 01  DETAIL-LINE.
009500     05  PRINT-HOUR-LABEL  PIC X(7).
009600     05  PRINT-DAY-AMT     PIC Z,ZZZ,ZZ9.99-.
009700     05  PRINT-DAY-COUNT   PIC ZZZZ,ZZ9.
009800     05  PRINT-AVG-TICKET  PIC ZZZ,ZZ9.99-.
009900     05  PRINT-PCT-OF-DAY  PIC ZZZ9.9-.
010000     05  FILLER            PIC X(1)  VALUE SPACE.
010100     05  PRINT-AVG4-AMT    PIC Z,ZZZ,ZZ9.99-.
010200     05  PRINT-AVG4-PCT    PIC ZZZ9.9-.
010300     05  PRINT-AVG4-COUNT  PIC ZZZZ,ZZ9.
010400
010500 01  COLUMN-LINE.
010600     05  FILLER         PIC X(7)  VALUE "HOUR".
010700     05  FILLER         PIC X(13) VALUE "        SALES".
010800     05  FILLER         PIC X(8)  VALUE "   TRANS".
010900     05  FILLER         PIC X(11) VALUE " AVG TICKET".
011000     05  FILLER         PIC X(8)  VALUE " PCT DAY".
011100     05  FILLER         PIC X(13) VALUE "     4-WK AVG".
011200     05  FILLER         PIC X(7)  VALUE "   PCT".
011300     05  FILLER         PIC X(8)  VALUE " 4WK TRN".
011400
011500 01  TITLE-LINE.
011600     05  FILLER              PIC X(8)  VALUE SPACE.
011700     05  FILLER              PIC X(20)
011800         VALUE "DAYPART SALES FOR  ".
011900     05  PRINT-TITLE-DATE    PIC 9(8).
012000     05  FILLER              PIC X(2)  VALUE SPACE.
012100     05  PRINT-TITLE-STORE   PIC X(30).
012200
012300 01  STORE-TITLE-WORK.
012400     05  FILLER              PIC X(6)  VALUE "STORE ".
012500     05  STORE-TITLE-NUMBER  PIC Z9.
012600     05  FILLER              PIC X(1)  VALUE SPACE.
012700     05  STORE-TITLE-NAME    PIC X(21).
012800
012900     COPY "WSCASE01.CBL".
013000
013100     COPY "WSDATE01.CBL".
013200
013300 77  LINE-COUNT              PIC 999   VALUE ZERO.
013400
013500 PROCEDURE DIVISION.
013600 PROGRAM-BEGIN.
013700     PERFORM OPENING-PROCEDURE.
013800     PERFORM MAIN-PROCESS.
013900     PERFORM CLOSING-PROCEDURE.
014000
014100 PROGRAM-EXIT.
014200     EXIT PROGRAM.
014300
014400 PROGRAM-DONE.
014500     STOP RUN.
014600
014700 OPENING-PROCEDURE.
014800     OPEN I-O HOURLY-AGG-FILE.
014900     OPEN I-O STORE-FILE.
015000     OPEN OUTPUT PRINTER-FILE.
015100
015200 CLOSING-PROCEDURE.
015300     CLOSE HOURLY-AGG-FILE.
015400     CLOSE STORE-FILE.
015500     PERFORM FORM-FEED.
015600     CLOSE PRINTER-FILE.
015700
015800 MAIN-PROCESS.
015900     PERFORM GET-REPORT-OPTIONS.
016000     PERFORM COMPUTE-COMPARE-DATES.
016100     PERFORM INIT-DAYPART-TABLE.
016200     PERFORM TALLY-HOURLY-FILE.
016300     PERFORM PRINT-THE-DAYPARTS.
016400
016500 GET-REPORT-OPTIONS.
016600     DISPLAY "ENTER STORE NUMBER (0 FOR ALL)".
016700     ACCEPT REPORT-STORE.
016800     DISPLAY "REPORT DATE - 0 FOR THE LAST DAY ROLLED".
016900     MOVE "Y" TO ZERO-DATE-IS-OK.
017000     MOVE "ENTER DATE (MM/DD/CCYY)" TO DATE-PROMPT.
017100     PERFORM GET-A-DATE.
017200     MOVE DATE-CCYYMMDD TO REPORT-DATE.
017300     IF REPORT-DATE = ZEROES
017400         PERFORM GET-LAST-ROLLED-DATE.
017500
017600*---------------------------------
017700* Wherever the nightly roll has
017800* aggregated through; with no
017900* control record it falls back
018000* to yesterday.
018100*---------------------------------
018200 GET-LAST-ROLLED-DATE.
018300     MOVE ZEROES TO AGCTL-LAST-AGG-DATE.
018400     OPEN INPUT AGCTL-FILE.
018500     MOVE "N" TO AGCTL-AT-END.
018600     READ AGCTL-FILE
018700         AT END MOVE "Y" TO AGCTL-AT-END.
018800     CLOSE AGCTL-FILE.
018900     IF AGCTL-AT-END = "Y"
019000        OR AGCTL-LAST-AGG-DATE = ZEROES
019100         COMPUTE REPORT-ANSI = FUNCTION INTEGER-OF-DATE
019200             (FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
019300             - 1
019400         COMPUTE REPORT-DATE =
019500             FUNCTION DATE-OF-INTEGER(REPORT-ANSI)
019600     ELSE
019700         MOVE AGCTL-LAST-AGG-DATE TO REPORT-DATE.
019800
019900 COMPUTE-COMPARE-DATES.
020000     COMPUTE REPORT-ANSI =
020100         FUNCTION INTEGER-OF-DATE(REPORT-DATE).
020200     COMPUTE PRIOR-DATE-1 =
020300         FUNCTION DATE-OF-INTEGER(REPORT-ANSI - 7).
020400     COMPUTE PRIOR-DATE-2 =
020500         FUNCTION DATE-OF-INTEGER(REPORT-ANSI - 14).
020600     COMPUTE PRIOR-DATE-3 =
020700         FUNCTION DATE-OF-INTEGER(REPORT-ANSI - 21).
020800     COMPUTE PRIOR-DATE-4 =
020900         FUNCTION DATE-OF-INTEGER(REPORT-ANSI - 28).
021000
021100 INIT-DAYPART-TABLE.
021200     PERFORM INIT-ONE-DAYPART-ENTRY
021300         VARYING HOUR-SUB FROM 1 BY 1
021400         UNTIL HOUR-SUB > 25.
021500
021600 INIT-ONE-DAYPART-ENTRY.
021700     MOVE ZEROES TO DAY-AMOUNT (HOUR-SUB)
021800                    DAY-COUNT (HOUR-SUB)
021900                    PRIOR4-AMOUNT (HOUR-SUB)
022000                    PRIOR4-COUNT (HOUR-SUB).
022100     MOVE "N" TO HOUR-HAS-DATA (HOUR-SUB).
022200
022300*---------------------------------
022400* One pass of the hourly
022500* aggregate file, adding each
022600* record for the store asked
022700* for into its hour band.
022800*---------------------------------
022900 TALLY-HOURLY-FILE.
023000     MOVE "N" TO HAGG-FILE-AT-END.
023100     MOVE ZEROES TO HAGG-KEY.
023200     START HOURLY-AGG-FILE KEY NOT < HAGG-KEY
023300         INVALID KEY
023400         MOVE "Y" TO HAGG-FILE-AT-END.
023500     PERFORM TALLY-NEXT-HOUR
023600         UNTIL HAGG-FILE-AT-END = "Y".
023700
023800 TALLY-NEXT-HOUR.
023900     READ HOURLY-AGG-FILE NEXT RECORD
024000         AT END MOVE "Y" TO HAGG-FILE-AT-END.
024100     IF HAGG-FILE-AT-END NOT = "Y"
024200        AND HAGG-STORE > ZEROES
024300         IF REPORT-STORE = ZEROES
024400            OR HAGG-STORE = REPORT-STORE
024500             PERFORM BUCKET-THIS-HOUR.
024600
024700 BUCKET-THIS-HOUR.
024800     IF HAGG-HOUR > 23
024900         MOVE 25 TO HOUR-SUB
025000     ELSE
025100         COMPUTE HOUR-SUB = HAGG-HOUR + 1.
025200     IF HAGG-DATE = REPORT-DATE
025300         ADD HAGG-AMOUNT TO DAY-AMOUNT (HOUR-SUB)
025400         ADD HAGG-TRAN-COUNT TO DAY-COUNT (HOUR-SUB)
025500         MOVE "Y" TO HOUR-HAS-DATA (HOUR-SUB).
025600     IF HAGG-DATE = PRIOR-DATE-1
025700        OR HAGG-DATE = PRIOR-DATE-2
025800        OR HAGG-DATE = PRIOR-DATE-3
025900        OR HAGG-DATE = PRIOR-DATE-4
026000         ADD HAGG-AMOUNT TO PRIOR4-AMOUNT (HOUR-SUB)
026100         ADD HAGG-TRAN-COUNT TO PRIOR4-COUNT (HOUR-SUB)
026200         MOVE "Y" TO HOUR-HAS-DATA (HOUR-SUB).
026300
026400 PRINT-THE-DAYPARTS.
026500     PERFORM SUM-THE-DAY.
026600     MOVE REPORT-DATE TO PRINT-TITLE-DATE.
026700     PERFORM SET-TITLE-STORE.
026800     MOVE TITLE-LINE TO PRINTER-RECORD.
026900     PERFORM WRITE-TO-PRINTER.
027000     PERFORM LINE-FEED.
027100     MOVE COLUMN-LINE TO PRINTER-RECORD.
027200     PERFORM WRITE-TO-PRINTER.
027300     PERFORM LINE-FEED.
027400     PERFORM PRINT-ONE-HOUR
027500         VARYING HOUR-SUB FROM 1 BY 1
027600         UNTIL HOUR-SUB > 25.
027700     PERFORM PRINT-DAY-TOTAL.
027800
027900 SET-TITLE-STORE.
028000     IF REPORT-STORE = ZEROES
028100         MOVE "ALL STORES" TO PRINT-TITLE-STORE
028200     ELSE
028300         MOVE REPORT-STORE TO STORE-TITLE-NUMBER
028400         PERFORM LOOK-UP-STORE-NAME
028500         MOVE STORE-TITLE-WORK TO PRINT-TITLE-STORE.
028600
028700*---------------------------------
028800* The day's totals come first -
028900* each hour's share is of the
029000* whole day.
029100*---------------------------------
029200 SUM-THE-DAY.
029300     PERFORM SUM-ONE-HOUR
029400         VARYING HOUR-SUB FROM 1 BY 1
029500         UNTIL HOUR-SUB > 25.
029600
029700 SUM-ONE-HOUR.
029800     ADD DAY-AMOUNT (HOUR-SUB) TO DAY-TOTAL-AMOUNT.
029900     ADD DAY-COUNT (HOUR-SUB) TO DAY-TOTAL-COUNT.
030000     ADD PRIOR4-AMOUNT (HOUR-SUB) TO PRIOR4-TOTAL-AMOUNT.
030100     ADD PRIOR4-COUNT (HOUR-SUB) TO PRIOR4-TOTAL-COUNT.
030200
030300 PRINT-ONE-HOUR.
030400     IF HOUR-HAS-DATA (HOUR-SUB) = "Y"
030500         PERFORM PRINT-THIS-HOUR-LINE.
030600
030700 PRINT-THIS-HOUR-LINE.
030800     PERFORM SET-HOUR-LABEL.
030900     MOVE DAY-AMOUNT (HOUR-SUB) TO PRINT-DAY-AMT.
031000     MOVE DAY-COUNT (HOUR-SUB) TO PRINT-DAY-COUNT.
031100     IF DAY-COUNT (HOUR-SUB) = ZEROES
031200         MOVE ZEROES TO PRINT-AVG-TICKET
031300     ELSE
031400         COMPUTE AVERAGE-TICKET ROUNDED =
031500             DAY-AMOUNT (HOUR-SUB) / DAY-COUNT (HOUR-SUB)
031600         MOVE AVERAGE-TICKET TO PRINT-AVG-TICKET.
031700     IF DAY-TOTAL-AMOUNT = ZEROES
031800         MOVE ZEROES TO PRINT-PCT-OF-DAY
031900     ELSE
032000         COMPUTE PCT-OF-DAY ROUNDED =
032100             (DAY-AMOUNT (HOUR-SUB) / DAY-TOTAL-AMOUNT) * 100
032200         MOVE PCT-OF-DAY TO PRINT-PCT-OF-DAY.
032300     COMPUTE PRIOR4-AVERAGE ROUNDED =
032400         PRIOR4-AMOUNT (HOUR-SUB) / 4.
032500     MOVE PRIOR4-AVERAGE TO PRINT-AVG4-AMT.
032600     IF PRIOR4-AVERAGE = ZEROES
032700         MOVE ZEROES TO PRINT-AVG4-PCT
032800     ELSE
032900         COMPUTE PCT-CHANGE ROUNDED =
033000             ((DAY-AMOUNT (HOUR-SUB) - PRIOR4-AVERAGE)
033100              / PRIOR4-AVERAGE) * 100
033200         MOVE PCT-CHANGE TO PRINT-AVG4-PCT.
033300     COMPUTE PRIOR4-AVG-COUNT ROUNDED =
033400         PRIOR4-COUNT (HOUR-SUB) / 4.
033500     MOVE PRIOR4-AVG-COUNT TO PRINT-AVG4-COUNT.
033600     MOVE DETAIL-LINE TO PRINTER-RECORD.
033700     PERFORM WRITE-TO-PRINTER.
033800
033900 SET-HOUR-LABEL.
034000     IF HOUR-SUB > 24
034100         MOVE "NO HR" TO PRINT-HOUR-LABEL
034200     ELSE
034300         COMPUTE HOUR-LABEL-HOUR = HOUR-SUB - 1
034400         MOVE HOUR-LABEL-WORK TO PRINT-HOUR-LABEL.
034500
034600 PRINT-DAY-TOTAL.
034700     PERFORM LINE-FEED.
034800     MOVE "TOTAL" TO PRINT-HOUR-LABEL.
034900     MOVE DAY-TOTAL-AMOUNT TO PRINT-DAY-AMT.
035000     MOVE DAY-TOTAL-COUNT TO PRINT-DAY-COUNT.
035100     IF DAY-TOTAL-COUNT = ZEROES
035200         MOVE ZEROES TO PRINT-AVG-TICKET
035300     ELSE
035400         COMPUTE AVERAGE-TICKET ROUNDED =
035500             DAY-TOTAL-AMOUNT / DAY-TOTAL-COUNT
035600         MOVE AVERAGE-TICKET TO PRINT-AVG-TICKET.
035700     IF DAY-TOTAL-AMOUNT = ZEROES
035800         MOVE ZEROES TO PRINT-PCT-OF-DAY
035900     ELSE
036000         MOVE 100 TO PRINT-PCT-OF-DAY.
036100     COMPUTE PRIOR4-AVERAGE ROUNDED = PRIOR4-TOTAL-AMOUNT / 4.
036200     MOVE PRIOR4-AVERAGE TO PRINT-AVG4-AMT.
036300     IF PRIOR4-AVERAGE = ZEROES
036400         MOVE ZEROES TO PRINT-AVG4-PCT
036500     ELSE
036600         COMPUTE PCT-CHANGE ROUNDED =
036700             ((DAY-TOTAL-AMOUNT - PRIOR4-AVERAGE)
036800              / PRIOR4-AVERAGE) * 100
036900         MOVE PCT-CHANGE TO PRINT-AVG4-PCT.
037000     COMPUTE PRIOR4-AVG-COUNT ROUNDED = PRIOR4-TOTAL-COUNT / 4.
037100     MOVE PRIOR4-AVG-COUNT TO PRINT-AVG4-COUNT.
037200     MOVE DETAIL-LINE TO PRINTER-RECORD.
037300     PERFORM WRITE-TO-PRINTER.
037400
037500 LOOK-UP-STORE-NAME.
037600     MOVE REPORT-STORE TO STORE-CODE.
037700     MOVE "Y" TO STORE-RECORD-FOUND.
037800     READ STORE-FILE RECORD
037900         INVALID KEY
038000         MOVE "N" TO STORE-RECORD-FOUND.
038100     IF STORE-RECORD-FOUND = "Y"
038200         MOVE STORE-NAME TO STORE-TITLE-NAME
038300     ELSE
038400         MOVE SPACE TO STORE-TITLE-NAME.
038500
038600 WRITE-TO-PRINTER.
038700     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
038800     ADD 1 TO LINE-COUNT.
038900
039000 LINE-FEED.
039100     MOVE SPACE TO PRINTER-RECORD.
039200     PERFORM WRITE-TO-PRINTER.
039300
039400 FORM-FEED.
039500     MOVE SPACE TO PRINTER-RECORD.
039600     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
039700
039800*---------------------------------
039900* Utility routines.
040000*---------------------------------
040100     COPY "PLDATE01.CBL".

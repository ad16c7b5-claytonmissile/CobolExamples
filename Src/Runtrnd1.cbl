000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RUNTRND1.
000300*---------------------------------
000400* Nightly batch run trend.
000500*
000600* Lists every leg of APBATCH1
000700* night by night from the run
000800* history (APRUNHST) over the
000900* last 90 nights, or as many
001000* as entered - start and end
001100* times, seconds taken, the
001200* count handed back and the
001300* journal dollars - one page
001400* per leg. Each leg ends with
001500* its averages and the average
001600* time of the earlier half of
001700* the window against the later
001800* half, so a check run that is
001900* getting slower shows up on
002000* paper before it runs into
002100* the bank's deadline.
002200*---------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600
002700     COPY "SLBHST.CBL".
002800
002900     SELECT PRINTER-FILE
003000         ASSIGN TO PRINTER
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
003500
003600     COPY "FDBHST.CBL".
003700
003800 FD  PRINTER-FILE
003900     LABEL RECORDS ARE OMITTED.
004000 01  PRINTER-RECORD             PIC X(90).
004100
004200 WORKING-STORAGE SECTION.
004300
004400 77  HIST-FILE-AT-END        PIC X.
004500 77  FILTER-LEG              PIC X(8).
004600 77  WINDOW-NIGHTS           PIC 9(3).
004700 77  WINDOW-NIGHTS-FIELD     PIC ZZ9.
004800 77  WINDOW-DAY-NUMBER       PIC 9(7).
004900 77  WINDOW-START            PIC 9(8).
005000 77  RUN-TODAY               PIC 9(8).
005100
005200*---------------------------------
005300* One entry per leg found in
005400* the window, in the order the
005500* legs first appear.
005600*---------------------------------
005700 77  LEG-SUB                 PIC 9(2).
005800 77  LEG-COUNT               PIC 9(2)  VALUE ZERO.
005900 01  LEG-TABLE.
006000     05  LEG-ENTRY OCCURS 30 TIMES.
006100         10  LEG-NAME        PIC X(8).
006200         10  LEG-NIGHTS      PIC 9(5).
006300
006400 77  REPORT-LEG              PIC X(8).
006500 77  REPORT-LEG-NIGHTS       PIC 9(5).
006600 77  LEG-POSITION            PIC 9(5).
006700 77  EARLY-NIGHTS            PIC 9(5).
006800 77  LATE-NIGHTS             PIC 9(5).
006900 77  EARLY-SECONDS           PIC 9(9).
007000 77  LATE-SECONDS            PIC 9(9).
007100 77  TOTAL-SECONDS           PIC 9(9).
007200 77  LONGEST-SECONDS         PIC 9(5).
007300 77  TOTAL-COUNT             PIC 9(11).
007400 77  EARLY-AVERAGE           PIC 9(5).
007500 77  LATE-AVERAGE            PIC 9(5).
007600 77  CHANGE-PERCENT          PIC S9(5).
007700 77  SLOWER-PERCENT          PIC 9(3)  VALUE 20.
007800
007900 01  DAY-NAMES-DATA          PIC X(21)
008000     VALUE "MONTUEWEDTHUFRISATSUN".
008100 01  DAY-NAMES REDEFINES DAY-NAMES-DATA.
008200     05  DAY-NAME            PIC X(3) OCCURS 7 TIMES.
008300
008400 01  TIME-WORK               PIC 9(6).
008500 01  TIME-WORK-FIELDS REDEFINES TIME-WORK.
008600     05  TIME-WORK-HH        PIC 9(2).
008700     05  TIME-WORK-MM        PIC 9(2).
008800     05  TIME-WORK-SS        PIC 9(2).
008900
009000 01  TITLE-LINE.
009100     05  FILLER              PIC X(20) VALUE SPACE.
009200     05  FILLER              PIC X(29)
009300         VALUE "NIGHTLY BATCH RUN TREND - LEG".
009400     05  FILLER              PIC X(1)  VALUE SPACE.
009500     05  PRINT-TITLE-LEG     PIC X(8).
009600     05  FILLER              PIC X(7)  VALUE " - LAST".
009700     05  PRINT-TITLE-NIGHTS  PIC ZZZ9.
009800     05  FILLER              PIC X(7)  VALUE " NIGHTS".
009900
010000 01  COLUMN-LINE.
010100     05  FILLER         PIC X(10) VALUE "RUN DATE".
010200     05  FILLER         PIC X(8)  VALUE " DAY".
010300     05  FILLER         PIC X(9)  VALUE "   START".
010400     05  FILLER         PIC X(9)  VALUE "     END".
010500     05  FILLER         PIC X(6)  VALUE "  SECS".
010600     05  FILLER         PIC X(8)  VALUE "   COUNT".
010700     05  FILLER         PIC X(16) VALUE "          DEBITS".
010800     05  FILLER         PIC X(16) VALUE "         CREDITS".
010900
011000 01  DETAIL-LINE.
011100     05  PRINT-RUN-DATE      PIC Z9/99/9999.
011200     05  FILLER              PIC X(1)  VALUE SPACE.
011300     05  PRINT-DAY           PIC X(3).
011400     05  FILLER              PIC X(1)  VALUE SPACE.
011500     05  PRINT-MONTH-END     PIC X(2).
011600     05  FILLER              PIC X(1)  VALUE SPACE.
011700     05  PRINT-START-HH      PIC 9(2).
011800     05  FILLER              PIC X(1)  VALUE ":".
011900     05  PRINT-START-MM      PIC 9(2).
012000     05  FILLER              PIC X(1)  VALUE ":".
012100     05  PRINT-START-SS      PIC 9(2).
012200     05  FILLER              PIC X(1)  VALUE SPACE.
012300     05  PRINT-END-HH        PIC 9(2).
012400     05  FILLER              PIC X(1)  VALUE ":".
012500     05  PRINT-END-MM        PIC 9(2).
012600     05  FILLER              PIC X(1)  VALUE ":".
012700     05  PRINT-END-SS        PIC 9(2).
012800     05  FILLER              PIC X(1)  VALUE SPACE.
012900     05  PRINT-SECONDS       PIC ZZZZ9.
013000     05  FILLER              PIC X(1)  VALUE SPACE.
013100     05  PRINT-COUNT         PIC ZZZZZZ9.
013200     05  FILLER              PIC X(1)  VALUE SPACE.
013300     05  PRINT-DEBITS        PIC ZZZ,ZZZ,ZZ9.99-.
013400     05  FILLER              PIC X(1)  VALUE SPACE.
013500     05  PRINT-CREDITS       PIC ZZZ,ZZZ,ZZ9.99-.
013600
013700 01  AVERAGE-LINE.
013800     05  FILLER              PIC X(8)  VALUE "NIGHTS:".
013900     05  PRINT-NIGHTS        PIC ZZZZ9.
014000     05  FILLER              PIC X(16)
014100         VALUE "   AVERAGE SECS:".
014200     05  PRINT-AVG-SECONDS   PIC ZZZZ9.
014300     05  FILLER              PIC X(11) VALUE "   LONGEST:".
014400     05  PRINT-LONGEST       PIC ZZZZ9.
014500     05  FILLER              PIC X(17)
014600         VALUE "   AVERAGE COUNT:".
014700     05  PRINT-AVG-COUNT     PIC ZZZZZZ9.
014800
014900 01  TREND-LINE.
015000     05  FILLER              PIC X(23)
015100         VALUE "EARLIER HALF AVG SECS:".
015200     05  PRINT-EARLY-AVG     PIC ZZZZ9.
015300     05  FILLER              PIC X(14) VALUE "   LATER HALF:".
015400     05  PRINT-LATE-AVG      PIC ZZZZ9.
015500     05  FILLER              PIC X(10) VALUE "   CHANGE:".
015600     05  PRINT-CHANGE        PIC ++++9.
015700     05  FILLER              PIC X(1)  VALUE "%".
015800     05  FILLER              PIC X(2)  VALUE SPACE.
015900     05  PRINT-SLOWER        PIC X(20).
016000
016100     COPY "WSCASE01.CBL".
016200
016300     COPY "WSDATE01.CBL".
016400
016500 77  LINE-COUNT              PIC 999   VALUE ZERO.
016600 77  MAXIMUM-LINES           PIC 999   VALUE 55.
016700
016800 PROCEDURE DIVISION.
016900 PROGRAM-BEGIN.
017000     PERFORM OPENING-PROCEDURE.
017100     PERFORM MAIN-PROCESS.
017200     PERFORM CLOSING-PROCEDURE.
017300
017400 PROGRAM-EXIT.
017500     EXIT PROGRAM.
017600
017700 PROGRAM-DONE.
017800     STOP RUN.
017900
018000 OPENING-PROCEDURE.
018100     OPEN OUTPUT PRINTER-FILE.
018200
018300 CLOSING-PROCEDURE.
018400     CLOSE PRINTER-FILE.
018500
018600 MAIN-PROCESS.
018700     PERFORM GET-REPORT-OPTIONS.
018800     PERFORM FIND-LEGS-IN-WINDOW.
018900     IF LEG-COUNT = ZERO
019000         MOVE "NO BATCH RUN HISTORY IN THE WINDOW"
019100             TO PRINTER-RECORD
019200         PERFORM WRITE-TO-PRINTER
019300     ELSE
019400         PERFORM PRINT-ONE-LEG
019500             VARYING LEG-SUB FROM 1 BY 1
019600             UNTIL LEG-SUB > LEG-COUNT.
019700
019800 GET-REPORT-OPTIONS.
019900     DISPLAY "ENTER LEG NAME (BLANK FOR ALL)".
020000     ACCEPT FILTER-LEG.
020100     INSPECT FILTER-LEG
020200       CONVERTING LOWER-ALPHA
020300       TO         UPPER-ALPHA.
020400     DISPLAY "ENTER NUMBER OF NIGHTS (0 FOR 90)".
020500     ACCEPT WINDOW-NIGHTS-FIELD.
020600     MOVE WINDOW-NIGHTS-FIELD TO WINDOW-NIGHTS.
020700     IF WINDOW-NIGHTS = ZERO
020800         MOVE 90 TO WINDOW-NIGHTS.
020900     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-TODAY.
021000     COMPUTE WINDOW-DAY-NUMBER =
021100         FUNCTION INTEGER-OF-DATE(RUN-TODAY) - WINDOW-NIGHTS.
021200     COMPUTE WINDOW-START =
021300         FUNCTION DATE-OF-INTEGER(WINDOW-DAY-NUMBER).
021400
021500*---------------------------------
021600* First pass: which legs ran in
021700* the window and on how many
021800* nights, so each leg's page
021900* can split its nights into an
022000* earlier and a later half.
022100*---------------------------------
022200 FIND-LEGS-IN-WINDOW.
022300     OPEN INPUT BATCH-HIST-FILE.
022400     MOVE "N" TO HIST-FILE-AT-END.
022500     PERFORM READ-NEXT-HISTORY.
022600     PERFORM NOTE-NEXT-LEG
022700         UNTIL HIST-FILE-AT-END = "Y".
022800     CLOSE BATCH-HIST-FILE.
022900
023000 NOTE-NEXT-LEG.
023100     IF BHST-RUN-DATE NOT < WINDOW-START
023200        AND (FILTER-LEG = SPACES
023300             OR BHST-LEG = FILTER-LEG)
023400         PERFORM NOTE-THIS-LEG.
023500     PERFORM READ-NEXT-HISTORY.
023600
023700 NOTE-THIS-LEG.
023800     MOVE 1 TO LEG-SUB.
023900     PERFORM BUMP-LEG-SUB
024000         UNTIL LEG-SUB > LEG-COUNT
024100            OR LEG-NAME (LEG-SUB) = BHST-LEG.
024200     IF LEG-SUB > LEG-COUNT
024300        AND LEG-COUNT < 30
024400         ADD 1 TO LEG-COUNT
024500         MOVE BHST-LEG TO LEG-NAME (LEG-COUNT)
024600         MOVE ZEROES TO LEG-NIGHTS (LEG-COUNT).
024700     IF LEG-SUB NOT > LEG-COUNT
024800         ADD 1 TO LEG-NIGHTS (LEG-SUB).
024900
025000 BUMP-LEG-SUB.
025100     ADD 1 TO LEG-SUB.
025200
025300*---------------------------------
025400* Second pass, once per leg.
025500*---------------------------------
025600 PRINT-ONE-LEG.
025700     MOVE LEG-NAME (LEG-SUB) TO REPORT-LEG.
025800     MOVE LEG-NIGHTS (LEG-SUB) TO REPORT-LEG-NIGHTS.
025900     MOVE ZEROES TO LEG-POSITION
026000                    EARLY-NIGHTS
026100                    LATE-NIGHTS
026200                    EARLY-SECONDS
026300                    LATE-SECONDS
026400                    TOTAL-SECONDS
026500                    LONGEST-SECONDS
026600                    TOTAL-COUNT.
026700     PERFORM START-LEG-PAGE.
026800     OPEN INPUT BATCH-HIST-FILE.
026900     MOVE "N" TO HIST-FILE-AT-END.
027000     PERFORM READ-NEXT-HISTORY.
027100     PERFORM PRINT-NEXT-NIGHT
027200         UNTIL HIST-FILE-AT-END = "Y".
027300     CLOSE BATCH-HIST-FILE.
027400     PERFORM PRINT-LEG-SUMMARY.
027500
027600 PRINT-NEXT-NIGHT.
027700     IF BHST-RUN-DATE NOT < WINDOW-START
027800        AND BHST-LEG = REPORT-LEG
027900         PERFORM PRINT-THIS-NIGHT.
028000     PERFORM READ-NEXT-HISTORY.
028100
028200 PRINT-THIS-NIGHT.
028300     ADD 1 TO LEG-POSITION.
028400     IF LEG-POSITION NOT > REPORT-LEG-NIGHTS / 2
028500         ADD 1 TO EARLY-NIGHTS
028600         ADD BHST-ELAPSED TO EARLY-SECONDS
028700     ELSE
028800         ADD 1 TO LATE-NIGHTS
028900         ADD BHST-ELAPSED TO LATE-SECONDS.
029000     ADD BHST-ELAPSED TO TOTAL-SECONDS.
029100     ADD BHST-COUNT TO TOTAL-COUNT.
029200     IF BHST-ELAPSED > LONGEST-SECONDS
029300         MOVE BHST-ELAPSED TO LONGEST-SECONDS.
029400     MOVE SPACE TO DETAIL-LINE.
029500     MOVE BHST-RUN-DATE TO DATE-CCYYMMDD.
029600     PERFORM CONVERT-TO-MMDDCCYY.
029700     MOVE DATE-MMDDCCYY TO PRINT-RUN-DATE.
029800     IF BHST-WEEKDAY > 0 AND BHST-WEEKDAY < 8
029900         MOVE DAY-NAME (BHST-WEEKDAY) TO PRINT-DAY.
030000     IF BHST-MONTH-END = "Y"
030100         MOVE "ME" TO PRINT-MONTH-END.
030200     MOVE BHST-START-TIME TO TIME-WORK.
030300     MOVE TIME-WORK-HH TO PRINT-START-HH.
030400     MOVE TIME-WORK-MM TO PRINT-START-MM.
030500     MOVE TIME-WORK-SS TO PRINT-START-SS.
030600     MOVE BHST-END-TIME TO TIME-WORK.
030700     MOVE TIME-WORK-HH TO PRINT-END-HH.
030800     MOVE TIME-WORK-MM TO PRINT-END-MM.
030900     MOVE TIME-WORK-SS TO PRINT-END-SS.
031000     MOVE BHST-ELAPSED TO PRINT-SECONDS.
031100     MOVE BHST-COUNT TO PRINT-COUNT.
031200     MOVE BHST-DEBIT-TOTAL TO PRINT-DEBITS.
031300     MOVE BHST-CREDIT-TOTAL TO PRINT-CREDITS.
031400     IF LINE-COUNT > MAXIMUM-LINES
031500         PERFORM START-LEG-PAGE.
031600     MOVE DETAIL-LINE TO PRINTER-RECORD.
031700     PERFORM WRITE-TO-PRINTER.
031800
031900*---------------------------------
032000* A later half more than
032100* SLOWER-PERCENT above the
032200* earlier half is called out.
032300*---------------------------------
032400 PRINT-LEG-SUMMARY.
032500     PERFORM LINE-FEED.
032600     MOVE LEG-POSITION TO PRINT-NIGHTS.
032700     MOVE ZEROES TO PRINT-AVG-SECONDS
032800                    PRINT-AVG-COUNT.
032900     IF LEG-POSITION NOT = ZERO
033000         COMPUTE PRINT-AVG-SECONDS ROUNDED =
033100             TOTAL-SECONDS / LEG-POSITION
033200         COMPUTE PRINT-AVG-COUNT ROUNDED =
033300             TOTAL-COUNT / LEG-POSITION.
033400     MOVE LONGEST-SECONDS TO PRINT-LONGEST.
033500     MOVE AVERAGE-LINE TO PRINTER-RECORD.
033600     PERFORM WRITE-TO-PRINTER.
033700     MOVE ZEROES TO EARLY-AVERAGE
033800                    LATE-AVERAGE
033900                    CHANGE-PERCENT.
034000     IF EARLY-NIGHTS NOT = ZERO
034100         COMPUTE EARLY-AVERAGE ROUNDED =
034200             EARLY-SECONDS / EARLY-NIGHTS.
034300     IF LATE-NIGHTS NOT = ZERO
034400         COMPUTE LATE-AVERAGE ROUNDED =
034500             LATE-SECONDS / LATE-NIGHTS.
034600     IF EARLY-AVERAGE NOT = ZERO
034700         COMPUTE CHANGE-PERCENT ROUNDED =
034800             (LATE-AVERAGE - EARLY-AVERAGE) * 100
034900             / EARLY-AVERAGE.
035000     MOVE EARLY-AVERAGE TO PRINT-EARLY-AVG.
035100     MOVE LATE-AVERAGE TO PRINT-LATE-AVG.
035200     MOVE CHANGE-PERCENT TO PRINT-CHANGE.
035300     MOVE SPACE TO PRINT-SLOWER.
035400     IF EARLY-NIGHTS NOT = ZERO
035500        AND CHANGE-PERCENT > SLOWER-PERCENT
035600         MOVE "*** GETTING SLOWER" TO PRINT-SLOWER.
035700     MOVE TREND-LINE TO PRINTER-RECORD.
035800     PERFORM WRITE-TO-PRINTER.
035900
036000 START-LEG-PAGE.
036100     IF LINE-COUNT NOT = ZERO
036200         PERFORM FORM-FEED.
036300     MOVE ZERO TO LINE-COUNT.
036400     MOVE REPORT-LEG TO PRINT-TITLE-LEG.
036500     MOVE WINDOW-NIGHTS TO PRINT-TITLE-NIGHTS.
036600     MOVE TITLE-LINE TO PRINTER-RECORD.
036700     PERFORM WRITE-TO-PRINTER.
036800     PERFORM LINE-FEED.
036900     MOVE COLUMN-LINE TO PRINTER-RECORD.
037000     PERFORM WRITE-TO-PRINTER.
037100     PERFORM LINE-FEED.
037200
037300*---------------------------------
037400* File I-O routines.
037500*---------------------------------
037600 READ-NEXT-HISTORY.
037700     READ BATCH-HIST-FILE
037800         AT END MOVE "Y" TO HIST-FILE-AT-END.
037900
038000*---------------------------------
038100* Printer I-O routines.
038200*---------------------------------
038300 WRITE-TO-PRINTER.
038400     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
038500     ADD 1 TO LINE-COUNT.
038600
038700 LINE-FEED.
038800     MOVE SPACE TO PRINTER-RECORD.
038900     PERFORM WRITE-TO-PRINTER.
039000
039100 FORM-FEED.
039200     MOVE SPACE TO PRINTER-RECORD.
039300     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
039400
039500*---------------------------------
039600* Utility routines.
039700*---------------------------------
039800     COPY "PLDATE01.CBL".

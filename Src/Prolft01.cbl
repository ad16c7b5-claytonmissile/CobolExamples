000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROLFT01.
000300*---------------------------------
000400* Promotion sales lift report.
000500*
000600* For an entered promotion,
000700* sums the daily aggregate file
000800* for each promoted slot over
000900* three windows:
001000*   - the promotion itself;
001100*   - the baseline, the same
001200*     number of days running up
001300*     to the first day of the
001400*     promotion;
001500*   - the same fiscal weeks of
001600*     the prior fiscal year on
001700*     the retail calendar, day
001800*     for day.
001900* and prints lift against the
002000* baseline and change against
002100* last year per slot, with a
002200* promoted total.
002300*
002400* The other categories in each
002500* promoted store/division/
002600* department are printed below
002700* as a halo check: a promotion
002800* that only moved sales out of
002900* the category next door shows
003000* up here as a drop.
003100*---------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500
003600     COPY "SLPROMO.CBL".
003700
003800     COPY "SLSAGG.CBL".
003900
004000     COPY "SLRCAL.CBL".
004100
004200     SELECT PRINTER-FILE
004300         ASSIGN TO PRINTER
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800
004900     COPY "FDPROMO.CBL".
005000
005100     COPY "FDSAGG.CBL".
005200
005300     COPY "FDRCAL.CBL".
005400
005500 FD  PRINTER-FILE
005600     LABEL RECORDS ARE OMITTED.
005700 01  PRINTER-RECORD             PIC X(80).
005800
005900 WORKING-STORAGE SECTION.
006000
006100 77  PROMO-RECORD-FOUND      PIC X.
006200 77  AGG-FILE-AT-END         PIC X.
006300 77  RCAL-RECORD-FOUND       PIC X.
006400 77  PROMO-ID-FIELD          PIC Z(5).
006500
006600*---------------------------------
006700* The three windows. Each date
006800* range is inclusive.
006900*---------------------------------
007000 77  PROMO-DAYS              PIC 9(5).
007100 77  BASE-START-DATE         PIC 9(8).
007200 77  BASE-END-DATE           PIC 9(8).
007300 77  LY-START-DATE           PIC 9(8).
007400 77  LY-END-DATE             PIC 9(8).
007500 77  LY-SHIFT-DAYS           PIC 9(3).
007600 77  LY-IS-AVAILABLE         PIC X.
007700 77  PROMO-FISC-YEAR         PIC 9(4).
007800 77  PROMO-FISC-WEEK         PIC 9(2).
007900
008000 77  IN-PROMO-WINDOW         PIC X.
008100 77  IN-BASE-WINDOW          PIC X.
008200 77  IN-LY-WINDOW            PIC X.
008300 77  AGG-IS-PROMOTED         PIC X.
008400 77  AGG-IN-PROMO-DEPT       PIC X.
008500
008600 77  SLOT-SUB                PIC 99.
008700 01  SLOT-TABLE.
008800     05  SLOT-ENTRY OCCURS 20 TIMES.
008900         10  SLOT-PROMO-AMOUNT   PIC S9(8)V99.
009000         10  SLOT-BASE-AMOUNT    PIC S9(8)V99.
009100         10  SLOT-LY-AMOUNT      PIC S9(8)V99.
009200
009300*---------------------------------
009400* Non-promoted categories in a
009500* promoted department, summed
009600* over the stores the slots
009700* cover.
009800*---------------------------------
009900 77  HALO-SUB                PIC 999.
010000 77  HALO-COUNT              PIC 99    VALUE ZERO.
010100 77  HALO-TABLE-FULL         PIC X     VALUE "N".
010200*---------------------------------
010300* One entry more than can be
010400* used, so the search can stop
010500* on it when the table is full.
010600*---------------------------------
010700 01  HALO-TABLE.
010800     05  HALO-ENTRY OCCURS 100 TIMES.
010900         10  HALO-DIVISION       PIC 9(2).
011000         10  HALO-DEPARTMENT     PIC 9(2).
011100         10  HALO-CATEGORY       PIC 9(2).
011200         10  HALO-PROMO-AMOUNT   PIC S9(8)V99.
011300         10  HALO-BASE-AMOUNT    PIC S9(8)V99.
011400         10  HALO-LY-AMOUNT      PIC S9(8)V99.
011500
011600 77  PROMOTED-PROMO-TOTAL    PIC S9(9)V99 VALUE ZEROES.
011700 77  PROMOTED-BASE-TOTAL     PIC S9(9)V99 VALUE ZEROES.
011800 77  PROMOTED-LY-TOTAL       PIC S9(9)V99 VALUE ZEROES.
011900 77  HALO-PROMO-TOTAL        PIC S9(9)V99 VALUE ZEROES.
012000 77  HALO-BASE-TOTAL         PIC S9(9)V99 VALUE ZEROES.
012100 77  HALO-LY-TOTAL           PIC S9(9)V99 VALUE ZEROES.
012200
012300 77  LINE-PROMO-AMOUNT       PIC S9(9)V99.
012400 77  LINE-BASE-AMOUNT        PIC S9(9)V99.
012500 77  LINE-LY-AMOUNT          PIC S9(9)V99.
012600 77  PCT-CHANGE              PIC S9(4)V9.
012700
012800 01  DETAIL-LINE.
012900     05  PRINT-STORE       PIC X(3).
013000     05  FILLER            PIC X(1)  VALUE SPACE.
013100     05  PRINT-DIVISION    PIC 99.
013200     05  FILLER            PIC X(1)  VALUE SPACE.
013300     05  PRINT-DEPARTMENT  PIC 99.
013400     05  FILLER            PIC X(1)  VALUE SPACE.
013500     05  PRINT-CATEGORY    PIC 99.
013600     05  FILLER            PIC X(1)  VALUE SPACE.
013700     05  PRINT-PROMO       PIC Z,ZZZ,ZZ9.99-.
013800     05  FILLER            PIC X(1)  VALUE SPACE.
013900     05  PRINT-BASE        PIC Z,ZZZ,ZZ9.99-.
014000     05  PRINT-LIFT-PCT    PIC ZZZ9.9-.
014100     05  FILLER            PIC X(1)  VALUE SPACE.
014200     05  PRINT-LY          PIC Z,ZZZ,ZZ9.99-.
014300     05  PRINT-LY-PCT      PIC ZZZ9.9-.
014400     05  FILLER            PIC X(1)  VALUE SPACE.
014500     05  PRINT-FLAG        PIC X(6).
014600
014700 01  TOTAL-LINE REDEFINES DETAIL-LINE.
014800     05  PRINT-TOTAL-LABEL PIC X(13).
014900     05  FILLER            PIC X(62).
015000
015100 01  COLUMN-LINE.
015200     05  FILLER         PIC X(14) VALUE "STR DV DP CT".
015300     05  FILLER         PIC X(14) VALUE "    PROMOTION".
015400     05  FILLER         PIC X(13) VALUE "     BASELINE".
015500     05  FILLER         PIC X(8)  VALUE "  LIFT%".
015600     05  FILLER         PIC X(13) VALUE "    LAST YEAR".
015700     05  FILLER         PIC X(7)  VALUE "  VS LY".
015800
015900 01  TITLE-LINE.
016000     05  FILLER              PIC X(16)
016100         VALUE "PROMOTION LIFT -".
016200     05  PRINT-PROMO-ID      PIC Z(5).
016300     05  FILLER              PIC X(1)  VALUE SPACE.
016400     05  PRINT-PROMO-DESC    PIC X(30).
016500
016600 01  WINDOW-LINE.
016700     05  PRINT-WINDOW-NAME   PIC X(12).
016800     05  PRINT-WINDOW-START  PIC Z9/99/9999.
016900     05  FILLER              PIC X(6)  VALUE " THRU ".
017000     05  PRINT-WINDOW-END    PIC Z9/99/9999.
017100
017200 01  NO-LY-LINE.
017300     05  FILLER              PIC X(40)
017400         VALUE "LAST YEAR   NOT ON THE RETAIL CALENDAR -".
017500     05  FILLER              PIC X(24)
017600         VALUE " NO LAST YEAR COMPARISON".
017700
017800 01  HALO-HEADING.
017900     05  FILLER              PIC X(40)
018000         VALUE "OTHER CATEGORIES IN PROMOTED DEPARTMENTS".
018100     05  FILLER              PIC X(21)
018200         VALUE " (ALL COVERED STORES)".
018300
018400 01  NO-HALO-LINE.
018500     05  FILLER              PIC X(40)
018600         VALUE "NO OTHER CATEGORY SALES IN THE PROMOTED ".
018700     05  FILLER              PIC X(12)
018800         VALUE "DEPARTMENTS".
018900
019000 01  HALO-FULL-LINE.
019100     05  FILLER              PIC X(40)
019200         VALUE "MORE THAN 99 OTHER CATEGORIES - THE REST".
019300     05  FILLER              PIC X(22)
019400         VALUE " ARE NOT LISTED ABOVE".
019500
019600     COPY "WSCASE01.CBL".
019700
019800     COPY "WSDATE01.CBL".
019900
020000 77  LINE-COUNT              PIC 999   VALUE ZERO.
020100
020200 PROCEDURE DIVISION.
020300 PROGRAM-BEGIN.
020400     PERFORM OPENING-PROCEDURE.
020500     PERFORM MAIN-PROCESS.
020600     PERFORM CLOSING-PROCEDURE.
020700
020800 PROGRAM-EXIT.
020900     EXIT PROGRAM.
021000
021100 PROGRAM-DONE.
021200     STOP RUN.
021300
021400 OPENING-PROCEDURE.
021500     OPEN INPUT PROMOTION-FILE.
021600     OPEN I-O AGGREGATE-FILE.
021700     OPEN I-O RETAIL-CAL-FILE.
021800     OPEN OUTPUT PRINTER-FILE.
021900
022000 CLOSING-PROCEDURE.
022100     CLOSE PROMOTION-FILE.
022200     CLOSE AGGREGATE-FILE.
022300     CLOSE RETAIL-CAL-FILE.
022400     PERFORM FORM-FEED.
022500     CLOSE PRINTER-FILE.
022600
022700 MAIN-PROCESS.
022800     PERFORM GET-THE-PROMOTION.
022900     IF PROMO-ID NOT = ZEROES
023000         PERFORM SET-UP-WINDOWS
023100         PERFORM INIT-SLOT-TABLE
023200         PERFORM TALLY-AGGREGATE-FILE
023300         PERFORM PRINT-THE-REPORT.
023400
023500 GET-THE-PROMOTION.
023600     PERFORM ACCEPT-PROMO-ID.
023700     PERFORM RE-ACCEPT-PROMO-ID
023800         UNTIL PROMO-RECORD-FOUND = "Y"
023900            OR PROMO-ID = ZEROES.
024000
024100 ACCEPT-PROMO-ID.
024200     DISPLAY "ENTER PROMOTION ID, 0 TO EXIT".
024300     ACCEPT PROMO-ID-FIELD.
024400     MOVE PROMO-ID-FIELD TO PROMO-ID.
024500     MOVE "N" TO PROMO-RECORD-FOUND.
024600     IF PROMO-ID NOT = ZEROES
024700         PERFORM READ-PROMO-RECORD.
024800
024900 RE-ACCEPT-PROMO-ID.
025000     DISPLAY "NO PROMOTION FOUND WITH THAT ID".
025100     PERFORM ACCEPT-PROMO-ID.
025200
025300 READ-PROMO-RECORD.
025400     MOVE "Y" TO PROMO-RECORD-FOUND.
025500     READ PROMOTION-FILE RECORD
025600         INVALID KEY
025700         MOVE "N" TO PROMO-RECORD-FOUND.
025800
025900*---------------------------------
026000* The baseline is as many days
026100* as the promotion ran, ending
026200* the day before it started.
026300*---------------------------------
026400 SET-UP-WINDOWS.
026500     COMPUTE PROMO-DAYS =
026600         FUNCTION INTEGER-OF-DATE(PROMO-END-DATE)
026700         - FUNCTION INTEGER-OF-DATE(PROMO-START-DATE) + 1.
026800     COMPUTE BASE-START-DATE = FUNCTION DATE-OF-INTEGER(
026900         FUNCTION INTEGER-OF-DATE(PROMO-START-DATE)
027000         - PROMO-DAYS).
027100     COMPUTE BASE-END-DATE = FUNCTION DATE-OF-INTEGER(
027200         FUNCTION INTEGER-OF-DATE(PROMO-START-DATE) - 1).
027300     PERFORM FIND-LAST-YEAR-WINDOW.
027400
027500*---------------------------------
027600* Last year is the promotion
027700* moved back 52 weeks, or 53
027800* when the prior fiscal year
027900* held a 53rd week - whichever
028000* lands the first day on the
028100* same fiscal week of the prior
028200* fiscal year. Whole weeks keep
028300* the days of the week lined
028400* up. If the calendar is not
028500* built for both years there is
028600* no last-year comparison.
028700*---------------------------------
028800 FIND-LAST-YEAR-WINDOW.
028900     MOVE "N" TO LY-IS-AVAILABLE.
029000     MOVE PROMO-START-DATE TO RCAL-DATE.
029100     PERFORM READ-RCAL-RECORD.
029200     IF RCAL-RECORD-FOUND = "Y"
029300         MOVE RCAL-FISC-YEAR TO PROMO-FISC-YEAR
029400         MOVE RCAL-FISC-WEEK TO PROMO-FISC-WEEK
029500         MOVE 364 TO LY-SHIFT-DAYS
029600         PERFORM TRY-LAST-YEAR-SHIFT
029700         IF LY-IS-AVAILABLE = "N"
029800             MOVE 371 TO LY-SHIFT-DAYS
029900             PERFORM TRY-LAST-YEAR-SHIFT.
030000
030100 TRY-LAST-YEAR-SHIFT.
030200     COMPUTE LY-START-DATE = FUNCTION DATE-OF-INTEGER(
030300         FUNCTION INTEGER-OF-DATE(PROMO-START-DATE)
030400         - LY-SHIFT-DAYS).
030500     COMPUTE LY-END-DATE = FUNCTION DATE-OF-INTEGER(
030600         FUNCTION INTEGER-OF-DATE(PROMO-END-DATE)
030700         - LY-SHIFT-DAYS).
030800     MOVE LY-START-DATE TO RCAL-DATE.
030900     PERFORM READ-RCAL-RECORD.
031000     IF RCAL-RECORD-FOUND = "Y"
031100        AND RCAL-FISC-YEAR = PROMO-FISC-YEAR - 1
031200        AND RCAL-FISC-WEEK = PROMO-FISC-WEEK
031300         MOVE "Y" TO LY-IS-AVAILABLE.
031400
031500 READ-RCAL-RECORD.
031600     MOVE "Y" TO RCAL-RECORD-FOUND.
031700     READ RETAIL-CAL-FILE RECORD
031800         INVALID KEY
031900         MOVE "N" TO RCAL-RECORD-FOUND.
032000
032100 INIT-SLOT-TABLE.
032200     PERFORM INIT-ONE-SLOT-ENTRY
032300         VARYING SLOT-SUB FROM 1 BY 1
032400         UNTIL SLOT-SUB > 20.
032500
032600 INIT-ONE-SLOT-ENTRY.
032700     MOVE ZEROES TO SLOT-PROMO-AMOUNT (SLOT-SUB)
032800                    SLOT-BASE-AMOUNT (SLOT-SUB)
032900                    SLOT-LY-AMOUNT (SLOT-SUB).
033000
033100*---------------------------------
033200* One pass of the aggregate
033300* file. A record outside all
033400* three windows passes by.
033500*---------------------------------
033600 TALLY-AGGREGATE-FILE.
033700     MOVE "N" TO AGG-FILE-AT-END.
033800     MOVE ZEROES TO AGG-KEY.
033900     START AGGREGATE-FILE KEY NOT < AGG-KEY
034000         INVALID KEY
034100         MOVE "Y" TO AGG-FILE-AT-END.
034200     PERFORM TALLY-NEXT-AGGREGATE
034300         UNTIL AGG-FILE-AT-END = "Y".
034400
034500 TALLY-NEXT-AGGREGATE.
034600     READ AGGREGATE-FILE NEXT RECORD
034700         AT END MOVE "Y" TO AGG-FILE-AT-END.
034800     IF AGG-FILE-AT-END NOT = "Y"
034900        AND AGG-STORE > ZEROES
035000         PERFORM PLACE-THIS-AGGREGATE.
035100
035200 PLACE-THIS-AGGREGATE.
035300     PERFORM SET-AGG-WINDOWS.
035400     IF IN-PROMO-WINDOW = "Y"
035500        OR IN-BASE-WINDOW = "Y"
035600        OR IN-LY-WINDOW = "Y"
035700         PERFORM CLASSIFY-THIS-AGGREGATE.
035800
035900 SET-AGG-WINDOWS.
036000     MOVE "N" TO IN-PROMO-WINDOW
036100                 IN-BASE-WINDOW
036200                 IN-LY-WINDOW.
036300     IF AGG-DATE NOT < PROMO-START-DATE
036400        AND AGG-DATE NOT > PROMO-END-DATE
036500         MOVE "Y" TO IN-PROMO-WINDOW.
036600     IF AGG-DATE NOT < BASE-START-DATE
036700        AND AGG-DATE NOT > BASE-END-DATE
036800         MOVE "Y" TO IN-BASE-WINDOW.
036900     IF LY-IS-AVAILABLE = "Y"
037000        AND AGG-DATE NOT < LY-START-DATE
037100        AND AGG-DATE NOT > LY-END-DATE
037200         MOVE "Y" TO IN-LY-WINDOW.
037300
037400*---------------------------------
037500* A record can fall under more
037600* than one slot (one store and
037700* all stores, say); each slot
037800* gets it, the promoted total
037900* only once.
038000*---------------------------------
038100 CLASSIFY-THIS-AGGREGATE.
038200     MOVE "N" TO AGG-IS-PROMOTED
038300                 AGG-IN-PROMO-DEPT.
038400     PERFORM MATCH-ONE-SLOT
038500         VARYING SLOT-SUB FROM 1 BY 1
038600         UNTIL SLOT-SUB > PROMO-SLOT-COUNT.
038700     IF AGG-IS-PROMOTED = "Y"
038800         PERFORM ADD-TO-PROMOTED-TOTAL
038900     ELSE
039000     IF AGG-IN-PROMO-DEPT = "Y"
039100         PERFORM ADD-TO-HALO.
039200
039300 MATCH-ONE-SLOT.
039400     IF (PROMO-SLOT-STORE (SLOT-SUB) = ZEROES
039500         OR PROMO-SLOT-STORE (SLOT-SUB) = AGG-STORE)
039600        AND PROMO-SLOT-DIVISION (SLOT-SUB) = AGG-DIVISION
039700        AND PROMO-SLOT-DEPARTMENT (SLOT-SUB) = AGG-DEPARTMENT
039800         MOVE "Y" TO AGG-IN-PROMO-DEPT
039900         IF PROMO-SLOT-CATEGORY (SLOT-SUB) = AGG-CATEGORY
040000             MOVE "Y" TO AGG-IS-PROMOTED
040100             PERFORM ADD-TO-SLOT.
040200
040300 ADD-TO-SLOT.
040400     IF IN-PROMO-WINDOW = "Y"
040500         ADD AGG-AMOUNT TO SLOT-PROMO-AMOUNT (SLOT-SUB).
040600     IF IN-BASE-WINDOW = "Y"
040700         ADD AGG-AMOUNT TO SLOT-BASE-AMOUNT (SLOT-SUB).
040800     IF IN-LY-WINDOW = "Y"
040900         ADD AGG-AMOUNT TO SLOT-LY-AMOUNT (SLOT-SUB).
041000
041100 ADD-TO-PROMOTED-TOTAL.
041200     IF IN-PROMO-WINDOW = "Y"
041300         ADD AGG-AMOUNT TO PROMOTED-PROMO-TOTAL.
041400     IF IN-BASE-WINDOW = "Y"
041500         ADD AGG-AMOUNT TO PROMOTED-BASE-TOTAL.
041600     IF IN-LY-WINDOW = "Y"
041700         ADD AGG-AMOUNT TO PROMOTED-LY-TOTAL.
041800
041900 ADD-TO-HALO.
042000     PERFORM FIND-HALO-ENTRY.
042100     IF HALO-SUB > HALO-COUNT
042200        AND HALO-COUNT < 99
042300         ADD 1 TO HALO-COUNT
042400         MOVE AGG-DIVISION TO HALO-DIVISION (HALO-SUB)
042500         MOVE AGG-DEPARTMENT TO HALO-DEPARTMENT (HALO-SUB)
042600         MOVE AGG-CATEGORY TO HALO-CATEGORY (HALO-SUB)
042700         MOVE ZEROES TO HALO-PROMO-AMOUNT (HALO-SUB)
042800                        HALO-BASE-AMOUNT (HALO-SUB)
042900                        HALO-LY-AMOUNT (HALO-SUB).
043000     IF HALO-SUB > HALO-COUNT
043100         MOVE "Y" TO HALO-TABLE-FULL
043200     ELSE
043300         PERFORM ADD-TO-HALO-ENTRY.
043400
043500 FIND-HALO-ENTRY.
043600     MOVE 1 TO HALO-SUB.
043700     PERFORM NEXT-HALO-ENTRY
043800         UNTIL HALO-SUB > HALO-COUNT
043900            OR (HALO-DIVISION (HALO-SUB) = AGG-DIVISION
044000            AND HALO-DEPARTMENT (HALO-SUB) = AGG-DEPARTMENT
044100            AND HALO-CATEGORY (HALO-SUB) = AGG-CATEGORY).
044200
044300 NEXT-HALO-ENTRY.
044400     ADD 1 TO HALO-SUB.
044500
044600 ADD-TO-HALO-ENTRY.
044700     IF IN-PROMO-WINDOW = "Y"
044800         ADD AGG-AMOUNT TO HALO-PROMO-AMOUNT (HALO-SUB)
044900         ADD AGG-AMOUNT TO HALO-PROMO-TOTAL.
045000     IF IN-BASE-WINDOW = "Y"
045100         ADD AGG-AMOUNT TO HALO-BASE-AMOUNT (HALO-SUB)
045200         ADD AGG-AMOUNT TO HALO-BASE-TOTAL.
045300     IF IN-LY-WINDOW = "Y"
045400         ADD AGG-AMOUNT TO HALO-LY-AMOUNT (HALO-SUB)
045500         ADD AGG-AMOUNT TO HALO-LY-TOTAL.
045600
045700*---------------------------------
045800* PRINTING
045900*---------------------------------
046000 PRINT-THE-REPORT.
046100     PERFORM PRINT-REPORT-HEADINGS.
046200     PERFORM PRINT-ONE-SLOT
046300         VARYING SLOT-SUB FROM 1 BY 1
046400         UNTIL SLOT-SUB > PROMO-SLOT-COUNT.
046500     MOVE SPACE TO DETAIL-LINE.
046600     MOVE "PROMOTED" TO PRINT-TOTAL-LABEL.
046700     MOVE PROMOTED-PROMO-TOTAL TO LINE-PROMO-AMOUNT.
046800     MOVE PROMOTED-BASE-TOTAL TO LINE-BASE-AMOUNT.
046900     MOVE PROMOTED-LY-TOTAL TO LINE-LY-AMOUNT.
047000     PERFORM PRINT-TOTAL-LINE.
047100     PERFORM PRINT-THE-HALO.
047200
047300 PRINT-REPORT-HEADINGS.
047400     MOVE PROMO-ID TO PRINT-PROMO-ID.
047500     MOVE PROMO-DESC TO PRINT-PROMO-DESC.
047600     MOVE TITLE-LINE TO PRINTER-RECORD.
047700     PERFORM WRITE-TO-PRINTER.
047800     PERFORM LINE-FEED.
047900     MOVE "PROMOTION" TO PRINT-WINDOW-NAME.
048000     MOVE PROMO-START-DATE TO DATE-CCYYMMDD.
048100     MOVE PROMO-END-DATE TO RANGE-END-DATE.
048200     PERFORM PRINT-WINDOW-LINE.
048300     MOVE "BASELINE" TO PRINT-WINDOW-NAME.
048400     MOVE BASE-START-DATE TO DATE-CCYYMMDD.
048500     MOVE BASE-END-DATE TO RANGE-END-DATE.
048600     PERFORM PRINT-WINDOW-LINE.
048700     IF LY-IS-AVAILABLE = "Y"
048800         MOVE "LAST YEAR" TO PRINT-WINDOW-NAME
048900         MOVE LY-START-DATE TO DATE-CCYYMMDD
049000         MOVE LY-END-DATE TO RANGE-END-DATE
049100         PERFORM PRINT-WINDOW-LINE
049200     ELSE
049300         MOVE NO-LY-LINE TO PRINTER-RECORD
049400         PERFORM WRITE-TO-PRINTER.
049500     PERFORM LINE-FEED.
049600     MOVE COLUMN-LINE TO PRINTER-RECORD.
049700     PERFORM WRITE-TO-PRINTER.
049800     PERFORM LINE-FEED.
049900
050000 PRINT-WINDOW-LINE.
050100     PERFORM CONVERT-TO-MMDDCCYY.
050200     MOVE DATE-MMDDCCYY TO PRINT-WINDOW-START.
050300     MOVE RANGE-END-DATE TO DATE-CCYYMMDD.
050400     PERFORM CONVERT-TO-MMDDCCYY.
050500     MOVE DATE-MMDDCCYY TO PRINT-WINDOW-END.
050600     MOVE WINDOW-LINE TO PRINTER-RECORD.
050700     PERFORM WRITE-TO-PRINTER.
050800
050900 PRINT-ONE-SLOT.
051000     MOVE SPACE TO DETAIL-LINE.
051100     IF PROMO-SLOT-STORE (SLOT-SUB) = ZEROES
051200         MOVE "ALL" TO PRINT-STORE
051300     ELSE
051400         MOVE PROMO-SLOT-STORE (SLOT-SUB) TO PRINT-STORE.
051500     MOVE PROMO-SLOT-DIVISION (SLOT-SUB) TO PRINT-DIVISION.
051600     MOVE PROMO-SLOT-DEPARTMENT (SLOT-SUB) TO PRINT-DEPARTMENT.
051700     MOVE PROMO-SLOT-CATEGORY (SLOT-SUB) TO PRINT-CATEGORY.
051800     MOVE SLOT-PROMO-AMOUNT (SLOT-SUB) TO LINE-PROMO-AMOUNT.
051900     MOVE SLOT-BASE-AMOUNT (SLOT-SUB) TO LINE-BASE-AMOUNT.
052000     MOVE SLOT-LY-AMOUNT (SLOT-SUB) TO LINE-LY-AMOUNT.
052100     PERFORM FILL-AMOUNT-COLUMNS.
052200     MOVE DETAIL-LINE TO PRINTER-RECORD.
052300     PERFORM WRITE-TO-PRINTER.
052400
052500 PRINT-TOTAL-LINE.
052600     PERFORM FILL-AMOUNT-COLUMNS.
052700     PERFORM LINE-FEED.
052800     MOVE DETAIL-LINE TO PRINTER-RECORD.
052900     PERFORM WRITE-TO-PRINTER.
053000
053100*---------------------------------
053200* Percent columns are left
053300* blank when there is nothing
053400* to compare against.
053500*---------------------------------
053600 FILL-AMOUNT-COLUMNS.
053700     MOVE LINE-PROMO-AMOUNT TO PRINT-PROMO.
053800     MOVE LINE-BASE-AMOUNT TO PRINT-BASE.
053900     IF LINE-BASE-AMOUNT NOT = ZEROES
054000         COMPUTE PCT-CHANGE ROUNDED =
054100             ((LINE-PROMO-AMOUNT - LINE-BASE-AMOUNT)
054200              / LINE-BASE-AMOUNT) * 100
054300         MOVE PCT-CHANGE TO PRINT-LIFT-PCT.
054400     IF LY-IS-AVAILABLE = "Y"
054500         MOVE LINE-LY-AMOUNT TO PRINT-LY.
054600     IF LY-IS-AVAILABLE = "Y"
054700        AND LINE-LY-AMOUNT NOT = ZEROES
054800         COMPUTE PCT-CHANGE ROUNDED =
054900             ((LINE-PROMO-AMOUNT - LINE-LY-AMOUNT)
055000              / LINE-LY-AMOUNT) * 100
055100         MOVE PCT-CHANGE TO PRINT-LY-PCT.
055200
055300*---------------------------------
055400* A category that sold less
055500* during the promotion than in
055600* the baseline is flagged - the
055700* promotion may have pulled its
055800* sales.
055900*---------------------------------
056000 PRINT-THE-HALO.
056100     PERFORM LINE-FEED.
056200     PERFORM LINE-FEED.
056300     MOVE HALO-HEADING TO PRINTER-RECORD.
056400     PERFORM WRITE-TO-PRINTER.
056500     PERFORM LINE-FEED.
056600     IF HALO-COUNT = ZEROES
056700         MOVE NO-HALO-LINE TO PRINTER-RECORD
056800         PERFORM WRITE-TO-PRINTER
056900     ELSE
057000         PERFORM PRINT-ONE-HALO
057100             VARYING HALO-SUB FROM 1 BY 1
057200             UNTIL HALO-SUB > HALO-COUNT
057300         PERFORM PRINT-HALO-TOTAL.
057400     IF HALO-TABLE-FULL = "Y"
057500         PERFORM LINE-FEED
057600         MOVE HALO-FULL-LINE TO PRINTER-RECORD
057700         PERFORM WRITE-TO-PRINTER.
057800
057900 PRINT-ONE-HALO.
058000     MOVE SPACE TO DETAIL-LINE.
058100     MOVE HALO-DIVISION (HALO-SUB) TO PRINT-DIVISION.
058200     MOVE HALO-DEPARTMENT (HALO-SUB) TO PRINT-DEPARTMENT.
058300     MOVE HALO-CATEGORY (HALO-SUB) TO PRINT-CATEGORY.
058400     MOVE HALO-PROMO-AMOUNT (HALO-SUB) TO LINE-PROMO-AMOUNT.
058500     MOVE HALO-BASE-AMOUNT (HALO-SUB) TO LINE-BASE-AMOUNT.
058600     MOVE HALO-LY-AMOUNT (HALO-SUB) TO LINE-LY-AMOUNT.
058700     PERFORM FILL-AMOUNT-COLUMNS.
058800     IF LINE-PROMO-AMOUNT < LINE-BASE-AMOUNT
058900         MOVE "*DOWN*" TO PRINT-FLAG.
059000     MOVE DETAIL-LINE TO PRINTER-RECORD.
059100     PERFORM WRITE-TO-PRINTER.
059200
059300 PRINT-HALO-TOTAL.
059400     MOVE SPACE TO DETAIL-LINE.
059500     MOVE "OTHER CATS" TO PRINT-TOTAL-LABEL.
059600     MOVE HALO-PROMO-TOTAL TO LINE-PROMO-AMOUNT.
059700     MOVE HALO-BASE-TOTAL TO LINE-BASE-AMOUNT.
059800     MOVE HALO-LY-TOTAL TO LINE-LY-AMOUNT.
059900     PERFORM PRINT-TOTAL-LINE.
060000     IF LINE-PROMO-AMOUNT < LINE-BASE-AMOUNT
060100         DISPLAY "OTHER CATEGORIES IN THE PROMOTED"
060200         DISPLAY "DEPARTMENTS FELL DURING THE PROMOTION".
060300
060400 WRITE-TO-PRINTER.
060500     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
060600     ADD 1 TO LINE-COUNT.
060700
060800 LINE-FEED.
060900     MOVE SPACE TO PRINTER-RECORD.
061000     PERFORM WRITE-TO-PRINTER.
061100
061200 FORM-FEED.
061300     MOVE SPACE TO PRINTER-RECORD.
061400     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
061500
061600*---------------------------------
061700* Utility routines.
061800*---------------------------------
061900     COPY "PLDATE01.CBL".

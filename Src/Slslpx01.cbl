000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SLSLPX01.
000300*---------------------------------
000400* Cashier loss-prevention
000500* exception report.
000600*
000700* For the week ending on an
000800* entered date, ranks every
000900* cashier within the store on:
001000*
001100*  - return rate: return dollars
001200*    as a percent of the
001300*    cashier's sale dollars
001400*  - void rate: post-void
001500*    dollars as a percent of
001600*    sale dollars
001700*  - no-sale count: times the
001800*    drawer opened with no
001900*    amount
002000*  - unmatched returns: return
002100*    lines with no sale in the
002200*    same store, division,
002300*    department and category in
002400*    the 30 days up to the
002500*    return
002600*
002700* and flags any figure more
002800* than an entered number of
002900* standard deviations above
003000* the store's average for its
003100* cashiers. Rank 1 is the
003200* worst in the store.
003300*
003400* The detail carries no ticket
003500* or item, so the sale a return
003600* is matched against is any
003700* sale in its category - the
003800* nearest the daily sales file
003900* can come. Lines from a
004000* register that did not send a
004100* cashier cannot be charged to
004200* anyone and are only counted.
004300*
004400* The figures name people, so
004500* the report is kept to
004600* operators with utility
004700* authority.
004800*---------------------------------
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200
005300*---------------------------------
005400* SLSALES.CBL
005500*---------------------------------
005600     SELECT SALES-FILE
005700         ASSIGN TO "SALES"
005800         ORGANIZATION IS SEQUENTIAL.
005900
006000     COPY "SLSTORE.CBL".
006100
006200     COPY "SLCSHR.CBL".
006300
006400     COPY "SLOPER.CBL".
006500
006600     COPY "SLSONLOG.CBL".
006700
006800     COPY "SLSESS.CBL".
006900
007000     SELECT WORK-FILE
007100         ASSIGN TO "WORK"
007200         ORGANIZATION IS SEQUENTIAL.
007300
007400     SELECT SORT-FILE
007500         ASSIGN TO "SORT".
007600
007700     SELECT PRINTER-FILE
007800         ASSIGN TO PRINTER
007900         ORGANIZATION IS LINE SEQUENTIAL.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300
008400*---------------------------------
008500* FDSALES.CBL
008600* Temporary daily sales file.
008700*---------------------------------
008800 FD  SALES-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  SALES-RECORD.
009100     05  SALES-STORE              PIC 9(2).
009200     05  SALES-DIVISION           PIC 9(2).
009300     05  SALES-DEPARTMENT         PIC 9(2).
009400     05  SALES-CATEGORY           PIC 9(2).
009500     05  SALES-DATE               PIC 9(8).
009600     05  SALES-AMOUNT             PIC S9(6)V99.
009700     05  SALES-TRAN-TYPE          PIC X(1).
009800     05  SALES-COST               PIC S9(6)V99.
009900     05  SALES-HOUR               PIC 9(2).
010000     05  SALES-TRAN-COUNT         PIC 9(5).
010100     05  SALES-CASHIER            PIC X(6).
010200
010300     COPY "FDSTORE.CBL".
010400
010500     COPY "FDCSHR.CBL".
010600
010700     COPY "FDOPER.CBL".
010800
010900     COPY "FDSONLOG.CBL".
011000
011100     COPY "FDSESS.CBL".
011200
011300 FD  WORK-FILE
011400     LABEL RECORDS ARE STANDARD.
011500 01  WORK-RECORD.
011600     05  WORK-STORE              PIC 9(2).
011700     05  WORK-DIVISION           PIC 9(2).
011800     05  WORK-DEPARTMENT         PIC 9(2).
011900     05  WORK-CATEGORY           PIC 9(2).
012000     05  WORK-DATE               PIC 9(8).
012100     05  WORK-AMOUNT             PIC S9(6)V99.
012200     05  WORK-TRAN-TYPE          PIC X(1).
012300         88  WORK-IS-SALE            VALUES "S" " ".
012400         88  WORK-IS-RETURN          VALUE "R".
012500         88  WORK-IS-VOID            VALUE "V".
012600         88  WORK-IS-NO-SALE         VALUE "N".
012700     05  WORK-COST               PIC S9(6)V99.
012800     05  WORK-HOUR               PIC 9(2).
012900     05  WORK-TRAN-COUNT         PIC 9(5).
013000     05  WORK-CASHIER            PIC X(6).
013100
013200 SD  SORT-FILE.
013300
013400 01  SORT-RECORD.
013500     05  SORT-STORE              PIC 9(2).
013600     05  SORT-DIVISION           PIC 9(2).
013700     05  SORT-DEPARTMENT         PIC 9(2).
013800     05  SORT-CATEGORY           PIC 9(2).
013900     05  SORT-DATE               PIC 9(8).
014000     05  SORT-AMOUNT             PIC S9(6)V99.
014100     05  SORT-TRAN-TYPE          PIC X(1).
014200     05  SORT-COST               PIC S9(6)V99.
014300     05  SORT-HOUR               PIC 9(2).
014400     05  SORT-TRAN-COUNT         PIC 9(5).
014500     05  SORT-CASHIER            PIC X(6).
014600
014700 FD  PRINTER-FILE
014800     LABEL RECORDS ARE OMITTED.
014900 01  PRINTER-RECORD             PIC X(100).
015000
015100 WORKING-STORAGE SECTION.
015200
015300 77  WORK-FILE-AT-END        PIC X.
015400 77  STORE-RECORD-FOUND      PIC X.
015500 77  CSHR-RECORD-FOUND       PIC X.
015600
015700 77  WEEK-END-DATE           PIC 9(8).
015800 77  WEEK-START-DATE         PIC 9(8).
015900 77  LOOKBACK-START-DATE     PIC 9(8).
016000 77  WEEK-END-ANSI           PIC 9(7).
016100 77  LINE-AMOUNT             PIC S9(6)V99.
016200 77  NO-CASHIER-LINES        PIC 9(7)  VALUE ZEROES.
016300
016400*---------------------------------
016500* Entered with no decimal point:
016600* 20 means 2.0 standard
016700* deviations. Zero takes 2.0.
016800*---------------------------------
016900 77  DEVIATION-ENTRY         PIC 9(2).
017000 77  DEVIATION-LIMIT         PIC 9V9.
017100
017200*---------------------------------
017300* The last sale date seen for
017400* the store/division/department/
017500* category being read. The work
017600* file is in that order by date
017700* with sales ahead of returns on
017800* the same day, so a return only
017900* has to look back at it.
018000*---------------------------------
018100 01  MATCH-GROUP.
018200     05  MATCH-STORE         PIC 9(2).
018300     05  MATCH-DIVISION      PIC 9(2).
018400     05  MATCH-DEPARTMENT    PIC 9(2).
018500     05  MATCH-CATEGORY      PIC 9(2).
018600 77  LAST-SALE-ANSI          PIC 9(7).
018700 77  RETURN-ANSI             PIC 9(7).
018800
018900*---------------------------------
019000* One slot per store/cashier in
019100* the week. The work file comes
019200* in store order, so a store's
019300* slots sit together. The four
019400* figures ranked are held as
019500* metrics 1-4: return rate,
019600* void rate, no-sale count and
019700* unmatched returns.
019800*---------------------------------
019900 77  SLOT-COUNT              PIC 9(3)  VALUE ZEROES.
020000 77  SLOT-SUB                PIC 9(3).
020100 77  OTHER-SUB               PIC 9(3).
020200 77  SLOTS-ARE-FULL          PIC X     VALUE "N".
020300 77  METRIC-SUB              PIC 9.
020400 01  CASHIER-TABLE.
020500     05  CSLOT-ENTRY OCCURS 500 TIMES.
020600         10  CSLOT-STORE         PIC 9(2).
020700         10  CSLOT-CASHIER       PIC X(6).
020800         10  CSLOT-SALES         PIC S9(9)V99.
020900         10  CSLOT-RETURNS       PIC S9(9)V99.
021000         10  CSLOT-VOIDS         PIC S9(9)V99.
021100         10  CSLOT-NO-SALES      PIC 9(5).
021200         10  CSLOT-UNMATCHED     PIC 9(5).
021300         10  CSLOT-METRIC        PIC 9(5)V9
021400                                 OCCURS 4 TIMES.
021500         10  CSLOT-RANK          PIC 9(3)
021600                                 OCCURS 4 TIMES.
021700
021800*---------------------------------
021900* The store being printed: its
022000* slots, and the average and
022100* standard deviation of each
022200* metric over its cashiers.
022300*---------------------------------
022400 77  GROUP-FIRST-SLOT        PIC 9(3).
022500 77  GROUP-LAST-SLOT         PIC 9(3).
022600 77  GROUP-CASHIERS          PIC 9(3).
022700 77  PRINT-RANK-SUB          PIC 9(3).
022800 77  METRIC-VARIANCE         PIC S9(11)V9(4).
022900 77  RATE-WORK               PIC 9(9)V9.
023000 01  STATISTICS-TABLE.
023100     05  STAT-ENTRY OCCURS 4 TIMES.
023200         10  STAT-SUM            PIC 9(9)V9.
023300         10  STAT-SUM-SQUARES    PIC 9(13)V99.
023400         10  STAT-MEAN           PIC 9(5)V99.
023500         10  STAT-DEVIATION      PIC 9(5)V99.
023600         10  STAT-FLAG-POINT     PIC 9(7)V99.
023700
023800 01  METRIC-FLAG-LETTERS     PIC X(4) VALUE "RVNU".
023900 01  FILLER REDEFINES METRIC-FLAG-LETTERS.
024000     05  METRIC-FLAG-LETTER  PIC X OCCURS 4 TIMES.
024100
024200 01  DETAIL-LINE.
024300     05  PRINT-CASHIER     PIC X(7).
024400     05  PRINT-NAME        PIC X(19).
024500     05  PRINT-SALES       PIC Z,ZZZ,ZZ9.99-.
024600     05  PRINT-METRIC-AREA OCCURS 4 TIMES.
024700         10  FILLER            PIC X(1).
024800         10  PRINT-METRIC      PIC ZZZZ9.9.
024900         10  FILLER            PIC X(1).
025000         10  PRINT-RANK        PIC ZZ9.
025100     05  FILLER            PIC X(2).
025200     05  PRINT-FLAG        PIC X OCCURS 4 TIMES.
025300
025400 01  SUMMARY-LINE.
025500     05  PRINT-SUMMARY-LABEL PIC X(39).
025600     05  PRINT-SUMMARY-AREA OCCURS 4 TIMES.
025700         10  FILLER            PIC X(1).
025800         10  PRINT-SUMMARY     PIC ZZZZ9.9.
025900         10  FILLER            PIC X(4).
026000
026100 01  STORE-LINE.
026200     05  FILLER              PIC X(6)  VALUE "STORE ".
026300     05  PRINT-STORE         PIC Z9.
026400     05  FILLER              PIC X(1)  VALUE SPACE.
026500     05  PRINT-STORE-NAME    PIC X(20).
026600     05  FILLER              PIC X(2)  VALUE SPACE.
026700     05  FILLER              PIC X(10) VALUE "CASHIERS: ".
026800     05  PRINT-STORE-COUNT   PIC ZZ9.
026900
027000 01  COLUMN-LINE.
027100     05  FILLER         PIC X(7)  VALUE "CASHIER".
027200     05  FILLER         PIC X(19) VALUE "NAME".
027300     05  FILLER         PIC X(13) VALUE " SALE DOLLARS".
027400     05  FILLER         PIC X(12) VALUE "    RET% RNK".
027500     05  FILLER         PIC X(12) VALUE "   VOID% RNK".
027600     05  FILLER         PIC X(12) VALUE "  NOSALE RNK".
027700     05  FILLER         PIC X(12) VALUE "  UNMTCH RNK".
027800     05  FILLER         PIC X(6)  VALUE "  FLAG".
027900
028000 01  TITLE-LINE.
028100     05  FILLER              PIC X(10) VALUE SPACE.
028200     05  FILLER              PIC X(38)
028300         VALUE "CASHIER EXCEPTIONS FOR THE WEEK ENDING".
028400     05  FILLER              PIC X(1)  VALUE SPACE.
028500     05  PRINT-TITLE-DATE    PIC 9(8).
028600     05  FILLER              PIC X(4)  VALUE SPACE.
028700     05  FILLER              PIC X(5)  VALUE "FLAG>".
028800     05  PRINT-TITLE-LIMIT   PIC 9.9.
028900     05  FILLER              PIC X(3)  VALUE " SD".
029000     05  FILLER              PIC X(4)  VALUE SPACE.
029100     05  FILLER              PIC X(5)  VALUE "PAGE:".
029200     05  FILLER              PIC X(1)  VALUE SPACE.
029300     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
029400
029500 01  LEGEND-LINE.
029600     05  FILLER              PIC X(40)
029700         VALUE "FLAG: R RETURN RATE  V VOID RATE  N NO-".
029800     05  FILLER              PIC X(40)
029900         VALUE "SALES  U UNMATCHED RETURNS  RANK 1 WORST".
030000
030100 01  NO-CASHIER-LINE.
030200     05  FILLER              PIC X(36)
030300         VALUE "LINES WITH NO CASHIER, NOT RANKED: ".
030400     05  PRINT-NO-CASHIER    PIC Z,ZZZ,ZZ9.
030500
030600 77  LINE-COUNT              PIC 999   VALUE ZERO.
030700 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
030800 77  MAXIMUM-LINES           PIC 999   VALUE 55.
030900
031000     COPY "WSCASE01.CBL".
031100
031200     COPY "WSDATE01.CBL".
031300
031400     COPY "WSAUDIT01.CBL".
031500
031600     COPY "WSSIGN01.CBL".
031700
031800 PROCEDURE DIVISION.
031900 PROGRAM-BEGIN.
032000     PERFORM OPENING-PROCEDURE.
032100     MOVE "SLSLPX01" TO SIGN-ON-PROGRAM.
032200     PERFORM GET-OPERATOR-SIGN-ON.
032300     IF OPERATOR-IS-SIGNED-ON
032400        AND SIGN-ON-CAN-UTILITY = "Y"
032500         PERFORM MAIN-PROCESS
032600     ELSE
032700     IF OPERATOR-IS-SIGNED-ON
032800         DISPLAY "YOU ARE NOT AUTHORIZED FOR UTILITIES".
032900     PERFORM CLOSING-PROCEDURE.
033000
033100 PROGRAM-EXIT.
033200     EXIT PROGRAM.
033300
033400 PROGRAM-DONE.
033500     STOP RUN.
033600
033700 OPENING-PROCEDURE.
033800     OPEN I-O OPERATOR-FILE.
033900     OPEN I-O STORE-FILE.
034000     OPEN I-O CASHIER-FILE.
034100     OPEN OUTPUT PRINTER-FILE.
034200
034300 CLOSING-PROCEDURE.
034400     CLOSE OPERATOR-FILE.
034500     CLOSE STORE-FILE.
034600     CLOSE CASHIER-FILE.
034700     PERFORM END-LAST-PAGE.
034800     CLOSE PRINTER-FILE.
034900
035000 MAIN-PROCESS.
035100     PERFORM GET-REPORT-OPTIONS.
035200     PERFORM SORT-DATA-FILE.
035300     PERFORM TALLY-WORK-FILE.
035400     PERFORM PRINT-THE-REPORT.
035500
035600 GET-REPORT-OPTIONS.
035700     MOVE "N" TO ZERO-DATE-IS-OK.
035800     MOVE "ENTER WEEK ENDING DATE (MM/DD/CCYY)"
035900         TO DATE-PROMPT.
036000     PERFORM GET-A-DATE.
036100     MOVE DATE-CCYYMMDD TO WEEK-END-DATE.
036200     COMPUTE WEEK-END-ANSI =
036300         FUNCTION INTEGER-OF-DATE(WEEK-END-DATE).
036400     COMPUTE WEEK-START-DATE =
036500         FUNCTION DATE-OF-INTEGER(WEEK-END-ANSI - 6).
036600     COMPUTE LOOKBACK-START-DATE =
036700         FUNCTION DATE-OF-INTEGER(WEEK-END-ANSI - 36).
036800     DISPLAY "STANDARD DEVIATIONS ABOVE THE STORE".
036900     DISPLAY "AVERAGE TO FLAG, WITH NO DECIMAL POINT".
037000     DISPLAY "- 20 MEANS 2.0 (0 FOR 2.0)".
037100     ACCEPT DEVIATION-ENTRY.
037200     IF DEVIATION-ENTRY = ZEROES
037300         MOVE 20 TO DEVIATION-ENTRY.
037400     COMPUTE DEVIATION-LIMIT = DEVIATION-ENTRY / 10.
037500
037600*---------------------------------
037700* Within a category and day the
037800* sales sort ahead of the
037900* returns, so the last sale
038000* seen is never later than the
038100* return being matched.
038200*---------------------------------
038300 SORT-DATA-FILE.
038400     SORT SORT-FILE
038500         ON ASCENDING KEY SORT-STORE
038600                          SORT-DIVISION
038700                          SORT-DEPARTMENT
038800                          SORT-CATEGORY
038900                          SORT-DATE
039000         ON DESCENDING KEY SORT-TRAN-TYPE
039100          USING SALES-FILE
039200          GIVING WORK-FILE.
039300
039400*---------------------------------
039500* One pass of the sorted work
039600* file. Every sale from the
039700* start of the lookback moves
039800* the category's last sale
039900* date; lines inside the week
040000* feed their cashier's slot.
040100*---------------------------------
040200 TALLY-WORK-FILE.
040300     MOVE ZEROES TO MATCH-GROUP.
040400     MOVE ZEROES TO LAST-SALE-ANSI.
040500     OPEN INPUT WORK-FILE.
040600     MOVE "N" TO WORK-FILE-AT-END.
040700     PERFORM READ-NEXT-WORK-RECORD.
040800     PERFORM TALLY-THIS-WORK-RECORD
040900         UNTIL WORK-FILE-AT-END = "Y".
041000     CLOSE WORK-FILE.
041100
041200 READ-NEXT-WORK-RECORD.
041300     READ WORK-FILE
041400         AT END MOVE "Y" TO WORK-FILE-AT-END.
041500
041600 TALLY-THIS-WORK-RECORD.
041700     IF WORK-STORE NOT = MATCH-STORE
041800        OR WORK-DIVISION NOT = MATCH-DIVISION
041900        OR WORK-DEPARTMENT NOT = MATCH-DEPARTMENT
042000        OR WORK-CATEGORY NOT = MATCH-CATEGORY
042100         PERFORM START-MATCH-GROUP.
042200     IF WORK-DATE NOT < LOOKBACK-START-DATE
042300        AND WORK-DATE NOT > WEEK-END-DATE
042400        AND WORK-IS-SALE
042500        AND WORK-AMOUNT NOT = ZEROES
042600         COMPUTE LAST-SALE-ANSI =
042700             FUNCTION INTEGER-OF-DATE(WORK-DATE).
042800     IF WORK-DATE NOT < WEEK-START-DATE
042900        AND WORK-DATE NOT > WEEK-END-DATE
043000         PERFORM TALLY-WEEK-LINE.
043100     PERFORM READ-NEXT-WORK-RECORD.
043200
043300 START-MATCH-GROUP.
043400     MOVE WORK-STORE TO MATCH-STORE.
043500     MOVE WORK-DIVISION TO MATCH-DIVISION.
043600     MOVE WORK-DEPARTMENT TO MATCH-DEPARTMENT.
043700     MOVE WORK-CATEGORY TO MATCH-CATEGORY.
043800     MOVE ZEROES TO LAST-SALE-ANSI.
043900
044000 TALLY-WEEK-LINE.
044100     IF WORK-CASHIER = SPACES
044200         ADD 1 TO NO-CASHIER-LINES
044300     ELSE
044400         PERFORM PLACE-IN-CASHIER-SLOT.
044500
044600*---------------------------------
044700* Dollars ride into the slot as
044800* positive amounts whichever
044900* way the register signed them.
045000*---------------------------------
045100 PLACE-IN-CASHIER-SLOT.
045200     PERFORM FIND-CASHIER-SLOT.
045300     IF WORK-AMOUNT < ZEROES
045400         COMPUTE LINE-AMOUNT = ZERO - WORK-AMOUNT
045500     ELSE
045600         MOVE WORK-AMOUNT TO LINE-AMOUNT.
045700     IF SLOT-SUB NOT > 500
045800         IF WORK-IS-RETURN
045900             ADD LINE-AMOUNT TO CSLOT-RETURNS (SLOT-SUB)
046000             PERFORM MATCH-THE-RETURN
046100         ELSE
046200         IF WORK-IS-VOID
046300             ADD LINE-AMOUNT TO CSLOT-VOIDS (SLOT-SUB)
046400         ELSE
046500         IF WORK-IS-NO-SALE
046600             ADD WORK-TRAN-COUNT
046700                 TO CSLOT-NO-SALES (SLOT-SUB)
046800         ELSE
046900             ADD LINE-AMOUNT TO CSLOT-SALES (SLOT-SUB).
047000
047100*---------------------------------
047200* A return is unmatched when its
047300* category had no sale in the 30
047400* days up to and including the
047500* day of the return.
047600*---------------------------------
047700 MATCH-THE-RETURN.
047800     COMPUTE RETURN-ANSI =
047900         FUNCTION INTEGER-OF-DATE(WORK-DATE).
048000     IF LAST-SALE-ANSI = ZEROES
048100        OR RETURN-ANSI - LAST-SALE-ANSI > 30
048200         ADD 1 TO CSLOT-UNMATCHED (SLOT-SUB).
048300
048400 FIND-CASHIER-SLOT.
048500     MOVE 1 TO SLOT-SUB.
048600     PERFORM BUMP-CASHIER-SLOT
048700         UNTIL SLOT-SUB > SLOT-COUNT
048800            OR (CSLOT-STORE (SLOT-SUB) = WORK-STORE
048900                AND CSLOT-CASHIER (SLOT-SUB)
049000                    = WORK-CASHIER).
049100     IF SLOT-SUB > SLOT-COUNT
049200         PERFORM OPEN-CASHIER-SLOT.
049300
049400 BUMP-CASHIER-SLOT.
049500     ADD 1 TO SLOT-SUB.
049600
049700 OPEN-CASHIER-SLOT.
049800     IF SLOT-COUNT < 500
049900         ADD 1 TO SLOT-COUNT
050000         MOVE SLOT-COUNT TO SLOT-SUB
050100         MOVE WORK-STORE TO CSLOT-STORE (SLOT-SUB)
050200         MOVE WORK-CASHIER TO CSLOT-CASHIER (SLOT-SUB)
050300         MOVE ZEROES TO CSLOT-SALES (SLOT-SUB)
050400                        CSLOT-RETURNS (SLOT-SUB)
050500                        CSLOT-VOIDS (SLOT-SUB)
050600                        CSLOT-NO-SALES (SLOT-SUB)
050700                        CSLOT-UNMATCHED (SLOT-SUB)
050800     ELSE
050900         MOVE 501 TO SLOT-SUB
051000         IF SLOTS-ARE-FULL = "N"
051100             MOVE "Y" TO SLOTS-ARE-FULL
051200             DISPLAY "MORE THAN 500 STORE/CASHIER"
051300             DISPLAY "SLOTS - THE OVERFLOW WAS SKIPPED".
051400
051500*---------------------------------
051600* PRINTING
051700*---------------------------------
051800 PRINT-THE-REPORT.
051900     PERFORM START-NEW-PAGE.
052000     IF SLOT-COUNT = ZEROES
052100         MOVE "NO CASHIER ACTIVITY IN THE WEEK"
052200             TO PRINTER-RECORD
052300         PERFORM WRITE-TO-PRINTER
052400     ELSE
052500         PERFORM SET-SLOT-METRICS
052600             VARYING SLOT-SUB FROM 1 BY 1
052700             UNTIL SLOT-SUB > SLOT-COUNT
052800         MOVE 1 TO GROUP-FIRST-SLOT
052900         PERFORM PRINT-ONE-STORE-GROUP
053000             UNTIL GROUP-FIRST-SLOT > SLOT-COUNT.
053100     IF NO-CASHIER-LINES > ZEROES
053200         PERFORM LINE-FEED
053300         MOVE NO-CASHIER-LINES TO PRINT-NO-CASHIER
053400         MOVE NO-CASHIER-LINE TO PRINTER-RECORD
053500         PERFORM WRITE-TO-PRINTER.
053600
053700*---------------------------------
053800* Rates are percents of the
053900* cashier's sale dollars; with
054000* no sales at all any return or
054100* void shows as the most the
054200* column holds.
054300*---------------------------------
054400 SET-SLOT-METRICS.
054500     IF CSLOT-SALES (SLOT-SUB) = ZEROES
054600         PERFORM SET-RATES-WITH-NO-SALES
054700     ELSE
054800         COMPUTE RATE-WORK ROUNDED =
054900             (CSLOT-RETURNS (SLOT-SUB)
055000              / CSLOT-SALES (SLOT-SUB)) * 100
055100         MOVE 1 TO METRIC-SUB
055200         PERFORM STORE-CAPPED-RATE
055300         COMPUTE RATE-WORK ROUNDED =
055400             (CSLOT-VOIDS (SLOT-SUB)
055500              / CSLOT-SALES (SLOT-SUB)) * 100
055600         MOVE 2 TO METRIC-SUB
055700         PERFORM STORE-CAPPED-RATE.
055800     MOVE CSLOT-NO-SALES (SLOT-SUB)
055900         TO CSLOT-METRIC (SLOT-SUB 3).
056000     MOVE CSLOT-UNMATCHED (SLOT-SUB)
056100         TO CSLOT-METRIC (SLOT-SUB 4).
056200
056300 STORE-CAPPED-RATE.
056400     IF RATE-WORK > 99999.9
056500         MOVE 99999.9 TO CSLOT-METRIC (SLOT-SUB METRIC-SUB)
056600     ELSE
056700         MOVE RATE-WORK TO CSLOT-METRIC (SLOT-SUB METRIC-SUB).
056800
056900 SET-RATES-WITH-NO-SALES.
057000     MOVE ZEROES TO CSLOT-METRIC (SLOT-SUB 1)
057100                    CSLOT-METRIC (SLOT-SUB 2).
057200     IF CSLOT-RETURNS (SLOT-SUB) > ZEROES
057300         MOVE 99999.9 TO CSLOT-METRIC (SLOT-SUB 1).
057400     IF CSLOT-VOIDS (SLOT-SUB) > ZEROES
057500         MOVE 99999.9 TO CSLOT-METRIC (SLOT-SUB 2).
057600
057700*---------------------------------
057800* A store's slots run from
057900* GROUP-FIRST-SLOT to the last
058000* slot with the same store.
058100* Its cashiers print in order
058200* of return-rate rank.
058300*---------------------------------
058400 PRINT-ONE-STORE-GROUP.
058500     MOVE GROUP-FIRST-SLOT TO GROUP-LAST-SLOT.
058600     PERFORM EXTEND-STORE-GROUP
058700         UNTIL GROUP-LAST-SLOT = SLOT-COUNT
058800            OR CSLOT-STORE (GROUP-LAST-SLOT + 1)
058900               NOT = CSLOT-STORE (GROUP-FIRST-SLOT).
059000     COMPUTE GROUP-CASHIERS =
059100         GROUP-LAST-SLOT - GROUP-FIRST-SLOT + 1.
059200     PERFORM FIGURE-ONE-METRIC
059300         VARYING METRIC-SUB FROM 1 BY 1
059400         UNTIL METRIC-SUB > 4.
059500     PERFORM RANK-ONE-SLOT
059600         VARYING SLOT-SUB FROM GROUP-FIRST-SLOT BY 1
059700         UNTIL SLOT-SUB > GROUP-LAST-SLOT.
059800     PERFORM PRINT-STORE-HEADING.
059900     PERFORM PRINT-CASHIERS-AT-RANK
060000         VARYING PRINT-RANK-SUB FROM 1 BY 1
060100         UNTIL PRINT-RANK-SUB > GROUP-CASHIERS.
060200     PERFORM PRINT-STORE-SUMMARY.
060300     COMPUTE GROUP-FIRST-SLOT = GROUP-LAST-SLOT + 1.
060400
060500 EXTEND-STORE-GROUP.
060600     ADD 1 TO GROUP-LAST-SLOT.
060700
060800*---------------------------------
060900* Average and standard deviation
061000* of one metric over the store's
061100* cashiers (the whole store,
061200* not a sample), and the point
061300* above which a cashier is
061400* flagged. With every cashier
061500* the same nobody is flagged.
061600*---------------------------------
061700 FIGURE-ONE-METRIC.
061800     MOVE ZEROES TO STAT-SUM (METRIC-SUB)
061900                    STAT-SUM-SQUARES (METRIC-SUB).
062000     PERFORM ADD-ONE-TO-STATISTICS
062100         VARYING SLOT-SUB FROM GROUP-FIRST-SLOT BY 1
062200         UNTIL SLOT-SUB > GROUP-LAST-SLOT.
062300     COMPUTE STAT-MEAN (METRIC-SUB) ROUNDED =
062400         STAT-SUM (METRIC-SUB) / GROUP-CASHIERS.
062500     COMPUTE METRIC-VARIANCE ROUNDED =
062600         (STAT-SUM-SQUARES (METRIC-SUB) / GROUP-CASHIERS)
062700         - ((STAT-SUM (METRIC-SUB) / GROUP-CASHIERS)
062800            * (STAT-SUM (METRIC-SUB) / GROUP-CASHIERS)).
062900     IF METRIC-VARIANCE > ZEROES
063000         COMPUTE STAT-DEVIATION (METRIC-SUB) ROUNDED =
063100             FUNCTION SQRT(METRIC-VARIANCE)
063200     ELSE
063300         MOVE ZEROES TO STAT-DEVIATION (METRIC-SUB).
063400     COMPUTE STAT-FLAG-POINT (METRIC-SUB) =
063500         STAT-MEAN (METRIC-SUB)
063600         + (DEVIATION-LIMIT * STAT-DEVIATION (METRIC-SUB)).
063700
063800 ADD-ONE-TO-STATISTICS.
063900     ADD CSLOT-METRIC (SLOT-SUB METRIC-SUB)
064000         TO STAT-SUM (METRIC-SUB).
064100     COMPUTE STAT-SUM-SQUARES (METRIC-SUB) =
064200         STAT-SUM-SQUARES (METRIC-SUB)
064300         + (CSLOT-METRIC (SLOT-SUB METRIC-SUB)
064400            * CSLOT-METRIC (SLOT-SUB METRIC-SUB)).
064500
064600*---------------------------------
064700* Rank is one more than the
064800* number of the store's
064900* cashiers with a higher
065000* figure, so ties share a rank.
065100*---------------------------------
065200 RANK-ONE-SLOT.
065300     PERFORM RANK-ONE-METRIC
065400         VARYING METRIC-SUB FROM 1 BY 1
065500         UNTIL METRIC-SUB > 4.
065600
065700 RANK-ONE-METRIC.
065800     MOVE 1 TO CSLOT-RANK (SLOT-SUB METRIC-SUB).
065900     PERFORM COMPARE-WITH-OTHER-SLOT
066000         VARYING OTHER-SUB FROM GROUP-FIRST-SLOT BY 1
066100         UNTIL OTHER-SUB > GROUP-LAST-SLOT.
066200
066300 COMPARE-WITH-OTHER-SLOT.
066400     IF CSLOT-METRIC (OTHER-SUB METRIC-SUB)
066500        > CSLOT-METRIC (SLOT-SUB METRIC-SUB)
066600         ADD 1 TO CSLOT-RANK (SLOT-SUB METRIC-SUB).
066700
066800 PRINT-STORE-HEADING.
066900     IF LINE-COUNT > MAXIMUM-LINES - 4
067000         PERFORM START-NEXT-PAGE.
067100     MOVE CSLOT-STORE (GROUP-FIRST-SLOT) TO STORE-CODE.
067200     MOVE "Y" TO STORE-RECORD-FOUND.
067300     READ STORE-FILE RECORD
067400         INVALID KEY
067500         MOVE "N" TO STORE-RECORD-FOUND.
067600     MOVE SPACE TO PRINT-STORE-NAME.
067700     IF STORE-RECORD-FOUND = "Y"
067800         MOVE STORE-NAME TO PRINT-STORE-NAME.
067900     MOVE CSLOT-STORE (GROUP-FIRST-SLOT) TO PRINT-STORE.
068000     MOVE GROUP-CASHIERS TO PRINT-STORE-COUNT.
068100     MOVE STORE-LINE TO PRINTER-RECORD.
068200     PERFORM WRITE-TO-PRINTER.
068300
068400 PRINT-CASHIERS-AT-RANK.
068500     PERFORM PRINT-CASHIER-IF-AT-RANK
068600         VARYING SLOT-SUB FROM GROUP-FIRST-SLOT BY 1
068700         UNTIL SLOT-SUB > GROUP-LAST-SLOT.
068800
068900 PRINT-CASHIER-IF-AT-RANK.
069000     IF CSLOT-RANK (SLOT-SUB 1) = PRINT-RANK-SUB
069100         PERFORM PRINT-ONE-CASHIER.
069200
069300 PRINT-ONE-CASHIER.
069400     IF LINE-COUNT > MAXIMUM-LINES
069500         PERFORM START-NEXT-PAGE.
069600     MOVE SPACE TO DETAIL-LINE.
069700     MOVE CSLOT-CASHIER (SLOT-SUB) TO PRINT-CASHIER.
069800     PERFORM LOOK-UP-CASHIER-NAME.
069900     MOVE CSLOT-SALES (SLOT-SUB) TO PRINT-SALES.
070000     PERFORM SET-ONE-PRINT-METRIC
070100         VARYING METRIC-SUB FROM 1 BY 1
070200         UNTIL METRIC-SUB > 4.
070300     MOVE DETAIL-LINE TO PRINTER-RECORD.
070400     PERFORM WRITE-TO-PRINTER.
070500
070600 LOOK-UP-CASHIER-NAME.
070700     MOVE CSLOT-STORE (SLOT-SUB) TO CSHR-STORE.
070800     MOVE CSLOT-CASHIER (SLOT-SUB) TO CSHR-ID.
070900     MOVE "Y" TO CSHR-RECORD-FOUND.
071000     READ CASHIER-FILE RECORD
071100         INVALID KEY
071200         MOVE "N" TO CSHR-RECORD-FOUND.
071300     IF CSHR-RECORD-FOUND = "Y"
071400         MOVE CSHR-NAME TO PRINT-NAME
071500     ELSE
071600         MOVE "NOT ON CASHIER FILE" TO PRINT-NAME.
071700
071800 SET-ONE-PRINT-METRIC.
071900     MOVE CSLOT-METRIC (SLOT-SUB METRIC-SUB)
072000         TO PRINT-METRIC (METRIC-SUB).
072100     MOVE CSLOT-RANK (SLOT-SUB METRIC-SUB)
072200         TO PRINT-RANK (METRIC-SUB).
072300     IF STAT-DEVIATION (METRIC-SUB) > ZEROES
072400        AND CSLOT-METRIC (SLOT-SUB METRIC-SUB)
072500            > STAT-FLAG-POINT (METRIC-SUB)
072600         MOVE METRIC-FLAG-LETTER (METRIC-SUB)
072700             TO PRINT-FLAG (METRIC-SUB).
072800
072900 PRINT-STORE-SUMMARY.
073000     IF LINE-COUNT > MAXIMUM-LINES - 2
073100         PERFORM START-NEXT-PAGE.
073200     MOVE SPACE TO SUMMARY-LINE.
073300     MOVE "     STORE AVERAGE" TO PRINT-SUMMARY-LABEL.
073400     PERFORM SET-SUMMARY-MEAN
073500         VARYING METRIC-SUB FROM 1 BY 1
073600         UNTIL METRIC-SUB > 4.
073700     MOVE SUMMARY-LINE TO PRINTER-RECORD.
073800     PERFORM WRITE-TO-PRINTER.
073900     MOVE SPACE TO SUMMARY-LINE.
074000     MOVE "     STANDARD DEVIATION"
074100         TO PRINT-SUMMARY-LABEL.
074200     PERFORM SET-SUMMARY-DEVIATION
074300         VARYING METRIC-SUB FROM 1 BY 1
074400         UNTIL METRIC-SUB > 4.
074500     MOVE SUMMARY-LINE TO PRINTER-RECORD.
074600     PERFORM WRITE-TO-PRINTER.
074700     PERFORM LINE-FEED.
074800
074900 SET-SUMMARY-MEAN.
075000     MOVE STAT-MEAN (METRIC-SUB)
075100         TO PRINT-SUMMARY (METRIC-SUB).
075200
075300 SET-SUMMARY-DEVIATION.
075400     MOVE STAT-DEVIATION (METRIC-SUB)
075500         TO PRINT-SUMMARY (METRIC-SUB).
075600
075700 WRITE-TO-PRINTER.
075800     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
075900     ADD 1 TO LINE-COUNT.
076000
076100 LINE-FEED.
076200     MOVE SPACE TO PRINTER-RECORD.
076300     PERFORM WRITE-TO-PRINTER.
076400
076500 START-NEXT-PAGE.
076600     PERFORM END-LAST-PAGE.
076700     PERFORM START-NEW-PAGE.
076800
076900 START-NEW-PAGE.
077000     ADD 1 TO PAGE-NUMBER.
077100     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
077200     MOVE WEEK-END-DATE TO PRINT-TITLE-DATE.
077300     MOVE DEVIATION-LIMIT TO PRINT-TITLE-LIMIT.
077400     MOVE TITLE-LINE TO PRINTER-RECORD.
077500     PERFORM WRITE-TO-PRINTER.
077600     MOVE LEGEND-LINE TO PRINTER-RECORD.
077700     PERFORM WRITE-TO-PRINTER.
077800     PERFORM LINE-FEED.
077900     MOVE COLUMN-LINE TO PRINTER-RECORD.
078000     PERFORM WRITE-TO-PRINTER.
078100     PERFORM LINE-FEED.
078200
078300 END-LAST-PAGE.
078400     PERFORM FORM-FEED.
078500     MOVE ZERO TO LINE-COUNT.
078600
078700 FORM-FEED.
078800     MOVE SPACE TO PRINTER-RECORD.
078900     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
079000
079100*---------------------------------
079200* Utility routines.
079300*---------------------------------
079400     COPY "PLDATE01.CBL".
079500
079600     COPY "PLSIGN01.CBL".

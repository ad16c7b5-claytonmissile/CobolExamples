000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STRPNL01.
000300*---------------------------------
000400* Store four-wall P&L.
000500*
000600* For an entered month, prints
000700* each store's net sales from
000800* the permanent sales history
000900* file against the AP expense
001000* charged to the store on the
001100* voucher distribution lines -
001200* expense accounts only, one
001300* line per account - and the
001400* store contribution left
001500* after them, each beside the
001600* same month last year. The
001700* stores are then ranked by
001800* contribution, best first.
001900*
002000* Expense falls in the month of
002100* its voucher date; cancelled
002200* and rejected vouchers are
002300* left out. A store closed
002400* before the month is left out;
002500* one that closed in it shows
002600* for the last time. Sales
002700* history is filled by the
002800* month-end roll, so run this
002900* for a closed month.
003000*---------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400
003500     COPY "SLSHIST.CBL".
003600
003700     COPY "SLDIST.CBL".
003800
003900     COPY "SLVOUCH.CBL".
004000
004100     COPY "SLACCT.CBL".
004200
004300     COPY "SLSTORE.CBL".
004400
004500     SELECT PRINTER-FILE
004600         ASSIGN TO PRINTER
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100
005200     COPY "FDSHIST.CBL".
005300
005400     COPY "FDDIST.CBL".
005500
005600     COPY "FDVOUCH.CBL".
005700
005800     COPY "FDACCT.CBL".
005900
006000     COPY "FDSTORE.CBL".
006100
006200 FD  PRINTER-FILE
006300     LABEL RECORDS ARE OMITTED.
006400 01  PRINTER-RECORD             PIC X(80).
006500
006600 WORKING-STORAGE SECTION.
006700
006800 77  HISTORY-FILE-AT-END     PIC X.
006900 77  DIST-FILE-AT-END        PIC X.
007000 77  VOUCHER-RECORD-FOUND    PIC X.
007100 77  ACCOUNT-RECORD-FOUND    PIC X.
007200 77  STORE-RECORD-FOUND      PIC X.
007300 77  LINE-COUNTS-TOWARD      PIC X.
007400
007500 77  REPORT-YEAR             PIC 9(4).
007600 77  REPORT-MONTH            PIC 9(2).
007700 77  REPORT-PERIOD           PIC 9(6).
007800 77  COMPARE-PERIOD          PIC 9(6).
007900 77  VOUCHER-PERIOD          PIC 9(6).
008000
008100*---------------------------------
008200* Sales and expense by store,
008300* this year and last.
008400*---------------------------------
008500 77  STORE-SUB               PIC 9(2).
008600 01  STORE-TABLE.
008700     05  STORE-ENTRY OCCURS 99 TIMES.
008800         10  STORE-SALES-TY      PIC S9(9)V99.
008900         10  STORE-SALES-LY      PIC S9(9)V99.
009000         10  STORE-EXPENSE-TY    PIC S9(9)V99.
009100         10  STORE-EXPENSE-LY    PIC S9(9)V99.
009200         10  STORE-HAS-DATA      PIC X.
009300         10  STORE-IS-REPORTED   PIC X.
009400         10  STORE-RANKED        PIC X.
009500
009600*---------------------------------
009700* Expense by store and account.
009800*---------------------------------
009900 77  EXP-SUB                 PIC 9(3).
010000 77  EXP-COUNT               PIC 9(3)  VALUE ZERO.
010100 77  EXP-TABLE-FULL          PIC X     VALUE "N".
010200 01  EXPENSE-TABLE.
010300     05  EXPENSE-ENTRY OCCURS 500 TIMES.
010400         10  EXP-STORE           PIC 9(2).
010500         10  EXP-ACCOUNT         PIC 9(5).
010600         10  EXP-AMOUNT-TY       PIC S9(9)V99.
010700         10  EXP-AMOUNT-LY       PIC S9(9)V99.
010800         10  EXP-PRINTED         PIC X.
010900
011000 77  BEST-SUB                PIC 9(3).
011100 77  A-LINE-WAS-FOUND        PIC X.
011200 77  RANK-PASS               PIC 9(3).
011300 77  BEST-STORE              PIC 9(2).
011400 77  BEST-AMOUNT             PIC S9(9)V99.
011500 77  A-STORE-WAS-FOUND       PIC X.
011600
011700 77  CONTRIBUTION-TY         PIC S9(9)V99.
011800 77  CONTRIBUTION-LY         PIC S9(9)V99.
011900 77  COMPANY-SALES-TY        PIC S9(9)V99 VALUE ZEROES.
012000 77  COMPANY-SALES-LY        PIC S9(9)V99 VALUE ZEROES.
012100 77  COMPANY-EXPENSE-TY      PIC S9(9)V99 VALUE ZEROES.
012200 77  COMPANY-EXPENSE-LY      PIC S9(9)V99 VALUE ZEROES.
012300 77  LINE-AMOUNT-TY          PIC S9(9)V99.
012400 77  LINE-AMOUNT-LY          PIC S9(9)V99.
012500 77  CONTRIBUTION-PCT        PIC S9(4)V9.
012600
012700 77  LINE-COUNT              PIC 999   VALUE ZERO.
012800 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
012900 77  MAXIMUM-LINES           PIC 999   VALUE 55.
013000
013100 01  DETAIL-LINE.
013200     05  PRINT-LABEL         PIC X(36).
013300     05  PRINT-AMOUNT-TY     PIC Z,ZZZ,ZZZ,ZZ9.99-.
013400     05  FILLER              PIC X(1)  VALUE SPACE.
013500     05  PRINT-AMOUNT-LY     PIC Z,ZZZ,ZZZ,ZZ9.99-.
013600     05  FILLER              PIC X(1)  VALUE SPACE.
013700     05  PRINT-PCT-TY        PIC ZZZ9.9-.
013800
013900 01  ACCOUNT-LABEL.
014000     05  FILLER              PIC X(2)  VALUE SPACE.
014100     05  PRINT-ACCOUNT       PIC 9(5).
014200     05  FILLER              PIC X(1)  VALUE SPACE.
014300     05  PRINT-ACCOUNT-NAME  PIC X(28).
014400
014500 01  STORE-HEADING.
014600     05  FILLER              PIC X(6)  VALUE "STORE".
014700     05  PRINT-STORE         PIC Z9.
014800     05  FILLER              PIC X(1)  VALUE SPACE.
014900     05  PRINT-STORE-NAME    PIC X(20).
015000     05  PRINT-STORE-CLOSED  PIC X(20).
015100
015200 01  COLUMN-LINE.
015300     05  FILLER              PIC X(36) VALUE SPACE.
015400     05  FILLER              PIC X(17) VALUE "        THIS YEAR".
015500     05  FILLER              PIC X(18) VALUE "         LAST YEAR".
015600     05  FILLER              PIC X(8)  VALUE "  PCT".
015700
015800 01  RANK-LINE.
015900     05  PRINT-RANK          PIC Z9.
016000     05  FILLER              PIC X(2)  VALUE ". ".
016100     05  PRINT-RANK-STORE    PIC Z9.
016200     05  FILLER              PIC X(1)  VALUE SPACE.
016300     05  PRINT-RANK-NAME     PIC X(20).
016400     05  FILLER              PIC X(9)  VALUE SPACE.
016500     05  PRINT-RANK-TY       PIC Z,ZZZ,ZZZ,ZZ9.99-.
016600     05  FILLER              PIC X(1)  VALUE SPACE.
016700     05  PRINT-RANK-LY       PIC Z,ZZZ,ZZZ,ZZ9.99-.
016800     05  FILLER              PIC X(1)  VALUE SPACE.
016900     05  PRINT-RANK-PCT      PIC ZZZ9.9-.
017000
017100 01  TITLE-LINE.
017200     05  FILLER              PIC X(10) VALUE SPACE.
017300     05  FILLER              PIC X(25)
017400         VALUE "STORE FOUR-WALL P&L FOR ".
017500     05  PRINT-TITLE-MONTH   PIC Z9.
017600     05  FILLER              PIC X(1)  VALUE "/".
017700     05  PRINT-TITLE-YEAR    PIC 9(4).
017800     05  FILLER              PIC X(17)
017900         VALUE " VS SAME MONTH OF".
018000     05  FILLER              PIC X(1)  VALUE SPACE.
018100     05  PRINT-COMPARE-YEAR  PIC 9(4).
018200     05  FILLER              PIC X(6)  VALUE " PAGE:".
018300     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
018400
018500 01  EXP-FULL-LINE.
018600     05  FILLER              PIC X(40)
018700         VALUE "MORE THAN 500 STORE/ACCOUNT EXPENSE LINE".
018800     05  FILLER              PIC X(36)
018900         VALUE "S - STORE TOTALS ARE STILL COMPLETE".
019000
019100     COPY "WSCASE01.CBL".
019200
019300 PROCEDURE DIVISION.
019400 PROGRAM-BEGIN.
019500     PERFORM OPENING-PROCEDURE.
019600     PERFORM MAIN-PROCESS.
019700     PERFORM CLOSING-PROCEDURE.
019800
019900 PROGRAM-EXIT.
020000     EXIT PROGRAM.
020100
020200 PROGRAM-DONE.
020300     STOP RUN.
020400
020500 OPENING-PROCEDURE.
020600     OPEN I-O HISTORY-FILE.
020700     OPEN I-O DISTRIBUTION-FILE.
020800     OPEN I-O VOUCHER-FILE.
020900     OPEN I-O ACCOUNT-FILE.
021000     OPEN I-O STORE-FILE.
021100     OPEN OUTPUT PRINTER-FILE.
021200
021300 CLOSING-PROCEDURE.
021400     CLOSE HISTORY-FILE.
021500     CLOSE DISTRIBUTION-FILE.
021600     CLOSE VOUCHER-FILE.
021700     CLOSE ACCOUNT-FILE.
021800     CLOSE STORE-FILE.
021900     CLOSE PRINTER-FILE.
022000
022100 MAIN-PROCESS.
022200     PERFORM GET-REPORT-OPTIONS.
022300     PERFORM INIT-STORE-TABLE
022400         VARYING STORE-SUB FROM 1 BY 1
022500         UNTIL STORE-SUB > 99.
022600     PERFORM TALLY-HISTORY-FILE.
022700     PERFORM TALLY-DISTRIBUTION-FILE.
022800     PERFORM PRINT-THE-REPORT.
022900
023000 GET-REPORT-OPTIONS.
023100     DISPLAY "ENTER REPORT YEAR (CCYY)".
023200     ACCEPT REPORT-YEAR.
023300     PERFORM GET-REPORT-MONTH.
023400     COMPUTE REPORT-PERIOD = REPORT-YEAR * 100 + REPORT-MONTH.
023500     COMPUTE COMPARE-PERIOD = REPORT-PERIOD - 100.
023600
023700 GET-REPORT-MONTH.
023800     PERFORM ACCEPT-REPORT-MONTH.
023900     PERFORM RE-ACCEPT-REPORT-MONTH
024000         UNTIL REPORT-MONTH > 0
024100           AND REPORT-MONTH < 13.
024200
024300 ACCEPT-REPORT-MONTH.
024400     DISPLAY "ENTER REPORT MONTH (1-12)".
024500     ACCEPT REPORT-MONTH.
024600
024700 RE-ACCEPT-REPORT-MONTH.
024800     DISPLAY "MONTH MUST BE 1 THROUGH 12".
024900     PERFORM ACCEPT-REPORT-MONTH.
025000
025100 INIT-STORE-TABLE.
025200     MOVE ZEROES TO STORE-SALES-TY (STORE-SUB)
025300                    STORE-SALES-LY (STORE-SUB)
025400                    STORE-EXPENSE-TY (STORE-SUB)
025500                    STORE-EXPENSE-LY (STORE-SUB).
025600     MOVE "N" TO STORE-HAS-DATA (STORE-SUB)
025700                 STORE-IS-REPORTED (STORE-SUB)
025800                 STORE-RANKED (STORE-SUB).
025900
026000*---------------------------------
026100* Net sales for the month and
026200* the same month last year.
026300*---------------------------------
026400 TALLY-HISTORY-FILE.
026500     MOVE "N" TO HISTORY-FILE-AT-END.
026600     MOVE ZEROES TO HIST-KEY.
026700     START HISTORY-FILE KEY NOT < HIST-KEY
026800         INVALID KEY
026900         MOVE "Y" TO HISTORY-FILE-AT-END.
027000     PERFORM TALLY-NEXT-HISTORY
027100         UNTIL HISTORY-FILE-AT-END = "Y".
027200
027300 TALLY-NEXT-HISTORY.
027400     READ HISTORY-FILE NEXT RECORD
027500         AT END MOVE "Y" TO HISTORY-FILE-AT-END.
027600     IF HISTORY-FILE-AT-END NOT = "Y"
027700        AND HIST-STORE > ZEROES
027800         PERFORM TALLY-THIS-HISTORY.
027900
028000 TALLY-THIS-HISTORY.
028100     MOVE HIST-STORE TO STORE-SUB.
028200     IF HIST-PERIOD = REPORT-PERIOD
028300         ADD HIST-AMOUNT TO STORE-SALES-TY (STORE-SUB)
028400         MOVE "Y" TO STORE-HAS-DATA (STORE-SUB).
028500     IF HIST-PERIOD = COMPARE-PERIOD
028600         ADD HIST-AMOUNT TO STORE-SALES-LY (STORE-SUB)
028700         MOVE "Y" TO STORE-HAS-DATA (STORE-SUB).
028800
028900*---------------------------------
029000* AP expense charged to a store.
029100* Lines keyed before lines
029200* carried a store have no store
029300* and are passed by.
029400*---------------------------------
029500 TALLY-DISTRIBUTION-FILE.
029600     MOVE "N" TO DIST-FILE-AT-END.
029700     MOVE ZEROES TO DIST-KEY.
029800     MOVE ZEROES TO VOUCHER-NUMBER.
029900     MOVE "N" TO VOUCHER-RECORD-FOUND.
030000     START DISTRIBUTION-FILE KEY NOT < DIST-KEY
030100         INVALID KEY
030200         MOVE "Y" TO DIST-FILE-AT-END.
030300     PERFORM TALLY-NEXT-DIST-LINE
030400         UNTIL DIST-FILE-AT-END = "Y".
030500
030600 TALLY-NEXT-DIST-LINE.
030700     READ DISTRIBUTION-FILE NEXT RECORD
030800         AT END MOVE "Y" TO DIST-FILE-AT-END.
030900     IF DIST-FILE-AT-END NOT = "Y"
031000        AND DIST-STORE NUMERIC
031100        AND DIST-STORE > ZEROES
031200         PERFORM CHECK-THIS-DIST-LINE.
031300
031400 CHECK-THIS-DIST-LINE.
031500     MOVE "N" TO LINE-COUNTS-TOWARD.
031600     IF DIST-VOUCHER-NO NOT = VOUCHER-NUMBER
031700         PERFORM READ-DIST-VOUCHER.
031800     IF VOUCHER-RECORD-FOUND = "Y"
031900        AND NOT VOUCHER-IS-CANCELLED
032000        AND NOT VOUCHER-IS-REJECTED
032100         PERFORM CHECK-DIST-ACCOUNT.
032200     IF LINE-COUNTS-TOWARD = "Y"
032300         PERFORM TALLY-THIS-DIST-LINE.
032400
032500 READ-DIST-VOUCHER.
032600     MOVE DIST-VOUCHER-NO TO VOUCHER-NUMBER.
032700     MOVE "Y" TO VOUCHER-RECORD-FOUND.
032800     READ VOUCHER-FILE RECORD
032900         INVALID KEY
033000         MOVE "N" TO VOUCHER-RECORD-FOUND.
033100     MOVE VOUCHER-DATE (1:6) TO VOUCHER-PERIOD.
033200
033300 CHECK-DIST-ACCOUNT.
033400     IF VOUCHER-PERIOD = REPORT-PERIOD
033500        OR VOUCHER-PERIOD = COMPARE-PERIOD
033600         MOVE DIST-ACCOUNT TO ACCOUNT-NUMBER
033700         PERFORM READ-ACCOUNT-RECORD
033800         IF ACCOUNT-RECORD-FOUND = "Y"
033900            AND ACCOUNT-IS-EXPENSE
034000             MOVE "Y" TO LINE-COUNTS-TOWARD.
034100
034200 TALLY-THIS-DIST-LINE.
034300     MOVE DIST-STORE TO STORE-SUB.
034400     MOVE "Y" TO STORE-HAS-DATA (STORE-SUB).
034500     IF VOUCHER-PERIOD = REPORT-PERIOD
034600         ADD DIST-AMOUNT TO STORE-EXPENSE-TY (STORE-SUB)
034700     ELSE
034800         ADD DIST-AMOUNT TO STORE-EXPENSE-LY (STORE-SUB).
034900     PERFORM FIND-EXPENSE-ENTRY.
035000     IF EXP-SUB > EXP-COUNT
035100        AND EXP-COUNT < 500
035200         ADD 1 TO EXP-COUNT
035300         MOVE DIST-STORE TO EXP-STORE (EXP-SUB)
035400         MOVE DIST-ACCOUNT TO EXP-ACCOUNT (EXP-SUB)
035500         MOVE ZEROES TO EXP-AMOUNT-TY (EXP-SUB)
035600                        EXP-AMOUNT-LY (EXP-SUB)
035700         MOVE "N" TO EXP-PRINTED (EXP-SUB).
035800     IF EXP-SUB > EXP-COUNT
035900         MOVE "Y" TO EXP-TABLE-FULL
036000     ELSE
036100     IF VOUCHER-PERIOD = REPORT-PERIOD
036200         ADD DIST-AMOUNT TO EXP-AMOUNT-TY (EXP-SUB)
036300     ELSE
036400         ADD DIST-AMOUNT TO EXP-AMOUNT-LY (EXP-SUB).
036500
036600 FIND-EXPENSE-ENTRY.
036700     MOVE 1 TO EXP-SUB.
036800     PERFORM NEXT-EXPENSE-ENTRY
036900         UNTIL EXP-SUB > EXP-COUNT
037000            OR (EXP-STORE (EXP-SUB) = DIST-STORE
037100            AND EXP-ACCOUNT (EXP-SUB) = DIST-ACCOUNT).
037200
037300 NEXT-EXPENSE-ENTRY.
037400     ADD 1 TO EXP-SUB.
037500
037600*---------------------------------
037700* PRINTING
037800*---------------------------------
037900 PRINT-THE-REPORT.
038000     MOVE REPORT-MONTH TO PRINT-TITLE-MONTH.
038100     MOVE REPORT-YEAR TO PRINT-TITLE-YEAR.
038200     COMPUTE PRINT-COMPARE-YEAR = REPORT-YEAR - 1.
038300     MOVE SPACE TO DETAIL-LINE.
038400     PERFORM START-NEW-PAGE.
038500     PERFORM PRINT-ONE-STORE
038600         VARYING STORE-SUB FROM 1 BY 1
038700         UNTIL STORE-SUB > 99.
038800     PERFORM PRINT-COMPANY-TOTALS.
038900     PERFORM PRINT-THE-RANKING.
039000     IF EXP-TABLE-FULL = "Y"
039100         PERFORM LINE-FEED
039200         MOVE EXP-FULL-LINE TO PRINTER-RECORD
039300         PERFORM WRITE-TO-PRINTER.
039400     PERFORM END-LAST-PAGE.
039500
039600*---------------------------------
039700* A store closed before the
039800* month is not a store any
039900* more; a store not on file
040000* still prints, unnamed, so its
040100* numbers are not lost.
040200*---------------------------------
040300 PRINT-ONE-STORE.
040400     IF STORE-HAS-DATA (STORE-SUB) = "Y"
040500         PERFORM LOOK-UP-STORE
040600         IF STORE-RECORD-FOUND = "N"
040700            OR STORE-CLOSE-DATE = ZEROES
040800            OR STORE-CLOSE-DATE (1:6) NOT < REPORT-PERIOD
040900             PERFORM PRINT-THIS-STORE.
041000
041100 LOOK-UP-STORE.
041200     MOVE STORE-SUB TO STORE-CODE.
041300     MOVE "Y" TO STORE-RECORD-FOUND.
041400     READ STORE-FILE RECORD
041500         INVALID KEY
041600         MOVE "N" TO STORE-RECORD-FOUND.
041700     IF STORE-RECORD-FOUND = "N"
041800         MOVE SPACE TO STORE-NAME
041900         MOVE ZEROES TO STORE-CLOSE-DATE.
042000
042100 PRINT-THIS-STORE.
042200     MOVE "Y" TO STORE-IS-REPORTED (STORE-SUB).
042300     IF LINE-COUNT > MAXIMUM-LINES - 12
042400         PERFORM START-NEXT-PAGE.
042500     MOVE SPACE TO STORE-HEADING.
042600     MOVE STORE-SUB TO PRINT-STORE.
042700     MOVE STORE-NAME TO PRINT-STORE-NAME.
042800     IF STORE-CLOSE-DATE (1:6) = REPORT-PERIOD
042900         MOVE " (CLOSED THIS MONTH)" TO PRINT-STORE-CLOSED.
043000     MOVE STORE-HEADING TO PRINTER-RECORD.
043100     PERFORM WRITE-TO-PRINTER.
043200     MOVE "NET SALES" TO PRINT-LABEL.
043300     MOVE STORE-SALES-TY (STORE-SUB) TO LINE-AMOUNT-TY.
043400     MOVE STORE-SALES-LY (STORE-SUB) TO LINE-AMOUNT-LY.
043500     PERFORM PRINT-AMOUNT-LINE.
043600     MOVE "N" TO A-LINE-WAS-FOUND.
043700     PERFORM PRINT-NEXT-EXPENSE.
043800     PERFORM PRINT-NEXT-EXPENSE
043900         UNTIL A-LINE-WAS-FOUND = "N".
044000     MOVE "TOTAL STORE EXPENSE" TO PRINT-LABEL.
044100     MOVE STORE-EXPENSE-TY (STORE-SUB) TO LINE-AMOUNT-TY.
044200     MOVE STORE-EXPENSE-LY (STORE-SUB) TO LINE-AMOUNT-LY.
044300     PERFORM PRINT-AMOUNT-LINE.
044400     COMPUTE LINE-AMOUNT-TY =
044500         STORE-SALES-TY (STORE-SUB)
044600         - STORE-EXPENSE-TY (STORE-SUB).
044700     COMPUTE LINE-AMOUNT-LY =
044800         STORE-SALES-LY (STORE-SUB)
044900         - STORE-EXPENSE-LY (STORE-SUB).
045000     MOVE STORE-SALES-TY (STORE-SUB) TO CONTRIBUTION-TY.
045100     PERFORM PRINT-CONTRIBUTION-LINE.
045200     PERFORM LINE-FEED.
045300     ADD STORE-SALES-TY (STORE-SUB) TO COMPANY-SALES-TY.
045400     ADD STORE-SALES-LY (STORE-SUB) TO COMPANY-SALES-LY.
045500     ADD STORE-EXPENSE-TY (STORE-SUB) TO COMPANY-EXPENSE-TY.
045600     ADD STORE-EXPENSE-LY (STORE-SUB) TO COMPANY-EXPENSE-LY.
045700
045800*---------------------------------
045900* The store's expense accounts
046000* in account order: each pass
046100* prints the lowest one not yet
046200* printed.
046300*---------------------------------
046400 PRINT-NEXT-EXPENSE.
046500     MOVE "N" TO A-LINE-WAS-FOUND.
046600     PERFORM TEST-EXPENSE-ENTRY
046700         VARYING EXP-SUB FROM 1 BY 1
046800         UNTIL EXP-SUB > EXP-COUNT.
046900     IF A-LINE-WAS-FOUND = "Y"
047000         PERFORM PRINT-EXPENSE-LINE.
047100
047200 TEST-EXPENSE-ENTRY.
047300     IF EXP-STORE (EXP-SUB) = STORE-SUB
047400        AND EXP-PRINTED (EXP-SUB) = "N"
047500         IF A-LINE-WAS-FOUND = "N"
047600             MOVE "Y" TO A-LINE-WAS-FOUND
047700             MOVE EXP-SUB TO BEST-SUB
047800         ELSE
047900         IF EXP-ACCOUNT (EXP-SUB) < EXP-ACCOUNT (BEST-SUB)
048000             MOVE EXP-SUB TO BEST-SUB.
048100
048200 PRINT-EXPENSE-LINE.
048300     MOVE "Y" TO EXP-PRINTED (BEST-SUB).
048400     MOVE EXP-ACCOUNT (BEST-SUB) TO ACCOUNT-NUMBER.
048500     PERFORM READ-ACCOUNT-RECORD.
048600     MOVE SPACE TO ACCOUNT-LABEL.
048700     MOVE EXP-ACCOUNT (BEST-SUB) TO PRINT-ACCOUNT.
048800     MOVE ACCOUNT-NAME TO PRINT-ACCOUNT-NAME.
048900     MOVE ACCOUNT-LABEL TO PRINT-LABEL.
049000     MOVE EXP-AMOUNT-TY (BEST-SUB) TO LINE-AMOUNT-TY.
049100     MOVE EXP-AMOUNT-LY (BEST-SUB) TO LINE-AMOUNT-LY.
049200     PERFORM PRINT-AMOUNT-LINE.
049300
049400 PRINT-AMOUNT-LINE.
049500     IF LINE-COUNT > MAXIMUM-LINES
049600         PERFORM START-NEXT-PAGE.
049700     MOVE LINE-AMOUNT-TY TO PRINT-AMOUNT-TY.
049800     MOVE LINE-AMOUNT-LY TO PRINT-AMOUNT-LY.
049900     MOVE DETAIL-LINE TO PRINTER-RECORD.
050000     PERFORM WRITE-TO-PRINTER.
050100     MOVE SPACE TO DETAIL-LINE.
050200
050300*---------------------------------
050400* Contribution with its percent
050500* of this year's net sales
050600* (blank when there were no
050700* sales).
050800*---------------------------------
050900 PRINT-CONTRIBUTION-LINE.
051000     MOVE "STORE CONTRIBUTION" TO PRINT-LABEL.
051100     IF CONTRIBUTION-TY NOT = ZEROES
051200         COMPUTE CONTRIBUTION-PCT ROUNDED =
051300             (LINE-AMOUNT-TY / CONTRIBUTION-TY) * 100
051400         MOVE CONTRIBUTION-PCT TO PRINT-PCT-TY.
051500     PERFORM PRINT-AMOUNT-LINE.
051600
051700 PRINT-COMPANY-TOTALS.
051800     IF LINE-COUNT > MAXIMUM-LINES - 4
051900         PERFORM START-NEXT-PAGE.
052000     MOVE "ALL STORES NET SALES" TO PRINT-LABEL.
052100     MOVE COMPANY-SALES-TY TO LINE-AMOUNT-TY.
052200     MOVE COMPANY-SALES-LY TO LINE-AMOUNT-LY.
052300     PERFORM PRINT-AMOUNT-LINE.
052400     MOVE "ALL STORES EXPENSE" TO PRINT-LABEL.
052500     MOVE COMPANY-EXPENSE-TY TO LINE-AMOUNT-TY.
052600     MOVE COMPANY-EXPENSE-LY TO LINE-AMOUNT-LY.
052700     PERFORM PRINT-AMOUNT-LINE.
052800     COMPUTE LINE-AMOUNT-TY =
052900         COMPANY-SALES-TY - COMPANY-EXPENSE-TY.
053000     COMPUTE LINE-AMOUNT-LY =
053100         COMPANY-SALES-LY - COMPANY-EXPENSE-LY.
053200     MOVE COMPANY-SALES-TY TO CONTRIBUTION-TY.
053300     PERFORM PRINT-CONTRIBUTION-LINE.
053400
053500*---------------------------------
053600* The ranking: one pass per
053700* reported store, picking the
053800* best unranked contribution
053900* each time.
054000*---------------------------------
054100 PRINT-THE-RANKING.
054200     PERFORM START-NEXT-PAGE.
054300     MOVE "STORES RANKED BY CONTRIBUTION"
054400         TO PRINTER-RECORD.
054500     PERFORM WRITE-TO-PRINTER.
054600     PERFORM LINE-FEED.
054700     MOVE "Y" TO A-STORE-WAS-FOUND.
054800     PERFORM RANK-ONE-STORE
054900         VARYING RANK-PASS FROM 1 BY 1
055000         UNTIL RANK-PASS > 99
055100            OR A-STORE-WAS-FOUND = "N".
055200
055300 RANK-ONE-STORE.
055400     MOVE "N" TO A-STORE-WAS-FOUND.
055500     MOVE ZEROES TO BEST-STORE BEST-AMOUNT.
055600     PERFORM SEARCH-RANK-STORE
055700         VARYING STORE-SUB FROM 1 BY 1
055800         UNTIL STORE-SUB > 99.
055900     IF A-STORE-WAS-FOUND = "Y"
056000         MOVE "Y" TO STORE-RANKED (BEST-STORE)
056100         PERFORM PRINT-RANK-LINE.
056200
056300 SEARCH-RANK-STORE.
056400     IF STORE-IS-REPORTED (STORE-SUB) = "Y"
056500        AND STORE-RANKED (STORE-SUB) = "N"
056600         COMPUTE CONTRIBUTION-TY =
056700             STORE-SALES-TY (STORE-SUB)
056800             - STORE-EXPENSE-TY (STORE-SUB)
056900         PERFORM TEST-RANK-CANDIDATE.
057000
057100 TEST-RANK-CANDIDATE.
057200     IF A-STORE-WAS-FOUND = "N"
057300        OR CONTRIBUTION-TY > BEST-AMOUNT
057400         MOVE "Y" TO A-STORE-WAS-FOUND
057500         MOVE STORE-SUB TO BEST-STORE
057600         MOVE CONTRIBUTION-TY TO BEST-AMOUNT.
057700
057800 PRINT-RANK-LINE.
057900     IF LINE-COUNT > MAXIMUM-LINES
058000         PERFORM START-NEXT-PAGE.
058100     MOVE SPACE TO RANK-LINE.
058200     MOVE RANK-PASS TO PRINT-RANK.
058300     MOVE BEST-STORE TO PRINT-RANK-STORE STORE-SUB.
058400     PERFORM LOOK-UP-STORE.
058500     MOVE STORE-NAME TO PRINT-RANK-NAME.
058600     MOVE BEST-AMOUNT TO PRINT-RANK-TY.
058700     COMPUTE CONTRIBUTION-LY =
058800         STORE-SALES-LY (BEST-STORE)
058900         - STORE-EXPENSE-LY (BEST-STORE).
059000     MOVE CONTRIBUTION-LY TO PRINT-RANK-LY.
059100     IF STORE-SALES-TY (BEST-STORE) NOT = ZEROES
059200         COMPUTE CONTRIBUTION-PCT ROUNDED =
059300             (BEST-AMOUNT / STORE-SALES-TY (BEST-STORE)) * 100
059400         MOVE CONTRIBUTION-PCT TO PRINT-RANK-PCT.
059500     MOVE RANK-LINE TO PRINTER-RECORD.
059600     PERFORM WRITE-TO-PRINTER.
059700
059800*---------------------------------
059900* File I-O routines.
060000*---------------------------------
060100 READ-ACCOUNT-RECORD.
060200     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
060300     READ ACCOUNT-FILE RECORD
060400         INVALID KEY
060500         MOVE "N" TO ACCOUNT-RECORD-FOUND.
060600     IF ACCOUNT-RECORD-FOUND = "N"
060700         MOVE SPACE TO ACCOUNT-NAME.
060800
060900*---------------------------------
061000* Printer I-O routines.
061100*---------------------------------
061200 WRITE-TO-PRINTER.
061300     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
061400     ADD 1 TO LINE-COUNT.
061500
061600 LINE-FEED.
061700     MOVE SPACE TO PRINTER-RECORD.
061800     PERFORM WRITE-TO-PRINTER.
061900
062000 START-NEXT-PAGE.
062100     PERFORM END-LAST-PAGE.
062200     PERFORM START-NEW-PAGE.
062300
062400 START-NEW-PAGE.
062500     ADD 1 TO PAGE-NUMBER.
062600     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
062700     MOVE TITLE-LINE TO PRINTER-RECORD.
062800     PERFORM WRITE-TO-PRINTER.
062900     PERFORM LINE-FEED.
063000     MOVE COLUMN-LINE TO PRINTER-RECORD.
063100     PERFORM WRITE-TO-PRINTER.
063200     PERFORM LINE-FEED.
063300
063400 END-LAST-PAGE.
063500     PERFORM FORM-FEED.
063600     MOVE ZERO TO LINE-COUNT.
063700
063800 FORM-FEED.
063900     MOVE SPACE TO PRINTER-RECORD.
064000     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

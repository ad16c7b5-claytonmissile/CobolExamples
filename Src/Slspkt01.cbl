000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SLSPKT01.
000300*---------------------------------
000400* Weekly store manager packet.
000500*
000600* For the fiscal week on the
000700* retail calendar that holds an
000800* entered date, prints one
000900* packet for each store trading
001000* in the week, in three pages:
001100*  1 - the week and the period
001200*      to date against plan and
001300*      last year, the comparable-
001400*      store flag, and the
001500*      store's departments ranked
001600*      by the week's sales;
001700*  2 - returns and post-voids
001800*      against the chain average,
001900*      and each day's deposit
002000*      over/short;
002100*  3 - the AP spend charged to
002200*      the store on the voucher
002300*      distribution lines.
002400* Sales, returns and voids come
002500* off the daily aggregate file,
002600* plan off the sales plan file
002700* spread over the days of its
002800* month, deposits off the bank
002900* deposit file. Last year is the
003000* same fiscal week and period of
003100* the prior fiscal year, so the
003200* calendar must be built for
003300* both years.
003400*
003500* The packets are cataloged and
003600* burst store by store to the
003700* packet's distribution list.
003800* The district roll-up, ranking
003900* the stores of each district
004000* by the week against plan, is
004100* cataloged as a run of its own
004200* (SLSPKT02) for the district
004300* managers. With no list either
004400* run is printed whole.
004500*---------------------------------
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900
005000     COPY "SLSAGG.CBL".
005100
005200     COPY "SLRCAL.CBL".
005300
005400     COPY "SLSTORE.CBL".
005500
005600     COPY "SLSPLAN.CBL".
005700
005800     COPY "SLDEPT.CBL".
005900
006000     COPY "SLBNKDEP.CBL".
006100
006200     COPY "SLDIST.CBL".
006300
006400     COPY "SLVOUCH.CBL".
006500
006600     COPY "SLACCT.CBL".
006700
006800     SELECT PRINTER-FILE
006900         ASSIGN TO REPORT-DESTINATION
007000         ORGANIZATION IS LINE SEQUENTIAL.
007100
007200     COPY "SLRCAT.CBL".
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600
007700     COPY "FDSAGG.CBL".
007800
007900     COPY "FDRCAL.CBL".
008000
008100     COPY "FDSTORE.CBL".
008200
008300     COPY "FDSPLAN.CBL".
008400
008500     COPY "FDDEPT.CBL".
008600
008700     COPY "FDBNKDEP.CBL".
008800
008900     COPY "FDDIST.CBL".
009000
009100     COPY "FDVOUCH.CBL".
009200
009300     COPY "FDACCT.CBL".
009400
009500 FD  PRINTER-FILE
009600     LABEL RECORDS ARE OMITTED.
009700 01  PRINTER-RECORD             PIC X(90).
009800
009900     COPY "FDRCAT.CBL".
010000
010100 WORKING-STORAGE SECTION.
010200
010300 77  AGG-FILE-AT-END         PIC X.
010400 77  RCAL-FILE-AT-END        PIC X.
010500 77  RCAL-RECORD-FOUND       PIC X.
010600 77  STORE-FILE-AT-END       PIC X.
010700 77  STORE-RECORD-FOUND      PIC X.
010800 77  PLAN-FILE-AT-END        PIC X.
010900 77  DEPT-RECORD-FOUND       PIC X.
011000 77  DEPOSIT-FILE-AT-END     PIC X.
011100 77  DIST-FILE-AT-END        PIC X.
011200 77  VOUCHER-RECORD-FOUND    PIC X.
011300 77  ACCOUNT-RECORD-FOUND    PIC X.
011400 77  LINE-COUNTS-TOWARD      PIC X.
011500
011600*---------------------------------
011700* The week asked for and where
011800* it falls on the calendar. The
011900* period to date runs from the
012000* first day of the week's fiscal
012100* period through the week's last
012200* day; the compare dates are the
012300* same again in the prior fiscal
012400* year. Zero compare dates mean
012500* last year has no such week.
012600*---------------------------------
012700 77  WEEK-ASKED-DATE         PIC 9(8).
012800 77  WEEK-ASKED-ANSI         PIC 9(7).
012900 77  REPORT-FISC-YEAR        PIC 9(4).
013000 77  COMPARE-FISC-YEAR       PIC 9(4).
013100 77  REPORT-FISC-PERIOD      PIC 9(2).
013200 77  REPORT-FISC-WEEK        PIC 9(2).
013300 77  WEEK-START-DATE         PIC 9(8).
013400 77  WEEK-END-DATE           PIC 9(8).
013500 77  WEEK-START-ANSI         PIC 9(7).
013600 77  PTD-START-DATE          PIC 9(8).
013700 77  COMPARE-WEEK-START      PIC 9(8).
013800 77  COMPARE-WEEK-END        PIC 9(8).
013900 77  COMPARE-PTD-START       PIC 9(8).
014000 77  COMPARE-PTD-END         PIC 9(8).
014100 77  DAY-SUB                 PIC 9(2).
014200 77  DAY-DATE                PIC 9(8).
014300
014400*---------------------------------
014500* The calendar months the period
014600* to date touches, with how many
014700* of each month's days fall in
014800* the week and in the period to
014900* date, so a month's plan can be
015000* spread by the day.
015100*---------------------------------
015200 77  MONTH-SUB               PIC 9.
015300 77  MONTH-COUNT             PIC 9     VALUE ZERO.
015400 77  MONTH-FIRST-DATE        PIC 9(8).
015500 77  NEXT-MONTH-DATE         PIC 9(8).
015600 01  MONTH-TABLE.
015700     05  MONTH-ENTRY OCCURS 4 TIMES.
015800         10  MONTH-PERIOD        PIC 9(6).
015900         10  MONTH-DAYS          PIC 9(2).
016000         10  MONTH-WEEK-DAYS     PIC 9(2).
016100         10  MONTH-PTD-DAYS      PIC 9(2).
016200 77  PLAN-SHARE              PIC S9(9)V99.
016300
016400*---------------------------------
016500* Everything on the packet by
016600* store, with the week's sales
016700* and deposits by day.
016800*---------------------------------
016900 77  STORE-SUB               PIC 9(2).
017000 01  STORE-TABLE.
017100     05  STORE-ENTRY OCCURS 99 TIMES.
017200         10  WEEK-SALES-TY       PIC S9(9)V99.
017300         10  WEEK-SALES-LY       PIC S9(9)V99.
017400         10  PTD-SALES-TY        PIC S9(9)V99.
017500         10  PTD-SALES-LY        PIC S9(9)V99.
017600         10  WEEK-PLAN           PIC S9(9)V99.
017700         10  PTD-PLAN            PIC S9(9)V99.
017800         10  WEEK-RETURNS        PIC S9(9)V99.
017900         10  WEEK-VOIDS          PIC S9(9)V99.
018000         10  WEEK-AP-SPEND       PIC S9(9)V99.
018100         10  STORE-IN-PACKET     PIC X.
018200         10  STORE-IS-COMP       PIC X.
018300         10  STORE-IN-DISTRICT   PIC 9(2).
018400         10  STORE-PLAN-PCT      PIC S9(4)V9.
018500         10  STORE-RANKED        PIC X.
018600         10  STORE-DAY OCCURS 7 TIMES.
018700             15  DAY-SALES       PIC S9(8)V99.
018800             15  DAY-DEPOSIT     PIC S9(8)V99.
018900
019000 77  CHAIN-WEEK-SALES        PIC S9(9)V99 VALUE ZEROES.
019100 77  CHAIN-WEEK-RETURNS      PIC S9(9)V99 VALUE ZEROES.
019200 77  CHAIN-WEEK-VOIDS        PIC S9(9)V99 VALUE ZEROES.
019300 77  CHAIN-RETURN-RATE       PIC S9(4)V9  VALUE ZEROES.
019400 77  CHAIN-VOID-RATE         PIC S9(4)V9  VALUE ZEROES.
019500 77  CHAIN-RATE              PIC S9(4)V9.
019600 77  STORE-RATE              PIC S9(4)V9.
019700
019800*---------------------------------
019900* The week's sales by store and
020000* department, this year and last.
020100*---------------------------------
020200 77  DEPT-SUB                PIC 9(3).
020300 77  DEPT-COUNT              PIC 9(3)  VALUE ZERO.
020400 77  DEPT-TABLE-FULL         PIC X     VALUE "N".
020500 77  DEPT-RANK               PIC 9(3).
020600 01  DEPARTMENT-TABLE.
020700     05  DEPARTMENT-ENTRY OCCURS 600 TIMES.
020800         10  DPT-STORE           PIC 9(2).
020900         10  DPT-DEPARTMENT      PIC 9(2).
021000         10  DPT-WEEK-TY         PIC S9(9)V99.
021100         10  DPT-WEEK-LY         PIC S9(9)V99.
021200         10  DPT-RANKED          PIC X.
021300
021400*---------------------------------
021500* The store-coded AP lines of
021600* vouchers dated in the week.
021700*---------------------------------
021800 77  AP-SUB                  PIC 9(3).
021900 77  AP-COUNT                PIC 9(3)  VALUE ZERO.
022000 77  AP-TABLE-FULL           PIC X     VALUE "N".
022100 77  AP-LINES-PRINTED        PIC 9(3).
022200 01  AP-LINE-TABLE.
022300     05  AP-LINE-ENTRY OCCURS 500 TIMES.
022400         10  APL-STORE           PIC 9(2).
022500         10  APL-VOUCHER         PIC 9(5).
022600         10  APL-DATE            PIC 9(8).
022700         10  APL-VENDOR          PIC 9(5).
022800         10  APL-ACCOUNT         PIC 9(5).
022900         10  APL-ACCOUNT-NAME    PIC X(20).
023000         10  APL-FOR             PIC X(20).
023100         10  APL-AMOUNT          PIC S9(6)V99.
023200
023300 77  BEST-SUB                PIC 9(3).
023400 77  BEST-STORE              PIC 9(2).
023500 77  RANK-PASS               PIC 9(3).
023600 77  A-LINE-WAS-FOUND        PIC X.
023700 77  A-STORE-WAS-FOUND       PIC X.
023800 77  DISTRICT-SUB            PIC 9(3).
023900 77  DISTRICT-HAS-STORES     PIC X.
024000 77  DISTRICT-SALES-TY       PIC S9(9)V99.
024100 77  DISTRICT-SALES-LY       PIC S9(9)V99.
024200 77  DISTRICT-PLAN           PIC S9(9)V99.
024300 77  ALL-SALES-TY            PIC S9(9)V99 VALUE ZEROES.
024400 77  ALL-SALES-LY            PIC S9(9)V99 VALUE ZEROES.
024500 77  ALL-PLAN                PIC S9(9)V99 VALUE ZEROES.
024600
024700 77  LINE-LABEL              PIC X(16).
024800 77  LINE-AMOUNT             PIC S9(9)V99.
024900 77  LINE-PLAN               PIC S9(9)V99.
025000 77  LINE-LAST-YEAR          PIC S9(9)V99.
025100 77  PCT-WORK                PIC S9(4)V9.
025200 77  OVER-SHORT              PIC S9(8)V99.
025300 77  WEEK-OVER-SHORT         PIC S9(9)V99.
025400 77  OVER-SHORT-DAYS         PIC 9.
025500 77  PACKET-COUNT            PIC 9(3)  VALUE ZERO.
025600 77  PACKET-PAGE             PIC 9(2).
025700
025800 77  LINE-COUNT              PIC 999   VALUE ZERO.
025900 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
026000 77  MAXIMUM-LINES           PIC 999   VALUE 55.
026100
026200*---------------------------------
026300* Every packet page opens with
026400* this line; the store number in
026500* columns 29-30 is what the
026600* packets are burst on.
026700*---------------------------------
026800 01  PACKET-TITLE-LINE.
026900     05  FILLER              PIC X(28)
027000         VALUE "WEEKLY STORE PACKET - STORE ".
027100     05  PRINT-PKT-STORE     PIC Z9.
027200     05  FILLER              PIC X(1)  VALUE SPACE.
027300     05  PRINT-PKT-NAME      PIC X(20).
027400     05  FILLER              PIC X(5)  VALUE " YEAR".
027500     05  PRINT-PKT-YEAR      PIC 9(4).
027600     05  FILLER              PIC X(4)  VALUE " PD ".
027700     05  PRINT-PKT-PERIOD    PIC Z9.
027800     05  FILLER              PIC X(4)  VALUE " WK ".
027900     05  PRINT-PKT-WEEK      PIC Z9.
028000     05  FILLER              PIC X(6)  VALUE " PAGE ".
028100     05  PRINT-PKT-PAGE      PIC Z9.
028200
028300 01  WEEK-DATES-LINE.
028400     05  FILLER              PIC X(5)  VALUE "WEEK ".
028500     05  PRINT-WEEK-START    PIC Z9/99/9999.
028600     05  FILLER              PIC X(6)  VALUE " THRU ".
028700     05  PRINT-WEEK-END      PIC Z9/99/9999.
028800
028900 01  STORE-STATUS-LINE.
029000     05  FILLER              PIC X(9)  VALUE "DISTRICT ".
029100     05  PRINT-PKT-DISTRICT  PIC Z9.
029200     05  FILLER              PIC X(3)  VALUE SPACE.
029300     05  PRINT-COMP-FLAG     PIC X(30).
029400
029500 01  SALES-COLUMN-LINE.
029600     05  FILLER         PIC X(16) VALUE SPACE.
029700     05  FILLER         PIC X(14) VALUE "       ACTUAL".
029800     05  FILLER         PIC X(14) VALUE "         PLAN".
029900     05  FILLER         PIC X(8)  VALUE "PCT PLN".
030000     05  FILLER         PIC X(14) VALUE "    LAST YEAR".
030100     05  FILLER         PIC X(7)  VALUE "PCT CHG".
030200
030300 01  SALES-LINE.
030400     05  PRINT-SALES-LABEL   PIC X(16).
030500     05  PRINT-SALES-TY      PIC Z,ZZZ,ZZ9.99-.
030600     05  FILLER              PIC X(1)  VALUE SPACE.
030700     05  PRINT-SALES-PLAN    PIC Z,ZZZ,ZZ9.99-.
030800     05  FILLER              PIC X(1)  VALUE SPACE.
030900     05  PRINT-PLAN-PCT      PIC ZZZ9.9-.
031000     05  FILLER              PIC X(1)  VALUE SPACE.
031100     05  PRINT-SALES-LY      PIC Z,ZZZ,ZZ9.99-.
031200     05  FILLER              PIC X(1)  VALUE SPACE.
031300     05  PRINT-LY-PCT        PIC ZZZ9.9-.
031400
031500 01  DEPT-COLUMN-LINE.
031600     05  FILLER         PIC X(26) VALUE "RK DEPT".
031700     05  FILLER         PIC X(14) VALUE "    THIS YEAR".
031800     05  FILLER         PIC X(14) VALUE "    LAST YEAR".
031900     05  FILLER         PIC X(7)  VALUE "PCT CHG".
032000
032100 01  DEPT-RANK-LINE.
032200     05  PRINT-DEPT-RANK     PIC Z9.
032300     05  FILLER              PIC X(1)  VALUE SPACE.
032400     05  PRINT-DEPT-CODE     PIC Z9.
032500     05  FILLER              PIC X(1)  VALUE SPACE.
032600     05  PRINT-DEPT-NAME     PIC X(20).
032700     05  PRINT-DEPT-TY       PIC Z,ZZZ,ZZ9.99-.
032800     05  FILLER              PIC X(1)  VALUE SPACE.
032900     05  PRINT-DEPT-LY       PIC Z,ZZZ,ZZ9.99-.
033000     05  FILLER              PIC X(1)  VALUE SPACE.
033100     05  PRINT-DEPT-PCT      PIC ZZZ9.9-.
033200
033300 01  RATE-COLUMN-LINE.
033400     05  FILLER         PIC X(16) VALUE SPACE.
033500     05  FILLER         PIC X(14) VALUE "       AMOUNT".
033600     05  FILLER         PIC X(8)  VALUE "  STORE".
033700     05  FILLER         PIC X(8)  VALUE "  CHAIN".
033800
033900 01  RATE-LINE.
034000     05  PRINT-RATE-LABEL    PIC X(16).
034100     05  PRINT-RATE-AMOUNT   PIC Z,ZZZ,ZZ9.99-.
034200     05  FILLER              PIC X(1)  VALUE SPACE.
034300     05  PRINT-STORE-RATE    PIC ZZZ9.9-.
034400     05  FILLER              PIC X(1)  VALUE SPACE.
034500     05  PRINT-CHAIN-RATE    PIC ZZZ9.9-.
034600     05  FILLER              PIC X(1)  VALUE SPACE.
034700     05  PRINT-RATE-FLAG     PIC X(20).
034800
034900 01  DEPOSIT-COLUMN-LINE.
035000     05  FILLER         PIC X(12) VALUE "DATE".
035100     05  FILLER         PIC X(14) VALUE "        SALES".
035200     05  FILLER         PIC X(14) VALUE "      DEPOSIT".
035300     05  FILLER         PIC X(14) VALUE "   OVER/SHORT".
035400
035500 01  DEPOSIT-LINE.
035600     05  PRINT-DEP-DATE      PIC Z9/99/9999.
035700     05  FILLER              PIC X(2)  VALUE SPACE.
035800     05  PRINT-DEP-SALES     PIC Z,ZZZ,ZZ9.99-.
035900     05  FILLER              PIC X(1)  VALUE SPACE.
036000     05  PRINT-DEP-DEPOSIT   PIC Z,ZZZ,ZZ9.99-.
036100     05  FILLER              PIC X(1)  VALUE SPACE.
036200     05  PRINT-DEP-OVER-SHORT PIC Z,ZZZ,ZZ9.99-.
036300     05  FILLER              PIC X(1)  VALUE SPACE.
036400     05  PRINT-DEP-FLAG      PIC X(5).
036500
036600 01  OVER-SHORT-SUMMARY.
036700     05  FILLER              PIC X(20)
036800         VALUE "DAYS OVER OR SHORT: ".
036900     05  PRINT-OS-DAYS       PIC 9.
037000     05  FILLER              PIC X(19) VALUE SPACE.
037100     05  PRINT-OS-TOTAL      PIC Z,ZZZ,ZZ9.99-.
037200
037300 01  AP-COLUMN-LINE.
037400     05  FILLER         PIC X(6)  VALUE "VCHR".
037500     05  FILLER         PIC X(11) VALUE "DATE".
037600     05  FILLER         PIC X(6)  VALUE "VENDR".
037700     05  FILLER         PIC X(6)  VALUE "ACCT".
037800     05  FILLER         PIC X(21) VALUE "ACCOUNT NAME".
037900     05  FILLER         PIC X(20) VALUE "FOR".
038000     05  FILLER         PIC X(11) VALUE "     AMOUNT".
038100
038200 01  AP-LINE.
038300     05  PRINT-AP-VOUCHER    PIC 9(5).
038400     05  FILLER              PIC X(1)  VALUE SPACE.
038500     05  PRINT-AP-DATE       PIC Z9/99/9999.
038600     05  FILLER              PIC X(1)  VALUE SPACE.
038700     05  PRINT-AP-VENDOR     PIC 9(5).
038800     05  FILLER              PIC X(1)  VALUE SPACE.
038900     05  PRINT-AP-ACCOUNT    PIC 9(5).
039000     05  FILLER              PIC X(1)  VALUE SPACE.
039100     05  PRINT-AP-ACCT-NAME  PIC X(20).
039200     05  FILLER              PIC X(1)  VALUE SPACE.
039300     05  PRINT-AP-FOR        PIC X(20).
039400     05  PRINT-AP-AMOUNT     PIC ZZZ,ZZ9.99-.
039500
039600 01  AP-TOTAL-LINE.
039700     05  FILLER              PIC X(68)
039800         VALUE "TOTAL AP SPEND FOR THE WEEK".
039900     05  PRINT-AP-TOTAL      PIC Z,ZZZ,ZZ9.99-.
040000
040100 01  ROLLUP-TITLE-LINE.
040200     05  FILLER              PIC X(8)  VALUE SPACE.
040300     05  FILLER              PIC X(31)
040400         VALUE "DISTRICT ROLL-UP - FISCAL YEAR ".
040500     05  PRINT-RU-YEAR       PIC 9(4).
040600     05  FILLER              PIC X(4)  VALUE " PD ".
040700     05  PRINT-RU-PERIOD     PIC Z9.
040800     05  FILLER              PIC X(4)  VALUE " WK ".
040900     05  PRINT-RU-WEEK       PIC Z9.
041000     05  FILLER              PIC X(7)  VALUE "  PAGE:".
041100     05  PRINT-RU-PAGE       PIC ZZZ9.
041200
041300 01  DISTRICT-HEADING.
041400     05  FILLER              PIC X(9)  VALUE "DISTRICT ".
041500     05  PRINT-DISTRICT      PIC Z9.
041600
041700 01  ROLLUP-COLUMN-LINE.
041800     05  FILLER         PIC X(23) VALUE "RK ST NAME".
041900     05  FILLER         PIC X(14) VALUE "        SALES".
042000     05  FILLER         PIC X(14) VALUE "         PLAN".
042100     05  FILLER         PIC X(8)  VALUE "PCT PLN".
042200     05  FILLER         PIC X(8)  VALUE "PCT CHG".
042300     05  FILLER         PIC X(4)  VALUE "COMP".
042400
042500 01  ROLLUP-LINE.
042600     05  PRINT-RU-RANK       PIC Z9.
042700     05  FILLER              PIC X(2)  VALUE SPACE.
042800     05  PRINT-RU-STORE      PIC Z9.
042900     05  FILLER              PIC X(1)  VALUE SPACE.
043000     05  PRINT-RU-NAME       PIC X(16).
043100     05  PRINT-RU-SALES      PIC Z,ZZZ,ZZ9.99-.
043200     05  FILLER              PIC X(1)  VALUE SPACE.
043300     05  PRINT-RU-PLAN       PIC Z,ZZZ,ZZ9.99-.
043400     05  FILLER              PIC X(1)  VALUE SPACE.
043500     05  PRINT-RU-PLAN-PCT   PIC ZZZ9.9-.
043600     05  FILLER              PIC X(1)  VALUE SPACE.
043700     05  PRINT-RU-LY-PCT     PIC ZZZ9.9-.
043800     05  FILLER              PIC X(1)  VALUE SPACE.
043900     05  PRINT-RU-COMP       PIC X(4).
044000
044100     COPY "WSCASE01.CBL".
044200
044300     COPY "WSDATE01.CBL".
044400
044500 77  REPORT-DESTINATION      PIC X(10) VALUE "PRINTER".
044600
044700     COPY "WSRCAT01.CBL".
044800
044900     COPY "WSBRST01.CBL".
045000
045100 PROCEDURE DIVISION.
045200 PROGRAM-BEGIN.
045300     PERFORM OPENING-PROCEDURE.
045400     PERFORM MAIN-PROCESS.
045500     PERFORM CLOSING-PROCEDURE.
045600
045700 PROGRAM-EXIT.
045800     EXIT PROGRAM.
045900
046000 PROGRAM-DONE.
046100     STOP RUN.
046200
046300 OPENING-PROCEDURE.
046400     OPEN I-O AGGREGATE-FILE.
046500     OPEN I-O RETAIL-CAL-FILE.
046600     OPEN I-O STORE-FILE.
046700     OPEN I-O SALES-PLAN-FILE.
046800     OPEN I-O DEPARTMENT-FILE.
046900     OPEN I-O DISTRIBUTION-FILE.
047000     OPEN I-O VOUCHER-FILE.
047100     OPEN I-O ACCOUNT-FILE.
047200     OPEN I-O RCAT-FILE.
047300
047400 CLOSING-PROCEDURE.
047500     CLOSE AGGREGATE-FILE.
047600     CLOSE RETAIL-CAL-FILE.
047700     CLOSE STORE-FILE.
047800     CLOSE SALES-PLAN-FILE.
047900     CLOSE DEPARTMENT-FILE.
048000     CLOSE DISTRIBUTION-FILE.
048100     CLOSE VOUCHER-FILE.
048200     CLOSE ACCOUNT-FILE.
048300     CLOSE RCAT-FILE.
048400
048500 MAIN-PROCESS.
048600     PERFORM GET-THE-WEEK.
048700     IF RCAL-RECORD-FOUND = "Y"
048800         PERFORM BUILD-THE-PACKETS.
048900
049000*---------------------------------
049100* Any date in the week will do.
049200* Zero means last week - the
049300* week holding the date seven
049400* days back.
049500*---------------------------------
049600 GET-THE-WEEK.
049700     MOVE "Y" TO ZERO-DATE-IS-OK.
049800     MOVE "ENTER A DATE IN THE WEEK (0 = LAST WEEK)"
049900         TO DATE-PROMPT.
050000     PERFORM GET-A-DATE.
050100     IF DATE-CCYYMMDD = ZEROES
050200         COMPUTE WEEK-ASKED-ANSI = FUNCTION INTEGER-OF-DATE
050300             (FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
050400             - 7
050500         COMPUTE WEEK-ASKED-DATE =
050600             FUNCTION DATE-OF-INTEGER(WEEK-ASKED-ANSI)
050700     ELSE
050800         MOVE DATE-CCYYMMDD TO WEEK-ASKED-DATE.
050900     MOVE WEEK-ASKED-DATE TO RCAL-DATE.
051000     MOVE "Y" TO RCAL-RECORD-FOUND.
051100     READ RETAIL-CAL-FILE RECORD
051200         INVALID KEY
051300         MOVE "N" TO RCAL-RECORD-FOUND.
051400     IF RCAL-RECORD-FOUND = "Y"
051500         MOVE RCAL-FISC-YEAR TO REPORT-FISC-YEAR
051600         MOVE RCAL-FISC-PERIOD TO REPORT-FISC-PERIOD
051700         MOVE RCAL-FISC-WEEK TO REPORT-FISC-WEEK
051800         COMPUTE COMPARE-FISC-YEAR = REPORT-FISC-YEAR - 1
051900     ELSE
052000         DISPLAY "THAT DATE IS NOT ON THE RETAIL CALENDAR"
052100         DISPLAY "BUILD ITS FISCAL YEAR FIRST".
052200
052300 BUILD-THE-PACKETS.
052400     PERFORM INIT-STORE-TABLE
052500         VARYING STORE-SUB FROM 1 BY 1
052600         UNTIL STORE-SUB > 99.
052700     PERFORM FIND-THE-WEEK-DATES.
052800     PERFORM TALLY-AGGREGATE-FILE.
052900     PERFORM TALLY-PLAN-FILE.
053000     PERFORM TALLY-THE-DEPOSITS.
053100     PERFORM TALLY-DISTRIBUTION-FILE.
053200     PERFORM CHOOSE-PACKET-STORES.
053300     PERFORM PRINT-THE-PACKETS.
053400     PERFORM PRINT-THE-ROLLUP.
053500     DISPLAY "STORE PACKETS PRINTED: " PACKET-COUNT.
053600
053700 INIT-STORE-TABLE.
053800     MOVE ZEROES TO WEEK-SALES-TY (STORE-SUB)
053900                    WEEK-SALES-LY (STORE-SUB)
054000                    PTD-SALES-TY (STORE-SUB)
054100                    PTD-SALES-LY (STORE-SUB)
054200                    WEEK-PLAN (STORE-SUB)
054300                    PTD-PLAN (STORE-SUB)
054400                    WEEK-RETURNS (STORE-SUB)
054500                    WEEK-VOIDS (STORE-SUB)
054600                    WEEK-AP-SPEND (STORE-SUB)
054700                    STORE-IN-DISTRICT (STORE-SUB)
054800                    STORE-PLAN-PCT (STORE-SUB).
054900     MOVE "N" TO STORE-IN-PACKET (STORE-SUB)
055000                 STORE-IS-COMP (STORE-SUB)
055100                 STORE-RANKED (STORE-SUB).
055200     PERFORM INIT-ONE-STORE-DAY
055300         VARYING DAY-SUB FROM 1 BY 1
055400         UNTIL DAY-SUB > 7.
055500
055600 INIT-ONE-STORE-DAY.
055700     MOVE ZEROES TO DAY-SALES (STORE-SUB, DAY-SUB)
055800                    DAY-DEPOSIT (STORE-SUB, DAY-SUB).
055900
056000*---------------------------------
056100* One pass of the calendar for
056200* the week's first and last day,
056300* the first day of its period,
056400* the same again last year, and
056500* the months the period to date
056600* touches. The file is in date
056700* order, so the first day found
056800* of each is the earliest.
056900*---------------------------------
057000 FIND-THE-WEEK-DATES.
057100     MOVE ZEROES TO WEEK-START-DATE
057200                    WEEK-END-DATE
057300                    PTD-START-DATE
057400                    COMPARE-WEEK-START
057500                    COMPARE-WEEK-END
057600                    COMPARE-PTD-START
057700                    COMPARE-PTD-END.
057800     MOVE "N" TO RCAL-FILE-AT-END.
057900     MOVE ZEROES TO RCAL-DATE.
058000     START RETAIL-CAL-FILE KEY NOT < RCAL-DATE
058100         INVALID KEY
058200         MOVE "Y" TO RCAL-FILE-AT-END.
058300     PERFORM PLACE-NEXT-CALENDAR-DAY
058400         UNTIL RCAL-FILE-AT-END = "Y".
058500     COMPUTE WEEK-START-ANSI =
058600         FUNCTION INTEGER-OF-DATE(WEEK-START-DATE).
058700
058800 PLACE-NEXT-CALENDAR-DAY.
058900     READ RETAIL-CAL-FILE NEXT RECORD
059000         AT END MOVE "Y" TO RCAL-FILE-AT-END.
059100     IF RCAL-FILE-AT-END NOT = "Y"
059200        AND RCAL-FISC-PERIOD = REPORT-FISC-PERIOD
059300        AND RCAL-FISC-WEEK NOT > REPORT-FISC-WEEK
059400         PERFORM PLACE-THIS-CALENDAR-DAY.
059500
059600 PLACE-THIS-CALENDAR-DAY.
059700     IF RCAL-FISC-YEAR = REPORT-FISC-YEAR
059800         PERFORM PLACE-THIS-YEAR-DAY.
059900     IF RCAL-FISC-YEAR = COMPARE-FISC-YEAR
060000         PERFORM PLACE-LAST-YEAR-DAY.
060100
060200 PLACE-THIS-YEAR-DAY.
060300     IF PTD-START-DATE = ZEROES
060400         MOVE RCAL-DATE TO PTD-START-DATE.
060500     IF RCAL-FISC-WEEK = REPORT-FISC-WEEK
060600        AND WEEK-START-DATE = ZEROES
060700         MOVE RCAL-DATE TO WEEK-START-DATE.
060800     IF RCAL-FISC-WEEK = REPORT-FISC-WEEK
060900         MOVE RCAL-DATE TO WEEK-END-DATE.
061000     PERFORM FIND-MONTH-ENTRY.
061100     IF MONTH-SUB NOT > MONTH-COUNT
061200         ADD 1 TO MONTH-PTD-DAYS (MONTH-SUB)
061300         IF RCAL-FISC-WEEK = REPORT-FISC-WEEK
061400             ADD 1 TO MONTH-WEEK-DAYS (MONTH-SUB).
061500
061600 PLACE-LAST-YEAR-DAY.
061700     IF COMPARE-PTD-START = ZEROES
061800         MOVE RCAL-DATE TO COMPARE-PTD-START.
061900     MOVE RCAL-DATE TO COMPARE-PTD-END.
062000     IF RCAL-FISC-WEEK = REPORT-FISC-WEEK
062100        AND COMPARE-WEEK-START = ZEROES
062200         MOVE RCAL-DATE TO COMPARE-WEEK-START.
062300     IF RCAL-FISC-WEEK = REPORT-FISC-WEEK
062400         MOVE RCAL-DATE TO COMPARE-WEEK-END.
062500
062600 FIND-MONTH-ENTRY.
062700     MOVE 1 TO MONTH-SUB.
062800     PERFORM NEXT-MONTH-ENTRY
062900         UNTIL MONTH-SUB > MONTH-COUNT
063000            OR MONTH-PERIOD (MONTH-SUB) = RCAL-DATE (1:6).
063100     IF MONTH-SUB > MONTH-COUNT
063200        AND MONTH-COUNT < 4
063300         PERFORM OPEN-MONTH-ENTRY.
063400
063500 NEXT-MONTH-ENTRY.
063600     ADD 1 TO MONTH-SUB.
063700
063800 OPEN-MONTH-ENTRY.
063900     ADD 1 TO MONTH-COUNT.
064000     MOVE MONTH-COUNT TO MONTH-SUB.
064100     MOVE RCAL-DATE (1:6) TO MONTH-PERIOD (MONTH-SUB).
064200     MOVE ZEROES TO MONTH-WEEK-DAYS (MONTH-SUB)
064300                    MONTH-PTD-DAYS (MONTH-SUB).
064400     COMPUTE MONTH-FIRST-DATE =
064500         MONTH-PERIOD (MONTH-SUB) * 100 + 1.
064600     IF RCAL-DATE (5:2) = "12"
064700         COMPUTE NEXT-MONTH-DATE = MONTH-FIRST-DATE + 8900
064800     ELSE
064900         COMPUTE NEXT-MONTH-DATE = MONTH-FIRST-DATE + 100.
065000     COMPUTE MONTH-DAYS (MONTH-SUB) =
065100         FUNCTION INTEGER-OF-DATE(NEXT-MONTH-DATE)
065200         - FUNCTION INTEGER-OF-DATE(MONTH-FIRST-DATE).
065300
065400*---------------------------------
065500* One pass of the aggregate
065600* file. The week's records also
065700* go to the chain totals, the
065800* store's days and its
065900* departments.
066000*---------------------------------
066100 TALLY-AGGREGATE-FILE.
066200     MOVE "N" TO AGG-FILE-AT-END.
066300     MOVE ZEROES TO AGG-KEY.
066400     START AGGREGATE-FILE KEY NOT < AGG-KEY
066500         INVALID KEY
066600         MOVE "Y" TO AGG-FILE-AT-END.
066700     PERFORM TALLY-NEXT-AGGREGATE
066800         UNTIL AGG-FILE-AT-END = "Y".
066900
067000 TALLY-NEXT-AGGREGATE.
067100     READ AGGREGATE-FILE NEXT RECORD
067200         AT END MOVE "Y" TO AGG-FILE-AT-END.
067300     IF AGG-FILE-AT-END NOT = "Y"
067400        AND AGG-STORE > ZEROES
067500         MOVE AGG-STORE TO STORE-SUB
067600         PERFORM BUCKET-THIS-AGGREGATE.
067700
067800 BUCKET-THIS-AGGREGATE.
067900     IF AGG-DATE NOT < WEEK-START-DATE
068000        AND AGG-DATE NOT > WEEK-END-DATE
068100         PERFORM TALLY-WEEK-AGGREGATE.
068200     IF AGG-DATE NOT < PTD-START-DATE
068300        AND AGG-DATE NOT > WEEK-END-DATE
068400         ADD AGG-AMOUNT TO PTD-SALES-TY (STORE-SUB).
068500     IF AGG-DATE NOT < COMPARE-WEEK-START
068600        AND AGG-DATE NOT > COMPARE-WEEK-END
068700         PERFORM TALLY-COMPARE-AGGREGATE.
068800     IF AGG-DATE NOT < COMPARE-PTD-START
068900        AND AGG-DATE NOT > COMPARE-PTD-END
069000         ADD AGG-AMOUNT TO PTD-SALES-LY (STORE-SUB).
069100
069200 TALLY-WEEK-AGGREGATE.
069300     ADD AGG-AMOUNT TO WEEK-SALES-TY (STORE-SUB)
069400                       CHAIN-WEEK-SALES.
069500     ADD AGG-RETURNS TO WEEK-RETURNS (STORE-SUB)
069600                        CHAIN-WEEK-RETURNS.
069700     ADD AGG-VOIDS TO WEEK-VOIDS (STORE-SUB)
069800                      CHAIN-WEEK-VOIDS.
069900     COMPUTE DAY-SUB =
070000         FUNCTION INTEGER-OF-DATE(AGG-DATE)
070100         - WEEK-START-ANSI + 1.
070200     IF DAY-SUB < 8
070300         ADD AGG-AMOUNT TO DAY-SALES (STORE-SUB, DAY-SUB).
070400     PERFORM FIND-DEPARTMENT-SLOT.
070500     IF DEPT-SUB NOT > DEPT-COUNT
070600         ADD AGG-AMOUNT TO DPT-WEEK-TY (DEPT-SUB).
070700
070800 TALLY-COMPARE-AGGREGATE.
070900     ADD AGG-AMOUNT TO WEEK-SALES-LY (STORE-SUB).
071000     PERFORM FIND-DEPARTMENT-SLOT.
071100     IF DEPT-SUB NOT > DEPT-COUNT
071200         ADD AGG-AMOUNT TO DPT-WEEK-LY (DEPT-SUB).
071300
071400 FIND-DEPARTMENT-SLOT.
071500     MOVE 1 TO DEPT-SUB.
071600     PERFORM BUMP-DEPARTMENT-SLOT
071700         UNTIL DEPT-SUB > DEPT-COUNT
071800            OR (DPT-STORE (DEPT-SUB) = AGG-STORE
071900                AND DPT-DEPARTMENT (DEPT-SUB)
072000                    = AGG-DEPARTMENT).
072100     IF DEPT-SUB > DEPT-COUNT
072200         PERFORM OPEN-DEPARTMENT-SLOT.
072300
072400 BUMP-DEPARTMENT-SLOT.
072500     ADD 1 TO DEPT-SUB.
072600
072700 OPEN-DEPARTMENT-SLOT.
072800     IF DEPT-COUNT < 600
072900         ADD 1 TO DEPT-COUNT
073000         MOVE DEPT-COUNT TO DEPT-SUB
073100         MOVE AGG-STORE TO DPT-STORE (DEPT-SUB)
073200         MOVE AGG-DEPARTMENT TO DPT-DEPARTMENT (DEPT-SUB)
073300         MOVE ZEROES TO DPT-WEEK-TY (DEPT-SUB)
073400                        DPT-WEEK-LY (DEPT-SUB)
073500         MOVE "N" TO DPT-RANKED (DEPT-SUB)
073600     ELSE
073700         MOVE 601 TO DEPT-SUB
073800         IF DEPT-TABLE-FULL = "N"
073900             MOVE "Y" TO DEPT-TABLE-FULL
074000             DISPLAY "MORE THAN 600 STORE/DEPARTMENT"
074100             DISPLAY "SLOTS - THE OVERFLOW WAS SKIPPED".
074200
074300*---------------------------------
074400* A month's plan is spread
074500* evenly over its days, so the
074600* week and the period to date
074700* each get the share of the
074800* month they hold.
074900*---------------------------------
075000 TALLY-PLAN-FILE.
075100     MOVE "N" TO PLAN-FILE-AT-END.
075200     MOVE ZEROES TO PLAN-KEY.
075300     START SALES-PLAN-FILE KEY NOT < PLAN-KEY
075400         INVALID KEY
075500         MOVE "Y" TO PLAN-FILE-AT-END.
075600     PERFORM TALLY-NEXT-PLAN
075700         UNTIL PLAN-FILE-AT-END = "Y".
075800
075900 TALLY-NEXT-PLAN.
076000     READ SALES-PLAN-FILE NEXT RECORD
076100         AT END MOVE "Y" TO PLAN-FILE-AT-END.
076200     IF PLAN-FILE-AT-END NOT = "Y"
076300        AND PLAN-STORE > ZEROES
076400         PERFORM FIND-PLAN-MONTH
076500         IF MONTH-SUB NOT > MONTH-COUNT
076600             PERFORM SPREAD-THIS-PLAN.
076700
076800 FIND-PLAN-MONTH.
076900     MOVE 1 TO MONTH-SUB.
077000     PERFORM NEXT-MONTH-ENTRY
077100         UNTIL MONTH-SUB > MONTH-COUNT
077200            OR MONTH-PERIOD (MONTH-SUB) = PLAN-PERIOD.
077300
077400 SPREAD-THIS-PLAN.
077500     MOVE PLAN-STORE TO STORE-SUB.
077600     COMPUTE PLAN-SHARE ROUNDED =
077700         PLAN-AMOUNT * MONTH-WEEK-DAYS (MONTH-SUB)
077800         / MONTH-DAYS (MONTH-SUB).
077900     ADD PLAN-SHARE TO WEEK-PLAN (STORE-SUB).
078000     COMPUTE PLAN-SHARE ROUNDED =
078100         PLAN-AMOUNT * MONTH-PTD-DAYS (MONTH-SUB)
078200         / MONTH-DAYS (MONTH-SUB).
078300     ADD PLAN-SHARE TO PTD-PLAN (STORE-SUB).
078400
078500 TALLY-THE-DEPOSITS.
078600     OPEN INPUT BANK-DEPOSIT-FILE.
078700     MOVE "N" TO DEPOSIT-FILE-AT-END.
078800     PERFORM TALLY-NEXT-DEPOSIT
078900         UNTIL DEPOSIT-FILE-AT-END = "Y".
079000     CLOSE BANK-DEPOSIT-FILE.
079100
079200 TALLY-NEXT-DEPOSIT.
079300     READ BANK-DEPOSIT-FILE
079400         AT END MOVE "Y" TO DEPOSIT-FILE-AT-END.
079500     IF DEPOSIT-FILE-AT-END NOT = "Y"
079600        AND DEP-STORE > ZEROES
079700        AND DEP-DATE NOT < WEEK-START-DATE
079800        AND DEP-DATE NOT > WEEK-END-DATE
079900         PERFORM TALLY-THIS-DEPOSIT.
080000
080100 TALLY-THIS-DEPOSIT.
080200     MOVE DEP-STORE TO STORE-SUB.
080300     COMPUTE DAY-SUB =
080400         FUNCTION INTEGER-OF-DATE(DEP-DATE)
080500         - WEEK-START-ANSI + 1.
080600     IF DAY-SUB < 8
080700         ADD DEP-AMOUNT TO DAY-DEPOSIT (STORE-SUB, DAY-SUB).
080800
080900*---------------------------------
081000* AP spend charged to a store:
081100* expense lines of vouchers dated
081200* in the week, cancelled and
081300* rejected vouchers left out -
081400* the same lines the four-wall
081500* P&L charges the store.
081600*---------------------------------
081700 TALLY-DISTRIBUTION-FILE.
081800     MOVE "N" TO DIST-FILE-AT-END.
081900     MOVE ZEROES TO DIST-KEY.
082000     MOVE ZEROES TO VOUCHER-NUMBER.
082100     MOVE "N" TO VOUCHER-RECORD-FOUND.
082200     START DISTRIBUTION-FILE KEY NOT < DIST-KEY
082300         INVALID KEY
082400         MOVE "Y" TO DIST-FILE-AT-END.
082500     PERFORM TALLY-NEXT-DIST-LINE
082600         UNTIL DIST-FILE-AT-END = "Y".
082700
082800 TALLY-NEXT-DIST-LINE.
082900     READ DISTRIBUTION-FILE NEXT RECORD
083000         AT END MOVE "Y" TO DIST-FILE-AT-END.
083100     IF DIST-FILE-AT-END NOT = "Y"
083200        AND DIST-STORE NUMERIC
083300        AND DIST-STORE > ZEROES
083400         PERFORM CHECK-THIS-DIST-LINE.
083500
083600 CHECK-THIS-DIST-LINE.
083700     MOVE "N" TO LINE-COUNTS-TOWARD.
083800     IF DIST-VOUCHER-NO NOT = VOUCHER-NUMBER
083900         PERFORM READ-DIST-VOUCHER.
084000     IF VOUCHER-RECORD-FOUND = "Y"
084100        AND NOT VOUCHER-IS-CANCELLED
084200        AND NOT VOUCHER-IS-REJECTED
084300        AND VOUCHER-DATE NOT < WEEK-START-DATE
084400        AND VOUCHER-DATE NOT > WEEK-END-DATE
084500         PERFORM CHECK-DIST-ACCOUNT.
084600     IF LINE-COUNTS-TOWARD = "Y"
084700         PERFORM TALLY-THIS-DIST-LINE.
084800
084900 READ-DIST-VOUCHER.
085000     MOVE DIST-VOUCHER-NO TO VOUCHER-NUMBER.
085100     MOVE "Y" TO VOUCHER-RECORD-FOUND.
085200     READ VOUCHER-FILE RECORD
085300         INVALID KEY
085400         MOVE "N" TO VOUCHER-RECORD-FOUND.
085500
085600 CHECK-DIST-ACCOUNT.
085700     MOVE DIST-ACCOUNT TO ACCOUNT-NUMBER.
085800     PERFORM READ-ACCOUNT-RECORD.
085900     IF ACCOUNT-RECORD-FOUND = "Y"
086000        AND ACCOUNT-IS-EXPENSE
086100         MOVE "Y" TO LINE-COUNTS-TOWARD.
086200
086300 TALLY-THIS-DIST-LINE.
086400     MOVE DIST-STORE TO STORE-SUB.
086500     ADD DIST-AMOUNT TO WEEK-AP-SPEND (STORE-SUB).
086600     IF AP-COUNT < 500
086700         ADD 1 TO AP-COUNT
086800         MOVE AP-COUNT TO AP-SUB
086900         MOVE DIST-STORE TO APL-STORE (AP-SUB)
087000         MOVE DIST-VOUCHER-NO TO APL-VOUCHER (AP-SUB)
087100         MOVE VOUCHER-DATE TO APL-DATE (AP-SUB)
087200         MOVE VOUCHER-VENDOR TO APL-VENDOR (AP-SUB)
087300         MOVE DIST-ACCOUNT TO APL-ACCOUNT (AP-SUB)
087400         MOVE ACCOUNT-NAME TO APL-ACCOUNT-NAME (AP-SUB)
087500         MOVE VOUCHER-FOR TO APL-FOR (AP-SUB)
087600         MOVE DIST-AMOUNT TO APL-AMOUNT (AP-SUB)
087700     ELSE
087800         MOVE "Y" TO AP-TABLE-FULL.
087900
088000*---------------------------------
088100* A packet goes to every active
088200* store trading in the week -
088300* opened by its last day and not
088400* closed before its first. The
088500* comparable-store test is the
088600* year-over-year report's: open
088700* across the whole of both spans
088800* compared, from the first day of
088900* last year's period through the
089000* last day of this week.
089100*---------------------------------
089200 CHOOSE-PACKET-STORES.
089300     MOVE "N" TO STORE-FILE-AT-END.
089400     MOVE ZEROES TO STORE-CODE.
089500     START STORE-FILE KEY NOT < STORE-CODE
089600         INVALID KEY
089700         MOVE "Y" TO STORE-FILE-AT-END.
089800     PERFORM CHOOSE-NEXT-STORE
089900         UNTIL STORE-FILE-AT-END = "Y".
090000
090100 CHOOSE-NEXT-STORE.
090200     READ STORE-FILE NEXT RECORD
090300         AT END MOVE "Y" TO STORE-FILE-AT-END.
090400     IF STORE-FILE-AT-END NOT = "Y"
090500        AND STORE-CODE > ZEROES
090600        AND STORE-IS-ACTIVE
090700        AND STORE-OPEN-DATE NOT > WEEK-END-DATE
090800        AND (STORE-CLOSE-DATE = ZEROES
090900             OR STORE-CLOSE-DATE NOT < WEEK-START-DATE)
091000         PERFORM CHOOSE-THIS-STORE.
091100
091200 CHOOSE-THIS-STORE.
091300     MOVE STORE-CODE TO STORE-SUB.
091400     MOVE "Y" TO STORE-IN-PACKET (STORE-SUB).
091500     MOVE STORE-DISTRICT TO STORE-IN-DISTRICT (STORE-SUB).
091600     MOVE "Y" TO STORE-IS-COMP (STORE-SUB).
091700     IF COMPARE-PTD-START = ZEROES
091800        OR STORE-OPEN-DATE > COMPARE-PTD-START
091900         MOVE "N" TO STORE-IS-COMP (STORE-SUB).
092000     IF STORE-CLOSE-DATE NOT = ZEROES
092100        AND STORE-CLOSE-DATE < WEEK-END-DATE
092200         MOVE "N" TO STORE-IS-COMP (STORE-SUB).
092300     IF WEEK-PLAN (STORE-SUB) NOT = ZEROES
092400         COMPUTE STORE-PLAN-PCT (STORE-SUB) ROUNDED =
092500             (WEEK-SALES-TY (STORE-SUB)
092600              / WEEK-PLAN (STORE-SUB)) * 100.
092700
092800*---------------------------------
092900* THE STORE PACKETS
093000*---------------------------------
093100 PRINT-THE-PACKETS.
093200     PERFORM SET-CHAIN-RATES.
093300     MOVE "SLSPKT01" TO REGISTER-REPORT-NAME.
093400     PERFORM START-CATALOGED-RUN.
093500     PERFORM PRINT-ONE-PACKET
093600         VARYING STORE-SUB FROM 1 BY 1
093700         UNTIL STORE-SUB > 99.
093800     IF PACKET-COUNT = ZEROES
093900         MOVE "NO STORE TRADED IN THE WEEK" TO PRINTER-RECORD
094000         PERFORM WRITE-TO-PRINTER
094100         PERFORM FORM-FEED.
094200     CLOSE PRINTER-FILE.
094300     PERFORM DELIVER-THE-PACKETS.
094400
094500 SET-CHAIN-RATES.
094600     IF CHAIN-WEEK-SALES NOT = ZEROES
094700         COMPUTE CHAIN-RETURN-RATE ROUNDED =
094800             (CHAIN-WEEK-RETURNS / CHAIN-WEEK-SALES) * 100
094900         COMPUTE CHAIN-VOID-RATE ROUNDED =
095000             (CHAIN-WEEK-VOIDS / CHAIN-WEEK-SALES) * 100.
095100
095200 START-CATALOGED-RUN.
095300     PERFORM REGISTER-REPORT-RUN.
095400     MOVE SPACES TO REGISTER-PARAMETERS.
095500     STRING "FISCAL YEAR " DELIMITED BY SIZE
095600            REPORT-FISC-YEAR DELIMITED BY SIZE
095700            " WEEK " DELIMITED BY SIZE
095800            REPORT-FISC-WEEK DELIMITED BY SIZE
095900            INTO REGISTER-PARAMETERS.
096000     PERFORM UPDATE-REPORT-PARAMETERS.
096100     MOVE REGISTER-SPOOL-NAME TO REPORT-DESTINATION.
096200     OPEN OUTPUT PRINTER-FILE.
096300     MOVE ZERO TO LINE-COUNT.
096400
096500*---------------------------------
096600* Each store's pages start with
096700* the packet title carrying its
096800* store number, so the section
096900* down to the next title is that
097000* store's alone.
097100*---------------------------------
097200 DELIVER-THE-PACKETS.
097300     MOVE REGISTER-SPOOL-NUMBER TO BURST-RUN-NUMBER.
097400     MOVE "S" TO BURST-BREAK-MODE.
097500     MOVE "WEEKLY STORE PACKET" TO BURST-BREAK-TEXT.
097600     MOVE 1 TO BURST-TEXT-COLUMN.
097700     MOVE 19 TO BURST-TEXT-LENGTH.
097800     MOVE 29 TO BURST-CODE-COLUMN.
097900     MOVE "P" TO BURST-WITHOUT-LIST.
098000     CALL "RPTBST01" USING BURST-PARAMETERS.
098100
098200 PRINT-ONE-PACKET.
098300     IF STORE-IN-PACKET (STORE-SUB) = "Y"
098400         ADD 1 TO PACKET-COUNT
098500         PERFORM SET-PACKET-HEADINGS
098600         PERFORM PRINT-SALES-PAGE
098700         PERFORM PRINT-RETURNS-PAGE
098800         PERFORM PRINT-AP-SPEND-PAGE.
098900
099000 SET-PACKET-HEADINGS.
099100     MOVE ZEROES TO PACKET-PAGE.
099200     PERFORM LOOK-UP-STORE.
099300     MOVE STORE-SUB TO PRINT-PKT-STORE.
099400     MOVE STORE-NAME TO PRINT-PKT-NAME.
099500     MOVE REPORT-FISC-YEAR TO PRINT-PKT-YEAR.
099600     MOVE REPORT-FISC-PERIOD TO PRINT-PKT-PERIOD.
099700     MOVE REPORT-FISC-WEEK TO PRINT-PKT-WEEK.
099800     PERFORM SET-WEEK-DATES-LINE.
099900     MOVE STORE-IN-DISTRICT (STORE-SUB) TO PRINT-PKT-DISTRICT.
100000     IF STORE-IS-COMP (STORE-SUB) = "Y"
100100         MOVE "COMPARABLE STORE" TO PRINT-COMP-FLAG
100200     ELSE
100300         MOVE "NOT A COMPARABLE STORE" TO PRINT-COMP-FLAG.
100400
100500 SET-WEEK-DATES-LINE.
100600     MOVE WEEK-START-DATE TO DATE-CCYYMMDD.
100700     PERFORM CONVERT-TO-MMDDCCYY.
100800     MOVE DATE-MMDDCCYY TO PRINT-WEEK-START.
100900     MOVE WEEK-END-DATE TO DATE-CCYYMMDD.
101000     PERFORM CONVERT-TO-MMDDCCYY.
101100     MOVE DATE-MMDDCCYY TO PRINT-WEEK-END.
101200
101300 START-PACKET-PAGE.
101400     ADD 1 TO PACKET-PAGE.
101500     MOVE PACKET-PAGE TO PRINT-PKT-PAGE.
101600     MOVE PACKET-TITLE-LINE TO PRINTER-RECORD.
101700     PERFORM WRITE-TO-PRINTER.
101800     MOVE WEEK-DATES-LINE TO PRINTER-RECORD.
101900     PERFORM WRITE-TO-PRINTER.
102000     MOVE STORE-STATUS-LINE TO PRINTER-RECORD.
102100     PERFORM WRITE-TO-PRINTER.
102200     PERFORM LINE-FEED.
102300
102400 NEXT-PACKET-PAGE.
102500     PERFORM END-LAST-PAGE.
102600     PERFORM START-PACKET-PAGE.
102700
102800*---------------------------------
102900* Page one: sales against plan
103000* and last year, and the
103100* departments ranked.
103200*---------------------------------
103300 PRINT-SALES-PAGE.
103400     PERFORM START-PACKET-PAGE.
103500     MOVE "SALES AGAINST PLAN AND LAST YEAR" TO PRINTER-RECORD.
103600     PERFORM WRITE-TO-PRINTER.
103700     PERFORM LINE-FEED.
103800     MOVE SALES-COLUMN-LINE TO PRINTER-RECORD.
103900     PERFORM WRITE-TO-PRINTER.
104000     MOVE "WEEK" TO LINE-LABEL.
104100     MOVE WEEK-SALES-TY (STORE-SUB) TO LINE-AMOUNT.
104200     MOVE WEEK-PLAN (STORE-SUB) TO LINE-PLAN.
104300     MOVE WEEK-SALES-LY (STORE-SUB) TO LINE-LAST-YEAR.
104400     PERFORM PRINT-SALES-LINE.
104500     MOVE "PERIOD TO DATE" TO LINE-LABEL.
104600     MOVE PTD-SALES-TY (STORE-SUB) TO LINE-AMOUNT.
104700     MOVE PTD-PLAN (STORE-SUB) TO LINE-PLAN.
104800     MOVE PTD-SALES-LY (STORE-SUB) TO LINE-LAST-YEAR.
104900     PERFORM PRINT-SALES-LINE.
105000     PERFORM LINE-FEED.
105100     PERFORM PRINT-DEPARTMENT-RANKING.
105200     PERFORM END-LAST-PAGE.
105300
105400 PRINT-SALES-LINE.
105500     MOVE SPACE TO SALES-LINE.
105600     MOVE LINE-LABEL TO PRINT-SALES-LABEL.
105700     MOVE LINE-AMOUNT TO PRINT-SALES-TY.
105800     MOVE LINE-PLAN TO PRINT-SALES-PLAN.
105900     MOVE LINE-LAST-YEAR TO PRINT-SALES-LY.
106000     IF LINE-PLAN NOT = ZEROES
106100         COMPUTE PCT-WORK ROUNDED =
106200             (LINE-AMOUNT / LINE-PLAN) * 100
106300         MOVE PCT-WORK TO PRINT-PLAN-PCT.
106400     IF LINE-LAST-YEAR NOT = ZEROES
106500         COMPUTE PCT-WORK ROUNDED =
106600             ((LINE-AMOUNT - LINE-LAST-YEAR)
106700              / LINE-LAST-YEAR) * 100
106800         MOVE PCT-WORK TO PRINT-LY-PCT.
106900     MOVE SALES-LINE TO PRINTER-RECORD.
107000     PERFORM WRITE-TO-PRINTER.
107100
107200*---------------------------------
107300* Each pass prints the store's
107400* best department not yet
107500* ranked.
107600*---------------------------------
107700 PRINT-DEPARTMENT-RANKING.
107800     MOVE "DEPARTMENTS RANKED BY THE WEEK'S SALES"
107900         TO PRINTER-RECORD.
108000     PERFORM WRITE-TO-PRINTER.
108100     PERFORM LINE-FEED.
108200     MOVE DEPT-COLUMN-LINE TO PRINTER-RECORD.
108300     PERFORM WRITE-TO-PRINTER.
108400     MOVE ZEROES TO DEPT-RANK.
108500     MOVE "Y" TO A-LINE-WAS-FOUND.
108600     PERFORM RANK-ONE-DEPARTMENT
108700         UNTIL A-LINE-WAS-FOUND = "N".
108800     IF DEPT-RANK = ZEROES
108900         MOVE "NO DEPARTMENT SALES IN THE WEEK"
109000             TO PRINTER-RECORD
109100         PERFORM WRITE-TO-PRINTER.
109200
109300 RANK-ONE-DEPARTMENT.
109400     MOVE "N" TO A-LINE-WAS-FOUND.
109500     PERFORM TEST-DEPARTMENT-SLOT
109600         VARYING DEPT-SUB FROM 1 BY 1
109700         UNTIL DEPT-SUB > DEPT-COUNT.
109800     IF A-LINE-WAS-FOUND = "Y"
109900         PERFORM PRINT-DEPARTMENT-LINE.
110000
110100 TEST-DEPARTMENT-SLOT.
110200     IF DPT-STORE (DEPT-SUB) = STORE-SUB
110300        AND DPT-RANKED (DEPT-SUB) = "N"
110400         IF A-LINE-WAS-FOUND = "N"
110500             MOVE "Y" TO A-LINE-WAS-FOUND
110600             MOVE DEPT-SUB TO BEST-SUB
110700         ELSE
110800         IF DPT-WEEK-TY (DEPT-SUB) > DPT-WEEK-TY (BEST-SUB)
110900             MOVE DEPT-SUB TO BEST-SUB.
111000
111100 PRINT-DEPARTMENT-LINE.
111200     MOVE "Y" TO DPT-RANKED (BEST-SUB).
111300     ADD 1 TO DEPT-RANK.
111400     IF LINE-COUNT > MAXIMUM-LINES
111500         PERFORM NEXT-PACKET-PAGE
111600         MOVE DEPT-COLUMN-LINE TO PRINTER-RECORD
111700         PERFORM WRITE-TO-PRINTER.
111800     MOVE SPACE TO DEPT-RANK-LINE.
111900     MOVE DEPT-RANK TO PRINT-DEPT-RANK.
112000     MOVE DPT-DEPARTMENT (BEST-SUB) TO PRINT-DEPT-CODE
112100                                       DEPT-CODE.
112200     MOVE "Y" TO DEPT-RECORD-FOUND.
112300     READ DEPARTMENT-FILE RECORD
112400         INVALID KEY
112500         MOVE "N" TO DEPT-RECORD-FOUND.
112600     IF DEPT-RECORD-FOUND = "Y"
112700         MOVE DEPT-NAME TO PRINT-DEPT-NAME.
112800     MOVE DPT-WEEK-TY (BEST-SUB) TO PRINT-DEPT-TY.
112900     MOVE DPT-WEEK-LY (BEST-SUB) TO PRINT-DEPT-LY.
113000     IF DPT-WEEK-LY (BEST-SUB) NOT = ZEROES
113100         COMPUTE PCT-WORK ROUNDED =
113200             ((DPT-WEEK-TY (BEST-SUB) - DPT-WEEK-LY (BEST-SUB))
113300              / DPT-WEEK-LY (BEST-SUB)) * 100
113400         MOVE PCT-WORK TO PRINT-DEPT-PCT.
113500     MOVE DEPT-RANK-LINE TO PRINTER-RECORD.
113600     PERFORM WRITE-TO-PRINTER.
113700
113800*---------------------------------
113900* Page two: returns and voids as
114000* a percent of net sales beside
114100* the whole chain's, then each
114200* day's deposit against its
114300* register sales.
114400*---------------------------------
114500 PRINT-RETURNS-PAGE.
114600     PERFORM START-PACKET-PAGE.
114700     MOVE "RETURNS AND POST-VOIDS AGAINST THE CHAIN"
114800         TO PRINTER-RECORD.
114900     PERFORM WRITE-TO-PRINTER.
115000     MOVE "(RATES ARE PERCENT OF NET SALES)" TO PRINTER-RECORD.
115100     PERFORM WRITE-TO-PRINTER.
115200     PERFORM LINE-FEED.
115300     MOVE RATE-COLUMN-LINE TO PRINTER-RECORD.
115400     PERFORM WRITE-TO-PRINTER.
115500     MOVE SPACE TO RATE-LINE.
115600     MOVE "NET SALES" TO PRINT-RATE-LABEL.
115700     MOVE WEEK-SALES-TY (STORE-SUB) TO PRINT-RATE-AMOUNT.
115800     MOVE RATE-LINE TO PRINTER-RECORD.
115900     PERFORM WRITE-TO-PRINTER.
116000     MOVE "RETURNS" TO LINE-LABEL.
116100     MOVE WEEK-RETURNS (STORE-SUB) TO LINE-AMOUNT.
116200     MOVE CHAIN-RETURN-RATE TO CHAIN-RATE.
116300     PERFORM PRINT-RATE-LINE.
116400     MOVE "POST-VOIDS" TO LINE-LABEL.
116500     MOVE WEEK-VOIDS (STORE-SUB) TO LINE-AMOUNT.
116600     MOVE CHAIN-VOID-RATE TO CHAIN-RATE.
116700     PERFORM PRINT-RATE-LINE.
116800     PERFORM LINE-FEED.
116900     PERFORM PRINT-DEPOSIT-DAYS.
117000     PERFORM END-LAST-PAGE.
117100
117200 PRINT-RATE-LINE.
117300     MOVE SPACE TO RATE-LINE.
117400     MOVE LINE-LABEL TO PRINT-RATE-LABEL.
117500     MOVE LINE-AMOUNT TO PRINT-RATE-AMOUNT.
117600     MOVE ZEROES TO STORE-RATE.
117700     IF WEEK-SALES-TY (STORE-SUB) NOT = ZEROES
117800         COMPUTE STORE-RATE ROUNDED =
117900             (LINE-AMOUNT / WEEK-SALES-TY (STORE-SUB)) * 100.
118000     MOVE STORE-RATE TO PRINT-STORE-RATE.
118100     MOVE CHAIN-RATE TO PRINT-CHAIN-RATE.
118200     IF STORE-RATE > CHAIN-RATE
118300         MOVE "ABOVE CHAIN AVERAGE" TO PRINT-RATE-FLAG.
118400     MOVE RATE-LINE TO PRINTER-RECORD.
118500     PERFORM WRITE-TO-PRINTER.
118600
118700 PRINT-DEPOSIT-DAYS.
118800     MOVE "DEPOSIT OVER/SHORT BY DAY" TO PRINTER-RECORD.
118900     PERFORM WRITE-TO-PRINTER.
119000     PERFORM LINE-FEED.
119100     MOVE DEPOSIT-COLUMN-LINE TO PRINTER-RECORD.
119200     PERFORM WRITE-TO-PRINTER.
119300     MOVE ZEROES TO OVER-SHORT-DAYS
119400                    WEEK-OVER-SHORT.
119500     PERFORM PRINT-DEPOSIT-DAY
119600         VARYING DAY-SUB FROM 1 BY 1
119700         UNTIL DAY-SUB > 7.
119800     PERFORM LINE-FEED.
119900     MOVE OVER-SHORT-DAYS TO PRINT-OS-DAYS.
120000     MOVE WEEK-OVER-SHORT TO PRINT-OS-TOTAL.
120100     MOVE OVER-SHORT-SUMMARY TO PRINTER-RECORD.
120200     PERFORM WRITE-TO-PRINTER.
120300
120400 PRINT-DEPOSIT-DAY.
120500     COMPUTE DAY-DATE = FUNCTION DATE-OF-INTEGER
120600         (WEEK-START-ANSI + DAY-SUB - 1).
120700     IF DAY-DATE NOT > WEEK-END-DATE
120800         PERFORM PRINT-THIS-DEPOSIT-DAY.
120900
121000 PRINT-THIS-DEPOSIT-DAY.
121100     MOVE SPACE TO DEPOSIT-LINE.
121200     MOVE DAY-DATE TO DATE-CCYYMMDD.
121300     PERFORM CONVERT-TO-MMDDCCYY.
121400     MOVE DATE-MMDDCCYY TO PRINT-DEP-DATE.
121500     MOVE DAY-SALES (STORE-SUB, DAY-SUB) TO PRINT-DEP-SALES.
121600     MOVE DAY-DEPOSIT (STORE-SUB, DAY-SUB)
121700         TO PRINT-DEP-DEPOSIT.
121800     COMPUTE OVER-SHORT =
121900         DAY-DEPOSIT (STORE-SUB, DAY-SUB)
122000         - DAY-SALES (STORE-SUB, DAY-SUB).
122100     MOVE OVER-SHORT TO PRINT-DEP-OVER-SHORT.
122200     ADD OVER-SHORT TO WEEK-OVER-SHORT.
122300     IF OVER-SHORT < ZEROES
122400         MOVE "SHORT" TO PRINT-DEP-FLAG
122500         ADD 1 TO OVER-SHORT-DAYS.
122600     IF OVER-SHORT > ZEROES
122700         MOVE "OVER" TO PRINT-DEP-FLAG
122800         ADD 1 TO OVER-SHORT-DAYS.
122900     MOVE DEPOSIT-LINE TO PRINTER-RECORD.
123000     PERFORM WRITE-TO-PRINTER.
123100
123200*---------------------------------
123300* Page three: the store's AP
123400* lines in voucher order. The
123500* total comes from the store
123600* table, so it is whole even if
123700* the line table filled.
123800*---------------------------------
123900 PRINT-AP-SPEND-PAGE.
124000     PERFORM START-PACKET-PAGE.
124100     MOVE "AP SPEND CHARGED TO THE STORE IN THE WEEK"
124200         TO PRINTER-RECORD.
124300     PERFORM WRITE-TO-PRINTER.
124400     PERFORM LINE-FEED.
124500     MOVE AP-COLUMN-LINE TO PRINTER-RECORD.
124600     PERFORM WRITE-TO-PRINTER.
124700     MOVE ZEROES TO AP-LINES-PRINTED.
124800     PERFORM PRINT-ONE-AP-LINE
124900         VARYING AP-SUB FROM 1 BY 1
125000         UNTIL AP-SUB > AP-COUNT.
125100     IF AP-LINES-PRINTED = ZEROES
125200        AND WEEK-AP-SPEND (STORE-SUB) = ZEROES
125300         MOVE "NO AP SPEND CHARGED TO THE STORE"
125400             TO PRINTER-RECORD
125500         PERFORM WRITE-TO-PRINTER
125600     ELSE
125700         PERFORM LINE-FEED
125800         MOVE WEEK-AP-SPEND (STORE-SUB) TO PRINT-AP-TOTAL
125900         MOVE AP-TOTAL-LINE TO PRINTER-RECORD
126000         PERFORM WRITE-TO-PRINTER.
126100     IF AP-TABLE-FULL = "Y"
126200         MOVE "MORE THAN 500 STORE AP LINES IN THE WEEK"
126300             TO PRINTER-RECORD
126400         PERFORM WRITE-TO-PRINTER
126500         MOVE "- NOT ALL ARE LISTED, THE TOTAL IS COMPLETE"
126600             TO PRINTER-RECORD
126700         PERFORM WRITE-TO-PRINTER.
126800     PERFORM END-LAST-PAGE.
126900
127000 PRINT-ONE-AP-LINE.
127100     IF APL-STORE (AP-SUB) = STORE-SUB
127200         PERFORM PRINT-THIS-AP-LINE.
127300
127400 PRINT-THIS-AP-LINE.
127500     ADD 1 TO AP-LINES-PRINTED.
127600     IF LINE-COUNT > MAXIMUM-LINES
127700         PERFORM NEXT-PACKET-PAGE
127800         MOVE AP-COLUMN-LINE TO PRINTER-RECORD
127900         PERFORM WRITE-TO-PRINTER.
128000     MOVE SPACE TO AP-LINE.
128100     MOVE APL-VOUCHER (AP-SUB) TO PRINT-AP-VOUCHER.
128200     MOVE APL-DATE (AP-SUB) TO DATE-CCYYMMDD.
128300     PERFORM CONVERT-TO-MMDDCCYY.
128400     MOVE DATE-MMDDCCYY TO PRINT-AP-DATE.
128500     MOVE APL-VENDOR (AP-SUB) TO PRINT-AP-VENDOR.
128600     MOVE APL-ACCOUNT (AP-SUB) TO PRINT-AP-ACCOUNT.
128700     MOVE APL-ACCOUNT-NAME (AP-SUB) TO PRINT-AP-ACCT-NAME.
128800     MOVE APL-FOR (AP-SUB) TO PRINT-AP-FOR.
128900     MOVE APL-AMOUNT (AP-SUB) TO PRINT-AP-AMOUNT.
129000     MOVE AP-LINE TO PRINTER-RECORD.
129100     PERFORM WRITE-TO-PRINTER.
129200
129300*---------------------------------
129400* THE DISTRICT ROLL-UP
129500*
129600* District by district, stores
129700* not in one last, each
129800* district's stores ranked by
129900* the week's sales as a percent
130000* of plan, best first. A store
130100* with no plan for the week
130200* ranks as zero percent.
130300*---------------------------------
130400 PRINT-THE-ROLLUP.
130500     MOVE "SLSPKT02" TO REGISTER-REPORT-NAME.
130600     PERFORM START-CATALOGED-RUN.
130700     MOVE ZEROES TO PAGE-NUMBER.
130800     PERFORM START-ROLLUP-PAGE.
130900     PERFORM ROLL-UP-ONE-DISTRICT
131000         VARYING DISTRICT-SUB FROM 1 BY 1
131100         UNTIL DISTRICT-SUB > 99.
131200     MOVE ZEROES TO DISTRICT-SUB.
131300     PERFORM ROLL-UP-ONE-DISTRICT.
131400     PERFORM PRINT-ALL-STORES-TOTAL.
131500     PERFORM END-LAST-PAGE.
131600     CLOSE PRINTER-FILE.
131700     PERFORM DELIVER-THE-ROLLUP.
131800
131900 DELIVER-THE-ROLLUP.
132000     MOVE REGISTER-SPOOL-NUMBER TO BURST-RUN-NUMBER.
132100     MOVE "N" TO BURST-BREAK-MODE.
132200     MOVE SPACES TO BURST-BREAK-TEXT.
132300     MOVE 1 TO BURST-TEXT-COLUMN.
132400     MOVE 1 TO BURST-TEXT-LENGTH.
132500     MOVE 1 TO BURST-CODE-COLUMN.
132600     MOVE "P" TO BURST-WITHOUT-LIST.
132700     CALL "RPTBST01" USING BURST-PARAMETERS.
132800
132900 ROLL-UP-ONE-DISTRICT.
133000     MOVE "N" TO DISTRICT-HAS-STORES.
133100     PERFORM CHECK-DISTRICT-STORE
133200         VARYING STORE-SUB FROM 1 BY 1
133300         UNTIL STORE-SUB > 99.
133400     IF DISTRICT-HAS-STORES = "Y"
133500         PERFORM PRINT-THIS-DISTRICT.
133600
133700 CHECK-DISTRICT-STORE.
133800     IF STORE-IN-PACKET (STORE-SUB) = "Y"
133900        AND STORE-IN-DISTRICT (STORE-SUB) = DISTRICT-SUB
134000         MOVE "Y" TO DISTRICT-HAS-STORES.
134100
134200 PRINT-THIS-DISTRICT.
134300     IF LINE-COUNT > MAXIMUM-LINES - 6
134400         PERFORM NEXT-ROLLUP-PAGE.
134500     IF DISTRICT-SUB = ZEROES
134600         MOVE "STORES NOT IN A DISTRICT" TO PRINTER-RECORD
134700     ELSE
134800         MOVE DISTRICT-SUB TO PRINT-DISTRICT
134900         MOVE DISTRICT-HEADING TO PRINTER-RECORD.
135000     PERFORM WRITE-TO-PRINTER.
135100     MOVE ROLLUP-COLUMN-LINE TO PRINTER-RECORD.
135200     PERFORM WRITE-TO-PRINTER.
135300     MOVE ZEROES TO DISTRICT-SALES-TY
135400                    DISTRICT-SALES-LY
135500                    DISTRICT-PLAN.
135600     MOVE "Y" TO A-STORE-WAS-FOUND.
135700     PERFORM RANK-ONE-STORE
135800         VARYING RANK-PASS FROM 1 BY 1
135900         UNTIL A-STORE-WAS-FOUND = "N".
136000     MOVE SPACE TO ROLLUP-LINE.
136100     MOVE "DISTRICT TOTAL" TO PRINT-RU-NAME.
136200     MOVE DISTRICT-SALES-TY TO LINE-AMOUNT.
136300     MOVE DISTRICT-PLAN TO LINE-PLAN.
136400     MOVE DISTRICT-SALES-LY TO LINE-LAST-YEAR.
136500     PERFORM PRINT-ROLLUP-AMOUNTS.
136600     PERFORM LINE-FEED.
136700     ADD DISTRICT-SALES-TY TO ALL-SALES-TY.
136800     ADD DISTRICT-SALES-LY TO ALL-SALES-LY.
136900     ADD DISTRICT-PLAN TO ALL-PLAN.
137000
137100 RANK-ONE-STORE.
137200     MOVE "N" TO A-STORE-WAS-FOUND.
137300     PERFORM SEARCH-RANK-STORE
137400         VARYING STORE-SUB FROM 1 BY 1
137500         UNTIL STORE-SUB > 99.
137600     IF A-STORE-WAS-FOUND = "Y"
137700         MOVE "Y" TO STORE-RANKED (BEST-STORE)
137800         PERFORM PRINT-RANKED-STORE.
137900
138000 SEARCH-RANK-STORE.
138100     IF STORE-IN-PACKET (STORE-SUB) = "Y"
138200        AND STORE-IN-DISTRICT (STORE-SUB) = DISTRICT-SUB
138300        AND STORE-RANKED (STORE-SUB) = "N"
138400         PERFORM TEST-RANK-CANDIDATE.
138500
138600 TEST-RANK-CANDIDATE.
138700     IF A-STORE-WAS-FOUND = "N"
138800         MOVE "Y" TO A-STORE-WAS-FOUND
138900         MOVE STORE-SUB TO BEST-STORE
139000     ELSE
139100     IF STORE-PLAN-PCT (STORE-SUB) > STORE-PLAN-PCT (BEST-STORE)
139200         MOVE STORE-SUB TO BEST-STORE.
139300
139400 PRINT-RANKED-STORE.
139500     IF LINE-COUNT > MAXIMUM-LINES
139600         PERFORM NEXT-ROLLUP-PAGE
139700         MOVE ROLLUP-COLUMN-LINE TO PRINTER-RECORD
139800         PERFORM WRITE-TO-PRINTER.
139900     MOVE SPACE TO ROLLUP-LINE.
140000     MOVE RANK-PASS TO PRINT-RU-RANK.
140100     MOVE BEST-STORE TO PRINT-RU-STORE STORE-SUB.
140200     PERFORM LOOK-UP-STORE.
140300     MOVE STORE-NAME TO PRINT-RU-NAME.
140400     IF STORE-IS-COMP (BEST-STORE) = "Y"
140500         MOVE "COMP" TO PRINT-RU-COMP.
140600     MOVE WEEK-SALES-TY (BEST-STORE) TO LINE-AMOUNT.
140700     MOVE WEEK-PLAN (BEST-STORE) TO LINE-PLAN.
140800     MOVE WEEK-SALES-LY (BEST-STORE) TO LINE-LAST-YEAR.
140900     PERFORM PRINT-ROLLUP-AMOUNTS.
141000     ADD LINE-AMOUNT TO DISTRICT-SALES-TY.
141100     ADD LINE-PLAN TO DISTRICT-PLAN.
141200     ADD LINE-LAST-YEAR TO DISTRICT-SALES-LY.
141300
141400 PRINT-ROLLUP-AMOUNTS.
141500     MOVE LINE-AMOUNT TO PRINT-RU-SALES.
141600     MOVE LINE-PLAN TO PRINT-RU-PLAN.
141700     IF LINE-PLAN NOT = ZEROES
141800         COMPUTE PCT-WORK ROUNDED =
141900             (LINE-AMOUNT / LINE-PLAN) * 100
142000         MOVE PCT-WORK TO PRINT-RU-PLAN-PCT.
142100     IF LINE-LAST-YEAR NOT = ZEROES
142200         COMPUTE PCT-WORK ROUNDED =
142300             ((LINE-AMOUNT - LINE-LAST-YEAR)
142400              / LINE-LAST-YEAR) * 100
142500         MOVE PCT-WORK TO PRINT-RU-LY-PCT.
142600     MOVE ROLLUP-LINE TO PRINTER-RECORD.
142700     PERFORM WRITE-TO-PRINTER.
142800
142900 PRINT-ALL-STORES-TOTAL.
143000     IF LINE-COUNT > MAXIMUM-LINES - 2
143100         PERFORM NEXT-ROLLUP-PAGE.
143200     MOVE SPACE TO ROLLUP-LINE.
143300     MOVE "ALL STORES" TO PRINT-RU-NAME.
143400     MOVE ALL-SALES-TY TO LINE-AMOUNT.
143500     MOVE ALL-PLAN TO LINE-PLAN.
143600     MOVE ALL-SALES-LY TO LINE-LAST-YEAR.
143700     PERFORM PRINT-ROLLUP-AMOUNTS.
143800
143900 START-ROLLUP-PAGE.
144000     ADD 1 TO PAGE-NUMBER.
144100     MOVE REPORT-FISC-YEAR TO PRINT-RU-YEAR.
144200     MOVE REPORT-FISC-PERIOD TO PRINT-RU-PERIOD.
144300     MOVE REPORT-FISC-WEEK TO PRINT-RU-WEEK.
144400     MOVE PAGE-NUMBER TO PRINT-RU-PAGE.
144500     MOVE ROLLUP-TITLE-LINE TO PRINTER-RECORD.
144600     PERFORM WRITE-TO-PRINTER.
144700     PERFORM SET-WEEK-DATES-LINE.
144800     MOVE WEEK-DATES-LINE TO PRINTER-RECORD.
144900     PERFORM WRITE-TO-PRINTER.
145000     PERFORM LINE-FEED.
145100
145200 NEXT-ROLLUP-PAGE.
145300     PERFORM END-LAST-PAGE.
145400     PERFORM START-ROLLUP-PAGE.
145500
145600*---------------------------------
145700* File I-O routines.
145800*---------------------------------
145900 LOOK-UP-STORE.
146000     MOVE STORE-SUB TO STORE-CODE.
146100     MOVE "Y" TO STORE-RECORD-FOUND.
146200     READ STORE-FILE RECORD
146300         INVALID KEY
146400         MOVE "N" TO STORE-RECORD-FOUND.
146500     IF STORE-RECORD-FOUND = "N"
146600         MOVE SPACE TO STORE-NAME.
146700
146800 READ-ACCOUNT-RECORD.
146900     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
147000     READ ACCOUNT-FILE RECORD
147100         INVALID KEY
147200         MOVE "N" TO ACCOUNT-RECORD-FOUND.
147300
147400*---------------------------------
147500* Printer I-O routines.
147600*---------------------------------
147700 WRITE-TO-PRINTER.
147800     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
147900     ADD 1 TO LINE-COUNT.
148000
148100 LINE-FEED.
148200     MOVE SPACE TO PRINTER-RECORD.
148300     PERFORM WRITE-TO-PRINTER.
148400
148500 END-LAST-PAGE.
148600     PERFORM FORM-FEED.
148700     MOVE ZERO TO LINE-COUNT.
148800
148900 FORM-FEED.
149000     MOVE SPACE TO PRINTER-RECORD.
149100     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
149200
149300*---------------------------------
149400* Utility routines.
149500*---------------------------------
149600     COPY "PLDATE01.CBL".
149700
149800     COPY "PLRCAT01.CBL".

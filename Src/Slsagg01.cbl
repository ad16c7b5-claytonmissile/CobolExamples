001700* back to detail only for
001800* days this roll has not yet
001900* covered.
001910*
001920* The same pass rolls each
001930* store's day by the hour into
001940* the hourly aggregate file for
001950* the daypart reports.
001955*
001960* A day rolls only once every
001965* store expected that day has
001970* polled in, or been waived -
001975* see HOLD-BACK-UNPOLLED-DAYS.
002000*---------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
003000         ORGANIZATION IS SEQUENTIAL.
003100
003200     COPY "SLSAGG.CBL".
003220
003240     COPY "SLSHAG.CBL".
003300
003400     COPY "SLAGCTL.CBL".
003420     COPY "SLSTORE.CBL".
003440
003460     COPY "SLPOLL.CBL".
003500
003600 DATA DIVISION.
003700 FILE SECTION.
005200*---------------------------------
005300* The register transaction
005400* type: S = sale, R = return,
005450* V = post-void, N = no sale
005500* (the drawer opened with no
005550* amount; the count is how many
005600* times). Space on old detail
005650* means a sale.
005700*---------------------------------
005800     05  SALES-TRAN-TYPE          PIC X(1).
005900         88  TRAN-IS-SALE             VALUES "S" " ".
006000         88  TRAN-IS-RETURN           VALUE "R".
006100         88  TRAN-IS-VOID             VALUE "V".
006105         88  TRAN-IS-NO-SALE          VALUE "N".
006110*---------------------------------
006120* Extended cost of the goods on
006130* the line, signed like the
006140* amount. Zero on detail from
006150* a register that sends no
006160* cost.
006170*---------------------------------
006180     05  SALES-COST               PIC S9(6)V99.
006181*---------------------------------
006182* The hour the sales were rung
006183* (00-23, 99 when the register
006184* did not say) and the number
006185* of customer transactions. A
006186* ticket counts once, on the
006187* first line it touches.
006188*---------------------------------
006189     05  SALES-HOUR               PIC 9(2).
006190     05  SALES-TRAN-COUNT         PIC 9(5).
006191*---------------------------------
006192* The cashier who rang the line,
006193* spaces when the register did
006194* not say.
006195*---------------------------------
006196     05  SALES-CASHIER            PIC X(6).
006200
006300     COPY "FDSAGG.CBL".
006320
006340     COPY "FDSHAG.CBL".
006400
006500     COPY "FDAGCTL.CBL".
006520     COPY "FDSTORE.CBL".
006540
006560     COPY "FDPOLL.CBL".
006600
006700 WORKING-STORAGE SECTION.
006800
006900 77  SALES-FILE-AT-END       PIC X.
007000 77  AGG-FILE-AT-END         PIC X.
007100 77  AGG-RECORD-FOUND        PIC X.
007150 77  HAGG-RECORD-FOUND       PIC X.
007200 77  LAST-AGG-DATE           PIC 9(8).
007300 77  CUTOFF-DATE             PIC 9(8).
007400 77  DETAIL-READ-COUNT       PIC 9(7)  VALUE ZEROES.
007500 77  DETAIL-ROLLED-COUNT     PIC 9(7)  VALUE ZEROES.
007550 77  ROLL-HELD-BACK          PIC X     VALUE "N".
007600
007700     COPY "WSCASE01.CBL".
007800
007900     COPY "WSDATE01.CBL".
007950     COPY "WSPOLL01.CBL".
008000
008100 PROCEDURE DIVISION.
008200 PROGRAM-BEGIN.
009300 OPENING-PROCEDURE.
009400     PERFORM READ-AGG-CONTROL.
009500     OPEN I-O AGGREGATE-FILE.
009550     OPEN I-O HOURLY-AGG-FILE.
009560     OPEN INPUT STORE-FILE.
009570     OPEN INPUT POLL-CONTROL-FILE.
009600
009700 CLOSING-PROCEDURE.
009800     CLOSE AGGREGATE-FILE.
009850     CLOSE HOURLY-AGG-FILE.
009860     CLOSE STORE-FILE.
009870     CLOSE POLL-CONTROL-FILE.
009900
010000 MAIN-PROCESS.
010100     PERFORM SHOW-LAST-AGG-DATE.
010200     PERFORM GET-CUTOFF-DATE.
010210     IF CUTOFF-DATE > LAST-AGG-DATE
010220         PERFORM HOLD-BACK-UNPOLLED-DAYS.
010300     IF CUTOFF-DATE > LAST-AGG-DATE
010400         PERFORM ROLL-THE-DETAIL
010500         PERFORM SAVE-AGG-CONTROL
010600         DISPLAY "DETAIL RECORDS READ:   " DETAIL-READ-COUNT
010700         DISPLAY "DETAIL RECORDS ROLLED: " DETAIL-ROLLED-COUNT
010800     ELSE
010810     IF ROLL-HELD-BACK = "Y"
010820         DISPLAY "NO DAY IS READY TO ROLL"
010830         DISPLAY "NOTHING TO DO"
010840     ELSE
010900         DISPLAY "ALREADY AGGREGATED THROUGH THAT DATE"
011000         DISPLAY "NOTHING TO DO".
011100
013000         TO DATE-PROMPT.
013100     PERFORM GET-A-DATE.
013200     MOVE DATE-CCYYMMDD TO CUTOFF-DATE.
013202*---------------------------------
013204* A day goes into the aggregates
013206* only once every store expected
013208* that day has polled in with a
013210* balanced file, or been waived.
013212* The cut-off is pulled back to
013214* the day before the first day
013216* still waiting, so the days
013218* from there on hold until the
013220* stores are resolved. Before
013222* the first roll there is no
013224* day to walk from, so only the
013226* cut-off day is checked, and a
013228* held cut-off rolls nothing.
013230*---------------------------------
013232 HOLD-BACK-UNPOLLED-DAYS.
013234     IF LAST-AGG-DATE = ZEROES
013236         MOVE CUTOFF-DATE TO POLL-CHECK-DATE
013238     ELSE
013240         COMPUTE POLL-CHECK-DATE = FUNCTION DATE-OF-INTEGER
013242             (FUNCTION INTEGER-OF-DATE (LAST-AGG-DATE) + 1).
013244     MOVE "Y" TO POLL-DAY-IS-COMPLETE.
013246     PERFORM CHECK-NEXT-ROLL-DAY
013248         UNTIL POLL-CHECK-DATE > CUTOFF-DATE
013250            OR POLL-DAY-IS-COMPLETE = "N".
013252     IF POLL-DAY-IS-COMPLETE = "N"
013254         PERFORM HOLD-BACK-THE-CUTOFF.
013256
013258 CHECK-NEXT-ROLL-DAY.
013260     PERFORM CHECK-POLLING-DAY.
013262     IF POLL-DAY-IS-COMPLETE = "Y"
013264         COMPUTE POLL-CHECK-DATE = FUNCTION DATE-OF-INTEGER
013266             (FUNCTION INTEGER-OF-DATE (POLL-CHECK-DATE) + 1).
013268
013270 HOLD-BACK-THE-CUTOFF.
013272     MOVE "Y" TO ROLL-HELD-BACK.
013274     IF LAST-AGG-DATE = ZEROES
013276         MOVE ZEROES TO CUTOFF-DATE
013278     ELSE
013280         COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
013282             (FUNCTION INTEGER-OF-DATE (POLL-CHECK-DATE) - 1).
013284     MOVE POLL-CHECK-DATE TO DATE-CCYYMMDD.
013286     PERFORM CONVERT-TO-MMDDCCYY.
013288     DISPLAY "*** " POLL-UNRESOLVED-COUNT
013290             " STORE(S) NOT POLLED FOR " DATE-MMDDCCYY.
013292     DISPLAY "FIRST IS STORE " POLL-FIRST-UNRESOLVED
013294             " - SEE THE POLLING EXCEPTIONS.".
013296     DISPLAY "THAT DAY AND LATER ARE HELD BACK UNTIL".
013298     DISPLAY "THE STORES ARE RESOLVED OR WAIVED ***".
013300
013400*---------------------------------
013500* One pass of the detail file.
016500         MOVE "Y" TO AGG-FILE-AT-END.
016600     PERFORM CLEAR-NEXT-AGGREGATE
016700         UNTIL AGG-FILE-AT-END = "Y".
016710     MOVE "N" TO AGG-FILE-AT-END.
016720     MOVE ZEROES TO HAGG-KEY.
016730     START HOURLY-AGG-FILE KEY NOT < HAGG-KEY
016740         INVALID KEY
016750         MOVE "Y" TO AGG-FILE-AT-END.
016760     PERFORM CLEAR-NEXT-HOURLY-AGGREGATE
016770         UNTIL AGG-FILE-AT-END = "Y".
016800
016900 CLEAR-NEXT-AGGREGATE.
017000     READ AGGREGATE-FILE NEXT RECORD
017500         DELETE AGGREGATE-FILE RECORD
017600             INVALID KEY
017700             DISPLAY "ERROR DELETING AGGREGATE RECORD".
017705
017710 CLEAR-NEXT-HOURLY-AGGREGATE.
017715     READ HOURLY-AGG-FILE NEXT RECORD
017720         AT END
017725         MOVE "Y" TO AGG-FILE-AT-END.
017730     IF AGG-FILE-AT-END NOT = "Y"
017735        AND HAGG-DATE > LAST-AGG-DATE
017740         DELETE HOURLY-AGG-FILE RECORD
017745             INVALID KEY
017750             DISPLAY "ERROR DELETING HOURLY AGGREGATE".
017800
017900 ROLL-NEXT-DETAIL.
018000     ADD 1 TO DETAIL-READ-COUNT.
019300     PERFORM READ-AGGREGATE-RECORD.
019400     IF AGG-RECORD-FOUND = "Y"
019500         ADD SALES-AMOUNT TO AGG-AMOUNT
019550         ADD SALES-COST TO AGG-COST
019600         PERFORM BREAK-OUT-TRAN-TYPE
019700         PERFORM REWRITE-AGGREGATE-RECORD
019800     ELSE
020200         MOVE SALES-CATEGORY   TO AGG-CATEGORY
020300         MOVE SALES-DATE       TO AGG-DATE
020400         MOVE SALES-AMOUNT     TO AGG-AMOUNT
020450         MOVE SALES-COST       TO AGG-COST
020500         MOVE ZEROES TO AGG-RETURNS
020600                        AGG-VOIDS
020700         PERFORM BREAK-OUT-TRAN-TYPE
020800         PERFORM WRITE-AGGREGATE-RECORD.
020801     IF NOT TRAN-IS-NO-SALE
020802         PERFORM ROLL-DETAIL-TO-HOUR.
020804
020806*---------------------------------
020807* The hour bucket for the
020808* store's day. An hour outside
020809* 00-23 goes to 99, not known.
020810* A no-sale is not a customer
020811* and stays out of the count.
020814*---------------------------------
020816 ROLL-DETAIL-TO-HOUR.
020818     MOVE SALES-STORE      TO HAGG-STORE.
020820     MOVE SALES-DATE       TO HAGG-DATE.
020822     MOVE SALES-HOUR       TO HAGG-HOUR.
020824     IF SALES-HOUR NOT NUMERIC
020826        OR SALES-HOUR > 23
020828         MOVE 99 TO HAGG-HOUR.
020830     PERFORM READ-HOURLY-AGG-RECORD.
020832     IF HAGG-RECORD-FOUND = "Y"
020834         ADD SALES-AMOUNT TO HAGG-AMOUNT
020836         ADD SALES-TRAN-COUNT TO HAGG-TRAN-COUNT
020838         PERFORM REWRITE-HOURLY-AGG-RECORD
020840     ELSE
020842         MOVE SALES-STORE      TO HAGG-STORE
020844         MOVE SALES-DATE       TO HAGG-DATE
020846         MOVE SALES-AMOUNT     TO HAGG-AMOUNT
020848         MOVE SALES-TRAN-COUNT TO HAGG-TRAN-COUNT
020850         PERFORM WRITE-HOURLY-AGG-RECORD.
020900
021000*---------------------------------
021100* Returns and voids ride into
027100     REWRITE AGGREGATE-RECORD
027200         INVALID KEY
027300         DISPLAY "ERROR REWRITING AGGREGATE RECORD".
027305
027310 READ-HOURLY-AGG-RECORD.
027315     MOVE "Y" TO HAGG-RECORD-FOUND.
027320     READ HOURLY-AGG-FILE RECORD
027325         INVALID KEY
027330         MOVE "N" TO HAGG-RECORD-FOUND.
027335
027340 WRITE-HOURLY-AGG-RECORD.
027345     WRITE HOURLY-AGG-RECORD
027350         INVALID KEY
027355         DISPLAY "HOURLY RECORD ALREADY ON FILE".
027360
027365 REWRITE-HOURLY-AGG-RECORD.
027370     REWRITE HOURLY-AGG-RECORD
027375         INVALID KEY
027380         DISPLAY "ERROR REWRITING HOURLY AGGREGATE".
027400
027500*---------------------------------
027600* Utility routines.
027700*---------------------------------
027800     COPY "PLDATE01.CBL".
027900
028000     COPY "PLPOLL01.CBL".

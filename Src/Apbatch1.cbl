001500* whole nightly cycle can be
001600* confirmed complete from one
001700* place instead of four.
001708*
001716* Every leg also appends a line
001724* to the run history (APRUNHST)
001732* with its times, counts and
001740* dollars, and the control
001748* report sets tonight's legs
001756* against the normal band for
001764* the same weekday - or for
001772* month-end nights - over the
001780* last 90 nights. RUNTRND1
001788* prints the trend.
001789*
001790* The batch window is marked
001791* open (BWSTAT01) before the
001792* first leg and closed after
001793* the control report, so online
001794* programs hold to inquiry while
001795* the cycle runs.
001805*
001815* Once the check run has posted,
001825* OPNITM01 builds the open-item
001835* file the aging, bills, cash
001845* and finance-charge programs
001855* read in place of the voucher
001865* and vendor masters.
001866*
001867* Last, VNDPTL01 writes the
001868* payment status of every
001869* invoice for the supplier
001870* portal, and WHSXTR01 the
001871* night's extract set for the
001872* reporting warehouse.
001875*---------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002500     COPY "SLRPRM.CBL".
002600
002700     COPY "SLLOCK.CBL".
002750     COPY "SLBHST.CBL".
002800
002900     SELECT PRINTER-FILE
003000         ASSIGN TO REPORT-DESTINATION
005000     COPY "FDRPRM.CBL".
005100
005200     COPY "FDLOCK.CBL".
005250     COPY "FDBHST.CBL".
005300
005400 FD  PRINTER-FILE
005500     LABEL RECORDS ARE OMITTED.
006800     05  RUNCTL-SLSJRNL-STATUS  PIC X.
006900     05  RUNCTL-FLASH-STATUS    PIC X.
007000     05  RUNCTL-MONTHEND-STATUS PIC X.
007010     05  RUNCTL-ASSET-STATUS    PIC X.
007030     05  RUNCTL-BALPOST-STATUS  PIC X.
007050     05  RUNCTL-XFRJRNL-STATUS  PIC X.
007070     05  RUNCTL-VNDCHG-STATUS   PIC X.
007080     05  RUNCTL-RECERT-STATUS   PIC X.
007090     05  RUNCTL-ERS-STATUS      PIC X.
007095     05  RUNCTL-OPENITEM-STATUS PIC X.
007097     05  RUNCTL-PORTAL-STATUS   PIC X.
007098     05  RUNCTL-WAREHOUSE-STATUS PIC X.
007100
007200 WORKING-STORAGE SECTION.
007300
007800 77  CHECKS-WRITTEN-COUNT    PIC 9999 VALUE ZERO.
007900 77  FLASH-STORE-COUNT       PIC 9999 VALUE ZERO.
008000 77  SNAPSHOT-COUNT          PIC 9(5) VALUE ZERO.
008010 77  ASSET-CAPTURE-COUNT     PIC 9(5) VALUE ZERO.
008030 77  PENDING-CHANGE-COUNT    PIC 9(5) VALUE ZERO.
008050 77  RECERT-LAPSED-COUNT     PIC 9(5) VALUE ZERO.
008070 77  ERS-SETTLED-COUNT       PIC 9(5) VALUE ZERO.
008072
008073*---------------------------------
008076* Open-item build results - the
008079* open total goes to the run
008082* history as the leg's dollars.
008085*---------------------------------
008088 01  OPEN-ITEM-RESULTS.
008091     05  OPEN-ITEM-COUNT        PIC 9(7)     VALUE ZERO.
008094     05  OPEN-ITEM-TOTAL        PIC S9(9)V99 VALUE ZERO.
008100
008109*---------------------------------
008118* Supplier portal extract
008127* results - the invoice amount
008136* hash goes to the run history
008145* as the leg's dollars.
008154*---------------------------------
008163 01  PORTAL-RESULTS.
008172     05  PORTAL-INVOICE-COUNT   PIC 9(7)      VALUE ZERO.
008181     05  PORTAL-AMOUNT-HASH     PIC S9(11)V99 VALUE ZERO.
008190
008191*---------------------------------
008192* Warehouse extract results,
008193* kept the same way.
008194*---------------------------------
008195 01  WAREHOUSE-RESULTS.
008196     05  WAREHOUSE-ROW-COUNT    PIC 9(7)      VALUE ZERO.
008197     05  WAREHOUSE-AMOUNT-HASH  PIC S9(11)V99 VALUE ZERO.
008198
008200*---------------------------------
008300* Journal leg results - the
008400* debit and credit totals are
009500     05  SLSJRNL-RECORD-COUNT   PIC 9(5).
009600     05  SLSJRNL-DEBIT-TOTAL    PIC S9(9)V99.
009700     05  SLSJRNL-CREDIT-TOTAL   PIC S9(9)V99.
009710
009720 01  PREPAID-JOURNAL-RESULTS.
009730     05  PREPAID-RECORD-COUNT   PIC 9(5)     VALUE ZERO.
009740     05  PREPAID-DEBIT-TOTAL    PIC S9(9)V99 VALUE ZERO.
009750     05  PREPAID-CREDIT-TOTAL   PIC S9(9)V99 VALUE ZERO.
009760
009770 01  ASSET-JOURNAL-RESULTS.
009780     05  ASSET-RECORD-COUNT     PIC 9(5)     VALUE ZERO.
009790     05  ASSET-DEBIT-TOTAL      PIC S9(9)V99 VALUE ZERO.
009795     05  ASSET-CREDIT-TOTAL     PIC S9(9)V99 VALUE ZERO.
009800
009805 01  LEASE-JOURNAL-RESULTS.
009810     05  LEASE-RECORD-COUNT     PIC 9(5)     VALUE ZERO.
009815     05  LEASE-DEBIT-TOTAL      PIC S9(9)V99 VALUE ZERO.
009820     05  LEASE-CREDIT-TOTAL     PIC S9(9)V99 VALUE ZERO.
009825
009830 01  ALLOC-JOURNAL-RESULTS.
009835     05  ALLOC-RECORD-COUNT     PIC 9(5)     VALUE ZERO.
009840     05  ALLOC-DEBIT-TOTAL      PIC S9(9)V99 VALUE ZERO.
009845     05  ALLOC-CREDIT-TOTAL     PIC S9(9)V99 VALUE ZERO.
009846
009847 01  REBATE-JOURNAL-RESULTS.
009848     05  REBATE-RECORD-COUNT    PIC 9(5)     VALUE ZERO.
009849     05  REBATE-DEBIT-TOTAL     PIC S9(9)V99 VALUE ZERO.
009850     05  REBATE-CREDIT-TOTAL    PIC S9(9)V99 VALUE ZERO.
009852
009855 01  BALANCE-POST-RESULTS.
009860     05  BALPOST-LINE-COUNT     PIC 9(7)     VALUE ZERO.
009865     05  BALPOST-DEBIT-TOTAL    PIC S9(9)V99 VALUE ZERO.
009870     05  BALPOST-CREDIT-TOTAL   PIC S9(9)V99 VALUE ZERO.
009875     05  BALPOST-LATE-COUNT     PIC 9(5)     VALUE ZERO.
009880
009885 01  TRANSFER-JOURNAL-RESULTS.
009890     05  XFRJRNL-RECORD-COUNT   PIC 9(5)     VALUE ZERO.
009892     05  XFRJRNL-DEBIT-TOTAL    PIC S9(9)V99 VALUE ZERO.
009894     05  XFRJRNL-CREDIT-TOTAL   PIC S9(9)V99 VALUE ZERO.
009896
009900*---------------------------------
010000* Leg status codes on the run
010100* control record: space = not
013800 77  CUTOFF-ANSI             PIC 9(7).
013900
014000     COPY "WSBPRM01.CBL".
014030
014060     COPY "WSSIGN01.CBL".
014100
014102*---------------------------------
014104* Leg timing for the run
014106* history, and tonight's legs
014108* kept for the normal-band
014110* check. A leg is out of band
014112* when its count or dollars are
014114* more than BAND-PERCENT off the
014116* average of the same kind of
014118* night, once there are at
014120* least BAND-MIN-NIGHTS of them.
014122*---------------------------------
014124 77  NIGHT-RUN-DATE          PIC 9(8).
014126 77  NIGHT-WEEKDAY           PIC 9.
014128 77  NIGHT-DAY-NUMBER        PIC 9(7).
014130 77  NIGHT-WINDOW-START      PIC 9(8).
014132 77  LEG-NAME                PIC X(8).
014134 77  LEG-COUNT               PIC 9(7).
014136 77  LEG-DEBITS              PIC S9(9)V99.
014138 77  LEG-CREDITS             PIC S9(9)V99.
014140 77  LEG-START-TIME          PIC 9(6).
014142 77  LEG-START-SECONDS       PIC 9(5).
014144 77  LEG-ELAPSED             PIC S9(6).
014146 77  CLOCK-SECONDS           PIC 9(5).
014148 01  CLOCK-TIME              PIC 9(6).
014150 01  CLOCK-TIME-FIELDS REDEFINES CLOCK-TIME.
014152     05  CLOCK-HH            PIC 9(2).
014154     05  CLOCK-MM            PIC 9(2).
014156     05  CLOCK-SS            PIC 9(2).
014158 77  HIST-FILE-AT-END        PIC X.
014160 77  TONIGHT-SUB             PIC 9(2).
014162 77  TONIGHT-LEG-COUNT       PIC 9(2)  VALUE ZERO.
014164 77  BAND-PERCENT            PIC 9(3)  VALUE 40.
014166 77  BAND-MIN-NIGHTS         PIC 9(3)  VALUE 3.
014168 77  BAND-LOW                PIC S9(11)V99.
014170 77  BAND-HIGH               PIC S9(11)V99.
014172 77  LEG-OUTSIDE-BAND        PIC X.
014174 77  BAND-ALERT-COUNT        PIC 9(2)  VALUE ZERO.
014176
014178 01  TONIGHT-TABLE.
014180     05  TONIGHT-LEG OCCURS 20 TIMES.
014182         10  TONIGHT-NAME        PIC X(8).
014184         10  TONIGHT-ELAPSED     PIC 9(5).
014186         10  TONIGHT-COUNT       PIC 9(7).
014188         10  TONIGHT-DOLLARS     PIC S9(9)V99.
014190         10  NORMAL-NIGHTS       PIC 9(3).
014192         10  NORMAL-COUNT-SUM    PIC 9(9).
014194         10  NORMAL-DOLLAR-SUM   PIC S9(11)V99.
014196         10  NORMAL-COUNT-AVG    PIC 9(7).
014198         10  NORMAL-DOLLAR-AVG   PIC S9(9)V99.
014200 01  TITLE-LINE.
014300     05  FILLER              PIC X(30) VALUE SPACE.
014400     05  FILLER              PIC X(25)
017300     05  PARM-PRINT-LABEL    PIC X(18).
017400     05  PARM-PRINT-VALUE    PIC X(10).
017500
017503 01  BAND-TITLE-LINE.
017506     05  FILLER              PIC X(41)
017509         VALUE "TONIGHT AGAINST THE LAST 90 NIGHTS - SAME".
017512     05  BAND-NIGHT-KIND     PIC X(11).
017515
017518 01  BAND-COLUMN-LINE.
017521     05  FILLER              PIC X(9)  VALUE "LEG".
017524     05  FILLER              PIC X(5)  VALUE " SECS".
017527     05  FILLER              PIC X(8)  VALUE "   COUNT".
017530     05  FILLER              PIC X(8)  VALUE "  NORMAL".
017533     05  FILLER              PIC X(13) VALUE "      DOLLARS".
017536     05  FILLER              PIC X(13) VALUE "       NORMAL".
017539     05  FILLER              PIC X(4)  VALUE " NTS".
017542
017545 01  BAND-LINE.
017548     05  BAND-LEG            PIC X(8).
017551     05  FILLER              PIC X(1)  VALUE SPACE.
017554     05  BAND-SECS           PIC ZZZZ9.
017557     05  FILLER              PIC X(1)  VALUE SPACE.
017560     05  BAND-COUNT          PIC ZZZZZZ9.
017563     05  FILLER              PIC X(1)  VALUE SPACE.
017566     05  BAND-NORMAL-COUNT   PIC ZZZZZZ9.
017569     05  FILLER              PIC X(1)  VALUE SPACE.
017572     05  BAND-DOLLARS        PIC ZZZ,ZZZ,ZZ9-.
017575     05  FILLER              PIC X(1)  VALUE SPACE.
017578     05  BAND-NORMAL-DOLLARS PIC ZZZ,ZZZ,ZZ9-.
017581     05  FILLER              PIC X(1)  VALUE SPACE.
017584     05  BAND-NIGHTS         PIC ZZ9.
017587     05  FILLER              PIC X(1)  VALUE SPACE.
017590     05  BAND-FLAG           PIC X(14).
017600 PROCEDURE DIVISION.
017700 PROGRAM-BEGIN.
017800     PERFORM OPENING-PROCEDURE.
020300         PERFORM LOAD-RUN-CONTROL
020400     ELSE
020500         PERFORM INIT-RUN-CONTROL.
020550     PERFORM SET-NIGHT-FOR-HISTORY.
020570     PERFORM OPEN-BATCH-WINDOW.
020600
020700     IF RUNCTL-BACKUP-STATUS NOT = "C"
020800         PERFORM RUN-NIGHTLY-BACKUP
021300     ELSE
021400         DISPLAY "PRE-FLIGHT LEG ALREADY COMPLETE - SKIPPED".
021500
021510*---------------------------------
021520* Receipts from vendors settled
021530* by ERS are vouchered ahead of
021540* selection, so a settlement is
021550* on file before the money legs
021560* look at the voucher file.
021570*---------------------------------
021580     IF BATCH-IS-STOPPED = "N"
021582         IF RUNCTL-ERS-STATUS NOT = "C"
021584             PERFORM RUN-ERS-SETTLEMENT
021586         ELSE
021588             DISPLAY "ERS SETTLEMENT LEG ALREADY COMPLETE"
021590                     " - SKIPPED".
021595
021600*---------------------------------
021700* A hard pre-flight error stops
021800* the batch before anything is
023600             PERFORM RUN-CHECK-RUN
023700         ELSE
023800             DISPLAY "CHECK RUN LEG ALREADY COMPLETE - SKIPPED".
023810     IF BATCH-IS-STOPPED = "N"
023820         IF RUNCTL-OPENITEM-STATUS NOT = "C"
023830             PERFORM RUN-OPEN-ITEM-BUILD
023840         ELSE
023850             DISPLAY "OPEN-ITEM LEG ALREADY COMPLETE - SKIPPED".
023900     IF BATCH-IS-STOPPED = "N"
024000         IF RUNCTL-JOURNAL-STATUS NOT = "C"
024100             PERFORM RUN-JOURNAL-EXTRACT
024700         ELSE
024800             DISPLAY "SALES JOURNAL LEG ALREADY COMPLETE"
024900                     " - SKIPPED".
024910     IF BATCH-IS-STOPPED = "N"
024920         IF RUNCTL-XFRJRNL-STATUS NOT = "C"
024930             PERFORM RUN-TRANSFER-JOURNAL
024940         ELSE
024950             DISPLAY "TRANSFER JOURNAL LEG ALREADY COMPLETE"
024960                     " - SKIPPED".
025000*---------------------------------
025100* The morning flash runs even
025200* when a pre-flight stop held
025800         PERFORM RUN-SALES-FLASH
025900     ELSE
026000         DISPLAY "SALES FLASH LEG ALREADY COMPLETE - SKIPPED".
026010*---------------------------------
026020* So does the fixed asset
026030* capture: it only reads the
026040* distribution lines, and the
026050* pending assets it writes
026060* are ready for completion in
026070* the morning.
026080*---------------------------------
026090     IF RUNCTL-ASSET-STATUS NOT = "C"
026092         PERFORM RUN-ASSET-CAPTURE
026094     ELSE
026096         DISPLAY "ASSET CAPTURE LEG ALREADY COMPLETE - SKIPPED".
026100     IF MONTH-END-TONIGHT = "Y"
026200         IF RUNCTL-MONTHEND-STATUS NOT = "C"
026300             PERFORM RUN-MONTH-END-LEGS
026400         ELSE
026500             DISPLAY "MONTH-END LEGS ALREADY COMPLETE - SKIPPED".
026510*---------------------------------
026520* The account balances go last,
026530* once every leg that writes
026540* the journal has had its turn.
026550*---------------------------------
026560     IF RUNCTL-BALPOST-STATUS NOT = "C"
026570         PERFORM RUN-BALANCE-POSTING
026580     ELSE
026585         DISPLAY "BALANCE POSTING LEG ALREADY COMPLETE - SKIPPED".
026590*---------------------------------
026595* The vendor pending changes
026600* report runs even when a
026605* pre-flight stop held the money
026610* legs: a change left waiting
026615* for its callback should be on
026620* somebody's desk in the morning.
026625*---------------------------------
026630     IF RUNCTL-VNDCHG-STATUS NOT = "C"
026635         PERFORM RUN-PENDING-CHANGES
026640     ELSE
026645         DISPLAY "PENDING CHANGES LEG ALREADY COMPLETE - SKIPPED".
026647*---------------------------------
026649* Operators whose access was not
026651* recertified by the cycle
026653* deadline are locked out
026655* whatever else held the batch.
026657*---------------------------------
026659     IF RUNCTL-RECERT-STATUS NOT = "C"
026661         PERFORM RUN-RECERT-DEADLINES
026663     ELSE
026665         DISPLAY "RECERTIFICATION LEG ALREADY COMPLETE - SKIPPED".
026667*---------------------------------
026669* The supplier portal extract
026671* runs whatever held the batch:
026673* it only reads, and vendors
026675* should see where their
026677* invoices stand either way.
026679*---------------------------------
026681     IF RUNCTL-PORTAL-STATUS NOT = "C"
026683         PERFORM RUN-PORTAL-EXTRACT
026685     ELSE
026687         DISPLAY "PORTAL EXTRACT LEG ALREADY COMPLETE - SKIPPED".
026688*---------------------------------
026689* So does the warehouse
026690* extract, for the same reason.
026691*---------------------------------
026692     IF RUNCTL-WAREHOUSE-STATUS NOT = "C"
026693         PERFORM RUN-WAREHOUSE-EXTRACT
026694     ELSE
026695         DISPLAY "WAREHOUSE LEG ALREADY COMPLETE - SKIPPED".
026696     PERFORM PRINT-CONTROL-REPORT.
026697     PERFORM CLOSE-BATCH-WINDOW.
026700
026800*---------------------------------
026900* Run control - asked up front,
033200     DISPLAY "  CHECK RUN:    " RUNCTL-CHECKS-STATUS.
033300     DISPLAY "  JOURNAL:      " RUNCTL-JOURNAL-STATUS.
033400     DISPLAY "  SALES JRNL:   " RUNCTL-SLSJRNL-STATUS.
033450     DISPLAY "  TRANSFERS:    " RUNCTL-XFRJRNL-STATUS.
033500     DISPLAY "  SALES FLASH:  " RUNCTL-FLASH-STATUS.
033600     DISPLAY "  MONTH-END:    " RUNCTL-MONTHEND-STATUS.
033610     DISPLAY "  ASSET CAPT:   " RUNCTL-ASSET-STATUS.
033630     DISPLAY "  BAL POSTING:  " RUNCTL-BALPOST-STATUS.
033650     DISPLAY "  VENDOR CHGS:  " RUNCTL-VNDCHG-STATUS.
033670     DISPLAY "  RECERTIFY:    " RUNCTL-RECERT-STATUS.
033680     DISPLAY "  ERS SETTLE:   " RUNCTL-ERS-STATUS.
033690     DISPLAY "  OPEN ITEMS:   " RUNCTL-OPENITEM-STATUS.
033695     DISPLAY "  PORTAL:       " RUNCTL-PORTAL-STATUS.
033696     DISPLAY "  WAREHOUSE:    " RUNCTL-WAREHOUSE-STATUS.
033700     DISPLAY "(S = STARTED BUT NOT FINISHED, C = COMPLETE)".
033800
033900 INIT-RUN-CONTROL.
034600     WRITE RUN-CONTROL-RECORD.
034700     CLOSE RUN-CONTROL-FILE.
034800
034807*---------------------------------
034814* The history belongs to the
034821* night the cycle started, so a
034828* resumed cycle files its legs
034835* under the original date.
034842*---------------------------------
034849 SET-NIGHT-FOR-HISTORY.
034856     MOVE RUNCTL-DATE TO NIGHT-RUN-DATE.
034863     COMPUTE NIGHT-DAY-NUMBER =
034870         FUNCTION INTEGER-OF-DATE(NIGHT-RUN-DATE).
034877     COMPUTE NIGHT-WEEKDAY =
034884         FUNCTION MOD(NIGHT-DAY-NUMBER - 1, 7) + 1.
034889
034894*---------------------------------
034899* The window closes however the
034904* cycle ends - every leg run, or
034909* the money legs backed out by a
034914* pre-flight stop. A run that
034919* dies part way leaves it open;
034924* the resumed cycle opens it
034929* again, or BWOVRD01 clears it.
034934*---------------------------------
034939 OPEN-BATCH-WINDOW.
034944     MOVE "O" TO BATCH-WINDOW-REQUEST.
034949     MOVE "APBATCH1" TO BATCH-WINDOW-BY.
034954     CALL "BWSTAT01" USING BATCH-WINDOW-CALL.
034959     DISPLAY "BATCH WINDOW OPEN - ONLINE UPDATES CLOSED".
034964
034969 CLOSE-BATCH-WINDOW.
034974     MOVE "C" TO BATCH-WINDOW-REQUEST.
034979     MOVE "APBATCH1" TO BATCH-WINDOW-BY.
034984     CALL "BWSTAT01" USING BATCH-WINDOW-CALL.
034989     DISPLAY "BATCH WINDOW CLOSED - ONLINE UPDATES REOPENED".
034994*---------------------------------
035000* One step per leg of the nightly
035100* cycle. Each called program runs
035200* to completion (still taking its
036500 RUN-NIGHTLY-BACKUP.
036600     MOVE "S" TO RUNCTL-BACKUP-STATUS.
036700     PERFORM SAVE-RUN-CONTROL.
036750     PERFORM START-LEG-CLOCK.
036800     CALL "VNDUNL01".
036900     CALL "VCHUNL01".
037000     CALL "STCUNL01".
037030     MOVE "BACKUP" TO LEG-NAME.
037060     PERFORM RECORD-LEG-HISTORY.
037100     MOVE "C" TO RUNCTL-BACKUP-STATUS.
037200     PERFORM SAVE-RUN-CONTROL.
037300
037400 RUN-PREFLIGHT-VALIDATION.
037500     MOVE "S" TO RUNCTL-VALIDATE-STATUS.
037600     PERFORM SAVE-RUN-CONTROL.
037650     PERFORM START-LEG-CLOCK.
037700     MOVE ZERO TO PREFLIGHT-ERROR-COUNT.
037800     CALL "APVALD01" USING PREFLIGHT-ERROR-COUNT.
037820     MOVE "PREFLITE" TO LEG-NAME.
037840     MOVE PREFLIGHT-ERROR-COUNT TO LEG-COUNT.
037860     PERFORM RECORD-LEG-HISTORY.
037900     MOVE "C" TO RUNCTL-VALIDATE-STATUS.
038000     PERFORM SAVE-RUN-CONTROL.
038100     IF PREFLIGHT-ERROR-COUNT NOT = ZERO
038300         DISPLAY "PRE-FLIGHT FOUND " PREFLIGHT-ERROR-COUNT
038400                 " HARD ERRORS - BATCH STOPPED".
038500
038510 RUN-ERS-SETTLEMENT.
038520     MOVE "S" TO RUNCTL-ERS-STATUS.
038530     PERFORM SAVE-RUN-CONTROL.
038535     PERFORM START-LEG-CLOCK.
038540     MOVE ZERO TO ERS-SETTLED-COUNT.
038550     CALL "ERSRUN01" USING ERS-SETTLED-COUNT
038560                           BATCH-RUN-PARAMETERS.
038562     MOVE "ERS" TO LEG-NAME.
038564     MOVE ERS-SETTLED-COUNT TO LEG-COUNT.
038566     PERFORM RECORD-LEG-HISTORY.
038570     MOVE "C" TO RUNCTL-ERS-STATUS.
038580     PERFORM SAVE-RUN-CONTROL.
038590
038600 RUN-VOUCHER-SELECTION.
038700     MOVE "S" TO RUNCTL-SELECT-STATUS.
038800     PERFORM SAVE-RUN-CONTROL.
038850     PERFORM START-LEG-CLOCK.
038900     MOVE ZERO TO SELECTED-COUNT.
039000     CALL "VCHSEL01" USING SELECTED-COUNT
039100                           BATCH-RUN-PARAMETERS.
039120     MOVE "SELECT" TO LEG-NAME.
039140     MOVE SELECTED-COUNT TO LEG-COUNT.
039160     PERFORM RECORD-LEG-HISTORY.
039200     MOVE "C" TO RUNCTL-SELECT-STATUS.
039300     PERFORM SAVE-RUN-CONTROL.
039400
039500 RUN-BILLS-REPORT.
039600     MOVE "S" TO RUNCTL-BILLS-STATUS.
039700     PERFORM SAVE-RUN-CONTROL.
039750     PERFORM START-LEG-CLOCK.
039800     MOVE ZERO TO BILLS-RECORD-COUNT.
039900     CALL "BILRPT03" USING BILLS-RECORD-COUNT
040000                           BATCH-RUN-PARAMETERS.
040020     MOVE "BILLS" TO LEG-NAME.
040040     MOVE BILLS-RECORD-COUNT TO LEG-COUNT.
040060     PERFORM RECORD-LEG-HISTORY.
040100     MOVE "C" TO RUNCTL-BILLS-STATUS.
040200     PERFORM SAVE-RUN-CONTROL.
040300
040400 RUN-CHECK-RUN.
040500     MOVE "S" TO RUNCTL-CHECKS-STATUS.
040600     PERFORM SAVE-RUN-CONTROL.
040650     PERFORM START-LEG-CLOCK.
040700     MOVE ZERO TO CHECKS-WRITTEN-COUNT.
040800     CALL "VCHPAY01" USING CHECKS-WRITTEN-COUNT
040900                           BATCH-RUN-PARAMETERS.
040920     MOVE "CHECKS" TO LEG-NAME.
040940     MOVE CHECKS-WRITTEN-COUNT TO LEG-COUNT.
040960     PERFORM RECORD-LEG-HISTORY.
041000     MOVE "C" TO RUNCTL-CHECKS-STATUS.
041100     PERFORM SAVE-RUN-CONTROL.
041102
041105*---------------------------------
041110* Built after the check run so
041115* tonight's payments are off
041120* the open items, and ahead of
041125* the month-end aging.
041130*---------------------------------
041135 RUN-OPEN-ITEM-BUILD.
041140     MOVE "S" TO RUNCTL-OPENITEM-STATUS.
041145     PERFORM SAVE-RUN-CONTROL.
041150     PERFORM START-LEG-CLOCK.
041155     MOVE ZEROES TO OPEN-ITEM-RESULTS.
041160     CALL "OPNITM01" USING OPEN-ITEM-RESULTS.
041165     MOVE "OPENITEM" TO LEG-NAME.
041170     MOVE OPEN-ITEM-COUNT TO LEG-COUNT.
041175     MOVE OPEN-ITEM-TOTAL TO LEG-DEBITS.
041180     PERFORM RECORD-LEG-HISTORY.
041185     MOVE "C" TO RUNCTL-OPENITEM-STATUS.
041190     PERFORM SAVE-RUN-CONTROL.
041200
041205*---------------------------------
041210* Read-only, so safe after any
041215* other leg; placed last so it
041220* shows tonight's payments.
041225*---------------------------------
041230 RUN-PORTAL-EXTRACT.
041235     MOVE "S" TO RUNCTL-PORTAL-STATUS.
041240     PERFORM SAVE-RUN-CONTROL.
041245     PERFORM START-LEG-CLOCK.
041250     MOVE ZEROES TO PORTAL-RESULTS.
041255     CALL "VNDPTL01" USING PORTAL-RESULTS.
041260     MOVE "PORTAL" TO LEG-NAME.
041265     MOVE PORTAL-INVOICE-COUNT TO LEG-COUNT.
041270     MOVE PORTAL-AMOUNT-HASH TO LEG-DEBITS.
041275     PERFORM RECORD-LEG-HISTORY.
041280     MOVE "C" TO RUNCTL-PORTAL-STATUS.
041285     PERFORM SAVE-RUN-CONTROL.
041290
041300 RUN-JOURNAL-EXTRACT.
041400     MOVE "S" TO RUNCTL-JOURNAL-STATUS.
041500     PERFORM SAVE-RUN-CONTROL.
041550     PERFORM START-LEG-CLOCK.
041600     MOVE ZEROES TO JOURNAL-RESULTS.
041700     CALL "GLXTRCT1" USING JOURNAL-RESULTS
041800                           BATCH-RUN-PARAMETERS.
041810     MOVE "JOURNAL" TO LEG-NAME.
041820     MOVE JOURNAL-RECORD-COUNT TO LEG-COUNT.
041830     MOVE JOURNAL-DEBIT-TOTAL TO LEG-DEBITS.
041840     MOVE JOURNAL-CREDIT-TOTAL TO LEG-CREDITS.
041850     PERFORM RECORD-LEG-HISTORY.
041900     MOVE "C" TO RUNCTL-JOURNAL-STATUS.
042000     PERFORM SAVE-RUN-CONTROL.
042100
042110*---------------------------------
042114* Read-only; last, after the
042118* journal and sales legs, so
042122* the warehouse gets tonight's
042126* postings and sales.
042130*---------------------------------
042134 RUN-WAREHOUSE-EXTRACT.
042138     MOVE "S" TO RUNCTL-WAREHOUSE-STATUS.
042142     PERFORM SAVE-RUN-CONTROL.
042146     PERFORM START-LEG-CLOCK.
042150     MOVE ZEROES TO WAREHOUSE-RESULTS.
042154     CALL "WHSXTR01" USING WAREHOUSE-RESULTS.
042158     MOVE "WAREHSE" TO LEG-NAME.
042162     MOVE WAREHOUSE-ROW-COUNT TO LEG-COUNT.
042166     MOVE WAREHOUSE-AMOUNT-HASH TO LEG-DEBITS.
042170     PERFORM RECORD-LEG-HISTORY.
042174     MOVE "C" TO RUNCTL-WAREHOUSE-STATUS.
042178     PERFORM SAVE-RUN-CONTROL.
042182
042200*---------------------------------
042300* The parameter-file rules
042400* resolved into tonight's
046600     MOVE RPRM-FX-ACCOUNT TO BRP-FX-ACCOUNT.
046700     MOVE RPRM-ESCHEAT-ACCOUNT TO BRP-ESCHEAT-ACCOUNT.
046800     MOVE RPRM-INTERCO-ACCOUNT TO BRP-INTERCO-ACCOUNT.
046810     MOVE RPRM-GIFTCARD-ACCOUNT
046815         TO BRP-GIFTCARD-ACCOUNT.
046817     MOVE RPRM-CARDFEE-ACCOUNT TO BRP-CARDFEE-ACCOUNT.
046820     MOVE RPRM-REPORT-DEST TO BRP-REPORT-DEST.
046840     IF BRP-REPORT-DEST = SPACES
046860         MOVE "PRINTER" TO BRP-REPORT-DEST.
052200
052300*---------------------------------
052400* The closing legs: the sales
052500* month-end roll, the aging
052600* report and snapshot, and
052700* the month's prepaid expense
052750* amortization, fixed asset
052770* depreciation and lease
052790* right-of-use amortization,
052810* the allocation of shared
052830* home-office costs to the
052850* stores, and the vendor rebate
052860* accrual and billing, run
052865* without anyone having to
052870* remember them.
052900*---------------------------------
053000 RUN-MONTH-END-LEGS.
053100     MOVE "S" TO RUNCTL-MONTHEND-STATUS.
053200     PERFORM SAVE-RUN-CONTROL.
053250     PERFORM START-LEG-CLOCK.
053300     CALL "SLSROL01" USING BATCH-RUN-PARAMETERS.
053400     CALL "AGERPT01" USING BATCH-RUN-PARAMETERS.
053500     MOVE ZERO TO SNAPSHOT-COUNT.
053600     CALL "AGESNAP1" USING SNAPSHOT-COUNT.
053620     MOVE ZEROES TO PREPAID-JOURNAL-RESULTS.
053640     CALL "PPDAMT01" USING PREPAID-JOURNAL-RESULTS.
053660     MOVE ZEROES TO ASSET-JOURNAL-RESULTS.
053680     CALL "FASDEP01" USING ASSET-JOURNAL-RESULTS.
053685     MOVE ZEROES TO LEASE-JOURNAL-RESULTS.
053690     CALL "LSEAMT01" USING LEASE-JOURNAL-RESULTS.
053692     MOVE ZEROES TO ALLOC-JOURNAL-RESULTS.
053694     CALL "ALCRUN01" USING ALLOC-JOURNAL-RESULTS
053696                           BATCH-RUN-PARAMETERS.
053697     MOVE ZEROES TO REBATE-JOURNAL-RESULTS.
053698     CALL "RBTRUN01" USING REBATE-JOURNAL-RESULTS.
053707     MOVE "MONTHEND" TO LEG-NAME.
053716     MOVE SNAPSHOT-COUNT TO LEG-COUNT.
053725     COMPUTE LEG-DEBITS = PREPAID-DEBIT-TOTAL
053734         + ASSET-DEBIT-TOTAL + LEASE-DEBIT-TOTAL
053743         + ALLOC-DEBIT-TOTAL + REBATE-DEBIT-TOTAL.
053752     COMPUTE LEG-CREDITS = PREPAID-CREDIT-TOTAL
053761         + ASSET-CREDIT-TOTAL + LEASE-CREDIT-TOTAL
053770         + ALLOC-CREDIT-TOTAL + REBATE-CREDIT-TOTAL.
053779     PERFORM RECORD-LEG-HISTORY.
053788     MOVE "C" TO RUNCTL-MONTHEND-STATUS.
053800     PERFORM SAVE-RUN-CONTROL.
053900
054000*---------------------------------
054600 RUN-SALES-JOURNAL.
054700     MOVE "S" TO RUNCTL-SLSJRNL-STATUS.
054800     PERFORM SAVE-RUN-CONTROL.
054850     PERFORM START-LEG-CLOCK.
054900     MOVE ZEROES TO SALES-JOURNAL-RESULTS.
055000     CALL "SLSXTR01" USING SALES-JOURNAL-RESULTS
055100                           BATCH-RUN-PARAMETERS.
055110     MOVE "SLSJRNL" TO LEG-NAME.
055120     MOVE SLSJRNL-RECORD-COUNT TO LEG-COUNT.
055130     MOVE SLSJRNL-DEBIT-TOTAL TO LEG-DEBITS.
055140     MOVE SLSJRNL-CREDIT-TOTAL TO LEG-CREDITS.
055150     PERFORM RECORD-LEG-HISTORY.
055200     MOVE "C" TO RUNCTL-SLSJRNL-STATUS.
055300     PERFORM SAVE-RUN-CONTROL.
055310
055320*---------------------------------
055330* Bank transfers keyed or swept
055340* during the day, booked to the
055350* cash accounts of both sides.
055360*---------------------------------
055370 RUN-TRANSFER-JOURNAL.
055380     MOVE "S" TO RUNCTL-XFRJRNL-STATUS.
055390     PERFORM SAVE-RUN-CONTROL.
055395     PERFORM START-LEG-CLOCK.
055400     MOVE ZEROES TO TRANSFER-JOURNAL-RESULTS.
055410     CALL "XFRJRN01" USING TRANSFER-JOURNAL-RESULTS
055420                           BATCH-RUN-PARAMETERS.
055421     MOVE "XFRJRNL" TO LEG-NAME.
055422     MOVE XFRJRNL-RECORD-COUNT TO LEG-COUNT.
055423     MOVE XFRJRNL-DEBIT-TOTAL TO LEG-DEBITS.
055424     MOVE XFRJRNL-CREDIT-TOTAL TO LEG-CREDITS.
055425     PERFORM RECORD-LEG-HISTORY.
055430     MOVE "C" TO RUNCTL-XFRJRNL-STATUS.
055440     PERFORM SAVE-RUN-CONTROL.
055450
055500 RUN-SALES-FLASH.
055600     MOVE "S" TO RUNCTL-FLASH-STATUS.
055700     PERFORM SAVE-RUN-CONTROL.
055750     PERFORM START-LEG-CLOCK.
055800     MOVE ZERO TO FLASH-STORE-COUNT.
055900     CALL "SLSFLS01" USING FLASH-STORE-COUNT.
055920     MOVE "FLASH" TO LEG-NAME.
055940     MOVE FLASH-STORE-COUNT TO LEG-COUNT.
055960     PERFORM RECORD-LEG-HISTORY.
056000     MOVE "C" TO RUNCTL-FLASH-STATUS.
056100     PERFORM SAVE-RUN-CONTROL.
056110
056120 RUN-ASSET-CAPTURE.
056130     MOVE "S" TO RUNCTL-ASSET-STATUS.
056140     PERFORM SAVE-RUN-CONTROL.
056145     PERFORM START-LEG-CLOCK.
056150     MOVE ZERO TO ASSET-CAPTURE-COUNT.
056160     CALL "FASCAP01" USING ASSET-CAPTURE-COUNT.
056162     MOVE "ASSETCAP" TO LEG-NAME.
056164     MOVE ASSET-CAPTURE-COUNT TO LEG-COUNT.
056166     PERFORM RECORD-LEG-HISTORY.
056170     MOVE "C" TO RUNCTL-ASSET-STATUS.
056180     PERFORM SAVE-RUN-CONTROL.
056182
056184 RUN-BALANCE-POSTING.
056186     MOVE "S" TO RUNCTL-BALPOST-STATUS.
056188     PERFORM SAVE-RUN-CONTROL.
056189     PERFORM START-LEG-CLOCK.
056190     MOVE ZEROES TO BALANCE-POST-RESULTS.
056192     CALL "ACBPST01" USING BALANCE-POST-RESULTS
056194                           BATCH-RUN-PARAMETERS.
056195     MOVE "BALPOST" TO LEG-NAME.
056196     MOVE BALPOST-LINE-COUNT TO LEG-COUNT.
056197     MOVE BALPOST-DEBIT-TOTAL TO LEG-DEBITS.
056198     MOVE BALPOST-CREDIT-TOTAL TO LEG-CREDITS.
056199     PERFORM RECORD-LEG-HISTORY.
056200     MOVE "C" TO RUNCTL-BALPOST-STATUS.
056201     PERFORM SAVE-RUN-CONTROL.
056208
056218 RUN-PENDING-CHANGES.
056228     MOVE "S" TO RUNCTL-VNDCHG-STATUS.
056238     PERFORM SAVE-RUN-CONTROL.
056243     PERFORM START-LEG-CLOCK.
056248     MOVE ZERO TO PENDING-CHANGE-COUNT.
056258     CALL "VNDCHR01" USING PENDING-CHANGE-COUNT.
056260     MOVE "VNDCHG" TO LEG-NAME.
056262     MOVE PENDING-CHANGE-COUNT TO LEG-COUNT.
056264     PERFORM RECORD-LEG-HISTORY.
056268     MOVE "C" TO RUNCTL-VNDCHG-STATUS.
056278     PERFORM SAVE-RUN-CONTROL.
056280
056282 RUN-RECERT-DEADLINES.
056284     MOVE "S" TO RUNCTL-RECERT-STATUS.
056286     PERFORM SAVE-RUN-CONTROL.
056287     PERFORM START-LEG-CLOCK.
056288     MOVE ZERO TO RECERT-LAPSED-COUNT.
056290     CALL "RCTLCK01" USING RECERT-LAPSED-COUNT.
056291     MOVE "RECERT" TO LEG-NAME.
056292     MOVE RECERT-LAPSED-COUNT TO LEG-COUNT.
056293     PERFORM RECORD-LEG-HISTORY.
056294     MOVE "C" TO RUNCTL-RECERT-STATUS.
056295     PERFORM SAVE-RUN-CONTROL.
056296*---------------------------------
056297* Run history - the clock is
056298* started once the leg is
056299* marked started, and the line
056300* is appended when it returns.
056301* A leg that crashes leaves no
056302* line; its rerun writes one.
056303*---------------------------------
056304 START-LEG-CLOCK.
056305     MOVE FUNCTION CURRENT-DATE(9:6) TO CLOCK-TIME.
056306     MOVE CLOCK-TIME TO LEG-START-TIME.
056307     PERFORM CONVERT-CLOCK-TO-SECONDS.
056308     MOVE CLOCK-SECONDS TO LEG-START-SECONDS.
056309     MOVE ZEROES TO LEG-COUNT
056310                    LEG-DEBITS
056311                    LEG-CREDITS.
056312
056313 RECORD-LEG-HISTORY.
056314     MOVE FUNCTION CURRENT-DATE(9:6) TO CLOCK-TIME.
056315     PERFORM CONVERT-CLOCK-TO-SECONDS.
056316     COMPUTE LEG-ELAPSED = CLOCK-SECONDS - LEG-START-SECONDS.
056317     IF LEG-ELAPSED < ZERO
056318         ADD 86400 TO LEG-ELAPSED.
056319     MOVE SPACE TO BATCH-HIST-RECORD.
056320     MOVE NIGHT-RUN-DATE TO BHST-RUN-DATE.
056321     MOVE NIGHT-WEEKDAY TO BHST-WEEKDAY.
056322     MOVE MONTH-END-TONIGHT TO BHST-MONTH-END.
056323     MOVE LEG-NAME TO BHST-LEG.
056324     MOVE LEG-START-TIME TO BHST-START-TIME.
056325     MOVE CLOCK-TIME TO BHST-END-TIME.
056326     MOVE LEG-ELAPSED TO BHST-ELAPSED.
056327     MOVE LEG-COUNT TO BHST-COUNT.
056328     MOVE LEG-DEBITS TO BHST-DEBIT-TOTAL.
056329     MOVE LEG-CREDITS TO BHST-CREDIT-TOTAL.
056330     OPEN EXTEND BATCH-HIST-FILE.
056331     WRITE BATCH-HIST-RECORD.
056332     CLOSE BATCH-HIST-FILE.
056333     IF TONIGHT-LEG-COUNT < 20
056334         PERFORM NOTE-TONIGHT-LEG.
056335
056336 NOTE-TONIGHT-LEG.
056337     ADD 1 TO TONIGHT-LEG-COUNT.
056338     MOVE TONIGHT-LEG-COUNT TO TONIGHT-SUB.
056339     MOVE LEG-NAME TO TONIGHT-NAME (TONIGHT-SUB).
056340     MOVE LEG-ELAPSED TO TONIGHT-ELAPSED (TONIGHT-SUB).
056341     MOVE LEG-COUNT TO TONIGHT-COUNT (TONIGHT-SUB).
056342     MOVE LEG-DEBITS TO TONIGHT-DOLLARS (TONIGHT-SUB).
056343     MOVE ZEROES TO NORMAL-NIGHTS (TONIGHT-SUB)
056344                    NORMAL-COUNT-SUM (TONIGHT-SUB)
056345                    NORMAL-DOLLAR-SUM (TONIGHT-SUB)
056346                    NORMAL-COUNT-AVG (TONIGHT-SUB)
056347                    NORMAL-DOLLAR-AVG (TONIGHT-SUB).
056348
056349 CONVERT-CLOCK-TO-SECONDS.
056350     COMPUTE CLOCK-SECONDS =
056351         CLOCK-HH * 3600 + CLOCK-MM * 60 + CLOCK-SS.
056352*---------------------------------
056400* Control report - one line per
056500* step, no paging needed for a
056600* report this short.
058600         PERFORM WRITE-TO-PRINTER.
058700     IF BRP-ACTIVE = "Y"
058800         PERFORM PRINT-PARAMETERS-USED.
058850     MOVE "ERS SETTLEMENTS (ERSRUN01)" TO PRINT-STEP-NAME.
058860     MOVE ERS-SETTLED-COUNT TO PRINT-STEP-COUNT.
058870     PERFORM WRITE-CONTROL-LINE.
058900     MOVE "VOUCHER SELECTION (VCHSEL01)" TO PRINT-STEP-NAME.
059000     MOVE SELECTED-COUNT TO PRINT-STEP-COUNT.
059100     PERFORM WRITE-CONTROL-LINE.
059500     MOVE "CHECK RUN (VCHPAY01)" TO PRINT-STEP-NAME.
059600     MOVE CHECKS-WRITTEN-COUNT TO PRINT-STEP-COUNT.
059700     PERFORM WRITE-CONTROL-LINE.
059720     MOVE "OPEN ITEMS BUILT (OPNITM01)" TO PRINT-STEP-NAME.
059740     MOVE OPEN-ITEM-COUNT TO PRINT-STEP-COUNT.
059760     PERFORM WRITE-CONTROL-LINE.
059800     MOVE "JOURNAL EXTRACT (GLXTRCT1)" TO PRINT-STEP-NAME.
059900     MOVE JOURNAL-RECORD-COUNT TO PRINT-STEP-COUNT.
060000     PERFORM WRITE-CONTROL-LINE.
060100     MOVE "SALES FLASH STORES (SLSFLS01)" TO PRINT-STEP-NAME.
060200     MOVE FLASH-STORE-COUNT TO PRINT-STEP-COUNT.
060300     PERFORM WRITE-CONTROL-LINE.
060310     MOVE "ASSETS CAPTURED (FASCAP01)" TO PRINT-STEP-NAME.
060320     MOVE ASSET-CAPTURE-COUNT TO PRINT-STEP-COUNT.
060330     PERFORM WRITE-CONTROL-LINE.
060340     MOVE "PENDING VENDOR CHGS (VNDCHR01)" TO PRINT-STEP-NAME.
060350     MOVE PENDING-CHANGE-COUNT TO PRINT-STEP-COUNT.
060360     PERFORM WRITE-CONTROL-LINE.
060370     MOVE "OPERATORS LOCKED (RCTLCK01)" TO PRINT-STEP-NAME.
060380     MOVE RECERT-LAPSED-COUNT TO PRINT-STEP-COUNT.
060390     PERFORM WRITE-CONTROL-LINE.
060392     MOVE "PORTAL INVOICES (VNDPTL01)" TO PRINT-STEP-NAME.
060394     MOVE PORTAL-INVOICE-COUNT TO PRINT-STEP-COUNT.
060396     PERFORM WRITE-CONTROL-LINE.
060397     MOVE "WAREHOUSE ROWS (WHSXTR01)" TO PRINT-STEP-NAME.
060398     MOVE WAREHOUSE-ROW-COUNT TO PRINT-STEP-COUNT.
060399     PERFORM WRITE-CONTROL-LINE.
060400     MOVE "AGING SNAPSHOTS (AGESNAP1)" TO PRINT-STEP-NAME.
060500     MOVE SNAPSHOT-COUNT TO PRINT-STEP-COUNT.
060600     PERFORM WRITE-CONTROL-LINE.
060602     MOVE "PREPAID AMORT (PPDAMT01)" TO PRINT-STEP-NAME.
060604     MOVE PREPAID-RECORD-COUNT TO PRINT-STEP-COUNT.
060606     PERFORM WRITE-CONTROL-LINE.
060608     MOVE PREPAID-DEBIT-TOTAL TO PRINT-DEBIT-TOTAL.
060610     MOVE PREPAID-CREDIT-TOTAL TO PRINT-CREDIT-TOTAL.
060612     MOVE JOURNAL-TOTAL-LINE TO PRINTER-RECORD.
060614     PERFORM WRITE-TO-PRINTER.
060616     MOVE "ASSET DEPRECIATION (FASDEP01)" TO PRINT-STEP-NAME.
060618     MOVE ASSET-RECORD-COUNT TO PRINT-STEP-COUNT.
060620     PERFORM WRITE-CONTROL-LINE.
060622     MOVE ASSET-DEBIT-TOTAL TO PRINT-DEBIT-TOTAL.
060624     MOVE ASSET-CREDIT-TOTAL TO PRINT-CREDIT-TOTAL.
060626     MOVE JOURNAL-TOTAL-LINE TO PRINTER-RECORD.
060628     PERFORM WRITE-TO-PRINTER.
060630     MOVE "LEASE ACCOUNTING (LSEAMT01)" TO PRINT-STEP-NAME.
060632     MOVE LEASE-RECORD-COUNT TO PRINT-STEP-COUNT.
060634     PERFORM WRITE-CONTROL-LINE.
060636     MOVE LEASE-DEBIT-TOTAL TO PRINT-DEBIT-TOTAL.
060638     MOVE LEASE-CREDIT-TOTAL TO PRINT-CREDIT-TOTAL.
060640     MOVE JOURNAL-TOTAL-LINE TO PRINTER-RECORD.
060642     PERFORM WRITE-TO-PRINTER.
060644     MOVE "SHARED COST ALLOC (ALCRUN01)" TO PRINT-STEP-NAME.
060646     MOVE ALLOC-RECORD-COUNT TO PRINT-STEP-COUNT.
060648     PERFORM WRITE-CONTROL-LINE.
060650     MOVE ALLOC-DEBIT-TOTAL TO PRINT-DEBIT-TOTAL.
060652     MOVE ALLOC-CREDIT-TOTAL TO PRINT-CREDIT-TOTAL.
060654     MOVE JOURNAL-TOTAL-LINE TO PRINTER-RECORD.
060656     PERFORM WRITE-TO-PRINTER.
060658     MOVE "VENDOR REBATES (RBTRUN01)" TO PRINT-STEP-NAME.
060660     MOVE REBATE-RECORD-COUNT TO PRINT-STEP-COUNT.
060662     PERFORM WRITE-CONTROL-LINE.
060664     MOVE REBATE-DEBIT-TOTAL TO PRINT-DEBIT-TOTAL.
060666     MOVE REBATE-CREDIT-TOTAL TO PRINT-CREDIT-TOTAL.
060668     MOVE JOURNAL-TOTAL-LINE TO PRINTER-RECORD.
060670     PERFORM WRITE-TO-PRINTER.
060700     MOVE "SALES JOURNAL (SLSXTR01)" TO PRINT-STEP-NAME.
060800     MOVE SLSJRNL-RECORD-COUNT TO PRINT-STEP-COUNT.
060900     PERFORM WRITE-CONTROL-LINE.
061100     MOVE SLSJRNL-CREDIT-TOTAL TO PRINT-CREDIT-TOTAL.
061200     MOVE JOURNAL-TOTAL-LINE TO PRINTER-RECORD.
061300     PERFORM WRITE-TO-PRINTER.
061310     MOVE "BANK TRANSFERS (XFRJRN01)" TO PRINT-STEP-NAME.
061320     MOVE XFRJRNL-RECORD-COUNT TO PRINT-STEP-COUNT.
061330     PERFORM WRITE-CONTROL-LINE.
061340     MOVE XFRJRNL-DEBIT-TOTAL TO PRINT-DEBIT-TOTAL.
061350     MOVE XFRJRNL-CREDIT-TOTAL TO PRINT-CREDIT-TOTAL.
061360     MOVE JOURNAL-TOTAL-LINE TO PRINTER-RECORD.
061370     PERFORM WRITE-TO-PRINTER.
061400     PERFORM PRINT-JOURNAL-TOTALS.
061405     PERFORM LINE-FEED.
061410     MOVE "BALANCE POSTING (ACBPST01)" TO PRINT-STEP-NAME.
061415     MOVE BALPOST-LINE-COUNT TO PRINT-STEP-COUNT.
061420     PERFORM WRITE-CONTROL-LINE.
061425     MOVE BALPOST-DEBIT-TOTAL TO PRINT-DEBIT-TOTAL.
061430     MOVE BALPOST-CREDIT-TOTAL TO PRINT-CREDIT-TOTAL.
061435     MOVE JOURNAL-TOTAL-LINE TO PRINTER-RECORD.
061440     PERFORM WRITE-TO-PRINTER.
061445     MOVE "LATE LINES HELD (ACBPST01)" TO PRINT-STEP-NAME.
061450     MOVE BALPOST-LATE-COUNT TO PRINT-STEP-COUNT.
061455     PERFORM WRITE-CONTROL-LINE.
061465     IF TONIGHT-LEG-COUNT NOT = ZERO
061475         PERFORM PRINT-NORMAL-BAND-CHECK.
061500
061501*---------------------------------
061502* Tonight's legs against the
061503* same kind of night in the
061504* last 90: the same weekday,
061505* or other month-end nights on
061506* a month-end. Earlier legs of
061507* a resumed night are left out
061508* of the average. The dollars
061509* compared are the journal
061510* debits.
061511*---------------------------------
061512 PRINT-NORMAL-BAND-CHECK.
061513     PERFORM LOAD-NORMAL-BANDS.
061514     PERFORM LINE-FEED.
061515     IF MONTH-END-TONIGHT = "Y"
061516         MOVE " MONTH-END" TO BAND-NIGHT-KIND
061517     ELSE
061518         MOVE " WEEKDAY" TO BAND-NIGHT-KIND.
061519     MOVE BAND-TITLE-LINE TO PRINTER-RECORD.
061520     PERFORM WRITE-TO-PRINTER.
061521     MOVE BAND-COLUMN-LINE TO PRINTER-RECORD.
061522     PERFORM WRITE-TO-PRINTER.
061523     MOVE ZERO TO BAND-ALERT-COUNT.
061524     PERFORM PRINT-ONE-BAND-LINE
061525         VARYING TONIGHT-SUB FROM 1 BY 1
061526         UNTIL TONIGHT-SUB > TONIGHT-LEG-COUNT.
061527     IF BAND-ALERT-COUNT NOT = ZERO
061528         MOVE "*** LEGS OUTSIDE THEIR NORMAL BAND - CHECK BEFORE"
061529             TO PRINTER-RECORD
061530         PERFORM WRITE-TO-PRINTER
061531         MOVE "*** THE FILES GO TO THE BANK"
061532             TO PRINTER-RECORD
061533         PERFORM WRITE-TO-PRINTER
061534         DISPLAY "*** " BAND-ALERT-COUNT
061535                 " LEG(S) OUTSIDE THEIR NORMAL BAND"
061536                 " - SEE THE CONTROL REPORT".
061537
061538 LOAD-NORMAL-BANDS.
061539     COMPUTE NIGHT-DAY-NUMBER =
061540         FUNCTION INTEGER-OF-DATE(NIGHT-RUN-DATE) - 90.
061541     COMPUTE NIGHT-WINDOW-START =
061542         FUNCTION DATE-OF-INTEGER(NIGHT-DAY-NUMBER).
061543     OPEN INPUT BATCH-HIST-FILE.
061544     MOVE "N" TO HIST-FILE-AT-END.
061545     PERFORM READ-NEXT-HISTORY.
061546     PERFORM TAKE-NEXT-HISTORY
061547         UNTIL HIST-FILE-AT-END = "Y".
061548     CLOSE BATCH-HIST-FILE.
061549     PERFORM SET-ONE-NORMAL-BAND
061550         VARYING TONIGHT-SUB FROM 1 BY 1
061551         UNTIL TONIGHT-SUB > TONIGHT-LEG-COUNT.
061552
061553 READ-NEXT-HISTORY.
061554     READ BATCH-HIST-FILE
061555         AT END MOVE "Y" TO HIST-FILE-AT-END.
061556
061557 TAKE-NEXT-HISTORY.
061558     IF BHST-RUN-DATE NOT < NIGHT-WINDOW-START
061559        AND BHST-RUN-DATE < NIGHT-RUN-DATE
061560        AND ((MONTH-END-TONIGHT = "Y"
061561              AND BHST-MONTH-END = "Y")
061562          OR (MONTH-END-TONIGHT NOT = "Y"
061563              AND BHST-MONTH-END NOT = "Y"
061564              AND BHST-WEEKDAY = NIGHT-WEEKDAY))
061565         PERFORM FIND-TONIGHT-LEG
061566         IF TONIGHT-SUB NOT > TONIGHT-LEG-COUNT
061567             PERFORM ADD-TO-NORMAL-BAND.
061568     PERFORM READ-NEXT-HISTORY.
061569
061570 FIND-TONIGHT-LEG.
061571     MOVE 1 TO TONIGHT-SUB.
061572     PERFORM BUMP-TONIGHT-SUB
061573         UNTIL TONIGHT-SUB > TONIGHT-LEG-COUNT
061574            OR TONIGHT-NAME (TONIGHT-SUB) = BHST-LEG.
061575
061576 BUMP-TONIGHT-SUB.
061577     ADD 1 TO TONIGHT-SUB.
061578
061579 ADD-TO-NORMAL-BAND.
061580     ADD 1 TO NORMAL-NIGHTS (TONIGHT-SUB).
061581     ADD BHST-COUNT TO NORMAL-COUNT-SUM (TONIGHT-SUB).
061582     ADD BHST-DEBIT-TOTAL TO NORMAL-DOLLAR-SUM (TONIGHT-SUB).
061583
061584 SET-ONE-NORMAL-BAND.
061585     IF NORMAL-NIGHTS (TONIGHT-SUB) NOT = ZERO
061586         COMPUTE NORMAL-COUNT-AVG (TONIGHT-SUB) ROUNDED =
061587             NORMAL-COUNT-SUM (TONIGHT-SUB)
061588             / NORMAL-NIGHTS (TONIGHT-SUB)
061589         COMPUTE NORMAL-DOLLAR-AVG (TONIGHT-SUB) ROUNDED =
061590             NORMAL-DOLLAR-SUM (TONIGHT-SUB)
061591             / NORMAL-NIGHTS (TONIGHT-SUB).
061592
061593 PRINT-ONE-BAND-LINE.
061594     MOVE "N" TO LEG-OUTSIDE-BAND.
061595     IF NORMAL-NIGHTS (TONIGHT-SUB) NOT < BAND-MIN-NIGHTS
061596         PERFORM CHECK-COUNT-BAND
061597         PERFORM CHECK-DOLLAR-BAND.
061598     MOVE SPACE TO BAND-LINE.
061599     MOVE TONIGHT-NAME (TONIGHT-SUB) TO BAND-LEG.
061600     MOVE TONIGHT-ELAPSED (TONIGHT-SUB) TO BAND-SECS.
061601     MOVE TONIGHT-COUNT (TONIGHT-SUB) TO BAND-COUNT.
061602     MOVE NORMAL-COUNT-AVG (TONIGHT-SUB) TO BAND-NORMAL-COUNT.
061603     MOVE TONIGHT-DOLLARS (TONIGHT-SUB) TO BAND-DOLLARS.
061604     MOVE NORMAL-DOLLAR-AVG (TONIGHT-SUB)
061605         TO BAND-NORMAL-DOLLARS.
061606     MOVE NORMAL-NIGHTS (TONIGHT-SUB) TO BAND-NIGHTS.
061607     IF NORMAL-NIGHTS (TONIGHT-SUB) < BAND-MIN-NIGHTS
061608         MOVE "(FEW NIGHTS)" TO BAND-FLAG
061609     ELSE
061610     IF LEG-OUTSIDE-BAND = "Y"
061611         MOVE "*** OUT OF BAND" TO BAND-FLAG
061612         ADD 1 TO BAND-ALERT-COUNT
061613         DISPLAY "*** " TONIGHT-NAME (TONIGHT-SUB)
061614                 " IS OUTSIDE ITS NORMAL BAND".
061615     MOVE BAND-LINE TO PRINTER-RECORD.
061616     PERFORM WRITE-TO-PRINTER.
061617
061618 CHECK-COUNT-BAND.
061619     COMPUTE BAND-LOW = NORMAL-COUNT-AVG (TONIGHT-SUB)
061620         * (100 - BAND-PERCENT) / 100.
061621     COMPUTE BAND-HIGH = NORMAL-COUNT-AVG (TONIGHT-SUB)
061622         * (100 + BAND-PERCENT) / 100.
061623     IF TONIGHT-COUNT (TONIGHT-SUB) < BAND-LOW
061624        OR TONIGHT-COUNT (TONIGHT-SUB) > BAND-HIGH
061625         MOVE "Y" TO LEG-OUTSIDE-BAND.
061626
061627 CHECK-DOLLAR-BAND.
061628     COMPUTE BAND-LOW = NORMAL-DOLLAR-AVG (TONIGHT-SUB)
061629         * (100 - BAND-PERCENT) / 100.
061630     COMPUTE BAND-HIGH = NORMAL-DOLLAR-AVG (TONIGHT-SUB)
061631         * (100 + BAND-PERCENT) / 100.
061632     IF TONIGHT-DOLLARS (TONIGHT-SUB) < BAND-LOW
061633        OR TONIGHT-DOLLARS (TONIGHT-SUB) > BAND-HIGH
061634         MOVE "Y" TO LEG-OUTSIDE-BAND.
061635*---------------------------------
061700* The parameters the cycle ran
061800* with - a bad rule is
061900* visible here the next

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WHSXTR01.
000300*---------------------------------
000400* Nightly data warehouse
000500* extract.
000600*
000700* Writes the extract set the
000800* corporate reporting warehouse
000900* loads, in the fixed layouts
001000* documented in FDDWHS: the
001100* store, division, department,
001200* category, vendor, account and
001300* retail calendar dimensions,
001400* and the daily sales, voucher,
001500* distribution line, payment and
001600* GL journal line facts. Each
001700* file ends with a control
001800* record giving its row count
001900* and amount hash (WSDWHS01).
002000*
002100* The first extract - or any
002200* run with no record on the
002300* DWHSCTL control file - is a
002400* full load. After that only
002500* what was added or changed
002600* since the last extract goes:
002700*   vendors, vouchers and their
002800*   distribution lines, and
002900*   payments named in the vendor
003000*   change log, the voucher
003100*   audit trail or the update
003200*   journal since the last run
003300*   started, each sent as it
003400*   stands now, or as a delete
003500*   when it is gone;
003600*   sales days the roll has
003700*   aggregated since the last
003800*   run;
003900*   journal history lines added
004000*   since the last run.
004100* The reference tables keep no
004200* change log of their own and
004300* are sent whole every night.
004400* To have the warehouse
004500* reloaded from scratch, clear
004600* DWHSCTL and the next run sends
004700* everything.
004800*
004900* Run as a leg of the nightly
005000* batch after the journal and
005100* sales legs. No operator input
005200* is taken.
005300*---------------------------------
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700
005800     COPY "SLSTORE.CBL".
005900
006000     COPY "SLDIV.CBL".
006100
006200     COPY "SLDEPT.CBL".
006300
006400     COPY "SLCATG.CBL".
006500
006600     COPY "SLVND02.CBL".
006700
006800     COPY "SLACCT.CBL".
006900
007000     COPY "SLRCAL.CBL".
007100
007200     COPY "SLSAGG.CBL".
007300
007400     COPY "SLAGCTL.CBL".
007500
007600     COPY "SLVOUCH.CBL".
007700
007800     COPY "SLVCHARC.CBL".
007900
008000     COPY "SLDIST.CBL".
008100
008200     COPY "SLCHKREG.CBL".
008300
008400     COPY "SLGLJHST.CBL".
008500
008600     COPY "SLVLOG.CBL".
008700
008800     COPY "SLAUDIT.CBL".
008900
009000     COPY "SLUPDJ.CBL".
009100
009200     COPY "SLDWCT.CBL".
009300
009400     COPY "SLDWHS.CBL".
009500
009600     SELECT DW-CHANGE-FILE
009700         ASSIGN TO "SORT".
009800
009900 DATA DIVISION.
010000 FILE SECTION.
010100
010200     COPY "FDSTORE.CBL".
010300
010400     COPY "FDDIV.CBL".
010500
010600     COPY "FDDEPT.CBL".
010700
010800     COPY "FDCATG.CBL".
010900
011000     COPY "FDVND04.CBL".
011100
011200     COPY "FDACCT.CBL".
011300
011400     COPY "FDRCAL.CBL".
011500
011600     COPY "FDSAGG.CBL".
011700
011800     COPY "FDAGCTL.CBL".
011900
012000     COPY "FDVOUCH.CBL".
012100
012200     COPY "FDVCHARC.CBL".
012300
012400     COPY "FDDIST.CBL".
012500
012600     COPY "FDCHKREG.CBL".
012700
012800     COPY "FDGLJHST.CBL".
012900
013000     COPY "FDVLOG.CBL".
013100
013200     COPY "FDAUDIT.CBL".
013300
013400     COPY "FDUPDJ.CBL".
013500
013600     COPY "FDDWCT.CBL".
013700
013800     COPY "FDDWHS.CBL".
013900
014000*---------------------------------
014100* One record per change found
014200* in the logs: what changed (VN
014300* vendor, VC voucher, CK check
014400* or EFT payment) and its
014500* number. Sorted so each item is
014600* sent once however often it
014700* changed.
014800*---------------------------------
014900 SD  DW-CHANGE-FILE.
015000
015100 01  DW-CHANGE-RECORD.
015200     05  CHG-KIND              PIC X(02).
015300         88  CHG-IS-VENDOR         VALUE "VN".
015400         88  CHG-IS-VOUCHER        VALUE "VC".
015500         88  CHG-IS-PAYMENT        VALUE "CK".
015600     05  CHG-NUMBER            PIC 9(06).
015700
015800 WORKING-STORAGE SECTION.
015900
016000 77  FULL-LOAD               PIC X.
016100 77  DWCTL-RECORD-FOUND      PIC X.
016200 77  FILE-AT-END             PIC X.
016300 77  CHANGE-FILE-AT-END      PIC X.
016400 77  RECORD-FOUND            PIC X.
016500 77  DIST-FILE-AT-END        PIC X.
016600
016700 77  RUN-NUMBER              PIC 9(6).
016800 77  RUN-LOAD-TYPE           PIC X.
016900 77  SALES-FROM              PIC 9(8).
017000 77  SALES-THROUGH           PIC 9(8).
017100 77  JOURNAL-LINES-SENT      PIC 9(9).
017200 77  JOURNAL-LINES-READ      PIC 9(9).
017300
017400 77  LAST-KIND               PIC X(2).
017500 77  LAST-NUMBER             PIC 9(6).
017600 77  THIS-VOUCHER            PIC 9(5).
017700
017800 77  FILE-SUB                PIC 99.
017900 77  ROW-AMOUNT              PIC S9(9)V99.
018000 77  TOTAL-ROW-COUNT         PIC 9(7)  VALUE ZEROES.
018100 77  TOTAL-AMOUNT-HASH       PIC S9(11)V99 VALUE ZEROES.
018200
018300*---------------------------------
018400* When this run started, saved
018500* as the point the next run
018600* reads the change logs from,
018700* and the last run's start.
018800*---------------------------------
018900 01  RUN-STAMP.
019000     05  RUN-DATE            PIC 9(8).
019100     05  RUN-TIME            PIC 9(6).
019200
019300 01  LAST-STAMP.
019400     05  LAST-DATE           PIC 9(8).
019500     05  LAST-TIME           PIC 9(6).
019600
019700 01  ENTRY-STAMP.
019800     05  ENTRY-DATE          PIC 9(8).
019900     05  ENTRY-TIME          PIC 9(6).
020000
020100*---------------------------------
020200* The leading fields of a
020300* vendor change log and a
020400* voucher audit trail entry.
020500*---------------------------------
020600 01  LOG-FIELDS.
020700     05  LOG-VENDOR-NO       PIC X(5).
020800     05  LOG-ACTION          PIC X(8).
020900     05  LOG-FIELD           PIC X(20).
021000     05  LOG-DATE-TIME       PIC X(14).
021100
021200 01  AUD-FIELDS.
021300     05  AUD-VOUCHER-NO      PIC X(5).
021400     05  AUD-VENDOR-NO       PIC X(5).
021500     05  AUD-ACTION          PIC X(10).
021600     05  AUD-DATE-TIME       PIC X(14).
021700
021800*---------------------------------
021900* Row count, hash and load type
022000* for each extract file, in the
022100* order the files are named
022200* here.
022300*---------------------------------
022400 01  DW-FILE-NAMES.
022500     05  FILLER              PIC X(8) VALUE "DWSTORE".
022600     05  FILLER              PIC X(8) VALUE "DWDIVSN".
022700     05  FILLER              PIC X(8) VALUE "DWDEPT".
022800     05  FILLER              PIC X(8) VALUE "DWCATG".
022900     05  FILLER              PIC X(8) VALUE "DWVENDR".
023000     05  FILLER              PIC X(8) VALUE "DWACCT".
023100     05  FILLER              PIC X(8) VALUE "DWCALNDR".
023200     05  FILLER              PIC X(8) VALUE "DWSALES".
023300     05  FILLER              PIC X(8) VALUE "DWVOUCH".
023400     05  FILLER              PIC X(8) VALUE "DWDIST".
023500     05  FILLER              PIC X(8) VALUE "DWPAYMT".
023600     05  FILLER              PIC X(8) VALUE "DWJRNL".
023700 01  FILLER REDEFINES DW-FILE-NAMES.
023800     05  DW-FILE-NAME        PIC X(8) OCCURS 12 TIMES.
023900
024000 01  DW-FILE-TOTALS.
024100     05  DW-FILE-TOTAL       OCCURS 12 TIMES.
024200         10  DWFT-LOAD-TYPE  PIC X.
024300         10  DWFT-ROW-COUNT  PIC 9(9).
024400         10  DWFT-AMOUNT-HASH
024500                             PIC S9(13)V99.
024600
024700     COPY "WSDWHS01.CBL".
024800
024900 LINKAGE SECTION.
025000
025100*---------------------------------
025200* Set on exit to the rows
025300* written across the set and
025400* their amount hash, for the
025500* nightly batch driver's control
025600* report and run history. Unused
025700* when run stand-alone.
025800*---------------------------------
025900 01  WAREHOUSE-RESULTS.
026000     05  RETURN-ROW-COUNT       PIC 9(7).
026100     05  RETURN-AMOUNT-HASH     PIC S9(11)V99.
026200
026300 PROCEDURE DIVISION USING WAREHOUSE-RESULTS.
026400 PROGRAM-BEGIN.
026500     PERFORM OPENING-PROCEDURE.
026600     PERFORM MAIN-PROCESS.
026700     PERFORM CLOSING-PROCEDURE.
026800     MOVE TOTAL-ROW-COUNT TO RETURN-ROW-COUNT.
026900     MOVE TOTAL-AMOUNT-HASH TO RETURN-AMOUNT-HASH.
027000
027100 PROGRAM-EXIT.
027200     EXIT PROGRAM.
027300
027400 PROGRAM-DONE.
027500     STOP RUN.
027600
027700 OPENING-PROCEDURE.
027800     OPEN INPUT STORE-FILE.
027900     OPEN INPUT DIVISION-FILE.
028000     OPEN INPUT DEPARTMENT-FILE.
028100     OPEN INPUT CATEGORY-FILE.
028200     OPEN INPUT VENDOR-FILE.
028300     OPEN INPUT ACCOUNT-FILE.
028400     OPEN INPUT RETAIL-CAL-FILE.
028500     OPEN INPUT AGGREGATE-FILE.
028600     OPEN INPUT VOUCHER-FILE.
028700     OPEN INPUT ARCHIVE-FILE.
028800     OPEN INPUT DISTRIBUTION-FILE.
028900     OPEN INPUT CHECK-REG-FILE.
029000     OPEN OUTPUT DW-STORE-FILE.
029100     OPEN OUTPUT DW-DIVISION-FILE.
029200     OPEN OUTPUT DW-DEPARTMENT-FILE.
029300     OPEN OUTPUT DW-CATEGORY-FILE.
029400     OPEN OUTPUT DW-VENDOR-FILE.
029500     OPEN OUTPUT DW-ACCOUNT-FILE.
029600     OPEN OUTPUT DW-CALENDAR-FILE.
029700     OPEN OUTPUT DW-SALES-FILE.
029800     OPEN OUTPUT DW-VOUCHER-FILE.
029900     OPEN OUTPUT DW-DIST-FILE.
030000     OPEN OUTPUT DW-PAYMENT-FILE.
030100     OPEN OUTPUT DW-JOURNAL-FILE.
030200
030300 CLOSING-PROCEDURE.
030400     CLOSE STORE-FILE.
030500     CLOSE DIVISION-FILE.
030600     CLOSE DEPARTMENT-FILE.
030700     CLOSE CATEGORY-FILE.
030800     CLOSE VENDOR-FILE.
030900     CLOSE ACCOUNT-FILE.
031000     CLOSE RETAIL-CAL-FILE.
031100     CLOSE AGGREGATE-FILE.
031200     CLOSE VOUCHER-FILE.
031300     CLOSE ARCHIVE-FILE.
031400     CLOSE DISTRIBUTION-FILE.
031500     CLOSE CHECK-REG-FILE.
031600     CLOSE DW-STORE-FILE.
031700     CLOSE DW-DIVISION-FILE.
031800     CLOSE DW-DEPARTMENT-FILE.
031900     CLOSE DW-CATEGORY-FILE.
032000     CLOSE DW-VENDOR-FILE.
032100     CLOSE DW-ACCOUNT-FILE.
032200     CLOSE DW-CALENDAR-FILE.
032300     CLOSE DW-SALES-FILE.
032400     CLOSE DW-VOUCHER-FILE.
032500     CLOSE DW-DIST-FILE.
032600     CLOSE DW-PAYMENT-FILE.
032700     CLOSE DW-JOURNAL-FILE.
032800
032900 MAIN-PROCESS.
033000     PERFORM LOAD-EXTRACT-CONTROL.
033100     PERFORM EXTRACT-STORES.
033200     PERFORM EXTRACT-DIVISIONS.
033300     PERFORM EXTRACT-DEPARTMENTS.
033400     PERFORM EXTRACT-CATEGORIES.
033500     PERFORM EXTRACT-ACCOUNTS.
033600     PERFORM EXTRACT-CALENDAR.
033700     IF FULL-LOAD = "Y"
033800         PERFORM EXTRACT-ALL-VENDORS
033900         PERFORM EXTRACT-ALL-VOUCHERS
034000         PERFORM EXTRACT-ALL-DIST-LINES
034100         PERFORM EXTRACT-ALL-PAYMENTS
034200     ELSE
034300         SORT DW-CHANGE-FILE
034400             ON ASCENDING KEY CHG-KIND
034500                              CHG-NUMBER
034600              INPUT PROCEDURE IS RELEASE-CHANGES
034700              OUTPUT PROCEDURE IS EXTRACT-CHANGED-ITEMS.
034800     PERFORM EXTRACT-SALES.
034900     PERFORM EXTRACT-JOURNAL-LINES.
035000     PERFORM WRITE-CONTROL-RECORDS.
035100     PERFORM SAVE-EXTRACT-CONTROL.
035200     IF FULL-LOAD = "Y"
035300         DISPLAY "WAREHOUSE EXTRACT " RUN-NUMBER
035400                 ": FULL LOAD, " TOTAL-ROW-COUNT " ROWS"
035500     ELSE
035600         DISPLAY "WAREHOUSE EXTRACT " RUN-NUMBER
035700                 ": CHANGES ONLY, " TOTAL-ROW-COUNT " ROWS".
035800
035900*---------------------------------
036000* Where the last extract got
036100* to. No control record means
036200* the warehouse has nothing yet,
036300* so everything is sent.
036400*---------------------------------
036500 LOAD-EXTRACT-CONTROL.
036600     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
036700     MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-TIME.
036800     MOVE "Y" TO DWCTL-RECORD-FOUND.
036900     OPEN INPUT DWCTL-FILE.
037000     READ DWCTL-FILE
037100         AT END
037200         MOVE "N" TO DWCTL-RECORD-FOUND.
037300     CLOSE DWCTL-FILE.
037400     IF DWCTL-RECORD-FOUND = "Y"
037500        AND DWCTL-LAST-STAMP NOT = ZEROES
037600         MOVE "N" TO FULL-LOAD
037700         MOVE "I" TO RUN-LOAD-TYPE
037800         MOVE DWCTL-LAST-STAMP TO LAST-STAMP
037900         COMPUTE RUN-NUMBER = DWCTL-RUN-NUMBER + 1
038000         MOVE DWCTL-JOURNAL-LINES TO JOURNAL-LINES-SENT
038100         MOVE DWCTL-SALES-THROUGH TO SALES-FROM
038200     ELSE
038300         MOVE "Y" TO FULL-LOAD
038400         MOVE "F" TO RUN-LOAD-TYPE
038500         MOVE ZEROES TO LAST-STAMP
038600         MOVE 1 TO RUN-NUMBER
038700         MOVE ZEROES TO JOURNAL-LINES-SENT
038800                        SALES-FROM.
038900     MOVE ZEROES TO DW-FILE-TOTALS.
039000     PERFORM SET-FILE-LOAD-TYPE
039100         VARYING FILE-SUB FROM 1 BY 1
039200           UNTIL FILE-SUB > 12.
039300
039400*---------------------------------
039500* The reference tables (files 1
039600* to 4, 6 and 7) always go in
039700* full; the rest follow the run.
039800*---------------------------------
039900 SET-FILE-LOAD-TYPE.
040000     IF FILE-SUB = 5
040100        OR FILE-SUB > 7
040200         MOVE RUN-LOAD-TYPE TO DWFT-LOAD-TYPE (FILE-SUB)
040300     ELSE
040400         MOVE "F" TO DWFT-LOAD-TYPE (FILE-SUB).
040500
040600 SAVE-EXTRACT-CONTROL.
040700     MOVE SPACE TO DWCTL-RECORD.
040800     MOVE RUN-STAMP TO DWCTL-LAST-STAMP.
040900     MOVE RUN-NUMBER TO DWCTL-RUN-NUMBER.
041000     MOVE JOURNAL-LINES-SENT TO DWCTL-JOURNAL-LINES.
041100     MOVE SALES-FROM TO DWCTL-SALES-THROUGH.
041200     OPEN OUTPUT DWCTL-FILE.
041300     WRITE DWCTL-RECORD.
041400     CLOSE DWCTL-FILE.
041500
041600*---------------------------------
041700* Dimensions.
041800*---------------------------------
041900 EXTRACT-STORES.
042000     MOVE "N" TO FILE-AT-END.
042100     MOVE ZEROES TO STORE-CODE.
042200     START STORE-FILE KEY NOT < STORE-CODE
042300         INVALID KEY
042400         MOVE "Y" TO FILE-AT-END.
042500     PERFORM EXTRACT-NEXT-STORE
042600         UNTIL FILE-AT-END = "Y".
042700
042800 EXTRACT-NEXT-STORE.
042900     READ STORE-FILE NEXT RECORD
043000         AT END MOVE "Y" TO FILE-AT-END.
043100     IF FILE-AT-END NOT = "Y"
043200         PERFORM WRITE-STORE-ROW.
043300
043400 WRITE-STORE-ROW.
043500     MOVE SPACE TO DW-STORE-RECORD.
043600     MOVE "D" TO DWST-RECORD-TYPE.
043700     MOVE "A" TO DWST-CHANGE.
043800     MOVE STORE-CODE TO DWST-STORE.
043900     MOVE STORE-NAME TO DWST-NAME.
044000     MOVE STORE-STATUS TO DWST-STATUS.
044100     MOVE STORE-OPEN-DATE TO DWST-OPEN-DATE.
044200     MOVE STORE-CLOSE-DATE TO DWST-CLOSE-DATE.
044300     MOVE STORE-TAX-JURISDICTION TO DWST-TAX-JURISDICTION.
044400     MOVE STORE-STATE TO DWST-STATE.
044500     MOVE STORE-SQUARE-FEET TO DWST-SQUARE-FEET.
044600     WRITE DW-STORE-RECORD.
044700     MOVE 1 TO FILE-SUB.
044800     MOVE STORE-CODE TO ROW-AMOUNT.
044900     PERFORM COUNT-ROW.
045000
045100 EXTRACT-DIVISIONS.
045200     MOVE "N" TO FILE-AT-END.
045300     MOVE ZEROES TO DIV-CODE.
045400     START DIVISION-FILE KEY NOT < DIV-CODE
045500         INVALID KEY
045600         MOVE "Y" TO FILE-AT-END.
045700     PERFORM EXTRACT-NEXT-DIVISION
045800         UNTIL FILE-AT-END = "Y".
045900
046000 EXTRACT-NEXT-DIVISION.
046100     READ DIVISION-FILE NEXT RECORD
046200         AT END MOVE "Y" TO FILE-AT-END.
046300     IF FILE-AT-END NOT = "Y"
046400         PERFORM WRITE-DIVISION-ROW.
046500
046600 WRITE-DIVISION-ROW.
046700     MOVE SPACE TO DW-DIVISION-RECORD.
046800     MOVE "D" TO DWDV-RECORD-TYPE.
046900     MOVE "A" TO DWDV-CHANGE.
047000     MOVE DIV-CODE TO DWDV-DIVISION.
047100     MOVE DIV-NAME TO DWDV-NAME.
047200     WRITE DW-DIVISION-RECORD.
047300     MOVE 2 TO FILE-SUB.
047400     MOVE DIV-CODE TO ROW-AMOUNT.
047500     PERFORM COUNT-ROW.
047600
047700 EXTRACT-DEPARTMENTS.
047800     MOVE "N" TO FILE-AT-END.
047900     MOVE ZEROES TO DEPT-CODE.
048000     START DEPARTMENT-FILE KEY NOT < DEPT-CODE
048100         INVALID KEY
048200         MOVE "Y" TO FILE-AT-END.
048300     PERFORM EXTRACT-NEXT-DEPARTMENT
048400         UNTIL FILE-AT-END = "Y".
048500
048600 EXTRACT-NEXT-DEPARTMENT.
048700     READ DEPARTMENT-FILE NEXT RECORD
048800         AT END MOVE "Y" TO FILE-AT-END.
048900     IF FILE-AT-END NOT = "Y"
049000         PERFORM WRITE-DEPARTMENT-ROW.
049100
049200 WRITE-DEPARTMENT-ROW.
049300     MOVE SPACE TO DW-DEPARTMENT-RECORD.
049400     MOVE "D" TO DWDP-RECORD-TYPE.
049500     MOVE "A" TO DWDP-CHANGE.
049600     MOVE DEPT-CODE TO DWDP-DEPARTMENT.
049700     MOVE DEPT-NAME TO DWDP-NAME.
049800     WRITE DW-DEPARTMENT-RECORD.
049900     MOVE 3 TO FILE-SUB.
050000     MOVE DEPT-CODE TO ROW-AMOUNT.
050100     PERFORM COUNT-ROW.
050200
050300 EXTRACT-CATEGORIES.
050400     MOVE "N" TO FILE-AT-END.
050500     MOVE ZEROES TO CATG-CODE.
050600     START CATEGORY-FILE KEY NOT < CATG-CODE
050700         INVALID KEY
050800         MOVE "Y" TO FILE-AT-END.
050900     PERFORM EXTRACT-NEXT-CATEGORY
051000         UNTIL FILE-AT-END = "Y".
051100
051200 EXTRACT-NEXT-CATEGORY.
051300     READ CATEGORY-FILE NEXT RECORD
051400         AT END MOVE "Y" TO FILE-AT-END.
051500     IF FILE-AT-END NOT = "Y"
051600         PERFORM WRITE-CATEGORY-ROW.
051700
051800 WRITE-CATEGORY-ROW.
051900     MOVE SPACE TO DW-CATEGORY-RECORD.
052000     MOVE "D" TO DWCG-RECORD-TYPE.
052100     MOVE "A" TO DWCG-CHANGE.
052200     MOVE CATG-CODE TO DWCG-CATEGORY.
052300     MOVE CATG-NAME TO DWCG-NAME.
052400     MOVE CATG-TAX-STATUS TO DWCG-TAX-STATUS.
052500     MOVE CATG-MARGIN-LOW TO DWCG-MARGIN-LOW.
052600     MOVE CATG-MARGIN-HIGH TO DWCG-MARGIN-HIGH.
052700     WRITE DW-CATEGORY-RECORD.
052800     MOVE 4 TO FILE-SUB.
052900     MOVE CATG-CODE TO ROW-AMOUNT.
053000     PERFORM COUNT-ROW.
053100
053200 EXTRACT-ACCOUNTS.
053300     MOVE "N" TO FILE-AT-END.
053400     MOVE ZEROES TO ACCOUNT-NUMBER.
053500     START ACCOUNT-FILE KEY NOT < ACCOUNT-NUMBER
053600         INVALID KEY
053700         MOVE "Y" TO FILE-AT-END.
053800     PERFORM EXTRACT-NEXT-ACCOUNT
053900         UNTIL FILE-AT-END = "Y".
054000
054100 EXTRACT-NEXT-ACCOUNT.
054200     READ ACCOUNT-FILE NEXT RECORD
054300         AT END MOVE "Y" TO FILE-AT-END.
054400     IF FILE-AT-END NOT = "Y"
054500         PERFORM WRITE-ACCOUNT-ROW.
054600
054700 WRITE-ACCOUNT-ROW.
054800     MOVE SPACE TO DW-ACCOUNT-RECORD.
054900     MOVE "D" TO DWAC-RECORD-TYPE.
055000     MOVE "A" TO DWAC-CHANGE.
055100     MOVE ACCOUNT-NUMBER TO DWAC-ACCOUNT.
055200     MOVE ACCOUNT-NAME TO DWAC-NAME.
055300     MOVE ACCOUNT-TYPE TO DWAC-TYPE.
055400     MOVE ACCOUNT-STATUS TO DWAC-STATUS.
055500     WRITE DW-ACCOUNT-RECORD.
055600     MOVE 6 TO FILE-SUB.
055700     MOVE ACCOUNT-NUMBER TO ROW-AMOUNT.
055800     PERFORM COUNT-ROW.
055900
056000 EXTRACT-CALENDAR.
056100     MOVE "N" TO FILE-AT-END.
056200     MOVE ZEROES TO RCAL-DATE.
056300     START RETAIL-CAL-FILE KEY NOT < RCAL-DATE
056400         INVALID KEY
056500         MOVE "Y" TO FILE-AT-END.
056600     PERFORM EXTRACT-NEXT-CALENDAR-DAY
056700         UNTIL FILE-AT-END = "Y".
056800
056900 EXTRACT-NEXT-CALENDAR-DAY.
057000     READ RETAIL-CAL-FILE NEXT RECORD
057100         AT END MOVE "Y" TO FILE-AT-END.
057200     IF FILE-AT-END NOT = "Y"
057300         PERFORM WRITE-CALENDAR-ROW.
057400
057500 WRITE-CALENDAR-ROW.
057600     MOVE SPACE TO DW-CALENDAR-RECORD.
057700     MOVE "D" TO DWCL-RECORD-TYPE.
057800     MOVE "A" TO DWCL-CHANGE.
057900     MOVE RCAL-DATE TO DWCL-DATE.
058000     MOVE RCAL-FISC-YEAR TO DWCL-FISC-YEAR.
058100     MOVE RCAL-FISC-PERIOD TO DWCL-FISC-PERIOD.
058200     MOVE RCAL-FISC-WEEK TO DWCL-FISC-WEEK.
058300     WRITE DW-CALENDAR-RECORD.
058400     MOVE 7 TO FILE-SUB.
058500     MOVE RCAL-DATE TO ROW-AMOUNT.
058600     PERFORM COUNT-ROW.
058700
058800*---------------------------------
058900* Full load of the AP files.
059000* Archived vouchers go too, so
059100* the warehouse holds the whole
059200* history; their distribution
059300* lines stay on VCHRDIST.
059400*---------------------------------
059500 EXTRACT-ALL-VENDORS.
059600     MOVE "N" TO FILE-AT-END.
059700     MOVE ZEROES TO VENDOR-NUMBER.
059800     START VENDOR-FILE KEY NOT < VENDOR-NUMBER
059900         INVALID KEY
060000         MOVE "Y" TO FILE-AT-END.
060100     PERFORM EXTRACT-NEXT-VENDOR
060200         UNTIL FILE-AT-END = "Y".
060300
060400 EXTRACT-NEXT-VENDOR.
060500     READ VENDOR-FILE NEXT RECORD
060600         AT END MOVE "Y" TO FILE-AT-END.
060700     IF FILE-AT-END NOT = "Y"
060800         PERFORM WRITE-VENDOR-ROW.
060900
061000 EXTRACT-ALL-VOUCHERS.
061100     MOVE "N" TO FILE-AT-END.
061200     MOVE ZEROES TO VOUCHER-NUMBER.
061300     START VOUCHER-FILE KEY NOT < VOUCHER-NUMBER
061400         INVALID KEY
061500         MOVE "Y" TO FILE-AT-END.
061600     PERFORM EXTRACT-NEXT-VOUCHER
061700         UNTIL FILE-AT-END = "Y".
061800     MOVE "N" TO FILE-AT-END.
061900     MOVE ZEROES TO ARCH-NUMBER.
062000     START ARCHIVE-FILE KEY NOT < ARCH-NUMBER
062100         INVALID KEY
062200         MOVE "Y" TO FILE-AT-END.
062300     PERFORM EXTRACT-NEXT-ARCHIVE
062400         UNTIL FILE-AT-END = "Y".
062500
062600 EXTRACT-NEXT-VOUCHER.
062700     READ VOUCHER-FILE NEXT RECORD
062800         AT END MOVE "Y" TO FILE-AT-END.
062900     IF FILE-AT-END NOT = "Y"
063000         MOVE "L" TO DWVC-SOURCE
063100         PERFORM WRITE-VOUCHER-ROW.
063200
063300 EXTRACT-NEXT-ARCHIVE.
063400     READ ARCHIVE-FILE NEXT RECORD
063500         AT END MOVE "Y" TO FILE-AT-END.
063600     IF FILE-AT-END NOT = "Y"
063700         MOVE ARCHIVE-RECORD TO VOUCHER-RECORD
063800         MOVE "A" TO DWVC-SOURCE
063900         PERFORM WRITE-VOUCHER-ROW.
064000
064100 EXTRACT-ALL-DIST-LINES.
064200     MOVE "N" TO DIST-FILE-AT-END.
064300     MOVE ZEROES TO DIST-KEY.
064400     START DISTRIBUTION-FILE KEY NOT < DIST-KEY
064500         INVALID KEY
064600         MOVE "Y" TO DIST-FILE-AT-END.
064700     PERFORM EXTRACT-NEXT-DIST-LINE
064800         UNTIL DIST-FILE-AT-END = "Y".
064900
065000 EXTRACT-NEXT-DIST-LINE.
065100     READ DISTRIBUTION-FILE NEXT RECORD
065200         AT END MOVE "Y" TO DIST-FILE-AT-END.
065300     IF DIST-FILE-AT-END NOT = "Y"
065400         PERFORM WRITE-DIST-ROW.
065500
065600 EXTRACT-ALL-PAYMENTS.
065700     MOVE "N" TO FILE-AT-END.
065800     MOVE ZEROES TO CHECK-REG-NO.
065900     START CHECK-REG-FILE KEY NOT < CHECK-REG-NO
066000         INVALID KEY
066100         MOVE "Y" TO FILE-AT-END.
066200     PERFORM EXTRACT-NEXT-PAYMENT
066300         UNTIL FILE-AT-END = "Y".
066400
066500 EXTRACT-NEXT-PAYMENT.
066600     READ CHECK-REG-FILE NEXT RECORD
066700         AT END MOVE "Y" TO FILE-AT-END.
066800     IF FILE-AT-END NOT = "Y"
066900         PERFORM WRITE-PAYMENT-ROW.
067000
067100*---------------------------------
067200* Changes since the last run:
067300* every vendor, voucher and
067400* payment named in the vendor
067500* change log, the voucher audit
067600* trail or the update journal
067700* from the last run's start on.
067800* The update journal catches
067900* what the two logs do not - the
068000* check run, voids, archiving,
068100* deletes and imports.
068200*---------------------------------
068300 RELEASE-CHANGES.
068400     PERFORM RELEASE-VENDOR-LOG-CHANGES.
068500     PERFORM RELEASE-AUDIT-CHANGES.
068600     PERFORM RELEASE-JOURNAL-CHANGES.
068700
068800 RELEASE-VENDOR-LOG-CHANGES.
068900     OPEN INPUT VENDOR-LOG-FILE.
069000     MOVE "N" TO FILE-AT-END.
069100     PERFORM RELEASE-NEXT-VENDOR-LOG
069200         UNTIL FILE-AT-END = "Y".
069300     CLOSE VENDOR-LOG-FILE.
069400
069500 RELEASE-NEXT-VENDOR-LOG.
069600     READ VENDOR-LOG-FILE NEXT RECORD
069700         AT END MOVE "Y" TO FILE-AT-END.
069800     IF FILE-AT-END NOT = "Y"
069900         PERFORM CHECK-VENDOR-LOG-ENTRY.
070000
070100 CHECK-VENDOR-LOG-ENTRY.
070200     MOVE SPACE TO LOG-FIELDS.
070300     UNSTRING VENDOR-LOG-RECORD
070400         DELIMITED BY ","
070500         INTO LOG-VENDOR-NO
070600              LOG-ACTION
070700              LOG-FIELD
070800              LOG-DATE-TIME.
070900     MOVE LOG-DATE-TIME TO ENTRY-STAMP.
071000     IF ENTRY-STAMP NOT < LAST-STAMP
071100        AND LOG-VENDOR-NO IS NUMERIC
071200         MOVE "VN" TO CHG-KIND
071300         COMPUTE CHG-NUMBER = FUNCTION NUMVAL(LOG-VENDOR-NO)
071400         RELEASE DW-CHANGE-RECORD.
071500
071600 RELEASE-AUDIT-CHANGES.
071700     OPEN INPUT AUDIT-FILE.
071800     MOVE "N" TO FILE-AT-END.
071900     PERFORM RELEASE-NEXT-AUDIT-ENTRY
072000         UNTIL FILE-AT-END = "Y".
072100     CLOSE AUDIT-FILE.
072200
072300 RELEASE-NEXT-AUDIT-ENTRY.
072400     READ AUDIT-FILE NEXT RECORD
072500         AT END MOVE "Y" TO FILE-AT-END.
072600     IF FILE-AT-END NOT = "Y"
072700         PERFORM CHECK-AUDIT-ENTRY.
072800
072900 CHECK-AUDIT-ENTRY.
073000     MOVE SPACE TO AUD-FIELDS.
073100     UNSTRING AUDIT-RECORD
073200         DELIMITED BY ","
073300         INTO AUD-VOUCHER-NO
073400              AUD-VENDOR-NO
073500              AUD-ACTION
073600              AUD-DATE-TIME.
073700     MOVE AUD-DATE-TIME TO ENTRY-STAMP.
073800     IF ENTRY-STAMP NOT < LAST-STAMP
073900        AND AUD-VOUCHER-NO IS NUMERIC
074000         MOVE "VC" TO CHG-KIND
074100         COMPUTE CHG-NUMBER = FUNCTION NUMVAL(AUD-VOUCHER-NO)
074200         RELEASE DW-CHANGE-RECORD.
074300
074400 RELEASE-JOURNAL-CHANGES.
074500     OPEN INPUT UPDATE-JOURNAL-FILE.
074600     MOVE "N" TO FILE-AT-END.
074700     PERFORM RELEASE-NEXT-JOURNAL-ENTRY
074800         UNTIL FILE-AT-END = "Y".
074900     CLOSE UPDATE-JOURNAL-FILE.
075000
075100 RELEASE-NEXT-JOURNAL-ENTRY.
075200     READ UPDATE-JOURNAL-FILE NEXT RECORD
075300         AT END MOVE "Y" TO FILE-AT-END.
075400     IF FILE-AT-END NOT = "Y"
075500         MOVE UPDJ-DATE TO ENTRY-DATE
075600         MOVE UPDJ-TIME TO ENTRY-TIME
075700         IF ENTRY-STAMP NOT < LAST-STAMP
075800             PERFORM CHECK-JOURNAL-ENTRY.
075900
076000 CHECK-JOURNAL-ENTRY.
076100     IF UPDJ-FILE = "VENDOR"
076200         MOVE UPDJ-IMAGE TO VENDOR-RECORD
076300         MOVE "VN" TO CHG-KIND
076400         MOVE VENDOR-NUMBER TO CHG-NUMBER
076500         RELEASE DW-CHANGE-RECORD
076600     ELSE
076700     IF UPDJ-FILE = "VOUCHER"
076800         MOVE UPDJ-IMAGE TO VOUCHER-RECORD
076900         MOVE "VC" TO CHG-KIND
077000         MOVE VOUCHER-NUMBER TO CHG-NUMBER
077100         RELEASE DW-CHANGE-RECORD
077200     ELSE
077300     IF UPDJ-FILE = "CHECKREG"
077400         MOVE UPDJ-IMAGE TO CHECK-REG-RECORD
077500         MOVE "CK" TO CHG-KIND
077600         MOVE CHECK-REG-NO TO CHG-NUMBER
077700         RELEASE DW-CHANGE-RECORD.
077800
077900 EXTRACT-CHANGED-ITEMS.
078000     MOVE SPACE TO LAST-KIND.
078100     MOVE ZEROES TO LAST-NUMBER.
078200     MOVE "N" TO CHANGE-FILE-AT-END.
078300     PERFORM RETURN-NEXT-CHANGE.
078400     PERFORM EXTRACT-NEXT-CHANGE
078500         UNTIL CHANGE-FILE-AT-END = "Y".
078600
078700 EXTRACT-NEXT-CHANGE.
078800     IF CHG-KIND NOT = LAST-KIND
078900        OR CHG-NUMBER NOT = LAST-NUMBER
079000         MOVE CHG-KIND TO LAST-KIND
079100         MOVE CHG-NUMBER TO LAST-NUMBER
079200         PERFORM EXTRACT-CHANGED-ITEM.
079300     PERFORM RETURN-NEXT-CHANGE.
079400
079500 RETURN-NEXT-CHANGE.
079600     RETURN DW-CHANGE-FILE
079700         AT END MOVE "Y" TO CHANGE-FILE-AT-END.
079800
079900 EXTRACT-CHANGED-ITEM.
080000     IF CHG-IS-VENDOR
080100         PERFORM EXTRACT-CHANGED-VENDOR
080200     ELSE
080300     IF CHG-IS-VOUCHER
080400         PERFORM EXTRACT-CHANGED-VOUCHER
080500     ELSE
080600     IF CHG-IS-PAYMENT
080700         PERFORM EXTRACT-CHANGED-PAYMENT.
080800
080900 EXTRACT-CHANGED-VENDOR.
081000     MOVE CHG-NUMBER TO VENDOR-NUMBER.
081100     PERFORM READ-VENDOR-RECORD.
081200     IF RECORD-FOUND = "Y"
081300         PERFORM WRITE-VENDOR-ROW
081400     ELSE
081500         PERFORM WRITE-VENDOR-DELETE.
081600
081700*---------------------------------
081800* A voucher gone from the live
081900* file has usually been
082000* archived, and is sent from
082100* the archive. Its distribution
082200* lines are sent as a set: all
082300* held lines dropped, then the
082400* current ones.
082500*---------------------------------
082600 EXTRACT-CHANGED-VOUCHER.
082700     MOVE CHG-NUMBER TO THIS-VOUCHER.
082800     MOVE THIS-VOUCHER TO VOUCHER-NUMBER.
082900     PERFORM READ-VOUCHER-RECORD.
083000     IF RECORD-FOUND = "Y"
083100         MOVE "L" TO DWVC-SOURCE
083200         PERFORM WRITE-VOUCHER-ROW
083300     ELSE
083400         MOVE THIS-VOUCHER TO ARCH-NUMBER
083500         PERFORM READ-ARCHIVE-RECORD
083600         IF RECORD-FOUND = "Y"
083700             MOVE ARCHIVE-RECORD TO VOUCHER-RECORD
083800             MOVE "A" TO DWVC-SOURCE
083900             PERFORM WRITE-VOUCHER-ROW
084000         ELSE
084100             PERFORM WRITE-VOUCHER-DELETE.
084200     PERFORM WRITE-DIST-DELETE.
084300     MOVE "N" TO DIST-FILE-AT-END.
084400     MOVE THIS-VOUCHER TO DIST-VOUCHER-NO.
084500     MOVE ZEROES TO DIST-LINE-NO.
084600     START DISTRIBUTION-FILE KEY NOT < DIST-KEY
084700         INVALID KEY
084800         MOVE "Y" TO DIST-FILE-AT-END.
084900     PERFORM EXTRACT-NEXT-VOUCHER-LINE
085000         UNTIL DIST-FILE-AT-END = "Y".
085100
085200 EXTRACT-NEXT-VOUCHER-LINE.
085300     READ DISTRIBUTION-FILE NEXT RECORD
085400         AT END MOVE "Y" TO DIST-FILE-AT-END.
085500     IF DIST-FILE-AT-END NOT = "Y"
085600         IF DIST-VOUCHER-NO NOT = THIS-VOUCHER
085700             MOVE "Y" TO DIST-FILE-AT-END
085800         ELSE
085900             PERFORM WRITE-DIST-ROW.
086000
086100 EXTRACT-CHANGED-PAYMENT.
086200     MOVE CHG-NUMBER TO CHECK-REG-NO.
086300     PERFORM READ-CHECK-REG-RECORD.
086400     IF RECORD-FOUND = "Y"
086500         PERFORM WRITE-PAYMENT-ROW
086600     ELSE
086700         PERFORM WRITE-PAYMENT-DELETE.
086800
086900*---------------------------------
087000* Vendor rows. The tax ID, bank
087100* details and portal PIN stay
087200* at home.
087300*---------------------------------
087400 WRITE-VENDOR-ROW.
087500     MOVE SPACE TO DW-VENDOR-RECORD.
087600     MOVE "D" TO DWVN-RECORD-TYPE.
087700     MOVE "A" TO DWVN-CHANGE.
087800     MOVE VENDOR-NUMBER TO DWVN-VENDOR.
087900     MOVE VENDOR-NAME TO DWVN-NAME.
088000     MOVE VENDOR-CITY TO DWVN-CITY.
088100     MOVE VENDOR-STATE TO DWVN-STATE.
088200     MOVE VENDOR-ZIP TO DWVN-ZIP.
088300     MOVE VENDOR-STATUS TO DWVN-STATUS.
088400     MOVE VENDOR-1099-FLAG TO DWVN-1099-FLAG.
088500     MOVE VENDOR-DIVERSITY TO DWVN-DIVERSITY.
088600     MOVE VENDOR-COMPANY TO DWVN-COMPANY.
088700     MOVE VENDOR-PARENT TO DWVN-PARENT.
088800     MOVE VENDOR-ERS-FLAG TO DWVN-ERS-FLAG.
088900     MOVE VENDOR-YTD-PAID TO DWVN-YTD-PAID.
089000     WRITE DW-VENDOR-RECORD.
089100     MOVE 5 TO FILE-SUB.
089200     MOVE VENDOR-YTD-PAID TO ROW-AMOUNT.
089300     PERFORM COUNT-ROW.
089400
089500 WRITE-VENDOR-DELETE.
089600     MOVE SPACE TO DW-VENDOR-RECORD.
089700     MOVE "D" TO DWVN-RECORD-TYPE.
089800     MOVE "X" TO DWVN-CHANGE.
089900     MOVE CHG-NUMBER TO DWVN-VENDOR.
090000     MOVE ZEROES TO DWVN-COMPANY
090100                    DWVN-PARENT
090200                    DWVN-YTD-PAID.
090300     WRITE DW-VENDOR-RECORD.
090400     MOVE 5 TO FILE-SUB.
090500     MOVE ZEROES TO ROW-AMOUNT.
090600     PERFORM COUNT-ROW.
090700
090800*---------------------------------
090900* Voucher rows - DWVC-SOURCE is
091000* set by the caller.
091100*---------------------------------
091200 WRITE-VOUCHER-ROW.
091300     MOVE "D" TO DWVC-RECORD-TYPE.
091400     MOVE "A" TO DWVC-CHANGE.
091500     MOVE VOUCHER-NUMBER TO DWVC-VOUCHER.
091600     MOVE VOUCHER-VENDOR TO DWVC-VENDOR.
091700     MOVE VOUCHER-INVOICE TO DWVC-INVOICE.
091800     MOVE VOUCHER-DATE TO DWVC-INVOICE-DATE.
091900     MOVE VOUCHER-DUE TO DWVC-DUE-DATE.
092000     MOVE VOUCHER-ENTERED-DATE TO DWVC-ENTERED-DATE.
092100     MOVE VOUCHER-COMPANY TO DWVC-COMPANY.
092200     MOVE VOUCHER-CATEGORY TO DWVC-CATEGORY.
092300     MOVE VOUCHER-PO-NUMBER TO DWVC-PO-NUMBER.
092400     MOVE VOUCHER-CURRENCY-CODE TO DWVC-CURRENCY-CODE.
092500     MOVE VOUCHER-AMOUNT TO DWVC-AMOUNT.
092600     MOVE VOUCHER-BASE-AMOUNT TO DWVC-BASE-AMOUNT.
092700     MOVE VOUCHER-PAID-AMOUNT TO DWVC-PAID-AMOUNT.
092800     MOVE VOUCHER-PAID-DATE TO DWVC-PAID-DATE.
092900     MOVE VOUCHER-CHECK-NO TO DWVC-CHECK-NO.
093000     MOVE VOUCHER-DISC-TAKEN TO DWVC-DISC-TAKEN.
093100     MOVE VOUCHER-RETAINED-AMOUNT TO DWVC-RETAINED.
093200     MOVE VOUCHER-USE-TAX TO DWVC-USE-TAX.
093300     MOVE VOUCHER-APPROVAL TO DWVC-APPROVAL.
093400     MOVE VOUCHER-HOLD-FLAG TO DWVC-HOLD-FLAG.
093500     MOVE VOUCHER-HOLD-REASON TO DWVC-HOLD-REASON.
093600     MOVE VOUCHER-CANCEL-FLAG TO DWVC-CANCEL-FLAG.
093700     MOVE VOUCHER-CANCEL-DATE TO DWVC-CANCEL-DATE.
093800     MOVE VOUCHER-PAYEE-TYPE TO DWVC-PAYEE-TYPE.
093900     MOVE VOUCHER-EMPLOYEE TO DWVC-EMPLOYEE.
094000     WRITE DW-VOUCHER-RECORD.
094100     MOVE 9 TO FILE-SUB.
094200     MOVE VOUCHER-BASE-AMOUNT TO ROW-AMOUNT.
094300     PERFORM COUNT-ROW.
094400
094500 WRITE-VOUCHER-DELETE.
094600     MOVE SPACE TO DW-VOUCHER-RECORD.
094700     MOVE "D" TO DWVC-RECORD-TYPE.
094800     MOVE "X" TO DWVC-CHANGE.
094900     MOVE THIS-VOUCHER TO DWVC-VOUCHER.
095000     MOVE ZEROES TO DWVC-VENDOR
095100                    DWVC-INVOICE-DATE
095200                    DWVC-DUE-DATE
095300                    DWVC-ENTERED-DATE
095400                    DWVC-COMPANY
095500                    DWVC-CATEGORY
095600                    DWVC-AMOUNT
095700                    DWVC-BASE-AMOUNT
095800                    DWVC-PAID-AMOUNT
095900                    DWVC-PAID-DATE
096000                    DWVC-CHECK-NO
096100                    DWVC-DISC-TAKEN
096200                    DWVC-RETAINED
096300                    DWVC-USE-TAX
096400                    DWVC-CANCEL-DATE
096500                    DWVC-EMPLOYEE.
096600     WRITE DW-VOUCHER-RECORD.
096700     MOVE 9 TO FILE-SUB.
096800     MOVE ZEROES TO ROW-AMOUNT.
096900     PERFORM COUNT-ROW.
097000
097100 WRITE-DIST-ROW.
097200     MOVE SPACE TO DW-DIST-RECORD.
097300     MOVE "D" TO DWDS-RECORD-TYPE.
097400     MOVE "A" TO DWDS-CHANGE.
097500     MOVE DIST-VOUCHER-NO TO DWDS-VOUCHER.
097600     MOVE DIST-LINE-NO TO DWDS-LINE.
097700     MOVE DIST-ACCOUNT TO DWDS-ACCOUNT.
097800     MOVE DIST-AMOUNT TO DWDS-AMOUNT.
097900     MOVE DIST-COMPANY TO DWDS-COMPANY.
098000     MOVE DIST-STORE TO DWDS-STORE.
098100     MOVE DIST-PROJECT TO DWDS-PROJECT.
098200     WRITE DW-DIST-RECORD.
098300     MOVE 10 TO FILE-SUB.
098400     MOVE DIST-AMOUNT TO ROW-AMOUNT.
098500     PERFORM COUNT-ROW.
098600
098700 WRITE-DIST-DELETE.
098800     MOVE SPACE TO DW-DIST-RECORD.
098900     MOVE "D" TO DWDS-RECORD-TYPE.
099000     MOVE "X" TO DWDS-CHANGE.
099100     MOVE THIS-VOUCHER TO DWDS-VOUCHER.
099200     MOVE ZEROES TO DWDS-LINE
099300                    DWDS-ACCOUNT
099400                    DWDS-AMOUNT
099500                    DWDS-COMPANY
099600                    DWDS-STORE.
099700     WRITE DW-DIST-RECORD.
099800     MOVE 10 TO FILE-SUB.
099900     MOVE ZEROES TO ROW-AMOUNT.
100000     PERFORM COUNT-ROW.
100100
100200 WRITE-PAYMENT-ROW.
100300     MOVE SPACE TO DW-PAYMENT-RECORD.
100400     MOVE "D" TO DWPY-RECORD-TYPE.
100500     MOVE "A" TO DWPY-CHANGE.
100600     MOVE CHECK-REG-NO TO DWPY-CHECK-NO.
100700     MOVE CHECK-REG-DATE TO DWPY-DATE.
100800     MOVE CHECK-REG-VENDOR TO DWPY-VENDOR.
100900     MOVE CHECK-REG-AMOUNT TO DWPY-AMOUNT.
101000     MOVE CHECK-REG-BANK-ACCT TO DWPY-BANK-ACCT.
101100     MOVE CHECK-REG-STATUS TO DWPY-STATUS.
101200     MOVE CHECK-REG-PAY-METHOD TO DWPY-PAY-METHOD.
101300     MOVE CHECK-REG-VOID-DATE TO DWPY-VOID-DATE.
101400     MOVE CHECK-REG-PAYEE-TYPE TO DWPY-PAYEE-TYPE.
101500     MOVE CHECK-REG-EMPLOYEE TO DWPY-EMPLOYEE.
101600     MOVE CHECK-REG-ESCHEAT-DATE TO DWPY-ESCHEAT-DATE.
101700     WRITE DW-PAYMENT-RECORD.
101800     MOVE 11 TO FILE-SUB.
101900     MOVE CHECK-REG-AMOUNT TO ROW-AMOUNT.
102000     PERFORM COUNT-ROW.
102100
102200 WRITE-PAYMENT-DELETE.
102300     MOVE SPACE TO DW-PAYMENT-RECORD.
102400     MOVE "D" TO DWPY-RECORD-TYPE.
102500     MOVE "X" TO DWPY-CHANGE.
102600     MOVE CHG-NUMBER TO DWPY-CHECK-NO.
102700     MOVE ZEROES TO DWPY-DATE
102800                    DWPY-VENDOR
102900                    DWPY-AMOUNT
103000                    DWPY-BANK-ACCT
103100                    DWPY-VOID-DATE
103200                    DWPY-EMPLOYEE
103300                    DWPY-ESCHEAT-DATE.
103400     WRITE DW-PAYMENT-RECORD.
103500     MOVE 11 TO FILE-SUB.
103600     MOVE ZEROES TO ROW-AMOUNT.
103700     PERFORM COUNT-ROW.
103800
103900*---------------------------------
104000* Daily sales by store,
104100* division, department and
104200* category, for the days the
104300* sales roll has aggregated
104400* since the last extract. A day
104500* not yet rolled is picked up
104600* once it is.
104700*---------------------------------
104800 EXTRACT-SALES.
104900     OPEN INPUT AGCTL-FILE.
105000     READ AGCTL-FILE
105100         AT END
105200         MOVE ZEROES TO AGCTL-LAST-AGG-DATE.
105300     CLOSE AGCTL-FILE.
105400     MOVE AGCTL-LAST-AGG-DATE TO SALES-THROUGH.
105500     MOVE "N" TO FILE-AT-END.
105600     MOVE ZEROES TO AGG-KEY.
105700     START AGGREGATE-FILE KEY NOT < AGG-KEY
105800         INVALID KEY
105900         MOVE "Y" TO FILE-AT-END.
106000     PERFORM EXTRACT-NEXT-SALES-DAY
106100         UNTIL FILE-AT-END = "Y".
106200     IF SALES-THROUGH > SALES-FROM
106300         MOVE SALES-THROUGH TO SALES-FROM.
106400
106500 EXTRACT-NEXT-SALES-DAY.
106600     READ AGGREGATE-FILE NEXT RECORD
106700         AT END MOVE "Y" TO FILE-AT-END.
106800     IF FILE-AT-END NOT = "Y"
106900        AND AGG-DATE > SALES-FROM
107000        AND AGG-DATE NOT > SALES-THROUGH
107100         PERFORM WRITE-SALES-ROW.
107200
107300 WRITE-SALES-ROW.
107400     MOVE SPACE TO DW-SALES-RECORD.
107500     MOVE "D" TO DWSL-RECORD-TYPE.
107600     MOVE "A" TO DWSL-CHANGE.
107700     MOVE AGG-STORE TO DWSL-STORE.
107800     MOVE AGG-DIVISION TO DWSL-DIVISION.
107900     MOVE AGG-DEPARTMENT TO DWSL-DEPARTMENT.
108000     MOVE AGG-CATEGORY TO DWSL-CATEGORY.
108100     MOVE AGG-DATE TO DWSL-DATE.
108200     MOVE AGG-AMOUNT TO DWSL-NET-SALES.
108300     MOVE AGG-RETURNS TO DWSL-RETURNS.
108400     MOVE AGG-VOIDS TO DWSL-VOIDS.
108500     MOVE AGG-COST TO DWSL-COST.
108600     WRITE DW-SALES-RECORD.
108700     MOVE 8 TO FILE-SUB.
108800     MOVE AGG-AMOUNT TO ROW-AMOUNT.
108900     PERFORM COUNT-ROW.
109000
109100*---------------------------------
109200* GL journal history is only
109300* ever added to, so the lines
109400* past those already sent are
109500* the new ones. A history file
109600* shorter than what was sent
109700* has been replaced; nothing is
109800* resent from it, and the count
109900* starts again from its length.
110000*---------------------------------
110100 EXTRACT-JOURNAL-LINES.
110200     MOVE ZEROES TO JOURNAL-LINES-READ.
110300     OPEN INPUT JOURNAL-HISTORY-FILE.
110400     MOVE "N" TO FILE-AT-END.
110500     PERFORM EXTRACT-NEXT-JOURNAL-LINE
110600         UNTIL FILE-AT-END = "Y".
110700     CLOSE JOURNAL-HISTORY-FILE.
110800     IF JOURNAL-LINES-READ < JOURNAL-LINES-SENT
110900         DISPLAY "JOURNAL HISTORY IS SHORTER THAN AT THE LAST"
111000         DISPLAY "EXTRACT - CHECK GLJRNHST WAS NOT REPLACED".
111100     MOVE JOURNAL-LINES-READ TO JOURNAL-LINES-SENT.
111200
111300 EXTRACT-NEXT-JOURNAL-LINE.
111400     READ JOURNAL-HISTORY-FILE NEXT RECORD
111500         AT END MOVE "Y" TO FILE-AT-END.
111600     IF FILE-AT-END NOT = "Y"
111700         ADD 1 TO JOURNAL-LINES-READ
111800         IF JOURNAL-LINES-READ > JOURNAL-LINES-SENT
111900             PERFORM WRITE-JOURNAL-ROW.
112000
112100 WRITE-JOURNAL-ROW.
112200     MOVE SPACE TO DW-JOURNAL-RECORD.
112300     MOVE "D" TO DWJR-RECORD-TYPE.
112400     MOVE "A" TO DWJR-CHANGE.
112500     MOVE JHST-BATCH-NO TO DWJR-BATCH-NO.
112600     MOVE JHST-EXTRACT-DATE TO DWJR-EXTRACT-DATE.
112700     MOVE JHST-DATE TO DWJR-DATE.
112800     MOVE JHST-ACCOUNT TO DWJR-ACCOUNT.
112900     MOVE JHST-VOUCHER-NO TO DWJR-VOUCHER-NO.
113000     MOVE JHST-CHECK-NO TO DWJR-CHECK-NO.
113100     MOVE JHST-SOURCE TO DWJR-SOURCE.
113200     MOVE JHST-DEBIT TO DWJR-DEBIT.
113300     MOVE JHST-CREDIT TO DWJR-CREDIT.
113400     MOVE JHST-COMPANY TO DWJR-COMPANY.
113500     WRITE DW-JOURNAL-RECORD.
113600     MOVE 12 TO FILE-SUB.
113700     COMPUTE ROW-AMOUNT = JHST-DEBIT + JHST-CREDIT.
113800     PERFORM COUNT-ROW.
113900
114000 COUNT-ROW.
114100     ADD 1 TO DWFT-ROW-COUNT (FILE-SUB).
114200     ADD ROW-AMOUNT TO DWFT-AMOUNT-HASH (FILE-SUB).
114300     ADD 1 TO TOTAL-ROW-COUNT.
114400     ADD ROW-AMOUNT TO TOTAL-AMOUNT-HASH.
114500
114600*---------------------------------
114700* The control record that ends
114800* each file.
114900*---------------------------------
115000 WRITE-CONTROL-RECORDS.
115100     MOVE 1 TO FILE-SUB.
115200     PERFORM FILL-CONTROL-RECORD.
115300     WRITE DW-STORE-RECORD FROM DW-CONTROL-RECORD.
115400     MOVE 2 TO FILE-SUB.
115500     PERFORM FILL-CONTROL-RECORD.
115600     WRITE DW-DIVISION-RECORD FROM DW-CONTROL-RECORD.
115700     MOVE 3 TO FILE-SUB.
115800     PERFORM FILL-CONTROL-RECORD.
115900     WRITE DW-DEPARTMENT-RECORD FROM DW-CONTROL-RECORD.
116000     MOVE 4 TO FILE-SUB.
116100     PERFORM FILL-CONTROL-RECORD.
116200     WRITE DW-CATEGORY-RECORD FROM DW-CONTROL-RECORD.
116300     MOVE 5 TO FILE-SUB.
116400     PERFORM FILL-CONTROL-RECORD.
116500     WRITE DW-VENDOR-RECORD FROM DW-CONTROL-RECORD.
116600     MOVE 6 TO FILE-SUB.
116700     PERFORM FILL-CONTROL-RECORD.
116800     WRITE DW-ACCOUNT-RECORD FROM DW-CONTROL-RECORD.
116900     MOVE 7 TO FILE-SUB.
117000     PERFORM FILL-CONTROL-RECORD.
117100     WRITE DW-CALENDAR-RECORD FROM DW-CONTROL-RECORD.
117200     MOVE 8 TO FILE-SUB.
117300     PERFORM FILL-CONTROL-RECORD.
117400     WRITE DW-SALES-RECORD FROM DW-CONTROL-RECORD.
117500     MOVE 9 TO FILE-SUB.
117600     PERFORM FILL-CONTROL-RECORD.
117700     WRITE DW-VOUCHER-RECORD FROM DW-CONTROL-RECORD.
117800     MOVE 10 TO FILE-SUB.
117900     PERFORM FILL-CONTROL-RECORD.
118000     WRITE DW-DIST-RECORD FROM DW-CONTROL-RECORD.
118100     MOVE 11 TO FILE-SUB.
118200     PERFORM FILL-CONTROL-RECORD.
118300     WRITE DW-PAYMENT-RECORD FROM DW-CONTROL-RECORD.
118400     MOVE 12 TO FILE-SUB.
118500     PERFORM FILL-CONTROL-RECORD.
118600     WRITE DW-JOURNAL-RECORD FROM DW-CONTROL-RECORD.
118700
118800 FILL-CONTROL-RECORD.
118900     MOVE SPACE TO DW-CONTROL-RECORD.
119000     MOVE "T" TO DWCR-RECORD-TYPE.
119100     MOVE DW-FILE-NAME (FILE-SUB) TO DWCR-FILE-NAME.
119200     MOVE RUN-NUMBER TO DWCR-RUN-NUMBER.
119300     MOVE RUN-DATE TO DWCR-EXTRACT-DATE.
119400     MOVE DWFT-LOAD-TYPE (FILE-SUB) TO DWCR-LOAD-TYPE.
119500     MOVE DWFT-ROW-COUNT (FILE-SUB) TO DWCR-ROW-COUNT.
119600     MOVE DWFT-AMOUNT-HASH (FILE-SUB) TO DWCR-AMOUNT-HASH.
119700
119800*---------------------------------
119900* File I-O routines.
120000*---------------------------------
120100 READ-VENDOR-RECORD.
120200     MOVE "Y" TO RECORD-FOUND.
120300     READ VENDOR-FILE RECORD
120400         INVALID KEY
120500         MOVE "N" TO RECORD-FOUND.
120600
120700 READ-VOUCHER-RECORD.
120800     MOVE "Y" TO RECORD-FOUND.
120900     READ VOUCHER-FILE RECORD
121000         INVALID KEY
121100         MOVE "N" TO RECORD-FOUND.
121200
121300 READ-ARCHIVE-RECORD.
121400     MOVE "Y" TO RECORD-FOUND.
121500     READ ARCHIVE-FILE RECORD
121600         INVALID KEY
121700         MOVE "N" TO RECORD-FOUND.
121800
121900 READ-CHECK-REG-RECORD.
122000     MOVE "Y" TO RECORD-FOUND.
122100     READ CHECK-REG-FILE RECORD
122200         INVALID KEY
122300         MOVE "N" TO RECORD-FOUND.

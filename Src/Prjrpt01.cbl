000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRJRPT01.
000300*---------------------------------
000400* Project cost report.
000500*
000600* For every project on the
000700* Project Master File, by spend
000800* category: the approved
000900* budget, what is committed on
001000* open POs charged to the
001100* project (PO amount less what
001200* vouchers have relieved), what
001300* has been vouchered to it on
001400* distribution lines, the
001500* retainage held back from
001600* those vouchers, and the
001700* estimate to complete - the
001800* budget not yet committed or
001900* spent, never less than zero.
002000*
002100* Vouchered amounts are in base
002200* currency: a line's share of
002300* the voucher's base amount.
002400* Retainage is the line's share
002500* of the voucher's retained
002600* amount. Cancelled vouchers
002700* are left out. Spend in a
002800* category the project has no
002900* budget for still prints,
003000* against a budget of zero.
003100*---------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500
003600     COPY "SLPROJ.CBL".
003700
003800     COPY "SLPO.CBL".
003900
004000     COPY "SLDIST.CBL".
004100
004200     COPY "SLVOUCH.CBL".
004300
004400     COPY "SLCATG.CBL".
004500
004600     SELECT PRINTER-FILE
004700         ASSIGN TO PRINTER
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200
005300     COPY "FDPROJ.CBL".
005400
005500     COPY "FDPO.CBL".
005600
005700     COPY "FDDIST.CBL".
005800
005900     COPY "FDVOUCH.CBL".
006000
006100     COPY "FDCATG.CBL".
006200
006300 FD  PRINTER-FILE
006400     LABEL RECORDS ARE OMITTED.
006500 01  PRINTER-RECORD             PIC X(100).
006600
006700 WORKING-STORAGE SECTION.
006800
006900 77  PROJECT-FILE-AT-END     PIC X.
007000 77  PO-FILE-AT-END          PIC X.
007100 77  DIST-FILE-AT-END        PIC X.
007200 77  VOUCHER-RECORD-FOUND    PIC X.
007300 77  CATG-RECORD-FOUND       PIC X.
007400
007500 77  BUDGET-SUB              PIC 99.
007600 77  CATG-SUB                PIC 99.
007700 77  CATG-COUNT              PIC 99.
007800 77  CATG-TO-FIND            PIC 9(2).
007900 77  LINE-SHARE              PIC S9V9(6).
008000 77  LINE-ACTUAL             PIC S9(8)V99.
008100 77  LINE-RETAINED           PIC S9(8)V99.
008200 77  PO-REMAINING-AMOUNT     PIC S9(8)V99.
008300 77  PROJECT-COUNT           PIC 9(5)      VALUE ZEROES.
008400
008500 77  LINE-COUNT              PIC 999   VALUE ZERO.
008600 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
008700 77  MAXIMUM-LINES           PIC 999   VALUE 55.
008800
008900*---------------------------------
009000* One project's figures by
009100* category, built from its
009200* budget lines and then from
009300* the POs and distribution
009400* lines charged to it.
009500*---------------------------------
009600 01  CATEGORY-TABLE.
009700     05  CATG-ENTRY              OCCURS 40 TIMES.
009800         10  CT-CATEGORY         PIC 9(2).
009900         10  CT-BUDGET           PIC S9(9)V99.
010000         10  CT-COMMITTED        PIC S9(9)V99.
010100         10  CT-ACTUAL           PIC S9(9)V99.
010200         10  CT-RETAINED         PIC S9(9)V99.
010300
010400 01  PROJECT-TOTALS.
010500     05  PT-BUDGET               PIC S9(9)V99.
010600     05  PT-COMMITTED            PIC S9(9)V99.
010700     05  PT-ACTUAL               PIC S9(9)V99.
010800     05  PT-RETAINED             PIC S9(9)V99.
010900     05  PT-TO-COMPLETE          PIC S9(9)V99.
011000
011100 01  TO-COMPLETE-AMOUNT          PIC S9(9)V99.
011200
011300 01  PROJECT-LINE.
011400     05  FILLER            PIC X(9)  VALUE "PROJECT: ".
011500     05  PRINT-PROJECT     PIC X(6).
011600     05  FILLER            PIC X(1)  VALUE SPACE.
011700     05  PRINT-DESCRIPTION PIC X(30).
011800     05  FILLER            PIC X(8)  VALUE "  STORE ".
011900     05  PRINT-STORE       PIC Z9.
012000     05  FILLER            PIC X(2)  VALUE SPACE.
012100     05  PRINT-STATUS      PIC X(6).
012200
012300 01  DETAIL-LINE.
012400     05  PRINT-CATEGORY    PIC Z9.
012500     05  FILLER            PIC X(1)  VALUE SPACE.
012600     05  PRINT-CATG-NAME   PIC X(16).
012700     05  FILLER            PIC X(1)  VALUE SPACE.
012800     05  PRINT-BUDGET      PIC ZZ,ZZZ,ZZ9.99-.
012900     05  FILLER            PIC X(1)  VALUE SPACE.
013000     05  PRINT-COMMITTED   PIC ZZ,ZZZ,ZZ9.99-.
013100     05  FILLER            PIC X(1)  VALUE SPACE.
013200     05  PRINT-ACTUAL      PIC ZZ,ZZZ,ZZ9.99-.
013300     05  FILLER            PIC X(1)  VALUE SPACE.
013400     05  PRINT-RETAINED    PIC ZZ,ZZZ,ZZ9.99-.
013500     05  FILLER            PIC X(1)  VALUE SPACE.
013600     05  PRINT-TO-COMPLETE PIC ZZ,ZZZ,ZZ9.99-.
013700
013800 01  COLUMN-LINE.
013900     05  FILLER         PIC X(20) VALUE "CATEGORY".
014000     05  FILLER         PIC X(15) VALUE "        BUDGET".
014100     05  FILLER         PIC X(15) VALUE "     COMMITTED".
014200     05  FILLER         PIC X(15) VALUE "    VOUCHERED".
014300     05  FILLER         PIC X(15) VALUE "      RETAINED".
014400     05  FILLER         PIC X(15) VALUE " EST. TO COMPL".
014500
014600 01  TITLE-LINE.
014700     05  FILLER              PIC X(30) VALUE SPACE.
014800     05  FILLER              PIC X(17)
014900         VALUE "PROJECT COST".
015000     05  FILLER              PIC X(33) VALUE SPACE.
015100     05  FILLER              PIC X(5) VALUE "PAGE:".
015200     05  FILLER              PIC X(1) VALUE SPACE.
015300     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
015400
015500     COPY "WSCASE01.CBL".
015600
015700 PROCEDURE DIVISION.
015800 PROGRAM-BEGIN.
015900     PERFORM OPENING-PROCEDURE.
016000     PERFORM MAIN-PROCESS.
016100     PERFORM CLOSING-PROCEDURE.
016200
016300 PROGRAM-EXIT.
016400     EXIT PROGRAM.
016500
016600 PROGRAM-DONE.
016700     STOP RUN.
016800
016900 OPENING-PROCEDURE.
017000     OPEN I-O PROJECT-FILE.
017100     OPEN I-O PO-FILE.
017200     OPEN I-O DISTRIBUTION-FILE.
017300     OPEN I-O VOUCHER-FILE.
017400     OPEN I-O CATEGORY-FILE.
017500     OPEN OUTPUT PRINTER-FILE.
017600
017700 CLOSING-PROCEDURE.
017800     CLOSE PROJECT-FILE.
017900     CLOSE PO-FILE.
018000     CLOSE DISTRIBUTION-FILE.
018100     CLOSE VOUCHER-FILE.
018200     CLOSE CATEGORY-FILE.
018300     PERFORM END-LAST-PAGE.
018400     CLOSE PRINTER-FILE.
018500
018600 MAIN-PROCESS.
018700     PERFORM START-NEW-PAGE.
018800     PERFORM READ-FIRST-PROJECT.
018900     PERFORM REPORT-ALL-PROJECTS
019000         UNTIL PROJECT-FILE-AT-END = "Y".
019100
019200 REPORT-ALL-PROJECTS.
019300     PERFORM REPORT-THIS-PROJECT.
019400     PERFORM READ-NEXT-PROJECT-RECORD.
019500
019600 REPORT-THIS-PROJECT.
019700     ADD 1 TO PROJECT-COUNT.
019800     MOVE ZEROES TO CATG-COUNT.
019900     PERFORM LOAD-ONE-BUDGET-LINE
020000         VARYING BUDGET-SUB FROM 1 BY 1
020100           UNTIL BUDGET-SUB > 10
020200              OR PROJ-BUDGET-CATEGORY (BUDGET-SUB) = ZEROES.
020300     PERFORM ADD-PROJECT-COMMITMENTS.
020400     PERFORM ADD-PROJECT-SPEND.
020500     PERFORM PRINT-THIS-PROJECT.
020600
020700 LOAD-ONE-BUDGET-LINE.
020800     MOVE PROJ-BUDGET-CATEGORY (BUDGET-SUB) TO CATG-TO-FIND.
020900     PERFORM FIND-CATEGORY-ENTRY.
021000     ADD PROJ-BUDGET-AMOUNT (BUDGET-SUB)
021100         TO CT-BUDGET (CATG-SUB).
021200
021300*---------------------------------
021400* Open POs charged to the
021500* project, by the PO's spend
021600* category.
021700*---------------------------------
021800 ADD-PROJECT-COMMITMENTS.
021900     MOVE "N" TO PO-FILE-AT-END.
022000     MOVE SPACE TO PO-NUMBER.
022100     START PO-FILE KEY NOT < PO-NUMBER
022200         INVALID KEY
022300         MOVE "Y" TO PO-FILE-AT-END.
022400     PERFORM ADD-NEXT-PO-COMMITMENT
022500         UNTIL PO-FILE-AT-END = "Y".
022600
022700 ADD-NEXT-PO-COMMITMENT.
022800     READ PO-FILE NEXT RECORD
022900         AT END MOVE "Y" TO PO-FILE-AT-END.
023000     IF PO-FILE-AT-END NOT = "Y"
023100        AND PO-PROJECT = PROJ-NUMBER
023200        AND PO-IS-OPEN
023300         PERFORM ADD-THIS-PO-COMMITMENT.
023400
023500 ADD-THIS-PO-COMMITMENT.
023600     COMPUTE PO-REMAINING-AMOUNT =
023700         PO-AMOUNT - PO-RELIEVED-AMOUNT.
023800     IF PO-REMAINING-AMOUNT > ZEROES
023900         MOVE PO-CATEGORY TO CATG-TO-FIND
024000         PERFORM FIND-CATEGORY-ENTRY
024100         ADD PO-REMAINING-AMOUNT TO CT-COMMITTED (CATG-SUB).
024200
024300*---------------------------------
024400* Distribution lines charged to
024500* the project, by the voucher's
024600* spend category.
024700*---------------------------------
024800 ADD-PROJECT-SPEND.
024900     MOVE "N" TO DIST-FILE-AT-END.
025000     MOVE ZEROES TO DIST-KEY.
025100     START DISTRIBUTION-FILE KEY NOT < DIST-KEY
025200         INVALID KEY
025300         MOVE "Y" TO DIST-FILE-AT-END.
025400     PERFORM ADD-NEXT-DIST-SPEND
025500         UNTIL DIST-FILE-AT-END = "Y".
025600
025700 ADD-NEXT-DIST-SPEND.
025800     READ DISTRIBUTION-FILE NEXT RECORD
025900         AT END MOVE "Y" TO DIST-FILE-AT-END.
026000     IF DIST-FILE-AT-END NOT = "Y"
026100        AND DIST-PROJECT = PROJ-NUMBER
026200         PERFORM ADD-THIS-DIST-SPEND.
026300
026400 ADD-THIS-DIST-SPEND.
026500     MOVE DIST-VOUCHER-NO TO VOUCHER-NUMBER.
026600     PERFORM READ-VOUCHER-RECORD.
026700     IF VOUCHER-RECORD-FOUND = "Y"
026800        AND NOT VOUCHER-IS-CANCELLED
026900        AND VOUCHER-AMOUNT NOT = ZEROES
027000         COMPUTE LINE-SHARE ROUNDED =
027100             DIST-AMOUNT / VOUCHER-AMOUNT
027200         COMPUTE LINE-ACTUAL ROUNDED =
027300             VOUCHER-BASE-AMOUNT * LINE-SHARE
027400         COMPUTE LINE-RETAINED ROUNDED =
027500             VOUCHER-RETAINED-AMOUNT * LINE-SHARE
027600         MOVE VOUCHER-CATEGORY TO CATG-TO-FIND
027700         PERFORM FIND-CATEGORY-ENTRY
027800         ADD LINE-ACTUAL TO CT-ACTUAL (CATG-SUB)
027900         ADD LINE-RETAINED TO CT-RETAINED (CATG-SUB).
028000
028100*---------------------------------
028200* Finds the table entry for a
028300* category, adding it when the
028400* project has none yet. The
028500* last entry takes the overflow
028600* should a project ever run
028700* past forty categories.
028800*---------------------------------
028900 FIND-CATEGORY-ENTRY.
029000     MOVE 1 TO CATG-SUB.
029100     PERFORM STEP-CATEGORY-ENTRY
029200         UNTIL CATG-SUB > CATG-COUNT
029300            OR CT-CATEGORY (CATG-SUB) = CATG-TO-FIND.
029400     IF CATG-SUB > CATG-COUNT
029500         PERFORM ADD-CATEGORY-ENTRY.
029600
029700 STEP-CATEGORY-ENTRY.
029800     ADD 1 TO CATG-SUB.
029900
030000 ADD-CATEGORY-ENTRY.
030100     IF CATG-COUNT < 40
030200         ADD 1 TO CATG-COUNT
030300         MOVE CATG-COUNT TO CATG-SUB
030400         MOVE CATG-TO-FIND TO CT-CATEGORY (CATG-SUB)
030500         MOVE ZEROES TO CT-BUDGET (CATG-SUB)
030600                        CT-COMMITTED (CATG-SUB)
030700                        CT-ACTUAL (CATG-SUB)
030800                        CT-RETAINED (CATG-SUB)
030900     ELSE
031000         MOVE 40 TO CATG-SUB.
031100
031200*---------------------------------
031300* Printing one project.
031400*---------------------------------
031500 PRINT-THIS-PROJECT.
031600     IF LINE-COUNT > MAXIMUM-LINES - 5
031700         PERFORM START-NEXT-PAGE.
031800     MOVE PROJ-NUMBER TO PRINT-PROJECT.
031900     MOVE PROJ-DESCRIPTION TO PRINT-DESCRIPTION.
032000     MOVE PROJ-STORE TO PRINT-STORE.
032100     IF PROJ-IS-CLOSED
032200         MOVE "CLOSED" TO PRINT-STATUS
032300     ELSE
032400         MOVE "OPEN" TO PRINT-STATUS.
032500     MOVE PROJECT-LINE TO PRINTER-RECORD.
032600     PERFORM WRITE-TO-PRINTER.
032700     MOVE ZEROES TO PROJECT-TOTALS.
032800     PERFORM PRINT-ONE-CATEGORY
032900         VARYING CATG-SUB FROM 1 BY 1
033000           UNTIL CATG-SUB > CATG-COUNT.
033100     PERFORM PRINT-PROJECT-TOTALS.
033200     PERFORM LINE-FEED.
033300
033400 PRINT-ONE-CATEGORY.
033500     IF LINE-COUNT > MAXIMUM-LINES
033600         PERFORM START-NEXT-PAGE.
033700     COMPUTE TO-COMPLETE-AMOUNT =
033800         CT-BUDGET (CATG-SUB) - CT-COMMITTED (CATG-SUB)
033900                              - CT-ACTUAL (CATG-SUB).
034000     IF TO-COMPLETE-AMOUNT < ZEROES
034100         MOVE ZEROES TO TO-COMPLETE-AMOUNT.
034200     MOVE SPACE TO DETAIL-LINE.
034300     MOVE CT-CATEGORY (CATG-SUB) TO PRINT-CATEGORY.
034400     IF CT-CATEGORY (CATG-SUB) = ZEROES
034500         MOVE "UNBUDGETED" TO PRINT-CATG-NAME
034600     ELSE
034700         MOVE CT-CATEGORY (CATG-SUB) TO CATG-CODE
034800         PERFORM READ-CATG-RECORD
034900         IF CATG-RECORD-FOUND = "Y"
035000             MOVE CATG-NAME TO PRINT-CATG-NAME
035100         ELSE
035200             MOVE "*NOT ON FILE*" TO PRINT-CATG-NAME.
035300     MOVE CT-BUDGET (CATG-SUB) TO PRINT-BUDGET.
035400     MOVE CT-COMMITTED (CATG-SUB) TO PRINT-COMMITTED.
035500     MOVE CT-ACTUAL (CATG-SUB) TO PRINT-ACTUAL.
035600     MOVE CT-RETAINED (CATG-SUB) TO PRINT-RETAINED.
035700     MOVE TO-COMPLETE-AMOUNT TO PRINT-TO-COMPLETE.
035800     MOVE DETAIL-LINE TO PRINTER-RECORD.
035900     PERFORM WRITE-TO-PRINTER.
036000     ADD CT-BUDGET (CATG-SUB) TO PT-BUDGET.
036100     ADD CT-COMMITTED (CATG-SUB) TO PT-COMMITTED.
036200     ADD CT-ACTUAL (CATG-SUB) TO PT-ACTUAL.
036300     ADD CT-RETAINED (CATG-SUB) TO PT-RETAINED.
036400     ADD TO-COMPLETE-AMOUNT TO PT-TO-COMPLETE.
036500
036600 PRINT-PROJECT-TOTALS.
036700     MOVE SPACE TO DETAIL-LINE.
036800     MOVE "PROJECT TOTAL" TO PRINT-CATG-NAME.
036900     MOVE PT-BUDGET TO PRINT-BUDGET.
037000     MOVE PT-COMMITTED TO PRINT-COMMITTED.
037100     MOVE PT-ACTUAL TO PRINT-ACTUAL.
037200     MOVE PT-RETAINED TO PRINT-RETAINED.
037300     MOVE PT-TO-COMPLETE TO PRINT-TO-COMPLETE.
037400     MOVE DETAIL-LINE TO PRINTER-RECORD.
037500     PERFORM WRITE-TO-PRINTER.
037600
037700*---------------------------------
037800* Project file read routines.
037900*---------------------------------
038000 READ-FIRST-PROJECT.
038100     MOVE "N" TO PROJECT-FILE-AT-END.
038200     MOVE SPACE TO PROJ-NUMBER.
038300     START PROJECT-FILE KEY NOT < PROJ-NUMBER
038400         INVALID KEY
038500         MOVE "Y" TO PROJECT-FILE-AT-END.
038600     IF PROJECT-FILE-AT-END NOT = "Y"
038700         PERFORM READ-NEXT-PROJECT-RECORD.
038800
038900 READ-NEXT-PROJECT-RECORD.
039000     READ PROJECT-FILE NEXT RECORD
039100         AT END
039200         MOVE "Y" TO PROJECT-FILE-AT-END.
039300
039400*---------------------------------
039500* Other file I-O routines.
039600*---------------------------------
039700 READ-VOUCHER-RECORD.
039800     MOVE "Y" TO VOUCHER-RECORD-FOUND.
039900     READ VOUCHER-FILE RECORD
040000         INVALID KEY
040100         MOVE "N" TO VOUCHER-RECORD-FOUND.
040200
040300 READ-CATG-RECORD.
040400     MOVE "Y" TO CATG-RECORD-FOUND.
040500     READ CATEGORY-FILE RECORD
040600         INVALID KEY
040700         MOVE "N" TO CATG-RECORD-FOUND.
040800
040900*---------------------------------
041000* Printer I-O routines.
041100*---------------------------------
041200 WRITE-TO-PRINTER.
041300     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
041400     ADD 1 TO LINE-COUNT.
041500
041600 LINE-FEED.
041700     MOVE SPACE TO PRINTER-RECORD.
041800     PERFORM WRITE-TO-PRINTER.
041900
042000 START-NEXT-PAGE.
042100     PERFORM END-LAST-PAGE.
042200     PERFORM START-NEW-PAGE.
042300
042400 START-NEW-PAGE.
042500     ADD 1 TO PAGE-NUMBER.
042600     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
042700     MOVE TITLE-LINE TO PRINTER-RECORD.
042800     PERFORM WRITE-TO-PRINTER.
042900     PERFORM LINE-FEED.
043000     MOVE COLUMN-LINE TO PRINTER-RECORD.
043100     PERFORM WRITE-TO-PRINTER.
043200     PERFORM LINE-FEED.
043300
043400 END-LAST-PAGE.
043500     PERFORM FORM-FEED.
043600     MOVE ZERO TO LINE-COUNT.
043700
043800 FORM-FEED.
043900     MOVE SPACE TO PRINTER-RECORD.
044000     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

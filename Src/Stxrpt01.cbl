000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STXRPT01.
000300*---------------------------------
000400* Monthly sales tax report by
000500* jurisdiction.
000600*
000700* For an operator-entered month,
000800* works the sales tax on every
000900* day's aggregate (PLSTAX01, the
001000* same routine the nightly
001100* sales journal books the tax
001200* payable with) and prints each
001300* jurisdiction with its stores:
001400* taxable sales, exempt sales
001500* and tax due, with the filing
001600* on file for the month if
001700* there is one. Stores with no
001800* jurisdiction print last, all
001900* their sales exempt.
002000*---------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400
002500     COPY "SLSAGG.CBL".
002600
002700     COPY "SLSTORE.CBL".
002800
002900     COPY "SLCATG.CBL".
003000
003100     COPY "SLTAXJ.CBL".
003200
003300     COPY "SLSTXH.CBL".
003400
003500     COPY "SLVOUCH.CBL".
003600
003700     COPY "SLVCHARC.CBL".
003800
003900     SELECT PRINTER-FILE
004000         ASSIGN TO PRINTER
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500
004600     COPY "FDSAGG.CBL".
004700
004800     COPY "FDSTORE.CBL".
004900
005000     COPY "FDCATG.CBL".
005100
005200     COPY "FDTAXJ.CBL".
005300
005400     COPY "FDSTXH.CBL".
005500
005600     COPY "FDVOUCH.CBL".
005700
005800     COPY "FDVCHARC.CBL".
005900
006000 FD  PRINTER-FILE
006100     LABEL RECORDS ARE OMITTED.
006200 01  PRINTER-RECORD             PIC X(80).
006300
006400 WORKING-STORAGE SECTION.
006500
006600 77  TAXJ-FILE-AT-END        PIC X.
006700 77  STORE-RECORD-FOUND      PIC X.
006800 77  STXH-RECORD-FOUND       PIC X.
006900 77  VOUCHER-RECORD-FOUND    PIC X.
007000 77  VOUCHER-STANDS          PIC X.
007100 77  STORE-SUB               PIC 999.
007200 77  UNASSIGNED-STORES       PIC 99.
007300 77  REPORT-JURISDICTION     PIC 9(3).
007400
007500 01  REPORT-PERIOD           PIC 9(6).
007600 01  REPORT-PERIOD-FIELDS REDEFINES REPORT-PERIOD.
007700     05  REPORT-YEAR         PIC 9(4).
007800     05  REPORT-MONTH        PIC 9(2).
007900         88  REPORT-MONTH-IS-VALID VALUES 01 THRU 12.
008000
008100 01  JURISDICTION-TOTALS.
008200     05  JURIS-TAXABLE       PIC S9(9)V99.
008300     05  JURIS-EXEMPT        PIC S9(9)V99.
008400     05  JURIS-TAX           PIC S9(7)V99.
008500
008600 01  GRAND-TOTALS.
008700     05  GRAND-TAXABLE       PIC S9(9)V99  VALUE ZEROES.
008800     05  GRAND-EXEMPT        PIC S9(9)V99  VALUE ZEROES.
008900     05  GRAND-TAX           PIC S9(7)V99  VALUE ZEROES.
009000
009100 77  LINE-COUNT              PIC 999   VALUE ZERO.
009200 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
009300 77  MAXIMUM-LINES           PIC 999   VALUE 55.
009400
009500 01  JURISDICTION-LINE.
009600     05  FILLER              PIC X(13) VALUE "JURISDICTION".
009700     05  PRINT-JURIS-CODE    PIC 9(3).
009800     05  FILLER              PIC X(1)  VALUE SPACE.
009900     05  PRINT-JURIS-NAME    PIC X(20).
010000     05  FILLER              PIC X(2)  VALUE SPACE.
010100     05  FILLER              PIC X(5)  VALUE "RATE".
010200     05  PRINT-JURIS-RATE    PIC Z9.999.
010300     05  FILLER              PIC X(1)  VALUE "%".
010400
010500 01  DETAIL-LINE.
010600     05  FILLER              PIC X(2)  VALUE SPACE.
010700     05  PRINT-STORE         PIC 9(2).
010800     05  FILLER              PIC X(1)  VALUE SPACE.
010900     05  PRINT-STORE-NAME    PIC X(20).
011000     05  FILLER              PIC X(1)  VALUE SPACE.
011100     05  PRINT-TAXABLE       PIC ZZZ,ZZZ,ZZ9.99-.
011200     05  FILLER              PIC X(1)  VALUE SPACE.
011300     05  PRINT-EXEMPT        PIC ZZZ,ZZZ,ZZ9.99-.
011400     05  FILLER              PIC X(1)  VALUE SPACE.
011500     05  PRINT-TAX           PIC Z,ZZZ,ZZ9.99-.
011600
011700 01  FILING-LINE.
011800     05  FILLER              PIC X(5)  VALUE SPACE.
011900     05  PRINT-FILING-TEXT   PIC X(40).
012000     05  PRINT-FILING-VOUCHER PIC ZZZZ9.
012100
012200 01  COLUMN-LINE.
012300     05  FILLER              PIC X(26) VALUE "  STORE".
012400     05  FILLER              PIC X(16) VALUE "  TAXABLE SALES".
012500     05  FILLER              PIC X(16) VALUE "   EXEMPT SALES".
012600     05  FILLER              PIC X(13) VALUE "      TAX DUE".
012700
012800 01  TITLE-LINE.
012900     05  FILLER              PIC X(20) VALUE SPACE.
013000     05  FILLER              PIC X(26)
013100         VALUE "SALES TAX BY JURISDICTION".
013200     05  FILLER              PIC X(7)  VALUE "MONTH:".
013300     05  PRINT-TITLE-PERIOD  PIC 9999/99.
013400     05  FILLER              PIC X(10) VALUE SPACE.
013500     05  FILLER              PIC X(5)  VALUE "PAGE:".
013600     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
013700
013800     COPY "WSCASE01.CBL".
013900
014000     COPY "WSSTAX01.CBL".
014100
014200 PROCEDURE DIVISION.
014300 PROGRAM-BEGIN.
014400     PERFORM OPENING-PROCEDURE.
014500     PERFORM MAIN-PROCESS.
014600     PERFORM CLOSING-PROCEDURE.
014700
014800 PROGRAM-EXIT.
014900     EXIT PROGRAM.
015000
015100 PROGRAM-DONE.
015200     STOP RUN.
015300
015400 OPENING-PROCEDURE.
015500     OPEN INPUT AGGREGATE-FILE.
015600     OPEN INPUT STORE-FILE.
015700     OPEN INPUT CATEGORY-FILE.
015800     OPEN INPUT TAX-JURISDICTION-FILE.
015900     OPEN I-O SALES-TAX-FILING-FILE.
016000     OPEN I-O VOUCHER-FILE.
016100     OPEN I-O ARCHIVE-FILE.
016200     OPEN OUTPUT PRINTER-FILE.
016300
016400 CLOSING-PROCEDURE.
016500     CLOSE AGGREGATE-FILE.
016600     CLOSE STORE-FILE.
016700     CLOSE CATEGORY-FILE.
016800     CLOSE TAX-JURISDICTION-FILE.
016900     CLOSE SALES-TAX-FILING-FILE.
017000     CLOSE VOUCHER-FILE.
017100     CLOSE ARCHIVE-FILE.
017200     PERFORM END-LAST-PAGE.
017300     CLOSE PRINTER-FILE.
017400
017500 MAIN-PROCESS.
017600     PERFORM GET-REPORT-PERIOD.
017700     MOVE REPORT-PERIOD TO STAX-PERIOD.
017800     PERFORM LOAD-MONTH-SALES-TAX.
017900     PERFORM PRINT-THE-REPORT.
018000
018100 GET-REPORT-PERIOD.
018200     PERFORM ACCEPT-REPORT-PERIOD.
018300     PERFORM RE-ACCEPT-REPORT-PERIOD
018400         UNTIL REPORT-MONTH-IS-VALID.
018500
018600 ACCEPT-REPORT-PERIOD.
018700     DISPLAY "ENTER REPORT MONTH (CCYYMM)".
018800     ACCEPT REPORT-PERIOD.
018900
019000 RE-ACCEPT-REPORT-PERIOD.
019100     DISPLAY "THAT IS NOT A CCYYMM PERIOD".
019200     PERFORM ACCEPT-REPORT-PERIOD.
019300
019400 PRINT-THE-REPORT.
019500     PERFORM START-NEW-PAGE.
019600     PERFORM PRINT-ALL-JURISDICTIONS.
019700     PERFORM PRINT-NO-JURISDICTION.
019800     PERFORM PRINT-GRAND-TOTALS.
019900
020000 PRINT-ALL-JURISDICTIONS.
020100     MOVE "N" TO TAXJ-FILE-AT-END.
020200     MOVE ZEROES TO TAXJ-CODE.
020300     START TAX-JURISDICTION-FILE KEY NOT < TAXJ-CODE
020400         INVALID KEY
020500         MOVE "Y" TO TAXJ-FILE-AT-END.
020600     PERFORM PRINT-NEXT-JURISDICTION
020700         UNTIL TAXJ-FILE-AT-END = "Y".
020800
020900 PRINT-NEXT-JURISDICTION.
021000     READ TAX-JURISDICTION-FILE NEXT RECORD
021100         AT END MOVE "Y" TO TAXJ-FILE-AT-END.
021200     IF TAXJ-FILE-AT-END NOT = "Y"
021300         PERFORM PRINT-ONE-JURISDICTION.
021400
021500*---------------------------------
021600* A jurisdiction prints with
021700* every store that collects for
021800* it, whether or not it sold in
021900* the month, so a return can be
022000* filed for a quiet month too.
022100*---------------------------------
022200 PRINT-ONE-JURISDICTION.
022300     IF LINE-COUNT > MAXIMUM-LINES - 6
022400         PERFORM START-NEXT-PAGE.
022500     MOVE TAXJ-CODE TO PRINT-JURIS-CODE
022600                       REPORT-JURISDICTION.
022700     MOVE TAXJ-NAME TO PRINT-JURIS-NAME.
022800     MOVE TAXJ-RATE TO PRINT-JURIS-RATE.
022900     MOVE JURISDICTION-LINE TO PRINTER-RECORD.
023000     PERFORM WRITE-TO-PRINTER.
023100     PERFORM PRINT-JURISDICTION-STORES.
023200     PERFORM PRINT-JURISDICTION-TOTAL.
023300     PERFORM PRINT-FILING-STATUS.
023400     PERFORM LINE-FEED.
023500
023600 PRINT-NO-JURISDICTION.
023700     MOVE ZEROES TO REPORT-JURISDICTION
023800                    UNASSIGNED-STORES.
023900     PERFORM COUNT-UNASSIGNED-STORES
024000         VARYING STORE-SUB FROM 1 BY 1
024100         UNTIL STORE-SUB > 99.
024200     IF UNASSIGNED-STORES NOT = ZEROES
024300         PERFORM PRINT-UNASSIGNED-STORES.
024400
024500 COUNT-UNASSIGNED-STORES.
024600     IF STAX-STORE-JURISDICTION (STORE-SUB) = ZEROES
024700        AND (STAX-STORE-TAXABLE (STORE-SUB) NOT = ZEROES
024800          OR STAX-STORE-EXEMPT (STORE-SUB) NOT = ZEROES)
024900         ADD 1 TO UNASSIGNED-STORES.
025000
025100 PRINT-UNASSIGNED-STORES.
025200     IF LINE-COUNT > MAXIMUM-LINES - 6
025300         PERFORM START-NEXT-PAGE.
025400     MOVE "STORES WITH NO SALES TAX JURISDICTION"
025500         TO PRINTER-RECORD.
025600     PERFORM WRITE-TO-PRINTER.
025700     PERFORM PRINT-JURISDICTION-STORES.
025800     PERFORM PRINT-JURISDICTION-TOTAL.
025900     PERFORM LINE-FEED.
026000
026100 PRINT-JURISDICTION-STORES.
026200     MOVE ZEROES TO JURISDICTION-TOTALS.
026300     PERFORM PRINT-ONE-STORE
026400         VARYING STORE-SUB FROM 1 BY 1
026500         UNTIL STORE-SUB > 99.
026600
026700*---------------------------------
026800* A store's sales are filed
026900* under the jurisdiction they
027000* were taxed for, and a store
027100* now assigned prints under its
027200* jurisdiction even with no
027300* sales in the month.
027400*---------------------------------
027500 PRINT-ONE-STORE.
027600     MOVE STORE-SUB TO STORE-CODE.
027700     PERFORM READ-STORE-RECORD.
027800     IF STAX-STORE-JURISDICTION (STORE-SUB) = REPORT-JURISDICTION
027900        AND (STAX-STORE-TAXABLE (STORE-SUB) NOT = ZEROES
028000          OR STAX-STORE-EXEMPT (STORE-SUB) NOT = ZEROES)
028100         PERFORM PRINT-STORE-LINE
028200     ELSE
028300     IF STORE-RECORD-FOUND = "Y"
028400        AND REPORT-JURISDICTION NOT = ZEROES
028500        AND STORE-TAX-JURISDICTION = REPORT-JURISDICTION
028600        AND STAX-STORE-TAXABLE (STORE-SUB) = ZEROES
028700        AND STAX-STORE-EXEMPT (STORE-SUB) = ZEROES
028800         PERFORM PRINT-STORE-LINE.
028900
029000 PRINT-STORE-LINE.
029100     IF LINE-COUNT > MAXIMUM-LINES
029200         PERFORM START-NEXT-PAGE.
029300     MOVE SPACE TO DETAIL-LINE.
029400     MOVE STORE-SUB TO PRINT-STORE.
029500     IF STORE-RECORD-FOUND = "Y"
029600         MOVE STORE-NAME TO PRINT-STORE-NAME
029700     ELSE
029800         MOVE "*NOT ON STORE FILE*" TO PRINT-STORE-NAME.
029900     MOVE STAX-STORE-TAXABLE (STORE-SUB) TO PRINT-TAXABLE.
030000     MOVE STAX-STORE-EXEMPT (STORE-SUB) TO PRINT-EXEMPT.
030100     MOVE STAX-STORE-TAX (STORE-SUB) TO PRINT-TAX.
030200     MOVE DETAIL-LINE TO PRINTER-RECORD.
030300     PERFORM WRITE-TO-PRINTER.
030400     ADD STAX-STORE-TAXABLE (STORE-SUB) TO JURIS-TAXABLE.
030500     ADD STAX-STORE-EXEMPT (STORE-SUB) TO JURIS-EXEMPT.
030600     ADD STAX-STORE-TAX (STORE-SUB) TO JURIS-TAX.
030700
030800 PRINT-JURISDICTION-TOTAL.
030900     MOVE SPACE TO DETAIL-LINE.
031000     MOVE JURIS-TAXABLE TO PRINT-TAXABLE.
031100     MOVE JURIS-EXEMPT TO PRINT-EXEMPT.
031200     MOVE JURIS-TAX TO PRINT-TAX.
031300     MOVE DETAIL-LINE TO PRINTER-RECORD.
031400     MOVE "     TOTAL" TO PRINTER-RECORD (1:10).
031500     PERFORM WRITE-TO-PRINTER.
031600     ADD JURIS-TAXABLE TO GRAND-TAXABLE.
031700     ADD JURIS-EXEMPT TO GRAND-EXEMPT.
031800     ADD JURIS-TAX TO GRAND-TAX.
031900
032000*---------------------------------
032100* A month counts as filed while
032200* the filing's voucher stands -
032300* live and not cancelled, or
032400* paid and archived. A filing
032500* with no tax due has no
032600* voucher.
032700*---------------------------------
032800 PRINT-FILING-STATUS.
032900     MOVE TAXJ-CODE TO STXH-JURISDICTION.
033000     MOVE REPORT-PERIOD TO STXH-PERIOD.
033100     MOVE "Y" TO STXH-RECORD-FOUND.
033200     READ SALES-TAX-FILING-FILE RECORD
033300         INVALID KEY
033400         MOVE "N" TO STXH-RECORD-FOUND.
033500     MOVE "N" TO VOUCHER-STANDS.
033600     IF STXH-RECORD-FOUND = "Y"
033700        AND STXH-VOUCHER-NO NOT = ZEROES
033800         PERFORM CHECK-VOUCHER-STANDS.
033900     MOVE SPACE TO FILING-LINE.
034000     IF STXH-RECORD-FOUND = "Y"
034100        AND STXH-VOUCHER-NO = ZEROES
034200         MOVE "FILED - NO TAX DUE" TO PRINT-FILING-TEXT
034300     ELSE
034400     IF VOUCHER-STANDS = "Y"
034500         MOVE "FILED AND REMITTED ON VOUCHER"
034600             TO PRINT-FILING-TEXT
034700         MOVE STXH-VOUCHER-NO TO PRINT-FILING-VOUCHER
034800     ELSE
034900         MOVE "NOT YET FILED" TO PRINT-FILING-TEXT.
035000     MOVE FILING-LINE TO PRINTER-RECORD.
035100     PERFORM WRITE-TO-PRINTER.
035200
035300 CHECK-VOUCHER-STANDS.
035400     MOVE STXH-VOUCHER-NO TO VOUCHER-NUMBER.
035500     MOVE "Y" TO VOUCHER-RECORD-FOUND.
035600     READ VOUCHER-FILE RECORD
035700         INVALID KEY
035800         MOVE "N" TO VOUCHER-RECORD-FOUND.
035900     IF VOUCHER-RECORD-FOUND = "Y"
036000         IF NOT VOUCHER-IS-CANCELLED
036100             MOVE "Y" TO VOUCHER-STANDS.
036200     IF VOUCHER-RECORD-FOUND = "N"
036300         MOVE STXH-VOUCHER-NO TO ARCH-NUMBER
036400         MOVE "Y" TO VOUCHER-STANDS
036500         READ ARCHIVE-FILE RECORD
036600             INVALID KEY
036700             MOVE "N" TO VOUCHER-STANDS.
036800
036900 PRINT-GRAND-TOTALS.
037000     IF LINE-COUNT > MAXIMUM-LINES - 2
037100         PERFORM START-NEXT-PAGE.
037200     MOVE SPACE TO DETAIL-LINE.
037300     MOVE GRAND-TAXABLE TO PRINT-TAXABLE.
037400     MOVE GRAND-EXEMPT TO PRINT-EXEMPT.
037500     MOVE GRAND-TAX TO PRINT-TAX.
037600     MOVE DETAIL-LINE TO PRINTER-RECORD.
037700     MOVE "ALL JURISDICTIONS" TO PRINTER-RECORD (1:17).
037800     PERFORM WRITE-TO-PRINTER.
037900
038000*---------------------------------
038100* File I-O routines.
038200*---------------------------------
038300 READ-STORE-RECORD.
038400     MOVE "Y" TO STORE-RECORD-FOUND.
038500     READ STORE-FILE RECORD
038600         INVALID KEY
038700         MOVE "N" TO STORE-RECORD-FOUND.
038800
038900*---------------------------------
039000* Printer I-O routines.
039100*---------------------------------
039200 WRITE-TO-PRINTER.
039300     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
039400     ADD 1 TO LINE-COUNT.
039500
039600 LINE-FEED.
039700     MOVE SPACE TO PRINTER-RECORD.
039800     PERFORM WRITE-TO-PRINTER.
039900
040000 START-NEXT-PAGE.
040100     PERFORM END-LAST-PAGE.
040200     PERFORM START-NEW-PAGE.
040300
040400 START-NEW-PAGE.
040500     ADD 1 TO PAGE-NUMBER.
040600     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
040700     MOVE REPORT-PERIOD TO PRINT-TITLE-PERIOD.
040800     MOVE TITLE-LINE TO PRINTER-RECORD.
040900     PERFORM WRITE-TO-PRINTER.
041000     PERFORM LINE-FEED.
041100     MOVE COLUMN-LINE TO PRINTER-RECORD.
041200     PERFORM WRITE-TO-PRINTER.
041300     PERFORM LINE-FEED.
041400
041500 END-LAST-PAGE.
041600     PERFORM FORM-FEED.
041700     MOVE ZERO TO LINE-COUNT.
041800
041900 FORM-FEED.
042000     MOVE SPACE TO PRINTER-RECORD.
042100     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
042200
042300*---------------------------------
042400* Utility routines.
042500*---------------------------------
042600     COPY "PLSTAX01.CBL".

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INVBKL01.
000300*---------------------------------
000400* Unentered invoice backlog.
000500*
000600* Every invoice on the receipt
000700* log that has not yet become a
000800* voucher, with the days it has
000900* waited since it arrived, aged
001000* into buckets. Where the
001100* vendor offers an early-payment
001200* discount, the discount date is
001300* the invoice date plus the
001400* vendor's discount days, as
001500* voucher entry defaults it.
001600* A second section lists, in
001700* discount date order, the
001800* invoices whose discount is
001900* within a few days of lapsing
002000* (AT RISK) or has already
002100* lapsed while the paper waited
002200* (MISSED), with the discount
002300* at stake.
002400*---------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800
002900     COPY "SLINVL.CBL".
003000
003100     COPY "SLVND02.CBL".
003200
003300     SELECT DISCOUNT-WORK-FILE
003400         ASSIGN TO "INVBKLWK"
003500         ORGANIZATION IS SEQUENTIAL.
003600
003700     SELECT DISCOUNT-SORT-FILE
003800         ASSIGN TO "SORT".
003900
004000     SELECT PRINTER-FILE
004100         ASSIGN TO PRINTER
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600
004700     COPY "FDINVL.CBL".
004800
004900     COPY "FDVND04.CBL".
005000
005100 FD  DISCOUNT-WORK-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 01  DISCOUNT-WORK-RECORD.
005400     05  DWRK-DISC-DATE        PIC 9(8).
005500     05  DWRK-NUMBER           PIC 9(6).
005600     05  DWRK-VENDOR           PIC 9(5).
005700     05  DWRK-INVOICE          PIC X(15).
005800     05  DWRK-AMOUNT           PIC S9(6)V99.
005900     05  DWRK-DISCOUNT         PIC S9(6)V99.
006000     05  DWRK-RECEIVED-DATE    PIC 9(8).
006100     05  DWRK-FLAG             PIC X(7).
006200
006300 SD  DISCOUNT-SORT-FILE.
006400
006500 01  DISCOUNT-SORT-RECORD.
006600     05  DSRT-DISC-DATE        PIC 9(8).
006700     05  DSRT-NUMBER           PIC 9(6).
006800     05  DSRT-VENDOR           PIC 9(5).
006900     05  DSRT-INVOICE          PIC X(15).
007000     05  DSRT-AMOUNT           PIC S9(6)V99.
007100     05  DSRT-DISCOUNT         PIC S9(6)V99.
007200     05  DSRT-RECEIVED-DATE    PIC 9(8).
007300     05  DSRT-FLAG             PIC X(7).
007400
007500 FD  PRINTER-FILE
007600     LABEL RECORDS ARE OMITTED.
007700 01  PRINTER-RECORD             PIC X(100).
007800
007900 WORKING-STORAGE SECTION.
008000
008100 77  INVL-FILE-AT-END        PIC X.
008200 77  WORK-FILE-AT-END        PIC X.
008300 77  VENDOR-RECORD-FOUND     PIC X.
008400 77  TODAY-DATE              PIC 9(8).
008500 77  WAITING-DAYS            PIC S9(5).
008600 77  DAYS-TO-DISCOUNT        PIC S9(5).
008700 77  DISC-DATE               PIC 9(8).
008800 77  DISC-FLAG               PIC X(7).
008900 77  DISC-AMOUNT             PIC S9(6)V99.
009000 77  BUCKET-SUB              PIC 9.
009100 77  BACKLOG-COUNT           PIC 9(5)      VALUE ZEROES.
009200 77  BACKLOG-TOTAL           PIC S9(9)V99  VALUE ZEROES.
009300 77  AT-RISK-COUNT           PIC 9(5)      VALUE ZEROES.
009400 77  AT-RISK-DISCOUNT        PIC S9(7)V99  VALUE ZEROES.
009500 77  MISSED-COUNT            PIC 9(5)      VALUE ZEROES.
009600 77  MISSED-DISCOUNT         PIC S9(7)V99  VALUE ZEROES.
009700
009800*---------------------------------
009900* A discount lapsing within this
010000* many days of today is at risk.
010100*---------------------------------
010200 77  DISC-RISK-DAYS          PIC 9(3)      VALUE 5.
010300
010400 77  LINE-COUNT              PIC 999   VALUE ZERO.
010500 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
010600 77  MAXIMUM-LINES           PIC 999   VALUE 55.
010700
010800*---------------------------------
010900* Backlog aging: 0-7, 8-14,
011000* 15-30 and over 30 days since
011100* the invoice was received.
011200*---------------------------------
011300 01  AGING-TABLE.
011400     05  AGING-ENTRY OCCURS 4 TIMES.
011500         10  AGING-COUNT     PIC 9(5).
011600         10  AGING-AMOUNT    PIC S9(9)V99.
011700
011800 01  AGING-LABELS.
011900     05  FILLER              PIC X(14) VALUE "0 - 7 DAYS".
012000     05  FILLER              PIC X(14) VALUE "8 - 14 DAYS".
012100     05  FILLER              PIC X(14) VALUE "15 - 30 DAYS".
012200     05  FILLER              PIC X(14) VALUE "OVER 30 DAYS".
012300 01  FILLER REDEFINES AGING-LABELS.
012400     05  AGING-LABEL         PIC X(14) OCCURS 4 TIMES.
012500
012600 01  DETAIL-LINE.
012700     05  PRINT-LOG-NUMBER  PIC 9(6).
012800     05  FILLER            PIC X(1)  VALUE SPACE.
012900     05  PRINT-VENDOR      PIC 9(5).
013000     05  FILLER            PIC X(1)  VALUE SPACE.
013100     05  PRINT-VENDOR-NAME PIC X(18).
013200     05  FILLER            PIC X(1)  VALUE SPACE.
013300     05  PRINT-INVOICE     PIC X(15).
013400     05  FILLER            PIC X(1)  VALUE SPACE.
013500     05  PRINT-AMOUNT      PIC ZZZ,ZZ9.99-.
013600     05  FILLER            PIC X(1)  VALUE SPACE.
013700     05  PRINT-RECEIVED    PIC Z9/99/9999.
013800     05  FILLER            PIC X(1)  VALUE SPACE.
013900     05  PRINT-DAYS        PIC ZZZ9.
014000     05  FILLER            PIC X(1)  VALUE SPACE.
014100     05  PRINT-DISC-DATE   PIC Z9/99/9999.
014200     05  FILLER            PIC X(1)  VALUE SPACE.
014300     05  PRINT-FLAG        PIC X(7).
014400
014500 01  DISCOUNT-LINE.
014600     05  PRINT-DL-DISC-DATE PIC Z9/99/9999.
014700     05  FILLER            PIC X(1)  VALUE SPACE.
014800     05  PRINT-DL-FLAG     PIC X(7).
014900     05  FILLER            PIC X(1)  VALUE SPACE.
015000     05  PRINT-DL-NUMBER   PIC 9(6).
015100     05  FILLER            PIC X(1)  VALUE SPACE.
015200     05  PRINT-DL-VENDOR   PIC 9(5).
015300     05  FILLER            PIC X(1)  VALUE SPACE.
015400     05  PRINT-DL-NAME     PIC X(18).
015500     05  FILLER            PIC X(1)  VALUE SPACE.
015600     05  PRINT-DL-INVOICE  PIC X(15).
015700     05  FILLER            PIC X(1)  VALUE SPACE.
015800     05  PRINT-DL-AMOUNT   PIC ZZZ,ZZ9.99-.
015900     05  FILLER            PIC X(1)  VALUE SPACE.
016000     05  PRINT-DL-DISCOUNT PIC ZZ,ZZ9.99-.
016100
016200 01  SECTION-LINE.
016300     05  FILLER            PIC X(5)  VALUE "*** ".
016400     05  PRINT-SECTION     PIC X(50).
016500
016600 01  SECTION-TOTAL-LINE.
016700     05  FILLER            PIC X(4)  VALUE SPACE.
016800     05  FILLER            PIC X(7)  VALUE "COUNT:".
016900     05  PRINT-SECTION-COUNT PIC ZZZZ9.
017000     05  FILLER            PIC X(5)  VALUE SPACE.
017100     05  FILLER            PIC X(7)  VALUE "TOTAL:".
017200     05  PRINT-SECTION-TOTAL PIC ZZZ,ZZZ,ZZ9.99-.
017300
017400 01  AGING-LINE.
017500     05  FILLER            PIC X(4)  VALUE SPACE.
017600     05  PRINT-AGING-LABEL PIC X(14).
017700     05  PRINT-AGING-COUNT PIC ZZZZ9.
017800     05  FILLER            PIC X(5)  VALUE SPACE.
017900     05  PRINT-AGING-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
018000
018100 01  DISCOUNT-TOTAL-LINE.
018200     05  FILLER            PIC X(4)  VALUE SPACE.
018300     05  PRINT-DT-LABEL    PIC X(20).
018400     05  PRINT-DT-COUNT    PIC ZZZZ9.
018500     05  FILLER            PIC X(5)  VALUE SPACE.
018600     05  FILLER            PIC X(10) VALUE "DISCOUNT:".
018700     05  PRINT-DT-DISCOUNT PIC Z,ZZZ,ZZ9.99-.
018800
018900 01  COLUMN-LINE.
019000     05  FILLER         PIC X(6)  VALUE "LOG".
019100     05  FILLER         PIC X(1)  VALUE SPACE.
019200     05  FILLER         PIC X(5)  VALUE "VEND".
019300     05  FILLER         PIC X(1)  VALUE SPACE.
019400     05  FILLER         PIC X(18) VALUE "NAME".
019500     05  FILLER         PIC X(1)  VALUE SPACE.
019600     05  FILLER         PIC X(15) VALUE "INVOICE".
019700     05  FILLER         PIC X(1)  VALUE SPACE.
019800     05  FILLER         PIC X(11) VALUE "    AMOUNT".
019900     05  FILLER         PIC X(1)  VALUE SPACE.
020000     05  FILLER         PIC X(10) VALUE "RECEIVED".
020100     05  FILLER         PIC X(1)  VALUE SPACE.
020200     05  FILLER         PIC X(4)  VALUE "DAYS".
020300     05  FILLER         PIC X(1)  VALUE SPACE.
020400     05  FILLER         PIC X(10) VALUE "DISC DATE".
020500
020600 01  TITLE-LINE.
020700     05  FILLER              PIC X(24) VALUE SPACE.
020800     05  FILLER              PIC X(25)
020900         VALUE "UNENTERED INVOICE BACKLOG".
021000     05  FILLER              PIC X(15) VALUE SPACE.
021100     05  FILLER              PIC X(5) VALUE "PAGE:".
021200     05  FILLER              PIC X(1) VALUE SPACE.
021300     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
021400
021500     COPY "WSDATE01.CBL".
021600
021700 PROCEDURE DIVISION.
021800 PROGRAM-BEGIN.
021900     PERFORM OPENING-PROCEDURE.
022000     PERFORM MAIN-PROCESS.
022100     PERFORM CLOSING-PROCEDURE.
022200
022300 PROGRAM-EXIT.
022400     EXIT PROGRAM.
022500
022600 PROGRAM-DONE.
022700     STOP RUN.
022800
022900 OPENING-PROCEDURE.
023000     OPEN I-O INVOICE-LOG-FILE.
023100     OPEN I-O VENDOR-FILE.
023200     OPEN OUTPUT PRINTER-FILE.
023300     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
023400
023500 CLOSING-PROCEDURE.
023600     CLOSE INVOICE-LOG-FILE.
023700     CLOSE VENDOR-FILE.
023800     PERFORM END-LAST-PAGE.
023900     CLOSE PRINTER-FILE.
024000
024100 MAIN-PROCESS.
024200     MOVE ZEROES TO AGING-TABLE.
024300     PERFORM SORT-DISCOUNTS-AT-RISK.
024400     PERFORM START-NEW-PAGE.
024500     PERFORM REPORT-THE-BACKLOG.
024600     PERFORM PRINT-BACKLOG-AGING.
024700     PERFORM REPORT-DISCOUNTS-AT-RISK.
024800
024900*---------------------------------
025000* Invoices whose discount is at
025100* risk or missed, sorted into
025200* discount date order.
025300*---------------------------------
025400 SORT-DISCOUNTS-AT-RISK.
025500     SORT DISCOUNT-SORT-FILE
025600         ON ASCENDING KEY DSRT-DISC-DATE
025700                          DSRT-NUMBER
025800          INPUT PROCEDURE IS EXTRACT-DISCOUNTS-AT-RISK
025900          GIVING DISCOUNT-WORK-FILE.
026000
026100 EXTRACT-DISCOUNTS-AT-RISK.
026200     PERFORM READ-FIRST-LOG-ENTRY.
026300     PERFORM RELEASE-NEXT-LOG-ENTRY
026400         UNTIL INVL-FILE-AT-END = "Y".
026500
026600 RELEASE-NEXT-LOG-ENTRY.
026700     IF INVL-IS-OPEN
026800         PERFORM COMPUTE-DISCOUNT-DATE
026900         IF DISC-FLAG NOT = SPACES
027000             PERFORM RELEASE-DISCOUNT-ITEM.
027100     PERFORM READ-NEXT-LOG-ENTRY.
027200
027300 RELEASE-DISCOUNT-ITEM.
027400     MOVE DISC-DATE TO DSRT-DISC-DATE.
027500     MOVE INVL-NUMBER TO DSRT-NUMBER.
027600     MOVE INVL-VENDOR TO DSRT-VENDOR.
027700     MOVE INVL-INVOICE TO DSRT-INVOICE.
027800     MOVE INVL-AMOUNT TO DSRT-AMOUNT.
027900     MOVE DISC-AMOUNT TO DSRT-DISCOUNT.
028000     MOVE INVL-RECEIVED-DATE TO DSRT-RECEIVED-DATE.
028100     MOVE DISC-FLAG TO DSRT-FLAG.
028200     RELEASE DISCOUNT-SORT-RECORD.
028300
028400*---------------------------------
028500* Reads the vendor for its terms
028600* and leaves DISC-DATE, the
028700* discount at stake and the
028800* AT RISK / MISSED flag; no
028900* discount offered leaves them
029000* zero and blank.
029100*---------------------------------
029200 COMPUTE-DISCOUNT-DATE.
029300     MOVE ZEROES TO DISC-DATE
029400                    DISC-AMOUNT.
029500     MOVE SPACES TO DISC-FLAG.
029600     MOVE INVL-VENDOR TO VENDOR-NUMBER.
029700     PERFORM READ-VENDOR-RECORD.
029800     IF VENDOR-RECORD-FOUND = "N"
029900         MOVE "*VENDOR NOT ON FILE*" TO VENDOR-NAME
030000     ELSE
030100     IF VENDOR-DISC-PERCENT > ZEROES
030200        AND INVL-INVOICE-DATE NOT = ZEROES
030300         PERFORM FLAG-THE-DISCOUNT.
030400
030500 FLAG-THE-DISCOUNT.
030600     COMPUTE DISC-DATE = FUNCTION DATE-OF-INTEGER(
030700         FUNCTION INTEGER-OF-DATE(INVL-INVOICE-DATE)
030800         + VENDOR-DISC-DAYS).
030900     COMPUTE DISC-AMOUNT ROUNDED =
031000         INVL-AMOUNT * VENDOR-DISC-PERCENT / 100.
031100     COMPUTE DAYS-TO-DISCOUNT =
031200         FUNCTION INTEGER-OF-DATE(DISC-DATE)
031300         - FUNCTION INTEGER-OF-DATE(TODAY-DATE).
031400     IF DAYS-TO-DISCOUNT < ZERO
031500         MOVE "MISSED" TO DISC-FLAG
031600     ELSE
031700     IF DAYS-TO-DISCOUNT NOT > DISC-RISK-DAYS
031800         MOVE "AT RISK" TO DISC-FLAG.
031900
032000*---------------------------------
032100* The backlog itself, in log
032200* number order - the order the
032300* paper came in.
032400*---------------------------------
032500 REPORT-THE-BACKLOG.
032600     MOVE "LOGGED BUT NOT YET VOUCHERED" TO PRINT-SECTION.
032700     MOVE SECTION-LINE TO PRINTER-RECORD.
032800     PERFORM WRITE-TO-PRINTER.
032900     PERFORM READ-FIRST-LOG-ENTRY.
033000     PERFORM REPORT-ALL-LOG-ENTRIES
033100         UNTIL INVL-FILE-AT-END = "Y".
033200     MOVE BACKLOG-COUNT TO PRINT-SECTION-COUNT.
033300     MOVE BACKLOG-TOTAL TO PRINT-SECTION-TOTAL.
033400     MOVE SECTION-TOTAL-LINE TO PRINTER-RECORD.
033500     PERFORM WRITE-TO-PRINTER.
033600     PERFORM LINE-FEED.
033700
033800 REPORT-ALL-LOG-ENTRIES.
033900     IF INVL-IS-OPEN
034000         PERFORM REPORT-THIS-LOG-ENTRY.
034100     PERFORM READ-NEXT-LOG-ENTRY.
034200
034300 REPORT-THIS-LOG-ENTRY.
034400     IF LINE-COUNT > MAXIMUM-LINES
034500         PERFORM START-NEXT-PAGE.
034600     PERFORM COMPUTE-DISCOUNT-DATE.
034700     MOVE ZEROES TO WAITING-DAYS.
034800     IF INVL-RECEIVED-DATE NOT = ZEROES
034900        AND INVL-RECEIVED-DATE NOT > TODAY-DATE
035000         COMPUTE WAITING-DAYS =
035100             FUNCTION INTEGER-OF-DATE(TODAY-DATE)
035200             - FUNCTION INTEGER-OF-DATE(INVL-RECEIVED-DATE).
035300     MOVE SPACE TO DETAIL-LINE.
035400     MOVE INVL-NUMBER TO PRINT-LOG-NUMBER.
035500     MOVE INVL-VENDOR TO PRINT-VENDOR.
035600     MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
035700     MOVE INVL-INVOICE TO PRINT-INVOICE.
035800     MOVE INVL-AMOUNT TO PRINT-AMOUNT.
035900     MOVE INVL-RECEIVED-DATE TO DATE-CCYYMMDD.
036000     PERFORM CONVERT-TO-MMDDCCYY.
036100     MOVE DATE-MMDDCCYY TO PRINT-RECEIVED.
036200     MOVE WAITING-DAYS TO PRINT-DAYS.
036300     MOVE DISC-DATE TO DATE-CCYYMMDD.
036400     PERFORM CONVERT-TO-MMDDCCYY.
036500     MOVE DATE-MMDDCCYY TO PRINT-DISC-DATE.
036600     MOVE DISC-FLAG TO PRINT-FLAG.
036700     MOVE DETAIL-LINE TO PRINTER-RECORD.
036800     PERFORM WRITE-TO-PRINTER.
036900     PERFORM AGE-THIS-LOG-ENTRY.
037000     ADD 1 TO BACKLOG-COUNT.
037100     ADD INVL-AMOUNT TO BACKLOG-TOTAL.
037200
037300 AGE-THIS-LOG-ENTRY.
037400     IF WAITING-DAYS > 30
037500         MOVE 4 TO BUCKET-SUB
037600     ELSE
037700     IF WAITING-DAYS > 14
037800         MOVE 3 TO BUCKET-SUB
037900     ELSE
038000     IF WAITING-DAYS > 7
038100         MOVE 2 TO BUCKET-SUB
038200     ELSE
038300         MOVE 1 TO BUCKET-SUB.
038400     ADD 1 TO AGING-COUNT (BUCKET-SUB).
038500     ADD INVL-AMOUNT TO AGING-AMOUNT (BUCKET-SUB).
038600
038700 PRINT-BACKLOG-AGING.
038800     IF LINE-COUNT > MAXIMUM-LINES - 6
038900         PERFORM START-NEXT-PAGE.
039000     MOVE "BACKLOG BY DAYS SINCE RECEIPT" TO PRINT-SECTION.
039100     MOVE SECTION-LINE TO PRINTER-RECORD.
039200     PERFORM WRITE-TO-PRINTER.
039300     PERFORM PRINT-ONE-AGING-BUCKET
039400         VARYING BUCKET-SUB FROM 1 BY 1
039500           UNTIL BUCKET-SUB > 4.
039600     PERFORM LINE-FEED.
039700
039800 PRINT-ONE-AGING-BUCKET.
039900     MOVE AGING-LABEL (BUCKET-SUB) TO PRINT-AGING-LABEL.
040000     MOVE AGING-COUNT (BUCKET-SUB) TO PRINT-AGING-COUNT.
040100     MOVE AGING-AMOUNT (BUCKET-SUB) TO PRINT-AGING-AMOUNT.
040200     MOVE AGING-LINE TO PRINTER-RECORD.
040300     PERFORM WRITE-TO-PRINTER.
040400
040500*---------------------------------
040600* Discounts at risk, soonest to
040700* lapse first; the missed ones
040800* sort ahead of them all.
040900*---------------------------------
041000 REPORT-DISCOUNTS-AT-RISK.
041100     IF LINE-COUNT > MAXIMUM-LINES - 4
041200         PERFORM START-NEXT-PAGE.
041300     MOVE "DISCOUNTS AT RISK, BY DISCOUNT DATE"
041400         TO PRINT-SECTION.
041500     MOVE SECTION-LINE TO PRINTER-RECORD.
041600     PERFORM WRITE-TO-PRINTER.
041700     OPEN INPUT DISCOUNT-WORK-FILE.
041800     MOVE "N" TO WORK-FILE-AT-END.
041900     PERFORM READ-NEXT-WORK-RECORD.
042000     PERFORM REPORT-ALL-DISCOUNTS
042100         UNTIL WORK-FILE-AT-END = "Y".
042200     CLOSE DISCOUNT-WORK-FILE.
042300     PERFORM PRINT-DISCOUNT-TOTALS.
042400
042500 REPORT-ALL-DISCOUNTS.
042600     PERFORM REPORT-THIS-DISCOUNT.
042700     PERFORM READ-NEXT-WORK-RECORD.
042800
042900 REPORT-THIS-DISCOUNT.
043000     IF LINE-COUNT > MAXIMUM-LINES
043100         PERFORM START-NEXT-PAGE.
043200     MOVE DWRK-VENDOR TO VENDOR-NUMBER.
043300     PERFORM READ-VENDOR-RECORD.
043400     IF VENDOR-RECORD-FOUND = "N"
043500         MOVE "*VENDOR NOT ON FILE*" TO VENDOR-NAME.
043600     MOVE SPACE TO DISCOUNT-LINE.
043700     MOVE DWRK-DISC-DATE TO DATE-CCYYMMDD.
043800     PERFORM CONVERT-TO-MMDDCCYY.
043900     MOVE DATE-MMDDCCYY TO PRINT-DL-DISC-DATE.
044000     MOVE DWRK-FLAG TO PRINT-DL-FLAG.
044100     MOVE DWRK-NUMBER TO PRINT-DL-NUMBER.
044200     MOVE DWRK-VENDOR TO PRINT-DL-VENDOR.
044300     MOVE VENDOR-NAME TO PRINT-DL-NAME.
044400     MOVE DWRK-INVOICE TO PRINT-DL-INVOICE.
044500     MOVE DWRK-AMOUNT TO PRINT-DL-AMOUNT.
044600     MOVE DWRK-DISCOUNT TO PRINT-DL-DISCOUNT.
044700     MOVE DISCOUNT-LINE TO PRINTER-RECORD.
044800     PERFORM WRITE-TO-PRINTER.
044900     IF DWRK-FLAG = "MISSED"
045000         ADD 1 TO MISSED-COUNT
045100         ADD DWRK-DISCOUNT TO MISSED-DISCOUNT
045200     ELSE
045300         ADD 1 TO AT-RISK-COUNT
045400         ADD DWRK-DISCOUNT TO AT-RISK-DISCOUNT.
045500
045600 PRINT-DISCOUNT-TOTALS.
045700     MOVE "ALREADY MISSED:" TO PRINT-DT-LABEL.
045800     MOVE MISSED-COUNT TO PRINT-DT-COUNT.
045900     MOVE MISSED-DISCOUNT TO PRINT-DT-DISCOUNT.
046000     MOVE DISCOUNT-TOTAL-LINE TO PRINTER-RECORD.
046100     PERFORM WRITE-TO-PRINTER.
046200     MOVE "STILL TO BE TAKEN:" TO PRINT-DT-LABEL.
046300     MOVE AT-RISK-COUNT TO PRINT-DT-COUNT.
046400     MOVE AT-RISK-DISCOUNT TO PRINT-DT-DISCOUNT.
046500     MOVE DISCOUNT-TOTAL-LINE TO PRINTER-RECORD.
046600     PERFORM WRITE-TO-PRINTER.
046700
046800*---------------------------------
046900* File read routines.
047000*---------------------------------
047100 READ-FIRST-LOG-ENTRY.
047200     MOVE "N" TO INVL-FILE-AT-END.
047300     MOVE ZEROES TO INVL-NUMBER.
047400     START INVOICE-LOG-FILE KEY NOT < INVL-NUMBER
047500         INVALID KEY
047600         MOVE "Y" TO INVL-FILE-AT-END.
047700     IF INVL-FILE-AT-END NOT = "Y"
047800         PERFORM READ-NEXT-LOG-ENTRY.
047900
048000 READ-NEXT-LOG-ENTRY.
048100     READ INVOICE-LOG-FILE NEXT RECORD
048200         AT END
048300         MOVE "Y" TO INVL-FILE-AT-END.
048400
048500 READ-NEXT-WORK-RECORD.
048600     READ DISCOUNT-WORK-FILE
048700         AT END
048800         MOVE "Y" TO WORK-FILE-AT-END.
048900
049000 READ-VENDOR-RECORD.
049100     MOVE "Y" TO VENDOR-RECORD-FOUND.
049200     READ VENDOR-FILE RECORD
049300         INVALID KEY
049400         MOVE "N" TO VENDOR-RECORD-FOUND.
049500
049600*---------------------------------
049700* Printer I-O routines.
049800*---------------------------------
049900 WRITE-TO-PRINTER.
050000     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
050100     ADD 1 TO LINE-COUNT.
050200
050300 LINE-FEED.
050400     MOVE SPACE TO PRINTER-RECORD.
050500     PERFORM WRITE-TO-PRINTER.
050600
050700 START-NEXT-PAGE.
050800     PERFORM END-LAST-PAGE.
050900     PERFORM START-NEW-PAGE.
051000
051100 START-NEW-PAGE.
051200     ADD 1 TO PAGE-NUMBER.
051300     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
051400     MOVE TITLE-LINE TO PRINTER-RECORD.
051500     PERFORM WRITE-TO-PRINTER.
051600     PERFORM LINE-FEED.
051700     MOVE COLUMN-LINE TO PRINTER-RECORD.
051800     PERFORM WRITE-TO-PRINTER.
051900     PERFORM LINE-FEED.
052000
052100 END-LAST-PAGE.
052200     PERFORM FORM-FEED.
052300     MOVE ZERO TO LINE-COUNT.
052400
052500 FORM-FEED.
052600     MOVE SPACE TO PRINTER-RECORD.
052700     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
052800
052900*---------------------------------
053000* Utility routines.
053100*---------------------------------
053200     COPY "PLDATE01.CBL".

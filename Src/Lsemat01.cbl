000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LSEMAT01.
000300*---------------------------------
000400* Lease liability maturity
000500* report.
000600*
000700* Lists every active lease with
000800* the payments it has left, the
000900* undiscounted total of them,
001000* the lease liability and the
001100* right-of-use asset, then
001200* spreads the undiscounted
001300* payments still to come over
001400* the next five calendar years
001500* and thereafter, and reconciles
001600* the total to the liability:
001700* the difference is the
001800* interest still to be imputed.
001900* All companies are included.
002000*---------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400
002500     COPY "SLLSE.CBL".
002600
002700     SELECT PRINTER-FILE
002800         ASSIGN TO PRINTER
002900         ORGANIZATION IS LINE SEQUENTIAL.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300
003400     COPY "FDLSE.CBL".
003500
003600 FD  PRINTER-FILE
003700     LABEL RECORDS ARE OMITTED.
003800 01  PRINTER-RECORD             PIC X(100).
003900
004000 WORKING-STORAGE SECTION.
004100
004200 77  LEASE-FILE-AT-END       PIC X.
004300 77  FIRST-REMAINING-PAYMENT PIC 9(3).
004400 77  LEASE-PAYMENTS-LEFT     PIC 9(3).
004500 77  LEASE-REMAINING         PIC S9(8)V99.
004600 77  YEAR-SUB                PIC 9.
004700 77  RUN-DATE                PIC 9(8).
004800 77  RUN-YEAR                PIC 9(4).
004900 77  IMPUTED-INTEREST        PIC S9(9)V99.
005000
005100 01  PAYMENT-PERIOD          PIC 9(6).
005200 01  PAYMENT-PERIOD-FIELDS REDEFINES PAYMENT-PERIOD.
005300     05  PAYMENT-YEAR        PIC 9(4).
005400     05  PAYMENT-MONTH       PIC 9(2).
005500
005600*---------------------------------
005700* Slots 1 to 5 are the run year
005800* and the four after it; slot 6
005900* is everything later. A
006000* payment already due but not
006100* yet vouchered falls in the
006200* run year.
006300*---------------------------------
006400 01  MATURITY-TABLE.
006500     05  MATURITY-AMOUNT     PIC S9(9)V99 OCCURS 6 TIMES.
006600
006700 01  GRAND-TOTALS.
006800     05  GRAND-LEASES        PIC 9(5).
006900     05  GRAND-REMAINING     PIC S9(9)V99.
007000     05  GRAND-LIABILITY     PIC S9(9)V99.
007100     05  GRAND-ROU           PIC S9(9)V99.
007200
007300 77  LINE-COUNT              PIC 999   VALUE ZERO.
007400 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
007500 77  MAXIMUM-LINES           PIC 999   VALUE 55.
007600
007700 01  DETAIL-LINE.
007800     05  PRINT-LEASE-NUMBER  PIC 9(3).
007900     05  FILLER              PIC X(1)  VALUE SPACE.
008000     05  PRINT-DESCRIPTION   PIC X(24).
008100     05  FILLER              PIC X(1)  VALUE SPACE.
008200     05  PRINT-TYPE          PIC X(1).
008300     05  FILLER              PIC X(2)  VALUE SPACE.
008400     05  PRINT-COMPANY       PIC 99.
008500     05  FILLER              PIC X(3)  VALUE SPACE.
008600     05  PRINT-PAYMENTS-LEFT PIC ZZ9.
008700     05  FILLER              PIC X(3)  VALUE SPACE.
008800     05  PRINT-FINAL-MONTH   PIC 9999/99.
008900     05  FILLER              PIC X(1)  VALUE SPACE.
009000     05  PRINT-REMAINING     PIC ZZ,ZZZ,ZZ9.99-.
009100     05  FILLER              PIC X(1)  VALUE SPACE.
009200     05  PRINT-LIABILITY     PIC ZZ,ZZZ,ZZ9.99-.
009300     05  FILLER              PIC X(1)  VALUE SPACE.
009400     05  PRINT-ROU           PIC ZZ,ZZZ,ZZ9.99-.
009500
009600 01  MATURITY-LINE.
009700     05  FILLER              PIC X(10) VALUE SPACE.
009800     05  PRINT-MATURITY-NAME PIC X(40).
009900     05  PRINT-MATURITY      PIC ZZZ,ZZZ,ZZ9.99-.
010000
010100 01  COLUMN-LINE.
010200     05  FILLER              PIC X(29) VALUE "LSE DESCRIPTION".
010300     05  FILLER              PIC X(6)  VALUE "T CO".
010400     05  FILLER              PIC X(6)  VALUE "LEFT".
010500     05  FILLER              PIC X(8)  VALUE "  FINAL".
010600     05  FILLER              PIC X(15) VALUE "      REMAINING".
010700     05  FILLER              PIC X(15) VALUE "      LIABILITY".
010800     05  FILLER              PIC X(15) VALUE "      ROU ASSET".
010900
011000 01  TITLE-LINE.
011100     05  FILLER              PIC X(25) VALUE SPACE.
011200     05  FILLER              PIC X(32)
011300         VALUE "LEASE LIABILITY MATURITY AS OF".
011400     05  PRINT-RUN-DATE      PIC Z9/99/9999.
011500     05  FILLER              PIC X(13) VALUE SPACE.
011600     05  FILLER              PIC X(5)  VALUE "PAGE:".
011700     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
011800
011900     COPY "WSDATE01.CBL".
012000
012100     COPY "WSLSE01.CBL".
012200
012300 PROCEDURE DIVISION.
012400 PROGRAM-BEGIN.
012500     PERFORM OPENING-PROCEDURE.
012600     PERFORM MAIN-PROCESS.
012700     PERFORM CLOSING-PROCEDURE.
012800
012900 PROGRAM-EXIT.
013000     EXIT PROGRAM.
013100
013200 PROGRAM-DONE.
013300     STOP RUN.
013400
013500 OPENING-PROCEDURE.
013600     OPEN I-O LEASE-FILE.
013700     OPEN OUTPUT PRINTER-FILE.
013800     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
013900     MOVE RUN-DATE(1:4) TO RUN-YEAR.
014000
014100 CLOSING-PROCEDURE.
014200     CLOSE LEASE-FILE.
014300     PERFORM END-LAST-PAGE.
014400     CLOSE PRINTER-FILE.
014500
014600 MAIN-PROCESS.
014700     MOVE ZEROES TO MATURITY-TABLE GRAND-TOTALS.
014800     PERFORM START-NEW-PAGE.
014900     PERFORM LIST-ALL-LEASES.
015000     PERFORM PRINT-LEASE-TOTALS.
015100     PERFORM PRINT-MATURITY-SUMMARY.
015200
015300 LIST-ALL-LEASES.
015400     MOVE "N" TO LEASE-FILE-AT-END.
015500     MOVE ZEROES TO LSE-RECUR-NUMBER.
015600     START LEASE-FILE KEY NOT < LSE-RECUR-NUMBER
015700         INVALID KEY
015800         MOVE "Y" TO LEASE-FILE-AT-END.
015900     PERFORM LIST-NEXT-LEASE
016000         UNTIL LEASE-FILE-AT-END = "Y".
016100
016200 LIST-NEXT-LEASE.
016300     READ LEASE-FILE NEXT RECORD
016400         AT END MOVE "Y" TO LEASE-FILE-AT-END.
016500     IF LEASE-FILE-AT-END NOT = "Y"
016600        AND LSE-IS-ACTIVE
016700         PERFORM LIST-THIS-LEASE.
016800
016900*---------------------------------
017000* Payment k falls in the
017100* commencement month plus k-1
017200* months. The payments left are
017300* the ones after the last split.
017400*---------------------------------
017500 LIST-THIS-LEASE.
017600     MOVE ZEROES TO LEASE-REMAINING.
017700     COMPUTE LEASE-PAYMENTS-LEFT =
017800         LSE-TERM-MONTHS - LSE-PAYMENTS-MADE.
017900     COMPUTE PAYMENT-PERIOD = LSE-COMMENCE-DATE / 100.
018000     PERFORM ADVANCE-PAYMENT-PERIOD
018100         VARYING LEASE-CALC-PAYMENT-NO FROM 1 BY 1
018200         UNTIL LEASE-CALC-PAYMENT-NO > LSE-PAYMENTS-MADE.
018300     COMPUTE FIRST-REMAINING-PAYMENT = LSE-PAYMENTS-MADE + 1.
018400     PERFORM SPREAD-ONE-PAYMENT
018500         VARYING LEASE-CALC-PAYMENT-NO
018600            FROM FIRST-REMAINING-PAYMENT BY 1
018700         UNTIL LEASE-CALC-PAYMENT-NO > LSE-TERM-MONTHS.
018800     IF LINE-COUNT > MAXIMUM-LINES
018900         PERFORM START-NEXT-PAGE.
019000     MOVE SPACE TO DETAIL-LINE.
019100     MOVE LSE-RECUR-NUMBER TO PRINT-LEASE-NUMBER.
019200     MOVE LSE-DESCRIPTION TO PRINT-DESCRIPTION.
019300     MOVE LSE-TYPE TO PRINT-TYPE.
019400     MOVE LSE-COMPANY TO PRINT-COMPANY.
019500     MOVE LEASE-PAYMENTS-LEFT TO PRINT-PAYMENTS-LEFT.
019600     PERFORM BACK-UP-PAYMENT-PERIOD.
019700     MOVE PAYMENT-PERIOD TO PRINT-FINAL-MONTH.
019800     MOVE LEASE-REMAINING TO PRINT-REMAINING.
019900     MOVE LSE-LIABILITY-BALANCE TO PRINT-LIABILITY.
020000     MOVE LSE-ROU-BALANCE TO PRINT-ROU.
020100     MOVE DETAIL-LINE TO PRINTER-RECORD.
020200     PERFORM WRITE-TO-PRINTER.
020300     ADD 1 TO GRAND-LEASES.
020400     ADD LEASE-REMAINING TO GRAND-REMAINING.
020500     ADD LSE-LIABILITY-BALANCE TO GRAND-LIABILITY.
020600     ADD LSE-ROU-BALANCE TO GRAND-ROU.
020700
020800 SPREAD-ONE-PAYMENT.
020900     PERFORM COMPUTE-LEASE-PAYMENT.
021000     ADD LEASE-CALC-PAYMENT TO LEASE-REMAINING.
021100     IF PAYMENT-YEAR NOT > RUN-YEAR
021200         MOVE 1 TO YEAR-SUB
021300     ELSE
021400     IF PAYMENT-YEAR - RUN-YEAR > 4
021500         MOVE 6 TO YEAR-SUB
021600     ELSE
021700         COMPUTE YEAR-SUB = PAYMENT-YEAR - RUN-YEAR + 1.
021800     ADD LEASE-CALC-PAYMENT TO MATURITY-AMOUNT (YEAR-SUB).
021900     PERFORM ADVANCE-PAYMENT-PERIOD.
022000
022100 ADVANCE-PAYMENT-PERIOD.
022200     IF PAYMENT-MONTH = 12
022300         ADD 1 TO PAYMENT-YEAR
022400         MOVE 1 TO PAYMENT-MONTH
022500     ELSE
022600         ADD 1 TO PAYMENT-MONTH.
022700
022800 BACK-UP-PAYMENT-PERIOD.
022900     IF PAYMENT-MONTH = 1
023000         SUBTRACT 1 FROM PAYMENT-YEAR
023100         MOVE 12 TO PAYMENT-MONTH
023200     ELSE
023300         SUBTRACT 1 FROM PAYMENT-MONTH.
023400
023500 PRINT-LEASE-TOTALS.
023600     PERFORM LINE-FEED.
023700     MOVE SPACE TO DETAIL-LINE.
023800     MOVE GRAND-REMAINING TO PRINT-REMAINING.
023900     MOVE GRAND-LIABILITY TO PRINT-LIABILITY.
024000     MOVE GRAND-ROU TO PRINT-ROU.
024100     MOVE DETAIL-LINE TO PRINTER-RECORD.
024200     MOVE "TOTAL ACTIVE LEASES:" TO PRINTER-RECORD (1:20).
024300     MOVE GRAND-LEASES TO PRINTER-RECORD (22:5).
024400     PERFORM WRITE-TO-PRINTER.
024500
024600*---------------------------------
024700* The maturity table, then the
024800* undiscounted total brought
024900* back to the liability.
025000*---------------------------------
025100 PRINT-MATURITY-SUMMARY.
025200     IF LINE-COUNT > MAXIMUM-LINES - 14
025300         PERFORM START-NEXT-PAGE
025400     ELSE
025500         PERFORM LINE-FEED
025600         PERFORM LINE-FEED.
025700     MOVE "UNDISCOUNTED LEASE PAYMENTS DUE IN:"
025800         TO PRINTER-RECORD.
025900     PERFORM WRITE-TO-PRINTER.
026000     PERFORM LINE-FEED.
026100     PERFORM PRINT-ONE-YEAR
026200         VARYING YEAR-SUB FROM 1 BY 1
026300         UNTIL YEAR-SUB > 5.
026400     MOVE SPACE TO MATURITY-LINE.
026500     MOVE "THEREAFTER" TO PRINT-MATURITY-NAME.
026600     MOVE MATURITY-AMOUNT (6) TO PRINT-MATURITY.
026700     MOVE MATURITY-LINE TO PRINTER-RECORD.
026800     PERFORM WRITE-TO-PRINTER.
026900     PERFORM LINE-FEED.
027000     MOVE SPACE TO MATURITY-LINE.
027100     MOVE "TOTAL UNDISCOUNTED PAYMENTS" TO PRINT-MATURITY-NAME.
027200     MOVE GRAND-REMAINING TO PRINT-MATURITY.
027300     MOVE MATURITY-LINE TO PRINTER-RECORD.
027400     PERFORM WRITE-TO-PRINTER.
027500     COMPUTE IMPUTED-INTEREST = GRAND-REMAINING - GRAND-LIABILITY.
027600     MOVE SPACE TO MATURITY-LINE.
027700     MOVE "LESS IMPUTED INTEREST" TO PRINT-MATURITY-NAME.
027800     MOVE IMPUTED-INTEREST TO PRINT-MATURITY.
027900     MOVE MATURITY-LINE TO PRINTER-RECORD.
028000     PERFORM WRITE-TO-PRINTER.
028100     MOVE SPACE TO MATURITY-LINE.
028200     MOVE "TOTAL LEASE LIABILITY" TO PRINT-MATURITY-NAME.
028300     MOVE GRAND-LIABILITY TO PRINT-MATURITY.
028400     MOVE MATURITY-LINE TO PRINTER-RECORD.
028500     PERFORM WRITE-TO-PRINTER.
028600
028700 PRINT-ONE-YEAR.
028800     MOVE SPACE TO MATURITY-LINE.
028900     COMPUTE PAYMENT-YEAR = RUN-YEAR + YEAR-SUB - 1.
029000     MOVE PAYMENT-YEAR TO PRINT-MATURITY-NAME.
029100     MOVE MATURITY-AMOUNT (YEAR-SUB) TO PRINT-MATURITY.
029200     MOVE MATURITY-LINE TO PRINTER-RECORD.
029300     PERFORM WRITE-TO-PRINTER.
029400
029500*---------------------------------
029600* Printer I-O routines.
029700*---------------------------------
029800 WRITE-TO-PRINTER.
029900     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
030000     ADD 1 TO LINE-COUNT.
030100
030200 LINE-FEED.
030300     MOVE SPACE TO PRINTER-RECORD.
030400     PERFORM WRITE-TO-PRINTER.
030500
030600 START-NEXT-PAGE.
030700     PERFORM END-LAST-PAGE.
030800     PERFORM START-NEW-PAGE.
030900
031000 START-NEW-PAGE.
031100     ADD 1 TO PAGE-NUMBER.
031200     MOVE RUN-DATE TO DATE-CCYYMMDD.
031300     PERFORM CONVERT-TO-MMDDCCYY.
031400     MOVE DATE-MMDDCCYY TO PRINT-RUN-DATE.
031500     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
031600     MOVE TITLE-LINE TO PRINTER-RECORD.
031700     PERFORM WRITE-TO-PRINTER.
031800     PERFORM LINE-FEED.
031900     MOVE COLUMN-LINE TO PRINTER-RECORD.
032000     PERFORM WRITE-TO-PRINTER.
032100     PERFORM LINE-FEED.
032200
032300 END-LAST-PAGE.
032400     PERFORM FORM-FEED.
032500     MOVE ZERO TO LINE-COUNT.
032600
032700 FORM-FEED.
032800     MOVE SPACE TO PRINTER-RECORD.
032900     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
033000
033100*---------------------------------
033200* Utility routines.
033300*---------------------------------
033400     COPY "PLDATE01.CBL".
033500     COPY "PLLSE01.CBL".

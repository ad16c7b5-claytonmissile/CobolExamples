000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NTPSCH01.
000300*---------------------------------
000400* Notes payable debt service
000500* schedule.
000600*
000700* For each note number the
000800* operator enters, prints the
000900* note's life: every borrowing,
001000* payment and rate change so
001100* far, from the note history,
001200* then the payments still to
001300* come, projected from what is
001400* owed now at the rate in force.
001500* Each line shows the date, the
001600* payment and its voucher, the
001700* interest and principal, and
001800* what is owed after it.
001900*---------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300
002400     COPY "SLNOTE.CBL".
002500
002600     COPY "SLNTH.CBL".
002700
002800     SELECT PRINTER-FILE
002900         ASSIGN TO PRINTER
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400
003500     COPY "FDNOTE.CBL".
003600
003700     COPY "FDNTH.CBL".
003800
003900 FD  PRINTER-FILE
004000     LABEL RECORDS ARE OMITTED.
004100 01  PRINTER-RECORD             PIC X(100).
004200
004300 WORKING-STORAGE SECTION.
004400
004500 77  NOTE-RECORD-FOUND       PIC X.
004600 77  HISTORY-AT-END          PIC X.
004700 77  ENTERED-NOTE-NUMBER     PIC 9(3).
004800 77  FIRST-PROJECTED-PAYMENT PIC 9(3).
004900
005000 01  SCHEDULE-TOTALS.
005100     05  TOTAL-BORROWED      PIC S9(8)V99.
005200     05  TOTAL-PAYMENT       PIC S9(8)V99.
005300     05  TOTAL-INTEREST      PIC S9(8)V99.
005400     05  TOTAL-PRINCIPAL     PIC S9(8)V99.
005500
005600 77  LINE-COUNT              PIC 999   VALUE ZERO.
005700 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
005800 77  MAXIMUM-LINES           PIC 999   VALUE 55.
005900
006000 01  DETAIL-LINE.
006100     05  PRINT-KIND          PIC X(9).
006200     05  PRINT-PAYMENT-NO    PIC ZZ9.
006300     05  FILLER              PIC X(2)  VALUE SPACE.
006400     05  PRINT-DATE          PIC Z9/99/9999.
006500     05  FILLER              PIC X(2)  VALUE SPACE.
006600     05  PRINT-VOUCHER-NO    PIC Z(4)9.
006700     05  FILLER              PIC X(1)  VALUE SPACE.
006800     05  PRINT-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
006900     05  FILLER              PIC X(1)  VALUE SPACE.
007000     05  PRINT-INTEREST      PIC ZZZ,ZZ9.99-.
007100     05  FILLER              PIC X(1)  VALUE SPACE.
007200     05  PRINT-PRINCIPAL     PIC Z,ZZZ,ZZ9.99-.
007300     05  FILLER              PIC X(1)  VALUE SPACE.
007400     05  PRINT-BALANCE       PIC Z,ZZZ,ZZ9.99-.
007500     05  FILLER              PIC X(1)  VALUE SPACE.
007600     05  PRINT-RATE          PIC Z9.999.
007700
007800 01  NOTE-LINE-1.
007900     05  FILLER              PIC X(6)  VALUE "NOTE:".
008000     05  PRINT-NOTE-NUMBER   PIC 9(3).
008100     05  FILLER              PIC X(1)  VALUE SPACE.
008200     05  PRINT-DESCRIPTION   PIC X(30).
008300     05  FILLER              PIC X(2)  VALUE SPACE.
008400     05  PRINT-TYPE          PIC X(14).
008500     05  FILLER              PIC X(2)  VALUE SPACE.
008600     05  FILLER              PIC X(8)  VALUE "LENDER:".
008700     05  PRINT-VENDOR        PIC 9(5).
008800     05  FILLER              PIC X(2)  VALUE SPACE.
008900     05  FILLER              PIC X(9)  VALUE "COMPANY:".
009000     05  PRINT-COMPANY       PIC 99.
009100
009200 01  NOTE-LINE-2.
009300     05  FILLER              PIC X(10) VALUE "PAYMENTS:".
009400     05  PRINT-TERM          PIC ZZ9.
009500     05  FILLER              PIC X(7)  VALUE " EVERY".
009600     05  PRINT-FREQ          PIC Z9.
009700     05  FILLER              PIC X(10) VALUE " MONTHS".
009800     05  FILLER              PIC X(6)  VALUE "RATE:".
009900     05  PRINT-NOTE-RATE     PIC Z9.999.
010000     05  FILLER              PIC X(1)  VALUE SPACE.
010100     05  PRINT-RATE-BASIS    PIC X(17).
010200     05  FILLER              PIC X(8)  VALUE "STATUS:".
010300     05  PRINT-STATUS        PIC X(8).
010400
010500 01  COLUMN-LINE.
010600     05  FILLER              PIC X(12) VALUE "         PMT".
010700     05  FILLER              PIC X(12) VALUE "  DATE".
010800     05  FILLER              PIC X(6)  VALUE "VCHR".
010900     05  FILLER              PIC X(14) VALUE "        AMOUNT".
011000     05  FILLER              PIC X(12) VALUE "    INTEREST".
011100     05  FILLER              PIC X(14) VALUE "     PRINCIPAL".
011200     05  FILLER              PIC X(14) VALUE "          OWED".
011300     05  FILLER              PIC X(7)  VALUE "   RATE".
011400
011500 01  TITLE-LINE.
011600     05  FILLER              PIC X(30) VALUE SPACE.
011700     05  FILLER              PIC X(50)
011800         VALUE "NOTES PAYABLE DEBT SERVICE SCHEDULE".
011900     05  FILLER              PIC X(5)  VALUE "PAGE:".
012000     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
012100
012200     COPY "WSDATE01.CBL".
012300
012400     COPY "WSNOTE01.CBL".
012500
012600 PROCEDURE DIVISION.
012700 PROGRAM-BEGIN.
012800     PERFORM OPENING-PROCEDURE.
012900     PERFORM MAIN-PROCESS.
013000     PERFORM CLOSING-PROCEDURE.
013100
013200 PROGRAM-EXIT.
013300     EXIT PROGRAM.
013400
013500 PROGRAM-DONE.
013600     STOP RUN.
013700
013800 OPENING-PROCEDURE.
013900     OPEN I-O NOTE-FILE.
014000     OPEN I-O NOTE-HISTORY-FILE.
014100     OPEN OUTPUT PRINTER-FILE.
014200
014300 CLOSING-PROCEDURE.
014400     CLOSE NOTE-FILE.
014500     CLOSE NOTE-HISTORY-FILE.
014600     IF PAGE-NUMBER NOT = ZEROES
014700         PERFORM END-LAST-PAGE.
014800     CLOSE PRINTER-FILE.
014900
015000 MAIN-PROCESS.
015100     PERFORM GET-NOTE-NUMBER.
015200     PERFORM PRINT-ONE-SCHEDULE
015300         UNTIL ENTERED-NOTE-NUMBER = ZEROES.
015400
015500 PRINT-ONE-SCHEDULE.
015600     PERFORM PRINT-THE-SCHEDULE.
015700     PERFORM GET-NOTE-NUMBER.
015800
015900 GET-NOTE-NUMBER.
016000     PERFORM ACCEPT-NOTE-NUMBER.
016100     PERFORM RE-ACCEPT-NOTE-NUMBER
016200         UNTIL NOTE-RECORD-FOUND = "Y"
016300            OR ENTERED-NOTE-NUMBER = ZEROES.
016400
016500 ACCEPT-NOTE-NUMBER.
016600     DISPLAY "ENTER NOTE NUMBER TO PRINT".
016700     DISPLAY "ENTER 0 TO EXIT".
016800     ACCEPT ENTERED-NOTE-NUMBER.
016900     MOVE "N" TO NOTE-RECORD-FOUND.
017000     IF ENTERED-NOTE-NUMBER NOT = ZEROES
017100         MOVE ENTERED-NOTE-NUMBER TO NOTE-NUMBER
017200         PERFORM READ-NOTE-RECORD.
017300
017400 RE-ACCEPT-NOTE-NUMBER.
017500     DISPLAY "NOTE NOT FOUND".
017600     PERFORM ACCEPT-NOTE-NUMBER.
017700
017800*---------------------------------
017900* Each note starts a page. The
018000* history carries what has
018100* happened; the rest is run
018200* forward from where the last
018300* payment left the balance.
018400*---------------------------------
018500 PRINT-THE-SCHEDULE.
018600     MOVE ZEROES TO SCHEDULE-TOTALS.
018700     IF PAGE-NUMBER NOT = ZEROES
018800         PERFORM END-LAST-PAGE.
018900     PERFORM START-NEW-PAGE.
019000     PERFORM PRINT-NOTE-HISTORY.
019100     IF NOTE-IS-ACTIVE
019200         PERFORM PRINT-PROJECTED-PAYMENTS.
019300     PERFORM PRINT-SCHEDULE-TOTALS.
019400     DISPLAY "SCHEDULE PRINTED FOR NOTE " NOTE-NUMBER.
019500
019600 PRINT-NOTE-HISTORY.
019700     MOVE "N" TO HISTORY-AT-END.
019800     MOVE NOTE-NUMBER TO NTH-NOTE-NUMBER.
019900     MOVE ZEROES TO NTH-SEQ.
020000     START NOTE-HISTORY-FILE KEY NOT < NTH-KEY
020100         INVALID KEY
020200         MOVE "Y" TO HISTORY-AT-END.
020300     PERFORM PRINT-NEXT-HISTORY-RECORD
020400         UNTIL HISTORY-AT-END = "Y".
020500
020600 PRINT-NEXT-HISTORY-RECORD.
020700     READ NOTE-HISTORY-FILE NEXT RECORD
020800         AT END MOVE "Y" TO HISTORY-AT-END.
020900     IF HISTORY-AT-END NOT = "Y"
021000         IF NTH-NOTE-NUMBER NOT = NOTE-NUMBER
021100             MOVE "Y" TO HISTORY-AT-END
021200         ELSE
021300             PERFORM PRINT-ONE-HISTORY-RECORD.
021400
021500 PRINT-ONE-HISTORY-RECORD.
021600     MOVE SPACE TO DETAIL-LINE.
021700     MOVE NTH-DATE TO DATE-CCYYMMDD.
021800     PERFORM CONVERT-TO-MMDDCCYY.
021900     MOVE DATE-MMDDCCYY TO PRINT-DATE.
022000     MOVE NTH-BALANCE TO PRINT-BALANCE.
022100     MOVE NTH-RATE TO PRINT-RATE.
022200     IF NTH-IS-BORROWING
022300         MOVE "BORROWED" TO PRINT-KIND
022400         MOVE NTH-AMOUNT TO PRINT-AMOUNT
022500         ADD NTH-AMOUNT TO TOTAL-BORROWED
022600     ELSE
022700     IF NTH-IS-PAYMENT
022800         MOVE "PAID" TO PRINT-KIND
022900         MOVE NTH-PAYMENT-NO TO PRINT-PAYMENT-NO
023000         MOVE NTH-VOUCHER-NO TO PRINT-VOUCHER-NO
023100         MOVE NTH-AMOUNT TO PRINT-AMOUNT
023200         MOVE NTH-INTEREST TO PRINT-INTEREST
023300         MOVE NTH-PRINCIPAL TO PRINT-PRINCIPAL
023400         ADD NTH-AMOUNT TO TOTAL-PAYMENT
023500         ADD NTH-INTEREST TO TOTAL-INTEREST
023600         ADD NTH-PRINCIPAL TO TOTAL-PRINCIPAL
023700     ELSE
023800         MOVE "RATE" TO PRINT-KIND.
023900     PERFORM PRINT-DETAIL-LINE.
024000
024100*---------------------------------
024200* Payments still to come, each
024300* on its own due date.
024400*---------------------------------
024500 PRINT-PROJECTED-PAYMENTS.
024600     MOVE NOTE-BALANCE TO NOTE-CALC-BALANCE.
024700     COMPUTE FIRST-PROJECTED-PAYMENT = NOTE-PAYMENTS-MADE + 1.
024800     PERFORM PRINT-ONE-PROJECTED-PAYMENT
024900         VARYING NOTE-CALC-PAYMENT-NO
025000            FROM FIRST-PROJECTED-PAYMENT BY 1
025100         UNTIL NOTE-CALC-PAYMENT-NO > NOTE-TERM-PAYMENTS.
025200
025300 PRINT-ONE-PROJECTED-PAYMENT.
025400     MOVE NOTE-PAYMENT TO NOTE-CALC-PAYMENT.
025500     PERFORM SPLIT-NOTE-PAYMENT.
025600     PERFORM COMPUTE-NOTE-DUE-DATE.
025700     MOVE SPACE TO DETAIL-LINE.
025800     MOVE "TO COME" TO PRINT-KIND.
025900     MOVE NOTE-CALC-PAYMENT-NO TO PRINT-PAYMENT-NO.
026000     MOVE NOTE-CALC-DUE-DATE TO DATE-CCYYMMDD.
026100     PERFORM CONVERT-TO-MMDDCCYY.
026200     MOVE DATE-MMDDCCYY TO PRINT-DATE.
026300     MOVE NOTE-CALC-PAYMENT TO PRINT-AMOUNT.
026400     MOVE NOTE-CALC-INTEREST TO PRINT-INTEREST.
026500     MOVE NOTE-CALC-PRINCIPAL TO PRINT-PRINCIPAL.
026600     MOVE NOTE-CALC-BALANCE TO PRINT-BALANCE.
026700     MOVE NOTE-RATE TO PRINT-RATE.
026800     ADD NOTE-CALC-PAYMENT TO TOTAL-PAYMENT.
026900     ADD NOTE-CALC-INTEREST TO TOTAL-INTEREST.
027000     ADD NOTE-CALC-PRINCIPAL TO TOTAL-PRINCIPAL.
027100     PERFORM PRINT-DETAIL-LINE.
027200
027300 PRINT-DETAIL-LINE.
027400     IF LINE-COUNT > MAXIMUM-LINES
027500         PERFORM START-NEXT-PAGE.
027600     MOVE DETAIL-LINE TO PRINTER-RECORD.
027700     PERFORM WRITE-TO-PRINTER.
027800
027900 PRINT-SCHEDULE-TOTALS.
028000     PERFORM LINE-FEED.
028100     MOVE SPACE TO DETAIL-LINE.
028200     MOVE "BORROWED" TO PRINT-KIND.
028300     MOVE TOTAL-BORROWED TO PRINT-AMOUNT.
028400     MOVE DETAIL-LINE TO PRINTER-RECORD.
028500     PERFORM WRITE-TO-PRINTER.
028600     MOVE SPACE TO DETAIL-LINE.
028700     MOVE "PAYMENTS" TO PRINT-KIND.
028800     MOVE TOTAL-PAYMENT TO PRINT-AMOUNT.
028900     MOVE TOTAL-INTEREST TO PRINT-INTEREST.
029000     MOVE TOTAL-PRINCIPAL TO PRINT-PRINCIPAL.
029100     MOVE DETAIL-LINE TO PRINTER-RECORD.
029200     PERFORM WRITE-TO-PRINTER.
029300     PERFORM LINE-FEED.
029400     MOVE "PAYMENTS INCLUDE THOSE STILL TO COME, AT THE RATE"
029500         TO PRINTER-RECORD.
029600     PERFORM WRITE-TO-PRINTER.
029700     MOVE "IN FORCE TODAY"
029800         TO PRINTER-RECORD.
029900     PERFORM WRITE-TO-PRINTER.
030000
030100*---------------------------------
030200* File I-O routines.
030300*---------------------------------
030400 READ-NOTE-RECORD.
030500     MOVE "Y" TO NOTE-RECORD-FOUND.
030600     READ NOTE-FILE RECORD
030700         INVALID KEY
030800         MOVE "N" TO NOTE-RECORD-FOUND.
030900
031000*---------------------------------
031100* Printer I-O routines.
031200*---------------------------------
031300 WRITE-TO-PRINTER.
031400     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
031500     ADD 1 TO LINE-COUNT.
031600
031700 LINE-FEED.
031800     MOVE SPACE TO PRINTER-RECORD.
031900     PERFORM WRITE-TO-PRINTER.
032000
032100 START-NEXT-PAGE.
032200     PERFORM END-LAST-PAGE.
032300     PERFORM START-NEW-PAGE.
032400
032500*---------------------------------
032600* Every page repeats the note
032700* it belongs to.
032800*---------------------------------
032900 START-NEW-PAGE.
033000     ADD 1 TO PAGE-NUMBER.
033100     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
033200     MOVE TITLE-LINE TO PRINTER-RECORD.
033300     PERFORM WRITE-TO-PRINTER.
033400     PERFORM LINE-FEED.
033500     MOVE NOTE-NUMBER TO PRINT-NOTE-NUMBER.
033600     MOVE NOTE-DESCRIPTION TO PRINT-DESCRIPTION.
033700     IF NOTE-IS-TERM
033800         MOVE "TERM LOAN" TO PRINT-TYPE
033900     ELSE
034000         MOVE "LINE OF CREDIT" TO PRINT-TYPE.
034100     MOVE NOTE-VENDOR TO PRINT-VENDOR.
034200     MOVE NOTE-COMPANY TO PRINT-COMPANY.
034300     MOVE NOTE-LINE-1 TO PRINTER-RECORD.
034400     PERFORM WRITE-TO-PRINTER.
034500     MOVE NOTE-TERM-PAYMENTS TO PRINT-TERM.
034600     MOVE NOTE-FREQ-MONTHS TO PRINT-FREQ.
034700     MOVE NOTE-RATE TO PRINT-NOTE-RATE.
034800     IF NOTE-RATE-IS-INDEXED
034900         MOVE SPACES TO PRINT-RATE-BASIS
035000         STRING NOTE-INDEX-NAME DELIMITED BY "  "
035100                " INDEXED" DELIMITED BY SIZE
035200             INTO PRINT-RATE-BASIS
035300     ELSE
035400         MOVE "FIXED" TO PRINT-RATE-BASIS.
035500     IF NOTE-IS-PAID-OFF
035600         MOVE "PAID OFF" TO PRINT-STATUS
035700     ELSE
035800         MOVE "ACTIVE" TO PRINT-STATUS.
035900     MOVE NOTE-LINE-2 TO PRINTER-RECORD.
036000     PERFORM WRITE-TO-PRINTER.
036100     PERFORM LINE-FEED.
036200     MOVE COLUMN-LINE TO PRINTER-RECORD.
036300     PERFORM WRITE-TO-PRINTER.
036400     PERFORM LINE-FEED.
036500
036600 END-LAST-PAGE.
036700     PERFORM FORM-FEED.
036800     MOVE ZERO TO LINE-COUNT.
036900
037000 FORM-FEED.
037100     MOVE SPACE TO PRINTER-RECORD.
037200     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
037300
037400*---------------------------------
037500* Utility routines.
037600*---------------------------------
037700     COPY "PLDATE01.CBL".
037800     COPY "PLNOTE01.CBL".

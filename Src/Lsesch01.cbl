000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LSESCH01.
000300*---------------------------------
000400* Lease payment schedule.
000500*
000600* For each lease number the
000700* operator enters, prints the
000800* whole payment stream: the
000900* payments already split, from
001000* the lease history, then the
001100* payments still to come,
001200* projected from the liability
001300* and right-of-use balances the
001400* last split left. Each line
001500* shows the month, the payment,
001600* its interest and principal,
001700* the liability after it, the
001800* right-of-use amortization and
001900* the asset left. Split
002000* payments are flagged V until
002100* the month-end run journals
002200* their amortization, then P.
002300*---------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700
002800     COPY "SLLSE.CBL".
002900
003000     COPY "SLLSH.CBL".
003100
003200     SELECT PRINTER-FILE
003300         ASSIGN TO PRINTER
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800
003900     COPY "FDLSE.CBL".
004000
004100     COPY "FDLSH.CBL".
004200
004300 FD  PRINTER-FILE
004400     LABEL RECORDS ARE OMITTED.
004500 01  PRINTER-RECORD             PIC X(100).
004600
004700 WORKING-STORAGE SECTION.
004800
004900 77  LEASE-RECORD-FOUND      PIC X.
005000 77  HISTORY-AT-END          PIC X.
005100 77  ENTERED-LEASE-NUMBER    PIC 9(3).
005200 77  SCHEDULE-ROU-BALANCE    PIC S9(7)V99.
005300 77  FIRST-PROJECTED-PAYMENT PIC 9(3).
005400
005500 01  SCHEDULE-PERIOD         PIC 9(6).
005600 01  SCHEDULE-PERIOD-FIELDS REDEFINES SCHEDULE-PERIOD.
005700     05  SCHEDULE-YEAR       PIC 9(4).
005800     05  SCHEDULE-MONTH      PIC 9(2).
005900
006000 01  SCHEDULE-TOTALS.
006100     05  TOTAL-PAYMENT       PIC S9(8)V99.
006200     05  TOTAL-INTEREST      PIC S9(8)V99.
006300     05  TOTAL-PRINCIPAL     PIC S9(8)V99.
006400     05  TOTAL-ROU-AMORT     PIC S9(8)V99.
006500
006600 77  LINE-COUNT              PIC 999   VALUE ZERO.
006700 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
006800 77  MAXIMUM-LINES           PIC 999   VALUE 55.
006900
007000 01  DETAIL-LINE.
007100     05  PRINT-PAYMENT-NO    PIC ZZ9.
007200     05  FILLER              PIC X(2)  VALUE SPACE.
007300     05  PRINT-PERIOD        PIC 9999/99.
007400     05  FILLER              PIC X(1)  VALUE SPACE.
007500     05  PRINT-PAYMENT       PIC Z,ZZZ,ZZ9.99-.
007600     05  FILLER              PIC X(1)  VALUE SPACE.
007700     05  PRINT-INTEREST      PIC Z,ZZZ,ZZ9.99-.
007800     05  FILLER              PIC X(1)  VALUE SPACE.
007900     05  PRINT-PRINCIPAL     PIC Z,ZZZ,ZZ9.99-.
008000     05  FILLER              PIC X(1)  VALUE SPACE.
008100     05  PRINT-BALANCE       PIC Z,ZZZ,ZZ9.99-.
008200     05  FILLER              PIC X(1)  VALUE SPACE.
008300     05  PRINT-ROU-AMORT     PIC Z,ZZZ,ZZ9.99-.
008400     05  FILLER              PIC X(1)  VALUE SPACE.
008500     05  PRINT-ROU-BALANCE   PIC Z,ZZZ,ZZ9.99-.
008600     05  FILLER              PIC X(2)  VALUE SPACE.
008700     05  PRINT-FLAG          PIC X(1).
008800
008900 01  LEASE-LINE-1.
009000     05  FILLER              PIC X(7)  VALUE "LEASE:".
009100     05  PRINT-LEASE-NUMBER  PIC 9(3).
009200     05  FILLER              PIC X(1)  VALUE SPACE.
009300     05  PRINT-DESCRIPTION   PIC X(30).
009400     05  FILLER              PIC X(2)  VALUE SPACE.
009500     05  PRINT-TYPE          PIC X(9).
009600     05  FILLER              PIC X(2)  VALUE SPACE.
009700     05  FILLER              PIC X(9)  VALUE "COMPANY:".
009800     05  PRINT-COMPANY       PIC 99.
009900
010000 01  LEASE-LINE-2.
010100     05  FILLER              PIC X(7)  VALUE "TERM:".
010200     05  PRINT-TERM          PIC ZZ9.
010300     05  FILLER              PIC X(9)  VALUE " MONTHS".
010400     05  FILLER              PIC X(6)  VALUE "RATE:".
010500     05  PRINT-RATE          PIC Z9.999.
010600     05  FILLER              PIC X(3)  VALUE SPACE.
010700     05  FILLER              PIC X(15) VALUE "PRESENT VALUE:".
010800     05  PRINT-PV            PIC Z,ZZZ,ZZ9.99-.
010900     05  FILLER              PIC X(3)  VALUE SPACE.
011000     05  FILLER              PIC X(7)  VALUE "STATUS:".
011100     05  PRINT-STATUS        PIC X(6).
011200
011300 01  COLUMN-LINE.
011400     05  FILLER              PIC X(5)  VALUE "PMT".
011500     05  FILLER              PIC X(8)  VALUE "MONTH".
011600     05  FILLER              PIC X(14) VALUE "       PAYMENT".
011700     05  FILLER              PIC X(14) VALUE "      INTEREST".
011800     05  FILLER              PIC X(14) VALUE "     PRINCIPAL".
011900     05  FILLER              PIC X(14) VALUE "     LIABILITY".
012000     05  FILLER              PIC X(14) VALUE "  ROU AMORTIZE".
012100     05  FILLER              PIC X(14) VALUE "     ROU ASSET".
012200
012300 01  TITLE-LINE.
012400     05  FILLER              PIC X(30) VALUE SPACE.
012500     05  FILLER              PIC X(50)
012600         VALUE "LEASE PAYMENT SCHEDULE".
012700     05  FILLER              PIC X(5)  VALUE "PAGE:".
012800     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
012900
013000     COPY "WSLSE01.CBL".
013100
013200 PROCEDURE DIVISION.
013300 PROGRAM-BEGIN.
013400     PERFORM OPENING-PROCEDURE.
013500     PERFORM MAIN-PROCESS.
013600     PERFORM CLOSING-PROCEDURE.
013700
013800 PROGRAM-EXIT.
013900     EXIT PROGRAM.
014000
014100 PROGRAM-DONE.
014200     STOP RUN.
014300
014400 OPENING-PROCEDURE.
014500     OPEN I-O LEASE-FILE.
014600     OPEN I-O LEASE-HISTORY-FILE.
014700     OPEN OUTPUT PRINTER-FILE.
014800
014900 CLOSING-PROCEDURE.
015000     CLOSE LEASE-FILE.
015100     CLOSE LEASE-HISTORY-FILE.
015200     IF PAGE-NUMBER NOT = ZEROES
015300         PERFORM END-LAST-PAGE.
015400     CLOSE PRINTER-FILE.
015500
015600 MAIN-PROCESS.
015700     PERFORM GET-LEASE-NUMBER.
015800     PERFORM PRINT-ONE-SCHEDULE
015900         UNTIL ENTERED-LEASE-NUMBER = ZEROES.
016000
016100 PRINT-ONE-SCHEDULE.
016200     PERFORM PRINT-THE-SCHEDULE.
016300     PERFORM GET-LEASE-NUMBER.
016400
016500 GET-LEASE-NUMBER.
016600     PERFORM ACCEPT-LEASE-NUMBER.
016700     PERFORM RE-ACCEPT-LEASE-NUMBER
016800         UNTIL LEASE-RECORD-FOUND = "Y"
016900            OR ENTERED-LEASE-NUMBER = ZEROES.
017000
017100 ACCEPT-LEASE-NUMBER.
017200     DISPLAY "ENTER LEASE (TEMPLATE) NUMBER TO PRINT".
017300     DISPLAY "ENTER 0 TO EXIT".
017400     ACCEPT ENTERED-LEASE-NUMBER.
017500     MOVE "N" TO LEASE-RECORD-FOUND.
017600     IF ENTERED-LEASE-NUMBER NOT = ZEROES
017700         MOVE ENTERED-LEASE-NUMBER TO LSE-RECUR-NUMBER
017800         PERFORM READ-LEASE-RECORD.
017900
018000 RE-ACCEPT-LEASE-NUMBER.
018100     DISPLAY "LEASE NOT FOUND".
018200     PERFORM ACCEPT-LEASE-NUMBER.
018300
018400*---------------------------------
018500* Each lease starts a page. The
018600* history carries the split
018700* payments; the rest are run
018800* forward from where the last
018900* split left the balances.
019000*---------------------------------
019100 PRINT-THE-SCHEDULE.
019200     MOVE ZEROES TO SCHEDULE-TOTALS.
019300     IF PAGE-NUMBER NOT = ZEROES
019400         PERFORM END-LAST-PAGE.
019500     PERFORM START-NEW-PAGE.
019600     MOVE LSE-PRESENT-VALUE TO SCHEDULE-ROU-BALANCE.
019700     PERFORM PRINT-SPLIT-PAYMENTS.
019800     PERFORM PRINT-PROJECTED-PAYMENTS.
019900     PERFORM PRINT-SCHEDULE-TOTALS.
020000     DISPLAY "SCHEDULE PRINTED FOR LEASE " LSE-RECUR-NUMBER.
020100
020200 PRINT-SPLIT-PAYMENTS.
020300     MOVE "N" TO HISTORY-AT-END.
020400     MOVE LSE-RECUR-NUMBER TO LSH-RECUR-NUMBER.
020500     MOVE ZEROES TO LSH-PAYMENT-NO.
020600     START LEASE-HISTORY-FILE KEY NOT < LSH-KEY
020700         INVALID KEY
020800         MOVE "Y" TO HISTORY-AT-END.
020900     PERFORM PRINT-NEXT-SPLIT-PAYMENT
021000         UNTIL HISTORY-AT-END = "Y".
021100
021200 PRINT-NEXT-SPLIT-PAYMENT.
021300     READ LEASE-HISTORY-FILE NEXT RECORD
021400         AT END MOVE "Y" TO HISTORY-AT-END.
021500     IF HISTORY-AT-END NOT = "Y"
021600         IF LSH-RECUR-NUMBER NOT = LSE-RECUR-NUMBER
021700             MOVE "Y" TO HISTORY-AT-END
021800         ELSE
021900             PERFORM PRINT-ONE-SPLIT-PAYMENT.
022000
022100 PRINT-ONE-SPLIT-PAYMENT.
022200     SUBTRACT LSH-ROU-AMORT FROM SCHEDULE-ROU-BALANCE.
022300     MOVE SPACE TO DETAIL-LINE.
022400     MOVE LSH-PAYMENT-NO TO PRINT-PAYMENT-NO.
022500     MOVE LSH-PERIOD TO PRINT-PERIOD.
022600     MOVE LSH-PAYMENT TO PRINT-PAYMENT.
022700     MOVE LSH-INTEREST TO PRINT-INTEREST.
022800     MOVE LSH-PRINCIPAL TO PRINT-PRINCIPAL.
022900     MOVE LSH-BALANCE TO PRINT-BALANCE.
023000     MOVE LSH-ROU-AMORT TO PRINT-ROU-AMORT.
023100     MOVE SCHEDULE-ROU-BALANCE TO PRINT-ROU-BALANCE.
023200     IF LSH-POSTED-DATE = ZEROES
023300         MOVE "V" TO PRINT-FLAG
023400     ELSE
023500         MOVE "P" TO PRINT-FLAG.
023600     ADD LSH-PAYMENT TO TOTAL-PAYMENT.
023700     ADD LSH-INTEREST TO TOTAL-INTEREST.
023800     ADD LSH-PRINCIPAL TO TOTAL-PRINCIPAL.
023900     ADD LSH-ROU-AMORT TO TOTAL-ROU-AMORT.
024000     PERFORM PRINT-DETAIL-LINE.
024100
024200*---------------------------------
024300* Payments still to come fall
024400* due month by month after the
024500* last split, or from the
024600* commencement month if none
024700* has been split yet.
024800*---------------------------------
024900 PRINT-PROJECTED-PAYMENTS.
025000     IF LSE-LAST-PERIOD = ZEROES
025100         COMPUTE SCHEDULE-PERIOD = LSE-COMMENCE-DATE / 100
025200     ELSE
025300         MOVE LSE-LAST-PERIOD TO SCHEDULE-PERIOD
025400         PERFORM ADVANCE-SCHEDULE-PERIOD.
025500     MOVE LSE-LIABILITY-BALANCE TO LEASE-CALC-BALANCE.
025600     MOVE LSE-ROU-BALANCE TO LEASE-CALC-ROU-LEFT.
025700     COMPUTE FIRST-PROJECTED-PAYMENT = LSE-PAYMENTS-MADE + 1.
025800     PERFORM PRINT-ONE-PROJECTED-PAYMENT
025900         VARYING LEASE-CALC-PAYMENT-NO
026000            FROM FIRST-PROJECTED-PAYMENT BY 1
026100         UNTIL LEASE-CALC-PAYMENT-NO > LSE-TERM-MONTHS.
026200
026300 PRINT-ONE-PROJECTED-PAYMENT.
026400     PERFORM COMPUTE-LEASE-PAYMENT.
026500     PERFORM SPLIT-LEASE-PAYMENT.
026600     MOVE SPACE TO DETAIL-LINE.
026700     MOVE LEASE-CALC-PAYMENT-NO TO PRINT-PAYMENT-NO.
026800     MOVE SCHEDULE-PERIOD TO PRINT-PERIOD.
026900     MOVE LEASE-CALC-PAYMENT TO PRINT-PAYMENT.
027000     MOVE LEASE-CALC-INTEREST TO PRINT-INTEREST.
027100     MOVE LEASE-CALC-PRINCIPAL TO PRINT-PRINCIPAL.
027200     MOVE LEASE-CALC-BALANCE TO PRINT-BALANCE.
027300     MOVE LEASE-CALC-ROU-AMORT TO PRINT-ROU-AMORT.
027400     MOVE LEASE-CALC-ROU-LEFT TO PRINT-ROU-BALANCE.
027500     ADD LEASE-CALC-PAYMENT TO TOTAL-PAYMENT.
027600     ADD LEASE-CALC-INTEREST TO TOTAL-INTEREST.
027700     ADD LEASE-CALC-PRINCIPAL TO TOTAL-PRINCIPAL.
027800     ADD LEASE-CALC-ROU-AMORT TO TOTAL-ROU-AMORT.
027900     PERFORM PRINT-DETAIL-LINE.
028000     PERFORM ADVANCE-SCHEDULE-PERIOD.
028100
028200 ADVANCE-SCHEDULE-PERIOD.
028300     IF SCHEDULE-MONTH = 12
028400         ADD 1 TO SCHEDULE-YEAR
028500         MOVE 1 TO SCHEDULE-MONTH
028600     ELSE
028700         ADD 1 TO SCHEDULE-MONTH.
028800
028900 PRINT-DETAIL-LINE.
029000     IF LINE-COUNT > MAXIMUM-LINES
029100         PERFORM START-NEXT-PAGE.
029200     MOVE DETAIL-LINE TO PRINTER-RECORD.
029300     PERFORM WRITE-TO-PRINTER.
029400
029500 PRINT-SCHEDULE-TOTALS.
029600     PERFORM LINE-FEED.
029700     MOVE SPACE TO DETAIL-LINE.
029800     MOVE TOTAL-PAYMENT TO PRINT-PAYMENT.
029900     MOVE TOTAL-INTEREST TO PRINT-INTEREST.
030000     MOVE TOTAL-PRINCIPAL TO PRINT-PRINCIPAL.
030100     MOVE TOTAL-ROU-AMORT TO PRINT-ROU-AMORT.
030200     MOVE DETAIL-LINE TO PRINTER-RECORD.
030300     MOVE "TOTAL" TO PRINTER-RECORD (1:5).
030400     PERFORM WRITE-TO-PRINTER.
030500     PERFORM LINE-FEED.
030600     MOVE "V = PAYMENT SPLIT, AMORTIZATION NOT YET JOURNALED"
030700         TO PRINTER-RECORD.
030800     PERFORM WRITE-TO-PRINTER.
030900     MOVE "P = PAYMENT SPLIT, AMORTIZATION JOURNALED"
031000         TO PRINTER-RECORD.
031100     PERFORM WRITE-TO-PRINTER.
031200
031300*---------------------------------
031400* File I-O routines.
031500*---------------------------------
031600 READ-LEASE-RECORD.
031700     MOVE "Y" TO LEASE-RECORD-FOUND.
031800     READ LEASE-FILE RECORD
031900         INVALID KEY
032000         MOVE "N" TO LEASE-RECORD-FOUND.
032100
032200*---------------------------------
032300* Printer I-O routines.
032400*---------------------------------
032500 WRITE-TO-PRINTER.
032600     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
032700     ADD 1 TO LINE-COUNT.
032800
032900 LINE-FEED.
033000     MOVE SPACE TO PRINTER-RECORD.
033100     PERFORM WRITE-TO-PRINTER.
033200
033300 START-NEXT-PAGE.
033400     PERFORM END-LAST-PAGE.
033500     PERFORM START-NEW-PAGE.
033600
033700*---------------------------------
033800* Every page repeats the lease
033900* it belongs to.
034000*---------------------------------
034100 START-NEW-PAGE.
034200     ADD 1 TO PAGE-NUMBER.
034300     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
034400     MOVE TITLE-LINE TO PRINTER-RECORD.
034500     PERFORM WRITE-TO-PRINTER.
034600     PERFORM LINE-FEED.
034700     MOVE LSE-RECUR-NUMBER TO PRINT-LEASE-NUMBER.
034800     MOVE LSE-DESCRIPTION TO PRINT-DESCRIPTION.
034900     IF LSE-IS-FINANCE
035000         MOVE "FINANCE" TO PRINT-TYPE
035100     ELSE
035200         MOVE "OPERATING" TO PRINT-TYPE.
035300     MOVE LSE-COMPANY TO PRINT-COMPANY.
035400     MOVE LEASE-LINE-1 TO PRINTER-RECORD.
035500     PERFORM WRITE-TO-PRINTER.
035600     MOVE LSE-TERM-MONTHS TO PRINT-TERM.
035700     MOVE LSE-DISCOUNT-RATE TO PRINT-RATE.
035800     MOVE LSE-PRESENT-VALUE TO PRINT-PV.
035900     IF LSE-IS-ENDED
036000         MOVE "ENDED" TO PRINT-STATUS
036100     ELSE
036200         MOVE "ACTIVE" TO PRINT-STATUS.
036300     MOVE LEASE-LINE-2 TO PRINTER-RECORD.
036400     PERFORM WRITE-TO-PRINTER.
036500     PERFORM LINE-FEED.
036600     MOVE COLUMN-LINE TO PRINTER-RECORD.
036700     PERFORM WRITE-TO-PRINTER.
036800     PERFORM LINE-FEED.
036900
037000 END-LAST-PAGE.
037100     PERFORM FORM-FEED.
037200     MOVE ZERO TO LINE-COUNT.
037300
037400 FORM-FEED.
037500     MOVE SPACE TO PRINTER-RECORD.
037600     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
037700
037800*---------------------------------
037900* Utility routines.
038000*---------------------------------
038100     COPY "PLLSE01.CBL".

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NTPROL01.
000300*---------------------------------
000400* Notes payable debt roll-
000500* forward and maturity split.
000600*
000700* For an operator-entered date
000800* range, and one company or all,
000900* lists every note with its
001000* balance at the start of the
001100* range, the new borrowings and
001200* the principal paid within it,
001300* and the balance at the end,
001400* all from the note history.
001500*
001600* The end balance is then split
001700* for the balance sheet: the
001800* current portion is the
001900* principal falling due within
002000* a year of the end date - what
002100* has since been paid, from the
002200* history, and what is still to
002300* come, projected at the rate in
002400* force - and the rest is long-
002500* term. A line of credit is
002600* current only when it matures
002700* within the year.
002800*---------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200
003300     COPY "SLNOTE.CBL".
003400
003500     COPY "SLNTH.CBL".
003600
003700     SELECT PRINTER-FILE
003800         ASSIGN TO PRINTER
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300
004400     COPY "FDNOTE.CBL".
004500
004600     COPY "FDNTH.CBL".
004700
004800 FD  PRINTER-FILE
004900     LABEL RECORDS ARE OMITTED.
005000 01  PRINTER-RECORD             PIC X(120).
005100
005200 WORKING-STORAGE SECTION.
005300
005400 77  NOTE-FILE-AT-END        PIC X.
005500 77  HISTORY-AT-END          PIC X.
005600 77  PROJECTION-DONE         PIC X.
005700 77  ENTERED-COMPANY         PIC 9(2).
005800 77  HORIZON-DATE            PIC 9(8).
005900
006000*---------------------------------
006100* One note's movements.
006200*---------------------------------
006300 01  NOTE-TOTALS.
006400     05  NOTE-OPENING        PIC S9(8)V99.
006500     05  NOTE-BORROWED       PIC S9(8)V99.
006600     05  NOTE-PRINCIPAL-PAID PIC S9(8)V99.
006700     05  NOTE-CLOSING        PIC S9(8)V99.
006800     05  NOTE-CURRENT        PIC S9(8)V99.
006900     05  NOTE-LONG-TERM      PIC S9(8)V99.
007000
007100 01  GRAND-TOTALS.
007200     05  GRAND-NOTES         PIC 9(5).
007300     05  GRAND-OPENING       PIC S9(9)V99.
007400     05  GRAND-BORROWED      PIC S9(9)V99.
007500     05  GRAND-PRINCIPAL-PAID PIC S9(9)V99.
007600     05  GRAND-CLOSING       PIC S9(9)V99.
007700     05  GRAND-CURRENT       PIC S9(9)V99.
007800     05  GRAND-LONG-TERM     PIC S9(9)V99.
007900
008000 77  LINE-COUNT              PIC 999   VALUE ZERO.
008100 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
008200 77  MAXIMUM-LINES           PIC 999   VALUE 55.
008300
008400 01  DETAIL-LINE.
008500     05  PRINT-NOTE-NUMBER   PIC 9(3).
008600     05  FILLER              PIC X(1)  VALUE SPACE.
008700     05  PRINT-DESCRIPTION   PIC X(22).
008800     05  FILLER              PIC X(1)  VALUE SPACE.
008900     05  PRINT-TYPE          PIC X(1).
009000     05  FILLER              PIC X(1)  VALUE SPACE.
009100     05  PRINT-COMPANY       PIC 99.
009200     05  FILLER              PIC X(1)  VALUE SPACE.
009300     05  PRINT-OPENING       PIC ZZZ,ZZZ,ZZ9.99-.
009400     05  PRINT-BORROWED      PIC ZZZ,ZZZ,ZZ9.99-.
009500     05  PRINT-PRINCIPAL-PAID PIC ZZZ,ZZZ,ZZ9.99-.
009600     05  PRINT-CLOSING       PIC ZZZ,ZZZ,ZZ9.99-.
009700     05  PRINT-CURRENT       PIC ZZZ,ZZZ,ZZ9.99-.
009800     05  PRINT-LONG-TERM     PIC ZZZ,ZZZ,ZZ9.99-.
009900
010000 01  COLUMN-LINE-1.
010100     05  FILLER              PIC X(32) VALUE SPACE.
010200     05  FILLER              PIC X(15) VALUE "        OPENING".
010300     05  FILLER              PIC X(15) VALUE "            NEW".
010400     05  FILLER              PIC X(15) VALUE "      PRINCIPAL".
010500     05  FILLER              PIC X(15) VALUE "        CLOSING".
010600     05  FILLER              PIC X(15) VALUE "        CURRENT".
010700     05  FILLER              PIC X(15) VALUE "      LONG-TERM".
010800
010900 01  COLUMN-LINE-2.
011000     05  FILLER              PIC X(29) VALUE "NTE DESCRIPTION".
011100     05  FILLER              PIC X(3)  VALUE "CO".
011200     05  FILLER              PIC X(15) VALUE "        BALANCE".
011300     05  FILLER              PIC X(15) VALUE "     BORROWINGS".
011400     05  FILLER              PIC X(15) VALUE "           PAID".
011500     05  FILLER              PIC X(15) VALUE "        BALANCE".
011600     05  FILLER              PIC X(15) VALUE "        PORTION".
011700     05  FILLER              PIC X(15) VALUE "        PORTION".
011800
011900 01  TITLE-LINE.
012000     05  FILLER              PIC X(25) VALUE SPACE.
012100     05  FILLER              PIC X(29)
012200         VALUE "NOTES PAYABLE ROLL-FORWARD".
012300     05  PRINT-START-DATE    PIC Z9/99/9999.
012400     05  FILLER              PIC X(4)  VALUE " TO ".
012500     05  PRINT-END-DATE      PIC Z9/99/9999.
012600     05  FILLER              PIC X(10) VALUE SPACE.
012700     05  PRINT-TITLE-COMPANY PIC X(14).
012800     05  FILLER              PIC X(5)  VALUE "PAGE:".
012900     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
013000
013100 01  COMPANY-TITLE.
013200     05  FILLER              PIC X(8)  VALUE "COMPANY ".
013300     05  PRINT-TITLE-CODE    PIC 99.
013400
013500     COPY "WSDATE01.CBL".
013600
013700     COPY "WSNOTE01.CBL".
013800
013900 PROCEDURE DIVISION.
014000 PROGRAM-BEGIN.
014100     PERFORM OPENING-PROCEDURE.
014200     PERFORM MAIN-PROCESS.
014300     PERFORM CLOSING-PROCEDURE.
014400
014500 PROGRAM-EXIT.
014600     EXIT PROGRAM.
014700
014800 PROGRAM-DONE.
014900     STOP RUN.
015000
015100 OPENING-PROCEDURE.
015200     OPEN I-O NOTE-FILE.
015300     OPEN I-O NOTE-HISTORY-FILE.
015400     OPEN OUTPUT PRINTER-FILE.
015500
015600 CLOSING-PROCEDURE.
015700     CLOSE NOTE-FILE.
015800     CLOSE NOTE-HISTORY-FILE.
015900     PERFORM END-LAST-PAGE.
016000     CLOSE PRINTER-FILE.
016100
016200 MAIN-PROCESS.
016300     DISPLAY "ENTER COMPANY (0 FOR ALL)".
016400     ACCEPT ENTERED-COMPANY.
016500     PERFORM GET-REPORT-RANGE.
016600     PERFORM SET-HORIZON-DATE.
016700     MOVE ZEROES TO GRAND-TOTALS.
016800     PERFORM START-NEW-PAGE.
016900     PERFORM READ-FIRST-NOTE.
017000     PERFORM PROCESS-NEXT-NOTE
017100         UNTIL NOTE-FILE-AT-END = "Y".
017200     PERFORM PRINT-GRAND-TOTALS.
017300
017400 GET-REPORT-RANGE.
017500     MOVE "N" TO ZERO-DATE-IS-OK.
017600     MOVE "ENTER ROLL-FORWARD START DATE (MM/DD/CCYY)"
017700         TO RANGE-START-PROMPT.
017800     MOVE "ENTER ROLL-FORWARD END DATE (MM/DD/CCYY)"
017900         TO RANGE-END-PROMPT.
018000     PERFORM GET-A-DATE-RANGE.
018100
018200*---------------------------------
018300* A year on from the end date;
018400* the 29th of February becomes
018500* the 28th.
018600*---------------------------------
018700 SET-HORIZON-DATE.
018800     MOVE RANGE-END-DATE TO DATE-CCYYMMDD.
018900     ADD 1 TO DATE-YYYY.
019000     PERFORM CHECK-DATE.
019100     IF NOT DATE-IS-VALID
019200         SUBTRACT 1 FROM DATE-DD.
019300     MOVE DATE-CCYYMMDD TO HORIZON-DATE.
019400
019500 PROCESS-NEXT-NOTE.
019600     IF ENTERED-COMPANY = ZEROES
019700        OR NOTE-COMPANY = ENTERED-COMPANY
019800         PERFORM ROLL-ONE-NOTE.
019900     PERFORM READ-NEXT-NOTE-RECORD.
020000
020100*---------------------------------
020200* A note with nothing owed at
020300* either end of the range and
020400* nothing borrowed within it is
020500* left off.
020600*---------------------------------
020700 ROLL-ONE-NOTE.
020800     MOVE ZEROES TO NOTE-TOTALS.
020900     PERFORM ADD-UP-NOTE-HISTORY.
021000     COMPUTE NOTE-CLOSING = NOTE-OPENING + NOTE-BORROWED
021100                          - NOTE-PRINCIPAL-PAID.
021200     IF NOTE-IS-ACTIVE
021300         PERFORM PROJECT-CURRENT-PORTION.
021400     IF NOTE-CURRENT > NOTE-CLOSING
021500         MOVE NOTE-CLOSING TO NOTE-CURRENT.
021600     COMPUTE NOTE-LONG-TERM = NOTE-CLOSING - NOTE-CURRENT.
021700     IF NOTE-OPENING NOT = ZEROES
021800        OR NOTE-BORROWED NOT = ZEROES
021900        OR NOTE-CLOSING NOT = ZEROES
022000         PERFORM PRINT-NOTE-LINE.
022100
022200 ADD-UP-NOTE-HISTORY.
022300     MOVE "N" TO HISTORY-AT-END.
022400     MOVE NOTE-NUMBER TO NTH-NOTE-NUMBER.
022500     MOVE ZEROES TO NTH-SEQ.
022600     START NOTE-HISTORY-FILE KEY NOT < NTH-KEY
022700         INVALID KEY
022800         MOVE "Y" TO HISTORY-AT-END.
022900     PERFORM ADD-UP-NEXT-HISTORY
023000         UNTIL HISTORY-AT-END = "Y".
023100
023200 ADD-UP-NEXT-HISTORY.
023300     READ NOTE-HISTORY-FILE NEXT RECORD
023400         AT END MOVE "Y" TO HISTORY-AT-END.
023500     IF HISTORY-AT-END NOT = "Y"
023600         IF NTH-NOTE-NUMBER NOT = NOTE-NUMBER
023700             MOVE "Y" TO HISTORY-AT-END
023800         ELSE
023900             PERFORM ADD-UP-ONE-HISTORY.
024000
024100*---------------------------------
024200* Before the range a movement
024300* goes to the opening balance,
024400* within it to borrowings or
024500* principal paid; a payment
024600* made within a year after it
024700* is current.
024800*---------------------------------
024900 ADD-UP-ONE-HISTORY.
025000     IF NTH-DATE < RANGE-START-DATE
025100         IF NTH-IS-BORROWING
025200             ADD NTH-AMOUNT TO NOTE-OPENING
025300         ELSE
025400         IF NTH-IS-PAYMENT
025500             SUBTRACT NTH-PRINCIPAL FROM NOTE-OPENING.
025600     IF NTH-DATE NOT < RANGE-START-DATE
025700        AND NTH-DATE NOT > RANGE-END-DATE
025800         IF NTH-IS-BORROWING
025900             ADD NTH-AMOUNT TO NOTE-BORROWED
026000         ELSE
026100         IF NTH-IS-PAYMENT
026200             ADD NTH-PRINCIPAL TO NOTE-PRINCIPAL-PAID.
026300     IF NTH-DATE > RANGE-END-DATE
026400        AND NTH-DATE NOT > HORIZON-DATE
026500        AND NTH-IS-PAYMENT
026600         ADD NTH-PRINCIPAL TO NOTE-CURRENT.
026700
026800*---------------------------------
026900* Payments not yet vouchered that
027000* fall due by the horizon -
027100* including any already past
027200* due - are current.
027300*---------------------------------
027400 PROJECT-CURRENT-PORTION.
027500     MOVE NOTE-BALANCE TO NOTE-CALC-BALANCE.
027600     COMPUTE NOTE-CALC-PAYMENT-NO = NOTE-PAYMENTS-MADE + 1.
027700     MOVE "N" TO PROJECTION-DONE.
027800     PERFORM PROJECT-ONE-PAYMENT
027900         UNTIL PROJECTION-DONE = "Y".
028000
028100 PROJECT-ONE-PAYMENT.
028200     PERFORM COMPUTE-NOTE-DUE-DATE.
028300     IF NOTE-CALC-PAYMENT-NO > NOTE-TERM-PAYMENTS
028400        OR NOTE-CALC-DUE-DATE > HORIZON-DATE
028500         MOVE "Y" TO PROJECTION-DONE
028600     ELSE
028700         MOVE NOTE-PAYMENT TO NOTE-CALC-PAYMENT
028800         PERFORM SPLIT-NOTE-PAYMENT
028900         ADD NOTE-CALC-PRINCIPAL TO NOTE-CURRENT
029000         ADD 1 TO NOTE-CALC-PAYMENT-NO.
029100
029200 PRINT-NOTE-LINE.
029300     IF LINE-COUNT > MAXIMUM-LINES
029400         PERFORM START-NEXT-PAGE.
029500     MOVE SPACE TO DETAIL-LINE.
029600     MOVE NOTE-NUMBER TO PRINT-NOTE-NUMBER.
029700     MOVE NOTE-DESCRIPTION TO PRINT-DESCRIPTION.
029800     MOVE NOTE-TYPE TO PRINT-TYPE.
029900     MOVE NOTE-COMPANY TO PRINT-COMPANY.
030000     MOVE NOTE-OPENING TO PRINT-OPENING.
030100     MOVE NOTE-BORROWED TO PRINT-BORROWED.
030200     MOVE NOTE-PRINCIPAL-PAID TO PRINT-PRINCIPAL-PAID.
030300     MOVE NOTE-CLOSING TO PRINT-CLOSING.
030400     MOVE NOTE-CURRENT TO PRINT-CURRENT.
030500     MOVE NOTE-LONG-TERM TO PRINT-LONG-TERM.
030600     MOVE DETAIL-LINE TO PRINTER-RECORD.
030700     PERFORM WRITE-TO-PRINTER.
030800     ADD 1 TO GRAND-NOTES.
030900     ADD NOTE-OPENING TO GRAND-OPENING.
031000     ADD NOTE-BORROWED TO GRAND-BORROWED.
031100     ADD NOTE-PRINCIPAL-PAID TO GRAND-PRINCIPAL-PAID.
031200     ADD NOTE-CLOSING TO GRAND-CLOSING.
031300     ADD NOTE-CURRENT TO GRAND-CURRENT.
031400     ADD NOTE-LONG-TERM TO GRAND-LONG-TERM.
031500
031600 PRINT-GRAND-TOTALS.
031700     PERFORM LINE-FEED.
031800     MOVE SPACE TO DETAIL-LINE.
031900     MOVE GRAND-OPENING TO PRINT-OPENING.
032000     MOVE GRAND-BORROWED TO PRINT-BORROWED.
032100     MOVE GRAND-PRINCIPAL-PAID TO PRINT-PRINCIPAL-PAID.
032200     MOVE GRAND-CLOSING TO PRINT-CLOSING.
032300     MOVE GRAND-CURRENT TO PRINT-CURRENT.
032400     MOVE GRAND-LONG-TERM TO PRINT-LONG-TERM.
032500     MOVE DETAIL-LINE TO PRINTER-RECORD.
032600     MOVE "TOTAL" TO PRINTER-RECORD (1:5).
032700     MOVE GRAND-NOTES TO PRINTER-RECORD (7:5).
032800     MOVE "NOTES" TO PRINTER-RECORD (13:5).
032900     PERFORM WRITE-TO-PRINTER.
033000     PERFORM LINE-FEED.
033100     MOVE "CURRENT PORTION = PRINCIPAL DUE WITHIN ONE YEAR OF"
033200         TO PRINTER-RECORD.
033300     PERFORM WRITE-TO-PRINTER.
033400     MOVE "THE END DATE, FUTURE PAYMENTS AT THE RATE IN FORCE"
033500         TO PRINTER-RECORD.
033600     PERFORM WRITE-TO-PRINTER.
033700
033800*---------------------------------
033900* File I-O routines.
034000*---------------------------------
034100 READ-FIRST-NOTE.
034200     MOVE "N" TO NOTE-FILE-AT-END.
034300     MOVE ZEROES TO NOTE-NUMBER.
034400     START NOTE-FILE KEY NOT < NOTE-NUMBER
034500         INVALID KEY
034600         MOVE "Y" TO NOTE-FILE-AT-END.
034700     IF NOTE-FILE-AT-END NOT = "Y"
034800         PERFORM READ-NEXT-NOTE-RECORD.
034900
035000 READ-NEXT-NOTE-RECORD.
035100     READ NOTE-FILE NEXT RECORD
035200         AT END
035300         MOVE "Y" TO NOTE-FILE-AT-END.
035400
035500*---------------------------------
035600* Printer I-O routines.
035700*---------------------------------
035800 WRITE-TO-PRINTER.
035900     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
036000     ADD 1 TO LINE-COUNT.
036100
036200 LINE-FEED.
036300     MOVE SPACE TO PRINTER-RECORD.
036400     PERFORM WRITE-TO-PRINTER.
036500
036600 START-NEXT-PAGE.
036700     PERFORM END-LAST-PAGE.
036800     PERFORM START-NEW-PAGE.
036900
037000 START-NEW-PAGE.
037100     ADD 1 TO PAGE-NUMBER.
037200     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
037300     MOVE RANGE-START-DATE TO DATE-CCYYMMDD.
037400     PERFORM CONVERT-TO-MMDDCCYY.
037500     MOVE DATE-MMDDCCYY TO PRINT-START-DATE.
037600     MOVE RANGE-END-DATE TO DATE-CCYYMMDD.
037700     PERFORM CONVERT-TO-MMDDCCYY.
037800     MOVE DATE-MMDDCCYY TO PRINT-END-DATE.
037900     IF ENTERED-COMPANY = ZEROES
038000         MOVE "ALL COMPANIES" TO PRINT-TITLE-COMPANY
038100     ELSE
038200         MOVE ENTERED-COMPANY TO PRINT-TITLE-CODE
038300         MOVE COMPANY-TITLE TO PRINT-TITLE-COMPANY.
038400     MOVE TITLE-LINE TO PRINTER-RECORD.
038500     PERFORM WRITE-TO-PRINTER.
038600     PERFORM LINE-FEED.
038700     MOVE COLUMN-LINE-1 TO PRINTER-RECORD.
038800     PERFORM WRITE-TO-PRINTER.
038900     MOVE COLUMN-LINE-2 TO PRINTER-RECORD.
039000     PERFORM WRITE-TO-PRINTER.
039100     PERFORM LINE-FEED.
039200
039300 END-LAST-PAGE.
039400     PERFORM FORM-FEED.
039500     MOVE ZERO TO LINE-COUNT.
039600
039700 FORM-FEED.
039800     MOVE SPACE TO PRINTER-RECORD.
039900     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
040000
040100*---------------------------------
040200* Utility routines.
040300*---------------------------------
040400     COPY "PLDATE01.CBL".
040500     COPY "PLNOTE01.CBL".

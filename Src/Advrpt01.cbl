000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ADVRPT01.
000300*---------------------------------
000400* Open travel advances by
000500* employee.
000600*
000700* Lists every advance not yet
000800* fully netted by expense
000900* reports, grouped by employee,
001000* with what was advanced, what
001100* reports have netted so far and
001200* what is still open. Each
001300* employee's open balance is
001400* what the next approved report
001500* will net before anything is
001600* paid out.
001700*---------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100
002200     COPY "SLADV.CBL".
002300
002400     COPY "SLEMP.CBL".
002500
002600     SELECT WORK-FILE
002700         ASSIGN TO "WORK"
002800         ORGANIZATION IS SEQUENTIAL.
002900
003000     SELECT SORT-FILE
003100         ASSIGN TO "SORT".
003200
003300     SELECT PRINTER-FILE
003400         ASSIGN TO PRINTER
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900
004000     COPY "FDADV.CBL".
004100
004200     COPY "FDEMP.CBL".
004300
004400 FD  WORK-FILE
004500     LABEL RECORDS ARE STANDARD.
004600 01  WORK-RECORD.
004700     05  WORK-NUMBER          PIC 9(06).
004800     05  WORK-EMPLOYEE        PIC 9(05).
004900     05  WORK-DATE            PIC 9(08).
005000     05  WORK-PURPOSE         PIC X(30).
005100     05  WORK-AMOUNT          PIC S9(6)V99.
005200     05  WORK-APPLIED         PIC S9(6)V99.
005300     05  WORK-VOUCHER-NO      PIC 9(05).
005400     05  WORK-LAST-REPORT     PIC 9(06).
005500     05  WORK-STATUS          PIC X(01).
005600         88  WORK-IS-OPEN         VALUE "O".
005700
005800 SD  SORT-FILE.
005900
006000 01  SORT-RECORD.
006100     05  SORT-NUMBER          PIC 9(06).
006200     05  SORT-EMPLOYEE        PIC 9(05).
006300     05  SORT-DATE            PIC 9(08).
006400     05  SORT-PURPOSE         PIC X(30).
006500     05  SORT-AMOUNT          PIC S9(6)V99.
006600     05  SORT-APPLIED         PIC S9(6)V99.
006700     05  SORT-VOUCHER-NO      PIC 9(05).
006800     05  SORT-LAST-REPORT     PIC 9(06).
006900     05  SORT-STATUS          PIC X(01).
007000
007100 FD  PRINTER-FILE
007200     LABEL RECORDS ARE OMITTED.
007300 01  PRINTER-RECORD             PIC X(80).
007400
007500 WORKING-STORAGE SECTION.
007600
007700 77  WORK-FILE-AT-END        PIC X.
007800 77  EMP-RECORD-FOUND        PIC X.
007900 77  CURRENT-EMPLOYEE        PIC 9(5).
008000 77  ADVANCE-OPEN            PIC S9(6)V99.
008100
008200 77  EMPLOYEE-COUNT          PIC 9(4)      VALUE ZEROES.
008300 77  EMPLOYEE-OPEN           PIC S9(8)V99.
008400 77  GRAND-ADVANCED          PIC S9(8)V99  VALUE ZEROES.
008500 77  GRAND-APPLIED           PIC S9(8)V99  VALUE ZEROES.
008600 77  GRAND-OPEN              PIC S9(8)V99  VALUE ZEROES.
008700
008800 77  LINE-COUNT              PIC 999   VALUE ZERO.
008900 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
009000 77  MAXIMUM-LINES           PIC 999   VALUE 55.
009100
009200 01  EMPLOYEE-LINE.
009300     05  FILLER              PIC X(10) VALUE "EMPLOYEE: ".
009400     05  PRINT-EMPLOYEE      PIC Z(4)9.
009500     05  FILLER              PIC X(1)  VALUE SPACE.
009600     05  PRINT-EMP-NAME      PIC X(30).
009700
009800 01  DETAIL-LINE.
009900     05  FILLER              PIC X(2)  VALUE SPACE.
010000     05  PRINT-NUMBER        PIC Z(5)9.
010100     05  FILLER              PIC X(1)  VALUE SPACE.
010200     05  PRINT-DATE          PIC Z9/99/9999.
010300     05  FILLER              PIC X(1)  VALUE SPACE.
010400     05  PRINT-PURPOSE       PIC X(16).
010500     05  FILLER              PIC X(1)  VALUE SPACE.
010600     05  PRINT-AMOUNT        PIC ZZZ,ZZ9.99-.
010700     05  FILLER              PIC X(1)  VALUE SPACE.
010800     05  PRINT-APPLIED       PIC ZZZ,ZZ9.99-.
010900     05  FILLER              PIC X(1)  VALUE SPACE.
011000     05  PRINT-OPEN          PIC ZZZ,ZZ9.99-.
011100
011200 01  COLUMN-LINE.
011300     05  FILLER              PIC X(9)  VALUE "  ADVANCE".
011400     05  FILLER              PIC X(11) VALUE " DATE".
011500     05  FILLER              PIC X(17) VALUE "PURPOSE".
011600     05  FILLER              PIC X(12) VALUE "   ADVANCED".
011700     05  FILLER              PIC X(12) VALUE "     NETTED".
011800     05  FILLER              PIC X(12) VALUE "       OPEN".
011900
012000 01  EMPLOYEE-TOTAL-LINE.
012100     05  FILLER              PIC X(50) VALUE SPACE.
012200     05  FILLER              PIC X(12) VALUE "OPEN TOTAL:".
012300     05  PRINT-EMP-OPEN      PIC ZZZ,ZZZ,ZZ9.99-.
012400
012500 01  GRAND-TOTAL-LINE.
012600     05  FILLER              PIC X(16) VALUE "GRAND TOTALS:".
012700     05  FILLER              PIC X(10) VALUE "ADVANCED".
012800     05  PRINT-GRAND-ADVANCED
012900                             PIC ZZZ,ZZZ,ZZ9.99-.
013000     05  FILLER              PIC X(2)  VALUE SPACE.
013100     05  FILLER              PIC X(7)  VALUE "NETTED".
013200     05  PRINT-GRAND-APPLIED PIC ZZZ,ZZZ,ZZ9.99-.
013300
013400 01  GRAND-OPEN-LINE.
013500     05  FILLER              PIC X(16) VALUE SPACE.
013600     05  FILLER              PIC X(10) VALUE "OPEN".
013700     05  PRINT-GRAND-OPEN    PIC ZZZ,ZZZ,ZZ9.99-.
013800     05  FILLER              PIC X(2)  VALUE SPACE.
013900     05  FILLER              PIC X(11) VALUE "EMPLOYEES:".
014000     05  PRINT-EMP-COUNT     PIC ZZZ9.
014100
014200 01  TITLE-LINE.
014300     05  FILLER              PIC X(20) VALUE SPACE.
014400     05  FILLER              PIC X(36)
014500         VALUE "OPEN TRAVEL ADVANCES BY EMPLOYEE".
014600     05  FILLER              PIC X(5)  VALUE "PAGE:".
014700     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
014800
014900     COPY "WSDATE01.CBL".
015000
015100 PROCEDURE DIVISION.
015200 PROGRAM-BEGIN.
015300     PERFORM OPENING-PROCEDURE.
015400     PERFORM MAIN-PROCESS.
015500     PERFORM CLOSING-PROCEDURE.
015600
015700 PROGRAM-EXIT.
015800     EXIT PROGRAM.
015900
016000 PROGRAM-DONE.
016100     STOP RUN.
016200
016300 OPENING-PROCEDURE.
016400     OPEN I-O EMPLOYEE-FILE.
016500     OPEN OUTPUT PRINTER-FILE.
016600
016700 CLOSING-PROCEDURE.
016800     CLOSE EMPLOYEE-FILE.
016900     PERFORM END-LAST-PAGE.
017000     CLOSE PRINTER-FILE.
017100
017200 MAIN-PROCESS.
017300     PERFORM SORT-DATA-FILE.
017400     OPEN INPUT WORK-FILE.
017500     PERFORM START-NEW-PAGE.
017600     MOVE ZEROES TO CURRENT-EMPLOYEE.
017700     PERFORM READ-NEXT-OPEN-ADVANCE.
017800     PERFORM REPORT-ONE-EMPLOYEE
017900         UNTIL WORK-FILE-AT-END = "Y".
018000     PERFORM PRINT-GRAND-TOTALS.
018100     CLOSE WORK-FILE.
018200
018300*---------------------------------
018400* Oldest first within employee,
018500* the order expense approval
018600* nets them in.
018700*---------------------------------
018800 SORT-DATA-FILE.
018900     SORT SORT-FILE
019000         ON ASCENDING KEY SORT-EMPLOYEE
019100                          SORT-NUMBER
019200          USING ADVANCE-FILE
019300          GIVING WORK-FILE.
019400
019500 REPORT-ONE-EMPLOYEE.
019600     MOVE WORK-EMPLOYEE TO CURRENT-EMPLOYEE.
019700     MOVE ZEROES TO EMPLOYEE-OPEN.
019800     PERFORM PRINT-EMPLOYEE-HEADING.
019900     PERFORM REPORT-ONE-ADVANCE
020000         UNTIL WORK-FILE-AT-END = "Y"
020100            OR WORK-EMPLOYEE NOT = CURRENT-EMPLOYEE.
020200     PERFORM PRINT-EMPLOYEE-TOTAL.
020300     ADD 1 TO EMPLOYEE-COUNT.
020400
020500 PRINT-EMPLOYEE-HEADING.
020600     IF LINE-COUNT > MAXIMUM-LINES
020700         PERFORM START-NEXT-PAGE.
020800     MOVE WORK-EMPLOYEE TO PRINT-EMPLOYEE EMP-NUMBER.
020900     PERFORM READ-EMP-RECORD.
021000     IF EMP-RECORD-FOUND = "Y"
021100         MOVE EMP-NAME TO PRINT-EMP-NAME
021200     ELSE
021300         MOVE "*EMPLOYEE NOT ON FILE*" TO PRINT-EMP-NAME.
021400     MOVE EMPLOYEE-LINE TO PRINTER-RECORD.
021500     PERFORM WRITE-TO-PRINTER.
021600
021700 REPORT-ONE-ADVANCE.
021800     IF LINE-COUNT > MAXIMUM-LINES
021900         PERFORM START-NEXT-PAGE.
022000     COMPUTE ADVANCE-OPEN = WORK-AMOUNT - WORK-APPLIED.
022100     MOVE WORK-NUMBER TO PRINT-NUMBER.
022200     MOVE WORK-DATE TO DATE-CCYYMMDD.
022300     PERFORM CONVERT-TO-MMDDCCYY.
022400     MOVE DATE-MMDDCCYY TO PRINT-DATE.
022500     MOVE WORK-PURPOSE TO PRINT-PURPOSE.
022600     MOVE WORK-AMOUNT TO PRINT-AMOUNT.
022700     MOVE WORK-APPLIED TO PRINT-APPLIED.
022800     MOVE ADVANCE-OPEN TO PRINT-OPEN.
022900     MOVE DETAIL-LINE TO PRINTER-RECORD.
023000     PERFORM WRITE-TO-PRINTER.
023100     ADD ADVANCE-OPEN TO EMPLOYEE-OPEN GRAND-OPEN.
023200     ADD WORK-AMOUNT TO GRAND-ADVANCED.
023300     ADD WORK-APPLIED TO GRAND-APPLIED.
023400     PERFORM READ-NEXT-OPEN-ADVANCE.
023500
023600 PRINT-EMPLOYEE-TOTAL.
023700     MOVE EMPLOYEE-OPEN TO PRINT-EMP-OPEN.
023800     MOVE EMPLOYEE-TOTAL-LINE TO PRINTER-RECORD.
023900     PERFORM WRITE-TO-PRINTER.
024000     PERFORM LINE-FEED.
024100
024200 PRINT-GRAND-TOTALS.
024300     PERFORM LINE-FEED.
024400     MOVE GRAND-ADVANCED TO PRINT-GRAND-ADVANCED.
024500     MOVE GRAND-APPLIED TO PRINT-GRAND-APPLIED.
024600     MOVE GRAND-TOTAL-LINE TO PRINTER-RECORD.
024700     PERFORM WRITE-TO-PRINTER.
024800     MOVE GRAND-OPEN TO PRINT-GRAND-OPEN.
024900     MOVE EMPLOYEE-COUNT TO PRINT-EMP-COUNT.
025000     MOVE GRAND-OPEN-LINE TO PRINTER-RECORD.
025100     PERFORM WRITE-TO-PRINTER.
025200
025300*---------------------------------
025400* Work file read routines - a
025500* closed advance is skipped.
025600*---------------------------------
025700 READ-NEXT-OPEN-ADVANCE.
025800     MOVE "N" TO WORK-FILE-AT-END.
025900     PERFORM READ-NEXT-WORK-RECORD.
026000     PERFORM READ-NEXT-WORK-RECORD
026100         UNTIL WORK-FILE-AT-END = "Y"
026200            OR WORK-IS-OPEN.
026300
026400 READ-NEXT-WORK-RECORD.
026500     READ WORK-FILE NEXT RECORD
026600         AT END
026700         MOVE "Y" TO WORK-FILE-AT-END.
026800
026900*---------------------------------
027000* Other file I-O routines.
027100*---------------------------------
027200 READ-EMP-RECORD.
027300     MOVE "Y" TO EMP-RECORD-FOUND.
027400     READ EMPLOYEE-FILE RECORD
027500         INVALID KEY
027600         MOVE "N" TO EMP-RECORD-FOUND.
027700
027800*---------------------------------
027900* Printer I-O routines.
028000*---------------------------------
028100 WRITE-TO-PRINTER.
028200     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
028300     ADD 1 TO LINE-COUNT.
028400
028500 LINE-FEED.
028600     MOVE SPACE TO PRINTER-RECORD.
028700     PERFORM WRITE-TO-PRINTER.
028800
028900 START-NEXT-PAGE.
029000     PERFORM END-LAST-PAGE.
029100     PERFORM START-NEW-PAGE.
029200
029300 START-NEW-PAGE.
029400     ADD 1 TO PAGE-NUMBER.
029500     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
029600     MOVE TITLE-LINE TO PRINTER-RECORD.
029700     PERFORM WRITE-TO-PRINTER.
029800     PERFORM LINE-FEED.
029900     MOVE COLUMN-LINE TO PRINTER-RECORD.
030000     PERFORM WRITE-TO-PRINTER.
030100     PERFORM LINE-FEED.
030200
030300 END-LAST-PAGE.
030400     PERFORM FORM-FEED.
030500     MOVE ZERO TO LINE-COUNT.
030600
030700 FORM-FEED.
030800     MOVE SPACE TO PRINTER-RECORD.
030900     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
031000
031100*---------------------------------
031200* Utility routines.
031300*---------------------------------
031400     COPY "PLDATE01.CBL".

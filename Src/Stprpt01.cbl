000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STPRPT01.
000300*---------------------------------
000400* Stop payments about to expire.
000500*
000600* Lists every active stop whose
000700* bank stop lapses within the
000800* number of days asked for
000900* (30 if none is given), so it
001000* can be renewed through
001100* STPMNT01 before the bank
001200* starts honoring the check
001300* again. A stop already past
001400* its expiry is flagged.
001500*---------------------------------
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
001800 FILE-CONTROL.
001900
002000     COPY "SLSTOP.CBL".
002100
002200     COPY "SLVND02.CBL".
002300
002400     SELECT PRINTER-FILE
002500         ASSIGN TO PRINTER
002600         ORGANIZATION IS LINE SEQUENTIAL.
002700
002800 DATA DIVISION.
002900 FILE SECTION.
003000
003100     COPY "FDSTOP.CBL".
003200
003300     COPY "FDVND04.CBL".
003400
003500 FD  PRINTER-FILE
003600     LABEL RECORDS ARE OMITTED.
003700 01  PRINTER-RECORD             PIC X(80).
003800
003900 WORKING-STORAGE SECTION.
004000
004100 77  STOP-AT-END             PIC X.
004200 77  VENDOR-RECORD-FOUND     PIC X.
004300
004400 77  DAYS-AHEAD              PIC 999.
004500 77  TODAY-DATE              PIC 9(8).
004600 77  TODAY-ANSI              PIC 9(7).
004700 77  CUTOFF-DATE             PIC 9(8).
004800
004900 77  EXPIRING-COUNT          PIC 9(4)      VALUE ZEROES.
005000 77  EXPIRING-TOTAL          PIC S9(8)V99  VALUE ZEROES.
005100
005200 77  LINE-COUNT              PIC 999   VALUE ZERO.
005300 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
005400 77  MAXIMUM-LINES           PIC 999   VALUE 55.
005500
005600 01  DETAIL-LINE.
005700     05  PRINT-CHECK-NO      PIC Z(5)9.
005800     05  FILLER              PIC X(1)  VALUE SPACE.
005900     05  PRINT-NAME          PIC X(24).
006000     05  FILLER              PIC X(1)  VALUE SPACE.
006100     05  PRINT-AMOUNT        PIC ZZZ,ZZ9.99-.
006200     05  FILLER              PIC X(1)  VALUE SPACE.
006300     05  PRINT-EXPIRY-DATE   PIC Z9/99/9999.
006400     05  FILLER              PIC X(1)  VALUE SPACE.
006500     05  PRINT-CONFIRM       PIC X(15).
006600     05  FILLER              PIC X(1)  VALUE SPACE.
006700     05  PRINT-STATUS        PIC X(8).
006800
006900 01  COLUMN-LINE.
007000     05  FILLER              PIC X(7)  VALUE " CHECK".
007100     05  FILLER              PIC X(25) VALUE "PAYEE".
007200     05  FILLER              PIC X(12) VALUE "     AMOUNT".
007300     05  FILLER              PIC X(11) VALUE "EXPIRES".
007400     05  FILLER              PIC X(16) VALUE "BANK CONFIRM".
007500
007600 01  TOTAL-LINE.
007700     05  FILLER              PIC X(18)
007800         VALUE "STOPS TO RENEW:".
007900     05  PRINT-EXP-COUNT     PIC ZZZ9.
008000     05  FILLER              PIC X(5)  VALUE SPACE.
008100     05  FILLER              PIC X(7)  VALUE "TOTAL:".
008200     05  PRINT-EXP-TOTAL     PIC ZZZ,ZZZ,ZZ9.99-.
008300
008400 01  TITLE-LINE.
008500     05  FILLER              PIC X(20) VALUE SPACE.
008600     05  FILLER              PIC X(18)
008700         VALUE "STOPS EXPIRING BY ".
008800     05  PRINT-CUTOFF-DATE   PIC Z9/99/9999.
008900
009000     COPY "WSCASE01.CBL".
009100
009200     COPY "WSDATE01.CBL".
009300
009400 PROCEDURE DIVISION.
009500 PROGRAM-BEGIN.
009600     PERFORM OPENING-PROCEDURE.
009700     PERFORM MAIN-PROCESS.
009800     PERFORM CLOSING-PROCEDURE.
009900
010000 PROGRAM-EXIT.
010100     EXIT PROGRAM.
010200
010300 PROGRAM-DONE.
010400     STOP RUN.
010500
010600 OPENING-PROCEDURE.
010700     OPEN I-O STOP-PAYMENT-FILE.
010800     OPEN I-O VENDOR-FILE.
010900     OPEN OUTPUT PRINTER-FILE.
011000
011100 CLOSING-PROCEDURE.
011200     CLOSE STOP-PAYMENT-FILE.
011300     CLOSE VENDOR-FILE.
011400     PERFORM END-LAST-PAGE.
011500     CLOSE PRINTER-FILE.
011600
011700 MAIN-PROCESS.
011800     PERFORM GET-DAYS-AHEAD.
011900     PERFORM START-NEW-PAGE.
012000     PERFORM READ-FIRST-STOP.
012100     PERFORM REPORT-ALL-STOPS
012200         UNTIL STOP-AT-END = "Y".
012300     PERFORM PRINT-EXPIRING-TOTALS.
012400
012500 GET-DAYS-AHEAD.
012600     DISPLAY "LIST STOPS EXPIRING WITHIN HOW MANY DAYS".
012700     DISPLAY "(ENTER FOR 30)?".
012800     ACCEPT DAYS-AHEAD.
012900     IF DAYS-AHEAD = ZEROES
013000         MOVE 30 TO DAYS-AHEAD.
013100     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
013200     COMPUTE TODAY-ANSI =
013300         FUNCTION INTEGER-OF-DATE(TODAY-DATE).
013400     COMPUTE CUTOFF-DATE =
013500         FUNCTION DATE-OF-INTEGER(TODAY-ANSI + DAYS-AHEAD).
013600
013700 REPORT-ALL-STOPS.
013800     IF STOP-IS-ACTIVE
013900        AND STOP-EXPIRY-DATE NOT > CUTOFF-DATE
014000         PERFORM REPORT-THIS-STOP.
014100     PERFORM READ-NEXT-STOP-RECORD.
014200
014300 REPORT-THIS-STOP.
014400     IF LINE-COUNT > MAXIMUM-LINES
014500         PERFORM START-NEXT-PAGE.
014600     MOVE SPACE TO DETAIL-LINE.
014700     MOVE STOP-CHECK-NO TO PRINT-CHECK-NO.
014800     MOVE STOP-VENDOR TO VENDOR-NUMBER.
014900     PERFORM READ-VENDOR-RECORD.
015000     IF VENDOR-RECORD-FOUND = "Y"
015100         MOVE VENDOR-NAME TO PRINT-NAME
015200     ELSE
015300         MOVE "*VENDOR NOT ON FILE*" TO PRINT-NAME.
015400     MOVE STOP-AMOUNT TO PRINT-AMOUNT.
015500     MOVE STOP-EXPIRY-DATE TO DATE-CCYYMMDD.
015600     PERFORM CONVERT-TO-MMDDCCYY.
015700     MOVE DATE-MMDDCCYY TO PRINT-EXPIRY-DATE.
015800     MOVE STOP-BANK-CONFIRM TO PRINT-CONFIRM.
015900     IF STOP-EXPIRY-DATE < TODAY-DATE
016000         MOVE "EXPIRED" TO PRINT-STATUS.
016100     MOVE DETAIL-LINE TO PRINTER-RECORD.
016200     PERFORM WRITE-TO-PRINTER.
016300     ADD 1 TO EXPIRING-COUNT.
016400     ADD STOP-AMOUNT TO EXPIRING-TOTAL.
016500
016600 PRINT-EXPIRING-TOTALS.
016700     PERFORM LINE-FEED.
016800     MOVE EXPIRING-COUNT TO PRINT-EXP-COUNT.
016900     MOVE EXPIRING-TOTAL TO PRINT-EXP-TOTAL.
017000     MOVE TOTAL-LINE TO PRINTER-RECORD.
017100     PERFORM WRITE-TO-PRINTER.
017200
017300*---------------------------------
017400* Stop file read routines.
017500*---------------------------------
017600 READ-FIRST-STOP.
017700     MOVE "N" TO STOP-AT-END.
017800     MOVE ZEROES TO STOP-CHECK-NO.
017900     START STOP-PAYMENT-FILE KEY NOT < STOP-CHECK-NO
018000         INVALID KEY
018100         MOVE "Y" TO STOP-AT-END.
018200     IF STOP-AT-END NOT = "Y"
018300         PERFORM READ-NEXT-STOP-RECORD.
018400
018500 READ-NEXT-STOP-RECORD.
018600     READ STOP-PAYMENT-FILE NEXT RECORD
018700         AT END
018800         MOVE "Y" TO STOP-AT-END.
018900
019000*---------------------------------
019100* Other file I-O routines.
019200*---------------------------------
019300 READ-VENDOR-RECORD.
019400     MOVE "Y" TO VENDOR-RECORD-FOUND.
019500     READ VENDOR-FILE RECORD
019600         INVALID KEY
019700         MOVE "N" TO VENDOR-RECORD-FOUND.
019800
019900*---------------------------------
020000* Printer I-O routines.
020100*---------------------------------
020200 WRITE-TO-PRINTER.
020300     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
020400     ADD 1 TO LINE-COUNT.
020500
020600 LINE-FEED.
020700     MOVE SPACE TO PRINTER-RECORD.
020800     PERFORM WRITE-TO-PRINTER.
020900
021000 START-NEXT-PAGE.
021100     PERFORM END-LAST-PAGE.
021200     PERFORM START-NEW-PAGE.
021300
021400 START-NEW-PAGE.
021500     ADD 1 TO PAGE-NUMBER.
021600     MOVE CUTOFF-DATE TO DATE-CCYYMMDD.
021700     PERFORM CONVERT-TO-MMDDCCYY.
021800     MOVE DATE-MMDDCCYY TO PRINT-CUTOFF-DATE.
021900     MOVE TITLE-LINE TO PRINTER-RECORD.
022000     PERFORM WRITE-TO-PRINTER.
022100     PERFORM LINE-FEED.
022200     MOVE COLUMN-LINE TO PRINTER-RECORD.
022300     PERFORM WRITE-TO-PRINTER.
022400     PERFORM LINE-FEED.
022500
022600 END-LAST-PAGE.
022700     PERFORM FORM-FEED.
022800     MOVE ZERO TO LINE-COUNT.
022900
023000 FORM-FEED.
023100     MOVE SPACE TO PRINTER-RECORD.
023200     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
023300
023400*---------------------------------
023500* Utility routines.
023600*---------------------------------
023700     COPY "PLDATE01.CBL".

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SACRPT01.
000300*---------------------------------
000400* Sensitive value access report.
000500*
000600* Prints the access log - one
000700* line each time a vendor tax id
000800* or bank account number was
000900* shown in full: who, when,
001000* which program, which vendor
001100* and which value - for an
001200* entered date range and,
001300* optionally, one operator, with
001400* the count of each kind of
001500* value. Everyone else sees
001600* these values masked to the
001700* last four, so this is the
001800* whole list of who has looked.
001900* Utility authority is required.
002000*---------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400
002500     COPY "SLSACC.CBL".
002600
002700     COPY "SLOPER.CBL".
002800
002900     COPY "SLSONLOG.CBL".
003000
003100     COPY "SLSESS.CBL".
003200
003300     SELECT PRINTER-FILE
003400         ASSIGN TO PRINTER
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900
004000     COPY "FDSACC.CBL".
004100
004200     COPY "FDOPER.CBL".
004300
004400     COPY "FDSONLOG.CBL".
004500
004600     COPY "FDSESS.CBL".
004700
004800 FD  PRINTER-FILE
004900     LABEL RECORDS ARE OMITTED.
005000 01  PRINTER-RECORD             PIC X(80).
005100
005200 WORKING-STORAGE SECTION.
005300
005400 77  LOG-FILE-AT-END         PIC X.
005500 77  REPORT-OPERATOR         PIC X(8).
005600
005700*---------------------------------
005800* The log line broken out of
005900* its comma-separated form.
006000* The date field carries the
006100* time of day in its last six
006200* digits.
006300*---------------------------------
006400 01  LOG-FIELDS.
006500     05  LOG-OPERATOR        PIC X(8).
006600     05  LOG-DATE-TIME       PIC X(14).
006700     05  LOG-DATE-TIME-FIELDS REDEFINES LOG-DATE-TIME.
006800         10  LOG-DATE        PIC 9(8).
006900         10  LOG-TIME        PIC 9(6).
007000     05  LOG-PROGRAM         PIC X(8).
007100     05  LOG-VENDOR          PIC X(5).
007200     05  LOG-WHAT            PIC X(9).
007300
007400 77  TAX-ID-COUNT            PIC 9(5) VALUE ZEROES.
007500 77  BANK-ACCT-COUNT         PIC 9(5) VALUE ZEROES.
007600 77  ACCESS-COUNT            PIC 9(5) VALUE ZEROES.
007700
007800 01  DETAIL-LINE.
007900     05  PRINT-OPERATOR    PIC X(8).
008000     05  FILLER            PIC X(1)  VALUE SPACE.
008100     05  PRINT-DATE        PIC 9(8).
008200     05  FILLER            PIC X(1)  VALUE SPACE.
008300     05  PRINT-TIME        PIC 9(6).
008400     05  FILLER            PIC X(1)  VALUE SPACE.
008500     05  PRINT-PROGRAM     PIC X(8).
008600     05  FILLER            PIC X(1)  VALUE SPACE.
008700     05  PRINT-VENDOR      PIC X(6).
008800     05  FILLER            PIC X(1)  VALUE SPACE.
008900     05  PRINT-WHAT        PIC X(9).
009000
009100 01  COLUMN-LINE.
009200     05  FILLER         PIC X(9)  VALUE "OPERATOR".
009300     05  FILLER         PIC X(9)  VALUE "DATE".
009400     05  FILLER         PIC X(7)  VALUE "TIME".
009500     05  FILLER         PIC X(9)  VALUE "PROGRAM".
009600     05  FILLER         PIC X(7)  VALUE "VENDOR".
009700     05  FILLER         PIC X(9)  VALUE "VALUE".
009800
009900 01  COUNT-LINE.
010000     05  COUNT-LABEL       PIC X(22).
010100     05  PRINT-COUNT       PIC ZZZZ9.
010200
010300 01  TITLE-LINE.
010400     05  FILLER              PIC X(16) VALUE SPACE.
010500     05  FILLER              PIC X(31)
010600         VALUE "TAX ID AND BANK ACCOUNT ACCESS".
010700     05  FILLER              PIC X(22) VALUE SPACE.
010800     05  FILLER              PIC X(5) VALUE "PAGE:".
010900     05  FILLER              PIC X(1) VALUE SPACE.
011000     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
011100
011200 77  LINE-COUNT              PIC 999   VALUE ZERO.
011300 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
011400 77  MAXIMUM-LINES           PIC 999   VALUE 55.
011500
011600     COPY "WSCASE01.CBL".
011700
011800     COPY "WSDATE01.CBL".
011900
012000     COPY "WSAUDIT01.CBL".
012100
012200     COPY "WSSIGN01.CBL".
012300
012400 PROCEDURE DIVISION.
012500 PROGRAM-BEGIN.
012600     PERFORM OPENING-PROCEDURE.
012700     MOVE "SACRPT01" TO SIGN-ON-PROGRAM.
012800     PERFORM GET-OPERATOR-SIGN-ON.
012900     IF OPERATOR-IS-SIGNED-ON
013000        AND SIGN-ON-CAN-UTILITY = "Y"
013100         PERFORM MAIN-PROCESS
013200     ELSE
013300     IF OPERATOR-IS-SIGNED-ON
013400         DISPLAY "YOU ARE NOT AUTHORIZED FOR UTILITIES".
013500     PERFORM CLOSING-PROCEDURE.
013600
013700 PROGRAM-EXIT.
013800     EXIT PROGRAM.
013900
014000 PROGRAM-DONE.
014100     STOP RUN.
014200
014300 OPENING-PROCEDURE.
014400     OPEN I-O OPERATOR-FILE.
014500     OPEN INPUT SENSITIVE-ACCESS-FILE.
014600     OPEN OUTPUT PRINTER-FILE.
014700
014800 CLOSING-PROCEDURE.
014900     CLOSE OPERATOR-FILE.
015000     CLOSE SENSITIVE-ACCESS-FILE.
015100     PERFORM END-LAST-PAGE.
015200     CLOSE PRINTER-FILE.
015300
015400 MAIN-PROCESS.
015500     PERFORM GET-REPORT-RANGE.
015600     PERFORM GET-REPORT-OPERATOR.
015700     PERFORM START-NEW-PAGE.
015800     MOVE "N" TO LOG-FILE-AT-END.
015900     PERFORM REPORT-NEXT-LOG-LINE
016000         UNTIL LOG-FILE-AT-END = "Y".
016100     PERFORM PRINT-ACCESS-COUNTS.
016200
016300 GET-REPORT-RANGE.
016400     MOVE "ENTER START DATE (MM/DD/CCYY)"
016500         TO RANGE-START-PROMPT.
016600     MOVE "ENTER END DATE (MM/DD/CCYY)"
016700         TO RANGE-END-PROMPT.
016800     PERFORM GET-A-DATE-RANGE.
016900
017000 GET-REPORT-OPERATOR.
017100     DISPLAY "ENTER OPERATOR ID (BLANK FOR ALL)".
017200     ACCEPT REPORT-OPERATOR.
017300     INSPECT REPORT-OPERATOR
017400       CONVERTING LOWER-ALPHA
017500       TO         UPPER-ALPHA.
017600
017700 REPORT-NEXT-LOG-LINE.
017800     READ SENSITIVE-ACCESS-FILE
017900         AT END MOVE "Y" TO LOG-FILE-AT-END.
018000     IF LOG-FILE-AT-END NOT = "Y"
018100         PERFORM BREAK-OUT-LOG-LINE
018200         PERFORM SELECT-LOG-LINE.
018300
018400 BREAK-OUT-LOG-LINE.
018500     MOVE SPACE TO LOG-FIELDS.
018600     UNSTRING SENSITIVE-ACCESS-RECORD
018700         DELIMITED BY ","
018800         INTO LOG-OPERATOR
018900              LOG-DATE-TIME
019000              LOG-PROGRAM
019100              LOG-VENDOR
019200              LOG-WHAT.
019300
019400 SELECT-LOG-LINE.
019500     IF LOG-DATE NOT < RANGE-START-DATE
019600        AND LOG-DATE NOT > RANGE-END-DATE
019700        AND (REPORT-OPERATOR = SPACES
019800          OR REPORT-OPERATOR = LOG-OPERATOR)
019900         PERFORM PRINT-LOG-DETAIL
020000         PERFORM COUNT-LOG-VALUE.
020100
020200 PRINT-LOG-DETAIL.
020300     IF LINE-COUNT > MAXIMUM-LINES
020400         PERFORM START-NEXT-PAGE.
020500     MOVE SPACE TO DETAIL-LINE.
020600     MOVE LOG-OPERATOR TO PRINT-OPERATOR.
020700     MOVE LOG-DATE TO PRINT-DATE.
020800     MOVE LOG-TIME TO PRINT-TIME.
020900     MOVE LOG-PROGRAM TO PRINT-PROGRAM.
021000     MOVE LOG-VENDOR TO PRINT-VENDOR.
021100     MOVE LOG-WHAT TO PRINT-WHAT.
021200     MOVE DETAIL-LINE TO PRINTER-RECORD.
021300     PERFORM WRITE-TO-PRINTER.
021400
021500 COUNT-LOG-VALUE.
021600     ADD 1 TO ACCESS-COUNT.
021700     IF LOG-WHAT = "TAX-ID"
021800         ADD 1 TO TAX-ID-COUNT
021900     ELSE
022000     IF LOG-WHAT = "BANK-ACCT"
022100         ADD 1 TO BANK-ACCT-COUNT.
022200
022300 PRINT-ACCESS-COUNTS.
022400     PERFORM LINE-FEED.
022500     MOVE SPACE TO COUNT-LINE.
022600     MOVE "FULL TAX IDS SHOWN:" TO COUNT-LABEL.
022700     MOVE TAX-ID-COUNT TO PRINT-COUNT.
022800     MOVE COUNT-LINE TO PRINTER-RECORD.
022900     PERFORM WRITE-TO-PRINTER.
023000     MOVE SPACE TO COUNT-LINE.
023100     MOVE "FULL BANK ACCTS SHOWN:" TO COUNT-LABEL.
023200     MOVE BANK-ACCT-COUNT TO PRINT-COUNT.
023300     MOVE COUNT-LINE TO PRINTER-RECORD.
023400     PERFORM WRITE-TO-PRINTER.
023500     MOVE SPACE TO COUNT-LINE.
023600     MOVE "TOTAL FULL DISPLAYS:" TO COUNT-LABEL.
023700     MOVE ACCESS-COUNT TO PRINT-COUNT.
023800     MOVE COUNT-LINE TO PRINTER-RECORD.
023900     PERFORM WRITE-TO-PRINTER.
024000
024100 WRITE-TO-PRINTER.
024200     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
024300     ADD 1 TO LINE-COUNT.
024400
024500 LINE-FEED.
024600     MOVE SPACE TO PRINTER-RECORD.
024700     PERFORM WRITE-TO-PRINTER.
024800
024900 START-NEXT-PAGE.
025000     PERFORM END-LAST-PAGE.
025100     PERFORM START-NEW-PAGE.
025200
025300 START-NEW-PAGE.
025400     ADD 1 TO PAGE-NUMBER.
025500     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
025600     MOVE TITLE-LINE TO PRINTER-RECORD.
025700     PERFORM WRITE-TO-PRINTER.
025800     PERFORM LINE-FEED.
025900     MOVE COLUMN-LINE TO PRINTER-RECORD.
026000     PERFORM WRITE-TO-PRINTER.
026100     PERFORM LINE-FEED.
026200
026300 END-LAST-PAGE.
026400     PERFORM FORM-FEED.
026500     MOVE ZERO TO LINE-COUNT.
026600
026700 FORM-FEED.
026800     MOVE SPACE TO PRINTER-RECORD.
026900     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
027000
027100*---------------------------------
027200* Utility routines.
027300*---------------------------------
027400     COPY "PLDATE01.CBL".
027500     COPY "PLSIGN01.CBL".

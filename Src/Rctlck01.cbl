000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RCTLCK01.
000300*---------------------------------
000400* Nightly recertification
000500* deadline enforcement.
000600*
000700* Every certification still
000800* pending after its cycle's
000900* deadline is marked lapsed on
001000* the history file and the
001100* operator is locked out, with
001200* every authority flag left as
001300* it was - clearing the lockout
001400* in OPERMNT1 is then a
001500* deliberate act that the
001600* supervisor has to ask for.
001700* The report lists the
001800* operators locked tonight, then
001900* those still pending with the
002000* days left before their
002100* deadline so the supervisors
002200* can be chased.
002300*
002400* Run as a leg of the nightly
002500* batch; no operator input is
002600* taken.
002700*---------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100
003200     COPY "SLCERT.CBL".
003300
003400     COPY "SLOPER.CBL".
003500
003600     SELECT PRINTER-FILE
003700         ASSIGN TO PRINTER
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200
004300     COPY "FDCERT.CBL".
004400
004500     COPY "FDOPER.CBL".
004600
004700 FD  PRINTER-FILE
004800     LABEL RECORDS ARE OMITTED.
004900 01  PRINTER-RECORD             PIC X(80).
005000
005100 WORKING-STORAGE SECTION.
005200
005300 77  CERT-FILE-AT-END        PIC X.
005400 77  OPER-RECORD-FOUND       PIC X.
005500 77  RUN-DATE                PIC 9(8).
005600 77  DAYS-LEFT               PIC S9(8).
005700 77  LAPSED-COUNT            PIC 9(5) VALUE ZEROES.
005800 77  PENDING-COUNT           PIC 9(5) VALUE ZEROES.
005900 77  REPORT-PART             PIC X.
006000     88  REPORTING-LAPSED        VALUE "L".
006100     88  REPORTING-PENDING       VALUE "P".
006200
006300 77  LINE-COUNT              PIC 999   VALUE ZERO.
006400 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
006500 77  MAXIMUM-LINES           PIC 999   VALUE 55.
006600
006700 01  COLUMN-LINE.
006800     05  FILLER         PIC X(8)  VALUE "CYCLE".
006900     05  FILLER         PIC X(9)  VALUE "OPERATOR".
007000     05  FILLER         PIC X(25) VALUE "NAME".
007100     05  FILLER         PIC X(11) VALUE "SUPERVISOR".
007200     05  FILLER         PIC X(11) VALUE "DEADLINE".
007300     05  FILLER         PIC X(9)  VALUE "DAYS LEFT".
007400
007500 01  DETAIL-LINE.
007600     05  PRINT-CYCLE       PIC X(6).
007700     05  FILLER            PIC X(2)  VALUE SPACE.
007800     05  PRINT-OPERATOR    PIC X(8).
007900     05  FILLER            PIC X(1)  VALUE SPACE.
008000     05  PRINT-NAME        PIC X(24).
008100     05  FILLER            PIC X(1)  VALUE SPACE.
008200     05  PRINT-SUPERVISOR  PIC X(8).
008300     05  FILLER            PIC X(3)  VALUE SPACE.
008400     05  PRINT-DEADLINE    PIC Z9/99/9999.
008500     05  FILLER            PIC X(3)  VALUE SPACE.
008600     05  PRINT-DAYS        PIC ZZZ9.
008700
008800 01  PART-LINE             PIC X(60).
008900
009000 01  TOTAL-LINE.
009100     05  PRINT-TOTAL-COUNT PIC ZZZZ9.
009200     05  FILLER            PIC X(1)  VALUE SPACE.
009300     05  PRINT-TOTAL-WORDS PIC X(50).
009400
009500 01  TITLE-LINE.
009600     05  FILLER              PIC X(18) VALUE SPACE.
009700     05  FILLER              PIC X(37)
009800         VALUE "OPERATOR ACCESS RECERTIFICATION DUE".
009900     05  FILLER              PIC X(5) VALUE "PAGE:".
010000     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
010100
010200     COPY "WSDATE01.CBL".
010300
010400 LINKAGE SECTION.
010500
010600*---------------------------------
010700* Set on exit to the number of
010800* operators locked tonight, for
010900* the nightly batch driver's
011000* control report.
011100*---------------------------------
011200 01  RETURN-LAPSED-COUNT       PIC 9(5).
011300
011400 PROCEDURE DIVISION USING RETURN-LAPSED-COUNT.
011500 PROGRAM-BEGIN.
011600     PERFORM OPENING-PROCEDURE.
011700     PERFORM MAIN-PROCESS.
011800     PERFORM CLOSING-PROCEDURE.
011900     MOVE LAPSED-COUNT TO RETURN-LAPSED-COUNT.
012000
012100 PROGRAM-EXIT.
012200     EXIT PROGRAM.
012300
012400 PROGRAM-DONE.
012500     STOP RUN.
012600
012700 OPENING-PROCEDURE.
012800     OPEN I-O CERT-HISTORY-FILE.
012900     OPEN I-O OPERATOR-FILE.
013000     OPEN OUTPUT PRINTER-FILE.
013100
013200 CLOSING-PROCEDURE.
013300     CLOSE CERT-HISTORY-FILE.
013400     CLOSE OPERATOR-FILE.
013500     PERFORM END-LAST-PAGE.
013600     CLOSE PRINTER-FILE.
013700
013800 MAIN-PROCESS.
013900     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
014000     PERFORM START-NEW-PAGE.
014100     MOVE "OPERATORS LOCKED - NOT RECERTIFIED BY THE DEADLINE"
014200         TO PART-LINE.
014300     MOVE "L" TO REPORT-PART.
014400     PERFORM REPORT-THE-CERTS.
014500     PERFORM LINE-FEED.
014600     MOVE LAPSED-COUNT TO PRINT-TOTAL-COUNT.
014700     MOVE "OPERATORS LOCKED TONIGHT" TO PRINT-TOTAL-WORDS.
014800     MOVE TOTAL-LINE TO PRINTER-RECORD.
014900     PERFORM WRITE-TO-PRINTER.
015000     PERFORM LINE-FEED.
015100     MOVE "OPERATORS STILL TO BE RECERTIFIED" TO PART-LINE.
015200     MOVE "P" TO REPORT-PART.
015300     PERFORM REPORT-THE-CERTS.
015400     PERFORM LINE-FEED.
015500     MOVE PENDING-COUNT TO PRINT-TOTAL-COUNT.
015600     MOVE "OPERATORS AWAITING THEIR SUPERVISOR"
015700         TO PRINT-TOTAL-WORDS.
015800     MOVE TOTAL-LINE TO PRINTER-RECORD.
015900     PERFORM WRITE-TO-PRINTER.
016000     DISPLAY LAPSED-COUNT " OPERATORS LOCKED - NOT RECERTIFIED".
016100
016200*---------------------------------
016300* Both parts read the whole
016400* history file; the first pass
016500* has already turned tonight's
016600* lapses out of pending by the
016700* time the second runs.
016800*---------------------------------
016900 REPORT-THE-CERTS.
017000     MOVE PART-LINE TO PRINTER-RECORD.
017100     PERFORM WRITE-TO-PRINTER.
017200     PERFORM LINE-FEED.
017300     MOVE "N" TO CERT-FILE-AT-END.
017400     MOVE LOW-VALUES TO CERT-KEY.
017500     START CERT-HISTORY-FILE KEY NOT < CERT-KEY
017600         INVALID KEY
017700         MOVE "Y" TO CERT-FILE-AT-END.
017800     PERFORM REPORT-NEXT-CERT
017900         UNTIL CERT-FILE-AT-END = "Y".
018000
018100 REPORT-NEXT-CERT.
018200     READ CERT-HISTORY-FILE NEXT RECORD
018300         AT END MOVE "Y" TO CERT-FILE-AT-END.
018400     IF CERT-FILE-AT-END = "N"
018500        AND CERT-IS-PENDING
018600         PERFORM REPORT-THIS-CERT.
018700
018800 REPORT-THIS-CERT.
018900     IF REPORTING-LAPSED
019000        AND CERT-DEADLINE < RUN-DATE
019100         PERFORM LAPSE-THIS-CERT
019200         PERFORM PRINT-CERT-DETAIL
019300     ELSE
019400     IF REPORTING-PENDING
019500         ADD 1 TO PENDING-COUNT
019600         PERFORM PRINT-CERT-DETAIL.
019700
019800*---------------------------------
019900* The operator is locked first;
020000* the certification is marked
020100* lapsed whether or not the
020200* operator is still on file.
020300*---------------------------------
020400 LAPSE-THIS-CERT.
020500     MOVE CERT-OPERATOR TO OPER-ID.
020600     PERFORM READ-OPER-RECORD.
020700     IF OPER-RECORD-FOUND = "Y"
020800         MOVE "L" TO OPER-LOCK-FLAG
020900         PERFORM REWRITE-OPER-RECORD
021000         MOVE "DEADLINE PASSED - OPERATOR LOCKED"
021100             TO CERT-DECISION-NOTE
021200     ELSE
021300         MOVE "DEADLINE PASSED - OPERATOR NOT ON FILE"
021400             TO CERT-DECISION-NOTE.
021500     MOVE "L" TO CERT-STATUS.
021600     MOVE CERT-OLD-FLAGS TO CERT-NEW-FLAGS.
021700     MOVE "RCTLCK01" TO CERT-DECIDED-BY.
021800     MOVE RUN-DATE TO CERT-DECIDED-DATE.
021900     REWRITE CERT-RECORD
022000         INVALID KEY
022100         DISPLAY "ERROR REWRITING CERTIFICATION RECORD".
022200     ADD 1 TO LAPSED-COUNT.
022300
022400 PRINT-CERT-DETAIL.
022500     IF LINE-COUNT > MAXIMUM-LINES
022600         PERFORM START-NEXT-PAGE.
022700     MOVE SPACE TO DETAIL-LINE.
022800     MOVE CERT-CYCLE TO PRINT-CYCLE.
022900     MOVE CERT-OPERATOR TO PRINT-OPERATOR.
023000     MOVE CERT-OPERATOR TO OPER-ID.
023100     PERFORM READ-OPER-RECORD.
023200     IF OPER-RECORD-FOUND = "Y"
023300         MOVE OPER-NAME TO PRINT-NAME
023400     ELSE
023500         MOVE "(DELETED)" TO PRINT-NAME.
023600     IF CERT-SUPERVISOR = SPACES
023700         MOVE "(NONE)" TO PRINT-SUPERVISOR
023800     ELSE
023900         MOVE CERT-SUPERVISOR TO PRINT-SUPERVISOR.
024000     MOVE CERT-DEADLINE TO DATE-CCYYMMDD.
024100     PERFORM FORMAT-THE-DATE.
024200     MOVE FORMATTED-DATE TO PRINT-DEADLINE.
024300     MOVE ZEROES TO DAYS-LEFT.
024400     IF CERT-DEADLINE > RUN-DATE
024500         COMPUTE DAYS-LEFT =
024600             FUNCTION INTEGER-OF-DATE(CERT-DEADLINE) -
024700             FUNCTION INTEGER-OF-DATE(RUN-DATE).
024800     MOVE DAYS-LEFT TO PRINT-DAYS.
024900     MOVE DETAIL-LINE TO PRINTER-RECORD.
025000     PERFORM WRITE-TO-PRINTER.
025100
025200 READ-OPER-RECORD.
025300     MOVE "Y" TO OPER-RECORD-FOUND.
025400     READ OPERATOR-FILE RECORD
025500         INVALID KEY
025600         MOVE "N" TO OPER-RECORD-FOUND.
025700
025800 REWRITE-OPER-RECORD.
025900     REWRITE OPERATOR-RECORD
026000         INVALID KEY
026100         DISPLAY "ERROR REWRITING OPERATOR RECORD".
026200
026300 WRITE-TO-PRINTER.
026400     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
026500     ADD 1 TO LINE-COUNT.
026600
026700 LINE-FEED.
026800     MOVE SPACE TO PRINTER-RECORD.
026900     PERFORM WRITE-TO-PRINTER.
027000
027100 START-NEXT-PAGE.
027200     PERFORM END-LAST-PAGE.
027300     PERFORM START-NEW-PAGE.
027400
027500 START-NEW-PAGE.
027600     ADD 1 TO PAGE-NUMBER.
027700     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
027800     MOVE TITLE-LINE TO PRINTER-RECORD.
027900     PERFORM WRITE-TO-PRINTER.
028000     PERFORM LINE-FEED.
028100     MOVE COLUMN-LINE TO PRINTER-RECORD.
028200     PERFORM WRITE-TO-PRINTER.
028300     PERFORM LINE-FEED.
028400
028500 END-LAST-PAGE.
028600     PERFORM FORM-FEED.
028700     MOVE ZERO TO LINE-COUNT.
028800
028900 FORM-FEED.
029000     MOVE SPACE TO PRINTER-RECORD.
029100     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
029200
029300*---------------------------------
029400* Utility routines.
029500*---------------------------------
029600     COPY "PLDATE01.CBL".

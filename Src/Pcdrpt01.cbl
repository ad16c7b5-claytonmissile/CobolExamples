000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PCDRPT01.
000300*---------------------------------
000400* Purchasing card lines overdue
000500* for coding.
000600*
000700* Lists every card line still
000800* waiting on its holder or the
000900* holder's manager more than the
001000* number of days asked for (10
001100* if none is given) after the
001200* merchant posted it, by card
001300* with the holder's name, so
001400* they can be chased before the
001500* statement is billed to
001600* suspense.
001700*---------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100
002200     COPY "SLPCTR.CBL".
002300
002400     COPY "SLCRDH.CBL".
002500
002600     COPY "SLEMP.CBL".
002700
002800     SELECT PRINTER-FILE
002900         ASSIGN TO PRINTER
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400
003500     COPY "FDPCTR.CBL".
003600
003700     COPY "FDCRDH.CBL".
003800
003900     COPY "FDEMP.CBL".
004000
004100 FD  PRINTER-FILE
004200     LABEL RECORDS ARE OMITTED.
004300 01  PRINTER-RECORD             PIC X(80).
004400
004500 WORKING-STORAGE SECTION.
004600
004700 77  PCT-FILE-AT-END         PIC X.
004800 77  CRDH-RECORD-FOUND       PIC X.
004900 77  EMP-RECORD-FOUND        PIC X.
005000
005100 77  DAYS-ALLOWED            PIC 999.
005200 77  TODAY-DATE              PIC 9(8).
005300 77  TODAY-ANSI              PIC 9(7).
005400 77  CUTOFF-DATE             PIC 9(8).
005500 77  CHECKED-CARD-ID         PIC X(10).
005600 77  HOLDER-NAME             PIC X(30).
005700
005800 77  OVERDUE-COUNT           PIC 9(5)      VALUE ZEROES.
005900 77  UNCODED-COUNT           PIC 9(5)      VALUE ZEROES.
006000 77  OVERDUE-TOTAL           PIC S9(8)V99  VALUE ZEROES.
006100
006200 77  LINE-COUNT              PIC 999   VALUE ZERO.
006300 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
006400 77  MAXIMUM-LINES           PIC 999   VALUE 55.
006500
006600 01  HOLDER-LINE.
006700     05  FILLER              PIC X(6)  VALUE "CARD: ".
006800     05  PRINT-CARD-ID       PIC X(10).
006900     05  FILLER              PIC X(2)  VALUE SPACE.
007000     05  PRINT-HOLDER        PIC X(30).
007100
007200 01  DETAIL-LINE.
007300     05  FILLER              PIC X(2)  VALUE SPACE.
007400     05  PRINT-POST-DATE     PIC Z9/99/9999.
007500     05  FILLER              PIC X(1)  VALUE SPACE.
007600     05  PRINT-REFERENCE     PIC X(12).
007700     05  FILLER              PIC X(1)  VALUE SPACE.
007800     05  PRINT-MERCHANT      PIC X(25).
007900     05  FILLER              PIC X(1)  VALUE SPACE.
008000     05  PRINT-AMOUNT        PIC ZZZ,ZZ9.99-.
008100     05  FILLER              PIC X(1)  VALUE SPACE.
008200     05  PRINT-STATUS        PIC X(14).
008300
008400 01  COLUMN-LINE.
008500     05  FILLER              PIC X(13) VALUE "  POSTED".
008600     05  FILLER              PIC X(13) VALUE "REFERENCE".
008700     05  FILLER              PIC X(26) VALUE "MERCHANT".
008800     05  FILLER              PIC X(12) VALUE "     AMOUNT".
008900     05  FILLER              PIC X(14) VALUE "WAITING ON".
009000
009100 01  TOTAL-LINE.
009200     05  FILLER              PIC X(15)
009300         VALUE "OVERDUE LINES:".
009400     05  PRINT-OVD-COUNT     PIC ZZZZ9.
009500     05  FILLER              PIC X(3)  VALUE SPACE.
009600     05  FILLER              PIC X(10) VALUE "UNCODED:".
009700     05  PRINT-UNC-COUNT     PIC ZZZZ9.
009800     05  FILLER              PIC X(3)  VALUE SPACE.
009900     05  FILLER              PIC X(7)  VALUE "TOTAL:".
010000     05  PRINT-OVD-TOTAL     PIC ZZZ,ZZZ,ZZ9.99-.
010100
010200 01  TITLE-LINE.
010300     05  FILLER              PIC X(12) VALUE SPACE.
010400     05  FILLER              PIC X(35)
010500         VALUE "P-CARD LINES NOT SIGNED OFF, POSTED".
010600     05  FILLER              PIC X(8)  VALUE " BEFORE ".
010700     05  PRINT-CUTOFF-DATE   PIC Z9/99/9999.
010800
010900     COPY "WSCASE01.CBL".
011000
011100     COPY "WSDATE01.CBL".
011200
011300 PROCEDURE DIVISION.
011400 PROGRAM-BEGIN.
011500     PERFORM OPENING-PROCEDURE.
011600     PERFORM MAIN-PROCESS.
011700     PERFORM CLOSING-PROCEDURE.
011800
011900 PROGRAM-EXIT.
012000     EXIT PROGRAM.
012100
012200 PROGRAM-DONE.
012300     STOP RUN.
012400
012500 OPENING-PROCEDURE.
012600     OPEN I-O PCARD-TRANS-FILE.
012700     OPEN I-O CARDHOLDER-FILE.
012800     OPEN I-O EMPLOYEE-FILE.
012900     OPEN OUTPUT PRINTER-FILE.
013000
013100 CLOSING-PROCEDURE.
013200     CLOSE PCARD-TRANS-FILE.
013300     CLOSE CARDHOLDER-FILE.
013400     CLOSE EMPLOYEE-FILE.
013500     PERFORM END-LAST-PAGE.
013600     CLOSE PRINTER-FILE.
013700
013800 MAIN-PROCESS.
013900     PERFORM GET-DAYS-ALLOWED.
014000     PERFORM START-NEW-PAGE.
014100     MOVE SPACES TO CHECKED-CARD-ID.
014200     PERFORM READ-FIRST-LINE.
014300     PERFORM REPORT-ALL-LINES
014400         UNTIL PCT-FILE-AT-END = "Y".
014500     PERFORM PRINT-OVERDUE-TOTALS.
014600
014700 GET-DAYS-ALLOWED.
014800     DISPLAY "LIST LINES STILL OPEN HOW MANY DAYS".
014900     DISPLAY "AFTER POSTING (ENTER FOR 10)?".
015000     ACCEPT DAYS-ALLOWED.
015100     IF DAYS-ALLOWED = ZEROES
015200         MOVE 10 TO DAYS-ALLOWED.
015300     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
015400     COMPUTE TODAY-ANSI =
015500         FUNCTION INTEGER-OF-DATE(TODAY-DATE).
015600     COMPUTE CUTOFF-DATE =
015700         FUNCTION DATE-OF-INTEGER(TODAY-ANSI - DAYS-ALLOWED).
015800
015900*---------------------------------
016000* A line billed to suspense
016100* before sign-off still shows
016200* until it is finished.
016300*---------------------------------
016400 REPORT-ALL-LINES.
016500     IF (PCT-IS-UNCODED OR PCT-IS-CODED)
016600        AND PCT-POST-DATE < CUTOFF-DATE
016700         PERFORM REPORT-THIS-LINE.
016800     PERFORM READ-NEXT-LINE.
016900
017000 REPORT-THIS-LINE.
017100     IF LINE-COUNT > MAXIMUM-LINES
017200         PERFORM START-NEXT-PAGE.
017300     IF PCT-CARD-ID NOT = CHECKED-CARD-ID
017400         MOVE PCT-CARD-ID TO CHECKED-CARD-ID
017500         PERFORM PRINT-HOLDER-LINE.
017600     MOVE SPACE TO DETAIL-LINE.
017700     MOVE PCT-POST-DATE TO DATE-CCYYMMDD.
017800     PERFORM CONVERT-TO-MMDDCCYY.
017900     MOVE DATE-MMDDCCYY TO PRINT-POST-DATE.
018000     MOVE PCT-REFERENCE TO PRINT-REFERENCE.
018100     MOVE PCT-MERCHANT TO PRINT-MERCHANT.
018200     MOVE PCT-AMOUNT TO PRINT-AMOUNT.
018300     IF PCT-IS-UNCODED
018400         MOVE "HOLDER" TO PRINT-STATUS
018500         ADD 1 TO UNCODED-COUNT
018600     ELSE
018700         MOVE "MANAGER" TO PRINT-STATUS.
018800     MOVE DETAIL-LINE TO PRINTER-RECORD.
018900     PERFORM WRITE-TO-PRINTER.
019000     ADD 1 TO OVERDUE-COUNT.
019100     ADD PCT-AMOUNT TO OVERDUE-TOTAL.
019200
019300 PRINT-HOLDER-LINE.
019400     MOVE PCT-CARD-ID TO PRINT-CARD-ID.
019500     MOVE PCT-CARD-ID TO CRDH-CARD-ID.
019600     PERFORM READ-CRDH-RECORD.
019700     MOVE "*HOLDER NOT ON FILE*" TO HOLDER-NAME.
019800     IF CRDH-RECORD-FOUND = "Y"
019900         MOVE CRDH-EMPLOYEE TO EMP-NUMBER
020000         PERFORM READ-EMP-RECORD
020100         IF EMP-RECORD-FOUND = "Y"
020200             MOVE EMP-NAME TO HOLDER-NAME.
020300     MOVE HOLDER-NAME TO PRINT-HOLDER.
020400     PERFORM LINE-FEED.
020500     MOVE HOLDER-LINE TO PRINTER-RECORD.
020600     PERFORM WRITE-TO-PRINTER.
020700
020800 PRINT-OVERDUE-TOTALS.
020900     PERFORM LINE-FEED.
021000     MOVE OVERDUE-COUNT TO PRINT-OVD-COUNT.
021100     MOVE UNCODED-COUNT TO PRINT-UNC-COUNT.
021200     MOVE OVERDUE-TOTAL TO PRINT-OVD-TOTAL.
021300     MOVE TOTAL-LINE TO PRINTER-RECORD.
021400     PERFORM WRITE-TO-PRINTER.
021500
021600*---------------------------------
021700* Card transaction read routines.
021800*---------------------------------
021900 READ-FIRST-LINE.
022000     MOVE "N" TO PCT-FILE-AT-END.
022100     MOVE LOW-VALUES TO PCT-KEY.
022200     START PCARD-TRANS-FILE KEY NOT < PCT-KEY
022300         INVALID KEY
022400         MOVE "Y" TO PCT-FILE-AT-END.
022500     IF PCT-FILE-AT-END NOT = "Y"
022600         PERFORM READ-NEXT-LINE.
022700
022800 READ-NEXT-LINE.
022900     READ PCARD-TRANS-FILE NEXT RECORD
023000         AT END
023100         MOVE "Y" TO PCT-FILE-AT-END.
023200
023300*---------------------------------
023400* Other file I-O routines.
023500*---------------------------------
023600 READ-CRDH-RECORD.
023700     MOVE "Y" TO CRDH-RECORD-FOUND.
023800     READ CARDHOLDER-FILE RECORD
023900         INVALID KEY
024000         MOVE "N" TO CRDH-RECORD-FOUND.
024100
024200 READ-EMP-RECORD.
024300     MOVE "Y" TO EMP-RECORD-FOUND.
024400     READ EMPLOYEE-FILE RECORD
024500         INVALID KEY
024600         MOVE "N" TO EMP-RECORD-FOUND.
024700
024800*---------------------------------
024900* Printer I-O routines.
025000*---------------------------------
025100 WRITE-TO-PRINTER.
025200     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
025300     ADD 1 TO LINE-COUNT.
025400
025500 LINE-FEED.
025600     MOVE SPACE TO PRINTER-RECORD.
025700     PERFORM WRITE-TO-PRINTER.
025800
025900 START-NEXT-PAGE.
026000     PERFORM END-LAST-PAGE.
026100     PERFORM START-NEW-PAGE.
026200     MOVE SPACES TO CHECKED-CARD-ID.
026300
026400 START-NEW-PAGE.
026500     ADD 1 TO PAGE-NUMBER.
026600     MOVE CUTOFF-DATE TO DATE-CCYYMMDD.
026700     PERFORM CONVERT-TO-MMDDCCYY.
026800     MOVE DATE-MMDDCCYY TO PRINT-CUTOFF-DATE.
026900     MOVE TITLE-LINE TO PRINTER-RECORD.
027000     PERFORM WRITE-TO-PRINTER.
027100     PERFORM LINE-FEED.
027200     MOVE COLUMN-LINE TO PRINTER-RECORD.
027300     PERFORM WRITE-TO-PRINTER.
027400
027500 END-LAST-PAGE.
027600     PERFORM FORM-FEED.
027700     MOVE ZERO TO LINE-COUNT.
027800
027900 FORM-FEED.
028000     MOVE SPACE TO PRINTER-RECORD.
028100     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
028200
028300*---------------------------------
028400* Utility routines.
028500*---------------------------------
028600     COPY "PLDATE01.CBL".

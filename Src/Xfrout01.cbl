000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. XFROUT01.
000300*---------------------------------
000400* Transfers not yet seen at the
000500* bank.
000600*
000700* Lists every transfer between
000800* our own bank accounts that one
000900* or both bank accounts have not
001000* yet shown on a prior-day
001100* statement (BAIIMP01 stamps
001200* each side as it arrives),
001300* with the side still missing
001400* and the days it has been
001500* outstanding - a transfer
001600* keyed but never put through,
001700* or put through for the wrong
001800* amount, stands out here.
001900*---------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300
002400     COPY "SLXFER.CBL".
002500
002600     SELECT PRINTER-FILE
002700         ASSIGN TO PRINTER
002800         ORGANIZATION IS LINE SEQUENTIAL.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
003200
003300     COPY "FDXFER.CBL".
003400
003500 FD  PRINTER-FILE
003600     LABEL RECORDS ARE OMITTED.
003700 01  PRINTER-RECORD             PIC X(80).
003800
003900 WORKING-STORAGE SECTION.
004000
004100 77  XFER-FILE-AT-END        PIC X.
004200 77  AS-OF-DATE              PIC 9(8).
004300 77  DAYS-OUTSTANDING        PIC S9(8).
004400 77  OUTSTANDING-COUNT       PIC 9(5)      VALUE ZEROES.
004500 77  OUTSTANDING-TOTAL       PIC S9(11)V99 VALUE ZEROES.
004600
004700 77  LINE-COUNT              PIC 999   VALUE ZERO.
004800 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
004900 77  MAXIMUM-LINES           PIC 999   VALUE 55.
005000
005100 01  COLUMN-LINE.
005200     05  FILLER         PIC X(8)  VALUE "XFER".
005300     05  FILLER         PIC X(12) VALUE "DATE".
005400     05  FILLER         PIC X(5)  VALUE "FROM".
005500     05  FILLER         PIC X(5)  VALUE "TO".
005600     05  FILLER         PIC X(16) VALUE "          AMOUNT".
005700     05  FILLER         PIC X(12) VALUE "  NOT SEEN".
005800     05  FILLER         PIC X(4)  VALUE "DAYS".
005900
006000 01  DETAIL-LINE.
006100     05  PRINT-NUMBER      PIC 9(6).
006200     05  FILLER            PIC X(2)  VALUE SPACE.
006300     05  PRINT-DATE        PIC Z9/99/9999.
006400     05  FILLER            PIC X(2)  VALUE SPACE.
006500     05  PRINT-FROM-ACCT   PIC Z9.
006600     05  FILLER            PIC X(3)  VALUE SPACE.
006700     05  PRINT-TO-ACCT     PIC Z9.
006800     05  FILLER            PIC X(3)  VALUE SPACE.
006900     05  PRINT-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
007000     05  FILLER            PIC X(4)  VALUE SPACE.
007100     05  PRINT-MISSING     PIC X(10).
007200     05  PRINT-DAYS        PIC ZZZ9.
007300
007400 01  TOTAL-LINE.
007500     05  FILLER            PIC X(8)  VALUE "TOTAL".
007600     05  PRINT-TOTAL-COUNT PIC ZZZZ9.
007700     05  FILLER            PIC X(17) VALUE " OUTSTANDING".
007800     05  PRINT-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
007900
008000 01  TITLE-LINE.
008100     05  FILLER              PIC X(20) VALUE SPACE.
008200     05  FILLER              PIC X(35)
008300         VALUE "TRANSFERS NOT YET SEEN AT THE BANK".
008400     05  FILLER              PIC X(5) VALUE "PAGE:".
008500     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
008600
008700     COPY "WSDATE01.CBL".
008800
008900 PROCEDURE DIVISION.
009000 PROGRAM-BEGIN.
009100     PERFORM OPENING-PROCEDURE.
009200     PERFORM MAIN-PROCESS.
009300     PERFORM CLOSING-PROCEDURE.
009400
009500 PROGRAM-EXIT.
009600     EXIT PROGRAM.
009700
009800 PROGRAM-DONE.
009900     STOP RUN.
010000
010100 OPENING-PROCEDURE.
010200     OPEN INPUT TRANSFER-FILE.
010300     OPEN OUTPUT PRINTER-FILE.
010400
010500 CLOSING-PROCEDURE.
010600     CLOSE TRANSFER-FILE.
010700     PERFORM END-LAST-PAGE.
010800     CLOSE PRINTER-FILE.
010900
011000 MAIN-PROCESS.
011100     MOVE FUNCTION CURRENT-DATE(1:8) TO AS-OF-DATE.
011200     PERFORM START-NEW-PAGE.
011300     MOVE "N" TO XFER-FILE-AT-END.
011400     MOVE ZEROES TO XFER-NUMBER.
011500     START TRANSFER-FILE KEY NOT < XFER-NUMBER
011600         INVALID KEY
011700         MOVE "Y" TO XFER-FILE-AT-END.
011800     PERFORM PRINT-NEXT-TRANSFER
011900         UNTIL XFER-FILE-AT-END = "Y".
012000     PERFORM LINE-FEED.
012100     IF OUTSTANDING-COUNT = ZEROES
012200         MOVE "EVERY TRANSFER HAS BEEN SEEN AT THE BANK"
012300             TO PRINTER-RECORD
012400         PERFORM WRITE-TO-PRINTER
012500     ELSE
012600         MOVE OUTSTANDING-COUNT TO PRINT-TOTAL-COUNT
012700         MOVE OUTSTANDING-TOTAL TO PRINT-TOTAL
012800         MOVE TOTAL-LINE TO PRINTER-RECORD
012900         PERFORM WRITE-TO-PRINTER.
013000     DISPLAY OUTSTANDING-COUNT " TRANSFERS NOT YET SEEN".
013100
013200 PRINT-NEXT-TRANSFER.
013300     READ TRANSFER-FILE NEXT RECORD
013400         AT END MOVE "Y" TO XFER-FILE-AT-END.
013500     IF XFER-FILE-AT-END NOT = "Y"
013600        AND (XFER-FROM-SEEN-DATE = ZEROES
013700          OR XFER-TO-SEEN-DATE = ZEROES)
013800         PERFORM PRINT-THIS-TRANSFER.
013900
014000 PRINT-THIS-TRANSFER.
014100     IF LINE-COUNT > MAXIMUM-LINES
014200         PERFORM START-NEXT-PAGE.
014300     MOVE SPACE TO DETAIL-LINE.
014400     MOVE XFER-NUMBER TO PRINT-NUMBER.
014500     MOVE XFER-DATE TO DATE-CCYYMMDD.
014600     PERFORM FORMAT-THE-DATE.
014700     MOVE FORMATTED-DATE TO PRINT-DATE.
014800     MOVE XFER-FROM-ACCT TO PRINT-FROM-ACCT.
014900     MOVE XFER-TO-ACCT TO PRINT-TO-ACCT.
015000     MOVE XFER-AMOUNT TO PRINT-AMOUNT.
015100     IF XFER-FROM-SEEN-DATE = ZEROES
015200        AND XFER-TO-SEEN-DATE = ZEROES
015300         MOVE "BOTH SIDES" TO PRINT-MISSING
015400     ELSE
015500     IF XFER-FROM-SEEN-DATE = ZEROES
015600         MOVE "FROM SIDE" TO PRINT-MISSING
015700     ELSE
015800         MOVE "TO SIDE" TO PRINT-MISSING.
015900     MOVE ZEROES TO DAYS-OUTSTANDING.
016000     IF XFER-DATE < AS-OF-DATE
016100         COMPUTE DAYS-OUTSTANDING =
016200             FUNCTION INTEGER-OF-DATE(AS-OF-DATE) -
016300             FUNCTION INTEGER-OF-DATE(XFER-DATE).
016400     MOVE DAYS-OUTSTANDING TO PRINT-DAYS.
016500     MOVE DETAIL-LINE TO PRINTER-RECORD.
016600     PERFORM WRITE-TO-PRINTER.
016700     ADD 1 TO OUTSTANDING-COUNT.
016800     ADD XFER-AMOUNT TO OUTSTANDING-TOTAL.
016900
017000 WRITE-TO-PRINTER.
017100     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
017200     ADD 1 TO LINE-COUNT.
017300
017400 LINE-FEED.
017500     MOVE SPACE TO PRINTER-RECORD.
017600     PERFORM WRITE-TO-PRINTER.
017700
017800 START-NEXT-PAGE.
017900     PERFORM END-LAST-PAGE.
018000     PERFORM START-NEW-PAGE.
018100
018200 START-NEW-PAGE.
018300     ADD 1 TO PAGE-NUMBER.
018400     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
018500     MOVE TITLE-LINE TO PRINTER-RECORD.
018600     PERFORM WRITE-TO-PRINTER.
018700     PERFORM LINE-FEED.
018800     MOVE COLUMN-LINE TO PRINTER-RECORD.
018900     PERFORM WRITE-TO-PRINTER.
019000     PERFORM LINE-FEED.
019100
019200 END-LAST-PAGE.
019300     PERFORM FORM-FEED.
019400     MOVE ZERO TO LINE-COUNT.
019500
019600 FORM-FEED.
019700     MOVE SPACE TO PRINTER-RECORD.
019800     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
019900
020000*---------------------------------
020100* Utility routines.
020200*---------------------------------
020300     COPY "PLDATE01.CBL".

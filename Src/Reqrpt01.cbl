000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REQRPT01.
000300*---------------------------------
000400* Purchase requisition status
000500* and aging report.
000600*
000700* One section each for
000800* submitted, approved, rejected
000900* and converted requisitions,
001000* with a count and total per
001100* section. Age is days since
001200* entry - to today while the
001300* requisition is open, to the
001400* decision or conversion once
001500* it is closed. Open ones past
001600* their need-by date are
001700* flagged LATE. The open
001800* requisitions are then aged
001900* into buckets.
002000*---------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400
002500     COPY "SLREQN.CBL".
002600
002700     SELECT PRINTER-FILE
002800         ASSIGN TO PRINTER
002900         ORGANIZATION IS LINE SEQUENTIAL.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300
003400     COPY "FDREQN.CBL".
003500
003600 FD  PRINTER-FILE
003700     LABEL RECORDS ARE OMITTED.
003800 01  PRINTER-RECORD             PIC X(100).
003900
004000 WORKING-STORAGE SECTION.
004100
004200 77  REQN-FILE-AT-END        PIC X.
004300 77  TODAY-DATE              PIC 9(8).
004400 77  SECTION-STATUS          PIC X.
004500 77  SECTION-COUNT           PIC 9(5).
004600 77  SECTION-TOTAL           PIC S9(9)V99.
004700 77  AGE-END-DATE            PIC 9(8).
004800 77  REQN-AGE-DAYS           PIC S9(5).
004900 77  LATE-COUNT              PIC 9(5)      VALUE ZEROES.
005000 77  BUCKET-SUB              PIC 9.
005100
005200 77  LINE-COUNT              PIC 999   VALUE ZERO.
005300 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
005400 77  MAXIMUM-LINES           PIC 999   VALUE 55.
005500
005600*---------------------------------
005700* Open requisition aging:
005800* 0-7, 8-14, 15-30 and over 30
005900* days since entry.
006000*---------------------------------
006100 01  AGING-TABLE.
006200     05  AGING-ENTRY OCCURS 4 TIMES.
006300         10  AGING-COUNT     PIC 9(5).
006400         10  AGING-AMOUNT    PIC S9(9)V99.
006500
006600 01  AGING-LABELS.
006700     05  FILLER              PIC X(14) VALUE "0 - 7 DAYS".
006800     05  FILLER              PIC X(14) VALUE "8 - 14 DAYS".
006900     05  FILLER              PIC X(14) VALUE "15 - 30 DAYS".
007000     05  FILLER              PIC X(14) VALUE "OVER 30 DAYS".
007100 01  FILLER REDEFINES AGING-LABELS.
007200     05  AGING-LABEL         PIC X(14) OCCURS 4 TIMES.
007300
007400 01  DETAIL-LINE.
007500     05  PRINT-REQN-NUMBER PIC 9(6).
007600     05  FILLER            PIC X(1)  VALUE SPACE.
007700     05  PRINT-STORE       PIC Z9.
007800     05  FILLER            PIC X(1)  VALUE SPACE.
007900     05  PRINT-DEPT        PIC Z9.
008000     05  FILLER            PIC X(1)  VALUE SPACE.
008100     05  PRINT-REQUESTER   PIC X(8).
008200     05  FILLER            PIC X(1)  VALUE SPACE.
008300     05  PRINT-DESCRIPTION PIC X(20).
008400     05  FILLER            PIC X(1)  VALUE SPACE.
008500     05  PRINT-AMOUNT      PIC ZZZ,ZZ9.99-.
008600     05  FILLER            PIC X(1)  VALUE SPACE.
008700     05  PRINT-NEED-DATE   PIC Z9/99/9999.
008800     05  FILLER            PIC X(1)  VALUE SPACE.
008900     05  PRINT-AGE         PIC ZZZ9.
009000     05  FILLER            PIC X(1)  VALUE SPACE.
009100     05  PRINT-LATE        PIC X(4).
009200     05  FILLER            PIC X(1)  VALUE SPACE.
009300     05  PRINT-REFERENCE   PIC X(10).
009400
009410 01  REASON-LINE.
009420     05  FILLER            PIC X(15) VALUE SPACE.
009430     05  FILLER            PIC X(8)  VALUE "REASON:".
009440     05  PRINT-REASON      PIC X(30).
009450
009500 01  SECTION-LINE.
009600     05  FILLER            PIC X(5)  VALUE "*** ".
009700     05  PRINT-SECTION     PIC X(30).
009800
009900 01  SECTION-TOTAL-LINE.
010000     05  FILLER            PIC X(4)  VALUE SPACE.
010100     05  FILLER            PIC X(7)  VALUE "COUNT:".
010200     05  PRINT-SECTION-COUNT PIC ZZZZ9.
010300     05  FILLER            PIC X(5)  VALUE SPACE.
010400     05  FILLER            PIC X(7)  VALUE "TOTAL:".
010500     05  PRINT-SECTION-TOTAL PIC ZZZ,ZZZ,ZZ9.99-.
010600
010700 01  AGING-LINE.
010800     05  FILLER            PIC X(4)  VALUE SPACE.
010900     05  PRINT-AGING-LABEL PIC X(14).
011000     05  PRINT-AGING-COUNT PIC ZZZZ9.
011100     05  FILLER            PIC X(5)  VALUE SPACE.
011200     05  PRINT-AGING-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
011300
011400 01  LATE-LINE.
011500     05  FILLER            PIC X(4)  VALUE SPACE.
011600     05  FILLER            PIC X(26)
011700         VALUE "OPEN AND PAST NEED-BY:".
011800     05  PRINT-LATE-COUNT  PIC ZZZZ9.
011900
012000 01  COLUMN-LINE.
012100     05  FILLER         PIC X(6)  VALUE "REQN".
012200     05  FILLER         PIC X(1)  VALUE SPACE.
012300     05  FILLER         PIC X(2)  VALUE "ST".
012400     05  FILLER         PIC X(1)  VALUE SPACE.
012500     05  FILLER         PIC X(2)  VALUE "DP".
012600     05  FILLER         PIC X(1)  VALUE SPACE.
012700     05  FILLER         PIC X(8)  VALUE "REQUESTR".
012800     05  FILLER         PIC X(1)  VALUE SPACE.
012900     05  FILLER         PIC X(20) VALUE "DESCRIPTION".
013000     05  FILLER         PIC X(1)  VALUE SPACE.
013100     05  FILLER         PIC X(11) VALUE "    AMOUNT".
013200     05  FILLER         PIC X(1)  VALUE SPACE.
013300     05  FILLER         PIC X(10) VALUE "NEED-BY".
013400     05  FILLER         PIC X(1)  VALUE SPACE.
013500     05  FILLER         PIC X(4)  VALUE " AGE".
013600     05  FILLER         PIC X(6)  VALUE SPACE.
013700     05  FILLER         PIC X(10) VALUE "DECIDED/PO".
013800
013900 01  TITLE-LINE.
014000     05  FILLER              PIC X(22) VALUE SPACE.
014100     05  FILLER              PIC X(27)
014200         VALUE "PURCHASE REQUISITION STATUS".
014300     05  FILLER              PIC X(15) VALUE SPACE.
014400     05  FILLER              PIC X(5) VALUE "PAGE:".
014500     05  FILLER              PIC X(1) VALUE SPACE.
014600     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
014700
014800     COPY "WSDATE01.CBL".
014900
015000 PROCEDURE DIVISION.
015100 PROGRAM-BEGIN.
015200     PERFORM OPENING-PROCEDURE.
015300     PERFORM MAIN-PROCESS.
015400     PERFORM CLOSING-PROCEDURE.
015500
015600 PROGRAM-EXIT.
015700     EXIT PROGRAM.
015800
015900 PROGRAM-DONE.
016000     STOP RUN.
016100
016200 OPENING-PROCEDURE.
016300     OPEN I-O REQUISITION-FILE.
016400     OPEN OUTPUT PRINTER-FILE.
016500     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
016600
016700 CLOSING-PROCEDURE.
016800     CLOSE REQUISITION-FILE.
016900     PERFORM END-LAST-PAGE.
017000     CLOSE PRINTER-FILE.
017100
017200 MAIN-PROCESS.
017300     MOVE ZEROES TO AGING-TABLE.
017400     PERFORM START-NEW-PAGE.
017500     MOVE "S" TO SECTION-STATUS.
017600     MOVE "SUBMITTED - AWAITING APPROVAL" TO PRINT-SECTION.
017700     PERFORM REPORT-ONE-SECTION.
017800     MOVE "A" TO SECTION-STATUS.
017900     MOVE "APPROVED - AWAITING A BUYER" TO PRINT-SECTION.
018000     PERFORM REPORT-ONE-SECTION.
018100     MOVE "R" TO SECTION-STATUS.
018200     MOVE "REJECTED" TO PRINT-SECTION.
018300     PERFORM REPORT-ONE-SECTION.
018400     MOVE "C" TO SECTION-STATUS.
018500     MOVE "CONVERTED TO A PURCHASE ORDER" TO PRINT-SECTION.
018600     PERFORM REPORT-ONE-SECTION.
018700     PERFORM PRINT-OPEN-AGING.
018800
018900*---------------------------------
019000* Each section is one pass of
019100* the file for that status.
019200*---------------------------------
019300 REPORT-ONE-SECTION.
019400     MOVE ZEROES TO SECTION-COUNT
019500                    SECTION-TOTAL.
019600     IF LINE-COUNT > MAXIMUM-LINES - 4
019700         PERFORM START-NEXT-PAGE.
019800     MOVE SECTION-LINE TO PRINTER-RECORD.
019900     PERFORM WRITE-TO-PRINTER.
020000     PERFORM READ-FIRST-REQUISITION.
020100     PERFORM REPORT-ALL-REQUISITIONS
020200         UNTIL REQN-FILE-AT-END = "Y".
020300     MOVE SECTION-COUNT TO PRINT-SECTION-COUNT.
020400     MOVE SECTION-TOTAL TO PRINT-SECTION-TOTAL.
020500     MOVE SECTION-TOTAL-LINE TO PRINTER-RECORD.
020600     PERFORM WRITE-TO-PRINTER.
020700     PERFORM LINE-FEED.
020800
020900 REPORT-ALL-REQUISITIONS.
021000     IF REQN-STATUS = SECTION-STATUS
021100         PERFORM REPORT-THIS-REQUISITION.
021200     PERFORM READ-NEXT-REQN-RECORD.
021300
021400 REPORT-THIS-REQUISITION.
021500     IF LINE-COUNT > MAXIMUM-LINES
021600         PERFORM START-NEXT-PAGE.
021700     PERFORM COMPUTE-REQN-AGE.
021800     MOVE SPACE TO DETAIL-LINE.
021900     MOVE REQN-NUMBER TO PRINT-REQN-NUMBER.
022000     MOVE REQN-STORE TO PRINT-STORE.
022100     MOVE REQN-DEPARTMENT TO PRINT-DEPT.
022200     MOVE REQN-REQUESTER TO PRINT-REQUESTER.
022300     MOVE REQN-DESCRIPTION TO PRINT-DESCRIPTION.
022400     MOVE REQN-AMOUNT TO PRINT-AMOUNT.
022500     MOVE REQN-NEED-DATE TO DATE-CCYYMMDD.
022600     PERFORM CONVERT-TO-MMDDCCYY.
022700     MOVE DATE-MMDDCCYY TO PRINT-NEED-DATE.
022800     MOVE REQN-AGE-DAYS TO PRINT-AGE.
022900     IF REQN-IS-CONVERTED
023000         MOVE REQN-PO-NUMBER TO PRINT-REFERENCE
023100     ELSE
023200         MOVE REQN-DECIDED-BY TO PRINT-REFERENCE.
023300     IF REQN-IS-OPEN
023400         PERFORM AGE-OPEN-REQUISITION.
023500     MOVE DETAIL-LINE TO PRINTER-RECORD.
023600     PERFORM WRITE-TO-PRINTER.
023700     IF REQN-IS-REJECTED
023800         PERFORM PRINT-REJECT-REASON.
023900     ADD 1 TO SECTION-COUNT.
024000     ADD REQN-AMOUNT TO SECTION-TOTAL.
024100
024200 PRINT-REJECT-REASON.
024300     MOVE REQN-REJECT-REASON TO PRINT-REASON.
024400     MOVE REASON-LINE TO PRINTER-RECORD.
024500     PERFORM WRITE-TO-PRINTER.
024900
025000*---------------------------------
025100* An open requisition ages to
025200* today; a closed one stops at
025300* the day it was decided or
025400* converted.
025500*---------------------------------
025600 COMPUTE-REQN-AGE.
025700     IF REQN-IS-CONVERTED
025800         MOVE REQN-CONVERTED-DATE TO AGE-END-DATE
025900     ELSE
026000     IF REQN-IS-REJECTED
026100         MOVE REQN-DECIDED-DATE TO AGE-END-DATE
026200     ELSE
026300         MOVE TODAY-DATE TO AGE-END-DATE.
026400     MOVE ZEROES TO REQN-AGE-DAYS.
026500     IF REQN-ENTRY-DATE NOT = ZEROES
026600        AND AGE-END-DATE NOT < REQN-ENTRY-DATE
026700         COMPUTE REQN-AGE-DAYS =
026800             FUNCTION INTEGER-OF-DATE(AGE-END-DATE)
026900             - FUNCTION INTEGER-OF-DATE(REQN-ENTRY-DATE).
027000
027100 AGE-OPEN-REQUISITION.
027200     IF REQN-NEED-DATE NOT = ZEROES
027300        AND REQN-NEED-DATE < TODAY-DATE
027400         MOVE "LATE" TO PRINT-LATE
027500         ADD 1 TO LATE-COUNT.
027600     IF REQN-AGE-DAYS > 30
027700         MOVE 4 TO BUCKET-SUB
027800     ELSE
027900     IF REQN-AGE-DAYS > 14
028000         MOVE 3 TO BUCKET-SUB
028100     ELSE
028200     IF REQN-AGE-DAYS > 7
028300         MOVE 2 TO BUCKET-SUB
028400     ELSE
028500         MOVE 1 TO BUCKET-SUB.
028600     ADD 1 TO AGING-COUNT (BUCKET-SUB).
028700     ADD REQN-AMOUNT TO AGING-AMOUNT (BUCKET-SUB).
028800
028900 PRINT-OPEN-AGING.
029000     IF LINE-COUNT > MAXIMUM-LINES - 7
029100         PERFORM START-NEXT-PAGE.
029200     MOVE "OPEN REQUISITION AGING" TO PRINT-SECTION.
029300     MOVE SECTION-LINE TO PRINTER-RECORD.
029400     PERFORM WRITE-TO-PRINTER.
029500     PERFORM PRINT-ONE-AGING-BUCKET
029600         VARYING BUCKET-SUB FROM 1 BY 1
029700           UNTIL BUCKET-SUB > 4.
029800     MOVE LATE-COUNT TO PRINT-LATE-COUNT.
029900     MOVE LATE-LINE TO PRINTER-RECORD.
030000     PERFORM WRITE-TO-PRINTER.
030100
030200 PRINT-ONE-AGING-BUCKET.
030300     MOVE AGING-LABEL (BUCKET-SUB) TO PRINT-AGING-LABEL.
030400     MOVE AGING-COUNT (BUCKET-SUB) TO PRINT-AGING-COUNT.
030500     MOVE AGING-AMOUNT (BUCKET-SUB) TO PRINT-AGING-AMOUNT.
030600     MOVE AGING-LINE TO PRINTER-RECORD.
030700     PERFORM WRITE-TO-PRINTER.
030800
030900*---------------------------------
031000* Requisition file read routines.
031100*---------------------------------
031200 READ-FIRST-REQUISITION.
031300     MOVE "N" TO REQN-FILE-AT-END.
031400     MOVE ZEROES TO REQN-NUMBER.
031500     START REQUISITION-FILE KEY NOT < REQN-NUMBER
031600         INVALID KEY
031700         MOVE "Y" TO REQN-FILE-AT-END.
031800     IF REQN-FILE-AT-END NOT = "Y"
031900         PERFORM READ-NEXT-REQN-RECORD.
032000
032100 READ-NEXT-REQN-RECORD.
032200     READ REQUISITION-FILE NEXT RECORD
032300         AT END
032400         MOVE "Y" TO REQN-FILE-AT-END.
032500
032600*---------------------------------
032700* Printer I-O routines.
032800*---------------------------------
032900 WRITE-TO-PRINTER.
033000     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
033100     ADD 1 TO LINE-COUNT.
033200
033300 LINE-FEED.
033400     MOVE SPACE TO PRINTER-RECORD.
033500     PERFORM WRITE-TO-PRINTER.
033600
033700 START-NEXT-PAGE.
033800     PERFORM END-LAST-PAGE.
033900     PERFORM START-NEW-PAGE.
034000
034100 START-NEW-PAGE.
034200     ADD 1 TO PAGE-NUMBER.
034300     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
034400     MOVE TITLE-LINE TO PRINTER-RECORD.
034500     PERFORM WRITE-TO-PRINTER.
034600     PERFORM LINE-FEED.
034700     MOVE COLUMN-LINE TO PRINTER-RECORD.
034800     PERFORM WRITE-TO-PRINTER.
034900     PERFORM LINE-FEED.
035000
035100 END-LAST-PAGE.
035200     PERFORM FORM-FEED.
035300     MOVE ZERO TO LINE-COUNT.
035400
035500 FORM-FEED.
035600     MOVE SPACE TO PRINTER-RECORD.
035700     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
035800
035900*---------------------------------
036000* Utility routines.
036100*---------------------------------
036200     COPY "PLDATE01.CBL".

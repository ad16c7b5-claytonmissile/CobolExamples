000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PCFCNT01.
000300*---------------------------------
000400* Petty cash count sheet.
000500*
000600* One page per fund for the
000700* person counting the box: the
000800* slips still in it, the slips
000900* gone for replenishment whose
001000* check has not come back, and
001100* the cash that should be left
001200* once both are taken off the
001300* fund amount. The count itself
001400* is written in by hand and
001500* keyed through PCSMNT01.
001600* Asked for no store it prints
001700* every active fund.
001800*---------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200
002300     COPY "SLPCF.CBL".
002400
002500     COPY "SLPCS.CBL".
002600
002700     COPY "SLSTORE.CBL".
002800
002900     COPY "SLEMP.CBL".
003000
003100     COPY "SLVOUCH.CBL".
003200
003300     SELECT PRINTER-FILE
003400         ASSIGN TO PRINTER
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900
004000     COPY "FDPCF.CBL".
004100
004200     COPY "FDPCS.CBL".
004300
004400     COPY "FDSTORE.CBL".
004500
004600     COPY "FDEMP.CBL".
004700
004800     COPY "FDVOUCH.CBL".
004900
005000 FD  PRINTER-FILE
005100     LABEL RECORDS ARE OMITTED.
005200 01  PRINTER-RECORD             PIC X(80).
005300
005400 WORKING-STORAGE SECTION.
005500
005600 77  PCF-FILE-AT-END         PIC X.
005700 77  PCF-RECORD-FOUND        PIC X.
005800 77  PCS-FILE-AT-END         PIC X.
005900 77  STORE-RECORD-FOUND      PIC X.
006000 77  EMP-RECORD-FOUND        PIC X.
006100 77  PICKED-STORE            PIC 9(2).
006200 77  TODAY-DATE              PIC 9(8).
006300 77  FUNDS-PRINTED           PIC 9(4)  VALUE ZEROES.
006400
006500 77  LINE-COUNT              PIC 999   VALUE ZERO.
006600 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
006700 77  MAXIMUM-LINES           PIC 999   VALUE 45.
006800
006900 01  DETAIL-LINE.
007000     05  PRINT-SLIP-NO       PIC Z(4)9.
007100     05  FILLER              PIC X(1)  VALUE SPACE.
007200     05  PRINT-SLIP-DATE     PIC Z9/99/9999.
007300     05  FILLER              PIC X(1)  VALUE SPACE.
007400     05  PRINT-PAID-TO       PIC X(25).
007500     05  FILLER              PIC X(1)  VALUE SPACE.
007600     05  PRINT-ACCOUNT       PIC 9(5).
007700     05  FILLER              PIC X(1)  VALUE SPACE.
007800     05  PRINT-AMOUNT        PIC ZZZ,ZZ9.99-.
007900     05  FILLER              PIC X(1)  VALUE SPACE.
008000     05  PRINT-VOUCHER-NO    PIC Z(4)9.
008100
008200 01  COLUMN-LINE.
008300     05  FILLER              PIC X(6)  VALUE " SLIP".
008400     05  FILLER              PIC X(11) VALUE "DATE".
008500     05  FILLER              PIC X(26) VALUE "PAID TO".
008600     05  FILLER              PIC X(6)  VALUE "ACCT".
008700     05  FILLER              PIC X(12) VALUE "     AMOUNT".
008800     05  FILLER              PIC X(7)  VALUE "VOUCHER".
008900
009000 01  SECTION-LINE.
009100     05  PRINT-SECTION-TITLE PIC X(40).
009200
009300 01  SUMMARY-LINE.
009400     05  FILLER              PIC X(20) VALUE SPACE.
009500     05  PRINT-SUMMARY-TITLE PIC X(32).
009600     05  PRINT-SUMMARY-AMOUNT
009700                             PIC ZZZ,ZZ9.99-.
009800
009900 01  TITLE-LINE.
010000     05  FILLER              PIC X(20) VALUE SPACE.
010100     05  FILLER              PIC X(28)
010200         VALUE "PETTY CASH COUNT SHEET AS OF".
010300     05  FILLER              PIC X(1)  VALUE SPACE.
010400     05  PRINT-TODAY-DATE    PIC Z9/99/9999.
010500
010600 01  STORE-LINE.
010700     05  FILLER              PIC X(7)  VALUE "STORE: ".
010800     05  PRINT-STORE         PIC 9(2).
010900     05  FILLER              PIC X(1)  VALUE SPACE.
011000     05  PRINT-STORE-NAME    PIC X(20).
011100     05  FILLER              PIC X(6)  VALUE SPACE.
011200     05  FILLER              PIC X(13) VALUE "FUND AMOUNT: ".
011300     05  PRINT-FUND-AMOUNT   PIC ZZ,ZZ9.99.
011400
011500 01  CUSTODIAN-LINE.
011600     05  FILLER              PIC X(11) VALUE "CUSTODIAN: ".
011700     05  PRINT-CUSTODIAN     PIC 9(5).
011800     05  FILLER              PIC X(1)  VALUE SPACE.
011900     05  PRINT-CUSTODIAN-NAME
012000                             PIC X(30).
012100
012200 01  SIGN-LINE.
012300     05  FILLER              PIC X(20) VALUE SPACE.
012400     05  PRINT-SIGN-TITLE    PIC X(32).
012500     05  FILLER              PIC X(20)
012600         VALUE "____________________".
012700
012800     COPY "WSCASE01.CBL".
012900
013000     COPY "WSDATE01.CBL".
013100
013200     COPY "WSPCSH01.CBL".
013300
013400 PROCEDURE DIVISION.
013500 PROGRAM-BEGIN.
013600     PERFORM OPENING-PROCEDURE.
013700     PERFORM MAIN-PROCESS.
013800     PERFORM CLOSING-PROCEDURE.
013900
014000 PROGRAM-EXIT.
014100     EXIT PROGRAM.
014200
014300 PROGRAM-DONE.
014400     STOP RUN.
014500
014600 OPENING-PROCEDURE.
014700     OPEN I-O PETTY-CASH-FUND-FILE.
014800     OPEN I-O PETTY-CASH-SLIP-FILE.
014900     OPEN I-O STORE-FILE.
015000     OPEN I-O EMPLOYEE-FILE.
015100     OPEN I-O VOUCHER-FILE.
015200     OPEN OUTPUT PRINTER-FILE.
015300
015400 CLOSING-PROCEDURE.
015500     CLOSE PETTY-CASH-FUND-FILE.
015600     CLOSE PETTY-CASH-SLIP-FILE.
015700     CLOSE STORE-FILE.
015800     CLOSE EMPLOYEE-FILE.
015900     CLOSE VOUCHER-FILE.
016000     CLOSE PRINTER-FILE.
016100
016200 MAIN-PROCESS.
016300     DISPLAY "PRINT COUNT SHEET FOR WHICH STORE".
016400     DISPLAY "(ENTER FOR EVERY ACTIVE FUND)?".
016500     ACCEPT PICKED-STORE.
016600     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
016700     IF PICKED-STORE NOT = ZEROES
016800         PERFORM PRINT-ONE-FUND
016900     ELSE
017000         PERFORM PRINT-ACTIVE-FUNDS.
017100     DISPLAY "COUNT SHEETS PRINTED: " FUNDS-PRINTED.
017200
017300 PRINT-ONE-FUND.
017400     MOVE PICKED-STORE TO PCF-STORE.
017500     MOVE "Y" TO PCF-RECORD-FOUND.
017600     READ PETTY-CASH-FUND-FILE RECORD
017700         INVALID KEY
017800         MOVE "N" TO PCF-RECORD-FOUND.
017900     IF PCF-RECORD-FOUND = "N"
018000         DISPLAY "NO PETTY CASH FUND FOR THAT STORE"
018100     ELSE
018200         PERFORM PRINT-COUNT-SHEET.
018300
018400 PRINT-ACTIVE-FUNDS.
018500     MOVE "N" TO PCF-FILE-AT-END.
018600     MOVE ZEROES TO PCF-STORE.
018700     START PETTY-CASH-FUND-FILE KEY NOT < PCF-STORE
018800         INVALID KEY
018900         MOVE "Y" TO PCF-FILE-AT-END.
019000     PERFORM PRINT-NEXT-FUND
019100         UNTIL PCF-FILE-AT-END = "Y".
019200
019300 PRINT-NEXT-FUND.
019400     READ PETTY-CASH-FUND-FILE NEXT RECORD
019500         AT END MOVE "Y" TO PCF-FILE-AT-END.
019600     IF PCF-FILE-AT-END NOT = "Y"
019700        AND PCF-IS-ACTIVE
019800         PERFORM PRINT-COUNT-SHEET.
019900
020000*---------------------------------
020100* The position is summed first,
020200* then the slips are walked again
020300* to list them under the heading
020400* each one belongs to.
020500*---------------------------------
020600 PRINT-COUNT-SHEET.
020700     PERFORM SUM-FUND-POSITION.
020800     PERFORM START-NEW-PAGE.
020900     MOVE "SLIPS IN THE BOX" TO PRINT-SECTION-TITLE.
021000     MOVE SECTION-LINE TO PRINTER-RECORD.
021100     PERFORM WRITE-TO-PRINTER.
021200     PERFORM READ-FIRST-FUND-SLIP.
021300     PERFORM PRINT-SLIP-ON-HAND
021400         UNTIL PCS-FILE-AT-END = "Y".
021500     PERFORM LINE-FEED.
021600     MOVE "REPLENISHMENTS IN TRANSIT" TO PRINT-SECTION-TITLE.
021700     MOVE SECTION-LINE TO PRINTER-RECORD.
021800     PERFORM WRITE-TO-PRINTER.
021900     PERFORM READ-FIRST-FUND-SLIP.
022000     PERFORM PRINT-SLIP-IN-TRANSIT
022100         UNTIL PCS-FILE-AT-END = "Y".
022200     PERFORM PRINT-FUND-SUMMARY.
022300     PERFORM END-LAST-PAGE.
022400     ADD 1 TO FUNDS-PRINTED.
022500
022600 PRINT-SLIP-ON-HAND.
022700     PERFORM CLASSIFY-FUND-SLIP.
022800     IF FUND-SLIP-ON-HAND
022900         PERFORM PRINT-SLIP-LINE.
023000     PERFORM READ-NEXT-FUND-SLIP.
023100
023200 PRINT-SLIP-IN-TRANSIT.
023300     PERFORM CLASSIFY-FUND-SLIP.
023400     IF FUND-SLIP-IN-TRANSIT
023500         PERFORM PRINT-SLIP-LINE.
023600     PERFORM READ-NEXT-FUND-SLIP.
023700
023800 PRINT-SLIP-LINE.
023900     IF LINE-COUNT > MAXIMUM-LINES
024000         PERFORM START-NEXT-PAGE.
024100     MOVE SPACE TO DETAIL-LINE.
024200     MOVE PCS-SLIP-NO TO PRINT-SLIP-NO.
024300     MOVE PCS-DATE TO DATE-CCYYMMDD.
024400     PERFORM CONVERT-TO-MMDDCCYY.
024500     MOVE DATE-MMDDCCYY TO PRINT-SLIP-DATE.
024600     MOVE PCS-PAID-TO TO PRINT-PAID-TO.
024700     MOVE PCS-ACCOUNT TO PRINT-ACCOUNT.
024800     MOVE PCS-AMOUNT TO PRINT-AMOUNT.
024900     IF FUND-SLIP-IN-TRANSIT
025000         MOVE PCS-VOUCHER-NO TO PRINT-VOUCHER-NO.
025100     MOVE DETAIL-LINE TO PRINTER-RECORD.
025200     PERFORM WRITE-TO-PRINTER.
025300
025400 PRINT-FUND-SUMMARY.
025500     IF LINE-COUNT > MAXIMUM-LINES - 10
025600         PERFORM START-NEXT-PAGE.
025700     PERFORM LINE-FEED.
025800     MOVE "FUND AMOUNT" TO PRINT-SUMMARY-TITLE.
025900     MOVE PCF-FUND-AMOUNT TO PRINT-SUMMARY-AMOUNT.
026000     PERFORM PRINT-SUMMARY-LINE.
026100     MOVE "LESS SLIPS IN THE BOX" TO PRINT-SUMMARY-TITLE.
026200     MOVE FUND-SLIPS-ON-HAND TO PRINT-SUMMARY-AMOUNT.
026300     PERFORM PRINT-SUMMARY-LINE.
026400     MOVE "LESS REPLENISHMENTS IN TRANSIT"
026500         TO PRINT-SUMMARY-TITLE.
026600     MOVE FUND-IN-TRANSIT TO PRINT-SUMMARY-AMOUNT.
026700     PERFORM PRINT-SUMMARY-LINE.
026800     MOVE "CASH EXPECTED IN THE BOX" TO PRINT-SUMMARY-TITLE.
026900     MOVE FUND-EXPECTED-CASH TO PRINT-SUMMARY-AMOUNT.
027000     PERFORM PRINT-SUMMARY-LINE.
027100     PERFORM LINE-FEED.
027200     MOVE "CASH COUNTED" TO PRINT-SIGN-TITLE.
027300     PERFORM PRINT-SIGN-LINE.
027400     MOVE "COUNTED BY" TO PRINT-SIGN-TITLE.
027500     PERFORM PRINT-SIGN-LINE.
027600     MOVE "DATE" TO PRINT-SIGN-TITLE.
027700     PERFORM PRINT-SIGN-LINE.
027800
027900 PRINT-SUMMARY-LINE.
028000     MOVE SUMMARY-LINE TO PRINTER-RECORD.
028100     PERFORM WRITE-TO-PRINTER.
028200
028300 PRINT-SIGN-LINE.
028400     PERFORM LINE-FEED.
028500     MOVE SIGN-LINE TO PRINTER-RECORD.
028600     PERFORM WRITE-TO-PRINTER.
028700
028800*---------------------------------
028900* Slip file read routines.
029000*---------------------------------
029100 READ-FIRST-FUND-SLIP.
029200     MOVE "N" TO PCS-FILE-AT-END.
029300     MOVE PCF-STORE TO PCS-STORE.
029400     MOVE ZEROES TO PCS-SLIP-NO.
029500     START PETTY-CASH-SLIP-FILE KEY NOT < PCS-KEY
029600         INVALID KEY
029700         MOVE "Y" TO PCS-FILE-AT-END.
029800     IF PCS-FILE-AT-END NOT = "Y"
029900         PERFORM READ-NEXT-FUND-SLIP.
030000
030100 READ-NEXT-FUND-SLIP.
030200     READ PETTY-CASH-SLIP-FILE NEXT RECORD
030300         AT END
030400         MOVE "Y" TO PCS-FILE-AT-END.
030500     IF PCS-FILE-AT-END NOT = "Y"
030600        AND PCS-STORE NOT = PCF-STORE
030700         MOVE "Y" TO PCS-FILE-AT-END.
030800
030900*---------------------------------
031000* Printer I-O routines.
031100*---------------------------------
031200 WRITE-TO-PRINTER.
031300     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
031400     ADD 1 TO LINE-COUNT.
031500
031600 LINE-FEED.
031700     MOVE SPACE TO PRINTER-RECORD.
031800     PERFORM WRITE-TO-PRINTER.
031900
032000 START-NEXT-PAGE.
032100     PERFORM END-LAST-PAGE.
032200     PERFORM START-NEW-PAGE.
032300
032400*---------------------------------
032500* Each fund starts its own page
032600* with its store and custodian.
032700*---------------------------------
032800 START-NEW-PAGE.
032900     ADD 1 TO PAGE-NUMBER.
033000     MOVE TODAY-DATE TO DATE-CCYYMMDD.
033100     PERFORM CONVERT-TO-MMDDCCYY.
033200     MOVE DATE-MMDDCCYY TO PRINT-TODAY-DATE.
033300     MOVE TITLE-LINE TO PRINTER-RECORD.
033400     PERFORM WRITE-TO-PRINTER.
033500     PERFORM LINE-FEED.
033600     MOVE PCF-STORE TO PRINT-STORE STORE-CODE.
033700     MOVE "Y" TO STORE-RECORD-FOUND.
033800     READ STORE-FILE RECORD
033900         INVALID KEY
034000         MOVE "N" TO STORE-RECORD-FOUND.
034100     IF STORE-RECORD-FOUND = "Y"
034200         MOVE STORE-NAME TO PRINT-STORE-NAME
034300     ELSE
034400         MOVE "*STORE NOT ON FILE*" TO PRINT-STORE-NAME.
034500     MOVE PCF-FUND-AMOUNT TO PRINT-FUND-AMOUNT.
034600     MOVE STORE-LINE TO PRINTER-RECORD.
034700     PERFORM WRITE-TO-PRINTER.
034800     MOVE PCF-CUSTODIAN TO PRINT-CUSTODIAN EMP-NUMBER.
034900     MOVE "Y" TO EMP-RECORD-FOUND.
035000     READ EMPLOYEE-FILE RECORD
035100         INVALID KEY
035200         MOVE "N" TO EMP-RECORD-FOUND.
035300     IF EMP-RECORD-FOUND = "Y"
035400         MOVE EMP-NAME TO PRINT-CUSTODIAN-NAME
035500     ELSE
035600         MOVE "*EMPLOYEE NOT ON FILE*" TO PRINT-CUSTODIAN-NAME.
035700     MOVE CUSTODIAN-LINE TO PRINTER-RECORD.
035800     PERFORM WRITE-TO-PRINTER.
035900     PERFORM LINE-FEED.
036000     MOVE COLUMN-LINE TO PRINTER-RECORD.
036100     PERFORM WRITE-TO-PRINTER.
036200     PERFORM LINE-FEED.
036300
036400 END-LAST-PAGE.
036500     PERFORM FORM-FEED.
036600     MOVE ZERO TO LINE-COUNT.
036700
036800 FORM-FEED.
036900     MOVE SPACE TO PRINTER-RECORD.
037000     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
037100
037200*---------------------------------
037300* Utility routines.
037400*---------------------------------
037500     COPY "PLDATE01.CBL".
037600     COPY "PLPCSH01.CBL".

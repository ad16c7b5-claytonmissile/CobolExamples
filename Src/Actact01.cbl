000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACTACT01.
000300*---------------------------------
000400* Account activity.
000500*
000600* For one company and account
000700* over a range of periods
000800* (CCYYMM), prints each period's
000900* balance from the account
001000* balance file and, beneath it,
001100* the journal history lines
001200* behind it, each with the
001300* voucher - vendor and invoice
001400* - or the check - date and
001500* payee - that it came from.
001600*
001700* Lines not yet posted by the
001800* balance posting, and late
001900* lines held out of a closed
002000* period, are marked; the rest
002100* are totalled and proved
002200* against the balance.
002300*---------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700
002800     COPY "SLACBAL.CBL".
002900
003000     COPY "SLACBCTL.CBL".
003100
003200     COPY "SLGLJHST.CBL".
003300
003400     COPY "SLPERIOD.CBL".
003500
003600     COPY "SLACCT.CBL".
003700
003800     COPY "SLVOUCH.CBL".
003900
004000     COPY "SLVND02.CBL".
004100
004200     COPY "SLCHKREG.CBL".
004300
004400     SELECT PRINTER-FILE
004500         ASSIGN TO PRINTER
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000
005100     COPY "FDACBAL.CBL".
005200
005300     COPY "FDACBCTL.CBL".
005400
005500     COPY "FDGLJHST.CBL".
005600
005700     COPY "FDPERIOD.CBL".
005800
005900     COPY "FDACCT.CBL".
006000
006100     COPY "FDVOUCH.CBL".
006200
006300     COPY "FDVND04.CBL".
006400
006500     COPY "FDCHKREG.CBL".
006600
006700 FD  PRINTER-FILE
006800     LABEL RECORDS ARE OMITTED.
006900 01  PRINTER-RECORD             PIC X(80).
007000
007100 WORKING-STORAGE SECTION.
007200
007300 77  HISTORY-AT-END          PIC X.
007400 77  ACBC-AT-END             PIC X.
007500 77  BALANCE-RECORD-FOUND    PIC X.
007600 77  ACCOUNT-RECORD-FOUND    PIC X.
007700 77  VOUCHER-RECORD-FOUND    PIC X.
007800 77  VENDOR-RECORD-FOUND     PIC X.
007900 77  CHECK-RECORD-FOUND      PIC X.
008000 77  PERIOD-HEADING-PRINTED  PIC X.
008100 77  LINE-IS-LATE            PIC X.
008200
008300 77  REPORT-COMPANY          PIC 9(2).
008400 77  REPORT-ACCOUNT          PIC 9(5).
008500 77  LAST-POSTED-BATCH       PIC 9(6).
008600 77  LINE-PERIOD             PIC 9(6).
008700
008800 01  FROM-PERIOD             PIC 9(6).
008900 01  FROM-PERIOD-FIELDS REDEFINES FROM-PERIOD.
009000     05  FROM-YEAR           PIC 9(4).
009100     05  FROM-MONTH          PIC 9(2).
009200         88  FROM-MONTH-IS-VALID VALUES 01 THRU 12.
009300
009400 01  THRU-PERIOD             PIC 9(6).
009500 01  THRU-PERIOD-FIELDS REDEFINES THRU-PERIOD.
009600     05  THRU-YEAR           PIC 9(4).
009700     05  THRU-MONTH          PIC 9(2).
009800         88  THRU-MONTH-IS-VALID VALUES 01 THRU 12.
009900
010000 01  THIS-PERIOD             PIC 9(6).
010100 01  THIS-PERIOD-FIELDS REDEFINES THIS-PERIOD.
010200     05  THIS-YEAR           PIC 9(4).
010300     05  THIS-MONTH          PIC 9(2).
010400
010500 77  POSTED-COUNT            PIC 9(7).
010600 77  POSTED-DEBIT            PIC S9(9)V99.
010700 77  POSTED-CREDIT           PIC S9(9)V99.
010800 77  PERIODS-PRINTED         PIC 9(4)  VALUE ZERO.
010900
011000 77  LINE-COUNT              PIC 999   VALUE ZERO.
011100 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
011200 77  MAXIMUM-LINES           PIC 999   VALUE 55.
011300
011400 01  TITLE-LINE.
011500     05  FILLER              PIC X(20) VALUE SPACE.
011600     05  FILLER              PIC X(25)
011700         VALUE "ACCOUNT ACTIVITY".
011800     05  FILLER              PIC X(27) VALUE SPACE.
011900     05  FILLER              PIC X(6)  VALUE " PAGE:".
012000     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
012100
012200 01  ACCOUNT-HEADING.
012300     05  FILLER              PIC X(8)  VALUE "COMPANY ".
012400     05  PRINT-HEAD-COMPANY  PIC 9(2).
012500     05  FILLER              PIC X(10) VALUE "  ACCOUNT ".
012600     05  PRINT-HEAD-ACCOUNT  PIC 9(5).
012700     05  FILLER              PIC X(1)  VALUE SPACE.
012800     05  PRINT-HEAD-NAME     PIC X(30).
012900
013000 01  COLUMN-LINE.
013100     05  FILLER              PIC X(7)  VALUE "BATCH".
013200     05  FILLER              PIC X(9)  VALUE "JRNL DATE".
013300     05  FILLER              PIC X(9)  VALUE "SOURCE".
013400     05  FILLER              PIC X(6)  VALUE "VCHR".
013500     05  FILLER              PIC X(7)  VALUE "CHECK".
013600     05  FILLER              PIC X(11) VALUE "      DEBIT".
013700     05  FILLER              PIC X(12) VALUE "      CREDIT".
013800
013900 01  PERIOD-LINE.
014000     05  FILLER              PIC X(7)  VALUE "PERIOD ".
014100     05  PRINT-PERIOD-MONTH  PIC Z9.
014200     05  FILLER              PIC X(1)  VALUE "/".
014300     05  PRINT-PERIOD-YEAR   PIC 9(4).
014400     05  FILLER              PIC X(10) VALUE " BALANCE: ".
014500     05  PRINT-BAL-DEBIT     PIC ZZZ,ZZZ,ZZ9.99-.
014600     05  FILLER              PIC X(1)  VALUE SPACE.
014700     05  PRINT-BAL-CREDIT    PIC ZZZ,ZZZ,ZZ9.99-.
014800     05  FILLER              PIC X(1)  VALUE SPACE.
014900     05  PRINT-BAL-LINES     PIC ZZZZZZ9.
015000     05  FILLER              PIC X(6)  VALUE " LINES".
015100
015200 01  DETAIL-LINE.
015300     05  PRINT-BATCH-NO      PIC 9(6).
015400     05  FILLER              PIC X(1)  VALUE SPACE.
015500     05  PRINT-JRNL-DATE     PIC 9(8).
015600     05  FILLER              PIC X(1)  VALUE SPACE.
015700     05  PRINT-SOURCE        PIC X(8).
015800     05  FILLER              PIC X(1)  VALUE SPACE.
015900     05  PRINT-VOUCHER-NO    PIC 9(5).
016000     05  FILLER              PIC X(1)  VALUE SPACE.
016100     05  PRINT-CHECK-NO      PIC 9(6).
016200     05  FILLER              PIC X(1)  VALUE SPACE.
016300     05  PRINT-DEBIT         PIC ZZZZ,ZZ9.99-.
016400     05  PRINT-CREDIT        PIC ZZZZ,ZZ9.99-.
016500     05  FILLER              PIC X(1)  VALUE SPACE.
016600     05  PRINT-LINE-FLAG     PIC X(14).
016700
016800 01  VOUCHER-DRILL-LINE.
016900     05  FILLER              PIC X(8)  VALUE SPACE.
017000     05  FILLER              PIC X(8)  VALUE "VOUCHER ".
017100     05  PRINT-DRILL-VOUCHER PIC 9(5).
017200     05  FILLER              PIC X(5)  VALUE " INV ".
017300     05  PRINT-DRILL-INVOICE PIC X(15).
017400     05  FILLER              PIC X(1)  VALUE SPACE.
017500     05  PRINT-DRILL-VENDOR  PIC X(30).
017600
017700 01  CHECK-DRILL-LINE.
017800     05  FILLER              PIC X(8)  VALUE SPACE.
017900     05  FILLER              PIC X(6)  VALUE "CHECK ".
018000     05  PRINT-DRILL-CHECK   PIC 9(6).
018100     05  FILLER              PIC X(7)  VALUE " DATED ".
018200     05  PRINT-DRILL-DATE    PIC 9(8).
018300     05  FILLER              PIC X(1)  VALUE SPACE.
018400     05  PRINT-DRILL-PAYEE   PIC X(30).
018500
018600 01  PROOF-LINE.
018700     05  FILLER              PIC X(8)  VALUE SPACE.
018800     05  PRINT-PROOF-LABEL   PIC X(15).
018900     05  PRINT-PROOF-COUNT   PIC ZZZZZZ9.
019000     05  FILLER              PIC X(1)  VALUE SPACE.
019100     05  PRINT-PROOF-DEBIT   PIC ZZZ,ZZZ,ZZ9.99-.
019200     05  FILLER              PIC X(1)  VALUE SPACE.
019300     05  PRINT-PROOF-CREDIT  PIC ZZZ,ZZZ,ZZ9.99-.
019400     05  FILLER              PIC X(1)  VALUE SPACE.
019500     05  PRINT-PROOF-FLAG    PIC X(16).
019600
019700     COPY "WSCASE01.CBL".
019800
019900     COPY "WSPERD01.CBL".
020000
020100 PROCEDURE DIVISION.
020200 PROGRAM-BEGIN.
020300     PERFORM OPENING-PROCEDURE.
020400     PERFORM MAIN-PROCESS.
020500     PERFORM CLOSING-PROCEDURE.
020600
020700 PROGRAM-EXIT.
020800     EXIT PROGRAM.
020900
021000 PROGRAM-DONE.
021100     STOP RUN.
021200
021300 OPENING-PROCEDURE.
021400     OPEN I-O ACCT-BALANCE-FILE.
021500     OPEN I-O PERIOD-FILE.
021600     OPEN I-O ACCOUNT-FILE.
021700     OPEN I-O VOUCHER-FILE.
021800     OPEN I-O VENDOR-FILE.
021900     OPEN I-O CHECK-REG-FILE.
022000     OPEN OUTPUT PRINTER-FILE.
022100
022200 CLOSING-PROCEDURE.
022300     CLOSE ACCT-BALANCE-FILE.
022400     CLOSE PERIOD-FILE.
022500     CLOSE ACCOUNT-FILE.
022600     CLOSE VOUCHER-FILE.
022700     CLOSE VENDOR-FILE.
022800     CLOSE CHECK-REG-FILE.
022900     CLOSE PRINTER-FILE.
023000
023100 MAIN-PROCESS.
023200     PERFORM GET-REPORT-OPTIONS.
023300     PERFORM GET-LAST-POSTED-BATCH.
023400     MOVE REPORT-ACCOUNT TO ACCOUNT-NUMBER.
023500     PERFORM READ-ACCOUNT-RECORD.
023600     MOVE REPORT-COMPANY TO PRINT-HEAD-COMPANY.
023700     MOVE REPORT-ACCOUNT TO PRINT-HEAD-ACCOUNT.
023800     MOVE ACCOUNT-NAME TO PRINT-HEAD-NAME.
023900     PERFORM START-NEW-PAGE.
024000     MOVE FROM-PERIOD TO THIS-PERIOD.
024100     PERFORM PRINT-ONE-PERIOD
024200         UNTIL THIS-PERIOD > THRU-PERIOD.
024300     IF PERIODS-PRINTED = ZEROES
024400         MOVE "NO ACTIVITY FOR THE ACCOUNT IN THESE PERIODS"
024500             TO PRINTER-RECORD
024600         PERFORM WRITE-TO-PRINTER.
024700     PERFORM END-LAST-PAGE.
024800
024900 GET-REPORT-OPTIONS.
025000     DISPLAY "ENTER COMPANY".
025100     ACCEPT REPORT-COMPANY.
025200     DISPLAY "ENTER ACCOUNT NUMBER".
025300     ACCEPT REPORT-ACCOUNT.
025400     PERFORM ACCEPT-FROM-PERIOD.
025500     PERFORM RE-ACCEPT-FROM-PERIOD
025600         UNTIL FROM-MONTH-IS-VALID.
025700     PERFORM ACCEPT-THRU-PERIOD.
025800     PERFORM RE-ACCEPT-THRU-PERIOD
025900         UNTIL THRU-MONTH-IS-VALID
026000           AND THRU-PERIOD NOT < FROM-PERIOD.
026100
026200 ACCEPT-FROM-PERIOD.
026300     DISPLAY "ENTER FIRST PERIOD (CCYYMM)".
026400     ACCEPT FROM-PERIOD.
026500
026600 RE-ACCEPT-FROM-PERIOD.
026700     DISPLAY "THAT IS NOT A CCYYMM PERIOD".
026800     PERFORM ACCEPT-FROM-PERIOD.
026900
027000 ACCEPT-THRU-PERIOD.
027100     DISPLAY "ENTER LAST PERIOD (CCYYMM)".
027200     ACCEPT THRU-PERIOD.
027300
027400 RE-ACCEPT-THRU-PERIOD.
027500     DISPLAY "MUST BE A CCYYMM PERIOD NOT BEFORE THE FIRST".
027600     PERFORM ACCEPT-THRU-PERIOD.
027700
027800*---------------------------------
027900* One period: its balance, then
028000* every history line dated into
028100* it, then the proof. A period
028200* with neither prints nothing.
028300*---------------------------------
028400 PRINT-ONE-PERIOD.
028500     MOVE "N" TO PERIOD-HEADING-PRINTED.
028600     MOVE ZEROES TO POSTED-COUNT POSTED-DEBIT POSTED-CREDIT.
028700     MOVE REPORT-COMPANY TO ACB-COMPANY.
028800     MOVE REPORT-ACCOUNT TO ACB-ACCOUNT.
028900     MOVE THIS-PERIOD TO ACB-PERIOD.
029000     PERFORM READ-BALANCE-RECORD.
029100     IF BALANCE-RECORD-FOUND = "Y"
029200         PERFORM PRINT-PERIOD-HEADING.
029300     OPEN INPUT JOURNAL-HISTORY-FILE.
029400     MOVE "N" TO HISTORY-AT-END.
029500     PERFORM CHECK-NEXT-HISTORY-LINE
029600         UNTIL HISTORY-AT-END = "Y".
029700     CLOSE JOURNAL-HISTORY-FILE.
029800     IF PERIOD-HEADING-PRINTED = "Y"
029900         PERFORM PRINT-PERIOD-PROOF.
030000     IF THIS-MONTH = 12
030100         ADD 1 TO THIS-YEAR
030200         MOVE 1 TO THIS-MONTH
030300     ELSE
030400         ADD 1 TO THIS-MONTH.
030500
030600 CHECK-NEXT-HISTORY-LINE.
030700     READ JOURNAL-HISTORY-FILE
030800         AT END MOVE "Y" TO HISTORY-AT-END.
030900     IF HISTORY-AT-END NOT = "Y"
031000        AND JHST-COMPANY = REPORT-COMPANY
031100        AND JHST-ACCOUNT = REPORT-ACCOUNT
031200         MOVE JHST-DATE (1:6) TO LINE-PERIOD
031300         IF LINE-PERIOD = THIS-PERIOD
031400             PERFORM PRINT-HISTORY-LINE.
031500
031600*---------------------------------
031700* The same late test the
031800* balance posting applies.
031900*---------------------------------
032000 PRINT-HISTORY-LINE.
032100     IF PERIOD-HEADING-PRINTED NOT = "Y"
032200         PERFORM PRINT-PERIOD-HEADING.
032300     IF LINE-COUNT > MAXIMUM-LINES - 2
032400         PERFORM START-NEXT-PAGE.
032500     MOVE SPACE TO DETAIL-LINE.
032600     MOVE JHST-BATCH-NO TO PRINT-BATCH-NO.
032700     MOVE JHST-DATE TO PRINT-JRNL-DATE.
032800     MOVE JHST-SOURCE TO PRINT-SOURCE.
032900     MOVE JHST-VOUCHER-NO TO PRINT-VOUCHER-NO.
033000     MOVE JHST-CHECK-NO TO PRINT-CHECK-NO.
033100     MOVE JHST-DEBIT TO PRINT-DEBIT.
033200     MOVE JHST-CREDIT TO PRINT-CREDIT.
033300     MOVE "N" TO LINE-IS-LATE.
033400     MOVE JHST-DATE TO EDIT-PERIOD-DATE.
033500     PERFORM CHECK-PERIOD-OPEN.
033600     IF PERIOD-DATE-IS-OPEN = "N"
033700        AND JHST-EXTRACT-DATE > PERIOD-CLOSED-DATE
033800         MOVE "Y" TO LINE-IS-LATE.
033900     IF JHST-BATCH-NO > LAST-POSTED-BATCH
034000         MOVE "NOT POSTED YET" TO PRINT-LINE-FLAG
034100     ELSE
034200     IF LINE-IS-LATE = "Y"
034300         MOVE "LATE - HELD" TO PRINT-LINE-FLAG
034400     ELSE
034500         ADD 1 TO POSTED-COUNT
034600         ADD JHST-DEBIT TO POSTED-DEBIT
034700         ADD JHST-CREDIT TO POSTED-CREDIT.
034800     MOVE DETAIL-LINE TO PRINTER-RECORD.
034900     PERFORM WRITE-TO-PRINTER.
035000     IF JHST-VOUCHER-NO NOT = ZEROES
035100         PERFORM PRINT-VOUCHER-DRILL.
035200     IF JHST-CHECK-NO NOT = ZEROES
035300         PERFORM PRINT-CHECK-DRILL.
035400
035500 PRINT-VOUCHER-DRILL.
035600     MOVE JHST-VOUCHER-NO TO VOUCHER-NUMBER PRINT-DRILL-VOUCHER.
035700     PERFORM READ-VOUCHER-RECORD.
035800     MOVE SPACE TO PRINT-DRILL-INVOICE PRINT-DRILL-VENDOR.
035900     IF VOUCHER-RECORD-FOUND = "Y"
036000         MOVE VOUCHER-INVOICE TO PRINT-DRILL-INVOICE
036100         MOVE VOUCHER-VENDOR TO VENDOR-NUMBER
036200         PERFORM READ-VENDOR-RECORD
036300         MOVE VENDOR-NAME TO PRINT-DRILL-VENDOR
036400     ELSE
036500         MOVE "*** VOUCHER NOT ON FILE" TO PRINT-DRILL-VENDOR.
036600     MOVE VOUCHER-DRILL-LINE TO PRINTER-RECORD.
036700     PERFORM WRITE-TO-PRINTER.
036800
036900 PRINT-CHECK-DRILL.
037000     MOVE JHST-CHECK-NO TO CHECK-REG-NO PRINT-DRILL-CHECK.
037100     PERFORM READ-CHECK-RECORD.
037200     MOVE ZEROES TO PRINT-DRILL-DATE.
037300     MOVE SPACE TO PRINT-DRILL-PAYEE.
037400     IF CHECK-RECORD-FOUND = "N"
037500         MOVE "*** CHECK NOT ON THE REGISTER" TO PRINT-DRILL-PAYEE
037600     ELSE
037700     IF CHECK-PAID-EMPLOYEE
037800         MOVE CHECK-REG-DATE TO PRINT-DRILL-DATE
037900         MOVE "EMPLOYEE REIMBURSEMENT" TO PRINT-DRILL-PAYEE
038000     ELSE
038100         MOVE CHECK-REG-DATE TO PRINT-DRILL-DATE
038200         MOVE CHECK-REG-VENDOR TO VENDOR-NUMBER
038300         PERFORM READ-VENDOR-RECORD
038400         MOVE VENDOR-NAME TO PRINT-DRILL-PAYEE.
038500     MOVE CHECK-DRILL-LINE TO PRINTER-RECORD.
038600     PERFORM WRITE-TO-PRINTER.
038700
038800 PRINT-PERIOD-HEADING.
038900     IF LINE-COUNT > MAXIMUM-LINES - 4
039000         PERFORM START-NEXT-PAGE.
039100     MOVE THIS-MONTH TO PRINT-PERIOD-MONTH.
039200     MOVE THIS-YEAR TO PRINT-PERIOD-YEAR.
039300     IF BALANCE-RECORD-FOUND = "Y"
039400         MOVE ACB-DEBIT TO PRINT-BAL-DEBIT
039500         MOVE ACB-CREDIT TO PRINT-BAL-CREDIT
039600         MOVE ACB-LINE-COUNT TO PRINT-BAL-LINES
039700     ELSE
039800         MOVE ZEROES TO PRINT-BAL-DEBIT
039900                        PRINT-BAL-CREDIT
040000                        PRINT-BAL-LINES.
040100     MOVE PERIOD-LINE TO PRINTER-RECORD.
040200     PERFORM WRITE-TO-PRINTER.
040300     MOVE "Y" TO PERIOD-HEADING-PRINTED.
040400     ADD 1 TO PERIODS-PRINTED.
040500
040600*---------------------------------
040700* The posted lines must add to
040800* the balance record.
040900*---------------------------------
041000 PRINT-PERIOD-PROOF.
041100     MOVE SPACE TO PROOF-LINE.
041200     MOVE "POSTED LINES" TO PRINT-PROOF-LABEL.
041300     MOVE POSTED-COUNT TO PRINT-PROOF-COUNT.
041400     MOVE POSTED-DEBIT TO PRINT-PROOF-DEBIT.
041500     MOVE POSTED-CREDIT TO PRINT-PROOF-CREDIT.
041600     IF BALANCE-RECORD-FOUND = "N"
041700         MOVE ZEROES TO ACB-DEBIT ACB-CREDIT ACB-LINE-COUNT.
041800     IF POSTED-DEBIT = ACB-DEBIT
041900        AND POSTED-CREDIT = ACB-CREDIT
042000        AND POSTED-COUNT = ACB-LINE-COUNT
042100         MOVE "AGREE TO BALANCE" TO PRINT-PROOF-FLAG
042200     ELSE
042300         MOVE "*** DO NOT AGREE" TO PRINT-PROOF-FLAG.
042400     MOVE PROOF-LINE TO PRINTER-RECORD.
042500     PERFORM WRITE-TO-PRINTER.
042600     PERFORM LINE-FEED.
042700
042800*---------------------------------
042900* File I-O routines.
043000*---------------------------------
043100 READ-BALANCE-RECORD.
043200     MOVE "Y" TO BALANCE-RECORD-FOUND.
043300     READ ACCT-BALANCE-FILE RECORD
043400         INVALID KEY
043500         MOVE "N" TO BALANCE-RECORD-FOUND.
043600
043700 READ-ACCOUNT-RECORD.
043800     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
043900     READ ACCOUNT-FILE RECORD
044000         INVALID KEY
044100         MOVE "N" TO ACCOUNT-RECORD-FOUND.
044200     IF ACCOUNT-RECORD-FOUND = "N"
044300         MOVE "*** NOT ON THE CHART" TO ACCOUNT-NAME.
044400
044500 READ-VOUCHER-RECORD.
044600     MOVE "Y" TO VOUCHER-RECORD-FOUND.
044700     READ VOUCHER-FILE RECORD
044800         INVALID KEY
044900         MOVE "N" TO VOUCHER-RECORD-FOUND.
045000
045100 READ-VENDOR-RECORD.
045200     MOVE "Y" TO VENDOR-RECORD-FOUND.
045300     READ VENDOR-FILE RECORD
045400         INVALID KEY
045500         MOVE "N" TO VENDOR-RECORD-FOUND.
045600     IF VENDOR-RECORD-FOUND = "N"
045700         MOVE "*** VENDOR NOT ON FILE" TO VENDOR-NAME.
045800
045900 READ-CHECK-RECORD.
046000     MOVE "Y" TO CHECK-RECORD-FOUND.
046100     READ CHECK-REG-FILE RECORD
046200         INVALID KEY
046300         MOVE "N" TO CHECK-RECORD-FOUND.
046400
046500 GET-LAST-POSTED-BATCH.
046600     OPEN INPUT ACB-CTL-FILE.
046700     MOVE "N" TO ACBC-AT-END.
046800     READ ACB-CTL-FILE
046900         AT END MOVE "Y" TO ACBC-AT-END.
047000     CLOSE ACB-CTL-FILE.
047100     IF ACBC-AT-END = "Y"
047200         MOVE ZEROES TO ACBC-LAST-BATCH.
047300     MOVE ACBC-LAST-BATCH TO LAST-POSTED-BATCH.
047400
047500*---------------------------------
047600* Printer I-O routines.
047700*---------------------------------
047800 WRITE-TO-PRINTER.
047900     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
048000     ADD 1 TO LINE-COUNT.
048100
048200 LINE-FEED.
048300     MOVE SPACE TO PRINTER-RECORD.
048400     PERFORM WRITE-TO-PRINTER.
048500
048600 START-NEXT-PAGE.
048700     PERFORM END-LAST-PAGE.
048800     PERFORM START-NEW-PAGE.
048900
049000 START-NEW-PAGE.
049100     ADD 1 TO PAGE-NUMBER.
049200     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
049300     MOVE TITLE-LINE TO PRINTER-RECORD.
049400     PERFORM WRITE-TO-PRINTER.
049500     MOVE ACCOUNT-HEADING TO PRINTER-RECORD.
049600     PERFORM WRITE-TO-PRINTER.
049700     PERFORM LINE-FEED.
049800     MOVE COLUMN-LINE TO PRINTER-RECORD.
049900     PERFORM WRITE-TO-PRINTER.
050000     PERFORM LINE-FEED.
050100
050200 END-LAST-PAGE.
050300     PERFORM FORM-FEED.
050400     MOVE ZERO TO LINE-COUNT.
050500
050600 FORM-FEED.
050700     MOVE SPACE TO PRINTER-RECORD.
050800     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
050900
051000*---------------------------------
051100* Utility routines.
051200*---------------------------------
051300     COPY "PLPERD01.CBL".

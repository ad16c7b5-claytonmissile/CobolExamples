000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CNTRPT01.
000300*---------------------------------
000400* Contract utilization and
000500* renewal report.
000600*
000700* Part one lists every contract
000800* on the Contract Master File
000900* with its term, the not-to-
001000* exceed amount, the spend to
001100* date billed under it (live
001200* and archived vouchers, in base
001300* currency, cancelled vouchers
001400* left out), what remains and
001500* the percent used. Contracts
001600* over their limit or past
001700* their end date are flagged.
001800*
001900* Part two lists the contracts
002000* that have reached their
002100* renewal-notice date - the end
002200* date less the notice days -
002300* and have not yet ended, each
002400* with the vendor's performance
002500* figures as the VNDSCR01
002600* scorecard works them out, over
002700* the vouchers dated in the
002800* contract term: invoice count
002900* and dollars, dispute holds,
003000* discount capture rate, finance
003100* charges assessed and average
003200* days to pay.
003300*---------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700
003800     COPY "SLCNTR.CBL".
003900
004000     COPY "SLVOUCH.CBL".
004100
004200     COPY "SLVCHARC.CBL".
004300
004400     COPY "SLVND02.CBL".
004500
004600     SELECT PRINTER-FILE
004700         ASSIGN TO PRINTER
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200
005300     COPY "FDCNTR.CBL".
005400
005500     COPY "FDVOUCH.CBL".
005600
005700     COPY "FDVCHARC.CBL".
005800
005900     COPY "FDVND04.CBL".
006000
006100 FD  PRINTER-FILE
006200     LABEL RECORDS ARE OMITTED.
006300 01  PRINTER-RECORD             PIC X(110).
006400
006500 WORKING-STORAGE SECTION.
006600
006700 77  CONTRACT-FILE-AT-END    PIC X.
006800 77  VOUCHER-FILE-AT-END     PIC X.
006900 77  VENDOR-RECORD-FOUND     PIC X.
007000
007100 77  TODAY-DATE              PIC 9(8).
007300 77  DAYS-TO-END             PIC S9(5).
007400 77  REMAINING-AMOUNT        PIC S9(9)V99.
007500 77  PERCENT-USED            PIC 9(5)V9.
007600 77  CONTRACT-COUNT          PIC 9(5)  VALUE ZEROES.
007700 77  RENEWAL-COUNT           PIC 9(5)  VALUE ZEROES.
007800
007900*---------------------------------
008000* One vendor's performance over
008100* the contract term.
008200*---------------------------------
008300 01  PERFORMANCE-FIGURES.
008400     05  PF-INVOICE-COUNT    PIC 9(5).
008500     05  PF-INVOICE-TOTAL    PIC S9(9)V99.
008600     05  PF-HOLD-COUNT       PIC 9(4).
008700     05  PF-DISC-OFFERED     PIC 9(4).
008800     05  PF-DISC-TAKEN       PIC 9(4).
008900     05  PF-FIN-CHARGES      PIC S9(7)V99.
009000     05  PF-PAY-DAYS         PIC S9(7).
009100     05  PF-PAID-COUNT       PIC 9(5).
009200
009300 77  VOUCHER-PAY-DAYS        PIC S9(5).
009400 77  CAPTURE-RATE            PIC 9(3)V9.
009500 77  AVERAGE-DAYS            PIC S9(5).
009600
009700 77  LINE-COUNT              PIC 999   VALUE ZERO.
009800 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
009900 77  MAXIMUM-LINES           PIC 999   VALUE 55.
010000
010100 01  DETAIL-LINE.
010200     05  PRINT-CONTRACT    PIC X(8).
010300     05  FILLER            PIC X(1)  VALUE SPACE.
010400     05  PRINT-VENDOR-NO   PIC Z(4)9.
010500     05  FILLER            PIC X(1)  VALUE SPACE.
010600     05  PRINT-VENDOR-NAME PIC X(20).
010700     05  FILLER            PIC X(1)  VALUE SPACE.
010800     05  PRINT-START-DATE  PIC 99/99/9999.
010900     05  FILLER            PIC X(1)  VALUE SPACE.
011000     05  PRINT-END-DATE    PIC 99/99/9999.
011100     05  PRINT-LIMIT       PIC ZZ,ZZZ,ZZ9.99-.
011200     05  PRINT-SPENT       PIC ZZ,ZZZ,ZZ9.99-.
011300     05  PRINT-REMAINING   PIC ZZ,ZZZ,ZZ9.99-.
011400     05  PRINT-PERCENT     PIC ZZZZ9.9.
011500     05  FILLER            PIC X(1)  VALUE SPACE.
011600     05  PRINT-FLAG        PIC X(7).
011700
011800 01  COLUMN-LINE.
011900     05  FILLER         PIC X(9)  VALUE "CONTRACT".
012000     05  FILLER         PIC X(27) VALUE "VENDOR".
012100     05  FILLER         PIC X(11) VALUE "START".
012200     05  FILLER         PIC X(10) VALUE "END".
012300     05  FILLER         PIC X(14) VALUE "   NOT TO EXC".
012400     05  FILLER         PIC X(14) VALUE "    SPENT".
012500     05  FILLER         PIC X(14) VALUE "    REMAINING".
012600     05  FILLER         PIC X(7)  VALUE " %USED".
012700
012800 01  RENEWAL-LINE.
012900     05  PRINT-RNW-CONTRACT    PIC X(8).
013000     05  FILLER                PIC X(1)  VALUE SPACE.
013100     05  PRINT-RNW-VENDOR-NO   PIC Z(4)9.
013200     05  FILLER                PIC X(1)  VALUE SPACE.
013300     05  PRINT-RNW-VENDOR-NAME PIC X(20).
013400     05  FILLER                PIC X(1)  VALUE SPACE.
013500     05  PRINT-RNW-DESCRIPTION PIC X(30).
013600     05  FILLER                PIC X(6)  VALUE " ENDS ".
013700     05  PRINT-RNW-END-DATE    PIC 99/99/9999.
013800     05  FILLER                PIC X(1)  VALUE SPACE.
013900     05  PRINT-RNW-DAYS        PIC ZZZZ9.
014000     05  FILLER                PIC X(10) VALUE " DAYS LEFT".
014100
014200 01  PERFORMANCE-LINE.
014300     05  FILLER            PIC X(15) VALUE SPACE.
014400     05  FILLER            PIC X(6)  VALUE "INVS: ".
014500     05  PRINT-INV-COUNT   PIC ZZZZ9.
014600     05  PRINT-INV-TOTAL   PIC ZZ,ZZZ,ZZ9.99-.
014700     05  FILLER            PIC X(9)  VALUE "  HOLDS: ".
014800     05  PRINT-HOLDS       PIC ZZZ9.
014900     05  FILLER            PIC X(8)  VALUE "  CAP%: ".
015000     05  PRINT-CAPTURE     PIC ZZZ9.9.
015100     05  FILLER            PIC X(14) VALUE "  FIN CHARGE: ".
015200     05  PRINT-FIN-CHARGES PIC ZZZ,ZZ9.99-.
015300     05  FILLER            PIC X(13) VALUE "  DAYS TO PAY".
015400     05  PRINT-AVG-DAYS    PIC ZZZZ9-.
015500
015600 01  TITLE-LINE.
015700     05  FILLER              PIC X(25) VALUE SPACE.
015800     05  PRINT-TITLE         PIC X(40).
015900     05  FILLER              PIC X(5)  VALUE "AS OF".
016000     05  FILLER              PIC X(1)  VALUE SPACE.
016100     05  PRINT-TODAY         PIC 99/99/9999.
016200     05  FILLER              PIC X(18) VALUE SPACE.
016300     05  FILLER              PIC X(5)  VALUE "PAGE:".
016400     05  FILLER              PIC X(1)  VALUE SPACE.
016500     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
016600
016700 77  PAGE-COLUMN-LINE        PIC X(110).
016800
016900     COPY "WSCASE01.CBL".
017000
017100     COPY "WSDATE01.CBL".
017200
017300     COPY "WSCNTR01.CBL".
017400
017500 PROCEDURE DIVISION.
017600 PROGRAM-BEGIN.
017700     PERFORM OPENING-PROCEDURE.
017800     PERFORM MAIN-PROCESS.
017900     PERFORM CLOSING-PROCEDURE.
018000
018100 PROGRAM-EXIT.
018200     EXIT PROGRAM.
018300
018400 PROGRAM-DONE.
018500     STOP RUN.
018600
018700 OPENING-PROCEDURE.
018800     OPEN I-O CONTRACT-FILE.
018900     OPEN I-O VOUCHER-FILE.
019000     OPEN I-O ARCHIVE-FILE.
019100     OPEN I-O VENDOR-FILE.
019200     OPEN OUTPUT PRINTER-FILE.
019300
019400 CLOSING-PROCEDURE.
019500     CLOSE CONTRACT-FILE.
019600     CLOSE VOUCHER-FILE.
019700     CLOSE ARCHIVE-FILE.
019800     CLOSE VENDOR-FILE.
019900     PERFORM END-LAST-PAGE.
020000     CLOSE PRINTER-FILE.
020100
020200 MAIN-PROCESS.
020300     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
020400     MOVE TODAY-DATE TO DATE-CCYYMMDD.
020500     PERFORM FORMAT-THE-DATE.
020600     MOVE FORMATTED-DATE TO PRINT-TODAY.
020700     PERFORM PRINT-UTILIZATION.
020800     PERFORM END-LAST-PAGE.
020900     PERFORM PRINT-RENEWALS.
021000
021100*---------------------------------
021200* Part one - utilization.
021300*---------------------------------
021400 PRINT-UTILIZATION.
021500     MOVE "CONTRACT UTILIZATION" TO PRINT-TITLE.
021600     MOVE COLUMN-LINE TO PAGE-COLUMN-LINE.
021700     PERFORM START-NEW-PAGE.
021800     PERFORM READ-FIRST-CONTRACT.
021900     PERFORM UTILIZATION-ALL-CONTRACTS
022000         UNTIL CONTRACT-FILE-AT-END = "Y".
022100     IF CONTRACT-COUNT = ZEROES
022200         MOVE "NO CONTRACTS ON FILE" TO PRINTER-RECORD
022300         PERFORM WRITE-TO-PRINTER.
022400
022500 UTILIZATION-ALL-CONTRACTS.
022600     PERFORM PRINT-ONE-UTILIZATION.
022700     PERFORM READ-NEXT-CONTRACT-RECORD.
022800
022900 PRINT-ONE-UTILIZATION.
023000     ADD 1 TO CONTRACT-COUNT.
023100     IF LINE-COUNT > MAXIMUM-LINES
023200         PERFORM START-NEXT-PAGE.
023300     MOVE ZEROES TO CONTRACT-SKIP-VOUCHER.
023400     PERFORM SUM-CONTRACT-SPEND.
023500     MOVE SPACE TO DETAIL-LINE.
023600     MOVE CNTR-NUMBER TO PRINT-CONTRACT.
023700     PERFORM LOOK-UP-CONTRACT-VENDOR.
023800     MOVE CNTR-VENDOR TO PRINT-VENDOR-NO.
023900     MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
024000     MOVE CNTR-START-DATE TO DATE-CCYYMMDD.
024100     PERFORM FORMAT-THE-DATE.
024200     MOVE FORMATTED-DATE TO PRINT-START-DATE.
024300     IF CNTR-END-DATE = ZEROES
024400         MOVE ZEROES TO PRINT-END-DATE
024500     ELSE
024600         MOVE CNTR-END-DATE TO DATE-CCYYMMDD
024700         PERFORM FORMAT-THE-DATE
024800         MOVE FORMATTED-DATE TO PRINT-END-DATE.
024900     MOVE CNTR-LIMIT-AMOUNT TO PRINT-LIMIT.
025000     MOVE CONTRACT-SPENT-TO-DATE TO PRINT-SPENT.
025100     PERFORM SET-UTILIZATION-FIGURES.
025200     MOVE DETAIL-LINE TO PRINTER-RECORD.
025300     PERFORM WRITE-TO-PRINTER.
025400
025500*---------------------------------
025600* A contract with no limit has
025700* nothing remaining to show and
025800* is never over.
025900*---------------------------------
026000 SET-UTILIZATION-FIGURES.
026100     IF CNTR-LIMIT-AMOUNT = ZEROES
026200         MOVE ZEROES TO PRINT-REMAINING
026300                        PRINT-PERCENT
026400     ELSE
026500         COMPUTE REMAINING-AMOUNT =
026600             CNTR-LIMIT-AMOUNT - CONTRACT-SPENT-TO-DATE
026700         MOVE REMAINING-AMOUNT TO PRINT-REMAINING
026800         COMPUTE PERCENT-USED ROUNDED =
026900             (CONTRACT-SPENT-TO-DATE / CNTR-LIMIT-AMOUNT) * 100
027200         MOVE PERCENT-USED TO PRINT-PERCENT
027300         IF CONTRACT-SPENT-TO-DATE > CNTR-LIMIT-AMOUNT
027400             MOVE "OVER" TO PRINT-FLAG.
027500     IF CNTR-END-DATE NOT = ZEROES
027600        AND CNTR-END-DATE < TODAY-DATE
027700         MOVE "EXPIRED" TO PRINT-FLAG.
027800
027900*---------------------------------
028000* Part two - renewal notices.
028100*---------------------------------
028200 PRINT-RENEWALS.
028300     MOVE "CONTRACTS DUE FOR RENEWAL" TO PRINT-TITLE.
028400     MOVE SPACE TO PAGE-COLUMN-LINE.
028500     PERFORM START-NEW-PAGE.
028600     PERFORM READ-FIRST-CONTRACT.
028700     PERFORM RENEWAL-ALL-CONTRACTS
028800         UNTIL CONTRACT-FILE-AT-END = "Y".
028900     IF RENEWAL-COUNT = ZEROES
029000         MOVE "NO CONTRACTS HAVE REACHED THEIR RENEWAL NOTICE"
029100             TO PRINTER-RECORD
029200         PERFORM WRITE-TO-PRINTER.
029300
029400 RENEWAL-ALL-CONTRACTS.
029500     IF CNTR-NOTICE-DAYS NOT = ZEROES
029600        AND CNTR-END-DATE NOT = ZEROES
029700        AND CNTR-END-DATE NOT < TODAY-DATE
029800         PERFORM CHECK-RENEWAL-NOTICE.
029900     PERFORM READ-NEXT-CONTRACT-RECORD.
030000
030100 CHECK-RENEWAL-NOTICE.
030200     COMPUTE DAYS-TO-END =
030300         FUNCTION INTEGER-OF-DATE(CNTR-END-DATE)
030400         - FUNCTION INTEGER-OF-DATE(TODAY-DATE).
030500     IF DAYS-TO-END NOT > CNTR-NOTICE-DAYS
030600         PERFORM PRINT-ONE-RENEWAL.
030700
030800 PRINT-ONE-RENEWAL.
030900     ADD 1 TO RENEWAL-COUNT.
031000     IF LINE-COUNT > MAXIMUM-LINES - 3
031100         PERFORM START-NEXT-PAGE.
031200     MOVE SPACE TO RENEWAL-LINE.
031300     MOVE CNTR-NUMBER TO PRINT-RNW-CONTRACT.
031400     PERFORM LOOK-UP-CONTRACT-VENDOR.
031500     MOVE CNTR-VENDOR TO PRINT-RNW-VENDOR-NO.
031600     MOVE VENDOR-NAME TO PRINT-RNW-VENDOR-NAME.
031700     MOVE CNTR-DESCRIPTION TO PRINT-RNW-DESCRIPTION.
031800     MOVE CNTR-END-DATE TO DATE-CCYYMMDD.
031900     PERFORM FORMAT-THE-DATE.
032000     MOVE FORMATTED-DATE TO PRINT-RNW-END-DATE.
032100     MOVE DAYS-TO-END TO PRINT-RNW-DAYS.
032200     MOVE RENEWAL-LINE TO PRINTER-RECORD.
032300     PERFORM WRITE-TO-PRINTER.
032400     PERFORM TALLY-VENDOR-PERFORMANCE.
032500     PERFORM PRINT-VENDOR-PERFORMANCE.
032600     PERFORM LINE-FEED.
032700
032800*---------------------------------
032900* The vendor's vouchers dated in
033000* the contract term, read down
033100* the vendor key and tallied the
033200* way the scorecard does.
033300*---------------------------------
033400 TALLY-VENDOR-PERFORMANCE.
033500     MOVE ZEROES TO PERFORMANCE-FIGURES.
033600     MOVE "N" TO VOUCHER-FILE-AT-END.
033700     MOVE CNTR-VENDOR TO VOUCHER-VENDOR.
033800     START VOUCHER-FILE KEY NOT < VOUCHER-VENDOR
033900         INVALID KEY
034000         MOVE "Y" TO VOUCHER-FILE-AT-END.
034100     PERFORM TALLY-NEXT-VOUCHER
034200         UNTIL VOUCHER-FILE-AT-END = "Y".
034300
034400 TALLY-NEXT-VOUCHER.
034500     READ VOUCHER-FILE NEXT RECORD
034600         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
034700     IF VOUCHER-FILE-AT-END NOT = "Y"
034800        AND VOUCHER-VENDOR NOT = CNTR-VENDOR
034900         MOVE "Y" TO VOUCHER-FILE-AT-END.
035000     IF VOUCHER-FILE-AT-END NOT = "Y"
035100        AND VOUCHER-DATE NOT < CNTR-START-DATE
035200        AND VOUCHER-DATE NOT > TODAY-DATE
035300        AND NOT VOUCHER-PAYS-EMPLOYEE
035400         PERFORM TALLY-THIS-VOUCHER.
035500
035600 TALLY-THIS-VOUCHER.
035700     ADD 1 TO PF-INVOICE-COUNT.
035800     ADD VOUCHER-BASE-AMOUNT TO PF-INVOICE-TOTAL.
035900     IF VOUCHER-IS-HELD
036000         ADD 1 TO PF-HOLD-COUNT.
036100     IF VOUCHER-DISC-PERCENT NOT = ZEROES
036200         ADD 1 TO PF-DISC-OFFERED.
036300     IF VOUCHER-DISC-TAKEN NOT = ZEROES
036400         ADD 1 TO PF-DISC-TAKEN.
036500     IF VOUCHER-FOR = "FINANCE CHARGE ASSESSED"
036600         ADD VOUCHER-BASE-AMOUNT TO PF-FIN-CHARGES.
036700     IF VOUCHER-PAID-DATE NOT = ZEROES
036800        AND VOUCHER-PAID-AMOUNT NOT = ZEROES
036900         COMPUTE VOUCHER-PAY-DAYS =
037000             FUNCTION INTEGER-OF-DATE(VOUCHER-PAID-DATE)
037100             - FUNCTION INTEGER-OF-DATE(VOUCHER-DATE)
037200         ADD VOUCHER-PAY-DAYS TO PF-PAY-DAYS
037300         ADD 1 TO PF-PAID-COUNT.
037400
037500 PRINT-VENDOR-PERFORMANCE.
037600     MOVE PF-INVOICE-COUNT TO PRINT-INV-COUNT.
037700     MOVE PF-INVOICE-TOTAL TO PRINT-INV-TOTAL.
037800     MOVE PF-HOLD-COUNT TO PRINT-HOLDS.
037900     IF PF-DISC-OFFERED = ZEROES
038000         MOVE ZEROES TO PRINT-CAPTURE
038100     ELSE
038200         COMPUTE CAPTURE-RATE ROUNDED =
038300             (PF-DISC-TAKEN / PF-DISC-OFFERED) * 100
038400         MOVE CAPTURE-RATE TO PRINT-CAPTURE.
038500     MOVE PF-FIN-CHARGES TO PRINT-FIN-CHARGES.
038600     IF PF-PAID-COUNT = ZEROES
038700         MOVE ZEROES TO PRINT-AVG-DAYS
038800     ELSE
038900         COMPUTE AVERAGE-DAYS ROUNDED =
039000             PF-PAY-DAYS / PF-PAID-COUNT
039100         MOVE AVERAGE-DAYS TO PRINT-AVG-DAYS.
039200     MOVE PERFORMANCE-LINE TO PRINTER-RECORD.
039300     PERFORM WRITE-TO-PRINTER.
039400
039500*---------------------------------
039600* Contract file read routines.
039700*---------------------------------
039800 READ-FIRST-CONTRACT.
039900     MOVE "N" TO CONTRACT-FILE-AT-END.
040000     MOVE SPACE TO CNTR-NUMBER.
040100     START CONTRACT-FILE KEY NOT < CNTR-NUMBER
040200         INVALID KEY
040300         MOVE "Y" TO CONTRACT-FILE-AT-END.
040400     IF CONTRACT-FILE-AT-END NOT = "Y"
040500         PERFORM READ-NEXT-CONTRACT-RECORD.
040600
040700 READ-NEXT-CONTRACT-RECORD.
040800     READ CONTRACT-FILE NEXT RECORD
040900         AT END
041000         MOVE "Y" TO CONTRACT-FILE-AT-END.
041100
041200*---------------------------------
041300* Other file I-O routines.
041400*---------------------------------
041500 LOOK-UP-CONTRACT-VENDOR.
041600     MOVE CNTR-VENDOR TO VENDOR-NUMBER.
041700     PERFORM READ-VENDOR-RECORD.
041800     IF VENDOR-RECORD-FOUND NOT = "Y"
041900         MOVE "*NOT ON FILE*" TO VENDOR-NAME.
042000
042100 READ-VENDOR-RECORD.
042200     MOVE "Y" TO VENDOR-RECORD-FOUND.
042300     READ VENDOR-FILE RECORD
042400         INVALID KEY
042500         MOVE "N" TO VENDOR-RECORD-FOUND.
042600
042700*---------------------------------
042800* Printer I-O routines.
042900*---------------------------------
043000 WRITE-TO-PRINTER.
043100     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
043200     ADD 1 TO LINE-COUNT.
043300
043400 LINE-FEED.
043500     MOVE SPACE TO PRINTER-RECORD.
043600     PERFORM WRITE-TO-PRINTER.
043700
043800 START-NEXT-PAGE.
043900     PERFORM END-LAST-PAGE.
044000     PERFORM START-NEW-PAGE.
044100
044200 START-NEW-PAGE.
044300     ADD 1 TO PAGE-NUMBER.
044400     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
044500     MOVE TITLE-LINE TO PRINTER-RECORD.
044600     PERFORM WRITE-TO-PRINTER.
044700     PERFORM LINE-FEED.
044800     IF PAGE-COLUMN-LINE NOT = SPACE
044900         MOVE PAGE-COLUMN-LINE TO PRINTER-RECORD
045000         PERFORM WRITE-TO-PRINTER
045100         PERFORM LINE-FEED.
045200
045300 END-LAST-PAGE.
045400     PERFORM FORM-FEED.
045500     MOVE ZERO TO LINE-COUNT.
045600
045700 FORM-FEED.
045800     MOVE SPACE TO PRINTER-RECORD.
045900     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
046000
046100*---------------------------------
046200* Utility routines.
046300*---------------------------------
046400     COPY "PLDATE01.CBL".
046500     COPY "PLCNTR01.CBL".

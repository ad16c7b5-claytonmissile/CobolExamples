000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. UNLRPT01.
000300*---------------------------------
000400* Search for unrecorded
000500* liabilities after a period
000600* close.
000700*
000800* For an entered period-end
000900* date, lists the bills that
001000* belong to the closed period
001100* but were put on file after it:
001200*  - vouchers, live and archived,
001300*    entered after the period end
001400*    whose invoice date, first
001500*    dock receipt against the PO
001600*    or service period falls on
001700*    or before it, with the check
001800*    that paid each one when it
001900*    was written in the 60 days
002000*    after the close;
002100*  - open POs received at the
002200*    dock before the period end
002300*    that no voucher has touched.
002400* Each line shows whether the PO
002500* was already in that period's
002600* received-not-vouchered accrual
002700* (POACCR01). The run ends with
002800* totals by G/L account: what
002900* was found, what the accrual
003000* already carried, and the
003100* understatement an entry would
003200* correct. Cancelled vouchers are
003300* left out; a voucher put on file
003400* before entry dates were kept
003500* carries no entry date and
003600* cannot be judged.
003700*---------------------------------
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100
004200     COPY "SLVOUCH.CBL".
004300
004400     COPY "SLVCHARC.CBL".
004500
004600     COPY "SLDIST.CBL".
004700
004800     COPY "SLRCPT.CBL".
004900
005000     COPY "SLPO.CBL".
005100
005200     COPY "SLPOACR.CBL".
005300
005400     COPY "SLACCT.CBL".
005500
005600     SELECT LATE-WORK-FILE
005700         ASSIGN TO "UNLVCHWK"
005800         ORGANIZATION IS SEQUENTIAL.
005900
006000     SELECT LATE-SORT-FILE
006100         ASSIGN TO "SORT".
006200
006300     SELECT PRINTER-FILE
006400         ASSIGN TO PRINTER
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900
007000     COPY "FDVOUCH.CBL".
007100
007200     COPY "FDVCHARC.CBL".
007300
007400     COPY "FDDIST.CBL".
007500
007600     COPY "FDRCPT.CBL".
007700
007800     COPY "FDPO.CBL".
007900
008000     COPY "FDPOACR.CBL".
008100
008200     COPY "FDACCT.CBL".
008300
008400 FD  LATE-WORK-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  LATE-WORK-RECORD.
008700     05  LWRK-NUMBER           PIC 9(5).
008800     05  LWRK-VENDOR           PIC 9(5).
008900     05  LWRK-DATE             PIC 9(8).
009000     05  LWRK-ENTERED-DATE     PIC 9(8).
009100     05  LWRK-REASON           PIC X(3).
009200     05  LWRK-AMOUNT           PIC S9(6)V99.
009300     05  LWRK-PO-NUMBER        PIC X(10).
009400     05  LWRK-PAID-DATE        PIC 9(8).
009500     05  LWRK-PAID-AMOUNT      PIC S9(6)V99.
009600     05  LWRK-CHECK-NO         PIC 9(6).
009700
009800 SD  LATE-SORT-FILE.
009900
010000 01  LATE-SORT-RECORD.
010100     05  LSRT-NUMBER           PIC 9(5).
010200     05  LSRT-VENDOR           PIC 9(5).
010300     05  LSRT-DATE             PIC 9(8).
010400     05  LSRT-ENTERED-DATE     PIC 9(8).
010500     05  LSRT-REASON           PIC X(3).
010600     05  LSRT-AMOUNT           PIC S9(6)V99.
010700     05  LSRT-PO-NUMBER        PIC X(10).
010800     05  LSRT-PAID-DATE        PIC 9(8).
010900     05  LSRT-PAID-AMOUNT      PIC S9(6)V99.
011000     05  LSRT-CHECK-NO         PIC 9(6).
011100
011200 FD  PRINTER-FILE
011300     LABEL RECORDS ARE OMITTED.
011400 01  PRINTER-RECORD             PIC X(80).
011500
011600 WORKING-STORAGE SECTION.
011700
011800 77  VOUCHER-FILE-AT-END     PIC X.
011900 77  ARCHIVE-FILE-AT-END     PIC X.
012000 77  WORK-FILE-AT-END        PIC X.
012100 77  DIST-FILE-AT-END        PIC X.
012200 77  RECEIPT-FILE-AT-END     PIC X.
012300 77  PO-FILE-AT-END          PIC X.
012400 77  PO-WAS-ACCRUED          PIC X.
012500 77  ACCOUNT-RECORD-FOUND    PIC X.
012600 77  LINE-WAS-DISTRIBUTED    PIC X.
012700 77  PERIOD-END-DATE         PIC 9(8).
012800 77  CHECK-WINDOW-DATE       PIC 9(8).
012900 77  FIRST-RECEIPT-DATE      PIC 9(8).
013000 77  RECEIVED-BY-CLOSE       PIC S9(8)V99.
013100 77  LATE-VOUCHER-COUNT      PIC 9(5)      VALUE ZEROES.
013200 77  LATE-VOUCHER-TOTAL      PIC S9(9)V99  VALUE ZEROES.
013300 77  LATE-CHECK-COUNT        PIC 9(5)      VALUE ZEROES.
013400 77  LATE-CHECK-TOTAL        PIC S9(9)V99  VALUE ZEROES.
013500 77  UNVOUCHERED-PO-COUNT    PIC 9(5)      VALUE ZEROES.
013600 77  UNVOUCHERED-PO-TOTAL    PIC S9(9)V99  VALUE ZEROES.
013700 77  UNDATED-VOUCHER-COUNT   PIC 9(5)      VALUE ZEROES.
013800
013900*---------------------------------
014000* The candidate voucher, from
014100* either the live or the archive
014200* file, while it is judged.
014300*---------------------------------
014400 01  CANDIDATE-VOUCHER.
014500     05  CAND-NUMBER           PIC 9(5).
014600     05  CAND-VENDOR           PIC 9(5).
014700     05  CAND-DATE             PIC 9(8).
014800     05  CAND-ENTERED-DATE     PIC 9(8).
014900     05  CAND-SERVICE-FROM     PIC 9(8).
015000     05  CAND-AMOUNT           PIC S9(6)V99.
015100     05  CAND-PO-NUMBER        PIC X(10).
015200     05  CAND-PAID-DATE        PIC 9(8).
015300     05  CAND-PAID-AMOUNT      PIC S9(6)V99.
015400     05  CAND-CHECK-NO         PIC 9(6).
015500     05  CAND-REASON           PIC X(3).
015600
015700*---------------------------------
015800* The findings summed by G/L
015900* account from the distribution
016000* lines; account zero holds what
016100* has no distribution yet - the
016200* received-not-vouchered POs.
016300*---------------------------------
016400 01  ACCOUNT-TOTALS.
016500     05  ACCOUNT-TOTAL-ENTRY OCCURS 200 TIMES.
016600         10  ACCT-TOTAL-ACCOUNT  PIC 9(5).
016700         10  ACCT-TOTAL-FOUND    PIC S9(9)V99.
016800         10  ACCT-TOTAL-ACCRUED  PIC S9(9)V99.
016900 77  ACCT-COUNT              PIC 999   VALUE ZERO.
017000 77  ACCT-SUB                PIC 999.
017100 77  ACCT-FOUND              PIC X.
017200 77  ACCT-OVERFLOW           PIC X     VALUE "N".
017300 77  POST-ACCOUNT            PIC 9(5).
017400 77  POST-AMOUNT             PIC S9(8)V99.
017500 77  GRAND-FOUND             PIC S9(9)V99  VALUE ZEROES.
017600 77  GRAND-ACCRUED           PIC S9(9)V99  VALUE ZEROES.
017700 77  UNDERSTATEMENT          PIC S9(9)V99.
017800
017900 77  LINE-COUNT              PIC 999   VALUE ZERO.
018000 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
018100 77  MAXIMUM-LINES           PIC 999   VALUE 55.
018200
018300 01  SECTION-TITLE           PIC X(80) VALUE SPACE.
018400 01  SECTION-COLUMNS         PIC X(80) VALUE SPACE.
018500
018600 01  VOUCHER-COLUMN-LINE.
018700     05  FILLER         PIC X(7)  VALUE "VCHR".
018800     05  FILLER         PIC X(6)  VALUE "VENDOR".
018900     05  FILLER         PIC X(11) VALUE " INV DATE".
019000     05  FILLER         PIC X(11) VALUE " ENTERED".
019100     05  FILLER         PIC X(4)  VALUE "WHY".
019200     05  FILLER         PIC X(13) VALUE "     AMOUNT".
019300     05  FILLER         PIC X(5)  VALUE "ACR".
019400     05  FILLER         PIC X(7)  VALUE " CHECK".
019500     05  FILLER         PIC X(10) VALUE "CHECK DATE".
019600
019700 01  VOUCHER-DETAIL-LINE.
019800     05  PRINT-VOUCHER     PIC 9(5).
019900     05  FILLER            PIC X(2)  VALUE SPACE.
020000     05  PRINT-VENDOR      PIC Z(4)9.
020100     05  FILLER            PIC X(1)  VALUE SPACE.
020200     05  PRINT-INV-DATE    PIC Z9/99/9999.
020300     05  FILLER            PIC X(1)  VALUE SPACE.
020400     05  PRINT-ENTERED     PIC Z9/99/9999.
020500     05  FILLER            PIC X(1)  VALUE SPACE.
020600     05  PRINT-REASON      PIC X(3).
020700     05  FILLER            PIC X(1)  VALUE SPACE.
020800     05  PRINT-AMOUNT      PIC ZZZ,ZZ9.99-.
020900     05  FILLER            PIC X(3)  VALUE SPACE.
021000     05  PRINT-ACCRUED     PIC X(1).
021100     05  FILLER            PIC X(2)  VALUE SPACE.
021200     05  PRINT-CHECK-NO    PIC Z(5)9.
021300     05  FILLER            PIC X(1)  VALUE SPACE.
021400     05  PRINT-CHECK-DATE  PIC Z9/99/9999.
021500
021600 01  PO-COLUMN-LINE.
021700     05  FILLER         PIC X(11) VALUE "PO NUMBER".
021800     05  FILLER         PIC X(6)  VALUE "VENDOR".
021900     05  FILLER         PIC X(21) VALUE "DESCRIPTION".
022000     05  FILLER         PIC X(11) VALUE "1ST RCPT".
022100     05  FILLER         PIC X(16) VALUE "  RECEIVED".
022200     05  FILLER         PIC X(3)  VALUE "ACR".
022300
022400 01  PO-DETAIL-LINE.
022500     05  PRINT-PO-NUMBER   PIC X(10).
022600     05  FILLER            PIC X(1)  VALUE SPACE.
022700     05  PRINT-PO-VENDOR   PIC Z(4)9.
022800     05  FILLER            PIC X(1)  VALUE SPACE.
022900     05  PRINT-DESCRIPTION PIC X(20).
023000     05  FILLER            PIC X(1)  VALUE SPACE.
023100     05  PRINT-RCPT-DATE   PIC Z9/99/9999.
023200     05  FILLER            PIC X(1)  VALUE SPACE.
023300     05  PRINT-RECEIVED    PIC ZZ,ZZZ,ZZ9.99-.
023400     05  FILLER            PIC X(2)  VALUE SPACE.
023500     05  PRINT-PO-ACCRUED  PIC X(1).
023600
023700 01  ACCOUNT-COLUMN-LINE.
023800     05  FILLER         PIC X(7)  VALUE "ACCOUNT".
023900     05  FILLER         PIC X(25) VALUE "NAME".
024000     05  FILLER         PIC X(15) VALUE "          FOUND".
024100     05  FILLER         PIC X(15) VALUE "        ACCRUED".
024200     05  FILLER         PIC X(15) VALUE "    UNDERSTATED".
024300
024400 01  ACCOUNT-DETAIL-LINE.
024500     05  PRINT-ACCOUNT     PIC 9(5).
024600     05  FILLER            PIC X(2)  VALUE SPACE.
024700     05  PRINT-ACCT-NAME   PIC X(24).
024800     05  FILLER            PIC X(1)  VALUE SPACE.
024900     05  PRINT-FOUND       PIC ZZ,ZZZ,ZZ9.99-.
025000     05  FILLER            PIC X(1)  VALUE SPACE.
025100     05  PRINT-ACCT-ACCRUED PIC ZZ,ZZZ,ZZ9.99-.
025200     05  FILLER            PIC X(1)  VALUE SPACE.
025300     05  PRINT-UNDERSTATED PIC ZZ,ZZZ,ZZ9.99-.
025400
025500 01  SECTION-TOTAL-LINE.
025600     05  SECTION-TOTAL-LABEL PIC X(40).
025700     05  PRINT-SECTION-COUNT PIC ZZZZ9.
025800     05  FILLER            PIC X(3)  VALUE SPACE.
025900     05  PRINT-SECTION-TOTAL PIC ZZZ,ZZZ,ZZ9.99-.
026000
026100 01  TITLE-LINE.
026200     05  FILLER              PIC X(12) VALUE SPACE.
026300     05  FILLER              PIC X(39)
026400         VALUE "SEARCH FOR UNRECORDED LIABILITIES".
026500     05  FILLER              PIC X(5) VALUE "PAGE:".
026600     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
026700
026800 01  PERIOD-LINE.
026900     05  FILLER              PIC X(12) VALUE SPACE.
027000     05  FILLER              PIC X(12) VALUE "PERIOD END ".
027100     05  PRINT-PERIOD-END    PIC Z9/99/9999.
027200     05  FILLER              PIC X(17)
027300         VALUE "  CHECKS THROUGH ".
027400     05  PRINT-WINDOW-END    PIC Z9/99/9999.
027500
027600     COPY "WSDATE01.CBL".
027700
027800 PROCEDURE DIVISION.
027900 PROGRAM-BEGIN.
028000     PERFORM OPENING-PROCEDURE.
028100     PERFORM MAIN-PROCESS.
028200     PERFORM CLOSING-PROCEDURE.
028300
028400 PROGRAM-EXIT.
028500     EXIT PROGRAM.
028600
028700 PROGRAM-DONE.
028800     STOP RUN.
028900
029000 OPENING-PROCEDURE.
029100     OPEN INPUT VOUCHER-FILE.
029200     OPEN INPUT ARCHIVE-FILE.
029300     OPEN INPUT DISTRIBUTION-FILE.
029400     OPEN INPUT RECEIPT-FILE.
029500     OPEN INPUT PO-FILE.
029600     OPEN INPUT PO-ACCRUAL-FILE.
029700     OPEN INPUT ACCOUNT-FILE.
029800     OPEN OUTPUT PRINTER-FILE.
029900
030000 CLOSING-PROCEDURE.
030100     CLOSE VOUCHER-FILE.
030200     CLOSE ARCHIVE-FILE.
030300     CLOSE DISTRIBUTION-FILE.
030400     CLOSE RECEIPT-FILE.
030500     CLOSE PO-FILE.
030600     CLOSE PO-ACCRUAL-FILE.
030700     CLOSE ACCOUNT-FILE.
030800     PERFORM END-LAST-PAGE.
030900     CLOSE PRINTER-FILE.
031000
031100 MAIN-PROCESS.
031200     PERFORM GET-PERIOD-END-DATE.
031300     PERFORM START-NEW-PAGE.
031400     PERFORM SORT-LATE-VOUCHERS.
031500     PERFORM PRINT-LATE-VOUCHERS.
031600     PERFORM PRINT-UNVOUCHERED-POS.
031700     PERFORM PRINT-ACCOUNT-TOTALS.
031800     DISPLAY LATE-VOUCHER-COUNT " LATE VOUCHERS, "
031900             UNVOUCHERED-PO-COUNT " UNVOUCHERED POS".
032000
032100*---------------------------------
032200* Checks written in the 60 days
032300* after the period end are the
032400* ones shown against the late
032500* vouchers.
032600*---------------------------------
032700 GET-PERIOD-END-DATE.
032800     MOVE "N" TO ZERO-DATE-IS-OK.
032900     MOVE "ENTER PERIOD END DATE (MM/DD/CCYY)"
033000         TO DATE-PROMPT.
033100     PERFORM GET-A-DATE.
033200     MOVE DATE-CCYYMMDD TO PERIOD-END-DATE.
033300     COMPUTE CHECK-WINDOW-DATE =
033400         FUNCTION DATE-OF-INTEGER(
033500             FUNCTION INTEGER-OF-DATE(PERIOD-END-DATE) + 60).
033600
033700*---------------------------------
033800* The vouchers, live and archive,
033900* entered after the period end
034000* that belong to it, in voucher
034100* number order.
034200*---------------------------------
034300 SORT-LATE-VOUCHERS.
034400     SORT LATE-SORT-FILE
034500         ON ASCENDING KEY LSRT-NUMBER
034600          INPUT PROCEDURE IS EXTRACT-LATE-VOUCHERS
034700          GIVING LATE-WORK-FILE.
034800
034900 EXTRACT-LATE-VOUCHERS.
035000     MOVE "N" TO VOUCHER-FILE-AT-END.
035100     MOVE ZEROES TO VOUCHER-NUMBER.
035200     START VOUCHER-FILE KEY NOT < VOUCHER-NUMBER
035300         INVALID KEY
035400         MOVE "Y" TO VOUCHER-FILE-AT-END.
035500     PERFORM JUDGE-NEXT-VOUCHER
035600         UNTIL VOUCHER-FILE-AT-END = "Y".
035700     MOVE "N" TO ARCHIVE-FILE-AT-END.
035800     MOVE ZEROES TO ARCH-NUMBER.
035900     START ARCHIVE-FILE KEY NOT < ARCH-NUMBER
036000         INVALID KEY
036100         MOVE "Y" TO ARCHIVE-FILE-AT-END.
036200     PERFORM JUDGE-NEXT-ARCHIVE
036300         UNTIL ARCHIVE-FILE-AT-END = "Y".
036400
036500 JUDGE-NEXT-VOUCHER.
036600     READ VOUCHER-FILE NEXT RECORD
036700         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
036800     IF VOUCHER-FILE-AT-END NOT = "Y"
036900        AND NOT VOUCHER-IS-CANCELLED
037000         PERFORM LOAD-CANDIDATE-VOUCHER
037100         PERFORM JUDGE-THE-CANDIDATE.
037200
037300 LOAD-CANDIDATE-VOUCHER.
037400     MOVE VOUCHER-NUMBER TO CAND-NUMBER.
037500     MOVE VOUCHER-VENDOR TO CAND-VENDOR.
037600     MOVE VOUCHER-DATE TO CAND-DATE.
037700     MOVE VOUCHER-ENTERED-DATE TO CAND-ENTERED-DATE.
037800     MOVE VOUCHER-SERVICE-FROM TO CAND-SERVICE-FROM.
037900     MOVE VOUCHER-AMOUNT TO CAND-AMOUNT.
038000     MOVE VOUCHER-PO-NUMBER TO CAND-PO-NUMBER.
038100     MOVE VOUCHER-PAID-DATE TO CAND-PAID-DATE.
038200     MOVE VOUCHER-PAID-AMOUNT TO CAND-PAID-AMOUNT.
038300     MOVE VOUCHER-CHECK-NO TO CAND-CHECK-NO.
038400
038500 JUDGE-NEXT-ARCHIVE.
038600     READ ARCHIVE-FILE NEXT RECORD
038700         AT END MOVE "Y" TO ARCHIVE-FILE-AT-END.
038800     IF ARCHIVE-FILE-AT-END NOT = "Y"
038900        AND ARCH-CANCEL-FLAG NOT = "C"
039000         PERFORM LOAD-CANDIDATE-ARCHIVE
039100         PERFORM JUDGE-THE-CANDIDATE.
039200
039300 LOAD-CANDIDATE-ARCHIVE.
039400     MOVE ARCH-NUMBER TO CAND-NUMBER.
039500     MOVE ARCH-VENDOR TO CAND-VENDOR.
039600     MOVE ARCH-DATE TO CAND-DATE.
039700     MOVE ARCH-ENTERED-DATE TO CAND-ENTERED-DATE.
039800     MOVE ARCH-SERVICE-FROM TO CAND-SERVICE-FROM.
039900     MOVE ARCH-AMOUNT TO CAND-AMOUNT.
040000     MOVE ARCH-PO-NUMBER TO CAND-PO-NUMBER.
040100     MOVE ARCH-PAID-DATE TO CAND-PAID-DATE.
040200     MOVE ARCH-PAID-AMOUNT TO CAND-PAID-AMOUNT.
040300     MOVE ARCH-CHECK-NO TO CAND-CHECK-NO.
040400
040500*---------------------------------
040600* A voucher entered after the
040700* period end belongs to it when
040800* its invoice date (INV), its
040900* service period (SVC) or the
041000* first dock receipt against its
041100* PO (RCV) falls on or before
041200* the period end.
041300*---------------------------------
041400 JUDGE-THE-CANDIDATE.
041500     IF CAND-ENTERED-DATE = ZEROES
041600         ADD 1 TO UNDATED-VOUCHER-COUNT
041700     ELSE
041800     IF CAND-ENTERED-DATE > PERIOD-END-DATE
041900         PERFORM FIND-CANDIDATE-REASON
042000         IF CAND-REASON NOT = SPACE
042100             PERFORM RELEASE-THE-CANDIDATE.
042200
042300 FIND-CANDIDATE-REASON.
042400     MOVE SPACE TO CAND-REASON.
042500     IF CAND-DATE NOT > PERIOD-END-DATE
042600         MOVE "INV" TO CAND-REASON
042700     ELSE
042800     IF CAND-SERVICE-FROM NOT = ZEROES
042900        AND CAND-SERVICE-FROM NOT > PERIOD-END-DATE
043000         MOVE "SVC" TO CAND-REASON
043100     ELSE
043200     IF CAND-PO-NUMBER NOT = SPACE
043300         PERFORM SUM-RECEIPTS-BY-CLOSE
043400         IF FIRST-RECEIPT-DATE NOT = ZEROES
043500             MOVE "RCV" TO CAND-REASON.
043600
043700 RELEASE-THE-CANDIDATE.
043800     MOVE CAND-NUMBER TO LSRT-NUMBER.
043900     MOVE CAND-VENDOR TO LSRT-VENDOR.
044000     MOVE CAND-DATE TO LSRT-DATE.
044100     MOVE CAND-ENTERED-DATE TO LSRT-ENTERED-DATE.
044200     MOVE CAND-REASON TO LSRT-REASON.
044300     MOVE CAND-AMOUNT TO LSRT-AMOUNT.
044400     MOVE CAND-PO-NUMBER TO LSRT-PO-NUMBER.
044500     MOVE CAND-PAID-DATE TO LSRT-PAID-DATE.
044600     MOVE CAND-PAID-AMOUNT TO LSRT-PAID-AMOUNT.
044700     MOVE CAND-CHECK-NO TO LSRT-CHECK-NO.
044800     RELEASE LATE-SORT-RECORD.
044900
045000*---------------------------------
045100* The dock receipts against one
045200* PO dated on or before the
045300* period end: the first such
045400* date (zero when none) and
045500* their total.
045600*---------------------------------
045700 SUM-RECEIPTS-BY-CLOSE.
045800     MOVE ZEROES TO FIRST-RECEIPT-DATE
045900                    RECEIVED-BY-CLOSE.
046000     MOVE "N" TO RECEIPT-FILE-AT-END.
046100     MOVE CAND-PO-NUMBER TO RCPT-PO-NUMBER.
046200     MOVE ZEROES TO RCPT-SEQ.
046300     START RECEIPT-FILE KEY NOT < RCPT-KEY
046400         INVALID KEY
046500         MOVE "Y" TO RECEIPT-FILE-AT-END.
046600     PERFORM SUM-NEXT-RECEIPT
046700         UNTIL RECEIPT-FILE-AT-END = "Y".
046800
046900 SUM-NEXT-RECEIPT.
047000     READ RECEIPT-FILE NEXT RECORD
047100         AT END MOVE "Y" TO RECEIPT-FILE-AT-END.
047200     IF RECEIPT-FILE-AT-END NOT = "Y"
047300        AND RCPT-PO-NUMBER NOT = CAND-PO-NUMBER
047400         MOVE "Y" TO RECEIPT-FILE-AT-END.
047500     IF RECEIPT-FILE-AT-END NOT = "Y"
047600        AND RCPT-DATE NOT > PERIOD-END-DATE
047700         PERFORM TAKE-RECEIPT-BY-CLOSE.
047800
047900 TAKE-RECEIPT-BY-CLOSE.
048000     ADD RCPT-AMOUNT TO RECEIVED-BY-CLOSE.
048100     IF FIRST-RECEIPT-DATE = ZEROES
048200        OR RCPT-DATE < FIRST-RECEIPT-DATE
048300         MOVE RCPT-DATE TO FIRST-RECEIPT-DATE.
048400
048500*---------------------------------
048600* Print the late vouchers. A
048700* voucher whose PO was in the
048800* period's accrual is marked Y;
048900* the check that paid it shows
049000* when it was written within the
049100* 60 days after the close.
049200*---------------------------------
049300 PRINT-LATE-VOUCHERS.
049400     MOVE "VOUCHERS ENTERED AFTER THE CLOSE FOR THE CLOSED PERIOD"
049500         TO SECTION-TITLE.
049600     MOVE VOUCHER-COLUMN-LINE TO SECTION-COLUMNS.
049700     PERFORM START-REPORT-SECTION.
049800     OPEN INPUT LATE-WORK-FILE.
049900     MOVE "N" TO WORK-FILE-AT-END.
050000     PERFORM PRINT-NEXT-LATE-VOUCHER
050100         UNTIL WORK-FILE-AT-END = "Y".
050200     CLOSE LATE-WORK-FILE.
050300     PERFORM LINE-FEED.
050400     MOVE "LATE VOUCHERS" TO SECTION-TOTAL-LABEL.
050500     MOVE LATE-VOUCHER-COUNT TO PRINT-SECTION-COUNT.
050600     MOVE LATE-VOUCHER-TOTAL TO PRINT-SECTION-TOTAL.
050700     PERFORM PRINT-SECTION-TOTAL-LINE.
050800     MOVE "CHECKS WRITTEN AGAINST THEM IN 60 DAYS"
050900         TO SECTION-TOTAL-LABEL.
051000     MOVE LATE-CHECK-COUNT TO PRINT-SECTION-COUNT.
051100     MOVE LATE-CHECK-TOTAL TO PRINT-SECTION-TOTAL.
051200     PERFORM PRINT-SECTION-TOTAL-LINE.
051300     IF UNDATED-VOUCHER-COUNT NOT = ZEROES
051400         MOVE "VOUCHERS WITH NO ENTRY DATE, NOT JUDGED"
051500             TO SECTION-TOTAL-LABEL
051600         MOVE UNDATED-VOUCHER-COUNT TO PRINT-SECTION-COUNT
051700         MOVE ZEROES TO PRINT-SECTION-TOTAL
051800         PERFORM PRINT-SECTION-TOTAL-LINE.
051900     PERFORM END-REPORT-SECTION.
052000
052100 PRINT-NEXT-LATE-VOUCHER.
052200     READ LATE-WORK-FILE
052300         AT END MOVE "Y" TO WORK-FILE-AT-END.
052400     IF WORK-FILE-AT-END NOT = "Y"
052500         PERFORM PRINT-THIS-LATE-VOUCHER.
052600
052700 PRINT-THIS-LATE-VOUCHER.
052800     IF LINE-COUNT > MAXIMUM-LINES
052900         PERFORM START-NEXT-PAGE.
053000     MOVE SPACE TO VOUCHER-DETAIL-LINE.
053100     MOVE LWRK-NUMBER TO PRINT-VOUCHER.
053200     MOVE LWRK-VENDOR TO PRINT-VENDOR.
053300     MOVE LWRK-DATE TO DATE-CCYYMMDD.
053400     PERFORM FORMAT-THE-DATE.
053500     MOVE FORMATTED-DATE TO PRINT-INV-DATE.
053600     MOVE LWRK-ENTERED-DATE TO DATE-CCYYMMDD.
053700     PERFORM FORMAT-THE-DATE.
053800     MOVE FORMATTED-DATE TO PRINT-ENTERED.
053900     MOVE LWRK-REASON TO PRINT-REASON.
054000     MOVE LWRK-AMOUNT TO PRINT-AMOUNT.
054100     MOVE "N" TO PO-WAS-ACCRUED.
054200     IF LWRK-PO-NUMBER NOT = SPACE
054300         MOVE LWRK-PO-NUMBER TO POACR-PO-NUMBER
054400         PERFORM LOOK-UP-PO-ACCRUAL.
054500     MOVE PO-WAS-ACCRUED TO PRINT-ACCRUED.
054600     IF LWRK-CHECK-NO NOT = ZEROES
054700        AND LWRK-PAID-DATE > PERIOD-END-DATE
054800        AND LWRK-PAID-DATE NOT > CHECK-WINDOW-DATE
054900         PERFORM SHOW-THE-LATE-CHECK.
055000     MOVE VOUCHER-DETAIL-LINE TO PRINTER-RECORD.
055100     PERFORM WRITE-TO-PRINTER.
055200     ADD 1 TO LATE-VOUCHER-COUNT.
055300     ADD LWRK-AMOUNT TO LATE-VOUCHER-TOTAL.
055400     PERFORM POST-LATE-VOUCHER.
055500
055600 SHOW-THE-LATE-CHECK.
055700     MOVE LWRK-CHECK-NO TO PRINT-CHECK-NO.
055800     MOVE LWRK-PAID-DATE TO DATE-CCYYMMDD.
055900     PERFORM FORMAT-THE-DATE.
056000     MOVE FORMATTED-DATE TO PRINT-CHECK-DATE.
056100     ADD 1 TO LATE-CHECK-COUNT.
056200     ADD LWRK-PAID-AMOUNT TO LATE-CHECK-TOTAL.
056300
056400 LOOK-UP-PO-ACCRUAL.
056500     MOVE PERIOD-END-DATE TO POACR-PERIOD-END.
056600     MOVE "Y" TO PO-WAS-ACCRUED.
056700     READ PO-ACCRUAL-FILE RECORD
056800         INVALID KEY
056900         MOVE "N" TO PO-WAS-ACCRUED.
057000
057100*---------------------------------
057200* Spread a late voucher over the
057300* accounts its distribution lines
057400* charge; a voucher with no lines
057500* goes to account zero.
057600*---------------------------------
057700 POST-LATE-VOUCHER.
057800     MOVE "N" TO LINE-WAS-DISTRIBUTED.
057900     MOVE "N" TO DIST-FILE-AT-END.
058000     MOVE LWRK-NUMBER TO DIST-VOUCHER-NO.
058100     MOVE ZEROES TO DIST-LINE-NO.
058200     START DISTRIBUTION-FILE KEY NOT < DIST-KEY
058300         INVALID KEY
058400         MOVE "Y" TO DIST-FILE-AT-END.
058500     PERFORM POST-NEXT-DIST-LINE
058600         UNTIL DIST-FILE-AT-END = "Y".
058700     IF LINE-WAS-DISTRIBUTED = "N"
058800         MOVE ZEROES TO POST-ACCOUNT
058900         MOVE LWRK-AMOUNT TO POST-AMOUNT
059000         PERFORM POST-TO-ACCOUNT.
059100
059200 POST-NEXT-DIST-LINE.
059300     READ DISTRIBUTION-FILE NEXT RECORD
059400         AT END MOVE "Y" TO DIST-FILE-AT-END.
059500     IF DIST-FILE-AT-END NOT = "Y"
059600        AND DIST-VOUCHER-NO NOT = LWRK-NUMBER
059700         MOVE "Y" TO DIST-FILE-AT-END.
059800     IF DIST-FILE-AT-END NOT = "Y"
059900         MOVE "Y" TO LINE-WAS-DISTRIBUTED
060000         MOVE DIST-ACCOUNT TO POST-ACCOUNT
060100         MOVE DIST-AMOUNT TO POST-AMOUNT
060200         PERFORM POST-TO-ACCOUNT.
060300
060400 POST-TO-ACCOUNT.
060500     MOVE "N" TO ACCT-FOUND.
060600     PERFORM FIND-ACCOUNT-TOTAL
060700         VARYING ACCT-SUB FROM 1 BY 1
060800         UNTIL ACCT-SUB > ACCT-COUNT
060900            OR ACCT-FOUND = "Y".
061000     IF ACCT-FOUND = "N"
061100         IF ACCT-COUNT = 200
061200             MOVE "Y" TO ACCT-OVERFLOW
061300         ELSE
061400             ADD 1 TO ACCT-COUNT
061500             MOVE POST-ACCOUNT
061600                 TO ACCT-TOTAL-ACCOUNT (ACCT-COUNT)
061700             MOVE ZEROES TO ACCT-TOTAL-FOUND (ACCT-COUNT)
061800                            ACCT-TOTAL-ACCRUED (ACCT-COUNT)
061900             MOVE ACCT-COUNT TO ACCT-SUB
062000             PERFORM ADD-TO-ACCOUNT-TOTAL.
062100
062200 FIND-ACCOUNT-TOTAL.
062300     IF ACCT-TOTAL-ACCOUNT (ACCT-SUB) = POST-ACCOUNT
062400         PERFORM ADD-TO-ACCOUNT-TOTAL
062500         MOVE "Y" TO ACCT-FOUND.
062600
062700 ADD-TO-ACCOUNT-TOTAL.
062800     ADD POST-AMOUNT TO ACCT-TOTAL-FOUND (ACCT-SUB).
062900     IF PO-WAS-ACCRUED = "Y"
063000         ADD POST-AMOUNT TO ACCT-TOTAL-ACCRUED (ACCT-SUB).
063100
063200*---------------------------------
063300* Open POs with dock receipts on
063400* or before the period end that
063500* no voucher has yet relieved;
063600* the amount is what was
063700* received by the close.
063800*---------------------------------
063900 PRINT-UNVOUCHERED-POS.
064000     MOVE "OPEN POS RECEIVED BEFORE THE CLOSE WITH NO VOUCHER"
064100         TO SECTION-TITLE.
064200     MOVE PO-COLUMN-LINE TO SECTION-COLUMNS.
064300     PERFORM START-REPORT-SECTION.
064400     MOVE "N" TO PO-FILE-AT-END.
064500     MOVE SPACES TO PO-NUMBER.
064600     START PO-FILE KEY NOT < PO-NUMBER
064700         INVALID KEY
064800         MOVE "Y" TO PO-FILE-AT-END.
064900     PERFORM JUDGE-NEXT-PO
065000         UNTIL PO-FILE-AT-END = "Y".
065100     PERFORM LINE-FEED.
065200     MOVE "UNVOUCHERED POS" TO SECTION-TOTAL-LABEL.
065300     MOVE UNVOUCHERED-PO-COUNT TO PRINT-SECTION-COUNT.
065400     MOVE UNVOUCHERED-PO-TOTAL TO PRINT-SECTION-TOTAL.
065500     PERFORM PRINT-SECTION-TOTAL-LINE.
065600     PERFORM END-REPORT-SECTION.
065700
065800 JUDGE-NEXT-PO.
065900     READ PO-FILE NEXT RECORD
066000         AT END MOVE "Y" TO PO-FILE-AT-END.
066100     IF PO-FILE-AT-END NOT = "Y"
066200        AND PO-IS-OPEN
066300        AND PO-RELIEVED-AMOUNT = ZEROES
066400         MOVE PO-NUMBER TO CAND-PO-NUMBER
066500         PERFORM SUM-RECEIPTS-BY-CLOSE
066600         IF FIRST-RECEIPT-DATE NOT = ZEROES
066700             PERFORM PRINT-UNVOUCHERED-PO.
066800
066900 PRINT-UNVOUCHERED-PO.
067000     IF LINE-COUNT > MAXIMUM-LINES
067100         PERFORM START-NEXT-PAGE.
067200     MOVE SPACE TO PO-DETAIL-LINE.
067300     MOVE PO-NUMBER TO PRINT-PO-NUMBER.
067400     MOVE PO-VENDOR TO PRINT-PO-VENDOR.
067500     MOVE PO-DESCRIPTION TO PRINT-DESCRIPTION.
067600     MOVE FIRST-RECEIPT-DATE TO DATE-CCYYMMDD.
067700     PERFORM FORMAT-THE-DATE.
067800     MOVE FORMATTED-DATE TO PRINT-RCPT-DATE.
067900     MOVE RECEIVED-BY-CLOSE TO PRINT-RECEIVED.
068000     MOVE PO-NUMBER TO POACR-PO-NUMBER.
068100     PERFORM LOOK-UP-PO-ACCRUAL.
068200     MOVE PO-WAS-ACCRUED TO PRINT-PO-ACCRUED.
068300     MOVE PO-DETAIL-LINE TO PRINTER-RECORD.
068400     PERFORM WRITE-TO-PRINTER.
068500     ADD 1 TO UNVOUCHERED-PO-COUNT.
068600     ADD RECEIVED-BY-CLOSE TO UNVOUCHERED-PO-TOTAL.
068700     MOVE ZEROES TO POST-ACCOUNT.
068800     MOVE RECEIVED-BY-CLOSE TO POST-AMOUNT.
068900     PERFORM POST-TO-ACCOUNT.
069000
069100*---------------------------------
069200* Totals by account: found, what
069300* the accrual already carried,
069400* and the difference - the
069500* understatement an entry would
069600* correct.
069700*---------------------------------
069800 PRINT-ACCOUNT-TOTALS.
069900     MOVE "TOTALS BY ACCOUNT" TO SECTION-TITLE.
070000     MOVE ACCOUNT-COLUMN-LINE TO SECTION-COLUMNS.
070100     PERFORM START-REPORT-SECTION.
070200     PERFORM PRINT-ONE-ACCOUNT
070300         VARYING ACCT-SUB FROM 1 BY 1
070400         UNTIL ACCT-SUB > ACCT-COUNT.
070500     PERFORM LINE-FEED.
070600     MOVE SPACE TO ACCOUNT-DETAIL-LINE.
070700     MOVE "TOTAL" TO PRINT-ACCT-NAME.
070800     MOVE GRAND-FOUND TO PRINT-FOUND.
070900     MOVE GRAND-ACCRUED TO PRINT-ACCT-ACCRUED.
071000     COMPUTE UNDERSTATEMENT = GRAND-FOUND - GRAND-ACCRUED.
071100     MOVE UNDERSTATEMENT TO PRINT-UNDERSTATED.
071200     MOVE ACCOUNT-DETAIL-LINE TO PRINTER-RECORD.
071300     PERFORM WRITE-TO-PRINTER.
071400     IF ACCT-OVERFLOW = "Y"
071500         MOVE "  MORE THAN 200 ACCOUNTS - THE REST NOT TOTALLED"
071600             TO PRINTER-RECORD
071700         PERFORM WRITE-TO-PRINTER.
071800     MOVE SPACE TO SECTION-COLUMNS.
071900
072000 PRINT-ONE-ACCOUNT.
072100     IF LINE-COUNT > MAXIMUM-LINES
072200         PERFORM START-NEXT-PAGE.
072300     MOVE SPACE TO ACCOUNT-DETAIL-LINE.
072400     MOVE ACCT-TOTAL-ACCOUNT (ACCT-SUB) TO PRINT-ACCOUNT.
072500     PERFORM LOOK-UP-ACCOUNT-NAME.
072600     MOVE ACCT-TOTAL-FOUND (ACCT-SUB) TO PRINT-FOUND.
072700     MOVE ACCT-TOTAL-ACCRUED (ACCT-SUB) TO PRINT-ACCT-ACCRUED.
072800     COMPUTE UNDERSTATEMENT =
072900         ACCT-TOTAL-FOUND (ACCT-SUB) -
073000         ACCT-TOTAL-ACCRUED (ACCT-SUB).
073100     MOVE UNDERSTATEMENT TO PRINT-UNDERSTATED.
073200     MOVE ACCOUNT-DETAIL-LINE TO PRINTER-RECORD.
073300     PERFORM WRITE-TO-PRINTER.
073400     ADD ACCT-TOTAL-FOUND (ACCT-SUB) TO GRAND-FOUND.
073500     ADD ACCT-TOTAL-ACCRUED (ACCT-SUB) TO GRAND-ACCRUED.
073600
073700 LOOK-UP-ACCOUNT-NAME.
073800     IF ACCT-TOTAL-ACCOUNT (ACCT-SUB) = ZEROES
073900         MOVE "*NOT YET DISTRIBUTED*" TO PRINT-ACCT-NAME
074000     ELSE
074100         PERFORM READ-ACCOUNT-NAME.
074200
074300 READ-ACCOUNT-NAME.
074400     MOVE ACCT-TOTAL-ACCOUNT (ACCT-SUB) TO ACCOUNT-NUMBER.
074500     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
074600     READ ACCOUNT-FILE RECORD
074700         INVALID KEY
074800         MOVE "N" TO ACCOUNT-RECORD-FOUND.
074900     IF ACCOUNT-RECORD-FOUND = "Y"
075000         MOVE ACCOUNT-NAME TO PRINT-ACCT-NAME
075100     ELSE
075200         MOVE "*ACCOUNT NOT ON FILE*" TO PRINT-ACCT-NAME.
075300
075400 PRINT-SECTION-TOTAL-LINE.
075500     MOVE SECTION-TOTAL-LINE TO PRINTER-RECORD.
075600     PERFORM WRITE-TO-PRINTER.
075700
075800*---------------------------------
075900* Each section prints its title
076000* and column headings, and the
076100* top of any page it runs onto
076200* repeats them.
076300*---------------------------------
076400 START-REPORT-SECTION.
076500     IF LINE-COUNT > MAXIMUM-LINES - 6
076600         PERFORM START-NEXT-PAGE
076700     ELSE
076800         PERFORM PRINT-SECTION-HEADINGS.
076900
077000 PRINT-SECTION-HEADINGS.
077100     MOVE SECTION-TITLE TO PRINTER-RECORD.
077200     PERFORM WRITE-TO-PRINTER.
077300     MOVE SECTION-COLUMNS TO PRINTER-RECORD.
077400     PERFORM WRITE-TO-PRINTER.
077500     PERFORM LINE-FEED.
077600
077700 END-REPORT-SECTION.
077800     MOVE SPACE TO SECTION-COLUMNS.
077900     PERFORM LINE-FEED.
078000
078100 WRITE-TO-PRINTER.
078200     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
078300     ADD 1 TO LINE-COUNT.
078400
078500 LINE-FEED.
078600     MOVE SPACE TO PRINTER-RECORD.
078700     PERFORM WRITE-TO-PRINTER.
078800
078900 START-NEXT-PAGE.
079000     PERFORM END-LAST-PAGE.
079100     PERFORM START-NEW-PAGE.
079200
079300 START-NEW-PAGE.
079400     ADD 1 TO PAGE-NUMBER.
079500     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
079600     MOVE TITLE-LINE TO PRINTER-RECORD.
079700     PERFORM WRITE-TO-PRINTER.
079800     MOVE PERIOD-END-DATE TO DATE-CCYYMMDD.
079900     PERFORM FORMAT-THE-DATE.
080000     MOVE FORMATTED-DATE TO PRINT-PERIOD-END.
080100     MOVE CHECK-WINDOW-DATE TO DATE-CCYYMMDD.
080200     PERFORM FORMAT-THE-DATE.
080300     MOVE FORMATTED-DATE TO PRINT-WINDOW-END.
080400     MOVE PERIOD-LINE TO PRINTER-RECORD.
080500     PERFORM WRITE-TO-PRINTER.
080600     PERFORM LINE-FEED.
080700     IF SECTION-COLUMNS NOT = SPACE
080800         PERFORM PRINT-SECTION-HEADINGS.
080900
081000 END-LAST-PAGE.
081100     PERFORM FORM-FEED.
081200     MOVE ZERO TO LINE-COUNT.
081300
081400 FORM-FEED.
081500     MOVE SPACE TO PRINTER-RECORD.
081600     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
081700
081800*---------------------------------
081900* Utility routines.
082000*---------------------------------
082100     COPY "PLDATE01.CBL".

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ANLRUN01.
000300*---------------------------------
000400* Continuous-audit payment
000500* analytics - the monthly run.
000600*
000700* Tests the period's invoices,
000800* live and archived, and the
000900* vendor master against six
001000* patterns an auditor looks for:
001100*  - invoices from one vendor
001200*    split just under the
001300*    approval threshold within a
001400*    few days of each other;
001500*  - round-dollar invoices;
001600*  - vendors whose leading
001700*    digits stray from the
001800*    expected (Benford) shares;
001900*  - vouchers entered and
002000*    approved by the same
002100*    operator, from the voucher
002200*    audit trail;
002300*  - one bank routing and
002400*    account on file for more
002500*    than one vendor;
002600*  - vendors whose address or
002700*    phone matches another
002800*    vendor's remit-to.
002900* Every test takes its threshold
003000* from the analytics parameter
003100* file (ANLPRM01). Each exception
003200* is kept in the finding file,
003300* where the auditor records a
003400* disposition with ANLDSP01; a
003500* rerun refreshes the findings
003600* still open and leaves the
003700* dispositioned ones alone.
003800* Cancelled vouchers, credit
003900* memos and employee
004000* reimbursements are left out.
004100*---------------------------------
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500
004600     COPY "SLVOUCH.CBL".
004700
004800     COPY "SLVCHARC.CBL".
004900
005000     COPY "SLVND02.CBL".
005100
005200     COPY "SLVBANK.CBL".
005300
005400     COPY "SLAUDIT.CBL".
005500
005600     COPY "SLAPCTL.CBL".
005700
005800     COPY "SLANPRM.CBL".
005900
006000     COPY "SLANFND.CBL".
006100
006200     SELECT PAYMENT-WORK-FILE
006300         ASSIGN TO "ANLPAYWK"
006400         ORGANIZATION IS SEQUENTIAL.
006500
006600     SELECT AUDIT-WORK-FILE
006700         ASSIGN TO "ANLAUDWK"
006800         ORGANIZATION IS SEQUENTIAL.
006900
007000     SELECT BANK-WORK-FILE
007100         ASSIGN TO "ANLBNKWK"
007200         ORGANIZATION IS SEQUENTIAL.
007300
007400     SELECT PAYMENT-SORT-FILE
007500         ASSIGN TO "SORT".
007600
007700     SELECT AUDIT-SORT-FILE
007800         ASSIGN TO "SORT".
007900
008000     SELECT BANK-SORT-FILE
008100         ASSIGN TO "SORT".
008200
008300     SELECT PRINTER-FILE
008400         ASSIGN TO PRINTER
008500         ORGANIZATION IS LINE SEQUENTIAL.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900
009000     COPY "FDVOUCH.CBL".
009100
009200     COPY "FDVCHARC.CBL".
009300
009400     COPY "FDVND04.CBL".
009500
009600     COPY "FDVBANK.CBL".
009700
009800     COPY "FDAUDIT.CBL".
009900
010000     COPY "FDAPCTL.CBL".
010100
010200     COPY "FDANPRM.CBL".
010300
010400     COPY "FDANFND.CBL".
010500
010600 FD  PAYMENT-WORK-FILE
010700     LABEL RECORDS ARE STANDARD.
010800 01  PAYMENT-WORK-RECORD.
010900     05  PWRK-VENDOR           PIC 9(5).
011000     05  PWRK-DATE             PIC 9(8).
011100     05  PWRK-NUMBER           PIC 9(5).
011200     05  PWRK-AMOUNT           PIC S9(6)V99.
011300     05  PWRK-INVOICE          PIC X(15).
011400
011500 SD  PAYMENT-SORT-FILE.
011600
011700 01  PAYMENT-SORT-RECORD.
011800     05  PSRT-VENDOR           PIC 9(5).
011900     05  PSRT-DATE             PIC 9(8).
012000     05  PSRT-NUMBER           PIC 9(5).
012100     05  PSRT-AMOUNT           PIC S9(6)V99.
012200     05  PSRT-INVOICE          PIC X(15).
012300
012400 FD  AUDIT-WORK-FILE
012500     LABEL RECORDS ARE STANDARD.
012600 01  AUDIT-WORK-RECORD.
012700     05  AWRK-VOUCHER          PIC X(5).
012800     05  AWRK-DATE-TIME        PIC X(14).
012900     05  AWRK-DATE-FIELDS REDEFINES AWRK-DATE-TIME.
013000         10  AWRK-DATE         PIC 9(8).
013100         10  AWRK-TIME         PIC 9(6).
013200     05  AWRK-ACTION           PIC X(10).
013300     05  AWRK-VENDOR           PIC X(5).
013400     05  AWRK-AMOUNT           PIC X(11).
013500     05  AWRK-OPERATOR         PIC X(8).
013600
013700 SD  AUDIT-SORT-FILE.
013800
013900 01  AUDIT-SORT-RECORD.
014000     05  ASRT-VOUCHER          PIC X(5).
014100     05  ASRT-DATE-TIME        PIC X(14).
014200     05  ASRT-ACTION           PIC X(10).
014300     05  ASRT-VENDOR           PIC X(5).
014400     05  ASRT-AMOUNT           PIC X(11).
014500     05  ASRT-OPERATOR         PIC X(8).
014600
014700 FD  BANK-WORK-FILE
014800     LABEL RECORDS ARE STANDARD.
014900 01  BANK-WORK-RECORD.
015000     05  BWRK-BANK-KEY.
015100         10  BWRK-ROUTING      PIC X(9).
015200         10  BWRK-ACCOUNT      PIC X(17).
015300     05  BWRK-VENDOR           PIC 9(5).
015400
015500 SD  BANK-SORT-FILE.
015600
015700 01  BANK-SORT-RECORD.
015800     05  BSRT-ROUTING          PIC X(9).
015900     05  BSRT-ACCOUNT          PIC X(17).
016000     05  BSRT-VENDOR           PIC 9(5).
016100
016200 FD  PRINTER-FILE
016300     LABEL RECORDS ARE OMITTED.
016400 01  PRINTER-RECORD             PIC X(80).
016500
016600 WORKING-STORAGE SECTION.
016700
016800 77  VOUCHER-FILE-AT-END     PIC X.
016900 77  ARCHIVE-FILE-AT-END     PIC X.
017000 77  VENDOR-FILE-AT-END      PIC X.
017100 77  BANK-FILE-AT-END        PIC X.
017200 77  AUDIT-FILE-AT-END       PIC X.
017300 77  WORK-FILE-AT-END        PIC X.
017400 77  APCTL-FILE-AT-END       PIC X.
017500 77  FINDING-ON-FILE         PIC X.
017600 77  VENDOR-RECORD-FOUND     PIC X.
017700 77  TODAY-CCYYMMDD          PIC 9(8).
017800 77  TEST-FINDING-COUNT      PIC 9(5).
017900 77  NEW-FINDING-COUNT       PIC 9(5)  VALUE ZEROES.
018000 77  OPEN-FINDING-COUNT      PIC 9(5)  VALUE ZEROES.
018100 77  DISPOSED-FINDING-COUNT  PIC 9(5)  VALUE ZEROES.
018200 77  PAYMENT-COUNT           PIC 9(7)  VALUE ZEROES.
018300
018400*---------------------------------
018500* The finding being raised.
018600*---------------------------------
018700 01  NEW-FINDING.
018800     05  NEW-FIND-TEST         PIC X(2).
018900     05  NEW-FIND-SUBJECT      PIC X(30).
019000     05  NEW-FIND-VENDOR       PIC 9(5).
019100     05  NEW-FIND-VOUCHER      PIC 9(5).
019200     05  NEW-FIND-AMOUNT       PIC S9(9)V99.
019300     05  NEW-FIND-DETAIL       PIC X(60).
019400 77  DETAIL-POINTER          PIC 9(3).
019500 01  DETAIL-DATE             PIC 99/99/9999.
019600 01  DETAIL-AMOUNT           PIC ZZZ,ZZ9.99.
019700 01  DETAIL-COUNT            PIC ZZZ9.
019800 01  DETAIL-PERCENT          PIC ZZ9.9.
019900 01  FINDING-STATUS-WORDS    PIC X(12).
020000 01  TEST-SECTION-TITLE      PIC X(60).
020100
020200*---------------------------------
020300* Split invoices: the current
020400* vendor's invoices inside the
020500* band, in date order.
020600*---------------------------------
020700 77  SPLIT-VENDOR            PIC 9(5).
020800 77  SPLIT-FLOOR-AMOUNT      PIC S9(6)V99.
020900 77  SPLIT-MIN-COUNT         PIC 9(2).
021000 77  SPLIT-COUNT             PIC 9(3).
021100 77  SPLIT-SUB               PIC 9(3).
021200 77  SPLIT-START             PIC 9(3).
021300 77  SPLIT-END               PIC 9(3).
021400 77  SPLIT-LAST-DAY          PIC 9(7).
021500 77  SPLIT-GROUP-CLOSED      PIC X.
021600 77  SPLIT-GROUP-COUNT       PIC 9(3).
021700 77  SPLIT-GROUP-DAYS        PIC 9(3).
021800 77  SPLIT-GROUP-TOTAL       PIC S9(9)V99.
021900 01  SPLIT-TABLE.
022000     05  SPLIT-ENTRY OCCURS 100 TIMES.
022100         10  SPLIT-NUMBER        PIC 9(5).
022200         10  SPLIT-DATE          PIC 9(8).
022300         10  SPLIT-DAY           PIC 9(7).
022400         10  SPLIT-AMOUNT        PIC S9(6)V99.
022500
022600*---------------------------------
022700* Round-dollar amounts.
022800*---------------------------------
022900 77  ROUND-QUOTIENT          PIC 9(8).
023000 77  ROUND-REMAINDER         PIC 9(6)V99.
023100
023200*---------------------------------
023300* Leading digits: the expected
023400* share of each first digit, in
023500* percent.
023600*---------------------------------
023700 01  BENFORD-EXPECTED-VALUES.
023800     05  FILLER              PIC 99V9  VALUE 30.1.
023900     05  FILLER              PIC 99V9  VALUE 17.6.
024000     05  FILLER              PIC 99V9  VALUE 12.5.
024100     05  FILLER              PIC 99V9  VALUE 09.7.
024200     05  FILLER              PIC 99V9  VALUE 07.9.
024300     05  FILLER              PIC 99V9  VALUE 06.7.
024400     05  FILLER              PIC 99V9  VALUE 05.8.
024500     05  FILLER              PIC 99V9  VALUE 05.1.
024600     05  FILLER              PIC 99V9  VALUE 04.6.
024700 01  FILLER REDEFINES BENFORD-EXPECTED-VALUES.
024800     05  BENFORD-EXPECTED    PIC 99V9  OCCURS 9 TIMES.
024900 01  BENFORD-COUNT-TABLE.
025000     05  BENFORD-DIGIT-COUNT PIC 9(5)  OCCURS 9 TIMES.
025100 77  BENFORD-VENDOR          PIC 9(5).
025200 77  BENFORD-VENDOR-COUNT    PIC 9(5).
025300 77  BENFORD-VENDOR-TOTAL    PIC S9(9)V99.
025400 77  BENFORD-SUB             PIC 9(2).
025500 77  BENFORD-OBSERVED        PIC 999V9.
025600 77  BENFORD-DEVIATION       PIC 999V9.
025700 77  BENFORD-WORST-DEV       PIC 999V9.
025800 77  BENFORD-WORST-DIGIT     PIC 9.
025900 77  BENFORD-WORST-SHARE     PIC 999V9.
026000 77  LEAD-ZEROS              PIC 9(2).
026100 77  LEAD-DIGIT              PIC 9.
026200 01  LEAD-AMOUNT             PIC 9(6)V99.
026300 01  LEAD-AMOUNT-TEXT REDEFINES LEAD-AMOUNT
026400                             PIC X(8).
026500
026600*---------------------------------
026700* Entered and approved by one
026800* operator.
026900*---------------------------------
027000 01  AUDIT-LINE-FIELDS.
027100     05  ALIN-VOUCHER-NO     PIC X(5).
027200     05  ALIN-VENDOR-NO      PIC X(5).
027300     05  ALIN-ACTION         PIC X(10).
027400     05  ALIN-DATE-TIME      PIC X(14).
027500     05  ALIN-AMOUNT         PIC X(11).
027600     05  ALIN-OPERATOR       PIC X(8).
027700     05  ALIN-OLD-VALUE      PIC X(10).
027800     05  ALIN-NEW-VALUE      PIC X(10).
027900 77  ENTERED-VOUCHER         PIC X(5).
028000 77  ENTERED-OPERATOR        PIC X(8).
028100 77  ENTERED-DATE            PIC 9(8).
028200 77  SAME-OPER-AMOUNT        PIC S9(6)V99.
028300
028400*---------------------------------
028500* One bank account, many
028600* vendors.
028700*---------------------------------
028800 77  BANK-CURRENT-KEY        PIC X(26).
028900 77  BANK-SHARE-COUNT        PIC 9(3).
029000 77  BANK-SUB                PIC 9(2).
029100 77  BANK-MIN-VENDORS        PIC 9(2).
029200 01  BANK-VENDOR-TABLE.
029300     05  BANK-VENDOR         PIC 9(5)  OCCURS 8 TIMES.
029400
029500*---------------------------------
029600* Address and phone: the keys
029700* extracted for every vendor in
029800* one pass.
029900*---------------------------------
030000 77  VEND-SLOT-COUNT         PIC 9(3)  VALUE ZEROES.
030100 77  VEND-SUB                PIC 9(3).
030200 77  PAIR-A-SUB              PIC 9(3).
030300 77  PAIR-B-SUB              PIC 9(3).
030400 77  ADDRESS-LENGTH          PIC 9(2).
030500 01  VENDOR-KEY-TABLE.
030600     05  VEND-KEY-ENTRY OCCURS 500 TIMES.
030700         10  VKEY-NUMBER         PIC 9(5).
030800         10  VKEY-NAME           PIC X(20).
030900         10  VKEY-STREET         PIC X(30).
031000         10  VKEY-ZIP            PIC X(5).
031100         10  VKEY-PHONE          PIC X(10).
031200         10  VKEY-HAS-REMIT      PIC X.
031300         10  VKEY-REMIT-STREET   PIC X(30).
031400         10  VKEY-REMIT-ZIP      PIC X(5).
031500 77  SCAN-SUB                PIC 9(3).
031600 77  OUT-SUB                 PIC 9(3).
031700 77  WORK-CHAR               PIC X.
031800 77  NORM-INPUT              PIC X(30).
031900 77  NORM-OUTPUT             PIC X(30).
032000
032100 01  TITLE-LINE.
032200     05  FILLER              PIC X(16) VALUE SPACE.
032300     05  FILLER              PIC X(38)
032400         VALUE "CONTINUOUS-AUDIT PAYMENT ANALYTICS".
032500     05  FILLER              PIC X(15) VALUE SPACE.
032600     05  FILLER              PIC X(5) VALUE "PAGE:".
032700     05  FILLER              PIC X(1) VALUE SPACE.
032800     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
032900
033000 01  PERIOD-LINE.
033100     05  FILLER              PIC X(16) VALUE SPACE.
033200     05  FILLER              PIC X(7)  VALUE "PERIOD ".
033300     05  PRINT-PERIOD-FROM   PIC Z9/99/9999.
033400     05  FILLER              PIC X(4)  VALUE " TO ".
033500     05  PRINT-PERIOD-TO     PIC Z9/99/9999.
033600
033700 01  PARM-LINE.
033800     05  FILLER              PIC X(2)  VALUE SPACE.
033900     05  PRINT-PARM-LABEL    PIC X(40).
034000     05  PRINT-PARM-VALUE    PIC X(14).
034100
034200 01  PARM-AMOUNT-EDIT        PIC ZZZ,ZZ9.99.
034300 01  PARM-NUMBER-EDIT        PIC ZZZ9.
034400 01  PARM-POINTS-EDIT        PIC Z9.9.
034500
034600 01  COLUMN-LINE.
034700     05  FILLER         PIC X(8)  VALUE "  VENDOR".
034800     05  FILLER         PIC X(25) VALUE " NAME".
034900     05  FILLER         PIC X(6)  VALUE "VCHR".
035000     05  FILLER         PIC X(16) VALUE "         AMOUNT".
035100     05  FILLER         PIC X(12) VALUE "STATUS".
035200
035300 01  FINDING-LINE.
035400     05  FILLER              PIC X(2)  VALUE SPACE.
035500     05  PRINT-VENDOR        PIC Z(4)9.
035600     05  FILLER              PIC X(1)  VALUE SPACE.
035700     05  PRINT-VENDOR-NAME   PIC X(24).
035800     05  FILLER              PIC X(1)  VALUE SPACE.
035900     05  PRINT-VOUCHER       PIC Z(5).
036000     05  FILLER              PIC X(1)  VALUE SPACE.
036100     05  PRINT-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.
036200     05  FILLER              PIC X(2)  VALUE SPACE.
036300     05  PRINT-STATUS        PIC X(12).
036400
036500 01  FINDING-DETAIL-LINE.
036600     05  FILLER              PIC X(8)  VALUE SPACE.
036700     05  PRINT-DETAIL        PIC X(60).
036800
036900 01  SECTION-COUNT-LINE.
037000     05  FILLER              PIC X(2)  VALUE SPACE.
037100     05  FILLER              PIC X(10) VALUE "FINDINGS: ".
037200     05  PRINT-SECTION-COUNT PIC ZZZZ9.
037300
037400 01  SUMMARY-LINE.
037500     05  SUMMARY-LABEL       PIC X(40).
037600     05  SUMMARY-COUNT       PIC ZZ,ZZZ,ZZ9.
037700
037800 77  LINE-COUNT              PIC 999   VALUE ZERO.
037900 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
038000 77  MAXIMUM-LINES           PIC 999   VALUE 55.
038100
038200     COPY "WSANPRM01.CBL".
038300
038400     COPY "WSCASE01.CBL".
038500
038600     COPY "WSDATE01.CBL".
038620
038640     COPY "WSMASK01.CBL".
038700
038800 PROCEDURE DIVISION.
038900 PROGRAM-BEGIN.
039000     PERFORM OPENING-PROCEDURE.
039100     PERFORM MAIN-PROCESS.
039200     PERFORM CLOSING-PROCEDURE.
039300
039400 PROGRAM-EXIT.
039500     EXIT PROGRAM.
039600
039700 PROGRAM-DONE.
039800     STOP RUN.
039900
040000 OPENING-PROCEDURE.
040100     OPEN INPUT VOUCHER-FILE.
040200     OPEN INPUT ARCHIVE-FILE.
040300     OPEN INPUT VENDOR-FILE.
040400     OPEN INPUT VENDOR-BANK-FILE.
040500     OPEN I-O ANALYTICS-FINDING-FILE.
040600     OPEN OUTPUT PRINTER-FILE.
040700
040800 CLOSING-PROCEDURE.
040900     CLOSE VOUCHER-FILE.
041000     CLOSE ARCHIVE-FILE.
041100     CLOSE VENDOR-FILE.
041200     CLOSE VENDOR-BANK-FILE.
041300     CLOSE ANALYTICS-FINDING-FILE.
041400     PERFORM END-LAST-PAGE.
041500     CLOSE PRINTER-FILE.
041600
041700 MAIN-PROCESS.
041800     COMPUTE TODAY-CCYYMMDD =
041900         FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)).
042000     PERFORM LOAD-CONTROL-RECORD.
042100     PERFORM LOAD-ANALYTICS-PARMS.
042200     PERFORM GET-REPORT-RANGE.
042300     PERFORM START-NEW-PAGE.
042400     PERFORM PRINT-THRESHOLDS-USED.
042500     PERFORM SORT-PERIOD-PAYMENTS.
042600     PERFORM RUN-SPLIT-TEST.
042700     PERFORM RUN-ROUND-TEST.
042800     PERFORM RUN-BENFORD-TEST.
042900     PERFORM RUN-SAME-OPERATOR-TEST.
043000     PERFORM RUN-SHARED-BANK-TEST.
043100     PERFORM RUN-ADDRESS-TEST.
043200     PERFORM PRINT-RUN-SUMMARY.
043300
043400*---------------------------------
043500* The approval threshold comes
043600* from the AP control file; an
043700* empty file means approvals are
043800* off, and the split test with
043900* them.
044000*---------------------------------
044100 LOAD-CONTROL-RECORD.
044200     MOVE ZEROES TO APCTL-APPROVAL-THRESHOLD.
044300     OPEN INPUT APCTL-FILE.
044400     MOVE "N" TO APCTL-FILE-AT-END.
044500     READ APCTL-FILE
044600         AT END MOVE "Y" TO APCTL-FILE-AT-END.
044700     CLOSE APCTL-FILE.
044800     IF APCTL-FILE-AT-END = "Y"
044900         MOVE ZEROES TO APCTL-APPROVAL-THRESHOLD.
045000
045100 GET-REPORT-RANGE.
045200     MOVE "ENTER PERIOD START DATE (MM/DD/CCYY)"
045300         TO RANGE-START-PROMPT.
045400     MOVE "ENTER PERIOD END DATE (MM/DD/CCYY)"
045500         TO RANGE-END-PROMPT.
045600     PERFORM GET-A-DATE-RANGE.
045700
045800*---------------------------------
045900* The thresholds go on the
046000* report so the auditor can see
046100* what each test was run at.
046200*---------------------------------
046300 PRINT-THRESHOLDS-USED.
046400     IF ANPR-FROM-DEFAULTS = "Y"
046500         MOVE "THRESHOLDS USED (STANDARD):"
046600             TO PRINTER-RECORD
046700     ELSE
046800         MOVE "THRESHOLDS USED:" TO PRINTER-RECORD.
046900     PERFORM WRITE-TO-PRINTER.
047000     MOVE APCTL-APPROVAL-THRESHOLD TO PARM-AMOUNT-EDIT.
047100     MOVE "APPROVAL THRESHOLD" TO PRINT-PARM-LABEL.
047200     MOVE PARM-AMOUNT-EDIT TO PRINT-PARM-VALUE.
047300     PERFORM PRINT-PARM-LINE.
047400     MOVE ANPR-SPLIT-WINDOW-DAYS TO PARM-NUMBER-EDIT.
047500     MOVE "SPLIT WINDOW DAYS" TO PRINT-PARM-LABEL.
047600     MOVE PARM-NUMBER-EDIT TO PRINT-PARM-VALUE.
047700     PERFORM PRINT-PARM-LINE.
047800     MOVE ANPR-SPLIT-FLOOR-PCT TO PARM-NUMBER-EDIT.
047900     MOVE "SPLIT BAND FLOOR, PCT OF THRESHOLD"
048000         TO PRINT-PARM-LABEL.
048100     MOVE PARM-NUMBER-EDIT TO PRINT-PARM-VALUE.
048200     PERFORM PRINT-PARM-LINE.
048300     MOVE ANPR-SPLIT-MIN-COUNT TO PARM-NUMBER-EDIT.
048400     MOVE "SPLIT INVOICE COUNT" TO PRINT-PARM-LABEL.
048500     MOVE PARM-NUMBER-EDIT TO PRINT-PARM-VALUE.
048600     PERFORM PRINT-PARM-LINE.
048700     MOVE ANPR-ROUND-MIN-AMOUNT TO PARM-AMOUNT-EDIT.
048800     MOVE "ROUND-DOLLAR FLOOR" TO PRINT-PARM-LABEL.
048900     MOVE PARM-AMOUNT-EDIT TO PRINT-PARM-VALUE.
049000     PERFORM PRINT-PARM-LINE.
049100     MOVE ANPR-ROUND-MULTIPLE TO PARM-AMOUNT-EDIT.
049200     MOVE "ROUND-DOLLAR MULTIPLE" TO PRINT-PARM-LABEL.
049300     MOVE PARM-AMOUNT-EDIT TO PRINT-PARM-VALUE.
049400     PERFORM PRINT-PARM-LINE.
049500     MOVE ANPR-BENFORD-MIN-COUNT TO PARM-NUMBER-EDIT.
049600     MOVE "LEADING-DIGIT INVOICE COUNT"
049700         TO PRINT-PARM-LABEL.
049800     MOVE PARM-NUMBER-EDIT TO PRINT-PARM-VALUE.
049900     PERFORM PRINT-PARM-LINE.
050000     MOVE ANPR-BENFORD-MAX-DEV TO PARM-POINTS-EDIT.
050100     MOVE "LEADING-DIGIT POINTS OFF" TO PRINT-PARM-LABEL.
050200     MOVE PARM-POINTS-EDIT TO PRINT-PARM-VALUE.
050300     PERFORM PRINT-PARM-LINE.
050400     MOVE ANPR-SAMEOP-MIN-AMOUNT TO PARM-AMOUNT-EDIT.
050500     MOVE "ONE-OPERATOR FLOOR" TO PRINT-PARM-LABEL.
050600     MOVE PARM-AMOUNT-EDIT TO PRINT-PARM-VALUE.
050700     PERFORM PRINT-PARM-LINE.
050800     MOVE ANPR-BANK-MIN-VENDORS TO PARM-NUMBER-EDIT.
050900     MOVE "VENDORS SHARING A BANK ACCOUNT"
051000         TO PRINT-PARM-LABEL.
051100     MOVE PARM-NUMBER-EDIT TO PRINT-PARM-VALUE.
051200     PERFORM PRINT-PARM-LINE.
051300     MOVE ANPR-ADDRESS-COMPARE TO PARM-NUMBER-EDIT.
051400     MOVE "ADDRESS CHARACTERS COMPARED"
051500         TO PRINT-PARM-LABEL.
051600     MOVE PARM-NUMBER-EDIT TO PRINT-PARM-VALUE.
051700     PERFORM PRINT-PARM-LINE.
051800     PERFORM LINE-FEED.
051900
052000 PRINT-PARM-LINE.
052100     MOVE PARM-LINE TO PRINTER-RECORD.
052200     PERFORM WRITE-TO-PRINTER.
052300
052400*---------------------------------
052500* The period's invoices from the
052600* live and archive files, by
052700* vendor and date, for the three
052800* invoice tests.
052900*---------------------------------
053000 SORT-PERIOD-PAYMENTS.
053100     SORT PAYMENT-SORT-FILE
053200         ON ASCENDING KEY PSRT-VENDOR
053300                          PSRT-DATE
053400                          PSRT-NUMBER
053500          INPUT PROCEDURE IS EXTRACT-PERIOD-PAYMENTS
053600          GIVING PAYMENT-WORK-FILE.
053700
053800 EXTRACT-PERIOD-PAYMENTS.
053900     MOVE "N" TO VOUCHER-FILE-AT-END.
054000     MOVE ZEROES TO VOUCHER-NUMBER.
054100     START VOUCHER-FILE KEY NOT < VOUCHER-NUMBER
054200         INVALID KEY
054300         MOVE "Y" TO VOUCHER-FILE-AT-END.
054400     PERFORM RELEASE-NEXT-VOUCHER
054500         UNTIL VOUCHER-FILE-AT-END = "Y".
054600     MOVE "N" TO ARCHIVE-FILE-AT-END.
054700     MOVE ZEROES TO ARCH-NUMBER.
054800     START ARCHIVE-FILE KEY NOT < ARCH-NUMBER
054900         INVALID KEY
055000         MOVE "Y" TO ARCHIVE-FILE-AT-END.
055100     PERFORM RELEASE-NEXT-ARCHIVE
055200         UNTIL ARCHIVE-FILE-AT-END = "Y".
055300
055400 RELEASE-NEXT-VOUCHER.
055500     READ VOUCHER-FILE NEXT RECORD
055600         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
055700     IF VOUCHER-FILE-AT-END NOT = "Y"
055800        AND VOUCHER-DATE NOT < RANGE-START-DATE
055900        AND VOUCHER-DATE NOT > RANGE-END-DATE
056000        AND VOUCHER-AMOUNT > ZEROES
056100        AND NOT VOUCHER-IS-CANCELLED
056200        AND NOT VOUCHER-PAYS-EMPLOYEE
056300         PERFORM RELEASE-THIS-VOUCHER.
056400
056500 RELEASE-THIS-VOUCHER.
056600     MOVE VOUCHER-VENDOR TO PSRT-VENDOR.
056700     MOVE VOUCHER-DATE TO PSRT-DATE.
056800     MOVE VOUCHER-NUMBER TO PSRT-NUMBER.
056900     MOVE VOUCHER-AMOUNT TO PSRT-AMOUNT.
057000     MOVE VOUCHER-INVOICE TO PSRT-INVOICE.
057100     RELEASE PAYMENT-SORT-RECORD.
057200     ADD 1 TO PAYMENT-COUNT.
057300
057400 RELEASE-NEXT-ARCHIVE.
057500     READ ARCHIVE-FILE NEXT RECORD
057600         AT END MOVE "Y" TO ARCHIVE-FILE-AT-END.
057700     IF ARCHIVE-FILE-AT-END NOT = "Y"
057800        AND ARCH-DATE NOT < RANGE-START-DATE
057900        AND ARCH-DATE NOT > RANGE-END-DATE
058000        AND ARCH-AMOUNT > ZEROES
058100        AND ARCH-CANCEL-FLAG NOT = "C"
058200        AND ARCH-PAYEE-TYPE NOT = "E"
058300         PERFORM RELEASE-THIS-ARCHIVE.
058400
058500 RELEASE-THIS-ARCHIVE.
058600     MOVE ARCH-VENDOR TO PSRT-VENDOR.
058700     MOVE ARCH-DATE TO PSRT-DATE.
058800     MOVE ARCH-NUMBER TO PSRT-NUMBER.
058900     MOVE ARCH-AMOUNT TO PSRT-AMOUNT.
059000     MOVE ARCH-INVOICE TO PSRT-INVOICE.
059100     RELEASE PAYMENT-SORT-RECORD.
059200     ADD 1 TO PAYMENT-COUNT.
059300
059400*---------------------------------
059500* Split invoices. For each
059600* vendor the invoices inside the
059700* band - at least the floor
059800* percent of the approval
059900* threshold but under it - are
060000* held in date order; any run of
060100* them within the window that
060200* reaches the count and together
060300* passes the threshold is one
060400* finding, and the search goes
060500* on after it.
060600*---------------------------------
060700 RUN-SPLIT-TEST.
060800     MOVE "SPLIT INVOICES UNDER THE APPROVAL THRESHOLD"
060900         TO TEST-SECTION-TITLE.
061000     PERFORM START-TEST-SECTION.
061100     IF APCTL-APPROVAL-THRESHOLD = ZEROES
061200         MOVE "  TEST NOT RUN - APPROVALS ARE OFF"
061300             TO PRINTER-RECORD
061400         PERFORM WRITE-TO-PRINTER
061500     ELSE
061600     IF ANPR-SPLIT-WINDOW-DAYS = ZEROES
061700         MOVE "  TEST NOT RUN - NO WINDOW SET"
061800             TO PRINTER-RECORD
061900         PERFORM WRITE-TO-PRINTER
062000     ELSE
062100         PERFORM SCAN-FOR-SPLITS.
062200     PERFORM END-TEST-SECTION.
062300
062400 SCAN-FOR-SPLITS.
062500     COMPUTE SPLIT-FLOOR-AMOUNT =
062600         APCTL-APPROVAL-THRESHOLD * ANPR-SPLIT-FLOOR-PCT / 100.
062700     MOVE ANPR-SPLIT-MIN-COUNT TO SPLIT-MIN-COUNT.
062800     IF SPLIT-MIN-COUNT < 2
062900         MOVE 2 TO SPLIT-MIN-COUNT.
063000     MOVE ZEROES TO SPLIT-VENDOR
063100                    SPLIT-COUNT.
063200     OPEN INPUT PAYMENT-WORK-FILE.
063300     MOVE "N" TO WORK-FILE-AT-END.
063400     PERFORM SPLIT-NEXT-PAYMENT
063500         UNTIL WORK-FILE-AT-END = "Y".
063600     CLOSE PAYMENT-WORK-FILE.
063700     PERFORM JUDGE-VENDOR-SPLITS.
063800
063900 SPLIT-NEXT-PAYMENT.
064000     READ PAYMENT-WORK-FILE
064100         AT END MOVE "Y" TO WORK-FILE-AT-END.
064200     IF WORK-FILE-AT-END NOT = "Y"
064300        AND PWRK-VENDOR NOT = SPLIT-VENDOR
064400         PERFORM JUDGE-VENDOR-SPLITS
064500         MOVE PWRK-VENDOR TO SPLIT-VENDOR
064600         MOVE ZEROES TO SPLIT-COUNT.
064700     IF WORK-FILE-AT-END NOT = "Y"
064800        AND PWRK-AMOUNT < APCTL-APPROVAL-THRESHOLD
064900        AND PWRK-AMOUNT NOT < SPLIT-FLOOR-AMOUNT
065000        AND SPLIT-COUNT < 100
065100         PERFORM HOLD-SPLIT-CANDIDATE.
065200
065300 HOLD-SPLIT-CANDIDATE.
065400     ADD 1 TO SPLIT-COUNT.
065500     MOVE PWRK-NUMBER TO SPLIT-NUMBER (SPLIT-COUNT).
065600     MOVE PWRK-DATE TO SPLIT-DATE (SPLIT-COUNT).
065700     COMPUTE SPLIT-DAY (SPLIT-COUNT) =
065800         FUNCTION INTEGER-OF-DATE(PWRK-DATE).
065900     MOVE PWRK-AMOUNT TO SPLIT-AMOUNT (SPLIT-COUNT).
066000
066100 JUDGE-VENDOR-SPLITS.
066200     MOVE 1 TO SPLIT-START.
066300     PERFORM JUDGE-SPLIT-FROM-START
066400         UNTIL SPLIT-START > SPLIT-COUNT.
066500
066600 JUDGE-SPLIT-FROM-START.
066700     COMPUTE SPLIT-LAST-DAY =
066800         SPLIT-DAY (SPLIT-START) + ANPR-SPLIT-WINDOW-DAYS.
066900     MOVE ZEROES TO SPLIT-GROUP-COUNT
067000                    SPLIT-GROUP-TOTAL.
067100     MOVE SPLIT-START TO SPLIT-SUB.
067200     MOVE "N" TO SPLIT-GROUP-CLOSED.
067300     PERFORM EXTEND-SPLIT-GROUP
067400         UNTIL SPLIT-GROUP-CLOSED = "Y".
067500     IF SPLIT-GROUP-COUNT NOT < SPLIT-MIN-COUNT
067600        AND SPLIT-GROUP-TOTAL > APCTL-APPROVAL-THRESHOLD
067700         PERFORM RAISE-SPLIT-FINDING
067800         COMPUTE SPLIT-START = SPLIT-END + 1
067900     ELSE
068000         ADD 1 TO SPLIT-START.
068100
068200 EXTEND-SPLIT-GROUP.
068300     IF SPLIT-SUB > SPLIT-COUNT
068400         MOVE "Y" TO SPLIT-GROUP-CLOSED
068500     ELSE
068600     IF SPLIT-DAY (SPLIT-SUB) > SPLIT-LAST-DAY
068700         MOVE "Y" TO SPLIT-GROUP-CLOSED
068800     ELSE
068900         ADD 1 TO SPLIT-GROUP-COUNT
069000         ADD SPLIT-AMOUNT (SPLIT-SUB) TO SPLIT-GROUP-TOTAL
069100         MOVE SPLIT-SUB TO SPLIT-END
069200         ADD 1 TO SPLIT-SUB.
069300
069400 RAISE-SPLIT-FINDING.
069500     COMPUTE SPLIT-GROUP-DAYS =
069600         SPLIT-DAY (SPLIT-END) - SPLIT-DAY (SPLIT-START).
069700     MOVE "SP" TO NEW-FIND-TEST.
069800     MOVE SPACE TO NEW-FIND-SUBJECT.
069900     STRING SPLIT-VENDOR DELIMITED BY SIZE
070000            SPLIT-NUMBER (SPLIT-START) DELIMITED BY SIZE
070100            SPLIT-DATE (SPLIT-START) DELIMITED BY SIZE
070200         INTO NEW-FIND-SUBJECT.
070300     MOVE SPLIT-VENDOR TO NEW-FIND-VENDOR.
070400     MOVE SPLIT-NUMBER (SPLIT-START) TO NEW-FIND-VOUCHER.
070500     MOVE SPLIT-GROUP-TOTAL TO NEW-FIND-AMOUNT.
070600     MOVE SPLIT-GROUP-COUNT TO DETAIL-COUNT.
070700     MOVE SPACE TO NEW-FIND-DETAIL.
070800     STRING FUNCTION TRIM(DETAIL-COUNT) DELIMITED BY SIZE
070900            " INVOICES IN " DELIMITED BY SIZE
071000            SPLIT-GROUP-DAYS DELIMITED BY SIZE
071100            " DAYS, VOUCHERS " DELIMITED BY SIZE
071200            SPLIT-NUMBER (SPLIT-START) DELIMITED BY SIZE
071300            " THRU " DELIMITED BY SIZE
071400            SPLIT-NUMBER (SPLIT-END) DELIMITED BY SIZE
071500         INTO NEW-FIND-DETAIL.
071600     PERFORM RECORD-THE-FINDING.
071700
071800*---------------------------------
071900* Round-dollar invoices: an even
072000* multiple of the round amount,
072100* at or over the floor.
072200*---------------------------------
072300 RUN-ROUND-TEST.
072400     MOVE "ROUND-DOLLAR INVOICES" TO TEST-SECTION-TITLE.
072500     PERFORM START-TEST-SECTION.
072600     IF ANPR-ROUND-MULTIPLE = ZEROES
072700         MOVE "  TEST NOT RUN - NO MULTIPLE SET"
072800             TO PRINTER-RECORD
072900         PERFORM WRITE-TO-PRINTER
073000     ELSE
073100         PERFORM SCAN-FOR-ROUND-AMOUNTS.
073200     PERFORM END-TEST-SECTION.
073300
073400 SCAN-FOR-ROUND-AMOUNTS.
073500     OPEN INPUT PAYMENT-WORK-FILE.
073600     MOVE "N" TO WORK-FILE-AT-END.
073700     PERFORM ROUND-NEXT-PAYMENT
073800         UNTIL WORK-FILE-AT-END = "Y".
073900     CLOSE PAYMENT-WORK-FILE.
074000
074100 ROUND-NEXT-PAYMENT.
074200     READ PAYMENT-WORK-FILE
074300         AT END MOVE "Y" TO WORK-FILE-AT-END.
074400     IF WORK-FILE-AT-END NOT = "Y"
074500        AND PWRK-AMOUNT NOT < ANPR-ROUND-MIN-AMOUNT
074600         PERFORM JUDGE-ROUND-AMOUNT.
074700
074800 JUDGE-ROUND-AMOUNT.
074900     DIVIDE PWRK-AMOUNT BY ANPR-ROUND-MULTIPLE
075000         GIVING ROUND-QUOTIENT
075100         REMAINDER ROUND-REMAINDER.
075200     IF ROUND-REMAINDER = ZEROES
075300         PERFORM RAISE-ROUND-FINDING.
075400
075500 RAISE-ROUND-FINDING.
075600     MOVE "RD" TO NEW-FIND-TEST.
075700     MOVE SPACE TO NEW-FIND-SUBJECT.
075800     STRING PWRK-NUMBER DELIMITED BY SIZE
075900            PWRK-DATE DELIMITED BY SIZE
076000         INTO NEW-FIND-SUBJECT.
076100     MOVE PWRK-VENDOR TO NEW-FIND-VENDOR.
076200     MOVE PWRK-NUMBER TO NEW-FIND-VOUCHER.
076300     MOVE PWRK-AMOUNT TO NEW-FIND-AMOUNT.
076400     MOVE PWRK-DATE TO DATE-CCYYMMDD.
076500     PERFORM FORMAT-THE-DATE.
076600     MOVE FORMATTED-DATE TO DETAIL-DATE.
076700     MOVE SPACE TO NEW-FIND-DETAIL.
076800     STRING "INVOICE " DELIMITED BY SIZE
076900            PWRK-INVOICE DELIMITED BY SPACE
077000            " DATED " DELIMITED BY SIZE
077100            DETAIL-DATE DELIMITED BY SIZE
077200         INTO NEW-FIND-DETAIL.
077300     PERFORM RECORD-THE-FINDING.
077400
077500*---------------------------------
077600* Leading digits. A vendor with
077700* enough invoices in the period
077800* has the share of each first
077900* digit set against the expected
078000* share; the digit furthest off
078100* is reported when it is past
078200* the tolerance.
078300*---------------------------------
078400 RUN-BENFORD-TEST.
078500     MOVE "LEADING-DIGIT (BENFORD) OUTLIERS BY VENDOR"
078600         TO TEST-SECTION-TITLE.
078700     PERFORM START-TEST-SECTION.
078800     IF ANPR-BENFORD-MIN-COUNT = ZEROES
078900         MOVE "  TEST NOT RUN - NO INVOICE COUNT SET"
079000             TO PRINTER-RECORD
079100         PERFORM WRITE-TO-PRINTER
079200     ELSE
079300         PERFORM SCAN-FOR-DIGIT-OUTLIERS.
079400     PERFORM END-TEST-SECTION.
079500
079600 SCAN-FOR-DIGIT-OUTLIERS.
079700     MOVE ZEROES TO BENFORD-VENDOR.
079800     PERFORM CLEAR-BENFORD-COUNTS.
079900     OPEN INPUT PAYMENT-WORK-FILE.
080000     MOVE "N" TO WORK-FILE-AT-END.
080100     PERFORM BENFORD-NEXT-PAYMENT
080200         UNTIL WORK-FILE-AT-END = "Y".
080300     CLOSE PAYMENT-WORK-FILE.
080400     PERFORM JUDGE-VENDOR-DIGITS.
080500
080600 CLEAR-BENFORD-COUNTS.
080700     MOVE ZEROES TO BENFORD-COUNT-TABLE
080800                    BENFORD-VENDOR-COUNT
080900                    BENFORD-VENDOR-TOTAL.
081000
081100 BENFORD-NEXT-PAYMENT.
081200     READ PAYMENT-WORK-FILE
081300         AT END MOVE "Y" TO WORK-FILE-AT-END.
081400     IF WORK-FILE-AT-END NOT = "Y"
081500        AND PWRK-VENDOR NOT = BENFORD-VENDOR
081600         PERFORM JUDGE-VENDOR-DIGITS
081700         PERFORM CLEAR-BENFORD-COUNTS
081800         MOVE PWRK-VENDOR TO BENFORD-VENDOR.
081900     IF WORK-FILE-AT-END NOT = "Y"
082000         PERFORM COUNT-LEADING-DIGIT.
082100
082200 COUNT-LEADING-DIGIT.
082300     MOVE PWRK-AMOUNT TO LEAD-AMOUNT.
082400     MOVE ZEROES TO LEAD-ZEROS.
082500     INSPECT LEAD-AMOUNT-TEXT
082600         TALLYING LEAD-ZEROS FOR LEADING "0".
082700     IF LEAD-ZEROS < 8
082800         MOVE LEAD-AMOUNT-TEXT (LEAD-ZEROS + 1:1)
082900             TO LEAD-DIGIT
083000         ADD 1 TO BENFORD-DIGIT-COUNT (LEAD-DIGIT)
083100         ADD 1 TO BENFORD-VENDOR-COUNT
083200         ADD PWRK-AMOUNT TO BENFORD-VENDOR-TOTAL.
083300
083400 JUDGE-VENDOR-DIGITS.
083500     IF BENFORD-VENDOR-COUNT NOT < ANPR-BENFORD-MIN-COUNT
083600        AND BENFORD-VENDOR-COUNT > ZEROES
083700         PERFORM FIND-WORST-DIGIT.
083800
083900 FIND-WORST-DIGIT.
084000     MOVE ZEROES TO BENFORD-WORST-DEV
084100                    BENFORD-WORST-DIGIT
084200                    BENFORD-WORST-SHARE.
084300     PERFORM MEASURE-ONE-DIGIT
084400         VARYING BENFORD-SUB FROM 1 BY 1
084500         UNTIL BENFORD-SUB > 9.
084600     IF BENFORD-WORST-DEV > ANPR-BENFORD-MAX-DEV
084700         PERFORM RAISE-BENFORD-FINDING.
084800
084900 MEASURE-ONE-DIGIT.
085000     COMPUTE BENFORD-OBSERVED ROUNDED =
085100         BENFORD-DIGIT-COUNT (BENFORD-SUB) * 100
085200         / BENFORD-VENDOR-COUNT.
085300     IF BENFORD-OBSERVED > BENFORD-EXPECTED (BENFORD-SUB)
085400         COMPUTE BENFORD-DEVIATION =
085500             BENFORD-OBSERVED - BENFORD-EXPECTED (BENFORD-SUB)
085600     ELSE
085700         COMPUTE BENFORD-DEVIATION =
085800             BENFORD-EXPECTED (BENFORD-SUB) - BENFORD-OBSERVED.
085900     IF BENFORD-DEVIATION > BENFORD-WORST-DEV
086000         MOVE BENFORD-DEVIATION TO BENFORD-WORST-DEV
086100         MOVE BENFORD-SUB TO BENFORD-WORST-DIGIT
086200         MOVE BENFORD-OBSERVED TO BENFORD-WORST-SHARE.
086300
086400 RAISE-BENFORD-FINDING.
086500     MOVE "BF" TO NEW-FIND-TEST.
086600     MOVE SPACE TO NEW-FIND-SUBJECT.
086700     STRING BENFORD-VENDOR DELIMITED BY SIZE
086800            RANGE-START-DATE DELIMITED BY SIZE
086900            RANGE-END-DATE DELIMITED BY SIZE
087000         INTO NEW-FIND-SUBJECT.
087100     MOVE BENFORD-VENDOR TO NEW-FIND-VENDOR.
087200     MOVE ZEROES TO NEW-FIND-VOUCHER.
087300     MOVE BENFORD-VENDOR-TOTAL TO NEW-FIND-AMOUNT.
087400     MOVE SPACE TO NEW-FIND-DETAIL.
087500     MOVE BENFORD-WORST-SHARE TO DETAIL-PERCENT.
087600     MOVE 1 TO DETAIL-POINTER.
087700     STRING "DIGIT " DELIMITED BY SIZE
087800            BENFORD-WORST-DIGIT DELIMITED BY SIZE
087900            " IS " DELIMITED BY SIZE
088000            FUNCTION TRIM(DETAIL-PERCENT) DELIMITED BY SIZE
088100            " PCT OF " DELIMITED BY SIZE
088200         INTO NEW-FIND-DETAIL
088300         WITH POINTER DETAIL-POINTER.
088400     MOVE BENFORD-VENDOR-COUNT TO DETAIL-COUNT.
088500     MOVE BENFORD-EXPECTED (BENFORD-WORST-DIGIT)
088600         TO DETAIL-PERCENT.
088700     STRING FUNCTION TRIM(DETAIL-COUNT) DELIMITED BY SIZE
088800            " INVOICES, " DELIMITED BY SIZE
088900            FUNCTION TRIM(DETAIL-PERCENT) DELIMITED BY SIZE
089000            " EXPECTED" DELIMITED BY SIZE
089100         INTO NEW-FIND-DETAIL
089200         WITH POINTER DETAIL-POINTER.
089300     PERFORM RECORD-THE-FINDING.
089400
089500*---------------------------------
089600* Entered and approved by one
089700* operator. The trail's entry
089800* and approval lines are sorted
089900* by voucher and time; an
090000* approval in the period by the
090100* operator who entered the
090200* voucher is a finding.
090300*---------------------------------
090400 RUN-SAME-OPERATOR-TEST.
090500     MOVE "VOUCHERS ENTERED AND APPROVED BY ONE OPERATOR"
090600         TO TEST-SECTION-TITLE.
090700     PERFORM START-TEST-SECTION.
090800     SORT AUDIT-SORT-FILE
090900         ON ASCENDING KEY ASRT-VOUCHER
091000                          ASRT-DATE-TIME
091100          INPUT PROCEDURE IS EXTRACT-ENTRY-APPROVALS
091200          GIVING AUDIT-WORK-FILE.
091300     MOVE SPACE TO ENTERED-VOUCHER
091400                   ENTERED-OPERATOR.
091500     OPEN INPUT AUDIT-WORK-FILE.
091600     MOVE "N" TO WORK-FILE-AT-END.
091700     PERFORM SAME-OPER-NEXT-EVENT
091800         UNTIL WORK-FILE-AT-END = "Y".
091900     CLOSE AUDIT-WORK-FILE.
092000     PERFORM END-TEST-SECTION.
092100
092200 EXTRACT-ENTRY-APPROVALS.
092300     OPEN INPUT AUDIT-FILE.
092400     MOVE "N" TO AUDIT-FILE-AT-END.
092500     PERFORM RELEASE-NEXT-TRAIL-LINE
092600         UNTIL AUDIT-FILE-AT-END = "Y".
092700     CLOSE AUDIT-FILE.
092800
092900 RELEASE-NEXT-TRAIL-LINE.
093000     READ AUDIT-FILE
093100         AT END MOVE "Y" TO AUDIT-FILE-AT-END.
093200     IF AUDIT-FILE-AT-END NOT = "Y"
093300         PERFORM PARSE-TRAIL-LINE.
093400     IF AUDIT-FILE-AT-END NOT = "Y"
093500        AND (ALIN-ACTION = "ENTERED"
093600          OR ALIN-ACTION = "APPROVED")
093700         PERFORM RELEASE-TRAIL-LINE.
093800
093900 PARSE-TRAIL-LINE.
094000     MOVE SPACE TO AUDIT-LINE-FIELDS.
094100     UNSTRING AUDIT-RECORD
094200         DELIMITED BY ","
094300         INTO ALIN-VOUCHER-NO
094400              ALIN-VENDOR-NO
094500              ALIN-ACTION
094600              ALIN-DATE-TIME
094700              ALIN-AMOUNT
094800              ALIN-OPERATOR
094900              ALIN-OLD-VALUE
095000              ALIN-NEW-VALUE.
095100
095200 RELEASE-TRAIL-LINE.
095300     MOVE ALIN-VOUCHER-NO TO ASRT-VOUCHER.
095400     MOVE ALIN-DATE-TIME TO ASRT-DATE-TIME.
095500     MOVE ALIN-ACTION TO ASRT-ACTION.
095600     MOVE ALIN-VENDOR-NO TO ASRT-VENDOR.
095700     MOVE ALIN-AMOUNT TO ASRT-AMOUNT.
095800     MOVE ALIN-OPERATOR TO ASRT-OPERATOR.
095900     RELEASE AUDIT-SORT-RECORD.
096000
096100 SAME-OPER-NEXT-EVENT.
096200     READ AUDIT-WORK-FILE
096300         AT END MOVE "Y" TO WORK-FILE-AT-END.
096400     IF WORK-FILE-AT-END NOT = "Y"
096500         PERFORM SORT-OUT-TRAIL-EVENT.
096600
096700 SORT-OUT-TRAIL-EVENT.
096800     IF AWRK-ACTION = "ENTERED"
096900         MOVE AWRK-VOUCHER TO ENTERED-VOUCHER
097000         MOVE AWRK-OPERATOR TO ENTERED-OPERATOR
097100         MOVE AWRK-DATE TO ENTERED-DATE
097200     ELSE
097300     IF AWRK-VOUCHER = ENTERED-VOUCHER
097400        AND AWRK-OPERATOR = ENTERED-OPERATOR
097500        AND AWRK-OPERATOR NOT = SPACES
097600        AND AWRK-DATE NOT < RANGE-START-DATE
097700        AND AWRK-DATE NOT > RANGE-END-DATE
097800         PERFORM JUDGE-SAME-OPERATOR.
097900
098000 JUDGE-SAME-OPERATOR.
098100     COMPUTE SAME-OPER-AMOUNT =
098200         FUNCTION NUMVAL(AWRK-AMOUNT).
098300     IF SAME-OPER-AMOUNT NOT < ANPR-SAMEOP-MIN-AMOUNT
098400         PERFORM RAISE-SAME-OPER-FINDING.
098500
098600 RAISE-SAME-OPER-FINDING.
098700     MOVE "SD" TO NEW-FIND-TEST.
098800     MOVE SPACE TO NEW-FIND-SUBJECT.
098900     STRING AWRK-VOUCHER DELIMITED BY SIZE
099000            ENTERED-DATE DELIMITED BY SIZE
099100         INTO NEW-FIND-SUBJECT.
099200     MOVE AWRK-VENDOR TO NEW-FIND-VENDOR.
099300     MOVE AWRK-VOUCHER TO NEW-FIND-VOUCHER.
099400     MOVE SAME-OPER-AMOUNT TO NEW-FIND-AMOUNT.
099500     MOVE ENTERED-DATE TO DATE-CCYYMMDD.
099600     PERFORM FORMAT-THE-DATE.
099700     MOVE FORMATTED-DATE TO DETAIL-DATE.
099800     MOVE SPACE TO NEW-FIND-DETAIL.
099900     MOVE 1 TO DETAIL-POINTER.
100000     STRING "ENTERED " DELIMITED BY SIZE
100100            DETAIL-DATE DELIMITED BY SIZE
100200         INTO NEW-FIND-DETAIL
100300         WITH POINTER DETAIL-POINTER.
100400     MOVE AWRK-DATE TO DATE-CCYYMMDD.
100500     PERFORM FORMAT-THE-DATE.
100600     MOVE FORMATTED-DATE TO DETAIL-DATE.
100700     STRING ", APPROVED " DELIMITED BY SIZE
100800            DETAIL-DATE DELIMITED BY SIZE
100900            " BY " DELIMITED BY SIZE
101000            AWRK-OPERATOR DELIMITED BY SPACE
101100         INTO NEW-FIND-DETAIL
101200         WITH POINTER DETAIL-POINTER.
101300     PERFORM RECORD-THE-FINDING.
101400
101500*---------------------------------
101600* One bank account, many
101700* vendors. The bank details not
101800* rejected by the bank are
101900* sorted by routing and account;
102000* a run of them at or over the
102100* vendor count is a finding,
102120* its subject the routing number
102140* and the account masked to the
102160* last four.
102200*---------------------------------
102300 RUN-SHARED-BANK-TEST.
102400     MOVE "BANK ACCOUNTS SHARED BY MORE THAN ONE VENDOR"
102500         TO TEST-SECTION-TITLE.
102600     PERFORM START-TEST-SECTION.
102700     MOVE ANPR-BANK-MIN-VENDORS TO BANK-MIN-VENDORS.
102800     IF BANK-MIN-VENDORS < 2
102900         MOVE 2 TO BANK-MIN-VENDORS.
103000     SORT BANK-SORT-FILE
103100         ON ASCENDING KEY BSRT-ROUTING
103200                          BSRT-ACCOUNT
103300                          BSRT-VENDOR
103400          INPUT PROCEDURE IS EXTRACT-BANK-DETAILS
103500          GIVING BANK-WORK-FILE.
103600     MOVE SPACE TO BANK-CURRENT-KEY.
103700     MOVE ZEROES TO BANK-SHARE-COUNT.
103800     OPEN INPUT BANK-WORK-FILE.
103900     MOVE "N" TO WORK-FILE-AT-END.
104000     PERFORM BANK-NEXT-DETAIL
104100         UNTIL WORK-FILE-AT-END = "Y".
104200     CLOSE BANK-WORK-FILE.
104300     PERFORM JUDGE-BANK-SHARING.
104400     PERFORM END-TEST-SECTION.
104500
104600 EXTRACT-BANK-DETAILS.
104700     MOVE "N" TO BANK-FILE-AT-END.
104800     MOVE ZEROES TO VBANK-VENDOR.
104900     START VENDOR-BANK-FILE KEY NOT < VBANK-VENDOR
105000         INVALID KEY
105100         MOVE "Y" TO BANK-FILE-AT-END.
105200     PERFORM RELEASE-NEXT-BANK-DETAIL
105300         UNTIL BANK-FILE-AT-END = "Y".
105400
105500 RELEASE-NEXT-BANK-DETAIL.
105600     READ VENDOR-BANK-FILE NEXT RECORD
105700         AT END MOVE "Y" TO BANK-FILE-AT-END.
105800     IF BANK-FILE-AT-END NOT = "Y"
105900        AND NOT VBANK-IS-REJECTED
106000        AND VBANK-ACCOUNT NOT = SPACES
106100         PERFORM RELEASE-THIS-BANK-DETAIL.
106200
106300 RELEASE-THIS-BANK-DETAIL.
106400     MOVE VBANK-ROUTING TO BSRT-ROUTING.
106500     MOVE VBANK-ACCOUNT TO BSRT-ACCOUNT.
106600     MOVE VBANK-VENDOR TO BSRT-VENDOR.
106700     RELEASE BANK-SORT-RECORD.
106800
106900 BANK-NEXT-DETAIL.
107000     READ BANK-WORK-FILE
107100         AT END MOVE "Y" TO WORK-FILE-AT-END.
107200     IF WORK-FILE-AT-END NOT = "Y"
107300        AND BWRK-BANK-KEY NOT = BANK-CURRENT-KEY
107400         PERFORM JUDGE-BANK-SHARING
107500         MOVE BWRK-BANK-KEY TO BANK-CURRENT-KEY
107600         MOVE ZEROES TO BANK-SHARE-COUNT.
107700     IF WORK-FILE-AT-END NOT = "Y"
107800         PERFORM COUNT-BANK-VENDOR.
107900
108000 COUNT-BANK-VENDOR.
108100     ADD 1 TO BANK-SHARE-COUNT.
108200     IF BANK-SHARE-COUNT < 9
108300         MOVE BWRK-VENDOR TO BANK-VENDOR (BANK-SHARE-COUNT).
108400
108500 JUDGE-BANK-SHARING.
108600     IF BANK-SHARE-COUNT NOT < BANK-MIN-VENDORS
108700         PERFORM RAISE-BANK-FINDING.
108800
108900 RAISE-BANK-FINDING.
109000     MOVE "BK" TO NEW-FIND-TEST.
109020     MOVE BANK-CURRENT-KEY (10:17) TO MASK-VALUE.
109040     PERFORM MASK-SENSITIVE-VALUE.
109060     MOVE BANK-CURRENT-KEY (1:9) TO NEW-FIND-SUBJECT.
109080     MOVE MASK-VALUE TO NEW-FIND-SUBJECT (10:17).
109200     MOVE BANK-VENDOR (1) TO NEW-FIND-VENDOR.
109300     MOVE ZEROES TO NEW-FIND-VOUCHER
109400                    NEW-FIND-AMOUNT.
109500     MOVE SPACE TO NEW-FIND-DETAIL.
109600     MOVE BANK-SHARE-COUNT TO DETAIL-COUNT.
109700     MOVE 1 TO DETAIL-POINTER.
109800     STRING "RTN " DELIMITED BY SIZE
109900            BANK-CURRENT-KEY (1:9) DELIMITED BY SIZE
110000            " HELD BY " DELIMITED BY SIZE
110100            FUNCTION TRIM(DETAIL-COUNT) DELIMITED BY SIZE
110200            " VENDORS:" DELIMITED BY SIZE
110300         INTO NEW-FIND-DETAIL
110400         WITH POINTER DETAIL-POINTER.
110500     PERFORM ADD-BANK-VENDOR-TO-DETAIL
110600         VARYING BANK-SUB FROM 1 BY 1
110700         UNTIL BANK-SUB > BANK-SHARE-COUNT
110800            OR BANK-SUB > 5.
110900     PERFORM RECORD-THE-FINDING.
111000
111100 ADD-BANK-VENDOR-TO-DETAIL.
111200     STRING " " DELIMITED BY SIZE
111300            BANK-VENDOR (BANK-SUB) DELIMITED BY SIZE
111400         INTO NEW-FIND-DETAIL
111500         WITH POINTER DETAIL-POINTER.
111600
111700*---------------------------------
111800* Address or phone matching
111900* another vendor's remit-to.
112000* Every vendor not inactive has
112100* its street (letters and digits
112200* only), zip, phone digits and
112300* remit-to street and zip
112400* extracted; a vendor whose
112500* street and zip are another
112600* vendor's remit-to is a
112700* finding, and so is a phone
112800* shared by two vendors when
112900* either pays to a remit-to -
113000* the remit-to carries no phone
113100* of its own, so the vendor's
113200* phone stands for it.
113300*---------------------------------
113400 RUN-ADDRESS-TEST.
113500     MOVE "ADDRESS OR PHONE MATCHING ANOTHER VENDOR'S REMIT-TO"
113600         TO TEST-SECTION-TITLE.
113700     PERFORM START-TEST-SECTION.
113800     MOVE ANPR-ADDRESS-COMPARE TO ADDRESS-LENGTH.
113900     IF ADDRESS-LENGTH = ZEROES
114000        OR ADDRESS-LENGTH > 30
114100         MOVE 30 TO ADDRESS-LENGTH.
114200     PERFORM LOAD-VENDOR-KEYS.
114300     PERFORM COMPARE-ONE-VENDOR
114400         VARYING PAIR-A-SUB FROM 1 BY 1
114500         UNTIL PAIR-A-SUB > VEND-SLOT-COUNT.
114600     PERFORM END-TEST-SECTION.
114700
114800 LOAD-VENDOR-KEYS.
114900     MOVE "N" TO VENDOR-FILE-AT-END.
115000     MOVE ZEROES TO VENDOR-NUMBER.
115100     START VENDOR-FILE KEY NOT < VENDOR-NUMBER
115200         INVALID KEY
115300         MOVE "Y" TO VENDOR-FILE-AT-END.
115400     PERFORM LOAD-NEXT-VENDOR-KEY
115500         UNTIL VENDOR-FILE-AT-END = "Y".
115600
115700 LOAD-NEXT-VENDOR-KEY.
115800     READ VENDOR-FILE NEXT RECORD
115900         AT END MOVE "Y" TO VENDOR-FILE-AT-END.
116000     IF VENDOR-FILE-AT-END NOT = "Y"
116100        AND NOT VENDOR-IS-INACTIVE
116200        AND VEND-SLOT-COUNT < 500
116300         PERFORM EXTRACT-THIS-VENDOR-KEY.
116400     IF VENDOR-FILE-AT-END NOT = "Y"
116500        AND VEND-SLOT-COUNT = 500
116600         MOVE "Y" TO VENDOR-FILE-AT-END
116700         MOVE "  MORE THAN 500 VENDORS - THE REST NOT TESTED"
116800             TO PRINTER-RECORD
116900         PERFORM WRITE-TO-PRINTER.
117000
117100 EXTRACT-THIS-VENDOR-KEY.
117200     ADD 1 TO VEND-SLOT-COUNT.
117300     MOVE VEND-SLOT-COUNT TO VEND-SUB.
117400     MOVE VENDOR-NUMBER TO VKEY-NUMBER (VEND-SUB).
117500     MOVE VENDOR-NAME TO VKEY-NAME (VEND-SUB).
117600     MOVE VENDOR-ADDRESS-1 TO NORM-INPUT.
117700     PERFORM NORMALIZE-STREET.
117800     MOVE NORM-OUTPUT TO VKEY-STREET (VEND-SUB).
117900     MOVE VENDOR-ZIP TO VKEY-ZIP (VEND-SUB).
118000     MOVE VENDOR-PHONE TO NORM-INPUT.
118100     PERFORM NORMALIZE-PHONE.
118200     MOVE NORM-OUTPUT TO VKEY-PHONE (VEND-SUB).
118300     MOVE "N" TO VKEY-HAS-REMIT (VEND-SUB).
118400     MOVE SPACE TO VKEY-REMIT-STREET (VEND-SUB)
118500                   VKEY-REMIT-ZIP (VEND-SUB).
118600     IF VENDOR-HAS-REMIT-TO
118700        AND VENDOR-REMIT-ADDRESS-1 NOT = SPACES
118800         PERFORM EXTRACT-REMIT-TO-KEY.
118900
119000 EXTRACT-REMIT-TO-KEY.
119100     MOVE "Y" TO VKEY-HAS-REMIT (VEND-SUB).
119200     MOVE VENDOR-REMIT-ADDRESS-1 TO NORM-INPUT.
119300     PERFORM NORMALIZE-STREET.
119400     MOVE NORM-OUTPUT TO VKEY-REMIT-STREET (VEND-SUB).
119500     MOVE VENDOR-REMIT-ZIP TO VKEY-REMIT-ZIP (VEND-SUB).
119600
119700*---------------------------------
119800* Letters and digits only, so
119900* "100 MAIN ST." and "100 Main
120000* St" agree.
120100*---------------------------------
120200 NORMALIZE-STREET.
120300     INSPECT NORM-INPUT
120400         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
120500     MOVE SPACE TO NORM-OUTPUT.
120600     MOVE ZEROES TO OUT-SUB.
120700     PERFORM KEEP-STREET-CHARACTER
120800         VARYING SCAN-SUB FROM 1 BY 1
120900         UNTIL SCAN-SUB > 30.
121000
121100 KEEP-STREET-CHARACTER.
121200     MOVE NORM-INPUT (SCAN-SUB:1) TO WORK-CHAR.
121300     IF WORK-CHAR IS NUMERIC
121400        OR (WORK-CHAR IS ALPHABETIC AND WORK-CHAR NOT = SPACE)
121500         ADD 1 TO OUT-SUB
121600         MOVE WORK-CHAR TO NORM-OUTPUT (OUT-SUB:1).
121700
121800 NORMALIZE-PHONE.
121900     MOVE SPACE TO NORM-OUTPUT.
122000     MOVE ZEROES TO OUT-SUB.
122100     PERFORM KEEP-PHONE-DIGIT
122200         VARYING SCAN-SUB FROM 1 BY 1
122300         UNTIL SCAN-SUB > 14.
122400
122500 KEEP-PHONE-DIGIT.
122600     MOVE NORM-INPUT (SCAN-SUB:1) TO WORK-CHAR.
122700     IF WORK-CHAR IS NUMERIC
122800        AND OUT-SUB < 10
122900         ADD 1 TO OUT-SUB
123000         MOVE WORK-CHAR TO NORM-OUTPUT (OUT-SUB:1).
123100
123200 COMPARE-ONE-VENDOR.
123300     PERFORM COMPARE-VENDOR-PAIR
123400         VARYING PAIR-B-SUB FROM 1 BY 1
123500         UNTIL PAIR-B-SUB > VEND-SLOT-COUNT.
123600
123700 COMPARE-VENDOR-PAIR.
123800     IF PAIR-A-SUB NOT = PAIR-B-SUB
123900        AND VKEY-HAS-REMIT (PAIR-B-SUB) = "Y"
124000        AND VKEY-STREET (PAIR-A-SUB) NOT = SPACES
124100        AND VKEY-ZIP (PAIR-A-SUB) = VKEY-REMIT-ZIP (PAIR-B-SUB)
124200        AND VKEY-STREET (PAIR-A-SUB) (1:ADDRESS-LENGTH) =
124300            VKEY-REMIT-STREET (PAIR-B-SUB) (1:ADDRESS-LENGTH)
124400         PERFORM RAISE-ADDRESS-FINDING.
124500     IF PAIR-A-SUB < PAIR-B-SUB
124600        AND VKEY-PHONE (PAIR-A-SUB) NOT = SPACES
124700        AND VKEY-PHONE (PAIR-A-SUB) = VKEY-PHONE (PAIR-B-SUB)
124800        AND (VKEY-HAS-REMIT (PAIR-A-SUB) = "Y"
124900          OR VKEY-HAS-REMIT (PAIR-B-SUB) = "Y")
125000         PERFORM RAISE-PHONE-FINDING.
125100
125200 RAISE-ADDRESS-FINDING.
125300     MOVE "AD" TO NEW-FIND-TEST.
125400     MOVE SPACE TO NEW-FIND-SUBJECT.
125500     STRING VKEY-NUMBER (PAIR-A-SUB) DELIMITED BY SIZE
125600            VKEY-NUMBER (PAIR-B-SUB) DELIMITED BY SIZE
125700            "A" DELIMITED BY SIZE
125800         INTO NEW-FIND-SUBJECT.
125900     MOVE VKEY-NUMBER (PAIR-A-SUB) TO NEW-FIND-VENDOR.
126000     MOVE ZEROES TO NEW-FIND-VOUCHER
126100                    NEW-FIND-AMOUNT.
126200     MOVE SPACE TO NEW-FIND-DETAIL.
126300     STRING "ADDRESS IS REMIT-TO OF " DELIMITED BY SIZE
126400            VKEY-NUMBER (PAIR-B-SUB) DELIMITED BY SIZE
126500            " " DELIMITED BY SIZE
126600            VKEY-NAME (PAIR-B-SUB) DELIMITED BY SIZE
126700         INTO NEW-FIND-DETAIL.
126800     PERFORM RECORD-THE-FINDING.
126900
127000 RAISE-PHONE-FINDING.
127100     MOVE "AD" TO NEW-FIND-TEST.
127200     MOVE SPACE TO NEW-FIND-SUBJECT.
127300     STRING VKEY-NUMBER (PAIR-A-SUB) DELIMITED BY SIZE
127400            VKEY-NUMBER (PAIR-B-SUB) DELIMITED BY SIZE
127500            "P" DELIMITED BY SIZE
127600         INTO NEW-FIND-SUBJECT.
127700     MOVE VKEY-NUMBER (PAIR-A-SUB) TO NEW-FIND-VENDOR.
127800     MOVE ZEROES TO NEW-FIND-VOUCHER
127900                    NEW-FIND-AMOUNT.
128000     MOVE SPACE TO NEW-FIND-DETAIL.
128100     STRING "PHONE IS ALSO ON " DELIMITED BY SIZE
128200            VKEY-NUMBER (PAIR-B-SUB) DELIMITED BY SIZE
128300            " " DELIMITED BY SIZE
128400            VKEY-NAME (PAIR-B-SUB) DELIMITED BY SIZE
128500         INTO NEW-FIND-DETAIL.
128600     PERFORM RECORD-THE-FINDING.
128700
128800*---------------------------------
128900* Every finding goes to the
129000* finding file. A new one is
129100* written open; an open one is
129200* refreshed from this run; one
129300* the auditor has dispositioned
129400* keeps its disposition and is
129500* only stamped as seen again.
129600*---------------------------------
129700 RECORD-THE-FINDING.
129800     MOVE NEW-FIND-TEST TO AFND-TEST.
129900     MOVE NEW-FIND-SUBJECT TO AFND-SUBJECT.
130000     MOVE "Y" TO FINDING-ON-FILE.
130100     READ ANALYTICS-FINDING-FILE RECORD
130200         INVALID KEY
130300         MOVE "N" TO FINDING-ON-FILE.
130400     IF FINDING-ON-FILE = "N"
130500         PERFORM WRITE-NEW-FINDING
130600     ELSE
130700     IF AFND-IS-OPEN
130800         PERFORM REFRESH-OPEN-FINDING
130900     ELSE
131000         PERFORM RESTAMP-DISPOSED-FINDING.
131100     PERFORM PRINT-THE-FINDING.
131200     ADD 1 TO TEST-FINDING-COUNT.
131300
131400 WRITE-NEW-FINDING.
131500     MOVE SPACE TO ANALYTICS-FINDING-RECORD.
131600     MOVE NEW-FIND-TEST TO AFND-TEST.
131700     MOVE NEW-FIND-SUBJECT TO AFND-SUBJECT.
131800     PERFORM MOVE-FINDING-FIELDS.
131900     MOVE TODAY-CCYYMMDD TO AFND-FOUND-DATE.
132000     MOVE "O" TO AFND-DISPOSITION.
132100     MOVE ZEROES TO AFND-DISPOSED-DATE.
132200     WRITE ANALYTICS-FINDING-RECORD
132300         INVALID KEY
132400         DISPLAY "ERROR WRITING ANALYTICS FINDING".
132500     MOVE "NEW" TO FINDING-STATUS-WORDS.
132600     ADD 1 TO NEW-FINDING-COUNT.
132700
132800 REFRESH-OPEN-FINDING.
132900     PERFORM MOVE-FINDING-FIELDS.
133000     REWRITE ANALYTICS-FINDING-RECORD
133100         INVALID KEY
133200         DISPLAY "ERROR REWRITING ANALYTICS FINDING".
133300     MOVE "OPEN" TO FINDING-STATUS-WORDS.
133400     ADD 1 TO OPEN-FINDING-COUNT.
133500
133600 MOVE-FINDING-FIELDS.
133700     MOVE NEW-FIND-VENDOR TO AFND-VENDOR.
133800     MOVE NEW-FIND-VOUCHER TO AFND-VOUCHER.
133900     MOVE NEW-FIND-AMOUNT TO AFND-AMOUNT.
134000     MOVE NEW-FIND-DETAIL TO AFND-DETAIL.
134100     MOVE RANGE-START-DATE TO AFND-PERIOD-FROM.
134200     MOVE RANGE-END-DATE TO AFND-PERIOD-TO.
134300     MOVE TODAY-CCYYMMDD TO AFND-LAST-RUN-DATE.
134400
134500 RESTAMP-DISPOSED-FINDING.
134600     MOVE TODAY-CCYYMMDD TO AFND-LAST-RUN-DATE.
134700     REWRITE ANALYTICS-FINDING-RECORD
134800         INVALID KEY
134900         DISPLAY "ERROR REWRITING ANALYTICS FINDING".
135000     IF AFND-IS-EXPLAINED
135100         MOVE "EXPLAINED" TO FINDING-STATUS-WORDS
135200     ELSE
135300     IF AFND-IS-EXCEPTION
135400         MOVE "EXCEPTION" TO FINDING-STATUS-WORDS
135500     ELSE
135600         MOVE "FALSE POS" TO FINDING-STATUS-WORDS.
135700     ADD 1 TO DISPOSED-FINDING-COUNT.
135800
135900 PRINT-THE-FINDING.
136000     IF LINE-COUNT > MAXIMUM-LINES
136100         PERFORM START-NEXT-PAGE.
136200     MOVE SPACE TO FINDING-LINE.
136300     MOVE AFND-VENDOR TO PRINT-VENDOR.
136400     MOVE AFND-VENDOR TO VENDOR-NUMBER.
136500     PERFORM READ-VENDOR-RECORD.
136600     IF VENDOR-RECORD-FOUND = "Y"
136700         MOVE VENDOR-NAME TO PRINT-VENDOR-NAME
136800     ELSE
136900         MOVE "** NOT ON FILE **" TO PRINT-VENDOR-NAME.
137000     MOVE AFND-VOUCHER TO PRINT-VOUCHER.
137100     MOVE AFND-AMOUNT TO PRINT-AMOUNT.
137200     MOVE FINDING-STATUS-WORDS TO PRINT-STATUS.
137300     MOVE FINDING-LINE TO PRINTER-RECORD.
137400     PERFORM WRITE-TO-PRINTER.
137500     MOVE AFND-DETAIL TO PRINT-DETAIL.
137600     MOVE FINDING-DETAIL-LINE TO PRINTER-RECORD.
137700     PERFORM WRITE-TO-PRINTER.
137800
137900*---------------------------------
138000* The vendor file is read
138100* sequentially to load the
138200* address keys, so a finding's
138300* vendor name is read by key
138400* only while printing.
138500*---------------------------------
138600 READ-VENDOR-RECORD.
138700     MOVE "Y" TO VENDOR-RECORD-FOUND.
138800     READ VENDOR-FILE RECORD
138900         INVALID KEY
139000         MOVE "N" TO VENDOR-RECORD-FOUND.
139100
139200 START-TEST-SECTION.
139300     IF LINE-COUNT > MAXIMUM-LINES - 6
139400         PERFORM START-NEXT-PAGE.
139500     MOVE TEST-SECTION-TITLE TO PRINTER-RECORD.
139600     PERFORM WRITE-TO-PRINTER.
139700     MOVE ZEROES TO TEST-FINDING-COUNT.
139800
139900 END-TEST-SECTION.
140000     MOVE TEST-FINDING-COUNT TO PRINT-SECTION-COUNT.
140100     MOVE SECTION-COUNT-LINE TO PRINTER-RECORD.
140200     PERFORM WRITE-TO-PRINTER.
140300     PERFORM LINE-FEED.
140400
140500 PRINT-RUN-SUMMARY.
140600     IF LINE-COUNT > MAXIMUM-LINES - 5
140700         PERFORM START-NEXT-PAGE.
140800     MOVE "INVOICES TESTED" TO SUMMARY-LABEL.
140900     MOVE PAYMENT-COUNT TO SUMMARY-COUNT.
141000     PERFORM PRINT-SUMMARY-LINE.
141100     MOVE "NEW FINDINGS" TO SUMMARY-LABEL.
141200     MOVE NEW-FINDING-COUNT TO SUMMARY-COUNT.
141300     PERFORM PRINT-SUMMARY-LINE.
141400     MOVE "FINDINGS STILL OPEN FROM EARLIER RUNS"
141500         TO SUMMARY-LABEL.
141600     MOVE OPEN-FINDING-COUNT TO SUMMARY-COUNT.
141700     PERFORM PRINT-SUMMARY-LINE.
141800     MOVE "FINDINGS ALREADY DISPOSITIONED"
141900         TO SUMMARY-LABEL.
142000     MOVE DISPOSED-FINDING-COUNT TO SUMMARY-COUNT.
142100     PERFORM PRINT-SUMMARY-LINE.
142200     DISPLAY NEW-FINDING-COUNT " NEW FINDINGS, "
142300             OPEN-FINDING-COUNT " STILL OPEN".
142400
142500 PRINT-SUMMARY-LINE.
142600     MOVE SUMMARY-LINE TO PRINTER-RECORD.
142700     PERFORM WRITE-TO-PRINTER.
142800
142900 WRITE-TO-PRINTER.
143000     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
143100     ADD 1 TO LINE-COUNT.
143200
143300 LINE-FEED.
143400     MOVE SPACE TO PRINTER-RECORD.
143500     PERFORM WRITE-TO-PRINTER.
143600
143700 START-NEXT-PAGE.
143800     PERFORM END-LAST-PAGE.
143900     PERFORM START-NEW-PAGE.
144000
144100 START-NEW-PAGE.
144200     ADD 1 TO PAGE-NUMBER.
144300     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
144400     MOVE TITLE-LINE TO PRINTER-RECORD.
144500     PERFORM WRITE-TO-PRINTER.
144600     MOVE RANGE-START-DATE TO DATE-CCYYMMDD.
144700     PERFORM FORMAT-THE-DATE.
144800     MOVE FORMATTED-DATE TO PRINT-PERIOD-FROM.
144900     MOVE RANGE-END-DATE TO DATE-CCYYMMDD.
145000     PERFORM FORMAT-THE-DATE.
145100     MOVE FORMATTED-DATE TO PRINT-PERIOD-TO.
145200     MOVE PERIOD-LINE TO PRINTER-RECORD.
145300     PERFORM WRITE-TO-PRINTER.
145400     PERFORM LINE-FEED.
145500     MOVE COLUMN-LINE TO PRINTER-RECORD.
145600     PERFORM WRITE-TO-PRINTER.
145700     PERFORM LINE-FEED.
145800
145900 END-LAST-PAGE.
146000     PERFORM FORM-FEED.
146100     MOVE ZERO TO LINE-COUNT.
146200
146300 FORM-FEED.
146400     MOVE SPACE TO PRINTER-RECORD.
146500     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
146600
146700*---------------------------------
146800* Utility routines.
146900*---------------------------------
147000     COPY "PLANPRM01.CBL".
147100     COPY "PLDATE01.CBL".
147200     COPY "PLMASK01.CBL".

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RBTRUN01.
000300*---------------------------------
000400* Month-end vendor rebate run.
000500*
000600* For every active rebate
000700* agreement whose program has
000800* started, the qualifying spend
000900* is totalled from the vendor's
001000* live vouchers and from the
001100* voucher archive: on the
001200* invoiced basis the base
001300* amount of each voucher dated
001400* in the program and neither
001500* cancelled nor rejected, on
001600* the paid basis what was paid
001700* in the program, both in base
001800* currency and only in the
001900* agreement's categories when
002000* it names any. Spend is
002100* counted through today or the
002200* program end, whichever comes
002300* first.
002400*
002500* The rate of the highest tier
002600* reached applies to the whole
002700* spend. The difference between
002800* what is now earned and what
002900* was accrued before is
003000* journaled - a debit to the
003100* rebate receivable and a
003200* credit to rebate income, the
003300* other way round when the
003400* rebate has fallen - in the
003500* vendor's company, source
003600* AP-RBT, so the ledger always
003700* carries the rebate earned to
003800* date.
003900*
004000* Once the program end date has
004100* passed, the final accrual is
004200* billed: a refund receivable
004300* is opened on the vendor
004400* refund file for it, to be
004500* chased like any other vendor
004600* refund, and the agreement is
004700* marked billed.
004800*
004900* The entries are appended to
005000* the night's journal file and
005100* to the permanent journal
005200* history under their own batch
005300* number, and a progress
005400* report showing each
005500* agreement's spend, tier and
005600* the spend still needed for
005700* the next tier is printed to
005800* RBTRPT, since the driver's
005900* control report holds the
006000* printer. Run as a month-end
006100* leg of the nightly batch. No
006200* operator input is taken.
006300*---------------------------------
006400 ENVIRONMENT DIVISION.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700
006800     COPY "SLRBT.CBL".
006900
007000     COPY "SLVOUCH.CBL".
007100
007200     COPY "SLVCHARC.CBL".
007300
007400     COPY "SLVND02.CBL".
007500
007600     COPY "SLREFND.CBL".
007700
007800     COPY "SLAUDIT.CBL".
007900
008000     COPY "SLGLJRN.CBL".
008100
008200     COPY "SLGLJHST.CBL".
008300
008400     COPY "SLGLJCTL.CBL".
008500
008600     SELECT PRINTER-FILE
008700         ASSIGN TO REPORT-DESTINATION
008800         ORGANIZATION IS LINE SEQUENTIAL.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200
009300     COPY "FDRBT.CBL".
009400
009500     COPY "FDVOUCH.CBL".
009600
009700     COPY "FDVCHARC.CBL".
009800
009900     COPY "FDVND04.CBL".
010000
010100     COPY "FDREFND.CBL".
010200
010300     COPY "FDAUDIT.CBL".
010400
010500     COPY "FDGLJRN.CBL".
010600
010700     COPY "FDGLJHST.CBL".
010800
010900     COPY "FDGLJCTL.CBL".
011000
011100 FD  PRINTER-FILE
011200     LABEL RECORDS ARE OMITTED.
011300 01  PRINTER-RECORD             PIC X(100).
011400
011500 WORKING-STORAGE SECTION.
011600
011700 77  REPORT-DESTINATION      PIC X(10) VALUE "RBTRPT".
011800
011900 77  REBATE-FILE-AT-END      PIC X.
012000 77  VOUCHER-FILE-AT-END     PIC X.
012100 77  ARCHIVE-FILE-AT-END     PIC X.
012200 77  REFUND-FILE-AT-END      PIC X.
012300 77  VENDOR-RECORD-FOUND     PIC X.
012400 77  JCTL-AT-END             PIC X.
012500
012600 77  RUN-DATE                PIC 9(8).
012700 77  RUN-BATCH-NO            PIC 9(6).
012800 77  COUNT-THROUGH-DATE      PIC 9(8).
012900 77  VENDOR-COMPANY-WORK     PIC 9(2).
013000
013100*---------------------------------
013200* The voucher being weighed,
013300* from the live file or the
013400* archive.
013500*---------------------------------
013600 77  SPEND-CATEGORY          PIC 9(2).
013700 77  SPEND-AMOUNT            PIC S9(9)V99.
013800 77  SPEND-QUALIFIES         PIC X.
013900 77  RBT-CATG-SUB            PIC 9.
014000
014100 77  ACCRUAL-CHANGE          PIC S9(7)V99.
014200 77  POST-AMOUNT             PIC S9(7)V99.
014300 77  NEXT-REFUND-SEQ         PIC 9(3).
014400
014500 77  AGREEMENT-COUNT         PIC 9(5)     VALUE ZEROES.
014600 77  BILLED-COUNT            PIC 9(5)     VALUE ZEROES.
014700 77  TOTAL-EARNED            PIC S9(9)V99 VALUE ZEROES.
014800 77  TOTAL-POSTED            PIC S9(9)V99 VALUE ZEROES.
014900 77  TOTAL-BILLED            PIC S9(9)V99 VALUE ZEROES.
015000
015100 77  JOURNAL-RECORD-COUNT    PIC 9(5)     VALUE ZEROES.
015200 77  JOURNAL-DEBIT-TOTAL     PIC S9(9)V99 VALUE ZEROES.
015300 77  JOURNAL-CREDIT-TOTAL    PIC S9(9)V99 VALUE ZEROES.
015400
015500 77  LINE-COUNT              PIC 999   VALUE ZERO.
015600 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
015700 77  MAXIMUM-LINES           PIC 999   VALUE 55.
015800
015900 01  TITLE-LINE.
016000     05  FILLER              PIC X(20) VALUE SPACE.
016100     05  FILLER              PIC X(33)
016200         VALUE "VENDOR REBATE PROGRESS AS OF ".
016300     05  PRINT-TITLE-DATE    PIC 99/99/9999.
016400     05  FILLER              PIC X(10) VALUE SPACE.
016500     05  FILLER              PIC X(6)  VALUE " PAGE:".
016600     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
016700
016800 01  COLUMN-LINE.
016900     05  FILLER              PIC X(25)
017000         VALUE "VNDR  VENDOR NAME".
017100     05  FILLER              PIC X(23)
017200         VALUE "YEAR B  QUALIFY SPEND".
017300     05  FILLER              PIC X(25)
017400         VALUE "T   RATE%    TO NEXT TIER".
017500     05  FILLER              PIC X(27)
017600         VALUE "   REBATE EARNED  POSTED".
017700
017800 01  DETAIL-LINE.
017900     05  PRINT-VENDOR        PIC 9(5).
018000     05  FILLER              PIC X(1)  VALUE SPACE.
018100     05  PRINT-VENDOR-NAME   PIC X(18).
018200     05  FILLER              PIC X(1)  VALUE SPACE.
018300     05  PRINT-YEAR          PIC 9(4).
018400     05  FILLER              PIC X(1)  VALUE SPACE.
018500     05  PRINT-BASIS         PIC X(1).
018600     05  FILLER              PIC X(1)  VALUE SPACE.
018700     05  PRINT-SPEND         PIC ZZZ,ZZZ,ZZ9.99-.
018800     05  FILLER              PIC X(1)  VALUE SPACE.
018900     05  PRINT-TIER          PIC 9.
019000     05  FILLER              PIC X(1)  VALUE SPACE.
019100     05  PRINT-RATE          PIC Z9.999.
019200     05  FILLER              PIC X(1)  VALUE SPACE.
019300     05  PRINT-TO-NEXT       PIC ZZZ,ZZZ,ZZ9.99-.
019400     05  FILLER              PIC X(1)  VALUE SPACE.
019500     05  PRINT-EARNED        PIC Z,ZZZ,ZZ9.99-.
019600     05  FILLER              PIC X(1)  VALUE SPACE.
019700     05  PRINT-POSTED        PIC Z,ZZZ,ZZ9.99-.
019800
019900 01  NOTE-LINE.
020000     05  FILLER              PIC X(6)  VALUE SPACE.
020100     05  PRINT-NOTE          PIC X(40).
020200     05  PRINT-NOTE-AMOUNT   PIC Z,ZZZ,ZZ9.99-.
020300
020400 01  TOTAL-LINE.
020500     05  PRINT-TOTAL-LABEL   PIC X(30).
020600     05  PRINT-TOTAL-COUNT   PIC ZZZZ9.
020700     05  FILLER              PIC X(3)  VALUE SPACE.
020800     05  PRINT-TOTAL-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99-.
020900
021000     COPY "WSDATE01.CBL".
021100
021200     COPY "WSAUDIT01.CBL".
021300
021400     COPY "WSRBT01.CBL".
021500
021600 LINKAGE SECTION.
021700
021800*---------------------------------
021900* Set on exit for the nightly
022000* driver's control report, the
022100* same shape the AP journal
022200* extract returns.
022300*---------------------------------
022400 01  RETURN-JOURNAL-RESULTS.
022500     05  RETURN-JOURNAL-COUNT   PIC 9(5).
022600     05  RETURN-DEBIT-TOTAL     PIC S9(9)V99.
022700     05  RETURN-CREDIT-TOTAL    PIC S9(9)V99.
022800
022900 PROCEDURE DIVISION USING RETURN-JOURNAL-RESULTS.
023000 PROGRAM-BEGIN.
023100     PERFORM OPENING-PROCEDURE.
023200     PERFORM MAIN-PROCESS.
023300     PERFORM CLOSING-PROCEDURE.
023400     MOVE JOURNAL-RECORD-COUNT TO RETURN-JOURNAL-COUNT.
023500     MOVE JOURNAL-DEBIT-TOTAL TO RETURN-DEBIT-TOTAL.
023600     MOVE JOURNAL-CREDIT-TOTAL TO RETURN-CREDIT-TOTAL.
023700
023800 PROGRAM-EXIT.
023900     EXIT PROGRAM.
024000
024100 PROGRAM-DONE.
024200     STOP RUN.
024300
024400 OPENING-PROCEDURE.
024500     OPEN I-O REBATE-FILE.
024600     OPEN I-O VOUCHER-FILE.
024700     OPEN I-O ARCHIVE-FILE.
024800     OPEN I-O VENDOR-FILE.
024900     OPEN I-O REFUND-FILE.
025000     OPEN EXTEND AUDIT-FILE.
025100     OPEN EXTEND JOURNAL-FILE.
025200     OPEN EXTEND JOURNAL-HISTORY-FILE.
025300     OPEN OUTPUT PRINTER-FILE.
025400
025500 CLOSING-PROCEDURE.
025600     CLOSE REBATE-FILE.
025700     CLOSE VOUCHER-FILE.
025800     CLOSE ARCHIVE-FILE.
025900     CLOSE VENDOR-FILE.
026000     CLOSE REFUND-FILE.
026100     CLOSE AUDIT-FILE.
026200     CLOSE JOURNAL-FILE.
026300     CLOSE JOURNAL-HISTORY-FILE.
026400     PERFORM END-LAST-PAGE.
026500     CLOSE PRINTER-FILE.
026600
026700 MAIN-PROCESS.
026800     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
026900     MOVE RUN-DATE TO DATE-CCYYMMDD.
027000     PERFORM CONVERT-TO-MMDDCCYY.
027100     MOVE DATE-MMDDCCYY TO PRINT-TITLE-DATE.
027200     PERFORM GET-NEXT-BATCH-NUMBER.
027300     PERFORM START-NEW-PAGE.
027400     PERFORM RUN-ALL-AGREEMENTS.
027500     PERFORM PRINT-REBATE-TOTALS.
027600     PERFORM SAVE-NEXT-BATCH-NUMBER.
027700     DISPLAY "REBATE AGREEMENTS ACCRUED: " AGREEMENT-COUNT.
027800     IF BILLED-COUNT NOT = ZEROES
027900         DISPLAY "REBATE AGREEMENTS BILLED TO THE VENDOR: "
028000                 BILLED-COUNT.
028100
028200*---------------------------------
028300* One pass of the agreement
028400* file. Billed agreements are
028500* finished with, and one whose
028600* program has not yet begun
028700* has nothing to count.
028800*---------------------------------
028900 RUN-ALL-AGREEMENTS.
029000     MOVE "N" TO REBATE-FILE-AT-END.
029100     MOVE ZEROES TO RBT-KEY.
029200     START REBATE-FILE KEY NOT < RBT-KEY
029300         INVALID KEY
029400         MOVE "Y" TO REBATE-FILE-AT-END.
029500     PERFORM RUN-NEXT-AGREEMENT
029600         UNTIL REBATE-FILE-AT-END = "Y".
029700
029800 RUN-NEXT-AGREEMENT.
029900     READ REBATE-FILE NEXT RECORD
030000         AT END MOVE "Y" TO REBATE-FILE-AT-END.
030100     IF REBATE-FILE-AT-END NOT = "Y"
030200        AND RBT-IS-ACTIVE
030300        AND RBT-START-DATE NOT > RUN-DATE
030400         PERFORM RUN-THIS-AGREEMENT.
030500
030600 RUN-THIS-AGREEMENT.
030700     MOVE RBT-VENDOR TO VENDOR-NUMBER.
030800     PERFORM READ-VENDOR-RECORD.
030900     MOVE VENDOR-COMPANY TO VENDOR-COMPANY-WORK.
031000     MOVE RUN-DATE TO COUNT-THROUGH-DATE.
031100     IF RBT-END-DATE < RUN-DATE
031200         MOVE RBT-END-DATE TO COUNT-THROUGH-DATE.
031300     MOVE ZEROES TO RBT-SPEND.
031400     PERFORM SUM-LIVE-VOUCHERS.
031500     PERFORM SUM-ARCHIVED-VOUCHERS.
031600     PERFORM FIGURE-REBATE-TIER.
031700     COMPUTE ACCRUAL-CHANGE = REBATE-EARNED - RBT-ACCRUED.
031800     IF ACCRUAL-CHANGE NOT = ZEROES
031900         PERFORM POST-ACCRUAL-CHANGE.
032000     MOVE REBATE-EARNED TO RBT-ACCRUED.
032100     MOVE RUN-DATE TO RBT-LAST-RUN-DATE.
032200     PERFORM PRINT-AGREEMENT-LINE.
032300     IF RBT-END-DATE < RUN-DATE
032400         PERFORM BILL-THE-REBATE.
032500     PERFORM REWRITE-REBATE-RECORD.
032600     ADD 1 TO AGREEMENT-COUNT.
032700     ADD REBATE-EARNED TO TOTAL-EARNED.
032800     ADD ACCRUAL-CHANGE TO TOTAL-POSTED.
032900
033000*---------------------------------
033100* The vendor's live vouchers,
033200* on the vendor alternate key.
033300*---------------------------------
033400 SUM-LIVE-VOUCHERS.
033500     MOVE "N" TO VOUCHER-FILE-AT-END.
033600     MOVE RBT-VENDOR TO VOUCHER-VENDOR.
033700     START VOUCHER-FILE KEY NOT < VOUCHER-VENDOR
033800         INVALID KEY
033900         MOVE "Y" TO VOUCHER-FILE-AT-END.
034000     PERFORM SUM-NEXT-LIVE-VOUCHER
034100         UNTIL VOUCHER-FILE-AT-END = "Y".
034200
034300 SUM-NEXT-LIVE-VOUCHER.
034400     READ VOUCHER-FILE NEXT RECORD
034500         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
034600     IF VOUCHER-FILE-AT-END NOT = "Y"
034700        AND VOUCHER-VENDOR NOT = RBT-VENDOR
034800         MOVE "Y" TO VOUCHER-FILE-AT-END.
034900     IF VOUCHER-FILE-AT-END NOT = "Y"
035000         PERFORM WEIGH-LIVE-VOUCHER.
035100
035200 WEIGH-LIVE-VOUCHER.
035300     MOVE "N" TO SPEND-QUALIFIES.
035400     MOVE ZEROES TO SPEND-AMOUNT.
035500     IF RBT-ON-INVOICED
035600        AND NOT VOUCHER-IS-CANCELLED
035700        AND NOT VOUCHER-IS-REJECTED
035800        AND VOUCHER-DATE NOT < RBT-START-DATE
035900        AND VOUCHER-DATE NOT > COUNT-THROUGH-DATE
036000         MOVE "Y" TO SPEND-QUALIFIES
036100         MOVE VOUCHER-BASE-AMOUNT TO SPEND-AMOUNT
036200     ELSE
036300     IF RBT-ON-PAID
036400        AND VOUCHER-PAID-DATE NOT < RBT-START-DATE
036500        AND VOUCHER-PAID-DATE NOT > COUNT-THROUGH-DATE
036600         MOVE "Y" TO SPEND-QUALIFIES
036700         COMPUTE SPEND-AMOUNT ROUNDED =
036800             VOUCHER-PAID-AMOUNT * VOUCHER-FX-RATE.
036900     MOVE VOUCHER-CATEGORY TO SPEND-CATEGORY.
037000     IF SPEND-QUALIFIES = "Y"
037100         PERFORM ADD-QUALIFYING-SPEND.
037200
037300*---------------------------------
037400* The archive is keyed only by
037500* voucher number, so the whole
037600* file is read for each
037700* agreement.
037800*---------------------------------
037900 SUM-ARCHIVED-VOUCHERS.
038000     MOVE "N" TO ARCHIVE-FILE-AT-END.
038100     MOVE ZEROES TO ARCH-NUMBER.
038200     START ARCHIVE-FILE KEY NOT < ARCH-NUMBER
038300         INVALID KEY
038400         MOVE "Y" TO ARCHIVE-FILE-AT-END.
038500     PERFORM SUM-NEXT-ARCHIVED-VOUCHER
038600         UNTIL ARCHIVE-FILE-AT-END = "Y".
038700
038800 SUM-NEXT-ARCHIVED-VOUCHER.
038900     READ ARCHIVE-FILE NEXT RECORD
039000         AT END MOVE "Y" TO ARCHIVE-FILE-AT-END.
039100     IF ARCHIVE-FILE-AT-END NOT = "Y"
039200        AND ARCH-VENDOR = RBT-VENDOR
039300         PERFORM WEIGH-ARCHIVED-VOUCHER.
039400
039500 WEIGH-ARCHIVED-VOUCHER.
039600     MOVE "N" TO SPEND-QUALIFIES.
039700     MOVE ZEROES TO SPEND-AMOUNT.
039800     IF RBT-ON-INVOICED
039900        AND ARCH-CANCEL-FLAG NOT = "C"
040000        AND ARCH-APPROVAL NOT = "R"
040100        AND ARCH-DATE NOT < RBT-START-DATE
040200        AND ARCH-DATE NOT > COUNT-THROUGH-DATE
040300         MOVE "Y" TO SPEND-QUALIFIES
040400         MOVE ARCH-BASE-AMOUNT TO SPEND-AMOUNT
040500     ELSE
040600     IF RBT-ON-PAID
040700        AND ARCH-PAID-DATE NOT < RBT-START-DATE
040800        AND ARCH-PAID-DATE NOT > COUNT-THROUGH-DATE
040900         MOVE "Y" TO SPEND-QUALIFIES
041000         COMPUTE SPEND-AMOUNT ROUNDED =
041100             ARCH-PAID-AMOUNT * ARCH-FX-RATE.
041200     MOVE ARCH-CATEGORY TO SPEND-CATEGORY.
041300     IF SPEND-QUALIFIES = "Y"
041400         PERFORM ADD-QUALIFYING-SPEND.
041500
041600*---------------------------------
041700* An agreement naming no
041800* categories takes all spend.
041900*---------------------------------
042000 ADD-QUALIFYING-SPEND.
042100     IF RBT-CATEGORY (1) NOT = ZEROES
042200         MOVE "N" TO SPEND-QUALIFIES
042300         PERFORM MATCH-ONE-RBT-CATEGORY
042400             VARYING RBT-CATG-SUB FROM 1 BY 1
042500               UNTIL RBT-CATG-SUB > 5.
042600     IF SPEND-QUALIFIES = "Y"
042700         ADD SPEND-AMOUNT TO RBT-SPEND.
042800
042900 MATCH-ONE-RBT-CATEGORY.
043000     IF RBT-CATEGORY (RBT-CATG-SUB) NOT = ZEROES
043100        AND RBT-CATEGORY (RBT-CATG-SUB) = SPEND-CATEGORY
043200         MOVE "Y" TO SPEND-QUALIFIES.
043300
043400*---------------------------------
043500* A rise in the rebate earned is
043600* booked as receivable income;
043700* a fall (credits, a voucher
043800* cancelled, a payment voided)
043900* takes it back off.
044000*---------------------------------
044100 POST-ACCRUAL-CHANGE.
044200     IF ACCRUAL-CHANGE > ZEROES
044300         MOVE ACCRUAL-CHANGE TO POST-AMOUNT
044400         PERFORM INIT-JOURNAL-RECORD
044500         MOVE RBT-RECEIVABLE-ACCOUNT TO JRNL-ACCOUNT
044600         MOVE POST-AMOUNT TO JRNL-DEBIT
044700         PERFORM WRITE-JOURNAL-RECORD
044800         PERFORM INIT-JOURNAL-RECORD
044900         MOVE RBT-INCOME-ACCOUNT TO JRNL-ACCOUNT
045000         MOVE POST-AMOUNT TO JRNL-CREDIT
045100         PERFORM WRITE-JOURNAL-RECORD
045200     ELSE
045300         COMPUTE POST-AMOUNT = ZERO - ACCRUAL-CHANGE
045400         PERFORM INIT-JOURNAL-RECORD
045500         MOVE RBT-INCOME-ACCOUNT TO JRNL-ACCOUNT
045600         MOVE POST-AMOUNT TO JRNL-DEBIT
045700         PERFORM WRITE-JOURNAL-RECORD
045800         PERFORM INIT-JOURNAL-RECORD
045900         MOVE RBT-RECEIVABLE-ACCOUNT TO JRNL-ACCOUNT
046000         MOVE POST-AMOUNT TO JRNL-CREDIT
046100         PERFORM WRITE-JOURNAL-RECORD.
046200
046300*---------------------------------
046400* The program is over: what it
046500* earned goes on the vendor
046600* refund file as money owed to
046700* us, logged to the audit trail
046800* the way a refund request keyed
046900* on line is. A program that
047000* earned nothing is simply
047100* closed.
047200*---------------------------------
047300 BILL-THE-REBATE.
047400     IF RBT-ACCRUED > ZEROES
047500         PERFORM OPEN-REBATE-REFUND.
047600     MOVE "B" TO RBT-STATUS.
047700     MOVE RUN-DATE TO RBT-BILLED-DATE.
047800     ADD 1 TO BILLED-COUNT.
047900
048000 OPEN-REBATE-REFUND.
048100     PERFORM ASSIGN-NEXT-REFUND-SEQ.
048200     MOVE SPACE TO REFUND-RECORD.
048300     MOVE RBT-VENDOR TO RFND-VENDOR.
048400     MOVE NEXT-REFUND-SEQ TO RFND-SEQ.
048500     MOVE RUN-DATE TO RFND-REQUEST-DATE.
048600     MOVE RBT-ACCRUED TO RFND-AMOUNT.
048700     MOVE "O" TO RFND-STATUS.
048800     MOVE ZEROES TO RFND-RECEIVED-DATE.
048900     WRITE REFUND-RECORD
049000         INVALID KEY
049100         DISPLAY "ERROR WRITING REFUND RECORD".
049200     MOVE NEXT-REFUND-SEQ TO RBT-REFUND-SEQ.
049300     ADD RBT-ACCRUED TO TOTAL-BILLED.
049400     PERFORM LOG-REFUND-AUDIT.
049500     MOVE "BILLED AS REFUND REQUEST" TO PRINT-NOTE.
049600     MOVE NEXT-REFUND-SEQ TO PRINT-NOTE (26:3).
049700     MOVE RBT-ACCRUED TO PRINT-NOTE-AMOUNT.
049800     MOVE NOTE-LINE TO PRINTER-RECORD.
049900     PERFORM WRITE-TO-PRINTER.
050000
050100 LOG-REFUND-AUDIT.
050200     MOVE ZEROES TO AUDIT-EVENT-VOUCHER-NO.
050300     MOVE RBT-VENDOR TO AUDIT-EVENT-VENDOR-NO.
050400     MOVE "REFNDREQ" TO AUDIT-EVENT-ACTION.
050500     MOVE RUN-DATE TO AUDIT-EVENT-DATE.
050600     MOVE RBT-ACCRUED TO AUDIT-EVENT-AMOUNT.
050700     MOVE SPACE TO AUDIT-EVENT-OPERATOR-ID.
050800     MOVE "REBATE" TO AUDIT-EVENT-OLD-VALUE.
050900     MOVE NEXT-REFUND-SEQ TO AUDIT-EVENT-NEW-VALUE.
051000     PERFORM WRITE-AUDIT-RECORD.
051100
051200 ASSIGN-NEXT-REFUND-SEQ.
051300     MOVE ZEROES TO NEXT-REFUND-SEQ.
051400     MOVE RBT-VENDOR TO RFND-VENDOR.
051500     MOVE ZEROES TO RFND-SEQ.
051600     MOVE "N" TO REFUND-FILE-AT-END.
051700     START REFUND-FILE KEY NOT < RFND-KEY
051800         INVALID KEY
051900         MOVE "Y" TO REFUND-FILE-AT-END.
052000     PERFORM NOTE-NEXT-REFUND-SEQ
052100         UNTIL REFUND-FILE-AT-END = "Y".
052200     ADD 1 TO NEXT-REFUND-SEQ.
052300
052400 NOTE-NEXT-REFUND-SEQ.
052500     READ REFUND-FILE NEXT RECORD
052600         AT END MOVE "Y" TO REFUND-FILE-AT-END.
052700     IF REFUND-FILE-AT-END NOT = "Y"
052800        AND RFND-VENDOR NOT = RBT-VENDOR
052900         MOVE "Y" TO REFUND-FILE-AT-END.
053000     IF REFUND-FILE-AT-END NOT = "Y"
053100         MOVE RFND-SEQ TO NEXT-REFUND-SEQ.
053200
053300*---------------------------------
053400* Report lines.
053500*---------------------------------
053600 PRINT-AGREEMENT-LINE.
053700     IF LINE-COUNT > MAXIMUM-LINES
053800         PERFORM START-NEXT-PAGE.
053900     MOVE RBT-VENDOR TO PRINT-VENDOR.
054000     MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
054100     MOVE RBT-YEAR TO PRINT-YEAR.
054200     MOVE RBT-BASIS TO PRINT-BASIS.
054300     MOVE RBT-SPEND TO PRINT-SPEND.
054400     MOVE RBT-TIER-REACHED TO PRINT-TIER.
054500     MOVE REBATE-RATE TO PRINT-RATE.
054600     MOVE REBATE-TO-NEXT-TIER TO PRINT-TO-NEXT.
054700     MOVE REBATE-EARNED TO PRINT-EARNED.
054800     MOVE ACCRUAL-CHANGE TO PRINT-POSTED.
054900     MOVE DETAIL-LINE TO PRINTER-RECORD.
055000     PERFORM WRITE-TO-PRINTER.
055100
055200 PRINT-REBATE-TOTALS.
055300     PERFORM LINE-FEED.
055400     MOVE "AGREEMENTS / REBATE EARNED" TO PRINT-TOTAL-LABEL.
055500     MOVE AGREEMENT-COUNT TO PRINT-TOTAL-COUNT.
055600     MOVE TOTAL-EARNED TO PRINT-TOTAL-AMOUNT.
055700     MOVE TOTAL-LINE TO PRINTER-RECORD.
055800     PERFORM WRITE-TO-PRINTER.
055900     MOVE "ACCRUAL POSTED THIS RUN" TO PRINT-TOTAL-LABEL.
056000     MOVE JOURNAL-RECORD-COUNT TO PRINT-TOTAL-COUNT.
056100     MOVE TOTAL-POSTED TO PRINT-TOTAL-AMOUNT.
056200     MOVE TOTAL-LINE TO PRINTER-RECORD.
056300     PERFORM WRITE-TO-PRINTER.
056400     MOVE "BILLED TO VENDORS" TO PRINT-TOTAL-LABEL.
056500     MOVE BILLED-COUNT TO PRINT-TOTAL-COUNT.
056600     MOVE TOTAL-BILLED TO PRINT-TOTAL-AMOUNT.
056700     MOVE TOTAL-LINE TO PRINTER-RECORD.
056800     PERFORM WRITE-TO-PRINTER.
056900
057000*---------------------------------
057100* File I-O routines.
057200*---------------------------------
057300 READ-VENDOR-RECORD.
057400     MOVE "Y" TO VENDOR-RECORD-FOUND.
057500     READ VENDOR-FILE RECORD
057600         INVALID KEY
057700         MOVE "N" TO VENDOR-RECORD-FOUND.
057800     IF VENDOR-RECORD-FOUND = "N"
057900         MOVE "*NOT ON FILE*" TO VENDOR-NAME
058000         MOVE ZEROES TO VENDOR-COMPANY.
058100
058200 REWRITE-REBATE-RECORD.
058300     REWRITE REBATE-RECORD
058400         INVALID KEY
058500         DISPLAY "ERROR REWRITING REBATE AGREEMENT "
058600                 RBT-VENDOR "-" RBT-YEAR.
058700
058800*---------------------------------
058900* Journal record routines -
059000* the same layout the AP
059100* extract writes, appended
059200* behind it, and mirrored to
059300* the permanent history
059400* under this run's batch
059500* number.
059600*---------------------------------
059700 INIT-JOURNAL-RECORD.
059800     MOVE SPACE TO JOURNAL-RECORD.
059900     MOVE RUN-DATE TO JRNL-DATE.
060000     MOVE ZEROES TO JRNL-VOUCHER-NO.
060100     MOVE ZEROES TO JRNL-CHECK-NO.
060200     MOVE VENDOR-COMPANY-WORK TO JRNL-COMPANY.
060300     MOVE "AP-RBT" TO JRNL-SOURCE.
060400     MOVE ZEROES TO JRNL-DEBIT JRNL-CREDIT.
060500
060600 WRITE-JOURNAL-RECORD.
060700     WRITE JOURNAL-RECORD.
060800     ADD 1 TO JOURNAL-RECORD-COUNT.
060900     ADD JRNL-DEBIT TO JOURNAL-DEBIT-TOTAL.
061000     ADD JRNL-CREDIT TO JOURNAL-CREDIT-TOTAL.
061100     MOVE SPACE TO JOURNAL-HISTORY-RECORD.
061200     MOVE RUN-BATCH-NO TO JHST-BATCH-NO.
061300     MOVE RUN-DATE TO JHST-EXTRACT-DATE.
061400     MOVE JRNL-DATE TO JHST-DATE.
061500     MOVE JRNL-ACCOUNT TO JHST-ACCOUNT.
061600     MOVE JRNL-VOUCHER-NO TO JHST-VOUCHER-NO.
061700     MOVE JRNL-CHECK-NO TO JHST-CHECK-NO.
061800     MOVE JRNL-SOURCE TO JHST-SOURCE.
061900     MOVE JRNL-DEBIT TO JHST-DEBIT.
062000     MOVE JRNL-CREDIT TO JHST-CREDIT.
062100     MOVE JRNL-COMPANY TO JHST-COMPANY.
062200     WRITE JOURNAL-HISTORY-RECORD.
062300
062400 GET-NEXT-BATCH-NUMBER.
062500     OPEN INPUT JOURNAL-CTL-FILE.
062600     MOVE "N" TO JCTL-AT-END.
062700     READ JOURNAL-CTL-FILE
062800         AT END MOVE "Y" TO JCTL-AT-END.
062900     CLOSE JOURNAL-CTL-FILE.
063000     IF JCTL-AT-END = "Y"
063100         MOVE 1 TO JCTL-NEXT-BATCH.
063200     MOVE JCTL-NEXT-BATCH TO RUN-BATCH-NO.
063300
063400 SAVE-NEXT-BATCH-NUMBER.
063500     COMPUTE JCTL-NEXT-BATCH = RUN-BATCH-NO + 1.
063600     OPEN OUTPUT JOURNAL-CTL-FILE.
063700     WRITE JOURNAL-CTL-RECORD.
063800     CLOSE JOURNAL-CTL-FILE.
063900
064000*---------------------------------
064100* Printer I-O routines.
064200*---------------------------------
064300 WRITE-TO-PRINTER.
064400     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
064500     ADD 1 TO LINE-COUNT.
064600
064700 LINE-FEED.
064800     MOVE SPACE TO PRINTER-RECORD.
064900     PERFORM WRITE-TO-PRINTER.
065000
065100 START-NEXT-PAGE.
065200     PERFORM END-LAST-PAGE.
065300     PERFORM START-NEW-PAGE.
065400
065500 START-NEW-PAGE.
065600     ADD 1 TO PAGE-NUMBER.
065700     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
065800     MOVE TITLE-LINE TO PRINTER-RECORD.
065900     PERFORM WRITE-TO-PRINTER.
066000     PERFORM LINE-FEED.
066100     MOVE COLUMN-LINE TO PRINTER-RECORD.
066200     PERFORM WRITE-TO-PRINTER.
066300     PERFORM LINE-FEED.
066400
066500 END-LAST-PAGE.
066600     PERFORM FORM-FEED.
066700     MOVE ZERO TO LINE-COUNT.
066800
066900 FORM-FEED.
067000     MOVE SPACE TO PRINTER-RECORD.
067100     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
067200
067300*---------------------------------
067400* Utility routines.
067500*---------------------------------
067600     COPY "PLDATE01.CBL".
067700     COPY "PLAUDIT01.CBL".
067800     COPY "PLRBT01.CBL".

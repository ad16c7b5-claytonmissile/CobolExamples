000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ERSRUN01.
000300*---------------------------------
000400* Nightly evaluated receipt
000500* settlement.
000600*
000700* A vendor flagged for ERS does
000800* not invoice us; what the dock
000900* received is what we pay. Each
001000* receipt not yet settled, on an
001100* open PO with such a vendor, is
001200* turned into a voucher at the
001300* PO terms - the receipt amount,
001400* an invoice number made of the
001500* PO number and receipt
001600* sequence, the due date from
001700* the vendor defaults - the PO
001800* is relieved, and the receipt
001900* is marked with the voucher
002000* that settled it. The voucher
002100* goes through the approval
002200* threshold like any other.
002300*
002400* A self-billing notice is
002500* printed for each vendor,
002600* listing the receipts settled
002700* and the reference we paid them
002800* under, so the vendor can post
002900* the payment and knows not to
003000* invoice them. An invoice that
003100* turns up anyway is caught as a
003200* duplicate at voucher entry.
003300*
003400* A receipt that would take the
003500* PO over its amount is left
003600* for voucher entry to match by
003700* hand.
003800*---------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200
004300     COPY "SLRCPT.CBL".
004400
004500     COPY "SLPO.CBL".
004600
004700     COPY "SLVND02.CBL".
004800
004900     COPY "SLVDFLT.CBL".
005000
005100     COPY "SLVOUCH.CBL".
005200
005300     COPY "SLVCHARC.CBL".
005400
005500     COPY "SLVNOCTL.CBL".
005600
005700     COPY "SLDIST.CBL".
005800
005900     COPY "SLPERIOD.CBL".
006000
006100     COPY "SLAPCTL.CBL".
006200
006300     COPY "SLDCTL.CBL".
006400
006500     COPY "SLAUDIT.CBL".
006600
006700     COPY "SLOPER.CBL".
006800
006900     COPY "SLUPDJ.CBL".
007000
007100     COPY "SLCOMP.CBL".
007200
007300     COPY "SLSONLOG.CBL".
007400
007500     COPY "SLSESS.CBL".
007600
007700     SELECT NOTICE-WORK-FILE
007800         ASSIGN TO "ERSWORK"
007900         ORGANIZATION IS SEQUENTIAL.
008000
008100     SELECT NOTICE-FILE
008200         ASSIGN TO "ERSNOTE"
008300         ORGANIZATION IS SEQUENTIAL.
008400
008500     SELECT SORT-FILE
008600         ASSIGN TO "SORT".
008700
008800     SELECT PRINTER-FILE
008900         ASSIGN TO PRINTER
009000         ORGANIZATION IS LINE SEQUENTIAL.
009100
009200 DATA DIVISION.
009300 FILE SECTION.
009400
009500     COPY "FDRCPT.CBL".
009600
009700     COPY "FDPO.CBL".
009800
009900     COPY "FDVND04.CBL".
010000
010100     COPY "FDVDFLT.CBL".
010200
010300     COPY "FDVOUCH.CBL".
010400
010500     COPY "FDVCHARC.CBL".
010600
010700     COPY "FDVNOCTL.CBL".
010800
010900     COPY "FDDIST.CBL".
011000
011100     COPY "FDPERIOD.CBL".
011200
011300     COPY "FDAPCTL.CBL".
011400
011500     COPY "FDDCTL.CBL".
011600
011700     COPY "FDAUDIT.CBL".
011800
011900     COPY "FDOPER.CBL".
012000
012100     COPY "FDUPDJ.CBL".
012200
012300     COPY "FDCOMP.CBL".
012400
012500     COPY "FDSONLOG.CBL".
012600
012700     COPY "FDSESS.CBL".
012800
012900*---------------------------------
013000* One record per receipt
013100* settled, written as the
013200* vouchers are made and sorted
013300* by vendor for the notices.
013400*---------------------------------
013500 FD  NOTICE-WORK-FILE
013600     LABEL RECORDS ARE STANDARD.
013700 01  NOTICE-WORK-RECORD.
013800     05  ERSW-VENDOR           PIC 9(5).
013900     05  ERSW-PO-NUMBER        PIC X(10).
014000     05  ERSW-RCPT-SEQ         PIC 9(3).
014100     05  ERSW-RCPT-DATE        PIC 9(8).
014200     05  ERSW-AMOUNT           PIC S9(8)V99.
014300     05  ERSW-INVOICE          PIC X(15).
014400     05  ERSW-VOUCHER          PIC 9(5).
014500     05  ERSW-DUE              PIC 9(8).
014600
014700 FD  NOTICE-FILE
014800     LABEL RECORDS ARE STANDARD.
014900 01  NOTICE-RECORD.
015000     05  ERSN-VENDOR           PIC 9(5).
015100     05  ERSN-PO-NUMBER        PIC X(10).
015200     05  ERSN-RCPT-SEQ         PIC 9(3).
015300     05  ERSN-RCPT-DATE        PIC 9(8).
015400     05  ERSN-AMOUNT           PIC S9(8)V99.
015500     05  ERSN-INVOICE          PIC X(15).
015600     05  ERSN-VOUCHER          PIC 9(5).
015700     05  ERSN-DUE              PIC 9(8).
015800
015900 SD  SORT-FILE.
016000
016100 01  SORT-RECORD.
016200     05  SORT-VENDOR           PIC 9(5).
016300     05  SORT-PO-NUMBER        PIC X(10).
016400     05  SORT-RCPT-SEQ         PIC 9(3).
016500     05  SORT-RCPT-DATE        PIC 9(8).
016600     05  SORT-AMOUNT           PIC S9(8)V99.
016700     05  SORT-INVOICE          PIC X(15).
016800     05  SORT-VOUCHER          PIC 9(5).
016900     05  SORT-DUE              PIC 9(8).
017000
017100 FD  PRINTER-FILE
017200     LABEL RECORDS ARE OMITTED.
017300 01  PRINTER-RECORD             PIC X(80).
017400
017500 WORKING-STORAGE SECTION.
017600
017700 77  OK-TO-PROCESS           PIC X.
017800 77  RECEIPT-FILE-AT-END     PIC X.
017900 77  NOTICE-FILE-AT-END      PIC X.
018000 77  APCTL-FILE-AT-END       PIC X.
018100 77  PO-RECORD-FOUND         PIC X.
018200 77  VENDOR-RECORD-FOUND     PIC X.
018300 77  DFLT-RECORD-FOUND       PIC X.
018400 77  RECEIPT-IS-SETTLEABLE   PIC X.
018500
018600 77  RUN-DATE                PIC 9(8).
018700 77  NEXT-VOUCHER-NUMBER     PIC 9(5).
018800 77  POOL-CANDIDATE          PIC 9(5).
018900 77  POOL-TRY-COUNT          PIC 9(5).
019000 77  VNOCTL-AT-END           PIC X.
019100 77  FREE-NUMBER-FOUND       PIC X.
019200 77  CANDIDATE-IS-TAKEN      PIC X.
019300
019400 77  PO-REMAINING-AMOUNT     PIC S9(8)V99.
019500
019600 77  SETTLED-COUNT           PIC 9(4)      VALUE ZEROES.
019700 77  SETTLED-TOTAL           PIC S9(8)V99  VALUE ZEROES.
019800 77  HELD-BACK-COUNT         PIC 9(4)      VALUE ZEROES.
019900 77  NOTICE-COUNT            PIC 9(4)      VALUE ZEROES.
020000
020100*---------------------------------
020200* Control break on the sorted
020300* notice file.
020400*---------------------------------
020500 77  SAVE-VENDOR             PIC 9(5).
020600 77  VENDOR-NOTICE-COUNT     PIC 9(4).
020700 77  VENDOR-NOTICE-TOTAL     PIC S9(8)V99.
020800
020900 77  LINE-COUNT              PIC 999   VALUE ZERO.
021000 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
021100 77  MAXIMUM-LINES           PIC 999   VALUE 55.
021200
021300 01  DETAIL-LINE.
021400     05  PRINT-PO-NUMBER   PIC X(10).
021500     05  FILLER            PIC X(1)  VALUE SPACE.
021600     05  PRINT-RCPT-SEQ    PIC ZZ9.
021700     05  FILLER            PIC X(2)  VALUE SPACE.
021800     05  PRINT-RCPT-DATE   PIC Z9/99/9999.
021900     05  FILLER            PIC X(2)  VALUE SPACE.
022000     05  PRINT-INVOICE     PIC X(15).
022100     05  FILLER            PIC X(1)  VALUE SPACE.
022200     05  PRINT-VOUCHER     PIC Z(4)9.
022300     05  FILLER            PIC X(1)  VALUE SPACE.
022400     05  PRINT-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
022500     05  FILLER            PIC X(2)  VALUE SPACE.
022600     05  PRINT-DUE-DATE    PIC Z9/99/9999.
022700
022800 01  COLUMN-LINE.
022900     05  FILLER         PIC X(11) VALUE "PO NUMBER".
023000     05  FILLER         PIC X(5)  VALUE "RCPT".
023100     05  FILLER         PIC X(12) VALUE "RECEIVED".
023200     05  FILLER         PIC X(16) VALUE "OUR REFERENCE".
023300     05  FILLER         PIC X(9)  VALUE "VOUCHER".
023400     05  FILLER         PIC X(12) VALUE "AMOUNT".
023500     05  FILLER         PIC X(8)  VALUE "DUE".
023600
023700 01  VENDOR-TOTAL-LINE.
023800     05  FILLER            PIC X(22) VALUE SPACE.
023900     05  FILLER            PIC X(18)
024000         VALUE "RECEIPTS SETTLED:".
024100     05  PRINT-NOTICE-COUNT PIC ZZZ9.
024200     05  FILLER            PIC X(4)  VALUE SPACE.
024300     05  PRINT-NOTICE-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
024400
024500*---------------------------------
024600* The legal entity paying, at
024700* the top of every notice.
024800*---------------------------------
024900 01  COMPANY-HEAD-LINE.
025000     05  PRINT-COMP-NAME   PIC X(30).
025100     05  FILLER            PIC X(9)
025200         VALUE "  COMPANY".
025300     05  FILLER            PIC X(1)  VALUE SPACE.
025400     05  PRINT-COMP-CODE   PIC Z9.
025500
025600 01  TITLE-LINE.
025700     05  FILLER              PIC X(24) VALUE SPACE.
025800     05  FILLER              PIC X(19)
025900         VALUE "SELF-BILLING NOTICE".
026000     05  FILLER              PIC X(23) VALUE SPACE.
026100     05  FILLER              PIC X(5) VALUE "PAGE:".
026200     05  FILLER              PIC X(1) VALUE SPACE.
026300     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
026400
026500 01  RUN-DATE-LINE.
026600     05  FILLER              PIC X(12) VALUE "NOTICE DATE:".
026700     05  FILLER              PIC X(1)  VALUE SPACE.
026800     05  PRINT-RUN-DATE      PIC Z9/99/9999.
026900
027000 01  VENDOR-NAME-LINE.
027100     05  FILLER              PIC X(7)  VALUE "VENDOR".
027200     05  PRINT-VENDOR-NO     PIC Z(4)9.
027300     05  FILLER              PIC X(2)  VALUE SPACE.
027400     05  PRINT-VENDOR-NAME   PIC X(30).
027500
027600 01  VENDOR-ADDRESS-LINE.
027700     05  FILLER              PIC X(14) VALUE SPACE.
027800     05  PRINT-ADDRESS       PIC X(30).
027900
028000 01  VENDOR-CITY-LINE.
028100     05  FILLER              PIC X(14) VALUE SPACE.
028200     05  PRINT-CITY          PIC X(20).
028300     05  FILLER              PIC X(1)  VALUE SPACE.
028400     05  PRINT-STATE         PIC X(2).
028500     05  FILLER              PIC X(2)  VALUE SPACE.
028600     05  PRINT-ZIP           PIC X(10).
028700
028800     COPY "WSCASE01.CBL".
028900
029000     COPY "WSDATE01.CBL".
029100
029200     COPY "WSCONF01.CBL".
029300
029400     COPY "WSPERD01.CBL".
029500
029600     COPY "WSAUDIT01.CBL".
029700
029800     COPY "WSSIGN01.CBL".
029900
030000     COPY "WSCOMP01.CBL".
030100
030200 LINKAGE SECTION.
030300
030400*---------------------------------
030500* Set on exit to the number of
030600* receipts settled, for the
030700* nightly batch driver's control
030800* report.
030900*---------------------------------
031000 01  RETURN-SETTLED-COUNT       PIC 9(5).
031100
031200     COPY "WSBPRM01.CBL".
031300
031400 PROCEDURE DIVISION USING RETURN-SETTLED-COUNT
031500                          BATCH-RUN-PARAMETERS.
031600 PROGRAM-BEGIN.
031700     PERFORM OPENING-PROCEDURE.
031800     PERFORM MAIN-PROCESS.
031900     PERFORM CLOSING-PROCEDURE.
032000     MOVE SETTLED-COUNT TO RETURN-SETTLED-COUNT.
032100
032200 PROGRAM-EXIT.
032300     EXIT PROGRAM.
032400
032500 PROGRAM-DONE.
032600     STOP RUN.
032700
032800 OPENING-PROCEDURE.
032900     OPEN EXTEND UPDATE-JOURNAL-FILE.
033000     OPEN I-O COMPANY-FILE.
033100     OPEN I-O OPERATOR-FILE.
033200     PERFORM LOAD-CONTROL-RECORD.
033300     OPEN I-O RECEIPT-FILE.
033400     OPEN I-O PO-FILE.
033500     OPEN I-O VENDOR-FILE.
033600     OPEN I-O VENDOR-DEFAULTS-FILE.
033700     OPEN I-O VOUCHER-FILE.
033800     OPEN I-O ARCHIVE-FILE.
033900     OPEN I-O DISTRIBUTION-FILE.
034000     OPEN I-O PERIOD-FILE.
034100     OPEN EXTEND AUDIT-FILE.
034200     OPEN OUTPUT PRINTER-FILE.
034300     OPEN EXTEND CONTROL-TOTALS-FILE.
034400
034500 CLOSING-PROCEDURE.
034600     CLOSE UPDATE-JOURNAL-FILE.
034700     CLOSE COMPANY-FILE.
034800     CLOSE OPERATOR-FILE.
034900     CLOSE RECEIPT-FILE.
035000     CLOSE PO-FILE.
035100     CLOSE VENDOR-FILE.
035200     CLOSE VENDOR-DEFAULTS-FILE.
035300     CLOSE VOUCHER-FILE.
035400     CLOSE ARCHIVE-FILE.
035500     CLOSE DISTRIBUTION-FILE.
035600     CLOSE PERIOD-FILE.
035700     CLOSE AUDIT-FILE.
035800     PERFORM END-LAST-PAGE.
035900     CLOSE PRINTER-FILE.
036000     PERFORM POST-SESSION-TOTALS.
036100     CLOSE CONTROL-TOTALS-FILE.
036200
036300*---------------------------------
036400* The approval threshold comes
036500* from the AP control file; an
036600* empty file means approvals
036700* are off.
036800*---------------------------------
036900 LOAD-CONTROL-RECORD.
037000     MOVE ZEROES TO APCTL-APPROVAL-THRESHOLD.
037100     OPEN INPUT APCTL-FILE.
037200     MOVE "N" TO APCTL-FILE-AT-END.
037300     READ APCTL-FILE
037400         AT END MOVE "Y" TO APCTL-FILE-AT-END.
037500     CLOSE APCTL-FILE.
037600     IF APCTL-FILE-AT-END = "Y"
037700         MOVE ZEROES TO APCTL-APPROVAL-THRESHOLD.
037800
037900*---------------------------------
038000* The settled amounts go to the
038100* daily control totals file so
038200* the balancing report still
038300* proves the voucher file ties
038400* out.
038500*---------------------------------
038600 POST-SESSION-TOTALS.
038700     IF SETTLED-COUNT NOT = ZEROES
038800         MOVE "ERSRUN01" TO DCTL-PROGRAM
038900         MOVE SETTLED-TOTAL TO DCTL-ENTERED
039000         MOVE ZEROES TO DCTL-PAID DCTL-ADJUSTED
039100         MOVE SETTLED-COUNT TO DCTL-COUNT
039200         PERFORM POST-CONTROL-TOTALS.
039300
039400 MAIN-PROCESS.
039500     MOVE "N" TO OK-TO-PROCESS.
039600     MOVE "ERSRUN01" TO SIGN-ON-PROGRAM.
039700     IF BRP-ACTIVE = "Y"
039800         PERFORM RUN-FROM-PARAMETERS
039900     ELSE
040000         PERFORM RUN-FROM-THE-CONSOLE.
040100     IF OK-TO-PROCESS = "Y"
040200         PERFORM SETTLE-AND-NOTIFY.
040300
040400 RUN-FROM-THE-CONSOLE.
040500     PERFORM GET-OPERATOR-SIGN-ON.
040600     IF OPERATOR-IS-SIGNED-ON
040700         PERFORM GET-COMPANY-CODE.
040800     IF OPERATOR-IS-SIGNED-ON
040900        AND SIGN-ON-CAN-ENTRY = "Y"
041000         PERFORM CONFIRM-THE-RUN
041100     ELSE
041200     IF OPERATOR-IS-SIGNED-ON
041300         DISPLAY "YOU ARE NOT AUTHORIZED FOR VOUCHER"
041400         DISPLAY "ENTRY - SETTLEMENT REFUSED".
041500
041600 CONFIRM-THE-RUN.
041700     MOVE "SETTLE ALL OPEN ERS RECEIPTS NOW (Y/N/Q)?"
041800         TO CONFIRM-PROMPT.
041900     PERFORM GET-CONFIRMATION.
042000     IF CONFIRM-IS-YES
042100         MOVE "Y" TO OK-TO-PROCESS.
042200
042300*---------------------------------
042400* Launched by the nightly
042500* driver: the company and
042600* batch operator come from the
042700* parameter record and no
042800* prompt is issued.
042900*---------------------------------
043000 RUN-FROM-PARAMETERS.
043100     MOVE BRP-COMPANY TO SIGN-ON-COMPANY.
043200     MOVE BRP-OPERATOR TO SIGN-ON-BATCH-ID.
043300     MOVE BRP-PASSWORD TO SIGN-ON-BATCH-PASSWORD.
043400     PERFORM GET-UNATTENDED-SIGN-ON.
043500     IF OPERATOR-IS-SIGNED-ON
043600        AND SIGN-ON-CAN-ENTRY = "Y"
043700         PERFORM CHECK-COMPANY-ON-FILE
043800         MOVE "Y" TO OK-TO-PROCESS
043900     ELSE
044000     IF OPERATOR-IS-SIGNED-ON
044100         DISPLAY "BATCH OPERATOR IS NOT AUTHORIZED FOR"
044200         DISPLAY "VOUCHER ENTRY - SETTLEMENT SKIPPED".
044300
044400*---------------------------------
044500* Settle first, then sort what
044600* was settled by vendor and
044700* print one notice per vendor.
044800*---------------------------------
044900 SETTLE-AND-NOTIFY.
045000     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
045100     OPEN OUTPUT NOTICE-WORK-FILE.
045200     PERFORM SETTLE-ALL-RECEIPTS.
045300     CLOSE NOTICE-WORK-FILE.
045400     PERFORM SORT-NOTICES-BY-VENDOR.
045500     PERFORM PRINT-ALL-NOTICES.
045600     DISPLAY "ERS RECEIPTS SETTLED: " SETTLED-COUNT.
045700     DISPLAY "SELF-BILLING NOTICES:  " NOTICE-COUNT.
045800     IF HELD-BACK-COUNT NOT = ZEROES
045900         DISPLAY "RECEIPTS OVER THEIR PO, LEFT TO MATCH BY HAND: "
046000                 HELD-BACK-COUNT.
046100
046200 SETTLE-ALL-RECEIPTS.
046300     MOVE "N" TO RECEIPT-FILE-AT-END.
046400     MOVE LOW-VALUES TO RCPT-KEY.
046500     START RECEIPT-FILE KEY NOT < RCPT-KEY
046600         INVALID KEY
046700         MOVE "Y" TO RECEIPT-FILE-AT-END.
046800     PERFORM SETTLE-NEXT-RECEIPT
046900         UNTIL RECEIPT-FILE-AT-END = "Y".
047000
047100 SETTLE-NEXT-RECEIPT.
047200     READ RECEIPT-FILE NEXT RECORD
047300         AT END MOVE "Y" TO RECEIPT-FILE-AT-END.
047400     IF RECEIPT-FILE-AT-END NOT = "Y"
047500        AND RCPT-VOUCHER = ZEROES
047600        AND RCPT-AMOUNT > ZEROES
047700         PERFORM CHECK-RECEIPT-SETTLEABLE
047800         IF RECEIPT-IS-SETTLEABLE = "Y"
047900             PERFORM SETTLE-ONE-RECEIPT.
048000
048100*---------------------------------
048200* Only a receipt on an open PO
048300* with an active ERS vendor is
048400* settled. One that would take
048500* the PO past its amount is an
048600* over-shipment for a person to
048700* look at.
048800*---------------------------------
048900 CHECK-RECEIPT-SETTLEABLE.
049000     MOVE "N" TO RECEIPT-IS-SETTLEABLE.
049100     MOVE RCPT-PO-NUMBER TO PO-NUMBER.
049200     PERFORM READ-PO-RECORD.
049300     IF PO-RECORD-FOUND = "Y"
049400        AND PO-IS-OPEN
049500         MOVE PO-VENDOR TO VENDOR-NUMBER
049600         PERFORM READ-VENDOR-RECORD
049700         IF VENDOR-RECORD-FOUND = "Y"
049800            AND VENDOR-IS-ERS
049900            AND NOT VENDOR-IS-INACTIVE
050000             PERFORM CHECK-RECEIPT-AGAINST-PO.
050100
050200 CHECK-RECEIPT-AGAINST-PO.
050300     COMPUTE PO-REMAINING-AMOUNT =
050400         PO-AMOUNT - PO-RELIEVED-AMOUNT.
050500     IF RCPT-AMOUNT > PO-REMAINING-AMOUNT
050550        OR RCPT-AMOUNT > 999999.99
050600         ADD 1 TO HELD-BACK-COUNT
050700         DISPLAY "RECEIPT " RCPT-PO-NUMBER "-" RCPT-SEQ
050800                 " IS MORE THAN THE PO HAS LEFT - NOT SETTLED"
050900     ELSE
051000         MOVE "Y" TO RECEIPT-IS-SETTLEABLE.
051100
051200 SETTLE-ONE-RECEIPT.
051300     PERFORM FIND-NEXT-VOUCHER-NUMBER.
051400     IF FREE-NUMBER-FOUND = "N"
051500         DISPLAY "NO FREE VOUCHER NUMBERS LEFT -"
051600         DISPLAY "SETTLEMENT STOPPED"
051700         MOVE "Y" TO RECEIPT-FILE-AT-END
051800     ELSE
051900         PERFORM BUILD-ERS-VOUCHER
052000         PERFORM WRITE-VOUCHER-RECORD
052100         PERFORM WRITE-ERS-DISTRIBUTION
052200         PERFORM LOG-VOUCHER-ENTRY
052300         PERFORM RELIEVE-PO-BALANCE
052400         PERFORM MARK-RECEIPT-SETTLED
052500         PERFORM WRITE-NOTICE-WORK
052600         ADD 1 TO SETTLED-COUNT
052700         ADD VOUCHER-BASE-AMOUNT TO SETTLED-TOTAL.
052800
052900*---------------------------------
053000* The voucher carries the PO
053100* terms: the receipt is the
053200* invoice, dated the day the
053300* goods arrived (today when that
053400* period is already closed), due
053500* and categorized from the
053600* vendor defaults, discounted at
053700* the vendor's standing terms.
053800*---------------------------------
053900 BUILD-ERS-VOUCHER.
054000     PERFORM READ-VENDOR-DEFAULTS.
054100     MOVE SPACE TO VOUCHER-RECORD.
054200     MOVE NEXT-VOUCHER-NUMBER TO VOUCHER-NUMBER.
054300     MOVE PO-VENDOR TO VOUCHER-VENDOR.
054400     STRING RCPT-PO-NUMBER DELIMITED BY SPACE
054500            "-"            DELIMITED BY SIZE
054600            RCPT-SEQ       DELIMITED BY SIZE
054700       INTO VOUCHER-INVOICE.
054800     MOVE "EVALUATED RECEIPT SETTLEMENT" TO VOUCHER-FOR.
054900     MOVE RCPT-AMOUNT TO VOUCHER-AMOUNT.
055000     MOVE RCPT-AMOUNT TO VOUCHER-BASE-AMOUNT.
055100     MOVE PO-NUMBER TO VOUCHER-PO-NUMBER.
055200     MOVE PO-CATEGORY TO VOUCHER-CATEGORY.
055300     IF VOUCHER-CATEGORY = ZEROES
055400        AND DFLT-RECORD-FOUND = "Y"
055500         MOVE DFLT-CATEGORY TO VOUCHER-CATEGORY.
055600     MOVE "Y" TO VOUCHER-DEDUCTIBLE.
055700     IF DFLT-RECORD-FOUND = "Y"
055800        AND DFLT-DEDUCTIBLE = "Y" OR "N"
055900         MOVE DFLT-DEDUCTIBLE TO VOUCHER-DEDUCTIBLE.
056000     MOVE "N" TO VOUCHER-SELECTED.
056100     MOVE "USD" TO VOUCHER-CURRENCY-CODE.
056200     MOVE 1.0000 TO VOUCHER-FX-RATE.
056300     MOVE ZEROES TO VOUCHER-PAID-AMOUNT
056400                    VOUCHER-PAID-DATE
056500                    VOUCHER-CHECK-NO
056600                    VOUCHER-PAY-AMOUNT
056700                    VOUCHER-DISC-PERCENT
056800                    VOUCHER-DISC-DATE
056900                    VOUCHER-DISC-TAKEN
057000                    VOUCHER-TAX-BASIS
057100                    VOUCHER-USE-TAX
057200                    VOUCHER-RETAINAGE-PCT
057300                    VOUCHER-RETAINED-AMOUNT
057400                    VOUCHER-FX-GAIN-LOSS
057500                    VOUCHER-CANCEL-DATE
057600                    VOUCHER-CANCEL-AMOUNT
057700                    VOUCHER-EMPLOYEE
057800                    VOUCHER-SERVICE-FROM
057900                    VOUCHER-SERVICE-TO.
058000     MOVE RUN-DATE TO VOUCHER-ENTERED-DATE.
058100     MOVE "N" TO VOUCHER-TAXABLE.
058200     PERFORM SET-APPROVAL-STATUS.
058300     MOVE "N" TO VOUCHER-HOLD-FLAG.
058400     MOVE SPACE TO VOUCHER-HOLD-REASON.
058500     MOVE SIGN-ON-COMPANY TO VOUCHER-COMPANY.
058600
058700     MOVE RCPT-DATE TO EDIT-PERIOD-DATE.
058800     PERFORM CHECK-PERIOD-OPEN.
058900     IF PERIOD-DATE-IS-OPEN = "Y"
059000         MOVE RCPT-DATE TO VOUCHER-DATE
059100     ELSE
059200         MOVE RUN-DATE TO VOUCHER-DATE.
059300
059400     MOVE VOUCHER-DATE TO VOUCHER-DUE.
059500     IF DFLT-RECORD-FOUND = "Y"
059600        AND DFLT-DUE-DAYS NOT = ZEROES
059700         COMPUTE VOUCHER-DUE = FUNCTION DATE-OF-INTEGER(
059800             FUNCTION INTEGER-OF-DATE(VOUCHER-DATE)
059900             + DFLT-DUE-DAYS).
060000
060100     MOVE VENDOR-DISC-PERCENT TO VOUCHER-DISC-PERCENT.
060200     IF VOUCHER-DISC-PERCENT NOT = ZEROES
060300         COMPUTE VOUCHER-DISC-DATE = FUNCTION DATE-OF-INTEGER(
060400             FUNCTION INTEGER-OF-DATE(VOUCHER-DATE)
060500             + VENDOR-DISC-DAYS).
060600
060700*---------------------------------
060800* A settled voucher at or over
060900* the dual-control threshold
061000* waits for a second approval
061100* exactly as a keyed one would.
061200*---------------------------------
061300 SET-APPROVAL-STATUS.
061400     IF APCTL-APPROVAL-THRESHOLD NOT = ZEROES
061500        AND VOUCHER-AMOUNT NOT <
061600            APCTL-APPROVAL-THRESHOLD
061700         MOVE "W" TO VOUCHER-APPROVAL
061800     ELSE
061900         MOVE "A" TO VOUCHER-APPROVAL.
062000
062100*---------------------------------
062200* The whole voucher goes to the
062300* vendor's default expense
062400* account, at its default store
062500* and the PO's project. With no
062600* default account the voucher is
062700* left for distribution at the
062800* screen, as an imported one is.
062900*---------------------------------
063000 WRITE-ERS-DISTRIBUTION.
063100     IF DFLT-RECORD-FOUND = "Y"
063200        AND DFLT-ACCOUNT NUMERIC
063300        AND DFLT-ACCOUNT NOT = ZEROES
063400         PERFORM BUILD-ERS-DISTRIBUTION
063500         PERFORM WRITE-DISTRIBUTION-RECORD.
063600
063700 BUILD-ERS-DISTRIBUTION.
063800     MOVE SPACE TO DISTRIBUTION-RECORD.
063900     MOVE VOUCHER-NUMBER TO DIST-VOUCHER-NO.
064000     MOVE 1 TO DIST-LINE-NO.
064100     MOVE DFLT-ACCOUNT TO DIST-ACCOUNT.
064200     MOVE VOUCHER-AMOUNT TO DIST-AMOUNT.
064300     MOVE VOUCHER-COMPANY TO DIST-COMPANY.
064400     MOVE ZEROES TO DIST-STORE.
064500     IF DFLT-STORE NUMERIC
064600         MOVE DFLT-STORE TO DIST-STORE.
064700     MOVE PO-PROJECT TO DIST-PROJECT.
064800
064900 LOG-VOUCHER-ENTRY.
065000     MOVE VOUCHER-NUMBER TO AUDIT-EVENT-VOUCHER-NO.
065100     MOVE VOUCHER-VENDOR TO AUDIT-EVENT-VENDOR-NO.
065200     MOVE "ENTERED" TO AUDIT-EVENT-ACTION.
065300     MOVE RUN-DATE TO AUDIT-EVENT-DATE.
065400     MOVE VOUCHER-AMOUNT TO AUDIT-EVENT-AMOUNT.
065500     MOVE "ERS" TO AUDIT-EVENT-OLD-VALUE.
065600     MOVE VOUCHER-APPROVAL TO AUDIT-EVENT-NEW-VALUE.
065700     PERFORM WRITE-AUDIT-RECORD.
065800
065900*---------------------------------
066000* The PO balance is relieved
066100* once the voucher is safely
066200* on file; a fully relieved
066300* PO closes itself.
066400*---------------------------------
066500 RELIEVE-PO-BALANCE.
066600     ADD VOUCHER-AMOUNT TO PO-RELIEVED-AMOUNT.
066700     IF PO-RELIEVED-AMOUNT NOT < PO-AMOUNT
066800         MOVE "C" TO PO-STATUS.
066900     PERFORM REWRITE-PO-RECORD.
067000
067100 MARK-RECEIPT-SETTLED.
067200     MOVE VOUCHER-NUMBER TO RCPT-VOUCHER.
067300     PERFORM REWRITE-RECEIPT-RECORD.
067400
067500 WRITE-NOTICE-WORK.
067600     MOVE VOUCHER-VENDOR TO ERSW-VENDOR.
067700     MOVE RCPT-PO-NUMBER TO ERSW-PO-NUMBER.
067800     MOVE RCPT-SEQ TO ERSW-RCPT-SEQ.
067900     MOVE RCPT-DATE TO ERSW-RCPT-DATE.
068000     MOVE RCPT-AMOUNT TO ERSW-AMOUNT.
068100     MOVE VOUCHER-INVOICE TO ERSW-INVOICE.
068200     MOVE VOUCHER-NUMBER TO ERSW-VOUCHER.
068300     MOVE VOUCHER-DUE TO ERSW-DUE.
068400     WRITE NOTICE-WORK-RECORD.
068500
068600*---------------------------------
068700* The same pool/live/archive
068800* probe the entry screen
068900* assigns with.
069000*---------------------------------
069100 FIND-NEXT-VOUCHER-NUMBER.
069200     PERFORM LOAD-NUMBER-POOL.
069300     MOVE "N" TO FREE-NUMBER-FOUND.
069400     MOVE ZEROES TO POOL-TRY-COUNT.
069500     PERFORM TRY-NEXT-POOL-NUMBER
069600         UNTIL FREE-NUMBER-FOUND = "Y"
069700            OR POOL-TRY-COUNT > 99998.
069800     IF FREE-NUMBER-FOUND = "Y"
069900         MOVE POOL-CANDIDATE TO NEXT-VOUCHER-NUMBER
070000         PERFORM SAVE-NUMBER-POOL.
070100
070200 TRY-NEXT-POOL-NUMBER.
070300     ADD 1 TO POOL-TRY-COUNT.
070400     ADD 1 TO POOL-CANDIDATE.
070500     IF POOL-CANDIDATE > 99998
070600         MOVE 1 TO POOL-CANDIDATE.
070700     MOVE "Y" TO CANDIDATE-IS-TAKEN.
070800     MOVE POOL-CANDIDATE TO VOUCHER-NUMBER.
070900     READ VOUCHER-FILE RECORD
071000         INVALID KEY
071100         MOVE "N" TO CANDIDATE-IS-TAKEN.
071200     IF CANDIDATE-IS-TAKEN = "N"
071300         MOVE POOL-CANDIDATE TO ARCH-NUMBER
071400         MOVE "Y" TO CANDIDATE-IS-TAKEN
071500         READ ARCHIVE-FILE RECORD
071600             INVALID KEY
071700             MOVE "N" TO CANDIDATE-IS-TAKEN.
071800     IF CANDIDATE-IS-TAKEN = "N"
071900         MOVE "Y" TO FREE-NUMBER-FOUND.
072000
072100 LOAD-NUMBER-POOL.
072200     MOVE ZEROES TO VNOCTL-NEXT.
072300     OPEN INPUT VNOCTL-FILE.
072400     MOVE "N" TO VNOCTL-AT-END.
072500     READ VNOCTL-FILE
072600         AT END MOVE "Y" TO VNOCTL-AT-END.
072700     CLOSE VNOCTL-FILE.
072800     IF VNOCTL-AT-END = "Y"
072900         MOVE ZEROES TO VNOCTL-NEXT.
073000     MOVE VNOCTL-NEXT TO POOL-CANDIDATE.
073100
073200 SAVE-NUMBER-POOL.
073300     MOVE POOL-CANDIDATE TO VNOCTL-NEXT.
073400     OPEN OUTPUT VNOCTL-FILE.
073500     WRITE VNOCTL-RECORD.
073600     CLOSE VNOCTL-FILE.
073700
073800*---------------------------------
073900* Self-billing notices - one
074000* per vendor, starting on a new
074100* page.
074200*---------------------------------
074300 SORT-NOTICES-BY-VENDOR.
074400     SORT SORT-FILE
074500         ON ASCENDING KEY SORT-VENDOR
074600                          SORT-PO-NUMBER
074700                          SORT-RCPT-SEQ
074800          USING NOTICE-WORK-FILE
074900          GIVING NOTICE-FILE.
075000
075100 PRINT-ALL-NOTICES.
075200     OPEN INPUT NOTICE-FILE.
075300     MOVE "N" TO NOTICE-FILE-AT-END.
075400     PERFORM READ-NEXT-NOTICE-RECORD.
075500     PERFORM PRINT-ONE-NOTICE
075600         UNTIL NOTICE-FILE-AT-END = "Y".
075700     CLOSE NOTICE-FILE.
075800
075900 PRINT-ONE-NOTICE.
076000     MOVE ERSN-VENDOR TO SAVE-VENDOR.
076100     MOVE ERSN-VENDOR TO VENDOR-NUMBER.
076200     PERFORM READ-VENDOR-RECORD.
076300     IF VENDOR-RECORD-FOUND = "N"
076400         MOVE SPACE TO VENDOR-RECORD
076500         MOVE ERSN-VENDOR TO VENDOR-NUMBER
076600         MOVE "*** NOT ON FILE ***" TO VENDOR-NAME.
076700     MOVE ZEROES TO VENDOR-NOTICE-COUNT
076800                    VENDOR-NOTICE-TOTAL.
076900     MOVE ZERO TO PAGE-NUMBER.
077000     IF NOTICE-COUNT = ZEROES
077100         PERFORM START-NEW-PAGE
077200     ELSE
077300         PERFORM START-NEXT-PAGE.
077400     ADD 1 TO NOTICE-COUNT.
077500     PERFORM PRINT-NOTICE-LINES
077600         UNTIL NOTICE-FILE-AT-END = "Y"
077700            OR ERSN-VENDOR NOT = SAVE-VENDOR.
077800     PERFORM PRINT-NOTICE-TOTAL.
077900
078000 PRINT-NOTICE-LINES.
078100     PERFORM PRINT-NOTICE-DETAIL.
078200     PERFORM READ-NEXT-NOTICE-RECORD.
078300
078400 PRINT-NOTICE-DETAIL.
078500     IF LINE-COUNT > MAXIMUM-LINES
078600         PERFORM START-NEXT-PAGE.
078700     MOVE SPACE TO DETAIL-LINE.
078800     MOVE ERSN-PO-NUMBER TO PRINT-PO-NUMBER.
078900     MOVE ERSN-RCPT-SEQ TO PRINT-RCPT-SEQ.
079000     MOVE ERSN-RCPT-DATE TO DATE-CCYYMMDD.
079100     PERFORM CONVERT-TO-MMDDCCYY.
079200     MOVE DATE-MMDDCCYY TO PRINT-RCPT-DATE.
079300     MOVE ERSN-INVOICE TO PRINT-INVOICE.
079400     MOVE ERSN-VOUCHER TO PRINT-VOUCHER.
079500     MOVE ERSN-AMOUNT TO PRINT-AMOUNT.
079600     MOVE ERSN-DUE TO DATE-CCYYMMDD.
079700     PERFORM CONVERT-TO-MMDDCCYY.
079800     MOVE DATE-MMDDCCYY TO PRINT-DUE-DATE.
079900     MOVE DETAIL-LINE TO PRINTER-RECORD.
080000     PERFORM WRITE-TO-PRINTER.
080100     ADD 1 TO VENDOR-NOTICE-COUNT.
080200     ADD ERSN-AMOUNT TO VENDOR-NOTICE-TOTAL.
080300
080400 PRINT-NOTICE-TOTAL.
080500     PERFORM LINE-FEED.
080600     MOVE VENDOR-NOTICE-COUNT TO PRINT-NOTICE-COUNT.
080700     MOVE VENDOR-NOTICE-TOTAL TO PRINT-NOTICE-AMOUNT.
080800     MOVE VENDOR-TOTAL-LINE TO PRINTER-RECORD.
080900     PERFORM WRITE-TO-PRINTER.
081000     PERFORM LINE-FEED.
081100     MOVE "PAYMENT WILL BE MADE ON THE DUE DATES SHOWN UNDER"
081200         TO PRINTER-RECORD.
081300     PERFORM WRITE-TO-PRINTER.
081400     MOVE "OUR REFERENCE. PLEASE DO NOT INVOICE THESE RECEIPTS."
081500         TO PRINTER-RECORD.
081600     PERFORM WRITE-TO-PRINTER.
081700
081800 READ-NEXT-NOTICE-RECORD.
081900     READ NOTICE-FILE
082000         AT END MOVE "Y" TO NOTICE-FILE-AT-END.
082100
082200*---------------------------------
082300* File I-O routines.
082400*---------------------------------
082500 READ-PO-RECORD.
082600     MOVE "Y" TO PO-RECORD-FOUND.
082700     READ PO-FILE RECORD
082800         INVALID KEY
082900         MOVE "N" TO PO-RECORD-FOUND.
083000
083100 REWRITE-PO-RECORD.
083200     REWRITE PO-RECORD
083300         INVALID KEY
083400         DISPLAY "ERROR REWRITING PO RECORD".
083500
083600 READ-VENDOR-RECORD.
083700     MOVE "Y" TO VENDOR-RECORD-FOUND.
083800     READ VENDOR-FILE RECORD
083900         INVALID KEY
084000         MOVE "N" TO VENDOR-RECORD-FOUND.
084100
084200 READ-VENDOR-DEFAULTS.
084300     MOVE PO-VENDOR TO DFLT-VENDOR.
084400     MOVE "Y" TO DFLT-RECORD-FOUND.
084500     READ VENDOR-DEFAULTS-FILE RECORD
084600         INVALID KEY
084700         MOVE "N" TO DFLT-RECORD-FOUND.
084800
084900 REWRITE-RECEIPT-RECORD.
085000     REWRITE RECEIPT-RECORD
085100         INVALID KEY
085200         DISPLAY "ERROR REWRITING RECEIPT " RCPT-PO-NUMBER
085300                 "-" RCPT-SEQ.
085400
085500 WRITE-VOUCHER-RECORD.
085600     WRITE VOUCHER-RECORD
085700         INVALID KEY
085800         DISPLAY "RECORD ALREADY ON FILE".
085900     MOVE "VOUCHER" TO UPDJ-FILE.
086000     MOVE "W" TO UPDJ-ACTION.
086100     MOVE VOUCHER-RECORD TO UPDJ-IMAGE.
086200     PERFORM WRITE-UPDATE-JOURNAL.
086300
086400 WRITE-DISTRIBUTION-RECORD.
086500     WRITE DISTRIBUTION-RECORD
086600         INVALID KEY
086700         DISPLAY "ERROR WRITING DISTRIBUTION FOR VOUCHER "
086800                 DIST-VOUCHER-NO.
086900
087000*---------------------------------
087100* Printer I-O routines.
087200*---------------------------------
087300 WRITE-TO-PRINTER.
087400     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
087500     ADD 1 TO LINE-COUNT.
087600
087700 LINE-FEED.
087800     MOVE SPACE TO PRINTER-RECORD.
087900     PERFORM WRITE-TO-PRINTER.
088000
088100 START-NEXT-PAGE.
088200     PERFORM END-LAST-PAGE.
088300     PERFORM START-NEW-PAGE.
088400
088500*---------------------------------
088600* Every page of a notice carries
088700* the vendor it is addressed to.
088800*---------------------------------
088900 START-NEW-PAGE.
089000     ADD 1 TO PAGE-NUMBER.
089100     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
089200     MOVE COMP-NAME TO PRINT-COMP-NAME.
089300     MOVE SIGN-ON-COMPANY TO PRINT-COMP-CODE.
089400     MOVE COMPANY-HEAD-LINE TO PRINTER-RECORD.
089500     PERFORM WRITE-TO-PRINTER.
089600     MOVE TITLE-LINE TO PRINTER-RECORD.
089700     PERFORM WRITE-TO-PRINTER.
089800     MOVE RUN-DATE TO DATE-CCYYMMDD.
089900     PERFORM CONVERT-TO-MMDDCCYY.
090000     MOVE DATE-MMDDCCYY TO PRINT-RUN-DATE.
090100     MOVE RUN-DATE-LINE TO PRINTER-RECORD.
090200     PERFORM WRITE-TO-PRINTER.
090300     PERFORM LINE-FEED.
090400     PERFORM PRINT-VENDOR-ADDRESS.
090500     PERFORM LINE-FEED.
090600     MOVE "THE RECEIPTS BELOW HAVE BEEN SETTLED BY EVALUATED"
090700         TO PRINTER-RECORD.
090800     PERFORM WRITE-TO-PRINTER.
090900     MOVE "RECEIPT SETTLEMENT AT YOUR PURCHASE ORDER TERMS."
091000         TO PRINTER-RECORD.
091100     PERFORM WRITE-TO-PRINTER.
091200     PERFORM LINE-FEED.
091300     MOVE COLUMN-LINE TO PRINTER-RECORD.
091400     PERFORM WRITE-TO-PRINTER.
091500     PERFORM LINE-FEED.
091600
091700 PRINT-VENDOR-ADDRESS.
091800     MOVE VENDOR-NUMBER TO PRINT-VENDOR-NO.
091900     MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
092000     MOVE VENDOR-NAME-LINE TO PRINTER-RECORD.
092100     PERFORM WRITE-TO-PRINTER.
092200     MOVE VENDOR-ADDRESS-1 TO PRINT-ADDRESS.
092300     MOVE VENDOR-ADDRESS-LINE TO PRINTER-RECORD.
092400     PERFORM WRITE-TO-PRINTER.
092500     IF VENDOR-ADDRESS-2 NOT = SPACES
092600         MOVE VENDOR-ADDRESS-2 TO PRINT-ADDRESS
092700         MOVE VENDOR-ADDRESS-LINE TO PRINTER-RECORD
092800         PERFORM WRITE-TO-PRINTER.
092900     MOVE VENDOR-CITY TO PRINT-CITY.
093000     MOVE VENDOR-STATE TO PRINT-STATE.
093100     MOVE VENDOR-ZIP TO PRINT-ZIP.
093200     MOVE VENDOR-CITY-LINE TO PRINTER-RECORD.
093300     PERFORM WRITE-TO-PRINTER.
093400
093500 END-LAST-PAGE.
093600     PERFORM FORM-FEED.
093700     MOVE ZERO TO LINE-COUNT.
093800
093900 FORM-FEED.
094000     MOVE SPACE TO PRINTER-RECORD.
094100     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
094200
094300*---------------------------------
094400* Utility routines.
094500*---------------------------------
094600     COPY "PLDATE01.CBL".
094700     COPY "PLCONF01.CBL".
094800     COPY "PLPERD01.CBL".
094900     COPY "PLDCTL01.CBL".
095000     COPY "PLCOMP01.CBL".
095100     COPY "PLAUDIT01.CBL".
095200     COPY "PLSIGN01.CBL".
095300     COPY "PLUPDJ01.CBL".

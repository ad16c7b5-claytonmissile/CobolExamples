000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STXFIL01.
000300*---------------------------------
000400* Monthly sales tax filing.
000500*
000600* For an operator-entered month
000700* and one jurisdiction (or all
000800* of them), totals the taxable
000900* and exempt sales and the tax
001000* due from the day's aggregates
001100* (PLSTAX01, the same figures
001200* the nightly journal booked to
001300* the tax payable account and
001400* STXRPT01 reports) and raises
001500* a voucher to the taxing
001600* authority for the tax, debiting
001700* the payable account. The
001800* month is not filed until the
001900* sales roll has aggregated past
002000* its last day, nor filed twice
002100* while its voucher stands. A
002200* month with no tax due is
002300* recorded with no voucher.
002400*---------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800
002900     COPY "SLTAXJ.CBL".
003000
003100     COPY "SLSTXH.CBL".
003200
003300     COPY "SLSAGG.CBL".
003400
003500     COPY "SLAGCTL.CBL".
003600
003700     COPY "SLSTORE.CBL".
003800
003900     COPY "SLCATG.CBL".
004000
004100     COPY "SLVND02.CBL".
004200
004300     COPY "SLVOUCH.CBL".
004400
004500     COPY "SLVCHARC.CBL".
004600
004700     COPY "SLVNOCTL.CBL".
004800
004900     COPY "SLDIST.CBL".
005000
005100     COPY "SLAUDIT.CBL".
005200
005300     COPY "SLOPER.CBL".
005400
005500     COPY "SLUPDJ.CBL".
005600
005700     COPY "SLSONLOG.CBL".
005800
005900     COPY "SLSESS.CBL".
006000
006100     COPY "SLAPCTL.CBL".
006200
006300     COPY "SLDCTL.CBL".
006400
006500     COPY "SLCOMP.CBL".
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900
007000     COPY "FDTAXJ.CBL".
007100
007200     COPY "FDSTXH.CBL".
007300
007400     COPY "FDSAGG.CBL".
007500
007600     COPY "FDAGCTL.CBL".
007700
007800     COPY "FDSTORE.CBL".
007900
008000     COPY "FDCATG.CBL".
008100
008200     COPY "FDVND04.CBL".
008300
008400     COPY "FDVOUCH.CBL".
008500
008600     COPY "FDVCHARC.CBL".
008700
008800     COPY "FDVNOCTL.CBL".
008900
009000     COPY "FDDIST.CBL".
009100
009200     COPY "FDAUDIT.CBL".
009300
009400     COPY "FDOPER.CBL".
009500
009600     COPY "FDUPDJ.CBL".
009700
009800     COPY "FDSONLOG.CBL".
009900
010000     COPY "FDSESS.CBL".
010100
010200     COPY "FDAPCTL.CBL".
010300
010400     COPY "FDDCTL.CBL".
010500
010600     COPY "FDCOMP.CBL".
010700
010800 WORKING-STORAGE SECTION.
010900
011000 77  TAXJ-FILE-AT-END        PIC X.
011100 77  TAXJ-RECORD-FOUND       PIC X.
011200 77  STXH-RECORD-FOUND       PIC X.
011300 77  AGCTL-AT-END            PIC X.
011400 77  VENDOR-IS-GOOD          PIC X.
011500 77  APCTL-FILE-AT-END       PIC X.
011600 77  VOUCHER-STANDS          PIC X.
011700 77  VOUCHER-RECORD-FOUND    PIC X.
011800 77  OK-TO-FILE              PIC X.
011900 77  PICKED-JURISDICTION     PIC 9(3).
012000 77  STORE-SUB               PIC 999.
012100 77  TODAY-DATE              PIC 9(8).
012200 77  FILED-COUNT             PIC 9(4)  VALUE ZEROES.
012300 77  FILED-VOUCHER-NO        PIC 9(5).
012400 77  FILING-DUE-DATE         PIC 9(8).
012500
012600 77  NEXT-VOUCHER-NUMBER     PIC 9(5).
012700 77  POOL-CANDIDATE          PIC 9(5).
012800 77  POOL-TRY-COUNT          PIC 9(5).
012900 77  VNOCTL-AT-END           PIC X.
013000 77  FREE-NUMBER-FOUND       PIC X.
013100 77  CANDIDATE-IS-TAKEN      PIC X.
013200 77  SESSION-TAX-TOTAL       PIC S9(8)V99  VALUE ZEROES.
013300 77  SESSION-TAX-COUNT       PIC 9(5)      VALUE ZEROES.
013400
013500 01  FILING-PERIOD           PIC 9(6).
013600 01  FILING-PERIOD-FIELDS REDEFINES FILING-PERIOD.
013700     05  FILING-YEAR         PIC 9(4).
013800     05  FILING-MONTH        PIC 9(2).
013900         88  FILING-MONTH-IS-VALID VALUES 01 THRU 12.
014000
014100 01  WORK-PERIOD             PIC 9(6).
014200 01  WORK-PERIOD-FIELDS REDEFINES WORK-PERIOD.
014300     05  WORK-PERIOD-YEAR    PIC 9(4).
014400     05  WORK-PERIOD-MONTH   PIC 9(2).
014500
014600 01  FILING-TOTALS.
014700     05  FILING-TAXABLE      PIC S9(9)V99.
014800     05  FILING-EXEMPT       PIC S9(9)V99.
014900     05  FILING-TAX          PIC S9(7)V99.
015000
015100 01  TAX-INVOICE.
015200     05  FILLER              PIC X(2)  VALUE "ST".
015300     05  TAX-INVOICE-JURIS   PIC 9(3).
015400     05  FILLER              PIC X(1)  VALUE "-".
015500     05  TAX-INVOICE-PERIOD  PIC 9(6).
015600
015700 01  TAX-FOR.
015800     05  FILLER              PIC X(10) VALUE "SALES TAX ".
015900     05  TAX-FOR-NAME        PIC X(20).
016000
016100 01  AMOUNT-DISPLAY          PIC ZZZ,ZZ9.99-.
016200
016300     COPY "WSCASE01.CBL".
016400
016500     COPY "WSDATE01.CBL".
016600
016700     COPY "WSAUDIT01.CBL".
016800
016900     COPY "WSSIGN01.CBL".
017000
017100     COPY "WSCOMP01.CBL".
017200
017300     COPY "WSSTAX01.CBL".
017400
017500 PROCEDURE DIVISION.
017600 PROGRAM-BEGIN.
017700     PERFORM OPENING-PROCEDURE.
017800     MOVE "STXFIL01" TO SIGN-ON-PROGRAM.
017900     PERFORM GET-OPERATOR-SIGN-ON.
018000     IF OPERATOR-IS-SIGNED-ON
018100         PERFORM GET-COMPANY-CODE.
018200     IF OPERATOR-IS-SIGNED-ON
018300        AND SIGN-ON-CAN-ENTRY = "Y"
018400         PERFORM MAIN-PROCESS
018500     ELSE
018600     IF OPERATOR-IS-SIGNED-ON
018700         DISPLAY "YOU ARE NOT AUTHORIZED TO FILE"
018800         DISPLAY "SALES TAX".
018900     PERFORM CLOSING-PROCEDURE.
019000
019100 PROGRAM-EXIT.
019200     EXIT PROGRAM.
019300
019400 PROGRAM-DONE.
019500     STOP RUN.
019600
019700 OPENING-PROCEDURE.
019800     OPEN EXTEND UPDATE-JOURNAL-FILE.
019900     PERFORM LOAD-CONTROL-RECORD.
020000     OPEN I-O COMPANY-FILE.
020100     OPEN I-O TAX-JURISDICTION-FILE.
020200     OPEN I-O SALES-TAX-FILING-FILE.
020300     OPEN INPUT AGGREGATE-FILE.
020400     OPEN INPUT STORE-FILE.
020500     OPEN INPUT CATEGORY-FILE.
020600     OPEN I-O VENDOR-FILE.
020700     OPEN I-O VOUCHER-FILE.
020800     OPEN I-O ARCHIVE-FILE.
020900     OPEN I-O DISTRIBUTION-FILE.
021000     OPEN EXTEND AUDIT-FILE.
021100     OPEN I-O OPERATOR-FILE.
021200     OPEN EXTEND CONTROL-TOTALS-FILE.
021300     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
021400
021500 CLOSING-PROCEDURE.
021600     CLOSE UPDATE-JOURNAL-FILE.
021700     CLOSE COMPANY-FILE.
021800     CLOSE TAX-JURISDICTION-FILE.
021900     CLOSE SALES-TAX-FILING-FILE.
022000     CLOSE AGGREGATE-FILE.
022100     CLOSE STORE-FILE.
022200     CLOSE CATEGORY-FILE.
022300     CLOSE VENDOR-FILE.
022400     CLOSE VOUCHER-FILE.
022500     CLOSE ARCHIVE-FILE.
022600     CLOSE DISTRIBUTION-FILE.
022700     CLOSE AUDIT-FILE.
022800     CLOSE OPERATOR-FILE.
022900     PERFORM POST-SESSION-TOTALS.
023000     CLOSE CONTROL-TOTALS-FILE.
023100
023200*---------------------------------
023300* The approval threshold comes
023400* from the AP control file.
023500*---------------------------------
023600 LOAD-CONTROL-RECORD.
023700     MOVE ZEROES TO APCTL-APPROVAL-THRESHOLD.
023800     OPEN INPUT APCTL-FILE.
023900     MOVE "N" TO APCTL-FILE-AT-END.
024000     READ APCTL-FILE
024100         AT END MOVE "Y" TO APCTL-FILE-AT-END.
024200     CLOSE APCTL-FILE.
024300     IF APCTL-FILE-AT-END = "Y"
024400         MOVE ZEROES TO APCTL-APPROVAL-THRESHOLD.
024500
024600*---------------------------------
024700* The vouchers raised are new
024800* open payables for the daily
024900* control totals.
025000*---------------------------------
025100 POST-SESSION-TOTALS.
025200     IF SESSION-TAX-COUNT NOT = ZEROES
025300         MOVE "STXFIL01" TO DCTL-PROGRAM
025400         MOVE SESSION-TAX-TOTAL TO DCTL-ENTERED
025500         MOVE ZEROES TO DCTL-PAID DCTL-ADJUSTED
025600         MOVE SESSION-TAX-COUNT TO DCTL-COUNT
025700         PERFORM POST-CONTROL-TOTALS.
025800
025900 MAIN-PROCESS.
026000     PERFORM GET-FILING-PERIOD.
026100     PERFORM READ-AGGREGATION-DATE.
026200     IF AGCTL-LAST-AGG-DATE (1:6) NOT > FILING-PERIOD
026300         DISPLAY "SALES HAVE ONLY BEEN AGGREGATED THROUGH "
026400                 AGCTL-LAST-AGG-DATE
026500         DISPLAY "THAT MONTH CANNOT BE FILED YET"
026600     ELSE
026700         PERFORM FILE-THE-MONTH.
026800
026900 FILE-THE-MONTH.
027000     MOVE FILING-PERIOD TO STAX-PERIOD.
027100     PERFORM LOAD-MONTH-SALES-TAX.
027200     DISPLAY "ENTER JURISDICTION TO FILE, OR 0 FOR".
027300     DISPLAY "EVERY JURISDICTION".
027400     ACCEPT PICKED-JURISDICTION.
027500     IF PICKED-JURISDICTION NOT = ZEROES
027600         PERFORM FILE-ONE-JURISDICTION
027700     ELSE
027800         PERFORM FILE-ALL-JURISDICTIONS.
027900     DISPLAY "JURISDICTIONS FILED: " FILED-COUNT.
028000
028100 GET-FILING-PERIOD.
028200     PERFORM ACCEPT-FILING-PERIOD.
028300     PERFORM RE-ACCEPT-FILING-PERIOD
028400         UNTIL FILING-MONTH-IS-VALID.
028500
028600 ACCEPT-FILING-PERIOD.
028700     DISPLAY "ENTER MONTH TO FILE (CCYYMM)".
028800     ACCEPT FILING-PERIOD.
028900
029000 RE-ACCEPT-FILING-PERIOD.
029100     DISPLAY "THAT IS NOT A CCYYMM PERIOD".
029200     PERFORM ACCEPT-FILING-PERIOD.
029300
029400*---------------------------------
029500* The roll must have moved into
029600* a later month, so the month's
029700* last day is in the aggregates.
029800*---------------------------------
029900 READ-AGGREGATION-DATE.
030000     MOVE ZEROES TO AGCTL-LAST-AGG-DATE.
030100     OPEN INPUT AGCTL-FILE.
030200     MOVE "N" TO AGCTL-AT-END.
030300     READ AGCTL-FILE
030400         AT END MOVE "Y" TO AGCTL-AT-END.
030500     CLOSE AGCTL-FILE.
030600     IF AGCTL-AT-END = "Y"
030700         MOVE ZEROES TO AGCTL-LAST-AGG-DATE.
030800
030900 FILE-ONE-JURISDICTION.
031000     MOVE PICKED-JURISDICTION TO TAXJ-CODE.
031100     MOVE "Y" TO TAXJ-RECORD-FOUND.
031200     READ TAX-JURISDICTION-FILE RECORD
031300         INVALID KEY
031400         MOVE "N" TO TAXJ-RECORD-FOUND.
031500     IF TAXJ-RECORD-FOUND = "N"
031600         DISPLAY "NO JURISDICTION WITH THAT CODE"
031700     ELSE
031800         PERFORM FILE-THE-JURISDICTION.
031900
032000 FILE-ALL-JURISDICTIONS.
032100     MOVE "N" TO TAXJ-FILE-AT-END.
032200     MOVE ZEROES TO TAXJ-CODE.
032300     START TAX-JURISDICTION-FILE KEY NOT < TAXJ-CODE
032400         INVALID KEY
032500         MOVE "Y" TO TAXJ-FILE-AT-END.
032600     PERFORM FILE-NEXT-JURISDICTION
032700         UNTIL TAXJ-FILE-AT-END = "Y".
032800
032900 FILE-NEXT-JURISDICTION.
033000     READ TAX-JURISDICTION-FILE NEXT RECORD
033100         AT END MOVE "Y" TO TAXJ-FILE-AT-END.
033200     IF TAXJ-FILE-AT-END NOT = "Y"
033300         PERFORM FILE-THE-JURISDICTION.
033400
033500*---------------------------------
033600* A jurisdiction is filed when
033700* its authority can be paid and
033800* the month is not already filed
033900* on a voucher that still
034000* stands. A filing with no tax
034100* due may be filed again.
034200*---------------------------------
034300 FILE-THE-JURISDICTION.
034400     PERFORM SUM-JURISDICTION-SALES.
034500     MOVE TAXJ-AUTHORITY TO VENDOR-NUMBER.
034600     PERFORM READ-VENDOR-RECORD.
034700     PERFORM READ-FILING-HISTORY.
034800     MOVE "N" TO OK-TO-FILE.
034900     IF VENDOR-IS-GOOD = "N"
035000         DISPLAY "JURISDICTION " TAXJ-CODE " AUTHORITY IS NOT"
035100                 " AN ACTIVE VENDOR - NOT FILED"
035200     ELSE
035300     IF STXH-RECORD-FOUND = "Y"
035400        AND STXH-VOUCHER-NO NOT = ZEROES
035500        AND VOUCHER-STANDS = "Y"
035600         DISPLAY "JURISDICTION " TAXJ-CODE " IS ALREADY FILED"
035700                 " FOR THAT MONTH ON VOUCHER " STXH-VOUCHER-NO
035800     ELSE
035900         MOVE "Y" TO OK-TO-FILE.
036000     IF OK-TO-FILE = "Y"
036100         PERFORM REMIT-THE-TAX.
036200
036300 SUM-JURISDICTION-SALES.
036400     MOVE ZEROES TO FILING-TOTALS.
036500     PERFORM ADD-STORE-SALES
036600         VARYING STORE-SUB FROM 1 BY 1
036700         UNTIL STORE-SUB > 99.
036800
036900 ADD-STORE-SALES.
037000     IF STAX-STORE-JURISDICTION (STORE-SUB) = TAXJ-CODE
037100         ADD STAX-STORE-TAXABLE (STORE-SUB) TO FILING-TAXABLE
037200         ADD STAX-STORE-EXEMPT (STORE-SUB) TO FILING-EXEMPT
037300         ADD STAX-STORE-TAX (STORE-SUB) TO FILING-TAX.
037400
037500*---------------------------------
037600* Only tax due is vouchered; a
037700* month whose returns outran its
037800* sales is recorded with
037900* nothing to remit.
038000*---------------------------------
038100 REMIT-THE-TAX.
038200     MOVE ZEROES TO FILED-VOUCHER-NO FILING-DUE-DATE.
038300     MOVE "Y" TO FREE-NUMBER-FOUND.
038400     IF FILING-TAX > ZERO
038500         PERFORM FIND-NEXT-VOUCHER-NUMBER.
038600     IF FREE-NUMBER-FOUND = "N"
038700         DISPLAY "NO FREE VOUCHER NUMBERS LEFT -"
038800         DISPLAY "JURISDICTION " TAXJ-CODE " NOT FILED"
038900     ELSE
039000         IF FILING-TAX > ZERO
039100             PERFORM BUILD-TAX-VOUCHER
039200             PERFORM WRITE-TAX-LINE
039300             PERFORM WRITE-TAX-AUDIT.
039400     IF FREE-NUMBER-FOUND = "Y"
039500         PERFORM SAVE-FILING-HISTORY
039600         ADD 1 TO FILED-COUNT
039700         MOVE FILING-TAX TO AMOUNT-DISPLAY
039800         DISPLAY "JURISDICTION " TAXJ-CODE " FILED - TAX DUE "
039900                 AMOUNT-DISPLAY
040000         IF FILED-VOUCHER-NO NOT = ZEROES
040100             DISPLAY "   ON VOUCHER " FILED-VOUCHER-NO.
040200
040300 BUILD-TAX-VOUCHER.
040400     MOVE NEXT-VOUCHER-NUMBER TO FILED-VOUCHER-NO.
040500     MOVE SPACE TO VOUCHER-RECORD.
040600     MOVE NEXT-VOUCHER-NUMBER TO VOUCHER-NUMBER.
040700     MOVE TAXJ-AUTHORITY TO VOUCHER-VENDOR.
040800     MOVE TAXJ-CODE TO TAX-INVOICE-JURIS.
040900     MOVE FILING-PERIOD TO TAX-INVOICE-PERIOD.
041000     MOVE TAX-INVOICE TO VOUCHER-INVOICE.
041100     MOVE SPACE TO VOUCHER-PO-NUMBER.
041200     MOVE TAXJ-NAME TO TAX-FOR-NAME.
041300     MOVE TAX-FOR TO VOUCHER-FOR.
041400     MOVE FILING-TAX TO VOUCHER-AMOUNT.
041500     MOVE VOUCHER-AMOUNT TO VOUCHER-BASE-AMOUNT.
041600     MOVE "N" TO VOUCHER-DEDUCTIBLE.
041700     MOVE "N" TO VOUCHER-SELECTED.
041800     MOVE "N" TO VOUCHER-TAXABLE.
041900     MOVE "N" TO VOUCHER-HOLD-FLAG.
042000     MOVE SPACE TO VOUCHER-HOLD-REASON.
042100     PERFORM SET-APPROVAL-STATUS.
042200     MOVE "USD" TO VOUCHER-CURRENCY-CODE.
042300     MOVE 1.0000 TO VOUCHER-FX-RATE.
042400     MOVE ZEROES TO VOUCHER-PAID-AMOUNT
042500                    VOUCHER-PAID-DATE
042600                    VOUCHER-CHECK-NO
042700                    VOUCHER-PAY-AMOUNT
042800                    VOUCHER-DISC-PERCENT
042900                    VOUCHER-DISC-DATE
043000                    VOUCHER-DISC-TAKEN
043100                    VOUCHER-TAX-BASIS
043200                    VOUCHER-USE-TAX
043300                    VOUCHER-RETAINAGE-PCT
043400                    VOUCHER-RETAINED-AMOUNT
043500                    VOUCHER-FX-GAIN-LOSS
043600                    VOUCHER-CANCEL-DATE
043700                    VOUCHER-CANCEL-AMOUNT
043800                    VOUCHER-EMPLOYEE
043900                    VOUCHER-CATEGORY
043925                    VOUCHER-SERVICE-FROM
043950                    VOUCHER-SERVICE-TO.
043975     MOVE FUNCTION CURRENT-DATE(1:8) TO
043987         VOUCHER-ENTERED-DATE.
044000     MOVE SIGN-ON-COMPANY TO VOUCHER-COMPANY.
044100     MOVE TODAY-DATE TO VOUCHER-DATE.
044200     PERFORM BUILD-FILING-DUE-DATE.
044300     MOVE DATE-CCYYMMDD TO VOUCHER-DUE
044400                           FILING-DUE-DATE.
044500     WRITE VOUCHER-RECORD
044600         INVALID KEY
044700         DISPLAY "RECORD ALREADY ON FILE".
044800     MOVE "VOUCHER" TO UPDJ-FILE.
044900     MOVE "W" TO UPDJ-ACTION.
045000     MOVE VOUCHER-RECORD TO UPDJ-IMAGE.
045100     PERFORM WRITE-UPDATE-JOURNAL.
045200
045300*---------------------------------
045400* Due on the jurisdiction's day
045500* of the month after the month
045600* filed, pulled back when that
045700* day does not exist in the
045800* month.
045900*---------------------------------
046000 BUILD-FILING-DUE-DATE.
046100     MOVE FILING-PERIOD TO WORK-PERIOD.
046200     ADD 1 TO WORK-PERIOD-MONTH.
046300     IF WORK-PERIOD-MONTH > 12
046400         MOVE 1 TO WORK-PERIOD-MONTH
046500         ADD 1 TO WORK-PERIOD-YEAR.
046600     MOVE WORK-PERIOD-YEAR TO DATE-YYYY.
046700     MOVE WORK-PERIOD-MONTH TO DATE-MM.
046800     MOVE TAXJ-DUE-DAY TO DATE-DD.
046900     MOVE "N" TO ZERO-DATE-IS-OK.
047000     PERFORM CHECK-DATE.
047100     PERFORM PULL-BACK-DUE-DAY
047200         UNTIL DATE-IS-VALID.
047300
047400 PULL-BACK-DUE-DAY.
047500     SUBTRACT 1 FROM DATE-DD.
047600     PERFORM CHECK-DATE.
047700
047800*---------------------------------
047900* Tax owed is paid as filed;
048000* only the dual-control
048100* threshold can hold it back.
048200*---------------------------------
048300 SET-APPROVAL-STATUS.
048400     IF APCTL-APPROVAL-THRESHOLD NOT = ZEROES
048500        AND VOUCHER-AMOUNT NOT <
048600            APCTL-APPROVAL-THRESHOLD
048700         MOVE "W" TO VOUCHER-APPROVAL
048800         DISPLAY "THIS VOUCHER REQUIRES APPROVAL BEFORE"
048900         DISPLAY "IT CAN BE SELECTED FOR PAYMENT"
049000     ELSE
049100         MOVE "A" TO VOUCHER-APPROVAL.
049200
049300*---------------------------------
049400* The voucher clears the tax the
049500* nightly journal credited to
049600* the payable account.
049700*---------------------------------
049800 WRITE-TAX-LINE.
049900     MOVE NEXT-VOUCHER-NUMBER TO DIST-VOUCHER-NO.
050000     MOVE 1 TO DIST-LINE-NO.
050100     MOVE TAXJ-LIABILITY-ACCOUNT TO DIST-ACCOUNT.
050200     MOVE FILING-TAX TO DIST-AMOUNT.
050300     MOVE ZEROES TO DIST-COMPANY.
050350     MOVE ZEROES TO DIST-STORE.
050375     MOVE SPACES TO DIST-PROJECT.
050400     WRITE DISTRIBUTION-RECORD
050500         INVALID KEY
050600         DISPLAY "DISTRIBUTION LINE ALREADY ON FILE".
050700
050800 WRITE-TAX-AUDIT.
050900     MOVE NEXT-VOUCHER-NUMBER TO AUDIT-EVENT-VOUCHER-NO.
051000     MOVE TAXJ-AUTHORITY TO AUDIT-EVENT-VENDOR-NO.
051100     MOVE "SALESTAX" TO AUDIT-EVENT-ACTION.
051200     MOVE TODAY-DATE TO AUDIT-EVENT-DATE.
051300     MOVE FILING-TAX TO AUDIT-EVENT-AMOUNT.
051400     MOVE SPACE TO AUDIT-EVENT-OLD-VALUE.
051500     MOVE TAX-INVOICE TO AUDIT-EVENT-NEW-VALUE.
051600     PERFORM WRITE-AUDIT-RECORD.
051700     ADD FILING-TAX TO SESSION-TAX-TOTAL.
051800     ADD 1 TO SESSION-TAX-COUNT.
051900
052000*---------------------------------
052100* A month filed again replaces
052200* the filing whose voucher was
052300* cancelled or remitted nothing.
052400*---------------------------------
052500 SAVE-FILING-HISTORY.
052600     MOVE TAXJ-CODE TO STXH-JURISDICTION.
052700     MOVE FILING-PERIOD TO STXH-PERIOD.
052800     MOVE FILING-TAXABLE TO STXH-TAXABLE.
052900     MOVE FILING-EXEMPT TO STXH-EXEMPT.
053000     MOVE FILING-TAX TO STXH-TAX.
053100     MOVE FILED-VOUCHER-NO TO STXH-VOUCHER-NO.
053200     MOVE TODAY-DATE TO STXH-RUN-DATE.
053300     IF STXH-RECORD-FOUND = "Y"
053400         REWRITE SALES-TAX-FILING-RECORD
053500             INVALID KEY
053600             DISPLAY "ERROR REWRITING SALES TAX FILING"
053700     ELSE
053800         WRITE SALES-TAX-FILING-RECORD
053900             INVALID KEY
054000             DISPLAY "ERROR WRITING SALES TAX FILING".
054100
054200*---------------------------------
054300* The same pool/live/archive
054400* probe the entry screen
054500* assigns with.
054600*---------------------------------
054700 FIND-NEXT-VOUCHER-NUMBER.
054800     PERFORM LOAD-NUMBER-POOL.
054900     MOVE "N" TO FREE-NUMBER-FOUND.
055000     MOVE ZEROES TO POOL-TRY-COUNT.
055100     PERFORM TRY-NEXT-POOL-NUMBER
055200         UNTIL FREE-NUMBER-FOUND = "Y"
055300            OR POOL-TRY-COUNT > 99998.
055400     IF FREE-NUMBER-FOUND = "Y"
055500         MOVE POOL-CANDIDATE TO NEXT-VOUCHER-NUMBER
055600         PERFORM SAVE-NUMBER-POOL.
055700
055800 TRY-NEXT-POOL-NUMBER.
055900     ADD 1 TO POOL-TRY-COUNT.
056000     ADD 1 TO POOL-CANDIDATE.
056100     IF POOL-CANDIDATE > 99998
056200         MOVE 1 TO POOL-CANDIDATE.
056300     MOVE "Y" TO CANDIDATE-IS-TAKEN.
056400     MOVE POOL-CANDIDATE TO VOUCHER-NUMBER.
056500     READ VOUCHER-FILE RECORD
056600         INVALID KEY
056700         MOVE "N" TO CANDIDATE-IS-TAKEN.
056800     IF CANDIDATE-IS-TAKEN = "N"
056900         MOVE POOL-CANDIDATE TO ARCH-NUMBER
057000         MOVE "Y" TO CANDIDATE-IS-TAKEN
057100         READ ARCHIVE-FILE RECORD
057200             INVALID KEY
057300             MOVE "N" TO CANDIDATE-IS-TAKEN.
057400     IF CANDIDATE-IS-TAKEN = "N"
057500         MOVE "Y" TO FREE-NUMBER-FOUND.
057600
057700 LOAD-NUMBER-POOL.
057800     MOVE ZEROES TO VNOCTL-NEXT.
057900     OPEN INPUT VNOCTL-FILE.
058000     MOVE "N" TO VNOCTL-AT-END.
058100     READ VNOCTL-FILE
058200         AT END MOVE "Y" TO VNOCTL-AT-END.
058300     CLOSE VNOCTL-FILE.
058400     IF VNOCTL-AT-END = "Y"
058500         MOVE ZEROES TO VNOCTL-NEXT.
058600     MOVE VNOCTL-NEXT TO POOL-CANDIDATE.
058700
058800 SAVE-NUMBER-POOL.
058900     MOVE POOL-CANDIDATE TO VNOCTL-NEXT.
059000     OPEN OUTPUT VNOCTL-FILE.
059100     WRITE VNOCTL-RECORD.
059200     CLOSE VNOCTL-FILE.
059300
059400*---------------------------------
059500* File I-O routines.
059600*---------------------------------
059700 READ-VENDOR-RECORD.
059800     MOVE "Y" TO VENDOR-IS-GOOD.
059900     READ VENDOR-FILE RECORD
060000         INVALID KEY
060100         MOVE "N" TO VENDOR-IS-GOOD.
060200     IF VENDOR-IS-GOOD = "Y"
060300         IF NOT VENDOR-IS-ACTIVE
060400             MOVE "N" TO VENDOR-IS-GOOD.
060500
060600*---------------------------------
060700* The filing already on file for
060800* the month, and whether its
060900* voucher still stands.
061000*---------------------------------
061100 READ-FILING-HISTORY.
061200     MOVE TAXJ-CODE TO STXH-JURISDICTION.
061300     MOVE FILING-PERIOD TO STXH-PERIOD.
061400     MOVE "Y" TO STXH-RECORD-FOUND.
061500     READ SALES-TAX-FILING-FILE RECORD
061600         INVALID KEY
061700         MOVE "N" TO STXH-RECORD-FOUND.
061800     MOVE "N" TO VOUCHER-STANDS.
061900     IF STXH-RECORD-FOUND = "Y"
062000        AND STXH-VOUCHER-NO NOT = ZEROES
062100         PERFORM CHECK-VOUCHER-STANDS.
062200
062300*---------------------------------
062400* A live voucher stands unless
062500* it was cancelled; an archived
062600* one was paid.
062700*---------------------------------
062800 CHECK-VOUCHER-STANDS.
062900     MOVE STXH-VOUCHER-NO TO VOUCHER-NUMBER.
063000     MOVE "Y" TO VOUCHER-RECORD-FOUND.
063100     READ VOUCHER-FILE RECORD
063200         INVALID KEY
063300         MOVE "N" TO VOUCHER-RECORD-FOUND.
063400     IF VOUCHER-RECORD-FOUND = "Y"
063500         IF NOT VOUCHER-IS-CANCELLED
063600             MOVE "Y" TO VOUCHER-STANDS.
063700     IF VOUCHER-RECORD-FOUND = "N"
063800         MOVE STXH-VOUCHER-NO TO ARCH-NUMBER
063900         MOVE "Y" TO VOUCHER-STANDS
064000         READ ARCHIVE-FILE RECORD
064100             INVALID KEY
064200             MOVE "N" TO VOUCHER-STANDS.
064300
064400*---------------------------------
064500* Utility routines.
064600*---------------------------------
064700     COPY "PLCOMP01.CBL".
064800     COPY "PLDATE01.CBL".
064900     COPY "PLAUDIT01.CBL".
065000     COPY "PLSIGN01.CBL".
065100     COPY "PLUPDJ01.CBL".
065200     COPY "PLDCTL01.CBL".
065300     COPY "PLSTAX01.CBL".

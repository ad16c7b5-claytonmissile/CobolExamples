000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EXPAPR01.
000300*---------------------------------
000400* Expense report approval.
000500*
000600* Walks every pending expense
000700* report and shows the signed-on
000800* operator only those whose
000900* employee names them, through
001000* the employee file, as the
001100* approving manager. An approved
001200* report becomes one employee
001300* voucher with a G/L line per
001400* expense account; any open
001500* travel advances the employee
001600* holds are netted first, up to
001700* the report total, with a
001800* credit line to the advance
001900* account. The voucher then pays
002000* through VCHSEL01 and VCHPAY01
002100* like any other.
002200*---------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600
002700     COPY "SLEXPR.CBL".
002800
002900     COPY "SLEMP.CBL".
003000
003100     COPY "SLADV.CBL".
003200
003300     COPY "SLVOUCH.CBL".
003400
003500     COPY "SLVCHARC.CBL".
003600
003700     COPY "SLVNOCTL.CBL".
003800
003900     COPY "SLDIST.CBL".
004000
004100     COPY "SLAUDIT.CBL".
004200
004300     COPY "SLOPER.CBL".
004400
004500     COPY "SLUPDJ.CBL".
004600
004700     COPY "SLSONLOG.CBL".
004800
004900     COPY "SLSESS.CBL".
005000
005100     COPY "SLAPCTL.CBL".
005200
005300     COPY "SLDCTL.CBL".
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700
005800     COPY "FDEXPR.CBL".
005900
006000     COPY "FDEMP.CBL".
006100
006200     COPY "FDADV.CBL".
006300
006400     COPY "FDVOUCH.CBL".
006500
006600     COPY "FDVCHARC.CBL".
006700
006800     COPY "FDVNOCTL.CBL".
006900
007000     COPY "FDDIST.CBL".
007100
007200     COPY "FDAUDIT.CBL".
007300
007400     COPY "FDOPER.CBL".
007500
007600     COPY "FDUPDJ.CBL".
007700
007800     COPY "FDSONLOG.CBL".
007900
008000     COPY "FDSESS.CBL".
008100
008200     COPY "FDAPCTL.CBL".
008300
008400     COPY "FDDCTL.CBL".
008500
008600 WORKING-STORAGE SECTION.
008700
008800 77  EXPR-FILE-AT-END        PIC X.
008900 77  ADV-FILE-AT-END         PIC X.
009000 77  EMP-RECORD-FOUND        PIC X.
009100 77  OPERATOR-IS-APPROVER    PIC X.
009200 77  DECISION-CODE           PIC X.
009300 77  APPROVED-COUNT          PIC 9(4) VALUE ZEROES.
009400 77  REJECTED-COUNT          PIC 9(4) VALUE ZEROES.
009500 77  TODAY-DATE              PIC 9(8).
009600 77  APCTL-FILE-AT-END       PIC X.
009700 77  HOLD-EMP-NAME           PIC X(30).
009800 77  HOLD-EMP-COMPANY        PIC 9(2).
009900 77  LINE-SUB                PIC 99.
010000 77  ACCT-SUB                PIC 99.
010100 77  ACCT-COUNT              PIC 99.
010200 77  ACCT-FOUND              PIC X.
010300 77  LEFT-TO-NET             PIC S9(6)V99.
010400 77  ADV-OPEN-AMOUNT         PIC S9(6)V99.
010500 77  ADV-NET-AMOUNT          PIC S9(6)V99.
010600
010700 77  NEXT-VOUCHER-NUMBER     PIC 9(5).
010800 77  POOL-CANDIDATE          PIC 9(5).
010900 77  POOL-TRY-COUNT          PIC 9(5).
011000 77  VNOCTL-AT-END           PIC X.
011100 77  FREE-NUMBER-FOUND       PIC X.
011200 77  CANDIDATE-IS-TAKEN      PIC X.
011300 77  SESSION-APPROVED-TOTAL  PIC S9(8)V99  VALUE ZEROES.
011400 77  SESSION-APPROVED-COUNT  PIC 9(5)      VALUE ZEROES.
011500
011600*---------------------------------
011700* The report's lines summed by
011800* G/L account - one distribution
011900* line per account.
012000*---------------------------------
012100 01  ACCOUNT-TOTALS.
012200     05  ACCOUNT-TOTAL-ENTRY OCCURS 30 TIMES.
012300         10  ACCT-TOTAL-ACCOUNT  PIC 9(5).
012400         10  ACCT-TOTAL-AMOUNT   PIC S9(6)V99.
012500
012600 01  AMOUNT-DISPLAY          PIC ZZZ,ZZ9.99-.
012700 01  DATE-DISPLAY            PIC Z9/99/9999.
012800
012900 01  REPORT-INVOICE.
013000     05  FILLER              PIC X(8)  VALUE "EXP RPT ".
013100     05  REPORT-INVOICE-NO   PIC 9(6).
013200
013300     COPY "WSCASE01.CBL".
013400
013500     COPY "WSDATE01.CBL".
013600
013700     COPY "WSAUDIT01.CBL".
013800
013900     COPY "WSSIGN01.CBL".
014000
014100 PROCEDURE DIVISION.
014200 PROGRAM-BEGIN.
014300     PERFORM OPENING-PROCEDURE.
014400     MOVE "EXPAPR01" TO SIGN-ON-PROGRAM.
014500     PERFORM GET-OPERATOR-SIGN-ON.
014600     IF OPERATOR-IS-SIGNED-ON
014700        AND (SIGN-ON-CAN-PAYMENT = "Y"
014800          OR SIGN-ON-CAN-ENTRY = "Y")
014900         PERFORM MAIN-PROCESS
015000     ELSE
015100     IF OPERATOR-IS-SIGNED-ON
015200         DISPLAY "YOU ARE NOT AUTHORIZED TO APPROVE EXPENSES".
015300     PERFORM CLOSING-PROCEDURE.
015400
015500 PROGRAM-EXIT.
015600     EXIT PROGRAM.
015700
015800 PROGRAM-DONE.
015900     ACCEPT OMITTED. STOP RUN.
016000
016100 OPENING-PROCEDURE.
016200     OPEN EXTEND UPDATE-JOURNAL-FILE.
016300     PERFORM LOAD-CONTROL-RECORD.
016400     OPEN I-O EXPENSE-REPORT-FILE.
016500     OPEN I-O EMPLOYEE-FILE.
016600     OPEN I-O ADVANCE-FILE.
016700     OPEN I-O VOUCHER-FILE.
016800     OPEN I-O ARCHIVE-FILE.
016900     OPEN I-O DISTRIBUTION-FILE.
017000     OPEN EXTEND AUDIT-FILE.
017100     OPEN I-O OPERATOR-FILE.
017200     OPEN EXTEND CONTROL-TOTALS-FILE.
017300     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
017400
017500 CLOSING-PROCEDURE.
017600     CLOSE UPDATE-JOURNAL-FILE.
017700     CLOSE EXPENSE-REPORT-FILE.
017800     CLOSE EMPLOYEE-FILE.
017900     CLOSE ADVANCE-FILE.
018000     CLOSE VOUCHER-FILE.
018100     CLOSE ARCHIVE-FILE.
018200     CLOSE DISTRIBUTION-FILE.
018300     CLOSE AUDIT-FILE.
018400     CLOSE OPERATOR-FILE.
018500     PERFORM POST-SESSION-TOTALS.
018600     CLOSE CONTROL-TOTALS-FILE.
018700
018800*---------------------------------
018900* The approval threshold and the
019000* advance account come from the
019100* AP control file.
019200*---------------------------------
019300 LOAD-CONTROL-RECORD.
019400     MOVE ZEROES TO APCTL-APPROVAL-THRESHOLD
019500                    APCTL-ADVANCE-ACCOUNT.
019600     OPEN INPUT APCTL-FILE.
019700     MOVE "N" TO APCTL-FILE-AT-END.
019800     READ APCTL-FILE
019900         AT END MOVE "Y" TO APCTL-FILE-AT-END.
020000     CLOSE APCTL-FILE.
020100     IF APCTL-FILE-AT-END = "Y"
020200         MOVE ZEROES TO APCTL-APPROVAL-THRESHOLD
020300                        APCTL-ADVANCE-ACCOUNT.
020400
020500*---------------------------------
020600* The vouchers raised are new
020700* open payables for the daily
020800* control totals.
020900*---------------------------------
021000 POST-SESSION-TOTALS.
021100     IF SESSION-APPROVED-COUNT NOT = ZEROES
021200         MOVE "EXPAPR01" TO DCTL-PROGRAM
021300         MOVE SESSION-APPROVED-TOTAL TO DCTL-ENTERED
021400         MOVE ZEROES TO DCTL-PAID DCTL-ADJUSTED
021500         MOVE SESSION-APPROVED-COUNT TO DCTL-COUNT
021600         PERFORM POST-CONTROL-TOTALS.
021700
021800 MAIN-PROCESS.
021900     PERFORM READ-FIRST-REPORT.
022000     PERFORM REVIEW-ALL-REPORTS
022100         UNTIL EXPR-FILE-AT-END = "Y".
022200     DISPLAY "APPROVED: " APPROVED-COUNT
022300             "  REJECTED: " REJECTED-COUNT.
022400
022500 REVIEW-ALL-REPORTS.
022600     IF EXPR-IS-PENDING
022700         PERFORM CHECK-OPERATOR-IS-APPROVER
022800         IF OPERATOR-IS-APPROVER = "Y"
022900             PERFORM REVIEW-THIS-REPORT.
023000     PERFORM READ-NEXT-REPORT-RECORD.
023100
023200*---------------------------------
023300* Only the employee's own
023400* manager approves - the
023500* manager's employee record
023600* must be active and carry the
023700* signed-on operator's id.
023800*---------------------------------
023900 CHECK-OPERATOR-IS-APPROVER.
024000     MOVE "N" TO OPERATOR-IS-APPROVER.
024100     MOVE EXPR-EMPLOYEE TO EMP-NUMBER.
024200     PERFORM READ-EMP-RECORD.
024300     IF EMP-RECORD-FOUND = "Y"
024400        AND EMP-MANAGER NOT = ZEROES
024500         MOVE EMP-NAME TO HOLD-EMP-NAME
024600         MOVE EMP-COMPANY TO HOLD-EMP-COMPANY
024700         MOVE EMP-MANAGER TO EMP-NUMBER
024800         PERFORM READ-EMP-RECORD
024900         IF EMP-RECORD-FOUND = "Y"
025000            AND EMP-IS-ACTIVE
025100            AND EMP-OPERATOR-ID = AUDIT-EVENT-OPERATOR-ID
025200             MOVE "Y" TO OPERATOR-IS-APPROVER.
025300
025400 REVIEW-THIS-REPORT.
025500     PERFORM DISPLAY-REPORT-FOR-REVIEW.
025600     PERFORM GET-DECISION-CODE.
025700     IF DECISION-CODE = "A"
025800         PERFORM FIND-NEXT-VOUCHER-NUMBER
025900         IF FREE-NUMBER-FOUND = "N"
026000             DISPLAY "NO FREE VOUCHER NUMBERS LEFT -"
026100             DISPLAY "REPORT LEFT PENDING"
026200         ELSE
026300             PERFORM APPROVE-THE-REPORT
026400     ELSE
026500     IF DECISION-CODE = "R"
026600         PERFORM REJECT-THE-REPORT.
026700
026800 DISPLAY-REPORT-FOR-REVIEW.
026900     DISPLAY " ".
027000     DISPLAY "REPORT:   " EXPR-NUMBER
027100             "  ENTERED BY: " EXPR-ENTERED-BY.
027200     DISPLAY "EMPLOYEE: " EXPR-EMPLOYEE " " HOLD-EMP-NAME.
027300     DISPLAY "PURPOSE:  " EXPR-PURPOSE.
027400     PERFORM DISPLAY-ONE-LINE
027500         VARYING LINE-SUB FROM 1 BY 1
027600         UNTIL LINE-SUB > EXPR-LINE-COUNT.
027700     MOVE EXPR-TOTAL TO AMOUNT-DISPLAY.
027800     DISPLAY "REPORT TOTAL:          " AMOUNT-DISPLAY.
027900
028000 DISPLAY-ONE-LINE.
028100     MOVE EXPR-LINE-DATE (LINE-SUB) TO DATE-CCYYMMDD.
028200     PERFORM CONVERT-TO-MMDDCCYY.
028300     MOVE DATE-MMDDCCYY TO DATE-DISPLAY.
028400     MOVE EXPR-LINE-AMOUNT (LINE-SUB) TO AMOUNT-DISPLAY.
028500     DISPLAY LINE-SUB ". " DATE-DISPLAY
028600             " " EXPR-LINE-TYPE (LINE-SUB)
028700             " " EXPR-LINE-DESC (LINE-SUB)
028800             " " AMOUNT-DISPLAY
028900             " RCPT " EXPR-LINE-RECEIPT (LINE-SUB)
029000             " ACCT " EXPR-LINE-ACCOUNT (LINE-SUB).
029100
029200 GET-DECISION-CODE.
029300     PERFORM ACCEPT-DECISION-CODE.
029400     PERFORM RE-ACCEPT-DECISION-CODE
029500         UNTIL DECISION-CODE = "A" OR "R" OR "S".
029600
029700 ACCEPT-DECISION-CODE.
029800     DISPLAY "A = APPROVE, R = REJECT, S = SKIP FOR NOW".
029900     ACCEPT DECISION-CODE.
030000     INSPECT DECISION-CODE
030100       CONVERTING LOWER-ALPHA
030200       TO         UPPER-ALPHA.
030300
030400 RE-ACCEPT-DECISION-CODE.
030500     DISPLAY "YOU MUST ENTER A, R, OR S".
030600     PERFORM ACCEPT-DECISION-CODE.
030700
030800 REJECT-THE-REPORT.
030900     MOVE "R" TO EXPR-STATUS.
031000     MOVE AUDIT-EVENT-OPERATOR-ID TO EXPR-DECIDED-BY.
031100     MOVE TODAY-DATE TO EXPR-DECIDED-DATE.
031200     PERFORM REWRITE-EXPR-RECORD.
031300     MOVE ZEROES TO AUDIT-EVENT-VOUCHER-NO.
031400     MOVE "EXP REJ" TO AUDIT-EVENT-ACTION.
031500     MOVE EXPR-TOTAL TO AUDIT-EVENT-AMOUNT.
031600     PERFORM LOG-DECISION-AUDIT.
031700     ADD 1 TO REJECTED-COUNT.
031800
031900*---------------------------------
032000* Advances are netted first so
032100* the voucher is raised for what
032200* is still owed the employee.
032300* A report wholly covered by
032400* advances still gets its
032500* voucher, at zero, so the
032600* expense lines reach the
032700* ledger; a zero voucher is
032800* never selected for payment.
032900*---------------------------------
033000 APPROVE-THE-REPORT.
033100     PERFORM NET-OPEN-ADVANCES.
033200     PERFORM BUILD-REPORT-VOUCHER.
033300     PERFORM BUILD-REPORT-DISTRIBUTION.
033400     MOVE "A" TO EXPR-STATUS.
033500     MOVE AUDIT-EVENT-OPERATOR-ID TO EXPR-DECIDED-BY.
033600     MOVE TODAY-DATE TO EXPR-DECIDED-DATE.
033700     MOVE NEXT-VOUCHER-NUMBER TO EXPR-VOUCHER-NO.
033800     PERFORM REWRITE-EXPR-RECORD.
033900     MOVE NEXT-VOUCHER-NUMBER TO AUDIT-EVENT-VOUCHER-NO.
034000     MOVE "EXP APPR" TO AUDIT-EVENT-ACTION.
034100     MOVE VOUCHER-AMOUNT TO AUDIT-EVENT-AMOUNT.
034200     PERFORM LOG-DECISION-AUDIT.
034300     ADD VOUCHER-AMOUNT TO SESSION-APPROVED-TOTAL.
034400     ADD 1 TO SESSION-APPROVED-COUNT.
034500     ADD 1 TO APPROVED-COUNT.
034600     DISPLAY "VOUCHER " NEXT-VOUCHER-NUMBER " CREATED".
034700     IF EXPR-ADVANCE-APPLIED NOT = ZEROES
034800         MOVE EXPR-ADVANCE-APPLIED TO AMOUNT-DISPLAY
034900         DISPLAY "ADVANCES NETTED: " AMOUNT-DISPLAY.
035000
035100*---------------------------------
035200* The employee's open advances,
035300* oldest first, are applied
035400* until the report total is used
035500* up. An advance fully applied
035600* closes.
035700*---------------------------------
035800 NET-OPEN-ADVANCES.
035900     MOVE ZEROES TO EXPR-ADVANCE-APPLIED.
036000     MOVE EXPR-TOTAL TO LEFT-TO-NET.
036100     IF APCTL-ADVANCE-ACCOUNT NOT = ZEROES
036200         PERFORM SCAN-EMPLOYEE-ADVANCES.
036300
036400 SCAN-EMPLOYEE-ADVANCES.
036500     MOVE "N" TO ADV-FILE-AT-END.
036600     MOVE ZEROES TO ADV-NUMBER.
036700     START ADVANCE-FILE KEY NOT < ADV-NUMBER
036800         INVALID KEY
036900         MOVE "Y" TO ADV-FILE-AT-END.
037000     PERFORM NET-NEXT-ADVANCE
037100         UNTIL ADV-FILE-AT-END = "Y"
037200            OR LEFT-TO-NET NOT > ZEROES.
037300
037400 NET-NEXT-ADVANCE.
037500     READ ADVANCE-FILE NEXT RECORD
037600         AT END MOVE "Y" TO ADV-FILE-AT-END.
037700     IF ADV-FILE-AT-END NOT = "Y"
037800        AND ADV-IS-OPEN
037900        AND ADV-EMPLOYEE = EXPR-EMPLOYEE
038000         PERFORM NET-THIS-ADVANCE.
038100
038200 NET-THIS-ADVANCE.
038300     COMPUTE ADV-OPEN-AMOUNT = ADV-AMOUNT - ADV-APPLIED.
038400     IF ADV-OPEN-AMOUNT > LEFT-TO-NET
038500         MOVE LEFT-TO-NET TO ADV-NET-AMOUNT
038600     ELSE
038700         MOVE ADV-OPEN-AMOUNT TO ADV-NET-AMOUNT.
038800     ADD ADV-NET-AMOUNT TO ADV-APPLIED
038900                           EXPR-ADVANCE-APPLIED.
039000     SUBTRACT ADV-NET-AMOUNT FROM LEFT-TO-NET.
039100     MOVE EXPR-NUMBER TO ADV-LAST-REPORT.
039200     IF ADV-APPLIED NOT < ADV-AMOUNT
039300         MOVE "C" TO ADV-STATUS.
039400     REWRITE ADVANCE-RECORD
039500         INVALID KEY
039600         DISPLAY "ERROR REWRITING TRAVEL ADVANCE".
039700
039800 BUILD-REPORT-VOUCHER.
039900     MOVE SPACE TO VOUCHER-RECORD.
040000     MOVE NEXT-VOUCHER-NUMBER TO VOUCHER-NUMBER.
040100     MOVE ZEROES TO VOUCHER-VENDOR.
040200     MOVE "E" TO VOUCHER-PAYEE-TYPE.
040300     MOVE EXPR-EMPLOYEE TO VOUCHER-EMPLOYEE.
040400     MOVE EXPR-NUMBER TO REPORT-INVOICE-NO.
040500     MOVE REPORT-INVOICE TO VOUCHER-INVOICE.
040600     MOVE SPACE TO VOUCHER-PO-NUMBER.
040700     MOVE EXPR-PURPOSE TO VOUCHER-FOR.
040800     COMPUTE VOUCHER-AMOUNT =
040900         EXPR-TOTAL - EXPR-ADVANCE-APPLIED.
041000     MOVE VOUCHER-AMOUNT TO VOUCHER-BASE-AMOUNT.
041100     MOVE "N" TO VOUCHER-DEDUCTIBLE.
041200     MOVE "N" TO VOUCHER-SELECTED.
041300     MOVE "N" TO VOUCHER-TAXABLE.
041400     MOVE "N" TO VOUCHER-HOLD-FLAG.
041500     MOVE SPACE TO VOUCHER-HOLD-REASON.
041600     PERFORM SET-APPROVAL-STATUS.
041700     MOVE "USD" TO VOUCHER-CURRENCY-CODE.
041800     MOVE 1.0000 TO VOUCHER-FX-RATE.
041900     MOVE ZEROES TO VOUCHER-PAID-AMOUNT
042000                    VOUCHER-PAID-DATE
042100                    VOUCHER-CHECK-NO
042200                    VOUCHER-PAY-AMOUNT
042300                    VOUCHER-CATEGORY
042400                    VOUCHER-DISC-PERCENT
042500                    VOUCHER-DISC-DATE
042600                    VOUCHER-DISC-TAKEN
042700                    VOUCHER-TAX-BASIS
042800                    VOUCHER-USE-TAX
042900                    VOUCHER-RETAINAGE-PCT
043000                    VOUCHER-RETAINED-AMOUNT
043100                    VOUCHER-FX-GAIN-LOSS
043200                    VOUCHER-CANCEL-DATE
043300                    VOUCHER-CANCEL-AMOUNT
043325                    VOUCHER-SERVICE-FROM
043350                    VOUCHER-SERVICE-TO.
043375     MOVE FUNCTION CURRENT-DATE(1:8) TO
043387         VOUCHER-ENTERED-DATE.
043400     MOVE EXPR-COMPANY TO VOUCHER-COMPANY.
043500     MOVE TODAY-DATE TO VOUCHER-DATE
043600                        VOUCHER-DUE.
043700     WRITE VOUCHER-RECORD
043800         INVALID KEY
043900         DISPLAY "RECORD ALREADY ON FILE".
044000     MOVE "VOUCHER" TO UPDJ-FILE.
044100     MOVE "W" TO UPDJ-ACTION.
044200     MOVE VOUCHER-RECORD TO UPDJ-IMAGE.
044300     PERFORM WRITE-UPDATE-JOURNAL.
044400
044500*---------------------------------
044600* The amount owed the employee
044700* was already cleared by the
044800* approving manager; only the
044900* dual-control threshold can
045000* still hold the voucher back.
045100*---------------------------------
045200 SET-APPROVAL-STATUS.
045300     IF APCTL-APPROVAL-THRESHOLD NOT = ZEROES
045400        AND VOUCHER-AMOUNT NOT <
045500            APCTL-APPROVAL-THRESHOLD
045600         MOVE "W" TO VOUCHER-APPROVAL
045700         DISPLAY "THIS VOUCHER REQUIRES APPROVAL BEFORE"
045800         DISPLAY "IT CAN BE SELECTED FOR PAYMENT"
045900     ELSE
046000         MOVE "A" TO VOUCHER-APPROVAL.
046100
046200*---------------------------------
046300* One line per expense account,
046400* then a credit to the advance
046500* account for what was netted,
046600* so the lines add up to the
046700* voucher amount.
046800*---------------------------------
046900 BUILD-REPORT-DISTRIBUTION.
047000     MOVE ZEROES TO ACCT-COUNT.
047100     PERFORM SUM-LINE-BY-ACCOUNT
047200         VARYING LINE-SUB FROM 1 BY 1
047300         UNTIL LINE-SUB > EXPR-LINE-COUNT.
047400     PERFORM WRITE-ACCOUNT-LINE
047500         VARYING ACCT-SUB FROM 1 BY 1
047600         UNTIL ACCT-SUB > ACCT-COUNT.
047700     IF EXPR-ADVANCE-APPLIED NOT = ZEROES
047800         PERFORM WRITE-ADVANCE-CREDIT-LINE.
047900
048000 SUM-LINE-BY-ACCOUNT.
048100     MOVE "N" TO ACCT-FOUND.
048200     PERFORM FIND-ACCOUNT-TOTAL
048300         VARYING ACCT-SUB FROM 1 BY 1
048400         UNTIL ACCT-SUB > ACCT-COUNT
048500            OR ACCT-FOUND = "Y".
048600     IF ACCT-FOUND = "N"
048700         ADD 1 TO ACCT-COUNT
048800         MOVE EXPR-LINE-ACCOUNT (LINE-SUB)
048900             TO ACCT-TOTAL-ACCOUNT (ACCT-COUNT)
049000         MOVE EXPR-LINE-AMOUNT (LINE-SUB)
049100             TO ACCT-TOTAL-AMOUNT (ACCT-COUNT).
049200
049300 FIND-ACCOUNT-TOTAL.
049400     IF ACCT-TOTAL-ACCOUNT (ACCT-SUB)
049500            = EXPR-LINE-ACCOUNT (LINE-SUB)
049600         ADD EXPR-LINE-AMOUNT (LINE-SUB)
049700             TO ACCT-TOTAL-AMOUNT (ACCT-SUB)
049800         MOVE "Y" TO ACCT-FOUND.
049900
050000 WRITE-ACCOUNT-LINE.
050100     MOVE NEXT-VOUCHER-NUMBER TO DIST-VOUCHER-NO.
050200     MOVE ACCT-SUB TO DIST-LINE-NO.
050300     MOVE ACCT-TOTAL-ACCOUNT (ACCT-SUB) TO DIST-ACCOUNT.
050400     MOVE ACCT-TOTAL-AMOUNT (ACCT-SUB) TO DIST-AMOUNT.
050500     MOVE ZEROES TO DIST-COMPANY.
050550     MOVE ZEROES TO DIST-STORE.
050575     MOVE SPACES TO DIST-PROJECT.
050600     PERFORM WRITE-DISTRIBUTION-RECORD.
050700
050800 WRITE-ADVANCE-CREDIT-LINE.
050900     MOVE NEXT-VOUCHER-NUMBER TO DIST-VOUCHER-NO.
051000     COMPUTE DIST-LINE-NO = ACCT-COUNT + 1.
051100     MOVE APCTL-ADVANCE-ACCOUNT TO DIST-ACCOUNT.
051200     COMPUTE DIST-AMOUNT = 0 - EXPR-ADVANCE-APPLIED.
051300     MOVE ZEROES TO DIST-COMPANY.
051350     MOVE ZEROES TO DIST-STORE.
051375     MOVE SPACES TO DIST-PROJECT.
051400     PERFORM WRITE-DISTRIBUTION-RECORD.
051500
051600*---------------------------------
051700* The same pool/live/archive
051800* probe the entry screen
051900* assigns with.
052000*---------------------------------
052100 FIND-NEXT-VOUCHER-NUMBER.
052200     PERFORM LOAD-NUMBER-POOL.
052300     MOVE "N" TO FREE-NUMBER-FOUND.
052400     MOVE ZEROES TO POOL-TRY-COUNT.
052500     PERFORM TRY-NEXT-POOL-NUMBER
052600         UNTIL FREE-NUMBER-FOUND = "Y"
052700            OR POOL-TRY-COUNT > 99998.
052800     IF FREE-NUMBER-FOUND = "Y"
052900         MOVE POOL-CANDIDATE TO NEXT-VOUCHER-NUMBER
053000         PERFORM SAVE-NUMBER-POOL.
053100
053200 TRY-NEXT-POOL-NUMBER.
053300     ADD 1 TO POOL-TRY-COUNT.
053400     ADD 1 TO POOL-CANDIDATE.
053500     IF POOL-CANDIDATE > 99998
053600         MOVE 1 TO POOL-CANDIDATE.
053700     MOVE "Y" TO CANDIDATE-IS-TAKEN.
053800     MOVE POOL-CANDIDATE TO VOUCHER-NUMBER.
053900     READ VOUCHER-FILE RECORD
054000         INVALID KEY
054100         MOVE "N" TO CANDIDATE-IS-TAKEN.
054200     IF CANDIDATE-IS-TAKEN = "N"
054300         MOVE POOL-CANDIDATE TO ARCH-NUMBER
054400         MOVE "Y" TO CANDIDATE-IS-TAKEN
054500         READ ARCHIVE-FILE RECORD
054600             INVALID KEY
054700             MOVE "N" TO CANDIDATE-IS-TAKEN.
054800     IF CANDIDATE-IS-TAKEN = "N"
054900         MOVE "Y" TO FREE-NUMBER-FOUND.
055000
055100 LOAD-NUMBER-POOL.
055200     MOVE ZEROES TO VNOCTL-NEXT.
055300     OPEN INPUT VNOCTL-FILE.
055400     MOVE "N" TO VNOCTL-AT-END.
055500     READ VNOCTL-FILE
055600         AT END MOVE "Y" TO VNOCTL-AT-END.
055700     CLOSE VNOCTL-FILE.
055800     IF VNOCTL-AT-END = "Y"
055900         MOVE ZEROES TO VNOCTL-NEXT.
056000     MOVE VNOCTL-NEXT TO POOL-CANDIDATE.
056100
056200 SAVE-NUMBER-POOL.
056300     MOVE POOL-CANDIDATE TO VNOCTL-NEXT.
056400     OPEN OUTPUT VNOCTL-FILE.
056500     WRITE VNOCTL-RECORD.
056600     CLOSE VNOCTL-FILE.
056700
056800 LOG-DECISION-AUDIT.
056900     MOVE ZEROES              TO AUDIT-EVENT-VENDOR-NO.
057000     MOVE TODAY-DATE          TO AUDIT-EVENT-DATE.
057100     MOVE "P"                 TO AUDIT-EVENT-OLD-VALUE.
057200     MOVE EXPR-NUMBER         TO AUDIT-EVENT-NEW-VALUE.
057300     PERFORM WRITE-AUDIT-RECORD.
057400
057500*---------------------------------
057600* Expense report read routines.
057700*---------------------------------
057800 READ-FIRST-REPORT.
057900     MOVE "N" TO EXPR-FILE-AT-END.
058000     MOVE ZEROES TO EXPR-NUMBER.
058100     START EXPENSE-REPORT-FILE KEY NOT < EXPR-NUMBER
058200         INVALID KEY
058300         MOVE "Y" TO EXPR-FILE-AT-END.
058400     IF EXPR-FILE-AT-END NOT = "Y"
058500         PERFORM READ-NEXT-REPORT-RECORD.
058600
058700 READ-NEXT-REPORT-RECORD.
058800     READ EXPENSE-REPORT-FILE NEXT RECORD
058900         AT END
059000         MOVE "Y" TO EXPR-FILE-AT-END.
059100
059200*---------------------------------
059300* Other file I-O routines.
059400*---------------------------------
059500 READ-EMP-RECORD.
059600     MOVE "Y" TO EMP-RECORD-FOUND.
059700     READ EMPLOYEE-FILE RECORD
059800         INVALID KEY
059900         MOVE "N" TO EMP-RECORD-FOUND.
060000
060100 REWRITE-EXPR-RECORD.
060200     REWRITE EXPENSE-REPORT-RECORD
060300         INVALID KEY
060400         DISPLAY "ERROR REWRITING EXPENSE REPORT".
060500
060600 WRITE-DISTRIBUTION-RECORD.
060700     WRITE DISTRIBUTION-RECORD
060800         INVALID KEY
060900         DISPLAY "DISTRIBUTION LINE ALREADY ON FILE".
061000
061100*---------------------------------
061200* Utility routines.
061300*---------------------------------
061400     COPY "PLDATE01.CBL".
061500     COPY "PLAUDIT01.CBL".
061600     COPY "PLSIGN01.CBL".
061700     COPY "PLUPDJ01.CBL".
061800     COPY "PLDCTL01.CBL".

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EXPMNT01.
000300*---------------------------------
000400* Employee expense reports and
000500* travel advances.
000600*
000700* An expense report is keyed
000800* for an active employee with up
000900* to 30 lines, each carrying a
001000* date, expense type, receipt
001100* flag and G/L account. A
001200* mileage line is priced from
001300* the mileage rate file at the
001400* rate in effect on the day
001500* driven. A saved report waits
001600* for the employee's manager in
001700* EXPAPR01, which turns it into
001800* an employee voucher.
001900*
002000* A travel advance is cash paid
002100* to the employee ahead of a
002200* trip: it becomes an employee
002300* voucher charged to the
002400* advance account on the AP
002500* control file, and stays open
002600* until expense reports have
002700* netted all of it.
002800*---------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200
003300     COPY "SLEXPR.CBL".
003400
003500     COPY "SLEMP.CBL".
003600
003700     COPY "SLMILE.CBL".
003800
003900     COPY "SLACCT.CBL".
004000
004100     COPY "SLADV.CBL".
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
005700     COPY "SLCOMP.CBL".
005800
005900     COPY "SLSONLOG.CBL".
006000
006100     COPY "SLSESS.CBL".
006200
006300     COPY "SLAPCTL.CBL".
006400
006500     COPY "SLDCTL.CBL".
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900
007000     COPY "FDEXPR.CBL".
007100
007200     COPY "FDEMP.CBL".
007300
007400     COPY "FDMILE.CBL".
007500
007600     COPY "FDACCT.CBL".
007700
007800     COPY "FDADV.CBL".
007900
008000     COPY "FDVOUCH.CBL".
008100
008200     COPY "FDVCHARC.CBL".
008300
008400     COPY "FDVNOCTL.CBL".
008500
008600     COPY "FDDIST.CBL".
008700
008800     COPY "FDAUDIT.CBL".
008900
009000     COPY "FDOPER.CBL".
009100
009200     COPY "FDUPDJ.CBL".
009300
009400     COPY "FDCOMP.CBL".
009500
009600     COPY "FDSONLOG.CBL".
009700
009800     COPY "FDSESS.CBL".
009900
010000     COPY "FDAPCTL.CBL".
010100
010200     COPY "FDDCTL.CBL".
010300
010400 WORKING-STORAGE SECTION.
010500
010600 77  MENU-PICK                PIC 9.
010700     88  MENU-PICK-IS-VALID   VALUES 0 THRU 4.
010800
010900 77  EMP-NUMBER-FIELD         PIC Z(5).
011000 77  EMP-RECORD-FOUND         PIC X.
011100 77  EXPR-NUMBER-FIELD        PIC Z(6).
011200 77  EXPR-RECORD-FOUND        PIC X.
011300 77  EXPR-FILE-AT-END         PIC X.
011400 77  NEW-EXPR-NUMBER          PIC 9(6).
011500 77  ADV-FILE-AT-END          PIC X.
011600 77  NEW-ADV-NUMBER           PIC 9(6).
011700 77  MILE-FILE-AT-END         PIC X.
011800 77  MILE-RATE-FOUND          PIC X.
011900 77  RATE-FOR-LINE            PIC 9V9(3).
012000 77  ACCOUNT-IS-GOOD          PIC X.
012100 77  LINE-SUB                 PIC 99.
012200 77  MORE-LINES               PIC X.
012300 77  LINE-IS-GOOD             PIC X.
012400 77  AMOUNT-ENTRY             PIC 9(7).
012500 77  APCTL-FILE-AT-END        PIC X.
012600
012700 77  VOUCHER-READ-OK          PIC X.
012800 77  NEXT-VOUCHER-NUMBER      PIC 9(5).
012900 77  POOL-CANDIDATE           PIC 9(5).
013000 77  POOL-TRY-COUNT           PIC 9(5).
013100 77  VNOCTL-AT-END            PIC X.
013200 77  FREE-NUMBER-FOUND        PIC X.
013300 77  CANDIDATE-IS-TAKEN       PIC X.
013400 77  SESSION-ADVANCE-TOTAL    PIC S9(8)V99  VALUE ZEROES.
013500 77  SESSION-ADVANCE-COUNT    PIC 9(5)      VALUE ZEROES.
013600
013700 01  HOLD-REPORT-RECORD       PIC X(1600).
013800 01  HOLD-ADVANCE-RECORD      PIC X(100).
013900
014000 01  AMOUNT-DISPLAY           PIC ZZZ,ZZ9.99-.
014100 01  DATE-DISPLAY             PIC Z9/99/9999.
014200 01  RATE-DISPLAY             PIC 9.999.
014300
014400 01  ADVANCE-INVOICE.
014500     05  FILLER               PIC X(8)  VALUE "ADVANCE ".
014600     05  ADVANCE-INVOICE-NO   PIC 9(6).
014700
014800     COPY "WSCASE01.CBL".
014900
015000     COPY "WSDATE01.CBL".
015100
015200     COPY "WSAUDIT01.CBL".
015300
015400     COPY "WSSIGN01.CBL".
015500
015600     COPY "WSCOMP01.CBL".
015700
015800     COPY "WSCONF01.CBL".
015900
016000 PROCEDURE DIVISION.
016100 PROGRAM-BEGIN.
016200     PERFORM OPENING-PROCEDURE.
016300     MOVE "EXPMNT01" TO SIGN-ON-PROGRAM.
016400     PERFORM GET-OPERATOR-SIGN-ON.
016500     IF OPERATOR-IS-SIGNED-ON
016600         PERFORM GET-COMPANY-CODE.
016700     IF OPERATOR-IS-SIGNED-ON
016800        AND SIGN-ON-CAN-ENTRY = "Y"
016900         PERFORM MAIN-PROCESS
017000     ELSE
017100     IF OPERATOR-IS-SIGNED-ON
017200         DISPLAY "YOU ARE NOT AUTHORIZED FOR EXPENSE REPORTS".
017300     PERFORM CLOSING-PROCEDURE.
017400
017500 PROGRAM-EXIT.
017600     EXIT PROGRAM.
017700
017800 PROGRAM-DONE.
017900     ACCEPT OMITTED. STOP RUN.
018000
018100 OPENING-PROCEDURE.
018200     OPEN EXTEND UPDATE-JOURNAL-FILE.
018300     PERFORM LOAD-CONTROL-RECORD.
018400     OPEN I-O COMPANY-FILE.
018500     OPEN I-O EXPENSE-REPORT-FILE.
018600     OPEN I-O EMPLOYEE-FILE.
018700     OPEN I-O MILEAGE-RATE-FILE.
018800     OPEN I-O ACCOUNT-FILE.
018900     OPEN I-O ADVANCE-FILE.
019000     OPEN I-O VOUCHER-FILE.
019100     OPEN I-O ARCHIVE-FILE.
019200     OPEN I-O DISTRIBUTION-FILE.
019300     OPEN EXTEND AUDIT-FILE.
019400     OPEN I-O OPERATOR-FILE.
019500     OPEN EXTEND CONTROL-TOTALS-FILE.
019600
019700 CLOSING-PROCEDURE.
019800     CLOSE UPDATE-JOURNAL-FILE.
019900     CLOSE COMPANY-FILE.
020000     CLOSE EXPENSE-REPORT-FILE.
020100     CLOSE EMPLOYEE-FILE.
020200     CLOSE MILEAGE-RATE-FILE.
020300     CLOSE ACCOUNT-FILE.
020400     CLOSE ADVANCE-FILE.
020500     CLOSE VOUCHER-FILE.
020600     CLOSE ARCHIVE-FILE.
020700     CLOSE DISTRIBUTION-FILE.
020800     CLOSE AUDIT-FILE.
020900     CLOSE OPERATOR-FILE.
021000     PERFORM POST-SESSION-TOTALS.
021100     CLOSE CONTROL-TOTALS-FILE.
021200
021300*---------------------------------
021400* The approval threshold and the
021500* advance account come from the
021600* AP control file; an empty file
021700* means approvals are off and
021800* advances cannot be recorded.
021900*---------------------------------
022000 LOAD-CONTROL-RECORD.
022100     MOVE ZEROES TO APCTL-APPROVAL-THRESHOLD
022200                    APCTL-ADVANCE-ACCOUNT.
022300     OPEN INPUT APCTL-FILE.
022400     MOVE "N" TO APCTL-FILE-AT-END.
022500     READ APCTL-FILE
022600         AT END MOVE "Y" TO APCTL-FILE-AT-END.
022700     CLOSE APCTL-FILE.
022800     IF APCTL-FILE-AT-END = "Y"
022900         MOVE ZEROES TO APCTL-APPROVAL-THRESHOLD
023000                        APCTL-ADVANCE-ACCOUNT.
023100
023200*---------------------------------
023300* Advances paid are new open
023400* payables - they go to the
023500* daily control totals file so
023600* the balancing report still
023700* proves the voucher file ties
023800* out. Expense reports are not
023900* payables until approved.
024000*---------------------------------
024100 POST-SESSION-TOTALS.
024200     IF SESSION-ADVANCE-COUNT NOT = ZEROES
024300         MOVE "EXPMNT01" TO DCTL-PROGRAM
024400         MOVE SESSION-ADVANCE-TOTAL TO DCTL-ENTERED
024500         MOVE ZEROES TO DCTL-PAID DCTL-ADJUSTED
024600         MOVE SESSION-ADVANCE-COUNT TO DCTL-COUNT
024700         PERFORM POST-CONTROL-TOTALS.
024800
024900 MAIN-PROCESS.
025000     PERFORM GET-MENU-PICK.
025100     PERFORM MAINTAIN-THE-FILE
025200         UNTIL MENU-PICK = 0.
025300
025400*---------------------------------
025500* MENU
025600*---------------------------------
025700 GET-MENU-PICK.
025800     PERFORM DISPLAY-THE-MENU.
025900     PERFORM ACCEPT-MENU-PICK.
026000     PERFORM RE-ACCEPT-MENU-PICK
026100         UNTIL MENU-PICK-IS-VALID.
026200
026300 DISPLAY-THE-MENU.
026400     DISPLAY "    EXPENSE REPORTS - PLEASE SELECT:".
026500     DISPLAY " ".
026600     DISPLAY "          1.  ENTER AN EXPENSE REPORT".
026700     DISPLAY "          2.  LOOK UP A REPORT".
026800     DISPLAY "          3.  CANCEL A PENDING REPORT".
026900     DISPLAY "          4.  RECORD A TRAVEL ADVANCE".
027000     DISPLAY " ".
027100     DISPLAY "          0.  EXIT".
027200
027300 ACCEPT-MENU-PICK.
027400     DISPLAY "YOUR CHOICE (0-4)?".
027500     ACCEPT MENU-PICK.
027600
027700 RE-ACCEPT-MENU-PICK.
027800     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
027900     PERFORM ACCEPT-MENU-PICK.
028000
028100 MAINTAIN-THE-FILE.
028200     PERFORM DO-THE-PICK.
028300     PERFORM GET-MENU-PICK.
028400
028500 DO-THE-PICK.
028600     IF MENU-PICK = 1
028700         PERFORM ENTER-MODE
028800     ELSE
028900     IF MENU-PICK = 2
029000         PERFORM INQUIRE-MODE
029100     ELSE
029200     IF MENU-PICK = 3
029300         PERFORM CANCEL-MODE
029400     ELSE
029500     IF MENU-PICK = 4
029600         PERFORM ADVANCE-MODE.
029700
029800*---------------------------------
029900* ENTER A REPORT
030000*---------------------------------
030100 ENTER-MODE.
030200     PERFORM GET-ACTIVE-EMPLOYEE.
030300     PERFORM ENTER-REPORTS
030400         UNTIL EMP-NUMBER = ZEROES.
030500
030600 ENTER-REPORTS.
030700     PERFORM ENTER-ONE-REPORT.
030800     PERFORM GET-ACTIVE-EMPLOYEE.
030900
031000 ENTER-ONE-REPORT.
031100     PERFORM INIT-REPORT-RECORD.
031200     PERFORM ENTER-EXPR-PURPOSE.
031300     MOVE "Y" TO MORE-LINES.
031400     PERFORM ENTER-ONE-LINE
031500         UNTIL MORE-LINES = "N"
031600            OR EXPR-LINE-COUNT = 30.
031700     IF EXPR-LINE-COUNT = ZEROES
031800         DISPLAY "NO LINES ENTERED - REPORT NOT SAVED"
031900     ELSE
032000         PERFORM DISPLAY-THE-REPORT
032100         PERFORM CONFIRM-AND-SAVE-REPORT.
032200
032300 CONFIRM-AND-SAVE-REPORT.
032400     MOVE "SAVE THIS REPORT FOR APPROVAL (Y/N/Q)?"
032500         TO CONFIRM-PROMPT.
032600     PERFORM GET-CONFIRMATION.
032700     IF CONFIRM-IS-YES
032800         PERFORM SAVE-NEW-REPORT
032900     ELSE
033000         DISPLAY "REPORT NOT SAVED".
033100
033200*---------------------------------
033300* The report is numbered one
033400* past the highest on file when
033500* it is saved, not when keying
033600* starts, so two clerks keying
033700* at once do not collide.
033800*---------------------------------
033900 SAVE-NEW-REPORT.
034000     PERFORM FIND-NEXT-REPORT-NUMBER.
034100     MOVE NEW-EXPR-NUMBER TO EXPR-NUMBER.
034200     MOVE "P" TO EXPR-STATUS.
034300     MOVE AUDIT-EVENT-OPERATOR-ID TO EXPR-ENTERED-BY.
034400     MOVE FUNCTION CURRENT-DATE(1:8) TO EXPR-DATE.
034500     WRITE EXPENSE-REPORT-RECORD
034600         INVALID KEY
034700         DISPLAY "ERROR WRITING EXPENSE REPORT".
034800     DISPLAY "EXPENSE REPORT " EXPR-NUMBER
034900             " SAVED FOR APPROVAL".
035000
035100 FIND-NEXT-REPORT-NUMBER.
035200     MOVE EXPENSE-REPORT-RECORD TO HOLD-REPORT-RECORD.
035300     MOVE 1 TO NEW-EXPR-NUMBER.
035400     MOVE "N" TO EXPR-FILE-AT-END.
035500     MOVE ZEROES TO EXPR-NUMBER.
035600     START EXPENSE-REPORT-FILE KEY NOT < EXPR-NUMBER
035700         INVALID KEY
035800         MOVE "Y" TO EXPR-FILE-AT-END.
035900     PERFORM FIND-HIGHEST-REPORT
036000         UNTIL EXPR-FILE-AT-END = "Y".
036100     MOVE HOLD-REPORT-RECORD TO EXPENSE-REPORT-RECORD.
036200
036300 FIND-HIGHEST-REPORT.
036400     READ EXPENSE-REPORT-FILE NEXT RECORD
036500         AT END MOVE "Y" TO EXPR-FILE-AT-END.
036600     IF EXPR-FILE-AT-END NOT = "Y"
036700        AND EXPR-NUMBER NOT < NEW-EXPR-NUMBER
036800         COMPUTE NEW-EXPR-NUMBER = EXPR-NUMBER + 1.
036900
037000 INIT-REPORT-RECORD.
037100     MOVE SPACE TO EXPENSE-REPORT-RECORD.
037200     MOVE ZEROES TO EXPR-NUMBER
037300                    EXPR-DATE
037400                    EXPR-DECIDED-DATE
037500                    EXPR-TOTAL
037600                    EXPR-ADVANCE-APPLIED
037700                    EXPR-VOUCHER-NO
037800                    EXPR-LINE-COUNT.
037900     MOVE EMP-NUMBER TO EXPR-EMPLOYEE.
038000     IF EMP-COMPANY NOT = ZEROES
038100         MOVE EMP-COMPANY TO EXPR-COMPANY
038200     ELSE
038300         MOVE SIGN-ON-COMPANY TO EXPR-COMPANY.
038400
038500 ENTER-EXPR-PURPOSE.
038600     PERFORM ACCEPT-EXPR-PURPOSE.
038700     PERFORM RE-ACCEPT-EXPR-PURPOSE
038800         UNTIL EXPR-PURPOSE NOT = SPACES.
038900
039000 ACCEPT-EXPR-PURPOSE.
039100     DISPLAY "ENTER BUSINESS PURPOSE OF THE TRIP OR SPENDING".
039200     ACCEPT EXPR-PURPOSE.
039300     INSPECT EXPR-PURPOSE
039400         CONVERTING LOWER-ALPHA
039500         TO         UPPER-ALPHA.
039600
039700 RE-ACCEPT-EXPR-PURPOSE.
039800     DISPLAY "PURPOSE MUST BE ENTERED".
039900     PERFORM ACCEPT-EXPR-PURPOSE.
040000
040100*---------------------------------
040200* A zero date ends the lines.
040300* The line is only counted once
040400* every field has passed its
040500* edit.
040600*---------------------------------
040700 ENTER-ONE-LINE.
040800     COMPUTE LINE-SUB = EXPR-LINE-COUNT + 1.
040900     DISPLAY "LINE " LINE-SUB.
041000     MOVE "Y" TO ZERO-DATE-IS-OK.
041100     MOVE "ENTER DATE SPENT (MM/DD/CCYY), 0 TO END"
041200         TO DATE-PROMPT.
041300     PERFORM GET-A-DATE.
041400     IF DATE-CCYYMMDD = ZEROES
041500         MOVE "N" TO MORE-LINES
041600     ELSE
041700         PERFORM ENTER-LINE-DETAIL.
041800
041900 ENTER-LINE-DETAIL.
042000     MOVE "Y" TO LINE-IS-GOOD.
042100     MOVE DATE-CCYYMMDD TO EXPR-LINE-DATE (LINE-SUB).
042200     MOVE ZEROES TO EXPR-LINE-MILES (LINE-SUB)
042300                    EXPR-LINE-AMOUNT (LINE-SUB)
042400                    EXPR-LINE-ACCOUNT (LINE-SUB).
042500     PERFORM ENTER-LINE-TYPE.
042600     PERFORM ENTER-LINE-DESC.
042700     IF EXPR-LINE-IS-MILEAGE (LINE-SUB)
042800         PERFORM ENTER-MILEAGE-AMOUNT
042900     ELSE
043000         PERFORM ENTER-LINE-AMOUNT.
043100     IF LINE-IS-GOOD = "Y"
043200         PERFORM FINISH-LINE-ENTRY.
043300
043400 FINISH-LINE-ENTRY.
043500     PERFORM ENTER-LINE-RECEIPT.
043600     PERFORM ENTER-LINE-ACCOUNT.
043700     ADD 1 TO EXPR-LINE-COUNT.
043800     ADD EXPR-LINE-AMOUNT (LINE-SUB) TO EXPR-TOTAL.
043900
044000 ENTER-LINE-TYPE.
044100     PERFORM ACCEPT-LINE-TYPE.
044200     PERFORM RE-ACCEPT-LINE-TYPE
044300         UNTIL EXPR-LINE-TYPE-IS-VALID (LINE-SUB).
044400
044500 ACCEPT-LINE-TYPE.
044600     DISPLAY "ENTER EXPENSE TYPE: AI = AIRFARE, LO = LODGING,".
044700     DISPLAY "ME = MEALS, MI = MILEAGE, GT = GROUND, OT = OTHER".
044800     ACCEPT EXPR-LINE-TYPE (LINE-SUB).
044900     INSPECT EXPR-LINE-TYPE (LINE-SUB)
045000         CONVERTING LOWER-ALPHA
045100         TO         UPPER-ALPHA.
045200
045300 RE-ACCEPT-LINE-TYPE.
045400     DISPLAY "INVALID EXPENSE TYPE".
045500     PERFORM ACCEPT-LINE-TYPE.
045600
045700 ENTER-LINE-DESC.
045800     DISPLAY "ENTER DESCRIPTION".
045900     ACCEPT EXPR-LINE-DESC (LINE-SUB).
046000     INSPECT EXPR-LINE-DESC (LINE-SUB)
046100         CONVERTING LOWER-ALPHA
046200         TO         UPPER-ALPHA.
046300
046400 ENTER-LINE-AMOUNT.
046500     PERFORM ACCEPT-LINE-AMOUNT.
046600     PERFORM RE-ACCEPT-LINE-AMOUNT
046700         UNTIL EXPR-LINE-AMOUNT (LINE-SUB) NOT = ZEROES.
046800
046900 ACCEPT-LINE-AMOUNT.
047000     DISPLAY "ENTER AMOUNT WITH NO DECIMAL POINT".
047100     DISPLAY "EXAMPLE: 12345 MEANS 123.45".
047200     ACCEPT AMOUNT-ENTRY.
047300     COMPUTE EXPR-LINE-AMOUNT (LINE-SUB) = AMOUNT-ENTRY / 100.
047400
047500 RE-ACCEPT-LINE-AMOUNT.
047600     DISPLAY "AMOUNT MUST NOT BE ZERO".
047700     PERFORM ACCEPT-LINE-AMOUNT.
047800
047900*---------------------------------
048000* Mileage is never keyed as
048100* money: the miles are priced
048200* at the rate in effect on the
048300* day driven. With no rate on
048400* file for that day the line
048500* cannot be priced and is
048600* dropped.
048700*---------------------------------
048800 ENTER-MILEAGE-AMOUNT.
048900     PERFORM ACCEPT-LINE-MILES.
049000     PERFORM RE-ACCEPT-LINE-MILES
049100         UNTIL EXPR-LINE-MILES (LINE-SUB) NOT = ZEROES.
049200     PERFORM LOOK-UP-MILEAGE-RATE.
049300     IF MILE-RATE-FOUND = "N"
049400         DISPLAY "NO MILEAGE RATE ON FILE FOR THAT DATE -"
049500         DISPLAY "LINE NOT ADDED"
049600         MOVE "N" TO LINE-IS-GOOD
049700     ELSE
049800         COMPUTE EXPR-LINE-AMOUNT (LINE-SUB) ROUNDED =
049900             EXPR-LINE-MILES (LINE-SUB) * RATE-FOR-LINE
050000         MOVE RATE-FOR-LINE TO RATE-DISPLAY
050100         MOVE EXPR-LINE-AMOUNT (LINE-SUB) TO AMOUNT-DISPLAY
050200         DISPLAY "AT " RATE-DISPLAY " A MILE: " AMOUNT-DISPLAY.
050300
050400 ACCEPT-LINE-MILES.
050500     DISPLAY "ENTER MILES DRIVEN".
050600     ACCEPT EXPR-LINE-MILES (LINE-SUB).
050700
050800 RE-ACCEPT-LINE-MILES.
050900     DISPLAY "MILES MUST NOT BE ZERO".
051000     PERFORM ACCEPT-LINE-MILES.
051100
051200 LOOK-UP-MILEAGE-RATE.
051300     MOVE "N" TO MILE-RATE-FOUND.
051400     MOVE "N" TO MILE-FILE-AT-END.
051500     MOVE ZEROES TO MILE-EFFECTIVE-DATE.
051600     START MILEAGE-RATE-FILE KEY NOT < MILE-EFFECTIVE-DATE
051700         INVALID KEY
051800         MOVE "Y" TO MILE-FILE-AT-END.
051900     PERFORM TRY-NEXT-MILEAGE-RATE
052000         UNTIL MILE-FILE-AT-END = "Y".
052100
052200 TRY-NEXT-MILEAGE-RATE.
052300     READ MILEAGE-RATE-FILE NEXT RECORD
052400         AT END MOVE "Y" TO MILE-FILE-AT-END.
052500     IF MILE-FILE-AT-END NOT = "Y"
052600         IF MILE-EFFECTIVE-DATE > EXPR-LINE-DATE (LINE-SUB)
052700             MOVE "Y" TO MILE-FILE-AT-END
052800         ELSE
052900             MOVE MILE-RATE TO RATE-FOR-LINE
053000             MOVE "Y" TO MILE-RATE-FOUND.
053100
053200 ENTER-LINE-RECEIPT.
053300     PERFORM ACCEPT-LINE-RECEIPT.
053400     PERFORM RE-ACCEPT-LINE-RECEIPT
053500         UNTIL EXPR-LINE-RECEIPT (LINE-SUB) = "Y" OR "N".
053600
053700 ACCEPT-LINE-RECEIPT.
053800     DISPLAY "RECEIPT ATTACHED (Y/N)?".
053900     ACCEPT EXPR-LINE-RECEIPT (LINE-SUB).
054000     INSPECT EXPR-LINE-RECEIPT (LINE-SUB)
054100         CONVERTING LOWER-ALPHA
054200         TO         UPPER-ALPHA.
054300
054400 RE-ACCEPT-LINE-RECEIPT.
054500     DISPLAY "YOU MUST ENTER Y OR N".
054600     PERFORM ACCEPT-LINE-RECEIPT.
054700
054800*---------------------------------
054900* The line's G/L account must be
055000* an active expense account on
055100* the chart of accounts.
055200*---------------------------------
055300 ENTER-LINE-ACCOUNT.
055400     PERFORM ACCEPT-LINE-ACCOUNT.
055500     PERFORM RE-ACCEPT-LINE-ACCOUNT
055600         UNTIL ACCOUNT-IS-GOOD = "Y".
055700
055800 ACCEPT-LINE-ACCOUNT.
055900     DISPLAY "ENTER G/L EXPENSE ACCOUNT".
056000     ACCEPT EXPR-LINE-ACCOUNT (LINE-SUB).
056100     MOVE EXPR-LINE-ACCOUNT (LINE-SUB) TO ACCOUNT-NUMBER.
056200     MOVE "Y" TO ACCOUNT-IS-GOOD.
056300     READ ACCOUNT-FILE RECORD
056400         INVALID KEY
056500         MOVE "N" TO ACCOUNT-IS-GOOD.
056600     IF ACCOUNT-IS-GOOD = "Y"
056700         IF NOT ACCOUNT-IS-ACTIVE
056800            OR NOT ACCOUNT-IS-EXPENSE
056900             MOVE "N" TO ACCOUNT-IS-GOOD.
057000
057100 RE-ACCEPT-LINE-ACCOUNT.
057200     DISPLAY "ACCOUNT MUST BE AN ACTIVE EXPENSE ACCOUNT".
057300     PERFORM ACCEPT-LINE-ACCOUNT.
057400
057500*---------------------------------
057600* LOOK UP A REPORT
057700*---------------------------------
057800 INQUIRE-MODE.
057900     PERFORM GET-EXISTING-REPORT.
058000     PERFORM INQUIRE-REPORTS
058100         UNTIL EXPR-NUMBER = ZEROES.
058200
058300 INQUIRE-REPORTS.
058400     PERFORM DISPLAY-THE-REPORT.
058500     PERFORM GET-EXISTING-REPORT.
058600
058700*---------------------------------
058800* CANCEL A PENDING REPORT
058900*---------------------------------
059000 CANCEL-MODE.
059100     PERFORM GET-EXISTING-REPORT.
059200     PERFORM CANCEL-REPORTS
059300         UNTIL EXPR-NUMBER = ZEROES.
059400
059500 CANCEL-REPORTS.
059600     PERFORM DISPLAY-THE-REPORT.
059700     IF NOT EXPR-IS-PENDING
059800         DISPLAY "ONLY A PENDING REPORT CAN BE CANCELLED"
059900     ELSE
060000         PERFORM CONFIRM-AND-CANCEL.
060100     PERFORM GET-EXISTING-REPORT.
060200
060300 CONFIRM-AND-CANCEL.
060400     MOVE "CANCEL THIS REPORT (Y/N/Q)?" TO CONFIRM-PROMPT.
060500     PERFORM GET-CONFIRMATION.
060600     IF CONFIRM-IS-YES
060700         MOVE "X" TO EXPR-STATUS
060800         MOVE AUDIT-EVENT-OPERATOR-ID TO EXPR-DECIDED-BY
060900         MOVE FUNCTION CURRENT-DATE(1:8) TO EXPR-DECIDED-DATE
061000         PERFORM REWRITE-EXPR-RECORD
061100         DISPLAY "REPORT CANCELLED".
061200
061300*---------------------------------
061400* Report display, shared by the
061500* look-up, cancel and entry
061600* screens.
061700*---------------------------------
061800 DISPLAY-THE-REPORT.
061900     DISPLAY " ".
062000     DISPLAY "REPORT:   " EXPR-NUMBER
062100             "  EMPLOYEE: " EXPR-EMPLOYEE
062200             "  COMPANY: " EXPR-COMPANY.
062300     DISPLAY "PURPOSE:  " EXPR-PURPOSE.
062400     IF EXPR-IS-PENDING
062500         DISPLAY "STATUS:   PENDING APPROVAL"
062600     ELSE
062700     IF EXPR-IS-APPROVED
062800         DISPLAY "STATUS:   APPROVED BY " EXPR-DECIDED-BY
062900                 "  VOUCHER " EXPR-VOUCHER-NO
063000     ELSE
063100     IF EXPR-IS-REJECTED
063200         DISPLAY "STATUS:   REJECTED BY " EXPR-DECIDED-BY
063300     ELSE
063400     IF EXPR-IS-CANCELLED
063500         DISPLAY "STATUS:   CANCELLED".
063600     PERFORM DISPLAY-ONE-LINE
063700         VARYING LINE-SUB FROM 1 BY 1
063800         UNTIL LINE-SUB > EXPR-LINE-COUNT.
063900     MOVE EXPR-TOTAL TO AMOUNT-DISPLAY.
064000     DISPLAY "REPORT TOTAL:          " AMOUNT-DISPLAY.
064100     IF EXPR-ADVANCE-APPLIED NOT = ZEROES
064200         MOVE EXPR-ADVANCE-APPLIED TO AMOUNT-DISPLAY
064300         DISPLAY "ADVANCES NETTED:       " AMOUNT-DISPLAY.
064400
064500 DISPLAY-ONE-LINE.
064600     MOVE EXPR-LINE-DATE (LINE-SUB) TO DATE-CCYYMMDD.
064700     PERFORM CONVERT-TO-MMDDCCYY.
064800     MOVE DATE-MMDDCCYY TO DATE-DISPLAY.
064900     MOVE EXPR-LINE-AMOUNT (LINE-SUB) TO AMOUNT-DISPLAY.
065000     DISPLAY LINE-SUB ". " DATE-DISPLAY
065100             " " EXPR-LINE-TYPE (LINE-SUB)
065200             " " EXPR-LINE-DESC (LINE-SUB)
065300             " " AMOUNT-DISPLAY
065400             " RCPT " EXPR-LINE-RECEIPT (LINE-SUB)
065500             " ACCT " EXPR-LINE-ACCOUNT (LINE-SUB).
065600
065700 GET-EXISTING-REPORT.
065800     PERFORM ACCEPT-EXISTING-REPORT.
065900     PERFORM RE-ACCEPT-EXISTING-REPORT
066000         UNTIL EXPR-RECORD-FOUND = "Y" OR
066100               EXPR-NUMBER = ZEROES.
066200
066300 ACCEPT-EXISTING-REPORT.
066400     DISPLAY "ENTER EXPENSE REPORT NUMBER (0 TO EXIT)".
066500     ACCEPT EXPR-NUMBER-FIELD.
066600     MOVE EXPR-NUMBER-FIELD TO EXPR-NUMBER.
066700     IF EXPR-NUMBER NOT = ZEROES
066800         PERFORM READ-EXPR-RECORD.
066900
067000 RE-ACCEPT-EXISTING-REPORT.
067100     DISPLAY "NO EXPENSE REPORT ON FILE WITH THAT NUMBER".
067200     PERFORM ACCEPT-EXISTING-REPORT.
067300
067400*---------------------------------
067500* RECORD A TRAVEL ADVANCE
067600*---------------------------------
067700 ADVANCE-MODE.
067800     IF APCTL-ADVANCE-ACCOUNT = ZEROES
067900         DISPLAY "NO TRAVEL ADVANCE ACCOUNT IS SET UP ON THE"
068000         DISPLAY "AP CONTROL FILE - SEE CTLMNT01"
068100     ELSE
068200         PERFORM GET-ACTIVE-EMPLOYEE
068300         PERFORM ENTER-ADVANCES
068400             UNTIL EMP-NUMBER = ZEROES.
068500
068600 ENTER-ADVANCES.
068700     PERFORM ENTER-ONE-ADVANCE.
068800     PERFORM GET-ACTIVE-EMPLOYEE.
068900
069000 ENTER-ONE-ADVANCE.
069100     MOVE SPACE TO ADVANCE-RECORD.
069200     MOVE ZEROES TO ADV-NUMBER
069300                    ADV-AMOUNT
069400                    ADV-APPLIED
069500                    ADV-VOUCHER-NO
069600                    ADV-LAST-REPORT.
069700     MOVE EMP-NUMBER TO ADV-EMPLOYEE.
069800     MOVE FUNCTION CURRENT-DATE(1:8) TO ADV-DATE.
069900     PERFORM ENTER-ADV-PURPOSE.
070000     PERFORM ENTER-ADV-AMOUNT.
070100     MOVE ADV-AMOUNT TO AMOUNT-DISPLAY.
070200     DISPLAY "ADVANCE OF " AMOUNT-DISPLAY " TO " EMP-NAME.
070300     MOVE "PAY THIS ADVANCE (Y/N/Q)?" TO CONFIRM-PROMPT.
070400     PERFORM GET-CONFIRMATION.
070500     IF CONFIRM-IS-YES
070600         PERFORM FIND-NEXT-VOUCHER-NUMBER
070700         IF FREE-NUMBER-FOUND = "N"
070800             DISPLAY "NO FREE VOUCHER NUMBERS LEFT -"
070900             DISPLAY "ADVANCE NOT RECORDED"
071000         ELSE
071100             PERFORM SAVE-NEW-ADVANCE.
071200
071300 ENTER-ADV-PURPOSE.
071400     PERFORM ACCEPT-ADV-PURPOSE.
071500     PERFORM RE-ACCEPT-ADV-PURPOSE
071600         UNTIL ADV-PURPOSE NOT = SPACES.
071700
071800 ACCEPT-ADV-PURPOSE.
071900     DISPLAY "ENTER PURPOSE OF THE ADVANCE".
072000     ACCEPT ADV-PURPOSE.
072100     INSPECT ADV-PURPOSE
072200         CONVERTING LOWER-ALPHA
072300         TO         UPPER-ALPHA.
072400
072500 RE-ACCEPT-ADV-PURPOSE.
072600     DISPLAY "PURPOSE MUST BE ENTERED".
072700     PERFORM ACCEPT-ADV-PURPOSE.
072800
072900 ENTER-ADV-AMOUNT.
073000     PERFORM ACCEPT-ADV-AMOUNT.
073100     PERFORM RE-ACCEPT-ADV-AMOUNT
073200         UNTIL ADV-AMOUNT NOT = ZEROES.
073300
073400 ACCEPT-ADV-AMOUNT.
073500     DISPLAY "ENTER ADVANCE AMOUNT WITH NO DECIMAL POINT".
073600     DISPLAY "EXAMPLE: 12345 MEANS 123.45".
073700     ACCEPT AMOUNT-ENTRY.
073800     COMPUTE ADV-AMOUNT = AMOUNT-ENTRY / 100.
073900
074000 RE-ACCEPT-ADV-AMOUNT.
074100     DISPLAY "AMOUNT MUST NOT BE ZERO".
074200     PERFORM ACCEPT-ADV-AMOUNT.
074300
074400*---------------------------------
074500* The advance is paid like any
074600* other payable: an employee
074700* voucher whose one G/L line
074800* charges the advance account.
074900* The advance record remembers
075000* the voucher so the advance
075100* report can show it.
075200*---------------------------------
075300 SAVE-NEW-ADVANCE.
075400     PERFORM FIND-NEXT-ADVANCE-NUMBER.
075500     MOVE NEW-ADV-NUMBER TO ADV-NUMBER.
075600     MOVE NEXT-VOUCHER-NUMBER TO ADV-VOUCHER-NO.
075700     MOVE "O" TO ADV-STATUS.
075800     PERFORM BUILD-ADVANCE-VOUCHER.
075900     PERFORM BUILD-ADVANCE-DISTRIBUTION.
076000     WRITE ADVANCE-RECORD
076100         INVALID KEY
076200         DISPLAY "ERROR WRITING TRAVEL ADVANCE".
076300     PERFORM LOG-ADVANCE-AUDIT.
076400     ADD ADV-AMOUNT TO SESSION-ADVANCE-TOTAL.
076500     ADD 1 TO SESSION-ADVANCE-COUNT.
076600     DISPLAY "ADVANCE " ADV-NUMBER " RECORDED ON VOUCHER "
076700             VOUCHER-NUMBER.
076800
076900 FIND-NEXT-ADVANCE-NUMBER.
077000     MOVE ADVANCE-RECORD TO HOLD-ADVANCE-RECORD.
077100     MOVE 1 TO NEW-ADV-NUMBER.
077200     MOVE "N" TO ADV-FILE-AT-END.
077300     MOVE ZEROES TO ADV-NUMBER.
077400     START ADVANCE-FILE KEY NOT < ADV-NUMBER
077500         INVALID KEY
077600         MOVE "Y" TO ADV-FILE-AT-END.
077700     PERFORM FIND-HIGHEST-ADVANCE
077800         UNTIL ADV-FILE-AT-END = "Y".
077900     MOVE HOLD-ADVANCE-RECORD TO ADVANCE-RECORD.
078000
078100 FIND-HIGHEST-ADVANCE.
078200     READ ADVANCE-FILE NEXT RECORD
078300         AT END MOVE "Y" TO ADV-FILE-AT-END.
078400     IF ADV-FILE-AT-END NOT = "Y"
078500        AND ADV-NUMBER NOT < NEW-ADV-NUMBER
078600         COMPUTE NEW-ADV-NUMBER = ADV-NUMBER + 1.
078700
078800 BUILD-ADVANCE-VOUCHER.
078900     MOVE SPACE TO VOUCHER-RECORD.
079000     MOVE NEXT-VOUCHER-NUMBER TO VOUCHER-NUMBER.
079100     MOVE ZEROES TO VOUCHER-VENDOR.
079200     MOVE "E" TO VOUCHER-PAYEE-TYPE.
079300     MOVE ADV-EMPLOYEE TO VOUCHER-EMPLOYEE.
079400     MOVE ADV-NUMBER TO ADVANCE-INVOICE-NO.
079500     MOVE ADVANCE-INVOICE TO VOUCHER-INVOICE.
079600     MOVE SPACE TO VOUCHER-PO-NUMBER.
079700     MOVE ADV-PURPOSE TO VOUCHER-FOR.
079800     MOVE ADV-AMOUNT TO VOUCHER-AMOUNT
079900                        VOUCHER-BASE-AMOUNT.
080000     MOVE "N" TO VOUCHER-DEDUCTIBLE.
080100     MOVE "N" TO VOUCHER-SELECTED.
080200     MOVE "N" TO VOUCHER-TAXABLE.
080300     MOVE "N" TO VOUCHER-HOLD-FLAG.
080400     MOVE SPACE TO VOUCHER-HOLD-REASON.
080500     PERFORM SET-APPROVAL-STATUS.
080600     MOVE "USD" TO VOUCHER-CURRENCY-CODE.
080700     MOVE 1.0000 TO VOUCHER-FX-RATE.
080800     MOVE ZEROES TO VOUCHER-PAID-AMOUNT
080900                    VOUCHER-PAID-DATE
081000                    VOUCHER-CHECK-NO
081100                    VOUCHER-PAY-AMOUNT
081200                    VOUCHER-CATEGORY
081300                    VOUCHER-DISC-PERCENT
081400                    VOUCHER-DISC-DATE
081500                    VOUCHER-DISC-TAKEN
081600                    VOUCHER-TAX-BASIS
081700                    VOUCHER-USE-TAX
081800                    VOUCHER-RETAINAGE-PCT
081900                    VOUCHER-RETAINED-AMOUNT
082000                    VOUCHER-FX-GAIN-LOSS
082100                    VOUCHER-CANCEL-DATE
082200                    VOUCHER-CANCEL-AMOUNT
082225                    VOUCHER-SERVICE-FROM
082250                    VOUCHER-SERVICE-TO.
082275     MOVE FUNCTION CURRENT-DATE(1:8) TO
082287         VOUCHER-ENTERED-DATE.
082300     IF EMP-COMPANY NOT = ZEROES
082400         MOVE EMP-COMPANY TO VOUCHER-COMPANY
082500     ELSE
082600         MOVE SIGN-ON-COMPANY TO VOUCHER-COMPANY.
082700     MOVE ADV-DATE TO VOUCHER-DATE
082800                      VOUCHER-DUE.
082900     WRITE VOUCHER-RECORD
083000         INVALID KEY
083100         DISPLAY "RECORD ALREADY ON FILE".
083200     MOVE "VOUCHER" TO UPDJ-FILE.
083300     MOVE "W" TO UPDJ-ACTION.
083400     MOVE VOUCHER-RECORD TO UPDJ-IMAGE.
083500     PERFORM WRITE-UPDATE-JOURNAL.
083600
083700 BUILD-ADVANCE-DISTRIBUTION.
083800     MOVE VOUCHER-NUMBER TO DIST-VOUCHER-NO.
083900     MOVE 1 TO DIST-LINE-NO.
084000     MOVE APCTL-ADVANCE-ACCOUNT TO DIST-ACCOUNT.
084100     MOVE ADV-AMOUNT TO DIST-AMOUNT.
084200     MOVE ZEROES TO DIST-COMPANY.
084250     MOVE ZEROES TO DIST-STORE.
084275     MOVE SPACES TO DIST-PROJECT.
084300     WRITE DISTRIBUTION-RECORD
084400         INVALID KEY
084500         DISPLAY "DISTRIBUTION LINE ALREADY ON FILE".
084600
084700*---------------------------------
084800* An advance at or over the
084900* dual-control threshold waits
085000* for a second approval exactly
085100* as a keyed voucher would.
085200*---------------------------------
085300 SET-APPROVAL-STATUS.
085400     IF APCTL-APPROVAL-THRESHOLD NOT = ZEROES
085500        AND VOUCHER-AMOUNT NOT <
085600            APCTL-APPROVAL-THRESHOLD
085700         MOVE "W" TO VOUCHER-APPROVAL
085800         DISPLAY "THIS ADVANCE REQUIRES APPROVAL BEFORE"
085900         DISPLAY "IT CAN BE SELECTED FOR PAYMENT"
086000     ELSE
086100         MOVE "A" TO VOUCHER-APPROVAL.
086200
086300*---------------------------------
086400* The same pool/live/archive
086500* probe the entry screen
086600* assigns with.
086700*---------------------------------
086800 FIND-NEXT-VOUCHER-NUMBER.
086900     PERFORM LOAD-NUMBER-POOL.
087000     MOVE "N" TO FREE-NUMBER-FOUND.
087100     MOVE ZEROES TO POOL-TRY-COUNT.
087200     PERFORM TRY-NEXT-POOL-NUMBER
087300         UNTIL FREE-NUMBER-FOUND = "Y"
087400            OR POOL-TRY-COUNT > 99998.
087500     IF FREE-NUMBER-FOUND = "Y"
087600         MOVE POOL-CANDIDATE TO NEXT-VOUCHER-NUMBER
087700         PERFORM SAVE-NUMBER-POOL.
087800
087900 TRY-NEXT-POOL-NUMBER.
088000     ADD 1 TO POOL-TRY-COUNT.
088100     ADD 1 TO POOL-CANDIDATE.
088200     IF POOL-CANDIDATE > 99998
088300         MOVE 1 TO POOL-CANDIDATE.
088400     MOVE "Y" TO CANDIDATE-IS-TAKEN.
088500     MOVE POOL-CANDIDATE TO VOUCHER-NUMBER.
088600     READ VOUCHER-FILE RECORD
088700         INVALID KEY
088800         MOVE "N" TO CANDIDATE-IS-TAKEN.
088900     IF CANDIDATE-IS-TAKEN = "N"
089000         MOVE POOL-CANDIDATE TO ARCH-NUMBER
089100         MOVE "Y" TO CANDIDATE-IS-TAKEN
089200         READ ARCHIVE-FILE RECORD
089300             INVALID KEY
089400             MOVE "N" TO CANDIDATE-IS-TAKEN.
089500     IF CANDIDATE-IS-TAKEN = "N"
089600         MOVE "Y" TO FREE-NUMBER-FOUND.
089700
089800 LOAD-NUMBER-POOL.
089900     MOVE ZEROES TO VNOCTL-NEXT.
090000     OPEN INPUT VNOCTL-FILE.
090100     MOVE "N" TO VNOCTL-AT-END.
090200     READ VNOCTL-FILE
090300         AT END MOVE "Y" TO VNOCTL-AT-END.
090400     CLOSE VNOCTL-FILE.
090500     IF VNOCTL-AT-END = "Y"
090600         MOVE ZEROES TO VNOCTL-NEXT.
090700     MOVE VNOCTL-NEXT TO POOL-CANDIDATE.
090800
090900 SAVE-NUMBER-POOL.
091000     MOVE POOL-CANDIDATE TO VNOCTL-NEXT.
091100     OPEN OUTPUT VNOCTL-FILE.
091200     WRITE VNOCTL-RECORD.
091300     CLOSE VNOCTL-FILE.
091400
091500 LOG-ADVANCE-AUDIT.
091600     MOVE VOUCHER-NUMBER      TO AUDIT-EVENT-VOUCHER-NO.
091700     MOVE ZEROES              TO AUDIT-EVENT-VENDOR-NO.
091800     MOVE "ADVANCE"           TO AUDIT-EVENT-ACTION.
091900     MOVE ADV-DATE            TO AUDIT-EVENT-DATE.
092000     MOVE ADV-AMOUNT          TO AUDIT-EVENT-AMOUNT.
092100     MOVE ADV-EMPLOYEE        TO AUDIT-EVENT-OLD-VALUE.
092200     MOVE ADV-NUMBER          TO AUDIT-EVENT-NEW-VALUE.
092300     PERFORM WRITE-AUDIT-RECORD.
092400
092500*---------------------------------
092600* The employee on a new report
092700* or advance must be on file and
092800* active. Zero leaves the screen.
092900*---------------------------------
093000 GET-ACTIVE-EMPLOYEE.
093100     PERFORM ACCEPT-ACTIVE-EMPLOYEE.
093200     PERFORM RE-ACCEPT-ACTIVE-EMPLOYEE
093300         UNTIL EMP-NUMBER = ZEROES
093400            OR (EMP-RECORD-FOUND = "Y" AND EMP-IS-ACTIVE).
093500
093600 ACCEPT-ACTIVE-EMPLOYEE.
093700     DISPLAY "ENTER EMPLOYEE NUMBER (0 TO EXIT)".
093800     ACCEPT EMP-NUMBER-FIELD.
093900     MOVE EMP-NUMBER-FIELD TO EMP-NUMBER.
094000     IF EMP-NUMBER NOT = ZEROES
094100         PERFORM READ-EMP-RECORD.
094200     IF EMP-NUMBER NOT = ZEROES
094300        AND EMP-RECORD-FOUND = "Y"
094400         DISPLAY "EMPLOYEE: " EMP-NAME.
094500
094600 RE-ACCEPT-ACTIVE-EMPLOYEE.
094700     IF EMP-RECORD-FOUND = "N"
094800         DISPLAY "NO EMPLOYEE ON FILE WITH THAT NUMBER"
094900     ELSE
095000         DISPLAY "THAT EMPLOYEE IS INACTIVE".
095100     PERFORM ACCEPT-ACTIVE-EMPLOYEE.
095200
095300*---------------------------------
095400* File I-O routines.
095500*---------------------------------
095600 READ-EMP-RECORD.
095700     MOVE "Y" TO EMP-RECORD-FOUND.
095800     READ EMPLOYEE-FILE RECORD
095900         INVALID KEY
096000         MOVE "N" TO EMP-RECORD-FOUND.
096100
096200 READ-EXPR-RECORD.
096300     MOVE "Y" TO EXPR-RECORD-FOUND.
096400     READ EXPENSE-REPORT-FILE RECORD
096500         INVALID KEY
096600         MOVE "N" TO EXPR-RECORD-FOUND.
096700
096800 REWRITE-EXPR-RECORD.
096900     REWRITE EXPENSE-REPORT-RECORD
097000         INVALID KEY
097100         DISPLAY "ERROR REWRITING EXPENSE REPORT".
097200
097300*---------------------------------
097400* Utility routines.
097500*---------------------------------
097600     COPY "PLDATE01.CBL".
097700     COPY "PLAUDIT01.CBL".
097800     COPY "PLSIGN01.CBL".
097900     COPY "PLUPDJ01.CBL".
098000     COPY "PLCOMP01.CBL".
098100     COPY "PLCONF01.CBL".
098200     COPY "PLDCTL01.CBL".

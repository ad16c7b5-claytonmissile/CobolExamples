000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PCDBLD01.
000300*---------------------------------
000400* Purchasing card voucher build.
000500*
000600* Bills one issuer statement as
000700* a single voucher to the card
000800* issuer vendor named on the AP
000900* control file, with a G/L line
001000* per account the holders coded
001100* to. A line that is not yet
001200* signed off is charged to the
001300* suspense account on the
001400* control file and flagged for
001500* reclass; with no suspense
001600* account the statement cannot
001700* be billed until every line is
001800* signed off. The voucher then
001900* pays through VCHSEL01 and
002000* VCHPAY01 like any other.
002100*---------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500
002600     COPY "SLPCTR.CBL".
002700
002800     COPY "SLCRDH.CBL".
002900
003000     COPY "SLEMP.CBL".
003100
003200     COPY "SLVND02.CBL".
003300
003400     COPY "SLVOUCH.CBL".
003500
003600     COPY "SLVCHARC.CBL".
003700
003800     COPY "SLVNOCTL.CBL".
003900
004000     COPY "SLDIST.CBL".
004100
004200     COPY "SLAUDIT.CBL".
004300
004400     COPY "SLOPER.CBL".
004500
004600     COPY "SLUPDJ.CBL".
004700
004800     COPY "SLSONLOG.CBL".
004900
005000     COPY "SLSESS.CBL".
005100
005200     COPY "SLAPCTL.CBL".
005300
005400     COPY "SLDCTL.CBL".
005500
005600     COPY "SLPERIOD.CBL".
005700
005800     COPY "SLCOMP.CBL".
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200
006300     COPY "FDPCTR.CBL".
006400
006500     COPY "FDCRDH.CBL".
006600
006700     COPY "FDEMP.CBL".
006800
006900     COPY "FDVND04.CBL".
007000
007100     COPY "FDVOUCH.CBL".
007200
007300     COPY "FDVCHARC.CBL".
007400
007500     COPY "FDVNOCTL.CBL".
007600
007700     COPY "FDDIST.CBL".
007800
007900     COPY "FDAUDIT.CBL".
008000
008100     COPY "FDOPER.CBL".
008200
008300     COPY "FDUPDJ.CBL".
008400
008500     COPY "FDSONLOG.CBL".
008600
008700     COPY "FDSESS.CBL".
008800
008900     COPY "FDAPCTL.CBL".
009000
009100     COPY "FDDCTL.CBL".
009200
009300     COPY "FDPERIOD.CBL".
009400
009500     COPY "FDCOMP.CBL".
009600
009700 WORKING-STORAGE SECTION.
009800
009900 77  PCT-FILE-AT-END         PIC X.
010000 77  EMP-RECORD-FOUND        PIC X.
010100 77  CRDH-RECORD-FOUND       PIC X.
010200 77  VENDOR-RECORD-FOUND     PIC X.
010300 77  APCTL-FILE-AT-END       PIC X.
010400 77  OK-TO-BUILD             PIC X.
010500 77  TODAY-DATE              PIC 9(8).
010600 77  STATEMENT-DATE          PIC 9(8).
010700 77  STATEMENT-DUE-DATE      PIC 9(8).
010800 77  CHECKED-CARD-ID         PIC X(10).
010900 77  HOLDER-COMPANY          PIC 9(2).
011000 77  LINE-ACCOUNT            PIC 9(5).
011100 77  LINE-COMPANY            PIC 9(2).
011200 77  STATEMENT-LINES         PIC 9(5).
011300 77  UNSIGNED-LINES          PIC 9(5).
011400 77  SUSPENSE-LINES          PIC 9(5).
011500 77  STATEMENT-TOTAL         PIC S9(6)V99.
011600 77  SUSPENSE-TOTAL          PIC S9(6)V99.
011700 77  ACCT-SUB                PIC 99.
011800 77  ACCT-COUNT              PIC 99.
011900 77  ACCT-FOUND              PIC X.
012000 77  ACCT-OVERFLOW           PIC X.
012100 77  CAT-SUB                 PIC 999.
012200 77  BEST-CATEGORY           PIC 99.
012300 77  BEST-CATEGORY-AMOUNT    PIC S9(6)V99.
012400
012500 77  NEXT-VOUCHER-NUMBER     PIC 9(5).
012600 77  POOL-CANDIDATE          PIC 9(5).
012700 77  POOL-TRY-COUNT          PIC 9(5).
012800 77  VNOCTL-AT-END           PIC X.
012900 77  FREE-NUMBER-FOUND       PIC X.
013000 77  CANDIDATE-IS-TAKEN      PIC X.
013100 77  SESSION-BILLED-TOTAL    PIC S9(8)V99  VALUE ZEROES.
013200 77  SESSION-BILLED-COUNT    PIC 9(5)      VALUE ZEROES.
013300
013400*---------------------------------
013500* The statement's lines summed
013600* by G/L account and the company
013700* the holder works for - one
013800* distribution line per pair.
013900*---------------------------------
014000 01  ACCOUNT-TOTALS.
014100     05  ACCOUNT-TOTAL-ENTRY OCCURS 99 TIMES.
014200         10  ACCT-TOTAL-ACCOUNT  PIC 9(5).
014300         10  ACCT-TOTAL-COMPANY  PIC 9(2).
014400         10  ACCT-TOTAL-AMOUNT   PIC S9(6)V99.
014500
014600*---------------------------------
014700* The voucher carries one spend
014800* category; it takes the one the
014900* most money was coded to. The
015000* table is subscripted by the
015100* category number plus one.
015200*---------------------------------
015300 01  CATEGORY-TOTALS.
015400     05  CATEGORY-TOTAL-AMOUNT   PIC S9(6)V99
015500                                 OCCURS 100 TIMES.
015600
015700 01  AMOUNT-DISPLAY          PIC ZZZ,ZZ9.99-.
015800 01  DATE-DISPLAY            PIC Z9/99/9999.
015900
016000 01  STATEMENT-INVOICE.
016100     05  FILLER              PIC X(6)  VALUE "PCARD ".
016200     05  STATEMENT-INVOICE-DATE PIC 9(8).
016300
016400 01  STATEMENT-FOR.
016500     05  FILLER              PIC X(17)
016600         VALUE "P-CARD STATEMENT ".
016700     05  STATEMENT-FOR-DATE  PIC Z9/99/9999.
016800
016900     COPY "WSCASE01.CBL".
017000
017100     COPY "WSDATE01.CBL".
017200
017300     COPY "WSAUDIT01.CBL".
017400
017500     COPY "WSSIGN01.CBL".
017600
017700     COPY "WSPERD01.CBL".
017800
017900     COPY "WSCOMP01.CBL".
018000
018100 PROCEDURE DIVISION.
018200 PROGRAM-BEGIN.
018300     PERFORM OPENING-PROCEDURE.
018400     MOVE "PCDBLD01" TO SIGN-ON-PROGRAM.
018500     PERFORM GET-OPERATOR-SIGN-ON.
018600     IF OPERATOR-IS-SIGNED-ON
018700         PERFORM GET-COMPANY-CODE.
018800     IF OPERATOR-IS-SIGNED-ON
018900        AND SIGN-ON-CAN-ENTRY = "Y"
019000         PERFORM MAIN-PROCESS
019100     ELSE
019200     IF OPERATOR-IS-SIGNED-ON
019300         DISPLAY "YOU ARE NOT AUTHORIZED TO BUILD VOUCHERS".
019400     PERFORM CLOSING-PROCEDURE.
019500
019600 PROGRAM-EXIT.
019700     EXIT PROGRAM.
019800
019900 PROGRAM-DONE.
020000     ACCEPT OMITTED. STOP RUN.
020100
020200 OPENING-PROCEDURE.
020300     OPEN EXTEND UPDATE-JOURNAL-FILE.
020400     PERFORM LOAD-CONTROL-RECORD.
020500     OPEN I-O COMPANY-FILE.
020600     OPEN I-O PCARD-TRANS-FILE.
020700     OPEN I-O CARDHOLDER-FILE.
020800     OPEN I-O EMPLOYEE-FILE.
020900     OPEN I-O VENDOR-FILE.
021000     OPEN I-O VOUCHER-FILE.
021100     OPEN I-O ARCHIVE-FILE.
021200     OPEN I-O DISTRIBUTION-FILE.
021300     OPEN I-O PERIOD-FILE.
021400     OPEN EXTEND AUDIT-FILE.
021500     OPEN I-O OPERATOR-FILE.
021600     OPEN EXTEND CONTROL-TOTALS-FILE.
021700     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
021800
021900 CLOSING-PROCEDURE.
022000     CLOSE UPDATE-JOURNAL-FILE.
022100     CLOSE COMPANY-FILE.
022200     CLOSE PCARD-TRANS-FILE.
022300     CLOSE CARDHOLDER-FILE.
022400     CLOSE EMPLOYEE-FILE.
022500     CLOSE VENDOR-FILE.
022600     CLOSE VOUCHER-FILE.
022700     CLOSE ARCHIVE-FILE.
022800     CLOSE DISTRIBUTION-FILE.
022900     CLOSE PERIOD-FILE.
023000     CLOSE AUDIT-FILE.
023100     CLOSE OPERATOR-FILE.
023200     PERFORM POST-SESSION-TOTALS.
023300     CLOSE CONTROL-TOTALS-FILE.
023400
023500*---------------------------------
023600* The approval threshold, the
023700* issuer vendor and the suspense
023800* account come from the AP
023900* control file.
024000*---------------------------------
024100 LOAD-CONTROL-RECORD.
024200     MOVE ZEROES TO APCTL-APPROVAL-THRESHOLD
024300                    APCTL-PCARD-VENDOR
024400                    APCTL-PCARD-SUSPENSE.
024500     OPEN INPUT APCTL-FILE.
024600     MOVE "N" TO APCTL-FILE-AT-END.
024700     READ APCTL-FILE
024800         AT END MOVE "Y" TO APCTL-FILE-AT-END.
024900     CLOSE APCTL-FILE.
025000     IF APCTL-FILE-AT-END = "Y"
025100         MOVE ZEROES TO APCTL-APPROVAL-THRESHOLD
025200                        APCTL-PCARD-VENDOR
025300                        APCTL-PCARD-SUSPENSE.
025400
025500*---------------------------------
025600* The vouchers raised are new
025700* open payables for the daily
025800* control totals.
025900*---------------------------------
026000 POST-SESSION-TOTALS.
026100     IF SESSION-BILLED-COUNT NOT = ZEROES
026200         MOVE "PCDBLD01" TO DCTL-PROGRAM
026300         MOVE SESSION-BILLED-TOTAL TO DCTL-ENTERED
026400         MOVE ZEROES TO DCTL-PAID DCTL-ADJUSTED
026500         MOVE SESSION-BILLED-COUNT TO DCTL-COUNT
026600         PERFORM POST-CONTROL-TOTALS.
026700
026800 MAIN-PROCESS.
026900     MOVE APCTL-PCARD-VENDOR TO VENDOR-NUMBER.
027000     PERFORM READ-VENDOR-RECORD.
027100     IF APCTL-PCARD-VENDOR = ZEROES
027200         DISPLAY "NO CARD ISSUER VENDOR IS SET UP ON THE"
027300         DISPLAY "AP CONTROL FILE - SEE CTLMNT01"
027400     ELSE
027500     IF VENDOR-RECORD-FOUND = "N"
027600         DISPLAY "CARD ISSUER VENDOR " APCTL-PCARD-VENDOR
027700                 " IS NOT ON FILE"
027800     ELSE
027900     IF NOT VENDOR-IS-ACTIVE
028000         DISPLAY "CARD ISSUER VENDOR " APCTL-PCARD-VENDOR
028100                 " IS NOT ACTIVE"
028200     ELSE
028300         DISPLAY "CARD ISSUER: " VENDOR-NAME
028400         PERFORM GET-STATEMENT-DATE
028500         PERFORM BUILD-STATEMENTS
028600             UNTIL STATEMENT-DATE = ZEROES.
028700
028800 BUILD-STATEMENTS.
028900     PERFORM TOTAL-THE-STATEMENT.
029000     PERFORM CHECK-OK-TO-BUILD.
029100     IF OK-TO-BUILD = "Y"
029200         PERFORM DISPLAY-STATEMENT-TOTALS
029300         PERFORM GET-STATEMENT-DUE-DATE
029400         PERFORM ASK-OK-TO-BUILD.
029500     IF OK-TO-BUILD = "Y"
029600         PERFORM FIND-NEXT-VOUCHER-NUMBER
029700         IF FREE-NUMBER-FOUND = "N"
029800             DISPLAY "NO FREE VOUCHER NUMBERS LEFT -"
029900             DISPLAY "STATEMENT NOT BILLED"
030000         ELSE
030100             PERFORM BILL-THE-STATEMENT.
030200     PERFORM GET-STATEMENT-DATE.
030300
030400*---------------------------------
030500* The statement date becomes the
030600* voucher date, so it may not
030700* fall in a closed period.
030800*---------------------------------
030900 GET-STATEMENT-DATE.
031000     PERFORM ACCEPT-STATEMENT-DATE.
031100     PERFORM RE-ACCEPT-STATEMENT-DATE
031200         UNTIL STATEMENT-DATE = ZEROES
031300            OR PERIOD-DATE-IS-OPEN = "Y".
031400
031500 ACCEPT-STATEMENT-DATE.
031600     MOVE "Y" TO ZERO-DATE-IS-OK.
031700     MOVE "ENTER STATEMENT DATE (MM/DD/CCYY), 0 TO EXIT"
031800         TO DATE-PROMPT.
031900     PERFORM GET-A-DATE.
032000     MOVE DATE-CCYYMMDD TO STATEMENT-DATE.
032100     MOVE DATE-CCYYMMDD TO EDIT-PERIOD-DATE.
032200     PERFORM CHECK-PERIOD-OPEN.
032300
032400 RE-ACCEPT-STATEMENT-DATE.
032500     DISPLAY "THAT DATE IS IN A CLOSED ACCOUNTING PERIOD".
032600     PERFORM ACCEPT-STATEMENT-DATE.
032700
032800 GET-STATEMENT-DUE-DATE.
032900     PERFORM ACCEPT-STATEMENT-DUE-DATE.
033000     PERFORM RE-ACCEPT-STATEMENT-DUE-DATE
033100         UNTIL STATEMENT-DUE-DATE NOT < STATEMENT-DATE.
033200
033300 ACCEPT-STATEMENT-DUE-DATE.
033400     MOVE "N" TO ZERO-DATE-IS-OK.
033500     MOVE "ENTER PAYMENT DUE DATE (MM/DD/CCYY)"
033600         TO DATE-PROMPT.
033700     PERFORM GET-A-DATE.
033800     MOVE DATE-CCYYMMDD TO STATEMENT-DUE-DATE.
033900
034000 RE-ACCEPT-STATEMENT-DUE-DATE.
034100     DISPLAY "DUE DATE MAY NOT BE BEFORE THE STATEMENT DATE".
034200     PERFORM ACCEPT-STATEMENT-DUE-DATE.
034300
034400*---------------------------------
034500* Every line on the statement
034600* not yet on a voucher is summed
034700* into the account table. A line
034800* not signed off goes to the
034900* suspense account.
035000*---------------------------------
035100 TOTAL-THE-STATEMENT.
035200     MOVE ZEROES TO STATEMENT-LINES UNSIGNED-LINES
035300                    STATEMENT-TOTAL SUSPENSE-TOTAL
035400                    ACCT-COUNT.
035500     MOVE "N" TO ACCT-OVERFLOW.
035600     MOVE SPACES TO CHECKED-CARD-ID.
035700     PERFORM CLEAR-CATEGORY-TOTAL
035800         VARYING CAT-SUB FROM 1 BY 1
035900         UNTIL CAT-SUB > 100.
036000     PERFORM READ-FIRST-LINE.
036100     PERFORM TOTAL-ALL-LINES
036200         UNTIL PCT-FILE-AT-END = "Y".
036300
036400 CLEAR-CATEGORY-TOTAL.
036500     MOVE ZEROES TO CATEGORY-TOTAL-AMOUNT (CAT-SUB).
036600
036700 TOTAL-ALL-LINES.
036800     IF PCT-STATEMENT-DATE = STATEMENT-DATE
036900        AND PCT-VOUCHER-NO = ZEROES
037000         PERFORM TOTAL-THIS-LINE.
037100     PERFORM READ-NEXT-LINE.
037200
037300 TOTAL-THIS-LINE.
037400     ADD 1 TO STATEMENT-LINES.
037500     ADD PCT-AMOUNT TO STATEMENT-TOTAL.
037600     PERFORM FIND-HOLDER-COMPANY.
037700     MOVE HOLDER-COMPANY TO LINE-COMPANY.
037800     IF PCT-IS-APPROVED
037900         MOVE PCT-ACCOUNT TO LINE-ACCOUNT
038000         ADD PCT-AMOUNT
038100             TO CATEGORY-TOTAL-AMOUNT (PCT-CATEGORY + 1)
038200     ELSE
038300         ADD 1 TO UNSIGNED-LINES
038400         ADD PCT-AMOUNT TO SUSPENSE-TOTAL
038500         MOVE APCTL-PCARD-SUSPENSE TO LINE-ACCOUNT
038600         MOVE ZEROES TO LINE-COMPANY.
038700     PERFORM SUM-LINE-BY-ACCOUNT.
038800
038900*---------------------------------
039000* A holder who works for another
039100* company makes the line a
039200* cross-company line. A card's
039300* lines read together, so the
039400* holder is looked up once.
039500*---------------------------------
039600 FIND-HOLDER-COMPANY.
039700     IF PCT-CARD-ID NOT = CHECKED-CARD-ID
039800         MOVE PCT-CARD-ID TO CHECKED-CARD-ID
039900         PERFORM LOOK-UP-HOLDER-COMPANY.
040000
040100 LOOK-UP-HOLDER-COMPANY.
040200     MOVE ZEROES TO HOLDER-COMPANY.
040300     MOVE PCT-CARD-ID TO CRDH-CARD-ID.
040400     MOVE "Y" TO CRDH-RECORD-FOUND.
040500     READ CARDHOLDER-FILE RECORD
040600         INVALID KEY
040700         MOVE "N" TO CRDH-RECORD-FOUND.
040800     IF CRDH-RECORD-FOUND = "Y"
040900         MOVE CRDH-EMPLOYEE TO EMP-NUMBER
041000         PERFORM READ-EMP-RECORD
041100         IF EMP-RECORD-FOUND = "Y"
041200            AND EMP-COMPANY NOT = SIGN-ON-COMPANY
041300             MOVE EMP-COMPANY TO HOLDER-COMPANY.
041400
041500 SUM-LINE-BY-ACCOUNT.
041600     MOVE "N" TO ACCT-FOUND.
041700     PERFORM FIND-ACCOUNT-TOTAL
041800         VARYING ACCT-SUB FROM 1 BY 1
041900         UNTIL ACCT-SUB > ACCT-COUNT
042000            OR ACCT-FOUND = "Y".
042100     IF ACCT-FOUND = "N"
042200         IF ACCT-COUNT = 99
042300             MOVE "Y" TO ACCT-OVERFLOW
042400         ELSE
042500             ADD 1 TO ACCT-COUNT
042600             MOVE LINE-ACCOUNT
042700                 TO ACCT-TOTAL-ACCOUNT (ACCT-COUNT)
042800             MOVE LINE-COMPANY
042900                 TO ACCT-TOTAL-COMPANY (ACCT-COUNT)
043000             MOVE PCT-AMOUNT
043100                 TO ACCT-TOTAL-AMOUNT (ACCT-COUNT).
043200
043300 FIND-ACCOUNT-TOTAL.
043400     IF ACCT-TOTAL-ACCOUNT (ACCT-SUB) = LINE-ACCOUNT
043500        AND ACCT-TOTAL-COMPANY (ACCT-SUB) = LINE-COMPANY
043600         ADD PCT-AMOUNT TO ACCT-TOTAL-AMOUNT (ACCT-SUB)
043700         MOVE "Y" TO ACCT-FOUND.
043800
043900 CHECK-OK-TO-BUILD.
044000     MOVE "N" TO OK-TO-BUILD.
044100     IF STATEMENT-LINES = ZEROES
044200         DISPLAY "NO UNBILLED LINES FOR THAT STATEMENT DATE"
044300     ELSE
044400     IF UNSIGNED-LINES NOT = ZEROES
044500        AND APCTL-PCARD-SUSPENSE = ZEROES
044600         DISPLAY UNSIGNED-LINES " LINES ARE NOT YET SIGNED OFF"
044700         DISPLAY "AND NO SUSPENSE ACCOUNT IS SET UP -"
044800         DISPLAY "STATEMENT NOT BILLED"
044900         PERFORM LIST-UNSIGNED-LINES
045000     ELSE
045100     IF ACCT-OVERFLOW = "Y"
045200         DISPLAY "MORE THAN 99 ACCOUNTS ON ONE STATEMENT -"
045300         DISPLAY "STATEMENT NOT BILLED"
045400     ELSE
045500     IF STATEMENT-TOTAL NOT > ZEROES
045600         DISPLAY "STATEMENT IS NOT A BALANCE DUE -"
045700         DISPLAY "STATEMENT NOT BILLED"
045800     ELSE
045900         MOVE "Y" TO OK-TO-BUILD.
046000
046100 LIST-UNSIGNED-LINES.
046200     PERFORM READ-FIRST-LINE.
046300     PERFORM LIST-ALL-UNSIGNED
046400         UNTIL PCT-FILE-AT-END = "Y".
046500
046600 LIST-ALL-UNSIGNED.
046700     IF PCT-STATEMENT-DATE = STATEMENT-DATE
046800        AND PCT-VOUCHER-NO = ZEROES
046900        AND NOT PCT-IS-APPROVED
047000         PERFORM DISPLAY-ONE-LINE.
047100     PERFORM READ-NEXT-LINE.
047200
047300 DISPLAY-ONE-LINE.
047400     MOVE PCT-AMOUNT TO AMOUNT-DISPLAY.
047500     DISPLAY PCT-CARD-ID " " PCT-REFERENCE
047600             " " PCT-MERCHANT " " AMOUNT-DISPLAY
047700             " " PCT-STATUS.
047800
047900 DISPLAY-STATEMENT-TOTALS.
048000     MOVE STATEMENT-TOTAL TO AMOUNT-DISPLAY.
048100     DISPLAY "LINES: " STATEMENT-LINES
048200             "  TOTAL: " AMOUNT-DISPLAY.
048300     IF UNSIGNED-LINES NOT = ZEROES
048400         MOVE SUSPENSE-TOTAL TO AMOUNT-DISPLAY
048500         DISPLAY UNSIGNED-LINES " LINES NOT SIGNED OFF GO TO"
048600         DISPLAY "SUSPENSE ACCOUNT " APCTL-PCARD-SUSPENSE
048700                 ": " AMOUNT-DISPLAY.
048800
048900 ASK-OK-TO-BUILD.
049000     PERFORM ACCEPT-OK-TO-BUILD.
049100     PERFORM RE-ACCEPT-OK-TO-BUILD
049200        UNTIL OK-TO-BUILD = "Y" OR "N".
049300
049400 ACCEPT-OK-TO-BUILD.
049500     DISPLAY "BILL THIS STATEMENT (Y/N)?".
049600     ACCEPT OK-TO-BUILD.
049700     INSPECT OK-TO-BUILD
049800      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
049900
050000 RE-ACCEPT-OK-TO-BUILD.
050100     DISPLAY "YOU MUST ENTER YES OR NO".
050200     PERFORM ACCEPT-OK-TO-BUILD.
050300
050400 BILL-THE-STATEMENT.
050500     PERFORM PICK-VOUCHER-CATEGORY.
050600     PERFORM BUILD-STATEMENT-VOUCHER.
050700     PERFORM WRITE-ACCOUNT-LINE
050800         VARYING ACCT-SUB FROM 1 BY 1
050900         UNTIL ACCT-SUB > ACCT-COUNT.
051000     MOVE ZEROES TO SUSPENSE-LINES.
051100     PERFORM READ-FIRST-LINE.
051200     PERFORM MARK-ALL-LINES
051300         UNTIL PCT-FILE-AT-END = "Y".
051400     MOVE NEXT-VOUCHER-NUMBER TO AUDIT-EVENT-VOUCHER-NO.
051500     MOVE APCTL-PCARD-VENDOR TO AUDIT-EVENT-VENDOR-NO.
051600     MOVE "PCARD BILL" TO AUDIT-EVENT-ACTION.
051700     MOVE TODAY-DATE TO AUDIT-EVENT-DATE.
051800     MOVE VOUCHER-AMOUNT TO AUDIT-EVENT-AMOUNT.
051900     MOVE SPACE TO AUDIT-EVENT-OLD-VALUE.
052000     MOVE STATEMENT-INVOICE-DATE TO AUDIT-EVENT-NEW-VALUE.
052100     PERFORM WRITE-AUDIT-RECORD.
052200     ADD VOUCHER-AMOUNT TO SESSION-BILLED-TOTAL.
052300     ADD 1 TO SESSION-BILLED-COUNT.
052400     DISPLAY "VOUCHER " NEXT-VOUCHER-NUMBER " CREATED".
052500     IF SUSPENSE-LINES NOT = ZEROES
052600         DISPLAY SUSPENSE-LINES " LINES ABOVE WENT TO SUSPENSE"
052700         DISPLAY "AND NEED A RECLASS ONCE SIGNED OFF".
052800
052900 PICK-VOUCHER-CATEGORY.
053000     MOVE ZEROES TO BEST-CATEGORY BEST-CATEGORY-AMOUNT.
053100     PERFORM CHECK-ONE-CATEGORY
053200         VARYING CAT-SUB FROM 2 BY 1
053300         UNTIL CAT-SUB > 100.
053400
053500 CHECK-ONE-CATEGORY.
053600     IF CATEGORY-TOTAL-AMOUNT (CAT-SUB) > BEST-CATEGORY-AMOUNT
053700         MOVE CATEGORY-TOTAL-AMOUNT (CAT-SUB)
053800             TO BEST-CATEGORY-AMOUNT
053900         COMPUTE BEST-CATEGORY = CAT-SUB - 1.
054000
054100 BUILD-STATEMENT-VOUCHER.
054200     MOVE SPACE TO VOUCHER-RECORD.
054300     MOVE NEXT-VOUCHER-NUMBER TO VOUCHER-NUMBER.
054400     MOVE APCTL-PCARD-VENDOR TO VOUCHER-VENDOR.
054500     MOVE STATEMENT-DATE TO STATEMENT-INVOICE-DATE.
054600     MOVE STATEMENT-INVOICE TO VOUCHER-INVOICE.
054700     MOVE SPACE TO VOUCHER-PO-NUMBER.
054800     MOVE STATEMENT-DATE TO DATE-CCYYMMDD.
054900     PERFORM CONVERT-TO-MMDDCCYY.
055000     MOVE DATE-MMDDCCYY TO STATEMENT-FOR-DATE.
055100     MOVE STATEMENT-FOR TO VOUCHER-FOR.
055200     MOVE STATEMENT-TOTAL TO VOUCHER-AMOUNT.
055300     MOVE VOUCHER-AMOUNT TO VOUCHER-BASE-AMOUNT.
055400     MOVE "N" TO VOUCHER-DEDUCTIBLE.
055500     MOVE "N" TO VOUCHER-SELECTED.
055600     MOVE "N" TO VOUCHER-TAXABLE.
055700     MOVE "N" TO VOUCHER-HOLD-FLAG.
055800     MOVE SPACE TO VOUCHER-HOLD-REASON.
055900     PERFORM SET-APPROVAL-STATUS.
056000     MOVE "USD" TO VOUCHER-CURRENCY-CODE.
056100     MOVE 1.0000 TO VOUCHER-FX-RATE.
056200     MOVE ZEROES TO VOUCHER-PAID-AMOUNT
056300                    VOUCHER-PAID-DATE
056400                    VOUCHER-CHECK-NO
056500                    VOUCHER-PAY-AMOUNT
056600                    VOUCHER-CATEGORY
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
057725                    VOUCHER-SERVICE-FROM
057750                    VOUCHER-SERVICE-TO.
057775     MOVE FUNCTION CURRENT-DATE(1:8) TO
057787         VOUCHER-ENTERED-DATE.
057800     MOVE BEST-CATEGORY TO VOUCHER-CATEGORY.
057900     MOVE SIGN-ON-COMPANY TO VOUCHER-COMPANY.
058000     MOVE STATEMENT-DATE TO VOUCHER-DATE.
058100     MOVE STATEMENT-DUE-DATE TO VOUCHER-DUE.
058200     WRITE VOUCHER-RECORD
058300         INVALID KEY
058400         DISPLAY "RECORD ALREADY ON FILE".
058500     MOVE "VOUCHER" TO UPDJ-FILE.
058600     MOVE "W" TO UPDJ-ACTION.
058700     MOVE VOUCHER-RECORD TO UPDJ-IMAGE.
058800     PERFORM WRITE-UPDATE-JOURNAL.
058900
059000*---------------------------------
059100* The holders' managers cleared
059200* the spending line by line; the
059300* dual-control threshold still
059400* applies to the voucher.
059500*---------------------------------
059600 SET-APPROVAL-STATUS.
059700     IF APCTL-APPROVAL-THRESHOLD NOT = ZEROES
059800        AND VOUCHER-AMOUNT NOT <
059900            APCTL-APPROVAL-THRESHOLD
060000         MOVE "W" TO VOUCHER-APPROVAL
060100         DISPLAY "THIS VOUCHER REQUIRES APPROVAL BEFORE"
060200         DISPLAY "IT CAN BE SELECTED FOR PAYMENT"
060300     ELSE
060400         MOVE "A" TO VOUCHER-APPROVAL.
060500
060600 WRITE-ACCOUNT-LINE.
060700     MOVE NEXT-VOUCHER-NUMBER TO DIST-VOUCHER-NO.
060800     MOVE ACCT-SUB TO DIST-LINE-NO.
060900     MOVE ACCT-TOTAL-ACCOUNT (ACCT-SUB) TO DIST-ACCOUNT.
061000     MOVE ACCT-TOTAL-AMOUNT (ACCT-SUB) TO DIST-AMOUNT.
061100     MOVE ACCT-TOTAL-COMPANY (ACCT-SUB) TO DIST-COMPANY.
061150     MOVE ZEROES TO DIST-STORE.
061175     MOVE SPACES TO DIST-PROJECT.
061200     PERFORM WRITE-DISTRIBUTION-RECORD.
061300
061400*---------------------------------
061500* A signed-off line is billed. A
061600* line sent to suspense keeps
061700* its coding status so the
061800* holder and manager can still
061900* finish it for the reclass.
062000*---------------------------------
062100 MARK-ALL-LINES.
062200     IF PCT-STATEMENT-DATE = STATEMENT-DATE
062300        AND PCT-VOUCHER-NO = ZEROES
062400         PERFORM MARK-THIS-LINE.
062500     PERFORM READ-NEXT-LINE.
062600
062700 MARK-THIS-LINE.
062800     MOVE NEXT-VOUCHER-NUMBER TO PCT-VOUCHER-NO.
062900     IF PCT-IS-APPROVED
063000         MOVE "B" TO PCT-STATUS
063100         MOVE "N" TO PCT-TO-SUSPENSE
063200     ELSE
063300         MOVE "Y" TO PCT-TO-SUSPENSE
063400         ADD 1 TO SUSPENSE-LINES
063500         PERFORM DISPLAY-ONE-LINE.
063600     PERFORM REWRITE-PCT-RECORD.
063700
063800*---------------------------------
063900* The same pool/live/archive
064000* probe the entry screen
064100* assigns with.
064200*---------------------------------
064300 FIND-NEXT-VOUCHER-NUMBER.
064400     PERFORM LOAD-NUMBER-POOL.
064500     MOVE "N" TO FREE-NUMBER-FOUND.
064600     MOVE ZEROES TO POOL-TRY-COUNT.
064700     PERFORM TRY-NEXT-POOL-NUMBER
064800         UNTIL FREE-NUMBER-FOUND = "Y"
064900            OR POOL-TRY-COUNT > 99998.
065000     IF FREE-NUMBER-FOUND = "Y"
065100         MOVE POOL-CANDIDATE TO NEXT-VOUCHER-NUMBER
065200         PERFORM SAVE-NUMBER-POOL.
065300
065400 TRY-NEXT-POOL-NUMBER.
065500     ADD 1 TO POOL-TRY-COUNT.
065600     ADD 1 TO POOL-CANDIDATE.
065700     IF POOL-CANDIDATE > 99998
065800         MOVE 1 TO POOL-CANDIDATE.
065900     MOVE "Y" TO CANDIDATE-IS-TAKEN.
066000     MOVE POOL-CANDIDATE TO VOUCHER-NUMBER.
066100     READ VOUCHER-FILE RECORD
066200         INVALID KEY
066300         MOVE "N" TO CANDIDATE-IS-TAKEN.
066400     IF CANDIDATE-IS-TAKEN = "N"
066500         MOVE POOL-CANDIDATE TO ARCH-NUMBER
066600         MOVE "Y" TO CANDIDATE-IS-TAKEN
066700         READ ARCHIVE-FILE RECORD
066800             INVALID KEY
066900             MOVE "N" TO CANDIDATE-IS-TAKEN.
067000     IF CANDIDATE-IS-TAKEN = "N"
067100         MOVE "Y" TO FREE-NUMBER-FOUND.
067200
067300 LOAD-NUMBER-POOL.
067400     MOVE ZEROES TO VNOCTL-NEXT.
067500     OPEN INPUT VNOCTL-FILE.
067600     MOVE "N" TO VNOCTL-AT-END.
067700     READ VNOCTL-FILE
067800         AT END MOVE "Y" TO VNOCTL-AT-END.
067900     CLOSE VNOCTL-FILE.
068000     IF VNOCTL-AT-END = "Y"
068100         MOVE ZEROES TO VNOCTL-NEXT.
068200     MOVE VNOCTL-NEXT TO POOL-CANDIDATE.
068300
068400 SAVE-NUMBER-POOL.
068500     MOVE POOL-CANDIDATE TO VNOCTL-NEXT.
068600     OPEN OUTPUT VNOCTL-FILE.
068700     WRITE VNOCTL-RECORD.
068800     CLOSE VNOCTL-FILE.
068900
069000*---------------------------------
069100* Card transaction read routines.
069200*---------------------------------
069300 READ-FIRST-LINE.
069400     MOVE "N" TO PCT-FILE-AT-END.
069500     MOVE LOW-VALUES TO PCT-KEY.
069600     START PCARD-TRANS-FILE KEY NOT < PCT-KEY
069700         INVALID KEY
069800         MOVE "Y" TO PCT-FILE-AT-END.
069900     IF PCT-FILE-AT-END NOT = "Y"
070000         PERFORM READ-NEXT-LINE.
070100
070200 READ-NEXT-LINE.
070300     READ PCARD-TRANS-FILE NEXT RECORD
070400         AT END
070500         MOVE "Y" TO PCT-FILE-AT-END.
070600
070700*---------------------------------
070800* Other file I-O routines.
070900*---------------------------------
071000 READ-EMP-RECORD.
071100     MOVE "Y" TO EMP-RECORD-FOUND.
071200     READ EMPLOYEE-FILE RECORD
071300         INVALID KEY
071400         MOVE "N" TO EMP-RECORD-FOUND.
071500
071600 READ-VENDOR-RECORD.
071700     MOVE "Y" TO VENDOR-RECORD-FOUND.
071800     READ VENDOR-FILE RECORD
071900         INVALID KEY
072000         MOVE "N" TO VENDOR-RECORD-FOUND.
072100
072200 REWRITE-PCT-RECORD.
072300     REWRITE PCARD-TRANS-RECORD
072400         INVALID KEY
072500         DISPLAY "ERROR REWRITING CARD TRANSACTION".
072600
072700 WRITE-DISTRIBUTION-RECORD.
072800     WRITE DISTRIBUTION-RECORD
072900         INVALID KEY
073000         DISPLAY "DISTRIBUTION LINE ALREADY ON FILE".
073100
073200*---------------------------------
073300* Utility routines.
073400*---------------------------------
073500     COPY "PLCOMP01.CBL".
073600     COPY "PLDATE01.CBL".
073700     COPY "PLPERD01.CBL".
073800     COPY "PLAUDIT01.CBL".
073900     COPY "PLSIGN01.CBL".
074000     COPY "PLUPDJ01.CBL".
074100     COPY "PLDCTL01.CBL".

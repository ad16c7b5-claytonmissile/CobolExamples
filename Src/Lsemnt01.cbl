000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LSEMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the Lease File.
000600*
000700* A lease hangs off the
000800* recurring voucher template
000900* that pays it and takes the
001000* template's number. The terms
001100* keyed here - commencement,
001200* term, base payment,
001300* escalation and discount rate
001400* - give the present value the
001500* asset and liability are
001600* booked at, shown as soon as
001700* the terms are in; the
001800* template is set to the
001900* payment now due.
002000*
002100* Once a payment has been
002200* split or the month-end run
002300* has booked the lease, the
002400* terms and the asset and
002500* liability accounts are fixed
002600* and the lease cannot be
002700* deleted. New leases are
002800* stamped with the session's
002900* company.
003000*---------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400
003500     COPY "SLLSE.CBL".
003600
003700     COPY "SLRECUR.CBL".
003800
003900     COPY "SLACCT.CBL".
004000
004100     COPY "SLCOMP.CBL".
004200
004300     COPY "SLOPER.CBL".
004400
004500     COPY "SLSONLOG.CBL".
004600
004700     COPY "SLSESS.CBL".
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100
005200     COPY "FDLSE.CBL".
005300
005400     COPY "FDRECUR.CBL".
005500
005600     COPY "FDACCT.CBL".
005700
005800     COPY "FDCOMP.CBL".
005900
006000     COPY "FDOPER.CBL".
006100
006200     COPY "FDSONLOG.CBL".
006300
006400     COPY "FDSESS.CBL".
006500
006600 WORKING-STORAGE SECTION.
006700
006800 77  MENU-PICK                    PIC 9.
006900     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
007000
007100 77  THE-MODE                     PIC X(7).
007200 77  WHICH-FIELD                  PIC 99.
007300 77  OK-TO-DELETE                 PIC X.
007400 77  LEASE-RECORD-FOUND           PIC X.
007500 77  RECUR-RECORD-FOUND           PIC X.
007600 77  ACCOUNT-IS-GOOD              PIC X.
007700 77  TERMS-ARE-FIXED              PIC X.
007800 77  AMOUNT-ENTRY                 PIC 9(8).
007900 77  PERCENT-ENTRY                PIC 9(4).
008000 77  RATE-ENTRY                   PIC 9(5).
008100
008200 01  AMOUNT-DISPLAY               PIC Z,ZZZ,ZZ9.99-.
008300 01  PERCENT-DISPLAY              PIC Z9.99.
008400 01  RATE-DISPLAY                 PIC Z9.999.
008500 01  DATE-DISPLAY                 PIC Z9/99/9999.
008600
008700     COPY "WSCASE01.CBL".
008800
008900     COPY "WSDATE01.CBL".
009000
009100     COPY "WSAUDIT01.CBL".
009200
009300     COPY "WSSIGN01.CBL".
009400
009500     COPY "WSCOMP01.CBL".
009600
009700     COPY "WSLSE01.CBL".
009800
009900 PROCEDURE DIVISION.
010000 PROGRAM-BEGIN.
010100     PERFORM OPENING-PROCEDURE.
010200     MOVE "LSEMNT01" TO SIGN-ON-PROGRAM.
010300     PERFORM GET-OPERATOR-SIGN-ON.
010400     IF OPERATOR-IS-SIGNED-ON
010500        AND SIGN-ON-CAN-MAINT = "Y"
010600         PERFORM MAIN-PROCESS
010700     ELSE
010800     IF OPERATOR-IS-SIGNED-ON
010900         DISPLAY "YOU ARE NOT AUTHORIZED FOR LEASE"
011000         DISPLAY "MAINTENANCE".
011100     PERFORM CLOSING-PROCEDURE.
011200
011300 PROGRAM-EXIT.
011400     EXIT PROGRAM.
011500
011600 PROGRAM-DONE.
011700     STOP RUN.
011800
011900 OPENING-PROCEDURE.
012000     OPEN I-O OPERATOR-FILE.
012100     OPEN I-O COMPANY-FILE.
012200     OPEN I-O LEASE-FILE.
012300     OPEN I-O RECUR-FILE.
012400     OPEN I-O ACCOUNT-FILE.
012500
012600 CLOSING-PROCEDURE.
012700     CLOSE OPERATOR-FILE.
012800     CLOSE COMPANY-FILE.
012900     CLOSE LEASE-FILE.
013000     CLOSE RECUR-FILE.
013100     CLOSE ACCOUNT-FILE.
013200
013300 MAIN-PROCESS.
013400     PERFORM GET-COMPANY-CODE.
013500     PERFORM GET-MENU-PICK.
013600     PERFORM MAINTAIN-THE-FILE
013700         UNTIL MENU-PICK = 0.
013800
013900*---------------------------------
014000* MENU
014100*---------------------------------
014200 GET-MENU-PICK.
014300     PERFORM DISPLAY-THE-MENU.
014400     PERFORM ACCEPT-MENU-PICK.
014500     PERFORM RE-ACCEPT-MENU-PICK
014600         UNTIL MENU-PICK-IS-VALID.
014700
014800 DISPLAY-THE-MENU.
014900     DISPLAY "    LEASES - PLEASE SELECT:".
015000     DISPLAY " ".
015100     DISPLAY "          1.  ADD RECORDS".
015200     DISPLAY "          2.  CHANGE A RECORD".
015300     DISPLAY "          3.  LOOK UP A RECORD".
015400     DISPLAY "          4.  DELETE A RECORD".
015500     DISPLAY " ".
015600     DISPLAY "          0.  EXIT".
015700
015800 ACCEPT-MENU-PICK.
015900     DISPLAY "YOUR CHOICE (0-4)?".
016000     ACCEPT MENU-PICK.
016100
016200 RE-ACCEPT-MENU-PICK.
016300     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
016400     PERFORM ACCEPT-MENU-PICK.
016500
016600 MAINTAIN-THE-FILE.
016700     PERFORM DO-THE-PICK.
016800     PERFORM GET-MENU-PICK.
016900
017000 DO-THE-PICK.
017100     IF MENU-PICK = 1
017200         PERFORM ADD-MODE
017300     ELSE
017400     IF MENU-PICK = 2
017500         PERFORM CHANGE-MODE
017600     ELSE
017700     IF MENU-PICK = 3
017800         PERFORM INQUIRE-MODE
017900     ELSE
018000     IF MENU-PICK = 4
018100         PERFORM DELETE-MODE.
018200
018300*---------------------------------
018400* ADD
018500*---------------------------------
018600 ADD-MODE.
018700     MOVE "ADD" TO THE-MODE.
018800     PERFORM GET-NEW-RECORD-KEY.
018900     PERFORM ADD-RECORDS
019000        UNTIL LSE-RECUR-NUMBER = ZEROES.
019100
019200 GET-NEW-RECORD-KEY.
019300     PERFORM ACCEPT-NEW-RECORD-KEY.
019400     PERFORM RE-ACCEPT-NEW-RECORD-KEY
019500         UNTIL (LEASE-RECORD-FOUND = "N"
019600                AND RECUR-RECORD-FOUND = "Y")
019700            OR LSE-RECUR-NUMBER = ZEROES.
019800
019900 ACCEPT-NEW-RECORD-KEY.
020000     PERFORM INIT-LEASE-RECORD.
020100     PERFORM ENTER-LSE-RECUR-NUMBER.
020200     IF LSE-RECUR-NUMBER NOT = ZEROES
020300         PERFORM READ-LEASE-RECORD
020400         PERFORM READ-RECUR-RECORD.
020500
020600 RE-ACCEPT-NEW-RECORD-KEY.
020700     IF LEASE-RECORD-FOUND = "Y"
020800         DISPLAY "A LEASE IS ALREADY ON FILE FOR THAT TEMPLATE"
020900     ELSE
021000         DISPLAY "NO RECURRING TEMPLATE WITH THAT NUMBER".
021100     PERFORM ACCEPT-NEW-RECORD-KEY.
021200
021300 ADD-RECORDS.
021400     DISPLAY "TEMPLATE: " RECUR-FOR.
021500     PERFORM ENTER-REMAINING-FIELDS.
021600     MOVE SIGN-ON-COMPANY TO LSE-COMPANY.
021700     MOVE "A" TO LSE-STATUS.
021800     MOVE AUDIT-EVENT-OPERATOR-ID TO LSE-ENTERED-BY.
021900     PERFORM VALUE-THE-LEASE.
022000     PERFORM WRITE-LEASE-RECORD.
022100     PERFORM SET-TEMPLATE-PAYMENT.
022200     PERFORM GET-NEW-RECORD-KEY.
022300
022400 ENTER-REMAINING-FIELDS.
022500     PERFORM ENTER-LSE-DESCRIPTION.
022600     PERFORM ENTER-LSE-TYPE.
022700     PERFORM ENTER-LSE-COMMENCE-DATE.
022800     PERFORM ENTER-LSE-TERM-MONTHS.
022900     PERFORM ENTER-LSE-BASE-PAYMENT.
023000     PERFORM ENTER-LSE-ESCALATION.
023100     PERFORM ENTER-LSE-DISCOUNT-RATE.
023200     PERFORM ENTER-LSE-ROU-ACCOUNT.
023300     PERFORM ENTER-LSE-LIABILITY-ACCOUNT.
023400     PERFORM ENTER-LSE-INTEREST-ACCOUNT.
023500     PERFORM ENTER-LSE-AMORT-ACCOUNT.
023600
023700*---------------------------------
023800* CHANGE
023900*---------------------------------
024000 CHANGE-MODE.
024100     MOVE "CHANGE" TO THE-MODE.
024200     PERFORM GET-EXISTING-RECORD.
024300     PERFORM CHANGE-RECORDS
024400        UNTIL LSE-RECUR-NUMBER = ZEROES.
024500
024600 CHANGE-RECORDS.
024700     PERFORM CHECK-TERMS-FIXED.
024800     PERFORM GET-FIELD-TO-CHANGE.
024900     PERFORM CHANGE-ONE-FIELD
025000         UNTIL WHICH-FIELD = ZERO.
025100     PERFORM GET-EXISTING-RECORD.
025200
025300 GET-FIELD-TO-CHANGE.
025400     PERFORM DISPLAY-ALL-FIELDS.
025500     PERFORM ASK-WHICH-FIELD.
025600
025700 ASK-WHICH-FIELD.
025800     PERFORM ACCEPT-WHICH-FIELD.
025900     PERFORM RE-ACCEPT-WHICH-FIELD
026000         UNTIL WHICH-FIELD < 12.
026100
026200 ACCEPT-WHICH-FIELD.
026300     DISPLAY "ENTER THE NUMBER OF THE FIELD".
026400     DISPLAY "TO CHANGE (1-11) OR 0 TO EXIT".
026500     ACCEPT WHICH-FIELD.
026600
026700 RE-ACCEPT-WHICH-FIELD.
026800     DISPLAY "INVALID ENTRY".
026900     PERFORM ACCEPT-WHICH-FIELD.
027000
027100 CHANGE-ONE-FIELD.
027200     PERFORM CHANGE-THIS-FIELD.
027300     PERFORM GET-FIELD-TO-CHANGE.
027400
027500*---------------------------------
027600* The description and the two
027700* expense accounts can always
027800* be changed; anything that
027900* moves the present value, or
028000* the accounts it was booked
028100* to, is fixed once the lease
028200* is under way. A change of
028300* terms before then values the
028400* lease again.
028500*---------------------------------
028600 CHANGE-THIS-FIELD.
028700     IF WHICH-FIELD = 1
028800         PERFORM ENTER-LSE-DESCRIPTION
028900     ELSE
029000     IF WHICH-FIELD = 10
029100         PERFORM ENTER-LSE-INTEREST-ACCOUNT
029200     ELSE
029300     IF WHICH-FIELD = 11
029400         PERFORM ENTER-LSE-AMORT-ACCOUNT
029500     ELSE
029600     IF TERMS-ARE-FIXED = "Y"
029700         DISPLAY "THIS LEASE IS UNDER WAY - ITS TERMS AND"
029800         DISPLAY "ASSET AND LIABILITY ACCOUNTS ARE FIXED"
029900     ELSE
030000     IF WHICH-FIELD = 2
030100         PERFORM ENTER-LSE-TYPE
030200     ELSE
030300     IF WHICH-FIELD = 3
030400         PERFORM ENTER-LSE-COMMENCE-DATE
030500     ELSE
030600     IF WHICH-FIELD = 4
030700         PERFORM ENTER-LSE-TERM-MONTHS
030800     ELSE
030900     IF WHICH-FIELD = 5
031000         PERFORM ENTER-LSE-BASE-PAYMENT
031100     ELSE
031200     IF WHICH-FIELD = 6
031300         PERFORM ENTER-LSE-ESCALATION
031400     ELSE
031500     IF WHICH-FIELD = 7
031600         PERFORM ENTER-LSE-DISCOUNT-RATE
031700     ELSE
031800     IF WHICH-FIELD = 8
031900         PERFORM ENTER-LSE-ROU-ACCOUNT
032000     ELSE
032100     IF WHICH-FIELD = 9
032200         PERFORM ENTER-LSE-LIABILITY-ACCOUNT.
032300
032400     IF TERMS-ARE-FIXED = "N"
032500         PERFORM VALUE-THE-LEASE.
032600     PERFORM REWRITE-LEASE-RECORD.
032700     IF TERMS-ARE-FIXED = "N"
032800         PERFORM SET-TEMPLATE-PAYMENT.
032900
033000*---------------------------------
033100* INQUIRE
033200*---------------------------------
033300 INQUIRE-MODE.
033400     MOVE "DISPLAY" TO THE-MODE.
033500     PERFORM GET-EXISTING-RECORD.
033600     PERFORM INQUIRE-RECORDS
033700        UNTIL LSE-RECUR-NUMBER = ZEROES.
033800
033900 INQUIRE-RECORDS.
034000     PERFORM DISPLAY-ALL-FIELDS.
034100     PERFORM GET-EXISTING-RECORD.
034200
034300*---------------------------------
034400* DELETE
034500*---------------------------------
034600 DELETE-MODE.
034700     MOVE "DELETE" TO THE-MODE.
034800     PERFORM GET-EXISTING-RECORD.
034900     PERFORM DELETE-RECORDS
035000        UNTIL LSE-RECUR-NUMBER = ZEROES.
035100
035200 DELETE-RECORDS.
035300     PERFORM DISPLAY-ALL-FIELDS.
035400     PERFORM CHECK-TERMS-FIXED.
035500     IF TERMS-ARE-FIXED = "Y"
035600         DISPLAY "THIS LEASE IS UNDER WAY -"
035700         DISPLAY "IT CANNOT BE DELETED"
035800     ELSE
035900         PERFORM ASK-OK-TO-DELETE
036000         IF OK-TO-DELETE = "Y"
036100             PERFORM DELETE-LEASE-RECORD.
036200     PERFORM GET-EXISTING-RECORD.
036300
036400 ASK-OK-TO-DELETE.
036500     PERFORM ACCEPT-OK-TO-DELETE.
036600     PERFORM RE-ACCEPT-OK-TO-DELETE
036700        UNTIL OK-TO-DELETE = "Y" OR "N".
036800
036900 ACCEPT-OK-TO-DELETE.
037000     DISPLAY "DELETE THIS RECORD (Y/N)?".
037100     ACCEPT OK-TO-DELETE.
037200     INSPECT OK-TO-DELETE
037300      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
037400
037500 RE-ACCEPT-OK-TO-DELETE.
037600     DISPLAY "YOU MUST ENTER YES OR NO".
037700     PERFORM ACCEPT-OK-TO-DELETE.
037800
037900*---------------------------------
038000* Routines shared by all modes
038100*---------------------------------
038200 INIT-LEASE-RECORD.
038300     MOVE SPACE TO LEASE-RECORD.
038400     MOVE ZEROES TO LSE-RECUR-NUMBER
038500                    LSE-COMMENCE-DATE
038600                    LSE-TERM-MONTHS
038700                    LSE-BASE-PAYMENT
038800                    LSE-ESCALATION-PCT
038900                    LSE-ESCALATION-MONTHS
039000                    LSE-DISCOUNT-RATE
039100                    LSE-ROU-ACCOUNT
039200                    LSE-LIABILITY-ACCOUNT
039300                    LSE-INTEREST-ACCOUNT
039400                    LSE-AMORT-ACCOUNT
039500                    LSE-COMPANY
039600                    LSE-PRESENT-VALUE
039700                    LSE-TOTAL-PAYMENTS
039800                    LSE-PAYMENTS-MADE
039900                    LSE-LAST-PERIOD
040000                    LSE-CURRENT-PAYMENT
040100                    LSE-LIABILITY-BALANCE
040200                    LSE-ROU-BALANCE
040300                    LSE-RECOGNIZED-DATE.
040400
040500 CHECK-TERMS-FIXED.
040600     MOVE "N" TO TERMS-ARE-FIXED.
040700     IF LSE-PAYMENTS-MADE NOT = ZEROES
040800        OR LSE-RECOGNIZED-DATE NOT = ZEROES
040900         MOVE "Y" TO TERMS-ARE-FIXED.
041000
041100*---------------------------------
041200* Before any payment the asset
041300* and liability both stand at
041400* the present value and the
041500* first payment is due.
041600*---------------------------------
041700 VALUE-THE-LEASE.
041800     PERFORM COMPUTE-LEASE-VALUE.
041900     MOVE LEASE-CALC-PV TO LSE-PRESENT-VALUE
042000                           LSE-LIABILITY-BALANCE
042100                           LSE-ROU-BALANCE.
042200     MOVE LEASE-CALC-TOTAL TO LSE-TOTAL-PAYMENTS.
042300     MOVE 1 TO LEASE-CALC-PAYMENT-NO.
042400     PERFORM COMPUTE-LEASE-PAYMENT.
042500     MOVE LEASE-CALC-PAYMENT TO LSE-CURRENT-PAYMENT.
042600     MOVE LSE-PRESENT-VALUE TO AMOUNT-DISPLAY.
042700     DISPLAY "PRESENT VALUE OF THE PAYMENTS: " AMOUNT-DISPLAY.
042800
042900 SET-TEMPLATE-PAYMENT.
043000     PERFORM READ-RECUR-RECORD.
043100     IF RECUR-RECORD-FOUND = "Y"
043200        AND RECUR-AMOUNT NOT = LSE-CURRENT-PAYMENT
043300         MOVE LSE-CURRENT-PAYMENT TO RECUR-AMOUNT
043400         PERFORM REWRITE-RECUR-RECORD
043500         DISPLAY "TEMPLATE AMOUNT SET TO THE PAYMENT DUE".
043600
043700 ENTER-LSE-RECUR-NUMBER.
043800     DISPLAY "ENTER RECURRING TEMPLATE NUMBER OF THE LEASE".
043900     DISPLAY "(1-999), 0 TO EXIT".
044000     ACCEPT LSE-RECUR-NUMBER.
044100
044200 ENTER-LSE-DESCRIPTION.
044300     PERFORM ACCEPT-LSE-DESCRIPTION.
044400     PERFORM RE-ACCEPT-LSE-DESCRIPTION
044500         UNTIL LSE-DESCRIPTION NOT = SPACES.
044600
044700 ACCEPT-LSE-DESCRIPTION.
044800     DISPLAY "ENTER DESCRIPTION".
044900     ACCEPT LSE-DESCRIPTION.
045000     INSPECT LSE-DESCRIPTION
045100         CONVERTING LOWER-ALPHA
045200         TO         UPPER-ALPHA.
045300
045400 RE-ACCEPT-LSE-DESCRIPTION.
045500     DISPLAY "DESCRIPTION MUST NOT BE BLANK".
045600     PERFORM ACCEPT-LSE-DESCRIPTION.
045700
045800 ENTER-LSE-TYPE.
045900     PERFORM ACCEPT-LSE-TYPE.
046000     PERFORM RE-ACCEPT-LSE-TYPE
046100         UNTIL LSE-TYPE-IS-VALID.
046200
046300 ACCEPT-LSE-TYPE.
046400     DISPLAY "ENTER LEASE TYPE (F = FINANCE, O = OPERATING)".
046500     ACCEPT LSE-TYPE.
046600     INSPECT LSE-TYPE
046700         CONVERTING LOWER-ALPHA
046800         TO         UPPER-ALPHA.
046900
047000 RE-ACCEPT-LSE-TYPE.
047100     DISPLAY "YOU MUST ENTER F OR O".
047200     PERFORM ACCEPT-LSE-TYPE.
047300
047400 ENTER-LSE-COMMENCE-DATE.
047500     MOVE "N" TO ZERO-DATE-IS-OK.
047600     MOVE "ENTER COMMENCEMENT DATE (MM/DD/CCYY)"
047700         TO DATE-PROMPT.
047800     PERFORM GET-A-DATE.
047900     MOVE DATE-CCYYMMDD TO LSE-COMMENCE-DATE.
048000
048100 ENTER-LSE-TERM-MONTHS.
048200     PERFORM ACCEPT-LSE-TERM-MONTHS.
048300     PERFORM RE-ACCEPT-LSE-TERM-MONTHS
048400         UNTIL LSE-TERM-MONTHS > ZEROES
048500           AND LSE-TERM-MONTHS NOT > 360.
048600
048700 ACCEPT-LSE-TERM-MONTHS.
048800     DISPLAY "ENTER TERM IN MONTHS (1-360)".
048900     ACCEPT LSE-TERM-MONTHS.
049000
049100 RE-ACCEPT-LSE-TERM-MONTHS.
049200     DISPLAY "TERM MUST BE 1 THROUGH 360 MONTHS".
049300     PERFORM ACCEPT-LSE-TERM-MONTHS.
049400
049500 ENTER-LSE-BASE-PAYMENT.
049600     PERFORM ACCEPT-LSE-BASE-PAYMENT.
049700     PERFORM RE-ACCEPT-LSE-BASE-PAYMENT
049800         UNTIL LSE-BASE-PAYMENT > ZEROES.
049900
050000 ACCEPT-LSE-BASE-PAYMENT.
050100     DISPLAY "ENTER FIRST MONTHLY PAYMENT WITH NO".
050200     DISPLAY "DECIMAL POINT".
050300     ACCEPT AMOUNT-ENTRY.
050400     COMPUTE LSE-BASE-PAYMENT = AMOUNT-ENTRY / 100.
050500
050600 RE-ACCEPT-LSE-BASE-PAYMENT.
050700     DISPLAY "PAYMENT MUST BE ENTERED".
050800     PERFORM ACCEPT-LSE-BASE-PAYMENT.
050900
051000*---------------------------------
051100* The percentage is keyed in
051200* hundredths with no decimal
051300* point - 0300 is 3%. No
051400* escalation needs no interval.
051500*---------------------------------
051600 ENTER-LSE-ESCALATION.
051700     DISPLAY "ENTER ESCALATION PERCENT IN HUNDREDTHS".
051800     DISPLAY "(0300 = 3.00%, 0 = NONE)".
051900     ACCEPT PERCENT-ENTRY.
052000     COMPUTE LSE-ESCALATION-PCT = PERCENT-ENTRY / 100.
052100     MOVE ZEROES TO LSE-ESCALATION-MONTHS.
052200     IF LSE-ESCALATION-PCT NOT = ZEROES
052300         PERFORM ENTER-LSE-ESCALATION-MONTHS.
052400
052500 ENTER-LSE-ESCALATION-MONTHS.
052600     PERFORM ACCEPT-LSE-ESCALATION-MONTHS.
052700     PERFORM RE-ACCEPT-LSE-ESCALATION-MONTH
052800         UNTIL LSE-ESCALATION-MONTHS > ZEROES.
052900
053000 ACCEPT-LSE-ESCALATION-MONTHS.
053100     DISPLAY "ENTER MONTHS BETWEEN ESCALATIONS (12 = YEARLY)".
053200     ACCEPT LSE-ESCALATION-MONTHS.
053300
053400 RE-ACCEPT-LSE-ESCALATION-MONTH.
053500     DISPLAY "MONTHS MUST BE ENTERED".
053600     PERFORM ACCEPT-LSE-ESCALATION-MONTHS.
053700
053800*---------------------------------
053900* The annual rate is keyed in
054000* thousandths of a percent with
054100* no decimal point - 06500 is
054200* 6.5%.
054300*---------------------------------
054400 ENTER-LSE-DISCOUNT-RATE.
054500     DISPLAY "ENTER ANNUAL DISCOUNT RATE IN THOUSANDTHS".
054600     DISPLAY "(06500 = 6.500%)".
054700     ACCEPT RATE-ENTRY.
054800     COMPUTE LSE-DISCOUNT-RATE = RATE-ENTRY / 1000.
054900
055000 ENTER-LSE-ROU-ACCOUNT.
055100     PERFORM ACCEPT-LSE-ROU-ACCOUNT.
055200     PERFORM RE-ACCEPT-LSE-ROU-ACCOUNT
055300         UNTIL ACCOUNT-IS-GOOD = "Y".
055400
055500 ACCEPT-LSE-ROU-ACCOUNT.
055600     DISPLAY "ENTER G/L RIGHT-OF-USE ASSET ACCOUNT".
055700     ACCEPT LSE-ROU-ACCOUNT.
055800     MOVE LSE-ROU-ACCOUNT TO ACCOUNT-NUMBER.
055900     PERFORM READ-ACCOUNT-RECORD.
056000     IF ACCOUNT-IS-GOOD = "Y"
056100         IF NOT ACCOUNT-IS-ASSET
056200             MOVE "N" TO ACCOUNT-IS-GOOD.
056300
056400 RE-ACCEPT-LSE-ROU-ACCOUNT.
056500     DISPLAY "ACCOUNT MUST BE AN ACTIVE ASSET ACCOUNT".
056600     PERFORM ACCEPT-LSE-ROU-ACCOUNT.
056700
056800 ENTER-LSE-LIABILITY-ACCOUNT.
056900     PERFORM ACCEPT-LSE-LIABILITY-ACCOUNT.
057000     PERFORM RE-ACCEPT-LSE-LIABILITY-ACCT
057100         UNTIL ACCOUNT-IS-GOOD = "Y".
057200
057300 ACCEPT-LSE-LIABILITY-ACCOUNT.
057400     DISPLAY "ENTER G/L LEASE LIABILITY ACCOUNT".
057500     ACCEPT LSE-LIABILITY-ACCOUNT.
057600     MOVE LSE-LIABILITY-ACCOUNT TO ACCOUNT-NUMBER.
057700     PERFORM READ-ACCOUNT-RECORD.
057800     IF ACCOUNT-IS-GOOD = "Y"
057900         IF NOT ACCOUNT-IS-LIABILITY
058000             MOVE "N" TO ACCOUNT-IS-GOOD.
058100
058200 RE-ACCEPT-LSE-LIABILITY-ACCT.
058300     DISPLAY "ACCOUNT MUST BE AN ACTIVE LIABILITY ACCOUNT".
058400     PERFORM ACCEPT-LSE-LIABILITY-ACCOUNT.
058500
058600 ENTER-LSE-INTEREST-ACCOUNT.
058700     PERFORM ACCEPT-LSE-INTEREST-ACCOUNT.
058800     PERFORM RE-ACCEPT-LSE-INTEREST-ACCOUNT
058900         UNTIL ACCOUNT-IS-GOOD = "Y".
059000
059100 ACCEPT-LSE-INTEREST-ACCOUNT.
059200     DISPLAY "ENTER G/L INTEREST EXPENSE ACCOUNT".
059300     DISPLAY "(OPERATING LEASE: LEASE COST ACCOUNT)".
059400     ACCEPT LSE-INTEREST-ACCOUNT.
059500     MOVE LSE-INTEREST-ACCOUNT TO ACCOUNT-NUMBER.
059600     PERFORM READ-ACCOUNT-RECORD.
059700     IF ACCOUNT-IS-GOOD = "Y"
059800         IF NOT ACCOUNT-IS-EXPENSE
059900             MOVE "N" TO ACCOUNT-IS-GOOD.
060000
060100 RE-ACCEPT-LSE-INTEREST-ACCOUNT.
060200     DISPLAY "ACCOUNT MUST BE AN ACTIVE EXPENSE ACCOUNT".
060300     PERFORM ACCEPT-LSE-INTEREST-ACCOUNT.
060400
060500 ENTER-LSE-AMORT-ACCOUNT.
060600     PERFORM ACCEPT-LSE-AMORT-ACCOUNT.
060700     PERFORM RE-ACCEPT-LSE-AMORT-ACCOUNT
060800         UNTIL ACCOUNT-IS-GOOD = "Y".
060900
061000 ACCEPT-LSE-AMORT-ACCOUNT.
061100     DISPLAY "ENTER G/L RIGHT-OF-USE AMORTIZATION ACCOUNT".
061200     DISPLAY "(OPERATING LEASE: LEASE COST ACCOUNT)".
061300     ACCEPT LSE-AMORT-ACCOUNT.
061400     MOVE LSE-AMORT-ACCOUNT TO ACCOUNT-NUMBER.
061500     PERFORM READ-ACCOUNT-RECORD.
061600     IF ACCOUNT-IS-GOOD = "Y"
061700         IF NOT ACCOUNT-IS-EXPENSE
061800             MOVE "N" TO ACCOUNT-IS-GOOD.
061900
062000 RE-ACCEPT-LSE-AMORT-ACCOUNT.
062100     DISPLAY "ACCOUNT MUST BE AN ACTIVE EXPENSE ACCOUNT".
062200     PERFORM ACCEPT-LSE-AMORT-ACCOUNT.
062300
062400 GET-EXISTING-RECORD.
062500     PERFORM ACCEPT-EXISTING-KEY.
062600     PERFORM RE-ACCEPT-EXISTING-KEY
062700         UNTIL LEASE-RECORD-FOUND = "Y" OR
062800               LSE-RECUR-NUMBER = ZEROES.
062900
063000 ACCEPT-EXISTING-KEY.
063100     PERFORM INIT-LEASE-RECORD.
063200     PERFORM ENTER-LSE-RECUR-NUMBER.
063300     IF LSE-RECUR-NUMBER NOT = ZEROES
063400         PERFORM READ-LEASE-RECORD.
063500
063600 RE-ACCEPT-EXISTING-KEY.
063700     DISPLAY "NO LEASE FOUND FOR THAT TEMPLATE".
063800     PERFORM ACCEPT-EXISTING-KEY.
063900
064000 DISPLAY-ALL-FIELDS.
064100     DISPLAY " ".
064200     DISPLAY "LEASE: " LSE-RECUR-NUMBER
064300             "  COMPANY: " LSE-COMPANY
064400             "  STATUS: " LSE-STATUS.
064500     DISPLAY "1. DESCRIPTION: " LSE-DESCRIPTION.
064600     DISPLAY "2. TYPE: " LSE-TYPE.
064700     MOVE LSE-COMMENCE-DATE TO DATE-CCYYMMDD.
064800     PERFORM CONVERT-TO-MMDDCCYY.
064900     MOVE DATE-MMDDCCYY TO DATE-DISPLAY.
065000     DISPLAY "3. COMMENCEMENT: " DATE-DISPLAY.
065100     DISPLAY "4. TERM (MONTHS): " LSE-TERM-MONTHS.
065200     MOVE LSE-BASE-PAYMENT TO AMOUNT-DISPLAY.
065300     DISPLAY "5. FIRST PAYMENT: " AMOUNT-DISPLAY.
065400     MOVE LSE-ESCALATION-PCT TO PERCENT-DISPLAY.
065500     DISPLAY "6. ESCALATION: " PERCENT-DISPLAY
065600             "% EVERY " LSE-ESCALATION-MONTHS " MONTHS".
065700     MOVE LSE-DISCOUNT-RATE TO RATE-DISPLAY.
065800     DISPLAY "7. DISCOUNT RATE: " RATE-DISPLAY "%".
065900     DISPLAY "8. RIGHT-OF-USE ACCOUNT: " LSE-ROU-ACCOUNT.
066000     DISPLAY "9. LIABILITY ACCOUNT: " LSE-LIABILITY-ACCOUNT.
066100     DISPLAY "10. INTEREST ACCOUNT: " LSE-INTEREST-ACCOUNT.
066200     DISPLAY "11. AMORTIZATION ACCOUNT: " LSE-AMORT-ACCOUNT.
066300     MOVE LSE-PRESENT-VALUE TO AMOUNT-DISPLAY.
066400     DISPLAY "PRESENT VALUE: " AMOUNT-DISPLAY.
066500     MOVE LSE-TOTAL-PAYMENTS TO AMOUNT-DISPLAY.
066600     DISPLAY "TOTAL PAYMENTS: " AMOUNT-DISPLAY.
066700     DISPLAY "PAYMENTS MADE: " LSE-PAYMENTS-MADE
066800             "  THROUGH: " LSE-LAST-PERIOD.
066900     MOVE LSE-CURRENT-PAYMENT TO AMOUNT-DISPLAY.
067000     DISPLAY "NEXT PAYMENT: " AMOUNT-DISPLAY.
067100     MOVE LSE-LIABILITY-BALANCE TO AMOUNT-DISPLAY.
067200     DISPLAY "LIABILITY: " AMOUNT-DISPLAY.
067300     MOVE LSE-ROU-BALANCE TO AMOUNT-DISPLAY.
067400     DISPLAY "RIGHT-OF-USE ASSET: " AMOUNT-DISPLAY.
067500     IF LSE-RECOGNIZED-DATE NOT = ZEROES
067600         MOVE LSE-RECOGNIZED-DATE TO DATE-CCYYMMDD
067700         PERFORM CONVERT-TO-MMDDCCYY
067800         MOVE DATE-MMDDCCYY TO DATE-DISPLAY
067900         DISPLAY "BOOKED: " DATE-DISPLAY.
068000
068100*---------------------------------
068200* File I-O routines.
068300*---------------------------------
068400 READ-LEASE-RECORD.
068500     MOVE "Y" TO LEASE-RECORD-FOUND.
068600     READ LEASE-FILE RECORD
068700         INVALID KEY
068800         MOVE "N" TO LEASE-RECORD-FOUND.
068900
069000 WRITE-LEASE-RECORD.
069100     WRITE LEASE-RECORD
069200         INVALID KEY
069300         DISPLAY "RECORD ALREADY ON FILE".
069400
069500 REWRITE-LEASE-RECORD.
069600     REWRITE LEASE-RECORD
069700         INVALID KEY
069800         DISPLAY "ERROR REWRITING LEASE".
069900
070000 DELETE-LEASE-RECORD.
070100     DELETE LEASE-FILE RECORD
070200         INVALID KEY
070300         DISPLAY "ERROR DELETING LEASE".
070400
070500 READ-RECUR-RECORD.
070600     MOVE LSE-RECUR-NUMBER TO RECUR-NUMBER.
070700     MOVE "Y" TO RECUR-RECORD-FOUND.
070800     READ RECUR-FILE RECORD
070900         INVALID KEY
071000         MOVE "N" TO RECUR-RECORD-FOUND.
071100
071200 REWRITE-RECUR-RECORD.
071300     REWRITE RECUR-RECORD
071400         INVALID KEY
071500         DISPLAY "ERROR REWRITING TEMPLATE RECORD".
071600
071700 READ-ACCOUNT-RECORD.
071800     MOVE "Y" TO ACCOUNT-IS-GOOD.
071900     READ ACCOUNT-FILE RECORD
072000         INVALID KEY
072100         MOVE "N" TO ACCOUNT-IS-GOOD.
072200     IF ACCOUNT-IS-GOOD = "Y"
072300         IF NOT ACCOUNT-IS-ACTIVE
072400             MOVE "N" TO ACCOUNT-IS-GOOD.
072500
072600*---------------------------------
072700* Utility routines.
072800*---------------------------------
072900     COPY "PLDATE01.CBL".
073000     COPY "PLCOMP01.CBL".
073100     COPY "PLSIGN01.CBL".
073200     COPY "PLLSE01.CBL".

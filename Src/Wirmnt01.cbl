000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WIRMNT01.
000300*---------------------------------
000400* Wire transfer requests.
000500*
000600* Tax payments, foreign
000700* suppliers and closing-day
000800* payments go out by wire. The
000900* operator keys the payee, the
001000* account to draw on, the
001100* beneficiary's bank details,
001200* the value date and the
001300* vouchers the wire settles,
001400* the same way a manual check
001500* is recorded. A wire over the
001600* dual-signature threshold waits
001700* for a second operator's
001800* approval (WIRAPR01); the rest
001900* are ready for the release run
002000* (WIRREL01), which sends them
002100* to the bank and posts them.
002200*
002300* A foreign-currency wire goes
002400* out in the vouchers' currency,
002500* at the amounts their entry
002600* rates booked; the release run
002700* prices it at the day's rate
002800* and books the realized gain
002900* or loss as the check run does.
003000*---------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400
003500     COPY "SLWIRE.CBL".
003600
003700     COPY "SLVOUCH.CBL".
003800
003900     COPY "SLVND02.CBL".
004000
004100     COPY "SLVBANK.CBL".
004200
004300     COPY "SLAUDIT.CBL".
004400
004500     COPY "SLPERIOD.CBL".
004600
004700     COPY "SLCHKREG.CBL".
004800
004900     COPY "SLBANK.CBL".
005000
005100     COPY "SLOPER.CBL".
005200
005300     COPY "SLUPDJ.CBL".
005400
005500     COPY "SLCOMP.CBL".
005600
005700     COPY "SLSONLOG.CBL".
005800
005900     COPY "SLSESS.CBL".
006000
006100     COPY "SLAPCTL.CBL".
006150
006170     COPY "SLSACC.CBL".
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500
006600     COPY "FDWIRE.CBL".
006700
006800     COPY "FDVOUCH.CBL".
006900
007000     COPY "FDVND04.CBL".
007100
007200     COPY "FDVBANK.CBL".
007300
007400     COPY "FDAUDIT.CBL".
007500
007600     COPY "FDPERIOD.CBL".
007700
007800     COPY "FDCHKREG.CBL".
007900
008000     COPY "FDBANK.CBL".
008100
008200     COPY "FDOPER.CBL".
008300
008400     COPY "FDUPDJ.CBL".
008500
008600     COPY "FDCOMP.CBL".
008700
008800     COPY "FDSONLOG.CBL".
008900
009000     COPY "FDSESS.CBL".
009100
009200     COPY "FDAPCTL.CBL".
009250
009270     COPY "FDSACC.CBL".
009300
009400 WORKING-STORAGE SECTION.
009500
009600 77  MENU-PICK               PIC 9.
009700     88  MENU-PICK-IS-VALID      VALUES 0 THRU 3.
009800
009900 77  ENTRY-WIRE-NUMBER       PIC 9(6).
010000 77  WIRE-NUMBER-FIELD       PIC Z(6).
010100 77  WIRE-RECORD-FOUND       PIC X.
010200 77  WIRE-FILE-AT-END        PIC X.
010300 77  NEW-WIRE-NUMBER         PIC 9(6).
010400 77  CHECK-REG-FOUND         PIC X.
010500 77  WIRE-BANK-ACCOUNT       PIC 9(2).
010600 77  BANK-RECORD-FOUND       PIC X.
010700 77  WIRE-PAYEE              PIC 9(5).
010800 77  VENDOR-NUMBER-FIELD     PIC Z(5).
010900 77  VENDOR-RECORD-FOUND     PIC X.
011000 77  VBANK-RECORD-FOUND      PIC X.
011100 77  ENTRY-BENE-NAME         PIC X(30).
011200 77  ENTRY-BENE-BANK         PIC X(30).
011300 77  ENTRY-BENE-ROUTING      PIC X(11).
011400 77  ENTRY-BENE-ACCOUNT      PIC X(34).
011500 77  ENTRY-TEXT              PIC X(34).
011600 77  ENTRY-VALUE-DATE        PIC 9(8).
011700 77  VALUE-DATE-IS-OK        PIC X.
011800 77  TODAY-DATE              PIC 9(8).
011900 77  ENTRY-CURRENCY          PIC X(3).
012000 77  ENTRY-VOUCHER-NUMBER    PIC 9(5).
012100 77  VOUCHER-NUMBER-FIELD    PIC Z(5).
012200 77  VOUCHER-READ-OK         PIC X.
012300 77  VOUCHER-IS-PAYABLE      PIC X.
012400 77  VOUCHER-ON-OPEN-WIRE    PIC 9(6).
012500 77  APCTL-FILE-AT-END       PIC X.
012600 77  WIRE-WRITE-OK           PIC X.
012700 01  AMOUNT-ENTRY            PIC 9(8).
012800 77  OPEN-BALANCE            PIC S9(6)V99.
012900 77  APPLY-AMOUNT            PIC S9(6)V99.
013000 77  FOREIGN-APPLIED         PIC S9(7)V99.
013100 77  GROSS-WIRE-AMOUNT       PIC S9(7)V99.
013200 77  FOREIGN-WIRE-AMOUNT     PIC S9(7)V99.
013300 77  WITHHELD-THIS-WIRE      PIC S9(7)V99.
013400 77  NET-WIRE-AMOUNT         PIC S9(7)V99.
013500 77  BACKUP-WHLD-PERCENT     PIC 9(2)V99 VALUE 24.00.
013600 01  AMOUNT-DISPLAY          PIC Z,ZZZ,ZZ9.99-.
013700 01  DATE-DISPLAY            PIC Z9/99/9999.
013800
013900*---------------------------------
014000* Wire numbers run in their own
014100* series, clear of the check
014200* stock, and skip any number
014300* already on the register.
014400*---------------------------------
014500 77  FIRST-WIRE-NUMBER       PIC 9(6)  VALUE 900001.
014600
014700*---------------------------------
014800* The vouchers this wire settles
014900* and the base amount applied to
015000* each.
015100*---------------------------------
015200 77  APPLIED-COUNT           PIC 9(3).
015300 77  APPLIED-SUB             PIC 9(3).
015400 77  SCAN-SUB                PIC 9(3).
015500 01  APPLIED-TABLE.
015600     05  APPLIED-ENTRY OCCURS 20 TIMES.
015700         10  APPLIED-VOUCHER-NO  PIC 9(5).
015800         10  APPLIED-AMOUNT      PIC S9(6)V99.
015900
016000     COPY "WSCASE01.CBL".
016100
016200     COPY "WSDATE01.CBL".
016300
016400     COPY "WSCONF01.CBL".
016500
016600     COPY "WSAUDIT01.CBL".
016700
016800     COPY "WSPERD01.CBL".
016900
017000     COPY "WSSIGN01.CBL".
017100
017200     COPY "WSCOMP01.CBL".
017220
017240     COPY "WSMASK01.CBL".
017260
017280     COPY "WSSACC01.CBL".
017300
017400 PROCEDURE DIVISION.
017500 PROGRAM-BEGIN.
017600     PERFORM OPENING-PROCEDURE.
017700     MOVE "WIRMNT01" TO SIGN-ON-PROGRAM.
017800     PERFORM GET-OPERATOR-SIGN-ON.
017900     IF OPERATOR-IS-SIGNED-ON
018000         PERFORM GET-COMPANY-CODE.
018020     IF OPERATOR-IS-SIGNED-ON
018040         PERFORM ASK-FOR-FULL-VALUES.
018100     IF OPERATOR-IS-SIGNED-ON
018200        AND SIGN-ON-CAN-PAYMENT = "Y"
018300         PERFORM MAIN-PROCESS
018400     ELSE
018500     IF OPERATOR-IS-SIGNED-ON
018600         DISPLAY "YOU ARE NOT AUTHORIZED TO REQUEST WIRES".
018700     PERFORM CLOSING-PROCEDURE.
018800
018900 PROGRAM-EXIT.
019000     EXIT PROGRAM.
019100
019200 PROGRAM-DONE.
019300     ACCEPT OMITTED. STOP RUN.
019400
019500 OPENING-PROCEDURE.
019600     OPEN EXTEND UPDATE-JOURNAL-FILE.
019700     OPEN I-O WIRE-FILE.
019800     OPEN I-O COMPANY-FILE.
019900     OPEN I-O VOUCHER-FILE.
020000     OPEN I-O VENDOR-FILE.
020100     OPEN I-O VENDOR-BANK-FILE.
020200     OPEN EXTEND AUDIT-FILE.
020300     OPEN I-O PERIOD-FILE.
020400     OPEN I-O CHECK-REG-FILE.
020500     OPEN I-O BANK-FILE.
020600     OPEN I-O OPERATOR-FILE.
020700     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
020800     PERFORM LOAD-CONTROL-RECORD.
020900
021000 CLOSING-PROCEDURE.
021100     CLOSE UPDATE-JOURNAL-FILE.
021200     CLOSE WIRE-FILE.
021300     CLOSE COMPANY-FILE.
021400     CLOSE VOUCHER-FILE.
021500     CLOSE VENDOR-FILE.
021600     CLOSE VENDOR-BANK-FILE.
021700     CLOSE AUDIT-FILE.
021800     CLOSE PERIOD-FILE.
021900     CLOSE CHECK-REG-FILE.
022000     CLOSE BANK-FILE.
022100     CLOSE OPERATOR-FILE.
022200
022300*---------------------------------
022400* The dual-signature threshold
022500* is the line above which a wire
022600* needs a second operator.
022700*---------------------------------
022800 LOAD-CONTROL-RECORD.
022900     MOVE ZEROES TO APCTL-SIGNATURE-THRESHOLD.
023000     OPEN INPUT APCTL-FILE.
023100     MOVE "N" TO APCTL-FILE-AT-END.
023200     READ APCTL-FILE
023300         AT END MOVE "Y" TO APCTL-FILE-AT-END.
023400     CLOSE APCTL-FILE.
023500     IF APCTL-FILE-AT-END = "Y"
023600         MOVE ZEROES TO APCTL-SIGNATURE-THRESHOLD.
023700
023800 MAIN-PROCESS.
023900     PERFORM GET-MENU-PICK.
024000     PERFORM WORK-THE-MENU
024100         UNTIL MENU-PICK = 0.
024200
024300*---------------------------------
024400* MENU
024500*---------------------------------
024600 GET-MENU-PICK.
024700     PERFORM DISPLAY-THE-MENU.
024800     PERFORM ACCEPT-MENU-PICK.
024900     PERFORM RE-ACCEPT-MENU-PICK
025000         UNTIL MENU-PICK-IS-VALID.
025100
025200 DISPLAY-THE-MENU.
025300     DISPLAY "    WIRE REQUESTS - PLEASE SELECT:".
025400     DISPLAY " ".
025500     DISPLAY "          1.  REQUEST A WIRE".
025600     DISPLAY "          2.  SHOW A WIRE".
025700     DISPLAY "          3.  CANCEL A WIRE".
025800     DISPLAY " ".
025900     DISPLAY "          0.  EXIT".
026000
026100 ACCEPT-MENU-PICK.
026200     DISPLAY "YOUR CHOICE (0-3)?".
026300     ACCEPT MENU-PICK.
026400
026500 RE-ACCEPT-MENU-PICK.
026600     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
026700     PERFORM ACCEPT-MENU-PICK.
026800
026900 WORK-THE-MENU.
027000     IF MENU-PICK = 1
027100         PERFORM REQUEST-A-WIRE
027200     ELSE
027300     IF MENU-PICK = 2
027400         PERFORM SHOW-A-WIRE
027500     ELSE
027600     IF MENU-PICK = 3
027700         PERFORM CANCEL-A-WIRE.
027800     PERFORM GET-MENU-PICK.
027900
028000*---------------------------------
028100* A NEW WIRE
028200*---------------------------------
028300 REQUEST-A-WIRE.
028400     PERFORM GET-WIRE-PAYEE.
028500     IF WIRE-PAYEE NOT = ZEROES
028600         PERFORM ENTER-THE-WIRE.
028700
028800 ENTER-THE-WIRE.
028900     PERFORM GET-BANK-ACCOUNT.
029000     PERFORM GET-BENEFICIARY.
029100     PERFORM GET-VALUE-DATE.
029200     PERFORM GET-VOUCHERS-SETTLED.
029300     IF APPLIED-COUNT = ZEROES
029400         DISPLAY "NO VOUCHERS ENTERED - WIRE NOT REQUESTED"
029500     ELSE
029600         PERFORM CONFIRM-AND-REQUEST.
029700
029800 GET-WIRE-PAYEE.
029900     PERFORM ACCEPT-WIRE-PAYEE.
030000     PERFORM RE-ACCEPT-WIRE-PAYEE
030100         UNTIL VENDOR-RECORD-FOUND = "Y"
030200            OR WIRE-PAYEE = ZEROES.
030300     IF WIRE-PAYEE NOT = ZEROES
030400         DISPLAY "PAY TO: " VENDOR-NAME.
030500     IF WIRE-PAYEE NOT = ZEROES
030600        AND VENDOR-IS-ON-HOLD
030700         DISPLAY "** THIS VENDOR IS ON PAYMENT HOLD **".
030710     IF WIRE-PAYEE NOT = ZEROES
030720        AND VENDOR-IS-SANCTION-HELD
030730         DISPLAY "VENDOR ON SANCTIONS HOLD - WIRE NOT REQUESTED"
030740         MOVE ZEROES TO WIRE-PAYEE.
030800
030900 ACCEPT-WIRE-PAYEE.
031000     DISPLAY "ENTER VENDOR TO WIRE (0 TO RETURN)".
031100     ACCEPT VENDOR-NUMBER-FIELD.
031200     MOVE VENDOR-NUMBER-FIELD TO WIRE-PAYEE.
031300     MOVE WIRE-PAYEE TO VENDOR-NUMBER.
031400     PERFORM READ-VENDOR-RECORD.
031500
031600 RE-ACCEPT-WIRE-PAYEE.
031700     DISPLAY "VENDOR NOT ON FILE".
031800     PERFORM ACCEPT-WIRE-PAYEE.
031900
032000*---------------------------------
032100* The account the wire is drawn
032200* on; it must belong to the
032300* session's company.
032400*---------------------------------
032500 GET-BANK-ACCOUNT.
032600     PERFORM ACCEPT-BANK-ACCOUNT.
032700     PERFORM RE-ACCEPT-BANK-ACCOUNT
032800         UNTIL BANK-RECORD-FOUND = "Y".
032900
033000 ACCEPT-BANK-ACCOUNT.
033100     DISPLAY "ENTER BANK ACCOUNT TO WIRE FROM".
033200     ACCEPT WIRE-BANK-ACCOUNT.
033300     MOVE WIRE-BANK-ACCOUNT TO BANK-ACCOUNT-NO.
033400     PERFORM READ-BANK-RECORD.
033500     IF BANK-RECORD-FOUND = "Y"
033600        AND BANK-COMPANY NOT = ZEROES
033700        AND BANK-COMPANY NOT = SIGN-ON-COMPANY
033800         DISPLAY "THAT ACCOUNT BELONGS TO COMPANY "
033900                 BANK-COMPANY
034000         MOVE "N" TO BANK-RECORD-FOUND.
034100     IF BANK-RECORD-FOUND = "Y"
034200         DISPLAY "DRAWN ON: " BANK-ACCOUNT-NAME.
034300
034400 RE-ACCEPT-BANK-ACCOUNT.
034500     DISPLAY "NO BANK ACCOUNT ON FILE WITH THAT NUMBER".
034600     PERFORM ACCEPT-BANK-ACCOUNT.
034700
034800*---------------------------------
034900* The beneficiary defaults to
035000* the vendor's name and, for a
035100* vendor enrolled for electronic
035200* payment, its bank account;
035300* Enter keeps a default.
035400*---------------------------------
035500 GET-BENEFICIARY.
035600     MOVE VENDOR-NAME TO ENTRY-BENE-NAME.
035700     MOVE SPACES TO ENTRY-BENE-BANK
035800                    ENTRY-BENE-ROUTING
035900                    ENTRY-BENE-ACCOUNT.
036000     MOVE WIRE-PAYEE TO VBANK-VENDOR.
036100     MOVE "Y" TO VBANK-RECORD-FOUND.
036200     READ VENDOR-BANK-FILE RECORD
036300         INVALID KEY
036400         MOVE "N" TO VBANK-RECORD-FOUND.
036500     IF VBANK-RECORD-FOUND = "Y"
036600        AND VBANK-IS-LIVE
036700         MOVE VBANK-ROUTING TO ENTRY-BENE-ROUTING
036800         MOVE VBANK-ACCOUNT TO ENTRY-BENE-ACCOUNT.
036900     DISPLAY "BENEFICIARY NAME: " ENTRY-BENE-NAME.
037000     DISPLAY "ENTER BENEFICIARY NAME (ENTER KEEPS IT)".
037100     PERFORM ACCEPT-ENTRY-TEXT.
037200     IF ENTRY-TEXT NOT = SPACES
037300         MOVE ENTRY-TEXT TO ENTRY-BENE-NAME.
037400     PERFORM GET-BENE-BANK.
037500     PERFORM GET-BENE-ROUTING.
037600     PERFORM GET-BENE-ACCOUNT.
037700
037800 GET-BENE-BANK.
037900     PERFORM ACCEPT-BENE-BANK.
038000     PERFORM RE-ACCEPT-BENE-BANK
038100         UNTIL ENTRY-BENE-BANK NOT = SPACES.
038200
038300 ACCEPT-BENE-BANK.
038400     DISPLAY "ENTER BENEFICIARY'S BANK NAME".
038500     PERFORM ACCEPT-ENTRY-TEXT.
038600     MOVE ENTRY-TEXT TO ENTRY-BENE-BANK.
038700
038800 RE-ACCEPT-BENE-BANK.
038900     DISPLAY "THE BANK NAME MUST BE ENTERED".
039000     PERFORM ACCEPT-BENE-BANK.
039100
039200 GET-BENE-ROUTING.
039300     IF ENTRY-BENE-ROUTING NOT = SPACES
039400         DISPLAY "ROUTING/SWIFT: " ENTRY-BENE-ROUTING.
039500     PERFORM ACCEPT-BENE-ROUTING.
039600     PERFORM RE-ACCEPT-BENE-ROUTING
039700         UNTIL ENTRY-BENE-ROUTING NOT = SPACES.
039800
039900 ACCEPT-BENE-ROUTING.
040000     DISPLAY "ENTER ABA ROUTING OR SWIFT CODE (ENTER KEEPS IT)".
040100     PERFORM ACCEPT-ENTRY-TEXT.
040200     IF ENTRY-TEXT NOT = SPACES
040300         MOVE ENTRY-TEXT TO ENTRY-BENE-ROUTING.
040400
040500 RE-ACCEPT-BENE-ROUTING.
040600     DISPLAY "A ROUTING OR SWIFT CODE MUST BE ENTERED".
040700     PERFORM ACCEPT-BENE-ROUTING.
040800
040900 GET-BENE-ACCOUNT.
041000     IF ENTRY-BENE-ACCOUNT NOT = SPACES
041100         PERFORM SHOW-ENTRY-BENE-ACCOUNT.
041200     PERFORM ACCEPT-BENE-ACCOUNT.
041300     PERFORM RE-ACCEPT-BENE-ACCOUNT
041400         UNTIL ENTRY-BENE-ACCOUNT NOT = SPACES.
041500
041600 ACCEPT-BENE-ACCOUNT.
041700     DISPLAY "ENTER BENEFICIARY ACCOUNT OR IBAN (ENTER KEEPS IT)".
041800     PERFORM ACCEPT-ENTRY-TEXT.
041900     IF ENTRY-TEXT NOT = SPACES
042000         MOVE ENTRY-TEXT TO ENTRY-BENE-ACCOUNT.
042100
042200 RE-ACCEPT-BENE-ACCOUNT.
042300     DISPLAY "AN ACCOUNT NUMBER MUST BE ENTERED".
042400     PERFORM ACCEPT-BENE-ACCOUNT.
042500
042510 SHOW-ENTRY-BENE-ACCOUNT.
042520     MOVE ENTRY-BENE-ACCOUNT TO MASK-WIDE-VALUE.
042530     MOVE WIRE-PAYEE TO SACC-VENDOR.
042540     MOVE "BANK-ACCT" TO SACC-WHAT.
042550     PERFORM SHOW-SENSITIVE-WIDE-VALUE.
042560     DISPLAY "ACCOUNT: " MASK-WIDE-VALUE.
042570
042600 ACCEPT-ENTRY-TEXT.
042700     MOVE SPACES TO ENTRY-TEXT.
042800     ACCEPT ENTRY-TEXT.
042900     INSPECT ENTRY-TEXT
043000         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
043100
043200*---------------------------------
043300* The value date may not be in
043400* the past nor in a closed
043500* accounting period.
043600*---------------------------------
043700 GET-VALUE-DATE.
043800     PERFORM ACCEPT-VALUE-DATE.
043900     PERFORM RE-ACCEPT-VALUE-DATE
044000         UNTIL VALUE-DATE-IS-OK = "Y".
044100
044200 ACCEPT-VALUE-DATE.
044300     MOVE "N" TO ZERO-DATE-IS-OK.
044400     MOVE "ENTER VALUE DATE (MM/DD/CCYY)" TO DATE-PROMPT.
044500     PERFORM GET-A-DATE.
044600     MOVE DATE-CCYYMMDD TO ENTRY-VALUE-DATE.
044700     MOVE DATE-CCYYMMDD TO EDIT-PERIOD-DATE.
044800     PERFORM CHECK-PERIOD-OPEN.
044900     MOVE "Y" TO VALUE-DATE-IS-OK.
045000     IF ENTRY-VALUE-DATE < TODAY-DATE
045100         DISPLAY "THE VALUE DATE CANNOT BE IN THE PAST"
045200         MOVE "N" TO VALUE-DATE-IS-OK
045300     ELSE
045400     IF PERIOD-DATE-IS-OPEN = "N"
045500         DISPLAY "THAT DATE IS IN A CLOSED ACCOUNTING PERIOD"
045600         MOVE "N" TO VALUE-DATE-IS-OK.
045700
045800 RE-ACCEPT-VALUE-DATE.
045900     PERFORM ACCEPT-VALUE-DATE.
046000
046100*---------------------------------
046200* The vouchers the wire settles,
046300* each with the amount applied.
046400* The first voucher sets the
046500* currency of the wire.
046600*---------------------------------
046700 GET-VOUCHERS-SETTLED.
046800     MOVE ZEROES TO APPLIED-COUNT
046900                    GROSS-WIRE-AMOUNT
047000                    FOREIGN-WIRE-AMOUNT.
047100     MOVE SPACES TO ENTRY-CURRENCY.
047200     PERFORM GET-SETTLED-VOUCHER.
047300     PERFORM ENTER-ONE-SETTLED-VOUCHER
047400         UNTIL ENTRY-VOUCHER-NUMBER = ZEROES.
047500
047600 GET-SETTLED-VOUCHER.
047700     DISPLAY "ENTER VOUCHER SETTLED BY THIS WIRE (0 WHEN DONE)".
047800     ACCEPT VOUCHER-NUMBER-FIELD.
047900     MOVE VOUCHER-NUMBER-FIELD TO ENTRY-VOUCHER-NUMBER.
048000
048100 ENTER-ONE-SETTLED-VOUCHER.
048200     MOVE ENTRY-VOUCHER-NUMBER TO VOUCHER-NUMBER.
048300     PERFORM READ-VOUCHER-RECORD.
048400     PERFORM EDIT-SETTLED-VOUCHER.
048500     IF VOUCHER-IS-PAYABLE = "Y"
048600         PERFORM GET-APPLY-AMOUNT
048700         PERFORM ADD-APPLIED-ENTRY.
048800     IF APPLIED-COUNT NOT < 20
048900         DISPLAY "A WIRE MAY SETTLE NO MORE THAN 20 VOUCHERS"
049000         MOVE ZEROES TO ENTRY-VOUCHER-NUMBER
049100     ELSE
049200         PERFORM GET-SETTLED-VOUCHER.
049300
049400*---------------------------------
049500* The manual check edits, and
049600* the voucher may not already
049700* be on a wire not yet released
049800* nor in another currency.
049900*---------------------------------
050000 EDIT-SETTLED-VOUCHER.
050100     MOVE "N" TO VOUCHER-IS-PAYABLE.
050200     COMPUTE OPEN-BALANCE =
050300         VOUCHER-BASE-AMOUNT - VOUCHER-PAID-AMOUNT.
050400     PERFORM FIND-APPLIED-ENTRY.
050500     IF VOUCHER-READ-OK = "Y"
050600         PERFORM FIND-VOUCHER-ON-OPEN-WIRE.
050700     IF VOUCHER-READ-OK = "N"
050800         DISPLAY "VOUCHER NOT FOUND"
050900     ELSE
051000     IF VOUCHER-VENDOR NOT = WIRE-PAYEE
051100         DISPLAY "THAT VOUCHER IS FOR VENDOR " VOUCHER-VENDOR
051200     ELSE
051300     IF VOUCHER-IS-CANCELLED
051400         DISPLAY "THAT VOUCHER HAS BEEN CANCELLED"
051500     ELSE
051600     IF VOUCHER-BASE-AMOUNT < ZEROES
051700         DISPLAY "THAT VOUCHER IS A CREDIT MEMO"
051800     ELSE
051900     IF OPEN-BALANCE NOT > ZEROES
052000         DISPLAY "THAT VOUCHER IS ALREADY PAID IN FULL"
052100     ELSE
052200     IF VOUCHER-IS-AWAITING OR VOUCHER-IS-REJECTED
052300         DISPLAY "THAT VOUCHER HAS NOT BEEN APPROVED"
052400     ELSE
052500     IF VOUCHER-IS-HELD
052600         DISPLAY "THAT VOUCHER IS ON DISPUTE HOLD"
052700     ELSE
052800     IF VOUCHER-COMPANY NOT = ZEROES
052900        AND VOUCHER-COMPANY NOT = SIGN-ON-COMPANY
053000         DISPLAY "THAT VOUCHER BELONGS TO ANOTHER COMPANY"
053100     ELSE
053200     IF VOUCHER-SELECTED = "Y"
053300         DISPLAY "THAT VOUCHER IS SELECTED FOR THE CHECK RUN -"
053400         DISPLAY "DESELECT IT BEFORE WIRING IT"
053500     ELSE
053600     IF VOUCHER-ON-OPEN-WIRE NOT = ZEROES
053700         DISPLAY "THAT VOUCHER IS ALREADY ON WIRE "
053800                 VOUCHER-ON-OPEN-WIRE
053900     ELSE
054000     IF APPLIED-COUNT NOT = ZEROES
054100        AND VOUCHER-CURRENCY-CODE NOT = ENTRY-CURRENCY
054200         DISPLAY "THAT VOUCHER IS IN " VOUCHER-CURRENCY-CODE
054300                 " - THIS WIRE IS IN " ENTRY-CURRENCY
054400     ELSE
054500     IF APPLIED-SUB NOT > APPLIED-COUNT
054600         DISPLAY "THAT VOUCHER IS ALREADY ON THIS WIRE"
054700     ELSE
054800         MOVE "Y" TO VOUCHER-IS-PAYABLE.
054900
055000 FIND-APPLIED-ENTRY.
055100     MOVE 1 TO APPLIED-SUB.
055200     PERFORM BUMP-APPLIED-SUB
055300         UNTIL APPLIED-SUB > APPLIED-COUNT
055400            OR APPLIED-VOUCHER-NO (APPLIED-SUB)
055500               = VOUCHER-NUMBER.
055600
055700 BUMP-APPLIED-SUB.
055800     ADD 1 TO APPLIED-SUB.
055900
056000*---------------------------------
056100* A pass of the wire file for an
056200* unreleased wire carrying the
056300* voucher.
056400*---------------------------------
056500 FIND-VOUCHER-ON-OPEN-WIRE.
056600     MOVE ZEROES TO VOUCHER-ON-OPEN-WIRE.
056700     PERFORM START-WIRE-SCAN.
056800     PERFORM LOOK-AT-NEXT-WIRE
056900         UNTIL WIRE-FILE-AT-END = "Y".
057000
057100 LOOK-AT-NEXT-WIRE.
057200     READ WIRE-FILE NEXT RECORD
057300         AT END MOVE "Y" TO WIRE-FILE-AT-END.
057400     IF WIRE-FILE-AT-END NOT = "Y"
057500        AND WIRE-IS-OPEN
057600         PERFORM LOOK-AT-WIRE-VOUCHER
057700             VARYING SCAN-SUB FROM 1 BY 1
057800             UNTIL SCAN-SUB > WIRE-VOUCHER-COUNT.
057900
058000 LOOK-AT-WIRE-VOUCHER.
058100     IF WIRE-VOUCHER-NO (SCAN-SUB) = VOUCHER-NUMBER
058200         MOVE WIRE-NUMBER TO VOUCHER-ON-OPEN-WIRE.
058300
058400*---------------------------------
058500* Zero takes the whole open
058600* balance.
058700*---------------------------------
058800 GET-APPLY-AMOUNT.
058900     MOVE OPEN-BALANCE TO AMOUNT-DISPLAY.
059000     DISPLAY "OPEN BALANCE IS " AMOUNT-DISPLAY.
059100     PERFORM ACCEPT-APPLY-AMOUNT.
059200     PERFORM RE-ACCEPT-APPLY-AMOUNT
059300         UNTIL APPLY-AMOUNT NOT > OPEN-BALANCE.
059400
059500 ACCEPT-APPLY-AMOUNT.
059600     DISPLAY "ENTER AMOUNT TO SETTLE WITH NO DECIMAL POINT".
059700     DISPLAY "(0 SETTLES THE OPEN BALANCE)".
059800     ACCEPT AMOUNT-ENTRY.
059900     COMPUTE APPLY-AMOUNT = AMOUNT-ENTRY / 100.
060000     IF APPLY-AMOUNT = ZEROES
060100         MOVE OPEN-BALANCE TO APPLY-AMOUNT.
060200
060300 RE-ACCEPT-APPLY-AMOUNT.
060400     DISPLAY "THE AMOUNT CANNOT BE MORE THAN THE OPEN BALANCE".
060500     PERFORM ACCEPT-APPLY-AMOUNT.
060600
060700*---------------------------------
060800* A foreign voucher's share of
060900* the wire is its base amount
061000* back at the rate it was
061100* entered at.
061200*---------------------------------
061300 ADD-APPLIED-ENTRY.
061400     IF APPLIED-COUNT = ZEROES
061500         MOVE VOUCHER-CURRENCY-CODE TO ENTRY-CURRENCY.
061600     ADD 1 TO APPLIED-COUNT.
061700     MOVE VOUCHER-NUMBER TO APPLIED-VOUCHER-NO (APPLIED-COUNT).
061800     MOVE APPLY-AMOUNT TO APPLIED-AMOUNT (APPLIED-COUNT).
061900     ADD APPLY-AMOUNT TO GROSS-WIRE-AMOUNT.
062000     IF VOUCHER-CURRENCY-CODE NOT = "USD"
062100        AND VOUCHER-CURRENCY-CODE NOT = SPACES
062200        AND VOUCHER-FX-RATE NOT = ZEROES
062300         COMPUTE FOREIGN-APPLIED ROUNDED =
062400             APPLY-AMOUNT / VOUCHER-FX-RATE
062500     ELSE
062600         MOVE APPLY-AMOUNT TO FOREIGN-APPLIED.
062700     ADD FOREIGN-APPLIED TO FOREIGN-WIRE-AMOUNT.
062800
062900*---------------------------------
063000* Backup withholding comes out
063100* of a dollar wire the way it
063200* comes out of a check. A wire
063300* in another currency cannot be
063400* cut down that way - that
063500* vendor is paid by check.
063600*---------------------------------
063700 CONFIRM-AND-REQUEST.
063800     MOVE WIRE-PAYEE TO VENDOR-NUMBER.
063900     PERFORM READ-VENDOR-RECORD.
064000     MOVE GROSS-WIRE-AMOUNT TO NET-WIRE-AMOUNT.
064100     PERFORM COMPUTE-BACKUP-WITHHOLDING.
064200     IF WITHHELD-THIS-WIRE NOT = ZEROES
064300        AND ENTRY-CURRENCY NOT = "USD"
064400        AND ENTRY-CURRENCY NOT = SPACES
064500         DISPLAY "THIS VENDOR IS SUBJECT TO BACKUP WITHHOLDING -"
064600         DISPLAY "A FOREIGN-CURRENCY WIRE CANNOT CARRY IT."
064700         DISPLAY "WIRE NOT REQUESTED"
064800     ELSE
064900         PERFORM SHOW-AND-CONFIRM.
065000
065100 SHOW-AND-CONFIRM.
065200     IF ENTRY-CURRENCY = "USD" OR ENTRY-CURRENCY = SPACES
065300         MOVE "USD" TO ENTRY-CURRENCY
065400         MOVE NET-WIRE-AMOUNT TO FOREIGN-WIRE-AMOUNT.
065500     MOVE GROSS-WIRE-AMOUNT TO AMOUNT-DISPLAY.
065600     DISPLAY "VOUCHERS SETTLED (USD):  " AMOUNT-DISPLAY.
065700     IF WITHHELD-THIS-WIRE NOT = ZEROES
065800         MOVE WITHHELD-THIS-WIRE TO AMOUNT-DISPLAY
065900         DISPLAY "LESS BACKUP WITHHOLDING: " AMOUNT-DISPLAY.
066000     MOVE FOREIGN-WIRE-AMOUNT TO AMOUNT-DISPLAY.
066100     DISPLAY "WIRE AMOUNT (" ENTRY-CURRENCY "):      "
066200             AMOUNT-DISPLAY.
066300     IF APCTL-SIGNATURE-THRESHOLD > ZERO
066400        AND GROSS-WIRE-AMOUNT > APCTL-SIGNATURE-THRESHOLD
066500         DISPLAY "OVER THE SIGNATURE THRESHOLD - A SECOND"
066600         DISPLAY "OPERATOR MUST APPROVE IT BEFORE RELEASE".
066700     MOVE "REQUEST THIS WIRE (Y/N/Q)?" TO CONFIRM-PROMPT.
066800     PERFORM GET-CONFIRMATION.
066900     IF CONFIRM-IS-YES
067000         PERFORM WRITE-THE-WIRE
067100     ELSE
067200         DISPLAY "WIRE NOT REQUESTED".
067300
067400 COMPUTE-BACKUP-WITHHOLDING.
067500     MOVE ZEROES TO WITHHELD-THIS-WIRE.
067600     IF VENDOR-RECORD-FOUND = "Y"
067700        AND VENDOR-GETS-1099
067800        AND (VENDOR-TAX-ID = SPACES
067900         OR VENDOR-TIN-MISMATCHED)
068000        AND NET-WIRE-AMOUNT > ZEROES
068100         COMPUTE WITHHELD-THIS-WIRE ROUNDED =
068200             NET-WIRE-AMOUNT *
068300             (BACKUP-WHLD-PERCENT / 100)
068400         SUBTRACT WITHHELD-THIS-WIRE FROM NET-WIRE-AMOUNT.
068500
068600*---------------------------------
068700* Under the threshold the wire
068800* is ready for release at once;
068900* over it, it waits for the
069000* approval review.
069100*---------------------------------
069200 WRITE-THE-WIRE.
069300     PERFORM ASSIGN-WIRE-NUMBER.
069400     MOVE SPACE TO WIRE-RECORD.
069500     MOVE NEW-WIRE-NUMBER TO WIRE-NUMBER.
069600     MOVE WIRE-PAYEE TO WIRE-VENDOR.
069700     MOVE WIRE-BANK-ACCOUNT TO WIRE-BANK-ACCT.
069800     MOVE SIGN-ON-COMPANY TO WIRE-COMPANY.
069900     MOVE ENTRY-BENE-NAME TO WIRE-BENE-NAME.
070000     MOVE ENTRY-BENE-BANK TO WIRE-BENE-BANK.
070100     MOVE ENTRY-BENE-ROUTING TO WIRE-BENE-ROUTING.
070200     MOVE ENTRY-BENE-ACCOUNT TO WIRE-BENE-ACCOUNT.
070300     MOVE ENTRY-CURRENCY TO WIRE-CURRENCY-CODE.
070400     MOVE FOREIGN-WIRE-AMOUNT TO WIRE-AMOUNT.
070500     MOVE GROSS-WIRE-AMOUNT TO WIRE-BASE-AMOUNT.
070600     MOVE ENTRY-VALUE-DATE TO WIRE-VALUE-DATE.
070700     IF APCTL-SIGNATURE-THRESHOLD > ZERO
070800        AND GROSS-WIRE-AMOUNT > APCTL-SIGNATURE-THRESHOLD
070900         MOVE "P" TO WIRE-STATUS
071000     ELSE
071100         MOVE "A" TO WIRE-STATUS.
071200     MOVE AUDIT-EVENT-OPERATOR-ID TO WIRE-REQUESTED-BY.
071300     MOVE TODAY-DATE TO WIRE-REQUEST-DATE.
071400     MOVE ZEROES TO WIRE-APPROVED-DATE
071500                    WIRE-RELEASED-DATE.
071600     MOVE APPLIED-COUNT TO WIRE-VOUCHER-COUNT.
071700     PERFORM CLEAR-WIRE-VOUCHER
071800         VARYING APPLIED-SUB FROM 1 BY 1
071900         UNTIL APPLIED-SUB > 20.
072000     PERFORM LOAD-WIRE-VOUCHER
072100         VARYING APPLIED-SUB FROM 1 BY 1
072200         UNTIL APPLIED-SUB > APPLIED-COUNT.
072300     MOVE "Y" TO WIRE-WRITE-OK.
072400     WRITE WIRE-RECORD
072500         INVALID KEY
072600         MOVE "N" TO WIRE-WRITE-OK
072700         DISPLAY "ERROR WRITING WIRE REQUEST".
072800     IF WIRE-WRITE-OK = "Y"
072900         PERFORM LOG-WIRE-VOUCHER-AUDIT
073000             VARYING APPLIED-SUB FROM 1 BY 1
073100             UNTIL APPLIED-SUB > APPLIED-COUNT
073200         DISPLAY "WIRE " WIRE-NUMBER " REQUESTED"
073300         IF WIRE-IS-PENDING
073400             DISPLAY "IT WAITS FOR A SECOND OPERATOR'S APPROVAL".
073500
073600 CLEAR-WIRE-VOUCHER.
073700     MOVE ZEROES TO WIRE-VOUCHER-NO (APPLIED-SUB)
073800                    WIRE-APPLIED (APPLIED-SUB).
073900
074000 LOAD-WIRE-VOUCHER.
074100     MOVE APPLIED-VOUCHER-NO (APPLIED-SUB)
074200         TO WIRE-VOUCHER-NO (APPLIED-SUB).
074300     MOVE APPLIED-AMOUNT (APPLIED-SUB)
074400         TO WIRE-APPLIED (APPLIED-SUB).
074500
074600 LOG-WIRE-VOUCHER-AUDIT.
074700     MOVE WIRE-VOUCHER-NO (APPLIED-SUB)
074800                              TO AUDIT-EVENT-VOUCHER-NO.
074900     MOVE WIRE-VENDOR         TO AUDIT-EVENT-VENDOR-NO.
075000     MOVE "WIRE REQ"          TO AUDIT-EVENT-ACTION.
075100     MOVE TODAY-DATE          TO AUDIT-EVENT-DATE.
075200     MOVE WIRE-APPLIED (APPLIED-SUB) TO AUDIT-EVENT-AMOUNT.
075300     MOVE SPACES              TO AUDIT-EVENT-OLD-VALUE.
075400     MOVE WIRE-NUMBER         TO AUDIT-EVENT-NEW-VALUE.
075500     PERFORM WRITE-AUDIT-RECORD.
075600
075700*---------------------------------
075800* One past the highest wire on
075900* file (or the first of the
076000* series), stepped past any
076100* number the register has.
076200*---------------------------------
076300 ASSIGN-WIRE-NUMBER.
076400     MOVE FIRST-WIRE-NUMBER TO NEW-WIRE-NUMBER.
076500     PERFORM START-WIRE-SCAN.
076600     PERFORM FIND-HIGHEST-WIRE
076700         UNTIL WIRE-FILE-AT-END = "Y".
076800     MOVE NEW-WIRE-NUMBER TO CHECK-REG-NO.
076900     PERFORM READ-CHECK-REG-RECORD.
077000     PERFORM STEP-PAST-REGISTER
077100         UNTIL CHECK-REG-FOUND = "N".
077200
077300 FIND-HIGHEST-WIRE.
077400     READ WIRE-FILE NEXT RECORD
077500         AT END MOVE "Y" TO WIRE-FILE-AT-END.
077600     IF WIRE-FILE-AT-END NOT = "Y"
077700        AND WIRE-NUMBER NOT < NEW-WIRE-NUMBER
077800         COMPUTE NEW-WIRE-NUMBER = WIRE-NUMBER + 1.
077900
078000 STEP-PAST-REGISTER.
078100     ADD 1 TO NEW-WIRE-NUMBER.
078200     MOVE NEW-WIRE-NUMBER TO CHECK-REG-NO.
078300     PERFORM READ-CHECK-REG-RECORD.
078400
078500*---------------------------------
078600* SHOW A WIRE
078700*---------------------------------
078800 SHOW-A-WIRE.
078900     PERFORM GET-WIRE-NUMBER.
079000     IF ENTRY-WIRE-NUMBER NOT = ZEROES
079100        AND WIRE-RECORD-FOUND = "Y"
079200         PERFORM DISPLAY-THE-WIRE.
079300
079400 GET-WIRE-NUMBER.
079500     DISPLAY "ENTER WIRE NUMBER (0 TO RETURN)".
079600     ACCEPT WIRE-NUMBER-FIELD.
079700     MOVE WIRE-NUMBER-FIELD TO ENTRY-WIRE-NUMBER.
079800     IF ENTRY-WIRE-NUMBER NOT = ZEROES
079900         PERFORM READ-WIRE-RECORD.
080000     IF ENTRY-WIRE-NUMBER NOT = ZEROES
080100        AND WIRE-RECORD-FOUND = "N"
080200         DISPLAY "WIRE NOT ON FILE".
080300
080400 DISPLAY-THE-WIRE.
080500     MOVE WIRE-VENDOR TO VENDOR-NUMBER.
080600     PERFORM READ-VENDOR-RECORD.
080700     DISPLAY " ".
080800     DISPLAY "WIRE:         " WIRE-NUMBER
080900             "  FROM ACCOUNT " WIRE-BANK-ACCT.
081000     IF VENDOR-RECORD-FOUND = "Y"
081100         DISPLAY "VENDOR:       " WIRE-VENDOR " " VENDOR-NAME
081200     ELSE
081300         DISPLAY "VENDOR:       " WIRE-VENDOR
081400                 " *VENDOR NOT ON FILE*".
081500     DISPLAY "BENEFICIARY:  " WIRE-BENE-NAME.
081600     DISPLAY "BANK:         " WIRE-BENE-BANK.
081700     DISPLAY "ROUTING/SWIFT " WIRE-BENE-ROUTING.
081710     MOVE WIRE-BENE-ACCOUNT TO MASK-WIDE-VALUE.
081720     MOVE WIRE-VENDOR TO SACC-VENDOR.
081730     MOVE "BANK-ACCT" TO SACC-WHAT.
081740     PERFORM SHOW-SENSITIVE-WIDE-VALUE.
081800     DISPLAY "ACCOUNT:      " MASK-WIDE-VALUE.
081900     MOVE WIRE-AMOUNT TO AMOUNT-DISPLAY.
082000     DISPLAY "AMOUNT:       " AMOUNT-DISPLAY
082100             " " WIRE-CURRENCY-CODE.
082200     MOVE WIRE-BASE-AMOUNT TO AMOUNT-DISPLAY.
082300     DISPLAY "USD:          " AMOUNT-DISPLAY.
082400     MOVE WIRE-VALUE-DATE TO DATE-CCYYMMDD.
082500     PERFORM CONVERT-TO-MMDDCCYY.
082600     MOVE DATE-MMDDCCYY TO DATE-DISPLAY.
082700     DISPLAY "VALUE DATE:   " DATE-DISPLAY.
082800     DISPLAY "REQUESTED BY: " WIRE-REQUESTED-BY.
082900     IF WIRE-APPROVED-BY NOT = SPACES
083000         DISPLAY "APPROVED BY:  " WIRE-APPROVED-BY.
083100     IF WIRE-RELEASED-BY NOT = SPACES
083200         DISPLAY "RELEASED BY:  " WIRE-RELEASED-BY.
083300     IF WIRE-IS-PENDING
083400         DISPLAY "STATUS:       AWAITING APPROVAL"
083500     ELSE
083600     IF WIRE-IS-APPROVED
083700         DISPLAY "STATUS:       READY FOR RELEASE"
083800     ELSE
083900     IF WIRE-IS-RELEASED
084000         DISPLAY "STATUS:       RELEASED"
084100     ELSE
084200     IF WIRE-IS-REJECTED
084300         DISPLAY "STATUS:       REJECTED"
084400     ELSE
084500         DISPLAY "STATUS:       CANCELLED".
084600     PERFORM DISPLAY-WIRE-VOUCHER
084700         VARYING APPLIED-SUB FROM 1 BY 1
084800         UNTIL APPLIED-SUB > WIRE-VOUCHER-COUNT.
084900
085000 DISPLAY-WIRE-VOUCHER.
085100     MOVE WIRE-APPLIED (APPLIED-SUB) TO AMOUNT-DISPLAY.
085200     DISPLAY "  VOUCHER " WIRE-VOUCHER-NO (APPLIED-SUB)
085300             " " AMOUNT-DISPLAY.
085400
085500*---------------------------------
085600* CANCEL A WIRE - only one not
085700* yet released.
085800*---------------------------------
085900 CANCEL-A-WIRE.
086000     PERFORM GET-WIRE-NUMBER.
086100     IF ENTRY-WIRE-NUMBER NOT = ZEROES
086200        AND WIRE-RECORD-FOUND = "Y"
086300         PERFORM CANCEL-THIS-WIRE.
086400
086500 CANCEL-THIS-WIRE.
086600     PERFORM DISPLAY-THE-WIRE.
086700     IF NOT WIRE-IS-OPEN
086800         DISPLAY "ONLY A WIRE NOT YET RELEASED CAN BE CANCELLED"
086900     ELSE
087000         MOVE "CANCEL THIS WIRE (Y/N/Q)?" TO CONFIRM-PROMPT
087100         PERFORM GET-CONFIRMATION
087200         IF CONFIRM-IS-YES
087300             MOVE "C" TO WIRE-STATUS
087400             PERFORM REWRITE-WIRE-RECORD
087500             PERFORM LOG-WIRE-CANCEL-AUDIT
087600                 VARYING APPLIED-SUB FROM 1 BY 1
087700                 UNTIL APPLIED-SUB > WIRE-VOUCHER-COUNT
087800             DISPLAY "WIRE CANCELLED".
087900
088000 LOG-WIRE-CANCEL-AUDIT.
088100     MOVE WIRE-VOUCHER-NO (APPLIED-SUB)
088200                              TO AUDIT-EVENT-VOUCHER-NO.
088300     MOVE WIRE-VENDOR         TO AUDIT-EVENT-VENDOR-NO.
088400     MOVE "WIRE CANC"         TO AUDIT-EVENT-ACTION.
088500     MOVE TODAY-DATE          TO AUDIT-EVENT-DATE.
088600     MOVE WIRE-APPLIED (APPLIED-SUB) TO AUDIT-EVENT-AMOUNT.
088700     MOVE WIRE-NUMBER         TO AUDIT-EVENT-OLD-VALUE.
088800     MOVE SPACES              TO AUDIT-EVENT-NEW-VALUE.
088900     PERFORM WRITE-AUDIT-RECORD.
089000
089100*---------------------------------
089200* File I-O routines.
089300*---------------------------------
089400 START-WIRE-SCAN.
089500     MOVE "N" TO WIRE-FILE-AT-END.
089600     MOVE ZEROES TO WIRE-NUMBER.
089700     START WIRE-FILE KEY NOT < WIRE-NUMBER
089800         INVALID KEY
089900         MOVE "Y" TO WIRE-FILE-AT-END.
090000
090100 READ-WIRE-RECORD.
090200     MOVE ENTRY-WIRE-NUMBER TO WIRE-NUMBER.
090300     MOVE "Y" TO WIRE-RECORD-FOUND.
090400     READ WIRE-FILE RECORD
090500         INVALID KEY
090600         MOVE "N" TO WIRE-RECORD-FOUND.
090700
090800 REWRITE-WIRE-RECORD.
090900     REWRITE WIRE-RECORD
091000         INVALID KEY
091100         DISPLAY "ERROR REWRITING WIRE REQUEST".
091200
091300 READ-BANK-RECORD.
091400     MOVE "Y" TO BANK-RECORD-FOUND.
091500     READ BANK-FILE RECORD
091600         INVALID KEY
091700         MOVE "N" TO BANK-RECORD-FOUND.
091800
091900 READ-CHECK-REG-RECORD.
092000     MOVE "Y" TO CHECK-REG-FOUND.
092100     READ CHECK-REG-FILE RECORD
092200         INVALID KEY
092300         MOVE "N" TO CHECK-REG-FOUND.
092400
092500 READ-VOUCHER-RECORD.
092600     MOVE "Y" TO VOUCHER-READ-OK.
092700     READ VOUCHER-FILE RECORD
092800         INVALID KEY
092900         MOVE "N" TO VOUCHER-READ-OK.
093000
093100 READ-VENDOR-RECORD.
093200     MOVE "Y" TO VENDOR-RECORD-FOUND.
093300     READ VENDOR-FILE RECORD
093400         INVALID KEY
093500         MOVE "N" TO VENDOR-RECORD-FOUND.
093600
093700*---------------------------------
093800* Utility routines.
093900*---------------------------------
094000     COPY "PLDATE01.CBL".
094100     COPY "PLCONF01.CBL".
094200     COPY "PLSIGN01.CBL".
094300     COPY "PLUPDJ01.CBL".
094400     COPY "PLCOMP01.CBL".
094500     COPY "PLAUDIT01.CBL".
094600     COPY "PLPERD01.CBL".
094700     COPY "PLMASK01.CBL".
094800     COPY "PLSACC01.CBL".

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WIRREL01.
000300*---------------------------------
000400* Wire release run.
000500*
000600* Sends every approved wire on
000700* one bank account to the bank
000800* and posts it. The wires go out
000900* on the bank's wire-request
001000* file, named per account the
001100* way the positive-pay export
001200* is (VCHRWIRE01, VCHRWIRE02,
001300* ...). Each wire is posted like
001400* a check: the vouchers it
001500* settles are paid, backup
001600* withholding is filed, a
001700* register record is written
001800* under the wire's number with
001900* method W, and the cash leaves
002000* the account's ledger on the
002100* value date.
002200*
002300* A foreign-currency wire is
002400* priced at the day's rate and
002500* the realized exchange gain or
002600* loss on each voucher is
002700* stamped as the check run
002800* stamps it. A wire whose
002900* vouchers have changed since
003000* it was requested is held back
003100* and reported.
003200*---------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600
003700     COPY "SLWIRE.CBL".
003800
003900     COPY "SLVOUCH.CBL".
004000
004100     COPY "SLVND02.CBL".
004200
004300     COPY "SLAUDIT.CBL".
004400
004500     COPY "SLPERIOD.CBL".
004600
004700     COPY "SLCHKREG.CBL".
004800
004900     COPY "SLBANK.CBL".
005000
005100     COPY "SLCURR.CBL".
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
006300     COPY "SLDCTL.CBL".
006400
006500     COPY "SLWHLD.CBL".
006600
006700     COPY "SLCASHL.CBL".
006800
006900     COPY "SLLOCK.CBL".
007000
007100*---------------------------------
007200* The bank's wire-request file -
007300* comma-delimited with a heading
007400* line, one file per account.
007500*---------------------------------
007600     SELECT WIRE-REQUEST-FILE
007700         ASSIGN TO WIRE-REQUEST-DESTINATION
007800         ORGANIZATION IS LINE SEQUENTIAL.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200
008300     COPY "FDWIRE.CBL".
008400
008500     COPY "FDVOUCH.CBL".
008600
008700     COPY "FDVND04.CBL".
008800
008900     COPY "FDAUDIT.CBL".
009000
009100     COPY "FDPERIOD.CBL".
009200
009300     COPY "FDCHKREG.CBL".
009400
009500     COPY "FDBANK.CBL".
009600
009700     COPY "FDCURR.CBL".
009800
009900     COPY "FDOPER.CBL".
010000
010100     COPY "FDUPDJ.CBL".
010200
010300     COPY "FDCOMP.CBL".
010400
010500     COPY "FDSONLOG.CBL".
010600
010700     COPY "FDSESS.CBL".
010800
010900     COPY "FDDCTL.CBL".
011000
011100     COPY "FDWHLD.CBL".
011200
011300     COPY "FDCASHL.CBL".
011400
011500     COPY "FDLOCK.CBL".
011600
011700 FD  WIRE-REQUEST-FILE
011800     LABEL RECORDS ARE STANDARD.
011900 01  WIRE-REQUEST-RECORD        PIC X(250).
012000
012100 WORKING-STORAGE SECTION.
012200
012300 77  RELEASE-BANK-ACCOUNT    PIC 9(2).
012400 77  BANK-RECORD-FOUND       PIC X.
012500 77  WIRE-FILE-AT-END        PIC X.
012600 77  WIRE-REQUEST-IS-OPEN    PIC X.
012700 77  VOUCHER-READ-OK         PIC X.
012800 77  VENDOR-RECORD-FOUND     PIC X.
012900 77  CHECK-REG-FOUND         PIC X.
013000 77  CURR-RECORD-FOUND       PIC X.
013100 77  ALL-LOCKS-TAKEN         PIC X.
013200 77  ALL-STILL-OPEN          PIC X.
013300 77  REG-WRITE-OK            PIC X.
013400 77  WHLD-WRITE-OK           PIC X.
013500 77  VOUCHER-SUB             PIC 9(3).
013600 77  TODAY-DATE              PIC 9(8).
013700 77  OPEN-BALANCE            PIC S9(6)V99.
013800 77  FOREIGN-APPLIED         PIC S9(7)V99.
013900 77  REALIZED-FX-AMOUNT      PIC S9(6)V99.
014000 77  GROSS-WIRE-AMOUNT       PIC S9(7)V99.
014100 77  WIRE-FX-TOTAL           PIC S9(7)V99.
014200 77  WITHHELD-THIS-WIRE      PIC S9(7)V99.
014300 77  NET-WIRE-AMOUNT         PIC S9(7)V99.
014400 77  BACKUP-WHLD-PERCENT     PIC 9(2)V99 VALUE 24.00.
014500 77  RELEASED-COUNT          PIC 9(4) VALUE ZEROES.
014600 77  HELD-COUNT              PIC 9(4) VALUE ZEROES.
014700 77  RELEASED-TOTAL          PIC S9(9)V99 VALUE ZEROES.
014800 77  EXPORT-REFERENCE        PIC X(40).
014900 77  EXPORT-VOUCHER-NO       PIC 9(5).
015000 01  EXPORT-AMOUNT-EDIT      PIC Z(6)9.99.
015100 01  AMOUNT-DISPLAY          PIC Z,ZZZ,ZZ9.99-.
015200
015300 01  WIRE-REQUEST-DESTINATION PIC X(10)
015400     VALUE "VCHRWIRE".
015500 01  WIRE-REQUEST-NAME-FIELDS
015600     REDEFINES WIRE-REQUEST-DESTINATION.
015700     05  FILLER              PIC X(8).
015800     05  WIRE-REQUEST-SUFFIX PIC 9(2).
015900
016000*---------------------------------
016100* The realized gain or loss on
016200* each voucher of the wire being
016300* released.
016400*---------------------------------
016500 01  VOUCHER-FX-TABLE.
016600     05  VOUCHER-FX-AMOUNT   PIC S9(6)V99 OCCURS 20 TIMES.
016700
016800     COPY "WSCASE01.CBL".
016900
017000     COPY "WSDATE01.CBL".
017100
017200     COPY "WSAUDIT01.CBL".
017300
017400     COPY "WSPERD01.CBL".
017500
017600     COPY "WSSIGN01.CBL".
017700
017800     COPY "WSCOMP01.CBL".
017900
018000     COPY "WSLOCK01.CBL".
018100
018200 PROCEDURE DIVISION.
018300 PROGRAM-BEGIN.
018400     PERFORM OPENING-PROCEDURE.
018500     MOVE "WIRREL01" TO SIGN-ON-PROGRAM.
018600     PERFORM GET-OPERATOR-SIGN-ON.
018700     IF OPERATOR-IS-SIGNED-ON
018800         PERFORM GET-COMPANY-CODE.
018900     IF OPERATOR-IS-SIGNED-ON
019000        AND SIGN-ON-CAN-PAYMENT = "Y"
019100         PERFORM MAIN-PROCESS
019200     ELSE
019300     IF OPERATOR-IS-SIGNED-ON
019400         DISPLAY "YOU ARE NOT AUTHORIZED TO RELEASE WIRES".
019500     PERFORM CLOSING-PROCEDURE.
019600
019700 PROGRAM-EXIT.
019800     EXIT PROGRAM.
019900
020000 PROGRAM-DONE.
020100     ACCEPT OMITTED. STOP RUN.
020200
020300 OPENING-PROCEDURE.
020400     OPEN EXTEND UPDATE-JOURNAL-FILE.
020500     OPEN I-O WIRE-FILE.
020600     OPEN I-O COMPANY-FILE.
020700     OPEN I-O VOUCHER-FILE.
020800     OPEN I-O VENDOR-FILE.
020900     OPEN EXTEND AUDIT-FILE.
021000     OPEN I-O PERIOD-FILE.
021100     OPEN I-O CHECK-REG-FILE.
021200     OPEN I-O BANK-FILE.
021300     OPEN I-O CURRENCY-FILE.
021400     OPEN I-O OPERATOR-FILE.
021500     OPEN I-O WITHHELD-FILE.
021600     OPEN EXTEND CASH-LEDGER-FILE.
021700     OPEN EXTEND CONTROL-TOTALS-FILE.
021800     OPEN I-O LOCK-FILE.
021900     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
022000
022100 CLOSING-PROCEDURE.
022200     PERFORM POST-RUN-TOTALS.
022300     CLOSE UPDATE-JOURNAL-FILE.
022400     CLOSE WIRE-FILE.
022500     CLOSE COMPANY-FILE.
022600     CLOSE VOUCHER-FILE.
022700     CLOSE VENDOR-FILE.
022800     CLOSE AUDIT-FILE.
022900     CLOSE PERIOD-FILE.
023000     CLOSE CHECK-REG-FILE.
023100     CLOSE BANK-FILE.
023200     CLOSE CURRENCY-FILE.
023300     CLOSE OPERATOR-FILE.
023400     CLOSE WITHHELD-FILE.
023500     CLOSE CASH-LEDGER-FILE.
023600     CLOSE CONTROL-TOTALS-FILE.
023700     CLOSE LOCK-FILE.
023800
023900*---------------------------------
024000* Released wires go to the daily
024100* control totals as payments.
024200*---------------------------------
024300 POST-RUN-TOTALS.
024400     IF RELEASED-COUNT NOT = ZEROES
024500         MOVE "WIRREL01" TO DCTL-PROGRAM
024600         MOVE ZEROES TO DCTL-ENTERED DCTL-ADJUSTED
024700         MOVE RELEASED-TOTAL TO DCTL-PAID
024800         MOVE RELEASED-COUNT TO DCTL-COUNT
024900         PERFORM POST-CONTROL-TOTALS.
025000
025100 MAIN-PROCESS.
025200     PERFORM GET-BANK-ACCOUNT.
025300     IF RELEASE-BANK-ACCOUNT NOT = ZEROES
025400         PERFORM RELEASE-THE-ACCOUNT.
025500
025600 RELEASE-THE-ACCOUNT.
025700     MOVE "N" TO WIRE-REQUEST-IS-OPEN.
025800     PERFORM READ-FIRST-WIRE.
025900     PERFORM RELEASE-ALL-WIRES
026000         UNTIL WIRE-FILE-AT-END = "Y".
026100     IF WIRE-REQUEST-IS-OPEN = "Y"
026200         CLOSE WIRE-REQUEST-FILE.
026300     MOVE RELEASED-TOTAL TO AMOUNT-DISPLAY.
026400     DISPLAY "WIRES RELEASED: " RELEASED-COUNT
026500             "  TOTAL USD " AMOUNT-DISPLAY.
026600     IF WIRE-REQUEST-IS-OPEN = "Y"
026700         DISPLAY "SENT ON " WIRE-REQUEST-DESTINATION.
026800     IF HELD-COUNT NOT = ZEROES
026900         DISPLAY "WIRES HELD BACK: " HELD-COUNT.
027000
027100*---------------------------------
027200* The account the wires are
027300* drawn on; it must belong to
027400* the session's company.
027500*---------------------------------
027600 GET-BANK-ACCOUNT.
027700     PERFORM ACCEPT-BANK-ACCOUNT.
027800     PERFORM RE-ACCEPT-BANK-ACCOUNT
027900         UNTIL BANK-RECORD-FOUND = "Y"
028000            OR RELEASE-BANK-ACCOUNT = ZEROES.
028100
028200 ACCEPT-BANK-ACCOUNT.
028300     DISPLAY "RELEASE WIRES FROM WHICH BANK ACCOUNT (0 TO EXIT)".
028400     ACCEPT RELEASE-BANK-ACCOUNT.
028500     MOVE RELEASE-BANK-ACCOUNT TO BANK-ACCOUNT-NO.
028600     PERFORM READ-BANK-RECORD.
028700     IF BANK-RECORD-FOUND = "Y"
028800        AND BANK-COMPANY NOT = ZEROES
028900        AND BANK-COMPANY NOT = SIGN-ON-COMPANY
029000         DISPLAY "THAT ACCOUNT BELONGS TO COMPANY "
029100                 BANK-COMPANY
029200         MOVE "N" TO BANK-RECORD-FOUND.
029300     IF BANK-RECORD-FOUND = "Y"
029400         DISPLAY "DRAWN ON: " BANK-ACCOUNT-NAME.
029500
029600 RE-ACCEPT-BANK-ACCOUNT.
029700     DISPLAY "NO BANK ACCOUNT ON FILE WITH THAT NUMBER".
029800     PERFORM ACCEPT-BANK-ACCOUNT.
029900
030000 RELEASE-ALL-WIRES.
030100     IF WIRE-IS-APPROVED
030200        AND WIRE-BANK-ACCT = RELEASE-BANK-ACCOUNT
030300        AND WIRE-COMPANY = SIGN-ON-COMPANY
030400         PERFORM RELEASE-UNDER-LOCK.
030500     PERFORM READ-NEXT-WIRE-RECORD.
030600
030700*---------------------------------
030800* Every voucher on the wire is
030900* locked and read again before
031000* anything is posted, and the
031100* wire's number is looked up on
031200* the register again - a wire
031300* that no longer fits is held
031400* back whole, never half posted.
031500*---------------------------------
031600 RELEASE-UNDER-LOCK.
031700     MOVE "Y" TO ALL-LOCKS-TAKEN.
031800     PERFORM LOCK-WIRE-VOUCHER
031900         VARYING VOUCHER-SUB FROM 1 BY 1
032000         UNTIL VOUCHER-SUB > WIRE-VOUCHER-COUNT.
032100     MOVE "Y" TO ALL-STILL-OPEN.
032200     IF ALL-LOCKS-TAKEN = "N"
032300         DISPLAY "WIRE " WIRE-NUMBER
032400                 " - A VOUCHER IS IN USE ELSEWHERE".
032500     IF ALL-LOCKS-TAKEN = "Y"
032600         PERFORM RECHECK-THE-WIRE.
032700     IF ALL-LOCKS-TAKEN = "Y"
032800        AND ALL-STILL-OPEN = "Y"
032900         PERFORM RELEASE-THE-WIRE
033000     ELSE
033100         DISPLAY "WIRE " WIRE-NUMBER " HELD BACK"
033200         ADD 1 TO HELD-COUNT.
033300     PERFORM FREE-WIRE-VOUCHER
033400         VARYING VOUCHER-SUB FROM 1 BY 1
033500         UNTIL VOUCHER-SUB > WIRE-VOUCHER-COUNT.
033600
033700 LOCK-WIRE-VOUCHER.
033800     MOVE "VOUCHER" TO LOCK-FILE-TAG.
033900     MOVE WIRE-VOUCHER-NO (VOUCHER-SUB) TO LOCK-RECORD-KEY.
034000     PERFORM TAKE-RECORD-LOCK.
034100     IF LOCK-WAS-TAKEN = "N"
034200         MOVE "N" TO ALL-LOCKS-TAKEN.
034300
034400 FREE-WIRE-VOUCHER.
034500     MOVE "VOUCHER" TO LOCK-FILE-TAG.
034600     MOVE WIRE-VOUCHER-NO (VOUCHER-SUB) TO LOCK-RECORD-KEY.
034700     PERFORM FREE-RECORD-LOCK.
034800
034900*---------------------------------
035000* The cash moves on the value
035100* date, which must still be in
035200* an open period. Withholding is
035300* worked again in case the
035400* vendor's TIN standing changed
035500* since the request; a foreign
035600* wire cannot carry it. A vendor
035610* put on sanctions hold since the
035620* request is not paid.
035700*---------------------------------
035800 RECHECK-THE-WIRE.
035900     MOVE ZEROES TO GROSS-WIRE-AMOUNT
036000                    WIRE-FX-TOTAL.
036100     PERFORM RECHECK-WIRE-VOUCHER
036200         VARYING VOUCHER-SUB FROM 1 BY 1
036300         UNTIL VOUCHER-SUB > WIRE-VOUCHER-COUNT.
036400     MOVE WIRE-NUMBER TO CHECK-REG-NO.
036500     PERFORM READ-CHECK-REG-RECORD.
036600     IF CHECK-REG-FOUND = "Y"
036700         DISPLAY "WIRE " WIRE-NUMBER
036800                 " - THAT NUMBER IS ALREADY ON THE REGISTER"
036900         MOVE "N" TO ALL-STILL-OPEN.
037000     MOVE WIRE-VALUE-DATE TO EDIT-PERIOD-DATE.
037100     PERFORM CHECK-PERIOD-OPEN.
037200     IF PERIOD-DATE-IS-OPEN = "N"
037300         DISPLAY "WIRE " WIRE-NUMBER
037400                 " - VALUE DATE IS IN A CLOSED PERIOD"
037500         MOVE "N" TO ALL-STILL-OPEN.
037600     MOVE WIRE-VENDOR TO VENDOR-NUMBER.
037700     PERFORM READ-VENDOR-RECORD.
037710     IF VENDOR-RECORD-FOUND = "Y"
037720        AND VENDOR-IS-SANCTION-HELD
037730         DISPLAY "WIRE " WIRE-NUMBER
037740                 " - VENDOR IS ON SANCTIONS HOLD"
037750         MOVE "N" TO ALL-STILL-OPEN.
037800     MOVE GROSS-WIRE-AMOUNT TO NET-WIRE-AMOUNT.
037900     PERFORM COMPUTE-BACKUP-WITHHOLDING.
038000     IF WITHHELD-THIS-WIRE NOT = ZEROES
038100        AND WIRE-CURRENCY-CODE NOT = "USD"
038200         DISPLAY "WIRE " WIRE-NUMBER
038300                 " - VENDOR NOW NEEDS BACKUP WITHHOLDING"
038400         MOVE "N" TO ALL-STILL-OPEN.
038500     ADD WIRE-FX-TOTAL TO NET-WIRE-AMOUNT.
038600
038700 RECHECK-WIRE-VOUCHER.
038800     MOVE WIRE-VOUCHER-NO (VOUCHER-SUB) TO VOUCHER-NUMBER.
038900     PERFORM READ-VOUCHER-RECORD.
039000     IF VOUCHER-READ-OK = "Y"
039100         COMPUTE OPEN-BALANCE =
039200             VOUCHER-BASE-AMOUNT - VOUCHER-PAID-AMOUNT.
039300     IF VOUCHER-READ-OK = "N"
039400        OR VOUCHER-IS-CANCELLED
039500        OR VOUCHER-SELECTED = "Y"
039600        OR OPEN-BALANCE < WIRE-APPLIED (VOUCHER-SUB)
039700         DISPLAY "WIRE " WIRE-NUMBER " - VOUCHER "
039800                 WIRE-VOUCHER-NO (VOUCHER-SUB)
039900                 " HAS CHANGED SINCE THE REQUEST"
040000         MOVE "N" TO ALL-STILL-OPEN
040100     ELSE
040200         ADD WIRE-APPLIED (VOUCHER-SUB) TO GROSS-WIRE-AMOUNT
040300         PERFORM COMPUTE-REALIZED-FX
040400         MOVE REALIZED-FX-AMOUNT
040500             TO VOUCHER-FX-AMOUNT (VOUCHER-SUB)
040600         ADD REALIZED-FX-AMOUNT TO WIRE-FX-TOTAL.
040700
040800*---------------------------------
040900* The voucher was booked at its
041000* entry rate; paying it at
041100* today's rate realizes the
041200* difference, worked exactly as
041300* the check run works it.
041400*---------------------------------
041500 COMPUTE-REALIZED-FX.
041600     MOVE ZEROES TO REALIZED-FX-AMOUNT.
041700     IF VOUCHER-CURRENCY-CODE NOT = "USD"
041800        AND VOUCHER-CURRENCY-CODE NOT = SPACES
041900        AND VOUCHER-FX-RATE NOT = ZEROES
042000         PERFORM PRICE-AT-PAYMENT-RATE.
042100
042200 PRICE-AT-PAYMENT-RATE.
042300     MOVE VOUCHER-CURRENCY-CODE TO CURR-CODE.
042400     MOVE "Y" TO CURR-RECORD-FOUND.
042500     READ CURRENCY-FILE RECORD
042600         INVALID KEY
042700         MOVE "N" TO CURR-RECORD-FOUND.
042800     IF CURR-RECORD-FOUND = "Y"
042900        AND CURR-RATE NOT = ZEROES
043000        AND CURR-RATE NOT = VOUCHER-FX-RATE
043100         COMPUTE FOREIGN-APPLIED ROUNDED =
043200             WIRE-APPLIED (VOUCHER-SUB) / VOUCHER-FX-RATE
043300         COMPUTE REALIZED-FX-AMOUNT ROUNDED =
043400             FOREIGN-APPLIED
043500             * (CURR-RATE - VOUCHER-FX-RATE).
043600
043700 COMPUTE-BACKUP-WITHHOLDING.
043800     MOVE ZEROES TO WITHHELD-THIS-WIRE.
043900     IF VENDOR-RECORD-FOUND = "Y"
044000        AND VENDOR-GETS-1099
044100        AND (VENDOR-TAX-ID = SPACES
044200         OR VENDOR-TIN-MISMATCHED)
044300        AND NET-WIRE-AMOUNT > ZEROES
044400         COMPUTE WITHHELD-THIS-WIRE ROUNDED =
044500             NET-WIRE-AMOUNT *
044600             (BACKUP-WHLD-PERCENT / 100)
044700         SUBTRACT WITHHELD-THIS-WIRE FROM NET-WIRE-AMOUNT.
044800
044900*---------------------------------
045000* A dollar wire goes out for the
045100* vouchers less withholding; a
045200* foreign wire for the currency
045300* amount it was requested at.
045400*---------------------------------
045500 RELEASE-THE-WIRE.
045600     IF WIRE-CURRENCY-CODE = "USD"
045700         MOVE NET-WIRE-AMOUNT TO WIRE-AMOUNT.
045800     PERFORM POST-WIRE-VOUCHER
045900         VARYING VOUCHER-SUB FROM 1 BY 1
046000         UNTIL VOUCHER-SUB > WIRE-VOUCHER-COUNT.
046100     IF WITHHELD-THIS-WIRE NOT = ZEROES
046200         PERFORM WRITE-WITHHELD-RECORD.
046300     PERFORM WRITE-CHECK-REGISTER-RECORD.
046400     PERFORM POST-WIRE-TO-CASH-LEDGER.
046500     PERFORM WRITE-WIRE-REQUEST.
046600     MOVE "R" TO WIRE-STATUS.
046700     MOVE AUDIT-EVENT-OPERATOR-ID TO WIRE-RELEASED-BY.
046800     MOVE TODAY-DATE TO WIRE-RELEASED-DATE.
046900     MOVE NET-WIRE-AMOUNT TO WIRE-BASE-AMOUNT.
047000     REWRITE WIRE-RECORD
047100         INVALID KEY
047200         DISPLAY "ERROR REWRITING WIRE REQUEST".
047300     MOVE WIRE-AMOUNT TO AMOUNT-DISPLAY.
047400     DISPLAY "WIRE " WIRE-NUMBER " RELEASED "
047500             AMOUNT-DISPLAY " " WIRE-CURRENCY-CODE.
047600     ADD 1 TO RELEASED-COUNT.
047700     ADD NET-WIRE-AMOUNT TO RELEASED-TOTAL.
047800
047900*---------------------------------
048000* The voucher is stamped as the
048100* check run stamps it, with the
048200* wire's number in the check
048300* number and the PAID line
048400* carrying it for the void
048500* screen.
048600*---------------------------------
048700 POST-WIRE-VOUCHER.
048800     MOVE WIRE-VOUCHER-NO (VOUCHER-SUB) TO VOUCHER-NUMBER.
048900     PERFORM READ-VOUCHER-RECORD.
049000     IF VOUCHER-READ-OK = "Y"
049100         MOVE WIRE-NUMBER TO VOUCHER-CHECK-NO
049200         MOVE WIRE-VALUE-DATE TO VOUCHER-PAID-DATE
049300         ADD WIRE-APPLIED (VOUCHER-SUB)
049400             TO VOUCHER-PAID-AMOUNT
049500         MOVE ZEROES TO VOUCHER-PAY-AMOUNT
049600                        VOUCHER-DISC-TAKEN
049700         MOVE VOUCHER-FX-AMOUNT (VOUCHER-SUB)
049800             TO VOUCHER-FX-GAIN-LOSS
049900         PERFORM REWRITE-VOUCHER-RECORD
050000         PERFORM POST-WIRE-TO-YTD
050100         PERFORM LOG-PAID-AUDIT.
050200
050300 POST-WIRE-TO-YTD.
050400     MOVE WIRE-VENDOR TO VENDOR-NUMBER.
050500     PERFORM READ-VENDOR-RECORD.
050600     IF VENDOR-RECORD-FOUND = "Y"
050700         ADD WIRE-APPLIED (VOUCHER-SUB) TO VENDOR-YTD-PAID
050800         PERFORM REWRITE-VENDOR-RECORD.
050900
051000 LOG-PAID-AUDIT.
051100     MOVE VOUCHER-NUMBER      TO AUDIT-EVENT-VOUCHER-NO.
051200     MOVE VOUCHER-VENDOR      TO AUDIT-EVENT-VENDOR-NO.
051300     MOVE "PAID"              TO AUDIT-EVENT-ACTION.
051400     MOVE WIRE-VALUE-DATE     TO AUDIT-EVENT-DATE.
051500     MOVE WIRE-APPLIED (VOUCHER-SUB) TO AUDIT-EVENT-AMOUNT.
051600     MOVE ZEROES              TO AUDIT-EVENT-OLD-VALUE.
051700     MOVE WIRE-NUMBER         TO AUDIT-EVENT-NEW-VALUE.
051800     PERFORM WRITE-AUDIT-RECORD.
051900
052000*---------------------------------
052100* The held amount joins the
052200* check run's on the withholding
052300* file for the quarterly
052400* deposit.
052500*---------------------------------
052600 WRITE-WITHHELD-RECORD.
052700     MOVE SPACE TO WITHHELD-RECORD.
052800     MOVE WIRE-NUMBER TO WHLD-CHECK-NO.
052900     MOVE WIRE-VENDOR TO WHLD-VENDOR.
053000     MOVE WIRE-VALUE-DATE TO WHLD-DATE.
053100     MOVE WITHHELD-THIS-WIRE TO WHLD-AMOUNT.
053200     MOVE ZEROES TO WHLD-DEPOSIT-DATE
053300                    WHLD-DEPOSIT-REF.
053400     MOVE "Y" TO WHLD-WRITE-OK.
053500     WRITE WITHHELD-RECORD
053600         INVALID KEY
053700         MOVE "N" TO WHLD-WRITE-OK.
053800     IF WHLD-WRITE-OK = "N"
053900         DISPLAY "*** WITHHOLDING FOR WIRE " WIRE-NUMBER
054000                 " IS ALREADY ON FILE ***".
054100
054200*---------------------------------
054300* The register record is marked
054400* W. A wire has no check face,
054500* so it carries no signature
054600* mark, and it never goes on
054700* positive pay.
054800*---------------------------------
054900 WRITE-CHECK-REGISTER-RECORD.
055000     MOVE SPACE TO CHECK-REG-RECORD.
055100     MOVE WIRE-NUMBER TO CHECK-REG-NO.
055200     MOVE WIRE-VALUE-DATE TO CHECK-REG-DATE.
055300     MOVE WIRE-VENDOR TO CHECK-REG-VENDOR.
055400     MOVE WIRE-BANK-ACCT TO CHECK-REG-BANK-ACCT.
055500     MOVE NET-WIRE-AMOUNT TO CHECK-REG-AMOUNT.
055600     MOVE "I" TO CHECK-REG-STATUS.
055700     MOVE "W" TO CHECK-REG-PAY-METHOD.
055800     MOVE SPACE TO CHECK-REG-SIGNATURES.
055900     MOVE ZEROES TO CHECK-REG-VOID-DATE
056000                    CHECK-REG-VOID-DISC
056100                    CHECK-REG-VOID-RETAIN
056200                    CHECK-REG-VOID-WHLD
056300                    CHECK-REG-VOID-FX
056400                    CHECK-REG-ESCHEAT-DATE
056450                    CHECK-REG-EMPLOYEE.
056500     MOVE SPACE TO CHECK-REG-DILIGENCE.
056550     MOVE SPACE TO CHECK-REG-PAYEE-TYPE.
056600     MOVE SPACE TO CHECK-REG-PPAY-SENT.
056700     MOVE "Y" TO REG-WRITE-OK.
056800     WRITE CHECK-REG-RECORD
056900         INVALID KEY
057000         MOVE "N" TO REG-WRITE-OK
057100         DISPLAY "ERROR WRITING CHECK REGISTER".
057200     IF REG-WRITE-OK = "Y"
057300         MOVE "CHECKREG" TO UPDJ-FILE
057400         MOVE "W" TO UPDJ-ACTION
057500         MOVE CHECK-REG-RECORD TO UPDJ-IMAGE
057600         PERFORM WRITE-UPDATE-JOURNAL.
057700
057800*---------------------------------
057900* The wire's cash leaves the
058000* account's ledger.
058100*---------------------------------
058200 POST-WIRE-TO-CASH-LEDGER.
058300     MOVE SPACE TO CASH-LEDGER-RECORD.
058400     MOVE WIRE-BANK-ACCT TO CASHL-BANK-ACCT.
058500     MOVE WIRE-VALUE-DATE TO CASHL-DATE.
058600     MOVE "K" TO CASHL-TYPE.
058700     MOVE WIRE-NUMBER TO CASHL-REF.
058800     COMPUTE CASHL-AMOUNT = 0 - NET-WIRE-AMOUNT.
058900     MOVE "WIRE TRANSFER" TO CASHL-DESC.
059000     WRITE CASH-LEDGER-RECORD.
059100
059200*---------------------------------
059300* One line per wire on the
059400* account's request file, opened
059500* on the first wire released.
059600* The reference quotes the first
059700* voucher settled.
059800*---------------------------------
059900 WRITE-WIRE-REQUEST.
060000     IF WIRE-REQUEST-IS-OPEN = "N"
060100         MOVE RELEASE-BANK-ACCOUNT TO WIRE-REQUEST-SUFFIX
060200         OPEN OUTPUT WIRE-REQUEST-FILE
060300         PERFORM WRITE-WIRE-REQUEST-HEADING
060400         MOVE "Y" TO WIRE-REQUEST-IS-OPEN.
060500     MOVE WIRE-AMOUNT TO EXPORT-AMOUNT-EDIT.
060600     MOVE WIRE-VOUCHER-NO (1) TO EXPORT-VOUCHER-NO.
060700     MOVE SPACES TO EXPORT-REFERENCE.
060800     STRING
060900         "AP VOUCHER "                      DELIMITED BY SIZE
061000         EXPORT-VOUCHER-NO                  DELIMITED BY SIZE
061100         INTO EXPORT-REFERENCE.
061200     MOVE SPACES TO WIRE-REQUEST-RECORD.
061300     STRING
061400         WIRE-NUMBER                        DELIMITED BY SIZE
061500         ","                                DELIMITED BY SIZE
061600         WIRE-VALUE-DATE                    DELIMITED BY SIZE
061700         ","                                DELIMITED BY SIZE
061800         WIRE-CURRENCY-CODE                 DELIMITED BY SIZE
061900         ","                                DELIMITED BY SIZE
062000         FUNCTION TRIM(EXPORT-AMOUNT-EDIT)  DELIMITED BY SIZE
062100         ","                                DELIMITED BY SIZE
062200         FUNCTION TRIM(WIRE-BENE-NAME)      DELIMITED BY SIZE
062300         ","                                DELIMITED BY SIZE
062400         FUNCTION TRIM(WIRE-BENE-BANK)      DELIMITED BY SIZE
062500         ","                                DELIMITED BY SIZE
062600         FUNCTION TRIM(WIRE-BENE-ROUTING)   DELIMITED BY SIZE
062700         ","                                DELIMITED BY SIZE
062800         FUNCTION TRIM(WIRE-BENE-ACCOUNT)   DELIMITED BY SIZE
062900         ","                                DELIMITED BY SIZE
063000         FUNCTION TRIM(EXPORT-REFERENCE)    DELIMITED BY SIZE
063100         INTO WIRE-REQUEST-RECORD.
063200     WRITE WIRE-REQUEST-RECORD.
063300
063400 WRITE-WIRE-REQUEST-HEADING.
063500     MOVE SPACES TO WIRE-REQUEST-RECORD.
063600     STRING
063700         "WIRE-NO,VALUE-DATE,CURRENCY,AMOUNT," DELIMITED BY SIZE
063800         "BENEFICIARY,BENE-BANK,ROUTING,"      DELIMITED BY SIZE
063900         "ACCOUNT,REFERENCE"                   DELIMITED BY SIZE
064000         INTO WIRE-REQUEST-RECORD.
064100     WRITE WIRE-REQUEST-RECORD.
064200
064300*---------------------------------
064400* Wire file read routines.
064500*---------------------------------
064600 READ-FIRST-WIRE.
064700     MOVE "N" TO WIRE-FILE-AT-END.
064800     MOVE ZEROES TO WIRE-NUMBER.
064900     START WIRE-FILE KEY NOT < WIRE-NUMBER
065000         INVALID KEY
065100         MOVE "Y" TO WIRE-FILE-AT-END.
065200     IF WIRE-FILE-AT-END NOT = "Y"
065300         PERFORM READ-NEXT-WIRE-RECORD.
065400
065500 READ-NEXT-WIRE-RECORD.
065600     READ WIRE-FILE NEXT RECORD
065700         AT END
065800         MOVE "Y" TO WIRE-FILE-AT-END.
065900
066000*---------------------------------
066100* Other file I-O routines.
066200*---------------------------------
066300 READ-BANK-RECORD.
066400     MOVE "Y" TO BANK-RECORD-FOUND.
066500     READ BANK-FILE RECORD
066600         INVALID KEY
066700         MOVE "N" TO BANK-RECORD-FOUND.
066800
066900 READ-CHECK-REG-RECORD.
067000     MOVE "Y" TO CHECK-REG-FOUND.
067100     READ CHECK-REG-FILE RECORD
067200         INVALID KEY
067300         MOVE "N" TO CHECK-REG-FOUND.
067400
067500 READ-VOUCHER-RECORD.
067600     MOVE "Y" TO VOUCHER-READ-OK.
067700     READ VOUCHER-FILE RECORD
067800         INVALID KEY
067900         MOVE "N" TO VOUCHER-READ-OK.
068000
068100 READ-VENDOR-RECORD.
068200     MOVE "Y" TO VENDOR-RECORD-FOUND.
068300     READ VENDOR-FILE RECORD
068400         INVALID KEY
068500         MOVE "N" TO VENDOR-RECORD-FOUND.
068600
068700 REWRITE-VOUCHER-RECORD.
068800     REWRITE VOUCHER-RECORD
068900         INVALID KEY
069000         DISPLAY "ERROR REWRITING VOUCHER RECORD".
069100     MOVE "VOUCHER" TO UPDJ-FILE.
069200     MOVE "R" TO UPDJ-ACTION.
069300     MOVE VOUCHER-RECORD TO UPDJ-IMAGE.
069400     PERFORM WRITE-UPDATE-JOURNAL.
069500
069600 REWRITE-VENDOR-RECORD.
069700     REWRITE VENDOR-RECORD
069800         INVALID KEY
069900         DISPLAY "ERROR REWRITING VENDOR RECORD".
070000     MOVE "VENDOR" TO UPDJ-FILE.
070100     MOVE "R" TO UPDJ-ACTION.
070200     MOVE VENDOR-RECORD TO UPDJ-IMAGE.
070300     PERFORM WRITE-UPDATE-JOURNAL.
070400
070500*---------------------------------
070600* Utility routines.
070700*---------------------------------
070800     COPY "PLDATE01.CBL".
070900     COPY "PLSIGN01.CBL".
071000     COPY "PLUPDJ01.CBL".
071100     COPY "PLCOMP01.CBL".
071200     COPY "PLAUDIT01.CBL".
071300     COPY "PLDCTL01.CBL".
071400     COPY "PLLOCK01.CBL".
071500     COPY "PLPERD01.CBL".

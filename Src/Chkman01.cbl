000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CHKMAN01.
000300*---------------------------------
000400* Manual check recording.
000500*
000600* A check written by hand from
000700* the check stock outside the
000800* check run - an emergency
000900* payment, a COD delivery - is
001000* recorded here afterwards so
001100* the payables, the register,
001200* the cash ledger and the bank
001300* all agree with it.
001400*
001500* The operator keys the check
001600* number, the bank account it
001700* was drawn on, the vendor, the
001800* check date and each voucher
001900* it paid, in full or in part.
002000* The vouchers are posted
002100* exactly as the check run
002200* posts them - paid amount,
002300* check number and date, the
002400* vendor YTD and a PAID line on
002500* the audit trail, so the void
002600* screen can back the check out
002700* like any other - and the
002800* register record is written
002900* with pay method M. The next
003000* check run on the account
003100* carries the check on its
003200* positive-pay file.
003300*
003400* A check number already on the
003500* register is refused. One at
003600* or past the account's next
003700* check number would collide
003800* with the check run's printed
003900* series and takes a supervisor
004000* override; the account's next
004100* number then moves past it.
004200*
004300* A manual check takes no
004400* discount, retainage or
004500* exchange gain or loss - the
004600* amount keyed against each
004700* voucher is the amount paid.
004800* Backup withholding is taken
004900* as the check run takes it.
005000*---------------------------------
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400
005500     COPY "SLVOUCH.CBL".
005600
005700     COPY "SLVND02.CBL".
005800
005900     COPY "SLAUDIT.CBL".
006000
006100     COPY "SLPERIOD.CBL".
006200
006300     COPY "SLCHKREG.CBL".
006400
006500     COPY "SLBANK.CBL".
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
007700     COPY "SLDCTL.CBL".
007800
007900     COPY "SLWHLD.CBL".
008000
008100     COPY "SLCASHL.CBL".
008200
008300     COPY "SLAPCTL.CBL".
008400
008500     COPY "SLLOCK.CBL".
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900
009000     COPY "FDVOUCH.CBL".
009100
009200     COPY "FDVND04.CBL".
009300
009400     COPY "FDAUDIT.CBL".
009500
009600     COPY "FDPERIOD.CBL".
009700
009800     COPY "FDCHKREG.CBL".
009900
010000     COPY "FDBANK.CBL".
010100
010200     COPY "FDOPER.CBL".
010300
010400     COPY "FDUPDJ.CBL".
010500
010600     COPY "FDCOMP.CBL".
010700
010800     COPY "FDSONLOG.CBL".
010900
011000     COPY "FDSESS.CBL".
011100
011200     COPY "FDDCTL.CBL".
011300
011400     COPY "FDWHLD.CBL".
011500
011600     COPY "FDCASHL.CBL".
011700
011800     COPY "FDAPCTL.CBL".
011900
012000     COPY "FDLOCK.CBL".
012100
012200 WORKING-STORAGE SECTION.
012300
012400 77  ENTRY-CHECK-NUMBER      PIC 9(6).
012500 77  CHECK-NUMBER-FIELD      PIC Z(6).
012600 77  CHECK-NUMBER-IS-OK      PIC X.
012700 77  CHECK-REG-FOUND         PIC X.
012800 77  MANUAL-BANK-ACCOUNT     PIC 9(2).
012900 77  BANK-RECORD-FOUND       PIC X.
013000 77  MANUAL-VENDOR           PIC 9(5).
013100 77  VENDOR-NUMBER-FIELD     PIC Z(5).
013200 77  VENDOR-RECORD-FOUND     PIC X.
013250 77  PAYEE-IS-OK             PIC X.
013300 77  MANUAL-CHECK-DATE       PIC 9(8).
013400 77  ENTRY-VOUCHER-NUMBER    PIC 9(5).
013500 77  VOUCHER-NUMBER-FIELD    PIC Z(5).
013600 77  VOUCHER-READ-OK         PIC X.
013700 77  VOUCHER-IS-PAYABLE      PIC X.
013800 77  OVERRIDE-ANSWER         PIC X.
013900 77  APCTL-FILE-AT-END       PIC X.
014000 77  ALL-LOCKS-TAKEN         PIC X.
014100 77  ALL-STILL-OPEN          PIC X.
014200 77  REG-WRITE-OK            PIC X.
014300 77  WHLD-WRITE-OK           PIC X.
014400 01  AMOUNT-ENTRY            PIC 9(8).
014500 77  OPEN-BALANCE            PIC S9(6)V99.
014600 77  APPLY-AMOUNT            PIC S9(6)V99.
014700 77  GROSS-CHECK-AMOUNT      PIC S9(7)V99.
014800 77  WITHHELD-THIS-CHECK     PIC S9(7)V99.
014900 77  NET-CHECK-AMOUNT        PIC S9(7)V99.
015000 77  BACKUP-WHLD-PERCENT     PIC 9(2)V99 VALUE 24.00.
015100 01  AMOUNT-DISPLAY          PIC Z,ZZZ,ZZ9.99-.
015200
015300*---------------------------------
015400* The vouchers this check paid
015500* and what it applied to each.
015600*---------------------------------
015700 77  APPLIED-COUNT           PIC 9(3).
015800 77  APPLIED-SUB             PIC 9(3).
015900 01  APPLIED-TABLE.
016000     05  APPLIED-ENTRY OCCURS 50 TIMES.
016100         10  APPLIED-VOUCHER-NO  PIC 9(5).
016200         10  APPLIED-AMOUNT      PIC S9(6)V99.
016300
016400 77  SESSION-PAID-TOTAL      PIC S9(8)V99 VALUE ZEROES.
016500 77  SESSION-PAID-COUNT      PIC 9(4) VALUE ZEROES.
016600
016700     COPY "WSCASE01.CBL".
016800
016900     COPY "WSDATE01.CBL".
017000
017100     COPY "WSCONF01.CBL".
017200
017300     COPY "WSAUDIT01.CBL".
017400
017500     COPY "WSPERD01.CBL".
017600
017700     COPY "WSSIGN01.CBL".
017800
017900     COPY "WSCOMP01.CBL".
018000
018100     COPY "WSLOCK01.CBL".
018200
018300     COPY "WSOVRD01.CBL".
018400
018500 PROCEDURE DIVISION.
018600 PROGRAM-BEGIN.
018700     PERFORM OPENING-PROCEDURE.
018800     MOVE "CHKMAN01" TO SIGN-ON-PROGRAM.
018900     PERFORM GET-OPERATOR-SIGN-ON.
019000     IF OPERATOR-IS-SIGNED-ON
019100         PERFORM GET-COMPANY-CODE.
019200     IF OPERATOR-IS-SIGNED-ON
019300        AND SIGN-ON-CAN-PAYMENT = "Y"
019400         PERFORM MAIN-PROCESS
019500     ELSE
019600     IF OPERATOR-IS-SIGNED-ON
019700         DISPLAY "YOU ARE NOT AUTHORIZED TO RECORD CHECKS".
019800     PERFORM CLOSING-PROCEDURE.
019900
020000 PROGRAM-EXIT.
020100     EXIT PROGRAM.
020200
020300 PROGRAM-DONE.
020400     ACCEPT OMITTED. STOP RUN.
020500
020600 OPENING-PROCEDURE.
020700     OPEN EXTEND UPDATE-JOURNAL-FILE.
020800     OPEN I-O COMPANY-FILE.
020900     OPEN I-O VOUCHER-FILE.
021000     OPEN I-O VENDOR-FILE.
021100     OPEN EXTEND AUDIT-FILE.
021200     OPEN I-O PERIOD-FILE.
021300     OPEN I-O CHECK-REG-FILE.
021400     OPEN I-O BANK-FILE.
021500     OPEN I-O OPERATOR-FILE.
021600     OPEN I-O WITHHELD-FILE.
021700     OPEN EXTEND CASH-LEDGER-FILE.
021800     OPEN EXTEND CONTROL-TOTALS-FILE.
021900     OPEN I-O LOCK-FILE.
022000     PERFORM LOAD-CONTROL-RECORD.
022100
022200 CLOSING-PROCEDURE.
022300     PERFORM POST-SESSION-TOTALS.
022400     CLOSE UPDATE-JOURNAL-FILE.
022500     CLOSE COMPANY-FILE.
022600     CLOSE VOUCHER-FILE.
022700     CLOSE VENDOR-FILE.
022800     CLOSE AUDIT-FILE.
022900     CLOSE PERIOD-FILE.
023000     CLOSE CHECK-REG-FILE.
023100     CLOSE BANK-FILE.
023200     CLOSE OPERATOR-FILE.
023300     CLOSE WITHHELD-FILE.
023400     CLOSE CASH-LEDGER-FILE.
023500     CLOSE CONTROL-TOTALS-FILE.
023600     CLOSE LOCK-FILE.
023700
023800*---------------------------------
023900* The dual-signature threshold
024000* for the register record.
024100*---------------------------------
024200 LOAD-CONTROL-RECORD.
024300     MOVE ZEROES TO APCTL-SIGNATURE-THRESHOLD.
024400     OPEN INPUT APCTL-FILE.
024500     MOVE "N" TO APCTL-FILE-AT-END.
024600     READ APCTL-FILE
024700         AT END MOVE "Y" TO APCTL-FILE-AT-END.
024800     CLOSE APCTL-FILE.
024900     IF APCTL-FILE-AT-END = "Y"
025000         MOVE ZEROES TO APCTL-SIGNATURE-THRESHOLD.
025100
025200*---------------------------------
025300* Manual checks go to the daily
025400* control totals as payments.
025500*---------------------------------
025600 POST-SESSION-TOTALS.
025700     IF SESSION-PAID-COUNT NOT = ZEROES
025800         MOVE "CHKMAN01" TO DCTL-PROGRAM
025900         MOVE ZEROES TO DCTL-ENTERED DCTL-ADJUSTED
026000         MOVE SESSION-PAID-TOTAL TO DCTL-PAID
026100         MOVE SESSION-PAID-COUNT TO DCTL-COUNT
026200         PERFORM POST-CONTROL-TOTALS.
026300
026400 MAIN-PROCESS.
026500     PERFORM GET-MANUAL-CHECK-NUMBER.
026600     PERFORM RECORD-ONE-CHECK
026700         UNTIL ENTRY-CHECK-NUMBER = ZEROES.
026800
026900 GET-MANUAL-CHECK-NUMBER.
027000     DISPLAY "ENTER MANUAL CHECK NUMBER (0 TO EXIT)".
027100     ACCEPT CHECK-NUMBER-FIELD.
027200     MOVE CHECK-NUMBER-FIELD TO ENTRY-CHECK-NUMBER.
027300
027400 RECORD-ONE-CHECK.
027500     PERFORM GET-BANK-ACCOUNT.
027600     PERFORM EDIT-CHECK-NUMBER.
027700     IF CHECK-NUMBER-IS-OK = "Y"
027800         PERFORM ENTER-THE-CHECK.
027900     PERFORM GET-MANUAL-CHECK-NUMBER.
028000
028100 ENTER-THE-CHECK.
028200     PERFORM GET-MANUAL-VENDOR.
028210     IF PAYEE-IS-OK = "Y"
028220         PERFORM ENTER-THE-PAYMENT
028230     ELSE
028240         DISPLAY "SANCTIONS HOLD NOT OVERRIDDEN - "
028250                 "CHECK NOT RECORDED".
028260
028270 ENTER-THE-PAYMENT.
028300     PERFORM GET-MANUAL-CHECK-DATE.
028400     PERFORM GET-VOUCHERS-PAID.
028500     IF APPLIED-COUNT = ZEROES
028600         DISPLAY "NO VOUCHERS ENTERED - CHECK NOT RECORDED"
028700     ELSE
028800         PERFORM CONFIRM-AND-RECORD.
028900
029000*---------------------------------
029100* The account the check was
029200* drawn on; it must belong to
029300* the session's company.
029400*---------------------------------
029500 GET-BANK-ACCOUNT.
029600     PERFORM ACCEPT-BANK-ACCOUNT.
029700     PERFORM RE-ACCEPT-BANK-ACCOUNT
029800         UNTIL BANK-RECORD-FOUND = "Y".
029900
030000 ACCEPT-BANK-ACCOUNT.
030100     DISPLAY "ENTER BANK ACCOUNT THE CHECK WAS DRAWN ON".
030200     ACCEPT MANUAL-BANK-ACCOUNT.
030300     MOVE MANUAL-BANK-ACCOUNT TO BANK-ACCOUNT-NO.
030400     PERFORM READ-BANK-RECORD.
030500     IF BANK-RECORD-FOUND = "Y"
030600        AND BANK-COMPANY NOT = ZEROES
030700        AND BANK-COMPANY NOT = SIGN-ON-COMPANY
030800         DISPLAY "THAT ACCOUNT BELONGS TO COMPANY "
030900                 BANK-COMPANY
031000         MOVE "N" TO BANK-RECORD-FOUND.
031100     IF BANK-RECORD-FOUND = "Y"
031200         DISPLAY "DRAWN ON: " BANK-ACCOUNT-NAME.
031300
031400 RE-ACCEPT-BANK-ACCOUNT.
031500     DISPLAY "NO BANK ACCOUNT ON FILE WITH THAT NUMBER".
031600     PERFORM ACCEPT-BANK-ACCOUNT.
031700
031800*---------------------------------
031900* A number already on the
032000* register is never used twice.
032100* A number at or past the
032200* account's next check number
032300* is one the check run has yet
032400* to print, so it takes a
032500* supervisor's say-so.
032600*---------------------------------
032700 EDIT-CHECK-NUMBER.
032800     MOVE "Y" TO CHECK-NUMBER-IS-OK.
032900     PERFORM READ-CHECK-REG-RECORD.
033000     IF CHECK-REG-FOUND = "Y"
033100         DISPLAY "CHECK " ENTRY-CHECK-NUMBER
033200                 " IS ALREADY ON THE CHECK REGISTER"
033300         MOVE "N" TO CHECK-NUMBER-IS-OK
033400     ELSE
033500     IF ENTRY-CHECK-NUMBER NOT < BANK-NEXT-CHECK-NO
033600         PERFORM CONFIRM-NUMBER-AHEAD.
033700
033800 CONFIRM-NUMBER-AHEAD.
033900     MOVE "N" TO CHECK-NUMBER-IS-OK.
034000     DISPLAY "*** THE NEXT CHECK NUMBER FOR THIS ACCOUNT IS "
034100             BANK-NEXT-CHECK-NO.
034200     DISPLAY "THIS CHECK IS AHEAD OF THE CHECK RUN'S SERIES -".
034300     DISPLAY "A SUPERVISOR OVERRIDE IS REQUIRED ***".
034400     PERFORM GET-OVERRIDE-ANSWER.
034500     IF OVERRIDE-ANSWER = "Y"
034600         PERFORM GET-SUPERVISOR-OVERRIDE.
034700
034800 GET-OVERRIDE-ANSWER.
034900     PERFORM ACCEPT-OVERRIDE-ANSWER.
035000     PERFORM RE-ACCEPT-OVERRIDE-ANSWER
035100         UNTIL OVERRIDE-ANSWER = "Y" OR "N".
035200
035300 ACCEPT-OVERRIDE-ANSWER.
035400     DISPLAY "SUPERVISOR OVERRIDE (Y/N)?".
035500     ACCEPT OVERRIDE-ANSWER.
035600     INSPECT OVERRIDE-ANSWER
035700      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
035800
035900 RE-ACCEPT-OVERRIDE-ANSWER.
036000     DISPLAY "YOU MUST ENTER YES OR NO".
036100     PERFORM ACCEPT-OVERRIDE-ANSWER.
036200
036300 GET-SUPERVISOR-OVERRIDE.
036400     DISPLAY "A SECOND OPERATOR WITH UTILITY".
036500     DISPLAY "AUTHORITY MUST APPROVE THE OVERRIDE".
036600     PERFORM GET-SUPERVISOR-CREDS.
036700     IF OVERRIDE-IS-GOOD = "Y"
036800         MOVE "Y" TO CHECK-NUMBER-IS-OK.
036900
037000*---------------------------------
037100* The payee. A vendor on
037110* sanctions hold is not to be
037120* paid at all, so recording a
037130* check to one takes a
037140* supervisor's say-so.
037200*---------------------------------
037300 GET-MANUAL-VENDOR.
037400     PERFORM ACCEPT-MANUAL-VENDOR.
037500     PERFORM RE-ACCEPT-MANUAL-VENDOR
037600         UNTIL VENDOR-RECORD-FOUND = "Y".
037700     DISPLAY "PAID TO: " VENDOR-NAME.
037800     IF VENDOR-IS-ON-HOLD
037900         DISPLAY "** THIS VENDOR IS ON PAYMENT HOLD **".
037910     MOVE "Y" TO PAYEE-IS-OK.
037920     IF VENDOR-IS-SANCTION-HELD
037930         PERFORM CONFIRM-SANCTIONED-PAYEE.
037940
037950 CONFIRM-SANCTIONED-PAYEE.
037955     MOVE "N" TO PAYEE-IS-OK.
037960     DISPLAY "*** THIS VENDOR IS ON SANCTIONS HOLD -".
037965     DISPLAY "A SUPERVISOR OVERRIDE IS REQUIRED ***".
037970     PERFORM GET-OVERRIDE-ANSWER.
037975     IF OVERRIDE-ANSWER = "Y"
037980         PERFORM GET-SANCTION-OVERRIDE.
037985
037990 GET-SANCTION-OVERRIDE.
037992     DISPLAY "A SECOND OPERATOR WITH UTILITY".
037994     DISPLAY "AUTHORITY MUST APPROVE THE OVERRIDE".
037996     PERFORM GET-SUPERVISOR-CREDS.
037997     IF OVERRIDE-IS-GOOD = "Y"
037998         MOVE "Y" TO PAYEE-IS-OK.
038000
038100 ACCEPT-MANUAL-VENDOR.
038200     DISPLAY "ENTER VENDOR NUMBER".
038300     ACCEPT VENDOR-NUMBER-FIELD.
038400     MOVE VENDOR-NUMBER-FIELD TO MANUAL-VENDOR.
038500     MOVE MANUAL-VENDOR TO VENDOR-NUMBER.
038600     PERFORM READ-VENDOR-RECORD.
038700
038800 RE-ACCEPT-MANUAL-VENDOR.
038900     DISPLAY "VENDOR NOT ON FILE".
039000     PERFORM ACCEPT-MANUAL-VENDOR.
039100
039200*---------------------------------
039300* The check date may not fall
039400* in a closed accounting period.
039500*---------------------------------
039600 GET-MANUAL-CHECK-DATE.
039700     PERFORM ACCEPT-MANUAL-CHECK-DATE.
039800     PERFORM RE-ACCEPT-MANUAL-CHECK-DATE
039900         UNTIL PERIOD-DATE-IS-OPEN = "Y".
040000
040100 ACCEPT-MANUAL-CHECK-DATE.
040200     MOVE "N" TO ZERO-DATE-IS-OK.
040300     MOVE "ENTER CHECK DATE (MM/DD/CCYY)" TO DATE-PROMPT.
040400     PERFORM GET-A-DATE.
040500     MOVE DATE-CCYYMMDD TO MANUAL-CHECK-DATE.
040600     MOVE DATE-CCYYMMDD TO EDIT-PERIOD-DATE.
040700     PERFORM CHECK-PERIOD-OPEN.
040800
040900 RE-ACCEPT-MANUAL-CHECK-DATE.
041000     DISPLAY "THAT DATE IS IN A CLOSED ACCOUNTING PERIOD".
041100     PERFORM ACCEPT-MANUAL-CHECK-DATE.
041200
041300*---------------------------------
041400* The vouchers the check paid,
041500* each with the amount applied.
041600*---------------------------------
041700 GET-VOUCHERS-PAID.
041800     MOVE ZEROES TO APPLIED-COUNT
041900                    GROSS-CHECK-AMOUNT.
042000     PERFORM GET-PAID-VOUCHER.
042100     PERFORM ENTER-ONE-PAID-VOUCHER
042200         UNTIL ENTRY-VOUCHER-NUMBER = ZEROES.
042300
042400 GET-PAID-VOUCHER.
042500     DISPLAY "ENTER VOUCHER PAID BY THIS CHECK (0 WHEN DONE)".
042600     ACCEPT VOUCHER-NUMBER-FIELD.
042700     MOVE VOUCHER-NUMBER-FIELD TO ENTRY-VOUCHER-NUMBER.
042800
042900 ENTER-ONE-PAID-VOUCHER.
043000     MOVE ENTRY-VOUCHER-NUMBER TO VOUCHER-NUMBER.
043100     PERFORM READ-VOUCHER-RECORD.
043200     PERFORM EDIT-PAID-VOUCHER.
043300     IF VOUCHER-IS-PAYABLE = "Y"
043400         PERFORM GET-APPLY-AMOUNT
043500         PERFORM ADD-APPLIED-ENTRY.
043600     IF APPLIED-COUNT NOT < 50
043700         DISPLAY "A CHECK MAY PAY NO MORE THAN 50 VOUCHERS"
043800         MOVE ZEROES TO ENTRY-VOUCHER-NUMBER
043900     ELSE
044000         PERFORM GET-PAID-VOUCHER.
044100
044200*---------------------------------
044300* The same edits the selection
044400* screen makes, and the voucher
044500* must be the payee's, not
044600* selected for the check run
044700* (which would pay it again)
044800* and not already on this check.
044900*---------------------------------
045000 EDIT-PAID-VOUCHER.
045100     MOVE "N" TO VOUCHER-IS-PAYABLE.
045200     COMPUTE OPEN-BALANCE =
045300         VOUCHER-BASE-AMOUNT - VOUCHER-PAID-AMOUNT.
045400     PERFORM FIND-APPLIED-ENTRY.
045500     IF VOUCHER-READ-OK = "N"
045600         DISPLAY "VOUCHER NOT FOUND"
045700     ELSE
045800     IF VOUCHER-VENDOR NOT = MANUAL-VENDOR
045900         DISPLAY "THAT VOUCHER IS FOR VENDOR " VOUCHER-VENDOR
046000     ELSE
046100     IF VOUCHER-IS-CANCELLED
046200         DISPLAY "THAT VOUCHER HAS BEEN CANCELLED"
046300     ELSE
046400     IF VOUCHER-BASE-AMOUNT < ZEROES
046500         DISPLAY "THAT VOUCHER IS A CREDIT MEMO"
046600     ELSE
046700     IF OPEN-BALANCE NOT > ZEROES
046800         DISPLAY "THAT VOUCHER IS ALREADY PAID IN FULL"
046900     ELSE
047000     IF VOUCHER-IS-AWAITING OR VOUCHER-IS-REJECTED
047100         DISPLAY "THAT VOUCHER HAS NOT BEEN APPROVED"
047200     ELSE
047300     IF VOUCHER-IS-HELD
047400         DISPLAY "THAT VOUCHER IS ON DISPUTE HOLD"
047500     ELSE
047600     IF VOUCHER-COMPANY NOT = ZEROES
047700        AND VOUCHER-COMPANY NOT = SIGN-ON-COMPANY
047800         DISPLAY "THAT VOUCHER BELONGS TO ANOTHER COMPANY"
047900     ELSE
048000     IF VOUCHER-SELECTED = "Y"
048100         DISPLAY "THAT VOUCHER IS SELECTED FOR THE CHECK RUN -"
048200         DISPLAY "DESELECT IT BEFORE RECORDING A MANUAL CHECK"
048300     ELSE
048400     IF APPLIED-SUB NOT > APPLIED-COUNT
048500         DISPLAY "THAT VOUCHER IS ALREADY ON THIS CHECK"
048600     ELSE
048700         MOVE "Y" TO VOUCHER-IS-PAYABLE.
048800
048900 FIND-APPLIED-ENTRY.
049000     MOVE 1 TO APPLIED-SUB.
049100     PERFORM BUMP-APPLIED-SUB
049200         UNTIL APPLIED-SUB > APPLIED-COUNT
049300            OR APPLIED-VOUCHER-NO (APPLIED-SUB)
049400               = VOUCHER-NUMBER.
049500
049600 BUMP-APPLIED-SUB.
049700     ADD 1 TO APPLIED-SUB.
049800
049900*---------------------------------
050000* Zero takes the whole open
050100* balance.
050200*---------------------------------
050300 GET-APPLY-AMOUNT.
050400     MOVE OPEN-BALANCE TO AMOUNT-DISPLAY.
050500     DISPLAY "OPEN BALANCE IS " AMOUNT-DISPLAY.
050600     PERFORM ACCEPT-APPLY-AMOUNT.
050700     PERFORM RE-ACCEPT-APPLY-AMOUNT
050800         UNTIL APPLY-AMOUNT NOT > OPEN-BALANCE.
050900
051000 ACCEPT-APPLY-AMOUNT.
051100     DISPLAY "ENTER AMOUNT PAID WITH NO DECIMAL POINT".
051200     DISPLAY "(0 PAYS THE OPEN BALANCE)".
051300     ACCEPT AMOUNT-ENTRY.
051400     COMPUTE APPLY-AMOUNT = AMOUNT-ENTRY / 100.
051500     IF APPLY-AMOUNT = ZEROES
051600         MOVE OPEN-BALANCE TO APPLY-AMOUNT.
051700
051800 RE-ACCEPT-APPLY-AMOUNT.
051900     DISPLAY "THE AMOUNT CANNOT BE MORE THAN THE OPEN BALANCE".
052000     PERFORM ACCEPT-APPLY-AMOUNT.
052100
052200 ADD-APPLIED-ENTRY.
052300     ADD 1 TO APPLIED-COUNT.
052400     MOVE VOUCHER-NUMBER TO APPLIED-VOUCHER-NO (APPLIED-COUNT).
052500     MOVE APPLY-AMOUNT TO APPLIED-AMOUNT (APPLIED-COUNT).
052600     ADD APPLY-AMOUNT TO GROSS-CHECK-AMOUNT.
052700
052800*---------------------------------
052900* Show the check as it will be
053000* recorded - the backup
053100* withholding comes out of the
053200* cash the same way the check
053300* run takes it.
053400*---------------------------------
053500 CONFIRM-AND-RECORD.
053600     MOVE MANUAL-VENDOR TO VENDOR-NUMBER.
053700     PERFORM READ-VENDOR-RECORD.
053800     MOVE GROSS-CHECK-AMOUNT TO NET-CHECK-AMOUNT.
053900     PERFORM COMPUTE-BACKUP-WITHHOLDING.
054000     MOVE GROSS-CHECK-AMOUNT TO AMOUNT-DISPLAY.
054100     DISPLAY "VOUCHERS PAID:           " AMOUNT-DISPLAY.
054200     IF WITHHELD-THIS-CHECK NOT = ZEROES
054300         MOVE WITHHELD-THIS-CHECK TO AMOUNT-DISPLAY
054400         DISPLAY "LESS BACKUP WITHHOLDING: " AMOUNT-DISPLAY.
054500     MOVE NET-CHECK-AMOUNT TO AMOUNT-DISPLAY.
054600     DISPLAY "CHECK AMOUNT:            " AMOUNT-DISPLAY.
054700     MOVE "RECORD THIS CHECK (Y/N/Q)?" TO CONFIRM-PROMPT.
054800     PERFORM GET-CONFIRMATION.
054900     IF CONFIRM-IS-YES
055000         PERFORM RECORD-UNDER-LOCK
055100     ELSE
055200         DISPLAY "CHECK NOT RECORDED".
055300
055400 COMPUTE-BACKUP-WITHHOLDING.
055500     MOVE ZEROES TO WITHHELD-THIS-CHECK.
055600     IF VENDOR-RECORD-FOUND = "Y"
055700        AND VENDOR-GETS-1099
055800        AND (VENDOR-TAX-ID = SPACES
055900         OR VENDOR-TIN-MISMATCHED)
056000        AND NET-CHECK-AMOUNT > ZEROES
056100         COMPUTE WITHHELD-THIS-CHECK ROUNDED =
056200             NET-CHECK-AMOUNT *
056300             (BACKUP-WHLD-PERCENT / 100)
056400         SUBTRACT WITHHELD-THIS-CHECK FROM NET-CHECK-AMOUNT.
056500
056600*---------------------------------
056700* Every voucher on the check is
056800* locked and read again before
056900* anything is posted - one held
057000* by another screen, or changed
057100* since it was keyed, refuses
057200* the whole check so it is
057300* never half recorded. The
057400* check number is looked up
057500* again for the same reason.
057600*---------------------------------
057700 RECORD-UNDER-LOCK.
057800     MOVE "Y" TO ALL-LOCKS-TAKEN.
057900     PERFORM LOCK-APPLIED-VOUCHER
058000         VARYING APPLIED-SUB FROM 1 BY 1
058100         UNTIL APPLIED-SUB > APPLIED-COUNT.
058200     MOVE "Y" TO ALL-STILL-OPEN.
058300     IF ALL-LOCKS-TAKEN = "Y"
058400         PERFORM RECHECK-APPLIED-VOUCHER
058500             VARYING APPLIED-SUB FROM 1 BY 1
058600             UNTIL APPLIED-SUB > APPLIED-COUNT
058700         PERFORM RECHECK-CHECK-NUMBER.
058800     IF ALL-LOCKS-TAKEN = "Y"
058900        AND ALL-STILL-OPEN = "Y"
059000         PERFORM POST-THE-MANUAL-CHECK
059100     ELSE
059200         DISPLAY "CHECK NOT RECORDED".
059300     PERFORM FREE-APPLIED-VOUCHER
059400         VARYING APPLIED-SUB FROM 1 BY 1
059500         UNTIL APPLIED-SUB > APPLIED-COUNT.
059600
059700 LOCK-APPLIED-VOUCHER.
059800     MOVE "VOUCHER" TO LOCK-FILE-TAG.
059900     MOVE APPLIED-VOUCHER-NO (APPLIED-SUB) TO LOCK-RECORD-KEY.
060000     PERFORM TAKE-RECORD-LOCK.
060100     IF LOCK-WAS-TAKEN = "N"
060200         MOVE "N" TO ALL-LOCKS-TAKEN.
060300
060400 FREE-APPLIED-VOUCHER.
060500     MOVE "VOUCHER" TO LOCK-FILE-TAG.
060600     MOVE APPLIED-VOUCHER-NO (APPLIED-SUB) TO LOCK-RECORD-KEY.
060700     PERFORM FREE-RECORD-LOCK.
060800
060900 RECHECK-APPLIED-VOUCHER.
061000     MOVE APPLIED-VOUCHER-NO (APPLIED-SUB) TO VOUCHER-NUMBER.
061100     PERFORM READ-VOUCHER-RECORD.
061200     IF VOUCHER-READ-OK = "Y"
061300         COMPUTE OPEN-BALANCE =
061400             VOUCHER-BASE-AMOUNT - VOUCHER-PAID-AMOUNT.
061500     IF VOUCHER-READ-OK = "N"
061600        OR VOUCHER-IS-CANCELLED
061700        OR VOUCHER-SELECTED = "Y"
061800        OR OPEN-BALANCE < APPLIED-AMOUNT (APPLIED-SUB)
061900         DISPLAY "VOUCHER " APPLIED-VOUCHER-NO (APPLIED-SUB)
062000                 " HAS CHANGED SINCE IT WAS ENTERED"
062100         MOVE "N" TO ALL-STILL-OPEN.
062200
062300 RECHECK-CHECK-NUMBER.
062400     PERFORM READ-CHECK-REG-RECORD.
062500     IF CHECK-REG-FOUND = "Y"
062600         DISPLAY "CHECK " ENTRY-CHECK-NUMBER
062700                 " HAS JUST BEEN RECORDED ELSEWHERE"
062800         MOVE "N" TO ALL-STILL-OPEN.
062900
063000 POST-THE-MANUAL-CHECK.
063100     PERFORM POST-APPLIED-VOUCHER
063200         VARYING APPLIED-SUB FROM 1 BY 1
063300         UNTIL APPLIED-SUB > APPLIED-COUNT.
063400     IF WITHHELD-THIS-CHECK NOT = ZEROES
063500         PERFORM WRITE-WITHHELD-RECORD.
063600     PERFORM WRITE-CHECK-REGISTER-RECORD.
063700     PERFORM POST-CHECK-TO-CASH-LEDGER.
063800     PERFORM ADVANCE-BANK-NEXT-CHECK.
063900     DISPLAY "CHECK " ENTRY-CHECK-NUMBER " RECORDED".
064000
064100*---------------------------------
064200* The voucher is stamped as the
064300* check run stamps it, with no
064400* discount, retainage or
064500* exchange gain or loss, and
064600* the PAID line carries the
064700* check number for the void
064800* screen.
064900*---------------------------------
065000 POST-APPLIED-VOUCHER.
065100     MOVE APPLIED-VOUCHER-NO (APPLIED-SUB) TO VOUCHER-NUMBER.
065200     PERFORM READ-VOUCHER-RECORD.
065300     IF VOUCHER-READ-OK = "Y"
065400         MOVE ENTRY-CHECK-NUMBER TO VOUCHER-CHECK-NO
065500         MOVE MANUAL-CHECK-DATE TO VOUCHER-PAID-DATE
065600         ADD APPLIED-AMOUNT (APPLIED-SUB)
065700             TO VOUCHER-PAID-AMOUNT
065800         MOVE ZEROES TO VOUCHER-PAY-AMOUNT
065900                        VOUCHER-DISC-TAKEN
066000                        VOUCHER-FX-GAIN-LOSS
066100         PERFORM REWRITE-VOUCHER-RECORD
066200         PERFORM POST-APPLIED-TO-YTD
066300         PERFORM LOG-APPLIED-AUDIT
066400         ADD APPLIED-AMOUNT (APPLIED-SUB) TO SESSION-PAID-TOTAL
066500         ADD 1 TO SESSION-PAID-COUNT.
066600
066700 POST-APPLIED-TO-YTD.
066800     MOVE MANUAL-VENDOR TO VENDOR-NUMBER.
066900     PERFORM READ-VENDOR-RECORD.
067000     IF VENDOR-RECORD-FOUND = "Y"
067100         ADD APPLIED-AMOUNT (APPLIED-SUB) TO VENDOR-YTD-PAID
067200         PERFORM REWRITE-VENDOR-RECORD.
067300
067400 LOG-APPLIED-AUDIT.
067500     MOVE VOUCHER-NUMBER      TO AUDIT-EVENT-VOUCHER-NO.
067600     MOVE VOUCHER-VENDOR      TO AUDIT-EVENT-VENDOR-NO.
067700     MOVE "PAID"              TO AUDIT-EVENT-ACTION.
067800     MOVE MANUAL-CHECK-DATE   TO AUDIT-EVENT-DATE.
067900     MOVE APPLIED-AMOUNT (APPLIED-SUB) TO AUDIT-EVENT-AMOUNT.
068000     MOVE ZEROES              TO AUDIT-EVENT-OLD-VALUE.
068100     MOVE ENTRY-CHECK-NUMBER  TO AUDIT-EVENT-NEW-VALUE.
068200     PERFORM WRITE-AUDIT-RECORD.
068300
068400*---------------------------------
068500* The held amount joins the
068600* check run's on the withholding
068700* file for the quarterly
068800* deposit.
068900*---------------------------------
069000 WRITE-WITHHELD-RECORD.
069100     MOVE SPACE TO WITHHELD-RECORD.
069200     MOVE ENTRY-CHECK-NUMBER TO WHLD-CHECK-NO.
069300     MOVE MANUAL-VENDOR TO WHLD-VENDOR.
069400     MOVE MANUAL-CHECK-DATE TO WHLD-DATE.
069500     MOVE WITHHELD-THIS-CHECK TO WHLD-AMOUNT.
069600     MOVE ZEROES TO WHLD-DEPOSIT-DATE
069700                    WHLD-DEPOSIT-REF.
069800     MOVE "Y" TO WHLD-WRITE-OK.
069900     WRITE WITHHELD-RECORD
070000         INVALID KEY
070100         MOVE "N" TO WHLD-WRITE-OK.
070200     IF WHLD-WRITE-OK = "N"
070300         DISPLAY "*** WITHHOLDING FOR CHECK " ENTRY-CHECK-NUMBER
070400                 " IS ALREADY ON FILE ***".
070500
070600*---------------------------------
070700* The register record is marked
070800* M, and N for positive pay
070900* until the next check run on
071000* the account sends it.
071100*---------------------------------
071200 WRITE-CHECK-REGISTER-RECORD.
071300     MOVE SPACE TO CHECK-REG-RECORD.
071400     MOVE ENTRY-CHECK-NUMBER TO CHECK-REG-NO.
071500     MOVE MANUAL-CHECK-DATE TO CHECK-REG-DATE.
071600     MOVE MANUAL-VENDOR TO CHECK-REG-VENDOR.
071700     MOVE MANUAL-BANK-ACCOUNT TO CHECK-REG-BANK-ACCT.
071800     MOVE NET-CHECK-AMOUNT TO CHECK-REG-AMOUNT.
071900     MOVE "I" TO CHECK-REG-STATUS.
072000     MOVE "M" TO CHECK-REG-PAY-METHOD.
072100     IF APCTL-SIGNATURE-THRESHOLD > ZERO
072200        AND NET-CHECK-AMOUNT NOT <
072300            APCTL-SIGNATURE-THRESHOLD
072400         MOVE "D" TO CHECK-REG-SIGNATURES
072500     ELSE
072600         MOVE "S" TO CHECK-REG-SIGNATURES.
072700     MOVE ZEROES TO CHECK-REG-VOID-DATE
072800                    CHECK-REG-VOID-DISC
072900                    CHECK-REG-VOID-RETAIN
073000                    CHECK-REG-VOID-WHLD
073100                    CHECK-REG-VOID-FX
073200                    CHECK-REG-ESCHEAT-DATE
073250                    CHECK-REG-EMPLOYEE.
073300     MOVE SPACE TO CHECK-REG-DILIGENCE.
073350     MOVE SPACE TO CHECK-REG-PAYEE-TYPE.
073400     MOVE "N" TO CHECK-REG-PPAY-SENT.
073500     MOVE "Y" TO REG-WRITE-OK.
073600     WRITE CHECK-REG-RECORD
073700         INVALID KEY
073800         MOVE "N" TO REG-WRITE-OK
073900         DISPLAY "ERROR WRITING CHECK REGISTER".
074000     IF REG-WRITE-OK = "Y"
074100         MOVE "CHECKREG" TO UPDJ-FILE
074200         MOVE "W" TO UPDJ-ACTION
074300         MOVE CHECK-REG-RECORD TO UPDJ-IMAGE
074400         PERFORM WRITE-UPDATE-JOURNAL.
074500
074600*---------------------------------
074700* The check's cash leaves the
074800* account's ledger.
074900*---------------------------------
075000 POST-CHECK-TO-CASH-LEDGER.
075100     MOVE SPACE TO CASH-LEDGER-RECORD.
075200     MOVE MANUAL-BANK-ACCOUNT TO CASHL-BANK-ACCT.
075300     MOVE MANUAL-CHECK-DATE TO CASHL-DATE.
075400     MOVE "K" TO CASHL-TYPE.
075500     MOVE ENTRY-CHECK-NUMBER TO CASHL-REF.
075600     COMPUTE CASHL-AMOUNT = 0 - NET-CHECK-AMOUNT.
075700     MOVE "MANUAL CHECK" TO CASHL-DESC.
075800     WRITE CASH-LEDGER-RECORD.
075900
076000*---------------------------------
076100* A check taken from ahead of
076200* the series moves the account's
076300* next check number past it, so
076400* the check run does not print
076500* the same number again.
076600*---------------------------------
076700 ADVANCE-BANK-NEXT-CHECK.
076800     MOVE MANUAL-BANK-ACCOUNT TO BANK-ACCOUNT-NO.
076900     PERFORM READ-BANK-RECORD.
077000     IF BANK-RECORD-FOUND = "Y"
077100        AND ENTRY-CHECK-NUMBER NOT < BANK-NEXT-CHECK-NO
077200         COMPUTE BANK-NEXT-CHECK-NO = ENTRY-CHECK-NUMBER + 1
077300         REWRITE BANK-RECORD
077400             INVALID KEY
077500             DISPLAY "ERROR REWRITING BANK RECORD".
077600
077700*---------------------------------
077800* File I-O routines.
077900*---------------------------------
078000 READ-BANK-RECORD.
078100     MOVE "Y" TO BANK-RECORD-FOUND.
078200     READ BANK-FILE RECORD
078300         INVALID KEY
078400         MOVE "N" TO BANK-RECORD-FOUND.
078500
078600 READ-CHECK-REG-RECORD.
078700     MOVE ENTRY-CHECK-NUMBER TO CHECK-REG-NO.
078800     MOVE "Y" TO CHECK-REG-FOUND.
078900     READ CHECK-REG-FILE RECORD
079000         INVALID KEY
079100         MOVE "N" TO CHECK-REG-FOUND.
079200
079300 READ-VOUCHER-RECORD.
079400     MOVE "Y" TO VOUCHER-READ-OK.
079500     READ VOUCHER-FILE RECORD
079600         INVALID KEY
079700         MOVE "N" TO VOUCHER-READ-OK.
079800
079900 READ-VENDOR-RECORD.
080000     MOVE "Y" TO VENDOR-RECORD-FOUND.
080100     READ VENDOR-FILE RECORD
080200         INVALID KEY
080300         MOVE "N" TO VENDOR-RECORD-FOUND.
080400
080500 REWRITE-VOUCHER-RECORD.
080600     REWRITE VOUCHER-RECORD
080700         INVALID KEY
080800         DISPLAY "ERROR REWRITING VOUCHER RECORD".
080900     MOVE "VOUCHER" TO UPDJ-FILE.
081000     MOVE "R" TO UPDJ-ACTION.
081100     MOVE VOUCHER-RECORD TO UPDJ-IMAGE.
081200     PERFORM WRITE-UPDATE-JOURNAL.
081300
081400 REWRITE-VENDOR-RECORD.
081500     REWRITE VENDOR-RECORD
081600         INVALID KEY
081700         DISPLAY "ERROR REWRITING VENDOR RECORD".
081800     MOVE "VENDOR" TO UPDJ-FILE.
081900     MOVE "R" TO UPDJ-ACTION.
082000     MOVE VENDOR-RECORD TO UPDJ-IMAGE.
082100     PERFORM WRITE-UPDATE-JOURNAL.
082200
082300*---------------------------------
082400* Utility routines.
082500*---------------------------------
082600     COPY "PLDATE01.CBL".
082700     COPY "PLCONF01.CBL".
082800     COPY "PLSIGN01.CBL".
082900     COPY "PLUPDJ01.CBL".
083000     COPY "PLCOMP01.CBL".
083100     COPY "PLAUDIT01.CBL".
083200     COPY "PLDCTL01.CBL".
083300     COPY "PLLOCK01.CBL".
083400     COPY "PLOVRD01.CBL".
083500     COPY "PLPERD01.CBL".

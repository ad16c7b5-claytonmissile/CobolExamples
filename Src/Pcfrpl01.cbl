000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PCFRPL01.
000300*---------------------------------
000400* Petty cash replenishment.
000500*
000600* Totals a fund's slips still in
000700* the box into one employee
000800* voucher payable to the
000900* custodian, with a G/L line per
001000* account the slips were coded
001100* to, and marks the slips as
001200* replenished on it. Asked for a
001300* store it replenishes that fund
001400* whatever its level; asked for
001500* no store it takes every fund
001600* of the company whose cash
001700* expected in the box is down to
001800* its replenish level. The
001900* voucher then pays through
002000* VCHSEL01 and VCHPAY01 like any
002100* other, and the custodian
002200* cashes the check back into the
002300* box.
002400*---------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800
002900     COPY "SLPCF.CBL".
003000
003100     COPY "SLPCS.CBL".
003200
003300     COPY "SLSTORE.CBL".
003400
003500     COPY "SLEMP.CBL".
003600
003700     COPY "SLBANK.CBL".
003800
003900     COPY "SLVOUCH.CBL".
004000
004100     COPY "SLVCHARC.CBL".
004200
004300     COPY "SLVNOCTL.CBL".
004400
004500     COPY "SLDIST.CBL".
004600
004700     COPY "SLAUDIT.CBL".
004800
004900     COPY "SLOPER.CBL".
005000
005100     COPY "SLUPDJ.CBL".
005200
005300     COPY "SLSONLOG.CBL".
005400
005500     COPY "SLSESS.CBL".
005600
005700     COPY "SLAPCTL.CBL".
005800
005900     COPY "SLDCTL.CBL".
006000
006100     COPY "SLCOMP.CBL".
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500
006600     COPY "FDPCF.CBL".
006700
006800     COPY "FDPCS.CBL".
006900
007000     COPY "FDSTORE.CBL".
007100
007200     COPY "FDEMP.CBL".
007300
007400     COPY "FDBANK.CBL".
007500
007600     COPY "FDVOUCH.CBL".
007700
007800     COPY "FDVCHARC.CBL".
007900
008000     COPY "FDVNOCTL.CBL".
008100
008200     COPY "FDDIST.CBL".
008300
008400     COPY "FDAUDIT.CBL".
008500
008600     COPY "FDOPER.CBL".
008700
008800     COPY "FDUPDJ.CBL".
008900
009000     COPY "FDSONLOG.CBL".
009100
009200     COPY "FDSESS.CBL".
009300
009400     COPY "FDAPCTL.CBL".
009500
009600     COPY "FDDCTL.CBL".
009700
009800     COPY "FDCOMP.CBL".
009900
010000 WORKING-STORAGE SECTION.
010100
010200 77  PCF-FILE-AT-END         PIC X.
010300 77  PCF-RECORD-FOUND        PIC X.
010400 77  PCS-FILE-AT-END         PIC X.
010500 77  STORE-RECORD-FOUND      PIC X.
010600 77  EMP-RECORD-FOUND        PIC X.
010700 77  BANK-RECORD-FOUND       PIC X.
010800 77  APCTL-FILE-AT-END       PIC X.
010900 77  FUND-IS-OURS            PIC X.
011000 77  OK-TO-REPLENISH         PIC X.
011100 77  PICKED-STORE            PIC 9(2).
011200 77  TODAY-DATE              PIC 9(8).
011300 77  FUND-COMPANY            PIC 9(2).
011400 77  SLIP-COUNT              PIC 9(5).
011500 77  SLIP-TOTAL              PIC S9(6)V99.
011600 77  ACCT-SUB                PIC 99.
011700 77  ACCT-COUNT              PIC 99.
011800 77  ACCT-FOUND              PIC X.
011900 77  ACCT-OVERFLOW           PIC X.
012000 77  CAT-SUB                 PIC 999.
012100 77  BEST-CATEGORY           PIC 99.
012200 77  BEST-CATEGORY-AMOUNT    PIC S9(6)V99.
012300 77  REPLENISHED-COUNT       PIC 9(4) VALUE ZEROES.
012400
012500 77  NEXT-VOUCHER-NUMBER     PIC 9(5).
012600 77  POOL-CANDIDATE          PIC 9(5).
012700 77  POOL-TRY-COUNT          PIC 9(5).
012800 77  VNOCTL-AT-END           PIC X.
012900 77  FREE-NUMBER-FOUND       PIC X.
013000 77  CANDIDATE-IS-TAKEN      PIC X.
013100 77  SESSION-REPLENISH-TOTAL PIC S9(8)V99  VALUE ZEROES.
013200 77  SESSION-REPLENISH-COUNT PIC 9(5)      VALUE ZEROES.
013300
013400*---------------------------------
013500* The fund's slips summed by G/L
013600* account - one distribution
013700* line per account.
013800*---------------------------------
013900 01  ACCOUNT-TOTALS.
014000     05  ACCOUNT-TOTAL-ENTRY OCCURS 99 TIMES.
014100         10  ACCT-TOTAL-ACCOUNT  PIC 9(5).
014200         10  ACCT-TOTAL-AMOUNT   PIC S9(6)V99.
014300
014400*---------------------------------
014500* The voucher carries one spend
014600* category; it takes the one the
014700* most cash was paid out under.
014800* The table is subscripted by
014900* the category number plus one.
015000*---------------------------------
015100 01  CATEGORY-TOTALS.
015200     05  CATEGORY-TOTAL-AMOUNT   PIC S9(6)V99
015300                                 OCCURS 100 TIMES.
015400
015500 01  AMOUNT-DISPLAY          PIC ZZZ,ZZ9.99-.
015600
015700 01  REPLENISH-INVOICE.
015800     05  FILLER              PIC X(2)  VALUE "PC".
015900     05  REPLENISH-INVOICE-STORE PIC 9(2).
016000     05  FILLER              PIC X(1)  VALUE "-".
016100     05  REPLENISH-INVOICE-DATE  PIC 9(8).
016200
016300 01  REPLENISH-FOR.
016400     05  FILLER              PIC X(27)
016500         VALUE "PETTY CASH REPLENISH STORE ".
016600     05  REPLENISH-FOR-STORE PIC 9(2).
016700
016800     COPY "WSCASE01.CBL".
016900
017000     COPY "WSDATE01.CBL".
017100
017200     COPY "WSPCSH01.CBL".
017300
017400     COPY "WSAUDIT01.CBL".
017500
017600     COPY "WSSIGN01.CBL".
017700
017800     COPY "WSCOMP01.CBL".
017900
018000 PROCEDURE DIVISION.
018100 PROGRAM-BEGIN.
018200     PERFORM OPENING-PROCEDURE.
018300     MOVE "PCFRPL01" TO SIGN-ON-PROGRAM.
018400     PERFORM GET-OPERATOR-SIGN-ON.
018500     IF OPERATOR-IS-SIGNED-ON
018600         PERFORM GET-COMPANY-CODE.
018700     IF OPERATOR-IS-SIGNED-ON
018800        AND SIGN-ON-CAN-ENTRY = "Y"
018900         PERFORM MAIN-PROCESS
019000     ELSE
019100     IF OPERATOR-IS-SIGNED-ON
019200         DISPLAY "YOU ARE NOT AUTHORIZED TO REPLENISH FUNDS".
019300     PERFORM CLOSING-PROCEDURE.
019400
019500 PROGRAM-EXIT.
019600     EXIT PROGRAM.
019700
019800 PROGRAM-DONE.
019900     ACCEPT OMITTED. STOP RUN.
020000
020100 OPENING-PROCEDURE.
020200     OPEN EXTEND UPDATE-JOURNAL-FILE.
020300     PERFORM LOAD-CONTROL-RECORD.
020400     OPEN I-O COMPANY-FILE.
020500     OPEN I-O PETTY-CASH-FUND-FILE.
020600     OPEN I-O PETTY-CASH-SLIP-FILE.
020700     OPEN I-O STORE-FILE.
020800     OPEN I-O EMPLOYEE-FILE.
020900     OPEN I-O BANK-FILE.
021000     OPEN I-O VOUCHER-FILE.
021100     OPEN I-O ARCHIVE-FILE.
021200     OPEN I-O DISTRIBUTION-FILE.
021300     OPEN EXTEND AUDIT-FILE.
021400     OPEN I-O OPERATOR-FILE.
021500     OPEN EXTEND CONTROL-TOTALS-FILE.
021600     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
021700
021800 CLOSING-PROCEDURE.
021900     CLOSE UPDATE-JOURNAL-FILE.
022000     CLOSE COMPANY-FILE.
022100     CLOSE PETTY-CASH-FUND-FILE.
022200     CLOSE PETTY-CASH-SLIP-FILE.
022300     CLOSE STORE-FILE.
022400     CLOSE EMPLOYEE-FILE.
022500     CLOSE BANK-FILE.
022600     CLOSE VOUCHER-FILE.
022700     CLOSE ARCHIVE-FILE.
022800     CLOSE DISTRIBUTION-FILE.
022900     CLOSE AUDIT-FILE.
023000     CLOSE OPERATOR-FILE.
023100     PERFORM POST-SESSION-TOTALS.
023200     CLOSE CONTROL-TOTALS-FILE.
023300
023400*---------------------------------
023500* The approval threshold comes
023600* from the AP control file.
023700*---------------------------------
023800 LOAD-CONTROL-RECORD.
023900     MOVE ZEROES TO APCTL-APPROVAL-THRESHOLD.
024000     OPEN INPUT APCTL-FILE.
024100     MOVE "N" TO APCTL-FILE-AT-END.
024200     READ APCTL-FILE
024300         AT END MOVE "Y" TO APCTL-FILE-AT-END.
024400     CLOSE APCTL-FILE.
024500     IF APCTL-FILE-AT-END = "Y"
024600         MOVE ZEROES TO APCTL-APPROVAL-THRESHOLD.
024700
024800*---------------------------------
024900* The vouchers raised are new
025000* open payables for the daily
025100* control totals.
025200*---------------------------------
025300 POST-SESSION-TOTALS.
025400     IF SESSION-REPLENISH-COUNT NOT = ZEROES
025500         MOVE "PCFRPL01" TO DCTL-PROGRAM
025600         MOVE SESSION-REPLENISH-TOTAL TO DCTL-ENTERED
025700         MOVE ZEROES TO DCTL-PAID DCTL-ADJUSTED
025800         MOVE SESSION-REPLENISH-COUNT TO DCTL-COUNT
025900         PERFORM POST-CONTROL-TOTALS.
026000
026100 MAIN-PROCESS.
026200     DISPLAY "ENTER STORE TO REPLENISH, OR 0 FOR EVERY".
026300     DISPLAY "FUND DOWN TO ITS REPLENISH LEVEL".
026400     ACCEPT PICKED-STORE.
026500     IF PICKED-STORE NOT = ZEROES
026600         PERFORM REPLENISH-ONE-FUND
026700     ELSE
026800         PERFORM REPLENISH-LOW-FUNDS.
026900     DISPLAY "FUNDS REPLENISHED: " REPLENISHED-COUNT.
027000
027100 REPLENISH-ONE-FUND.
027200     MOVE PICKED-STORE TO PCF-STORE.
027300     MOVE "Y" TO PCF-RECORD-FOUND.
027400     READ PETTY-CASH-FUND-FILE RECORD
027500         INVALID KEY
027600         MOVE "N" TO PCF-RECORD-FOUND.
027700     IF PCF-RECORD-FOUND = "N"
027800         DISPLAY "NO PETTY CASH FUND FOR THAT STORE"
027900     ELSE
028000         PERFORM CHECK-FUND-IS-OURS
028100         IF FUND-IS-OURS = "N"
028200             DISPLAY "THAT FUND IS DRAWN ON ANOTHER COMPANY'S"
028300             DISPLAY "BANK ACCOUNT"
028400         ELSE
028500             PERFORM SUM-FUND-POSITION
028600             PERFORM REPLENISH-THE-FUND.
028700
028800*---------------------------------
028900* The fund file is read by key
029000* position, so a fund rewritten
029100* during the sweep is not read
029200* again.
029300*---------------------------------
029400 REPLENISH-LOW-FUNDS.
029500     MOVE "N" TO PCF-FILE-AT-END.
029600     MOVE ZEROES TO PCF-STORE.
029700     START PETTY-CASH-FUND-FILE KEY NOT < PCF-STORE
029800         INVALID KEY
029900         MOVE "Y" TO PCF-FILE-AT-END.
030000     PERFORM CHECK-NEXT-FUND
030100         UNTIL PCF-FILE-AT-END = "Y".
030200
030300 CHECK-NEXT-FUND.
030400     READ PETTY-CASH-FUND-FILE NEXT RECORD
030500         AT END MOVE "Y" TO PCF-FILE-AT-END.
030600     IF PCF-FILE-AT-END NOT = "Y"
030700        AND PCF-IS-ACTIVE
030800         PERFORM CHECK-FUND-IS-LOW.
030900
031000 CHECK-FUND-IS-LOW.
031100     PERFORM CHECK-FUND-IS-OURS.
031200     IF FUND-IS-OURS = "Y"
031300         PERFORM SUM-FUND-POSITION
031400         IF FUND-EXPECTED-CASH NOT > PCF-REPLENISH-AT
031500            AND FUND-SLIPS-ON-HAND NOT = ZEROES
031600             PERFORM REPLENISH-THE-FUND.
031700
031800*---------------------------------
031900* A fund belongs to the company
032000* its bank account belongs to;
032100* company zero belongs to every
032200* company.
032300*---------------------------------
032400 CHECK-FUND-IS-OURS.
032500     MOVE "Y" TO FUND-IS-OURS.
032600     MOVE ZEROES TO FUND-COMPANY.
032700     MOVE PCF-BANK-ACCT TO BANK-ACCOUNT-NO.
032800     MOVE "Y" TO BANK-RECORD-FOUND.
032900     READ BANK-FILE RECORD
033000         INVALID KEY
033100         MOVE "N" TO BANK-RECORD-FOUND.
033200     IF BANK-RECORD-FOUND = "Y"
033300         MOVE BANK-COMPANY TO FUND-COMPANY.
033400     IF FUND-COMPANY NOT = ZEROES
033500        AND FUND-COMPANY NOT = SIGN-ON-COMPANY
033600         MOVE "N" TO FUND-IS-OURS.
033700
033800 REPLENISH-THE-FUND.
033900     PERFORM TOTAL-SLIPS-ON-HAND.
034000     PERFORM DISPLAY-FUND-FOR-REPLENISH.
034100     MOVE "N" TO OK-TO-REPLENISH.
034200     IF SLIP-COUNT = ZEROES
034300         DISPLAY "NO SLIPS IN THE BOX - NOTHING TO REPLENISH"
034400     ELSE
034500     IF EMP-RECORD-FOUND = "N"
034600         DISPLAY "CUSTODIAN IS NOT ON THE EMPLOYEE FILE -"
034700         DISPLAY "FUND NOT REPLENISHED"
034800     ELSE
034900     IF ACCT-OVERFLOW = "Y"
035000         DISPLAY "MORE THAN 99 ACCOUNTS IN THE BOX -"
035100         DISPLAY "FUND NOT REPLENISHED"
035200     ELSE
035300     IF SLIP-TOTAL NOT > ZEROES
035400         DISPLAY "SLIPS DO NOT TOTAL A PAYMENT -"
035500         DISPLAY "FUND NOT REPLENISHED"
035600     ELSE
035700         PERFORM ASK-OK-TO-REPLENISH.
035800     IF OK-TO-REPLENISH = "Y"
035900         PERFORM FIND-NEXT-VOUCHER-NUMBER
036000         IF FREE-NUMBER-FOUND = "N"
036100             DISPLAY "NO FREE VOUCHER NUMBERS LEFT -"
036200             DISPLAY "FUND NOT REPLENISHED"
036300         ELSE
036400             PERFORM BILL-THE-SLIPS.
036500
036600*---------------------------------
036700* Every slip still in the box,
036800* including those whose last
036900* replenishment voucher was
037000* cancelled.
037100*---------------------------------
037200 TOTAL-SLIPS-ON-HAND.
037300     MOVE ZEROES TO SLIP-COUNT SLIP-TOTAL ACCT-COUNT.
037400     MOVE "N" TO ACCT-OVERFLOW.
037500     PERFORM CLEAR-CATEGORY-TOTAL
037600         VARYING CAT-SUB FROM 1 BY 1
037700         UNTIL CAT-SUB > 100.
037800     PERFORM READ-FIRST-FUND-SLIP.
037900     PERFORM TOTAL-NEXT-SLIP
038000         UNTIL PCS-FILE-AT-END = "Y".
038100
038200 CLEAR-CATEGORY-TOTAL.
038300     MOVE ZEROES TO CATEGORY-TOTAL-AMOUNT (CAT-SUB).
038400
038500 TOTAL-NEXT-SLIP.
038600     PERFORM CLASSIFY-FUND-SLIP.
038700     IF FUND-SLIP-ON-HAND
038800         ADD 1 TO SLIP-COUNT
038900         ADD PCS-AMOUNT TO SLIP-TOTAL
039000         ADD PCS-AMOUNT
039100             TO CATEGORY-TOTAL-AMOUNT (PCS-CATEGORY + 1)
039200         PERFORM SUM-SLIP-BY-ACCOUNT.
039300     PERFORM READ-NEXT-FUND-SLIP.
039400
039500 SUM-SLIP-BY-ACCOUNT.
039600     MOVE "N" TO ACCT-FOUND.
039700     PERFORM FIND-ACCOUNT-TOTAL
039800         VARYING ACCT-SUB FROM 1 BY 1
039900         UNTIL ACCT-SUB > ACCT-COUNT
040000            OR ACCT-FOUND = "Y".
040100     IF ACCT-FOUND = "N"
040200         IF ACCT-COUNT = 99
040300             MOVE "Y" TO ACCT-OVERFLOW
040400         ELSE
040500             ADD 1 TO ACCT-COUNT
040600             MOVE PCS-ACCOUNT
040700                 TO ACCT-TOTAL-ACCOUNT (ACCT-COUNT)
040800             MOVE PCS-AMOUNT
040900                 TO ACCT-TOTAL-AMOUNT (ACCT-COUNT).
041000
041100 FIND-ACCOUNT-TOTAL.
041200     IF ACCT-TOTAL-ACCOUNT (ACCT-SUB) = PCS-ACCOUNT
041300         ADD PCS-AMOUNT TO ACCT-TOTAL-AMOUNT (ACCT-SUB)
041400         MOVE "Y" TO ACCT-FOUND.
041500
041600 DISPLAY-FUND-FOR-REPLENISH.
041700     DISPLAY " ".
041800     MOVE PCF-STORE TO STORE-CODE.
041900     MOVE "Y" TO STORE-RECORD-FOUND.
042000     READ STORE-FILE RECORD
042100         INVALID KEY
042200         MOVE "N" TO STORE-RECORD-FOUND.
042300     IF STORE-RECORD-FOUND = "Y"
042400         DISPLAY "STORE: " PCF-STORE " " STORE-NAME
042500     ELSE
042600         DISPLAY "STORE: " PCF-STORE " *STORE NOT ON FILE*".
042700     MOVE PCF-CUSTODIAN TO EMP-NUMBER.
042800     MOVE "Y" TO EMP-RECORD-FOUND.
042900     READ EMPLOYEE-FILE RECORD
043000         INVALID KEY
043100         MOVE "N" TO EMP-RECORD-FOUND.
043200     IF EMP-RECORD-FOUND = "Y"
043300         DISPLAY "CUSTODIAN: " PCF-CUSTODIAN " " EMP-NAME.
043400     MOVE SLIP-TOTAL TO AMOUNT-DISPLAY.
043500     DISPLAY "SLIPS IN THE BOX: " SLIP-COUNT
043600             "  TOTAL: " AMOUNT-DISPLAY.
043700
043800 ASK-OK-TO-REPLENISH.
043900     PERFORM ACCEPT-OK-TO-REPLENISH.
044000     PERFORM RE-ACCEPT-OK-TO-REPLENISH
044100        UNTIL OK-TO-REPLENISH = "Y" OR "N".
044200
044300 ACCEPT-OK-TO-REPLENISH.
044400     DISPLAY "REPLENISH THIS FUND (Y/N)?".
044500     ACCEPT OK-TO-REPLENISH.
044600     INSPECT OK-TO-REPLENISH
044700      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
044800
044900 RE-ACCEPT-OK-TO-REPLENISH.
045000     DISPLAY "YOU MUST ENTER YES OR NO".
045100     PERFORM ACCEPT-OK-TO-REPLENISH.
045200
045300 BILL-THE-SLIPS.
045400     PERFORM PICK-VOUCHER-CATEGORY.
045500     PERFORM BUILD-REPLENISH-VOUCHER.
045600     PERFORM WRITE-ACCOUNT-LINE
045700         VARYING ACCT-SUB FROM 1 BY 1
045800         UNTIL ACCT-SUB > ACCT-COUNT.
045900     PERFORM READ-FIRST-FUND-SLIP.
046000     PERFORM MARK-NEXT-SLIP
046100         UNTIL PCS-FILE-AT-END = "Y".
046200     MOVE NEXT-VOUCHER-NUMBER TO AUDIT-EVENT-VOUCHER-NO.
046300     MOVE ZEROES TO AUDIT-EVENT-VENDOR-NO.
046400     MOVE "PCASH REPL" TO AUDIT-EVENT-ACTION.
046500     MOVE TODAY-DATE TO AUDIT-EVENT-DATE.
046600     MOVE SLIP-TOTAL TO AUDIT-EVENT-AMOUNT.
046700     MOVE SPACE TO AUDIT-EVENT-OLD-VALUE.
046800     MOVE PCF-STORE TO AUDIT-EVENT-NEW-VALUE.
046900     PERFORM WRITE-AUDIT-RECORD.
047000     ADD SLIP-TOTAL TO SESSION-REPLENISH-TOTAL.
047100     ADD 1 TO SESSION-REPLENISH-COUNT.
047200     ADD 1 TO REPLENISHED-COUNT.
047300     DISPLAY "VOUCHER " NEXT-VOUCHER-NUMBER " CREATED".
047400
047500 PICK-VOUCHER-CATEGORY.
047600     MOVE ZEROES TO BEST-CATEGORY BEST-CATEGORY-AMOUNT.
047700     PERFORM CHECK-ONE-CATEGORY
047800         VARYING CAT-SUB FROM 2 BY 1
047900         UNTIL CAT-SUB > 100.
048000
048100 CHECK-ONE-CATEGORY.
048200     IF CATEGORY-TOTAL-AMOUNT (CAT-SUB) > BEST-CATEGORY-AMOUNT
048300         MOVE CATEGORY-TOTAL-AMOUNT (CAT-SUB)
048400             TO BEST-CATEGORY-AMOUNT
048500         COMPUTE BEST-CATEGORY = CAT-SUB - 1.
048600
048700 BUILD-REPLENISH-VOUCHER.
048800     MOVE SPACE TO VOUCHER-RECORD.
048900     MOVE NEXT-VOUCHER-NUMBER TO VOUCHER-NUMBER.
049000     MOVE ZEROES TO VOUCHER-VENDOR.
049100     MOVE "E" TO VOUCHER-PAYEE-TYPE.
049200     MOVE PCF-STORE TO REPLENISH-INVOICE-STORE
049300                       REPLENISH-FOR-STORE.
049400     MOVE TODAY-DATE TO REPLENISH-INVOICE-DATE.
049500     MOVE REPLENISH-INVOICE TO VOUCHER-INVOICE.
049600     MOVE SPACE TO VOUCHER-PO-NUMBER.
049700     MOVE REPLENISH-FOR TO VOUCHER-FOR.
049800     MOVE SLIP-TOTAL TO VOUCHER-AMOUNT.
049900     MOVE VOUCHER-AMOUNT TO VOUCHER-BASE-AMOUNT.
050000     MOVE "N" TO VOUCHER-DEDUCTIBLE.
050100     MOVE "N" TO VOUCHER-SELECTED.
050200     MOVE "N" TO VOUCHER-TAXABLE.
050300     MOVE "N" TO VOUCHER-HOLD-FLAG.
050400     MOVE SPACE TO VOUCHER-HOLD-REASON.
050500     PERFORM SET-APPROVAL-STATUS.
050600     MOVE "USD" TO VOUCHER-CURRENCY-CODE.
050700     MOVE 1.0000 TO VOUCHER-FX-RATE.
050800     MOVE ZEROES TO VOUCHER-PAID-AMOUNT
050900                    VOUCHER-PAID-DATE
051000                    VOUCHER-CHECK-NO
051100                    VOUCHER-PAY-AMOUNT
051200                    VOUCHER-CATEGORY
051300                    VOUCHER-DISC-PERCENT
051400                    VOUCHER-DISC-DATE
051500                    VOUCHER-DISC-TAKEN
051600                    VOUCHER-TAX-BASIS
051700                    VOUCHER-USE-TAX
051800                    VOUCHER-RETAINAGE-PCT
051900                    VOUCHER-RETAINED-AMOUNT
052000                    VOUCHER-FX-GAIN-LOSS
052100                    VOUCHER-CANCEL-DATE
052200                    VOUCHER-CANCEL-AMOUNT
052225                    VOUCHER-SERVICE-FROM
052250                    VOUCHER-SERVICE-TO.
052275     MOVE FUNCTION CURRENT-DATE(1:8) TO
052287         VOUCHER-ENTERED-DATE.
052300     MOVE PCF-CUSTODIAN TO VOUCHER-EMPLOYEE.
052400     MOVE BEST-CATEGORY TO VOUCHER-CATEGORY.
052500     IF FUND-COMPANY NOT = ZEROES
052600         MOVE FUND-COMPANY TO VOUCHER-COMPANY
052700     ELSE
052800         MOVE SIGN-ON-COMPANY TO VOUCHER-COMPANY.
052900     MOVE TODAY-DATE TO VOUCHER-DATE
053000                        VOUCHER-DUE.
053100     WRITE VOUCHER-RECORD
053200         INVALID KEY
053300         DISPLAY "RECORD ALREADY ON FILE".
053400     MOVE "VOUCHER" TO UPDJ-FILE.
053500     MOVE "W" TO UPDJ-ACTION.
053600     MOVE VOUCHER-RECORD TO UPDJ-IMAGE.
053700     PERFORM WRITE-UPDATE-JOURNAL.
053800
053900*---------------------------------
054000* The slips were paid out in
054100* cash already; only the
054200* dual-control threshold can
054300* still hold the voucher back.
054400*---------------------------------
054500 SET-APPROVAL-STATUS.
054600     IF APCTL-APPROVAL-THRESHOLD NOT = ZEROES
054700        AND VOUCHER-AMOUNT NOT <
054800            APCTL-APPROVAL-THRESHOLD
054900         MOVE "W" TO VOUCHER-APPROVAL
055000         DISPLAY "THIS VOUCHER REQUIRES APPROVAL BEFORE"
055100         DISPLAY "IT CAN BE SELECTED FOR PAYMENT"
055200     ELSE
055300         MOVE "A" TO VOUCHER-APPROVAL.
055400
055500 WRITE-ACCOUNT-LINE.
055600     MOVE NEXT-VOUCHER-NUMBER TO DIST-VOUCHER-NO.
055700     MOVE ACCT-SUB TO DIST-LINE-NO.
055800     MOVE ACCT-TOTAL-ACCOUNT (ACCT-SUB) TO DIST-ACCOUNT.
055900     MOVE ACCT-TOTAL-AMOUNT (ACCT-SUB) TO DIST-AMOUNT.
056000     MOVE ZEROES TO DIST-COMPANY.
056050     MOVE ZEROES TO DIST-STORE.
056075     MOVE SPACES TO DIST-PROJECT.
056100     PERFORM WRITE-DISTRIBUTION-RECORD.
056200
056300*---------------------------------
056400* The slip is classified again
056500* before it is marked, since the
056600* voucher read in the totals
056700* pass is not kept.
056800*---------------------------------
056900 MARK-NEXT-SLIP.
057000     PERFORM CLASSIFY-FUND-SLIP.
057100     IF FUND-SLIP-ON-HAND
057200         MOVE "R" TO PCS-STATUS
057300         MOVE NEXT-VOUCHER-NUMBER TO PCS-VOUCHER-NO
057400         REWRITE PETTY-CASH-SLIP-RECORD
057500             INVALID KEY
057600             DISPLAY "ERROR REWRITING PETTY CASH SLIP".
057700     PERFORM READ-NEXT-FUND-SLIP.
057800
057900*---------------------------------
058000* The same pool/live/archive
058100* probe the entry screen
058200* assigns with.
058300*---------------------------------
058400 FIND-NEXT-VOUCHER-NUMBER.
058500     PERFORM LOAD-NUMBER-POOL.
058600     MOVE "N" TO FREE-NUMBER-FOUND.
058700     MOVE ZEROES TO POOL-TRY-COUNT.
058800     PERFORM TRY-NEXT-POOL-NUMBER
058900         UNTIL FREE-NUMBER-FOUND = "Y"
059000            OR POOL-TRY-COUNT > 99998.
059100     IF FREE-NUMBER-FOUND = "Y"
059200         MOVE POOL-CANDIDATE TO NEXT-VOUCHER-NUMBER
059300         PERFORM SAVE-NUMBER-POOL.
059400
059500 TRY-NEXT-POOL-NUMBER.
059600     ADD 1 TO POOL-TRY-COUNT.
059700     ADD 1 TO POOL-CANDIDATE.
059800     IF POOL-CANDIDATE > 99998
059900         MOVE 1 TO POOL-CANDIDATE.
060000     MOVE "Y" TO CANDIDATE-IS-TAKEN.
060100     MOVE POOL-CANDIDATE TO VOUCHER-NUMBER.
060200     READ VOUCHER-FILE RECORD
060300         INVALID KEY
060400         MOVE "N" TO CANDIDATE-IS-TAKEN.
060500     IF CANDIDATE-IS-TAKEN = "N"
060600         MOVE POOL-CANDIDATE TO ARCH-NUMBER
060700         MOVE "Y" TO CANDIDATE-IS-TAKEN
060800         READ ARCHIVE-FILE RECORD
060900             INVALID KEY
061000             MOVE "N" TO CANDIDATE-IS-TAKEN.
061100     IF CANDIDATE-IS-TAKEN = "N"
061200         MOVE "Y" TO FREE-NUMBER-FOUND.
061300
061400 LOAD-NUMBER-POOL.
061500     MOVE ZEROES TO VNOCTL-NEXT.
061600     OPEN INPUT VNOCTL-FILE.
061700     MOVE "N" TO VNOCTL-AT-END.
061800     READ VNOCTL-FILE
061900         AT END MOVE "Y" TO VNOCTL-AT-END.
062000     CLOSE VNOCTL-FILE.
062100     IF VNOCTL-AT-END = "Y"
062200         MOVE ZEROES TO VNOCTL-NEXT.
062300     MOVE VNOCTL-NEXT TO POOL-CANDIDATE.
062400
062500 SAVE-NUMBER-POOL.
062600     MOVE POOL-CANDIDATE TO VNOCTL-NEXT.
062700     OPEN OUTPUT VNOCTL-FILE.
062800     WRITE VNOCTL-RECORD.
062900     CLOSE VNOCTL-FILE.
063000
063100*---------------------------------
063200* Slip file read routines.
063300*---------------------------------
063400 READ-FIRST-FUND-SLIP.
063500     MOVE "N" TO PCS-FILE-AT-END.
063600     MOVE PCF-STORE TO PCS-STORE.
063700     MOVE ZEROES TO PCS-SLIP-NO.
063800     START PETTY-CASH-SLIP-FILE KEY NOT < PCS-KEY
063900         INVALID KEY
064000         MOVE "Y" TO PCS-FILE-AT-END.
064100     IF PCS-FILE-AT-END NOT = "Y"
064200         PERFORM READ-NEXT-FUND-SLIP.
064300
064400 READ-NEXT-FUND-SLIP.
064500     READ PETTY-CASH-SLIP-FILE NEXT RECORD
064600         AT END
064700         MOVE "Y" TO PCS-FILE-AT-END.
064800     IF PCS-FILE-AT-END NOT = "Y"
064900        AND PCS-STORE NOT = PCF-STORE
065000         MOVE "Y" TO PCS-FILE-AT-END.
065100
065200*---------------------------------
065300* Other file I-O routines.
065400*---------------------------------
065500 WRITE-DISTRIBUTION-RECORD.
065600     WRITE DISTRIBUTION-RECORD
065700         INVALID KEY
065800         DISPLAY "DISTRIBUTION LINE ALREADY ON FILE".
065900
066000*---------------------------------
066100* Utility routines.
066200*---------------------------------
066300     COPY "PLCOMP01.CBL".
066400     COPY "PLDATE01.CBL".
066500     COPY "PLPCSH01.CBL".
066600     COPY "PLAUDIT01.CBL".
066700     COPY "PLSIGN01.CBL".
066800     COPY "PLUPDJ01.CBL".
066900     COPY "PLDCTL01.CBL".

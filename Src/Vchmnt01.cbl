000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VCHMNT01.
000300*---------------------------------
000400* Voucher correction and
000500* cancellation.
000600*
000700* Fixes a voucher keyed wrong -
000800* invoice, description, amount,
000900* PO, currency, due date,
001000* deductible, category,
001100* discount terms, use tax,
001200* retainage, G/L distribution -
001300* as long as nothing has been
001400* paid on it and it is not
001500* selected for payment. The
001600* entry edits run again on
001700* whatever is changed: the
001800* duplicate invoice check, the
001900* PO balance and receipts, the
002000* currency rate, the category
002100* budget and the approval
002200* threshold. The PO relief
002300* follows the corrected
002400* voucher, the distribution is
002500* re-keyed to the new amount,
002600* and every changed field goes
002700* to the audit trail with its
002800* before and after value.
002900*
003000* A voucher already journaled
003100* gets its distribution change
003200* written to the G/L correction
003300* file for the nightly journal.
003400*
003500* Cancel marks the voucher
003600* cancelled instead of deleting
003700* it: the amounts come off, the
003800* PO relief goes back, and the
003900* nightly journal reverses the
004000* voucher's AP-NEW entry.
004100*
004200* The vendor and voucher date
004300* cannot be corrected - a
004400* voucher for the wrong vendor
004500* or the wrong day is cancelled
004600* and keyed again.
004700*---------------------------------
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100
005200     COPY "SLVOUCH.CBL".
005300
005400     COPY "SLVND02.CBL".
005500
005600     COPY "SLACCT.CBL".
005700
005800     COPY "SLDIST.CBL".
005900
006000     COPY "SLOPER.CBL".
006100
006200     COPY "SLUPDJ.CBL".
006300
006400     COPY "SLCOMP.CBL".
006500
006600     COPY "SLSONLOG.CBL".
006700
006800     COPY "SLSESS.CBL".
006900
007000     COPY "SLCATG.CBL".
007100
007200     COPY "SLAPCTL.CBL".
007300
007400     COPY "SLAUDIT.CBL".
007500
007600     COPY "SLPO.CBL".
007700
007800     COPY "SLDCTL.CBL".
007900
008000     COPY "SLVDFLT.CBL".
008020
008040     COPY "SLSTORE.CBL".
008100
008200     COPY "SLCURR.CBL".
008300
008400     COPY "SLSTATE.CBL".
008500
008600     COPY "SLRCPT.CBL".
008700
008800     COPY "SLBUDGET.CBL".
008900
009000     COPY "SLLOCK.CBL".
009100
009200     COPY "SLVADJ.CBL".
009250
009260     COPY "SLPPD.CBL".
009270
009280     COPY "SLFAS.CBL".
009285
009290     COPY "SLLSH.CBL".
009291     COPY "SLNTH.CBL".
009293
009296     COPY "SLPROJ.CBL".
009300
009320     COPY "SLCNTR.CBL".
009340
009360     COPY "SLVCHARC.CBL".
009370
009372     COPY "SLEXPR.CBL".
009374
009376     COPY "SLINVL.CBL".
009380
009400 DATA DIVISION.
009500 FILE SECTION.
009600
009700     COPY "FDVOUCH.CBL".
009800
009900     COPY "FDVND04.CBL".
010000
010100     COPY "FDACCT.CBL".
010200
010300     COPY "FDDIST.CBL".
010400
010500     COPY "FDOPER.CBL".
010600
010700     COPY "FDUPDJ.CBL".
010800
010900     COPY "FDCOMP.CBL".
011000
011100     COPY "FDSONLOG.CBL".
011200
011300     COPY "FDSESS.CBL".
011400
011500     COPY "FDCATG.CBL".
011600
011700     COPY "FDAPCTL.CBL".
011800
011900     COPY "FDAUDIT.CBL".
012000
012100     COPY "FDPO.CBL".
012200
012300     COPY "FDDCTL.CBL".
012400
012500     COPY "FDVDFLT.CBL".
012520
012540     COPY "FDSTORE.CBL".
012600
012700     COPY "FDCURR.CBL".
012800
012900     COPY "FDSTATE.CBL".
013000
013100     COPY "FDRCPT.CBL".
013200
013300     COPY "FDBUDGET.CBL".
013400
013500     COPY "FDLOCK.CBL".
013600
013700     COPY "FDVADJ.CBL".
013750
013760     COPY "FDPPD.CBL".
013770
013780     COPY "FDFAS.CBL".
013785
013790     COPY "FDLSH.CBL".
013791     COPY "FDNTH.CBL".
013793
013796     COPY "FDPROJ.CBL".
013800
013820     COPY "FDCNTR.CBL".
013840
013860     COPY "FDVCHARC.CBL".
013870
013872     COPY "FDEXPR.CBL".
013874
013876     COPY "FDINVL.CBL".
013880
013900 WORKING-STORAGE SECTION.
014000
014100 77  VOUCHER-READ-OK         PIC X.
014200 77  VOUCHER-IS-CORRECTABLE  PIC X.
014300 77  ACTION-CODE             PIC X.
014400 77  WHICH-FIELD             PIC 9(2).
014500 77  ENTRY-VOUCHER-NUMBER    PIC 9(5).
014600 01  VOUCHER-NUMBER-FIELD    PIC Z(5).
014700 01  AMOUNT-ENTRY            PIC 9(8).
014800 01  FX-RATE-ENTRY           PIC 9(7).
014900 01  DISC-PERCENT-ENTRY      PIC 9(4).
015000 77  TODAY-DATE              PIC 9(8).
015100
015200 77  VENDOR-RECORD-FOUND     PIC X.
015300 77  ACCOUNT-RECORD-FOUND    PIC X.
015400 77  CATG-RECORD-FOUND       PIC X.
015500 77  CURR-RECORD-FOUND       PIC X.
015600 77  STATE-RECORD-FOUND      PIC X.
015700 77  DFLT-RECORD-FOUND       PIC X.
015720 77  DEFAULT-DIST-STORE      PIC 9(2).
015730 77  DEFAULT-DIST-ACCOUNT    PIC 9(5).
015733 77  DEFAULT-DIST-PROJECT    PIC X(6).
015736 77  DIST-PROJECT-ENTRY      PIC X(6).
015740 77  STORE-RECORD-FOUND      PIC X.
015800 77  APCTL-FILE-AT-END       PIC X.
015900 77  CREDIT-MEMO-ANSWER      PIC X.
016000
016100 01  AMOUNT-DISPLAY          PIC ZZZ,ZZ9.99-.
016200 01  RATE-DISPLAY            PIC ZZ9.9999.
016300 01  PERCENT-DISPLAY         PIC Z9.99.
016400 01  USE-TAX-DISPLAY         PIC ZZ,ZZ9.99-.
016500
016600*---------------------------------
016700* The voucher as it stood when
016800* it was brought up, for the
016900* before values on the audit
017000* trail, the PO relief to give
017100* back, and the control-total
017200* adjustment.
017300*---------------------------------
017400 01  ORIGINAL-VOUCHER-FIELDS.
017500     05  ORIGINAL-INVOICE        PIC X(15).
017600     05  ORIGINAL-FOR            PIC X(30).
017700     05  ORIGINAL-AMOUNT         PIC S9(6)V99.
017800     05  ORIGINAL-PO-NUMBER      PIC X(10).
017900     05  ORIGINAL-CURRENCY-CODE  PIC X(3).
018000     05  ORIGINAL-FX-RATE        PIC 9(3)V9(4).
018100     05  ORIGINAL-BASE-AMOUNT    PIC S9(6)V99.
018200     05  ORIGINAL-DUE            PIC 9(8).
018300     05  ORIGINAL-DEDUCTIBLE     PIC X.
018400     05  ORIGINAL-CATEGORY       PIC 9(2).
018500     05  ORIGINAL-DISC-PERCENT   PIC 9(2)V99.
018600     05  ORIGINAL-DISC-DATE      PIC 9(8).
018700     05  ORIGINAL-TAXABLE        PIC X.
018800     05  ORIGINAL-TAX-BASIS      PIC S9(6)V99.
018900     05  ORIGINAL-USE-TAX        PIC S9(5)V99.
019000     05  ORIGINAL-RETAINAGE-PCT  PIC 9(2)V99.
019100     05  ORIGINAL-APPROVAL       PIC X.
019150     05  ORIGINAL-CONTRACT       PIC X(8).
019200
019300 77  CHANGE-COUNT            PIC 9(3).
019400 77  CORRECTION-IS-ACCEPTED  PIC X.
019500 01  AUDIT-AMOUNT-TEXT       PIC -(6)9.99.
019600 01  AUDIT-RATE-TEXT         PIC ZZ9.9999.
019700 01  AUDIT-PERCENT-TEXT      PIC Z9.99.
019800
019900*---------------------------------
020000* Duplicate invoice check - the
020100* voucher being corrected is
020200* parked in the hold area while
020300* the file is scanned, and does
020400* not count as its own
020500* duplicate.
020600*---------------------------------
020700 77  INVOICE-IS-ACCEPTED     PIC X.
020800 77  DUPLICATE-FOUND         PIC X.
020900 77  DUP-SCAN-AT-END         PIC X.
021000 77  HOLD-VOUCHER-NUMBER     PIC 9(5).
021100 77  HOLD-VENDOR-NUMBER      PIC 9(5).
021200 77  HOLD-INVOICE-NUMBER     PIC X(15).
021300 01  HOLD-VOUCHER-RECORD     PIC X(300).
021400
021500*---------------------------------
021600* PO edits. What this voucher
021700* already relieved on its
021800* original PO is still on that
021900* PO's relieved amount, so it
022000* is counted back as open when
022100* the same PO is edited again.
022200*---------------------------------
022300 77  PO-RECORD-FOUND         PIC X.
022400 77  PO-IS-ACCEPTABLE        PIC X.
022500 77  PO-OWN-RELIEF           PIC S9(6)V99.
022600 77  PO-REMAINING-AMOUNT     PIC S9(8)V99.
022700 77  PO-RECEIVED-TOTAL       PIC S9(9)V99.
022800 77  PO-VOUCHERED-AFTER      PIC S9(9)V99.
022900 77  RECEIPT-FILE-AT-END     PIC X.
022950 77  EXPR-RECORD-FOUND       PIC X.
023000 77  MATCH-ANSWER            PIC X.
023100 01  RECEIVED-DISPLAY        PIC ZZ,ZZZ,ZZ9.99-.
023200
023300*---------------------------------
023400* Category budget check, the
023500* same warn and block rule PO
023600* entry applies.
023700*---------------------------------
023800 77  BUDGET-RECORD-FOUND     PIC X.
023900 77  BUDGET-CHECK-YEAR       PIC X(4).
024000 77  VOUCHER-FILE-AT-END     PIC X.
024100 77  ACTUAL-SPENT-AMOUNT     PIC S9(9)V99.
024200 77  TOTAL-AGAINST-BUDGET    PIC S9(9)V99.
024300 77  BUDGET-BLOCK-LIMIT      PIC S9(9)V99.
024400 77  OVERRIDE-ANSWER         PIC X.
024500 01  OVER-DISPLAY            PIC ZZ,ZZZ,ZZ9.99-.
024600
024700*---------------------------------
024800* Re-keyed G/L distribution.
024900* The lines are collected here
025000* and replace the ones on file
025100* only when the correction is
025200* saved.
025300*---------------------------------
025400 77  DIST-TOTAL              PIC S9(6)V99.
025500 77  DIST-REMAINING          PIC S9(6)V99.
025600 01  DIST-REMAINING-DISPLAY  PIC ZZZ,ZZ9.99-.
025700 01  DIST-AMOUNT-ENTRY       PIC 9(8).
025800 77  DIST-AMOUNT-IN-RANGE    PIC X.
025900 77  DIST-COMPANY-IS-VALID   PIC X.
025920 77  DIST-STORE-ENTRY        PIC X(2).
025940 77  DIST-STORE-IS-VALID     PIC X.
026000 77  SAVED-SIGN-ON-COMPANY   PIC 9(2).
026100 77  DIST-FILE-AT-END        PIC X.
026200 77  DIST-WAS-REKEYED        PIC X.
026300 77  OLD-DIST-FOUND          PIC X.
026400 77  ADJUST-THE-LEDGER       PIC X.
026420 77  VOUCHER-HAS-PREPAID     PIC X.
026440 77  PREPAID-FILE-AT-END     PIC X.
026450 77  VOUCHER-HAS-ASSET       PIC X.
026460 77  ASSET-FILE-AT-END       PIC X.
026470 77  VOUCHER-PAYS-LEASE      PIC X.
026480 77  VOUCHER-PAYS-NOTE       PIC X.
026500 77  NEW-DIST-COUNT          PIC 9(2).
026600 77  DIST-SUB                PIC 9(2).
026700 01  NEW-DIST-TABLE.
026800     05  NEW-DIST-ENTRY OCCURS 50 TIMES.
026900         10  NEW-DIST-ACCOUNT    PIC 9(5).
027000         10  NEW-DIST-AMOUNT     PIC S9(6)V99.
027100         10  NEW-DIST-COMPANY    PIC 9(2).
027150         10  NEW-DIST-STORE      PIC 9(2).
027175         10  NEW-DIST-PROJECT    PIC X(6).
027200
027300 77  SESSION-ADJUSTED-TOTAL  PIC S9(8)V99.
027400 77  SESSION-ADJUSTED-COUNT  PIC 9(5).
027500
027600     COPY "WSCASE01.CBL".
027700
027800     COPY "WSDATE01.CBL".
027900
028000     COPY "WSCONF01.CBL".
028100
028200     COPY "WSAUDIT01.CBL".
028300
028400     COPY "WSSIGN01.CBL".
028500
028600     COPY "WSCOMP01.CBL".
028700
028800     COPY "WSLOCK01.CBL".
028900
029000     COPY "WSOVRD01.CBL".
029033
029066     COPY "WSPROJ01.CBL".
029077
029088     COPY "WSCNTR01.CBL".
029094
029097     COPY "WSINVL01.CBL".
029100
029200 PROCEDURE DIVISION.
029300 PROGRAM-BEGIN.
029400     PERFORM OPENING-PROCEDURE.
029500     MOVE "VCHMNT01" TO SIGN-ON-PROGRAM.
029600     PERFORM GET-OPERATOR-SIGN-ON.
029700     IF OPERATOR-IS-SIGNED-ON
029800         PERFORM GET-COMPANY-CODE.
029900     IF OPERATOR-IS-SIGNED-ON
030000        AND SIGN-ON-CAN-ENTRY = "Y"
030100         PERFORM MAIN-PROCESS
030200     ELSE
030300     IF OPERATOR-IS-SIGNED-ON
030400         DISPLAY "YOU ARE NOT AUTHORIZED FOR VOUCHER CORRECTION".
030500     PERFORM CLOSING-PROCEDURE.
030600
030700 PROGRAM-EXIT.
030800     EXIT PROGRAM.
030900
031000 PROGRAM-DONE.
031100     ACCEPT OMITTED. STOP RUN.
031200
031300 OPENING-PROCEDURE.
031400     OPEN EXTEND UPDATE-JOURNAL-FILE.
031500     OPEN I-O COMPANY-FILE.
031600     OPEN I-O VOUCHER-FILE.
031700     OPEN I-O VENDOR-FILE.
031800     OPEN I-O ACCOUNT-FILE.
031900     OPEN I-O DISTRIBUTION-FILE.
032000     OPEN I-O OPERATOR-FILE.
032100     OPEN I-O CATEGORY-FILE.
032200     OPEN EXTEND AUDIT-FILE.
032300     OPEN I-O PO-FILE.
032400     OPEN EXTEND CONTROL-TOTALS-FILE.
032500     OPEN I-O VENDOR-DEFAULTS-FILE.
032550     OPEN INPUT STORE-FILE.
032600     OPEN I-O CURRENCY-FILE.
032700     OPEN I-O STATE-FILE.
032800     OPEN I-O RECEIPT-FILE.
032900     OPEN I-O BUDGET-FILE.
033000     OPEN I-O LOCK-FILE.
033100     OPEN EXTEND VOUCHER-ADJ-FILE.
033150     OPEN I-O PREPAID-FILE.
033160     OPEN I-O FIXED-ASSET-FILE.
033170     OPEN I-O LEASE-HISTORY-FILE.
033177     OPEN I-O NOTE-HISTORY-FILE.
033185     OPEN I-O PROJECT-FILE.
033190     OPEN I-O CONTRACT-FILE.
033195     OPEN I-O ARCHIVE-FILE.
033196     OPEN I-O EXPENSE-REPORT-FILE.
033197     OPEN I-O INVOICE-LOG-FILE.
033200     MOVE ZEROES TO SESSION-ADJUSTED-TOTAL
033300                    SESSION-ADJUSTED-COUNT.
033400     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
033500     PERFORM LOAD-CONTROL-RECORD.
033600
033700 CLOSING-PROCEDURE.
033800     PERFORM POST-SESSION-TOTALS.
033900     CLOSE UPDATE-JOURNAL-FILE.
034000     CLOSE COMPANY-FILE.
034100     CLOSE VOUCHER-FILE.
034200     CLOSE VENDOR-FILE.
034300     CLOSE ACCOUNT-FILE.
034400     CLOSE DISTRIBUTION-FILE.
034500     CLOSE OPERATOR-FILE.
034600     CLOSE CATEGORY-FILE.
034700     CLOSE AUDIT-FILE.
034800     CLOSE PO-FILE.
034900     CLOSE CONTROL-TOTALS-FILE.
035000     CLOSE VENDOR-DEFAULTS-FILE.
035050     CLOSE STORE-FILE.
035100     CLOSE CURRENCY-FILE.
035200     CLOSE STATE-FILE.
035300     CLOSE RECEIPT-FILE.
035400     CLOSE BUDGET-FILE.
035500     CLOSE LOCK-FILE.
035600     CLOSE VOUCHER-ADJ-FILE.
035650     CLOSE PREPAID-FILE.
035660     CLOSE FIXED-ASSET-FILE.
035670     CLOSE LEASE-HISTORY-FILE.
035677     CLOSE NOTE-HISTORY-FILE.
035685     CLOSE PROJECT-FILE.
035690     CLOSE CONTRACT-FILE.
035695     CLOSE ARCHIVE-FILE.
035696     CLOSE EXPENSE-REPORT-FILE.
035697     CLOSE INVOICE-LOG-FILE.
035700
035800*---------------------------------
035900* The approval threshold and the
036000* budget tolerance; a missing
036100* control file turns approvals
036200* off and blocks at the budget
036300* line itself.
036400*---------------------------------
036500 LOAD-CONTROL-RECORD.
036600     MOVE ZEROES TO APCTL-APPROVAL-THRESHOLD
036700                    APCTL-BUDGET-TOLERANCE.
036800     OPEN INPUT APCTL-FILE.
036900     MOVE "N" TO APCTL-FILE-AT-END.
037000     READ APCTL-FILE
037100         AT END MOVE "Y" TO APCTL-FILE-AT-END.
037200     CLOSE APCTL-FILE.
037300     IF APCTL-FILE-AT-END = "Y"
037400         MOVE ZEROES TO APCTL-APPROVAL-THRESHOLD
037500                        APCTL-BUDGET-TOLERANCE.
037600
037700 MAIN-PROCESS.
037800     PERFORM GET-ENTRY-VOUCHER.
037900     PERFORM WORK-ONE-VOUCHER
038000         UNTIL ENTRY-VOUCHER-NUMBER = ZEROES.
038100
038200 GET-ENTRY-VOUCHER.
038300     DISPLAY "ENTER VOUCHER NUMBER (0 TO EXIT)".
038400     ACCEPT VOUCHER-NUMBER-FIELD.
038500     MOVE VOUCHER-NUMBER-FIELD TO ENTRY-VOUCHER-NUMBER.
038600
038700 WORK-ONE-VOUCHER.
038800     PERFORM READ-ENTRY-VOUCHER.
038900     IF VOUCHER-READ-OK = "Y"
039000         PERFORM CHECK-VOUCHER-IS-CORRECTABLE.
039100     IF VOUCHER-READ-OK = "Y"
039200        AND VOUCHER-IS-CORRECTABLE = "Y"
039300         PERFORM TAKE-VOUCHER-LOCK.
039400     IF VOUCHER-READ-OK = "Y"
039500        AND VOUCHER-IS-CORRECTABLE = "Y"
039600        AND LOCK-WAS-TAKEN = "Y"
039700         PERFORM WORK-THE-LOCKED-VOUCHER
039800         PERFORM FREE-VOUCHER-LOCK.
039900     PERFORM GET-ENTRY-VOUCHER.
040000
040100*---------------------------------
040200* The voucher is read again
040300* under the lock, so the
040400* correction starts from what
040500* is on file now and not from
040600* an image another screen has
040700* since changed.
040800*---------------------------------
040900 WORK-THE-LOCKED-VOUCHER.
041000     PERFORM READ-ENTRY-VOUCHER.
041100     IF VOUCHER-READ-OK = "Y"
041200         PERFORM CHECK-VOUCHER-IS-CORRECTABLE.
041300     IF VOUCHER-READ-OK = "Y"
041400        AND VOUCHER-IS-CORRECTABLE = "Y"
041500         PERFORM LOAD-VOUCHER-VENDOR
041600         PERFORM DISPLAY-ALL-FIELDS
041700         PERFORM GET-ACTION-CODE
041800         IF ACTION-CODE = "C"
041900             PERFORM CORRECT-THIS-VOUCHER
042000         ELSE
042100         IF ACTION-CODE = "X"
042200             PERFORM CANCEL-THIS-VOUCHER.
042300
042400 TAKE-VOUCHER-LOCK.
042500     MOVE "VOUCHER" TO LOCK-FILE-TAG.
042600     MOVE VOUCHER-NUMBER TO LOCK-RECORD-KEY.
042700     PERFORM TAKE-RECORD-LOCK.
042800
042900 FREE-VOUCHER-LOCK.
043000     MOVE "VOUCHER" TO LOCK-FILE-TAG.
043100     MOVE ENTRY-VOUCHER-NUMBER TO LOCK-RECORD-KEY.
043200     PERFORM FREE-RECORD-LOCK.
043300
043400 READ-ENTRY-VOUCHER.
043500     MOVE ENTRY-VOUCHER-NUMBER TO VOUCHER-NUMBER.
043600     MOVE "Y" TO VOUCHER-READ-OK.
043700     READ VOUCHER-FILE RECORD
043800         INVALID KEY
043900         MOVE "N" TO VOUCHER-READ-OK
044000         DISPLAY "NO VOUCHER ON FILE WITH THAT NUMBER".
044100
044200*---------------------------------
044300* Only a voucher nothing has
044400* happened to yet may be
044500* corrected: no payment
044600* against it, not selected for
044700* the check run, not already
044800* cancelled, and in the
044900* company signed on to.
045000*---------------------------------
045100 CHECK-VOUCHER-IS-CORRECTABLE.
045200     MOVE "N" TO VOUCHER-IS-CORRECTABLE.
045300     IF VOUCHER-IS-CANCELLED
045400         DISPLAY "THAT VOUCHER HAS BEEN CANCELLED"
045500     ELSE
045600     IF VOUCHER-PAID-AMOUNT NOT = ZEROES
045700         DISPLAY "THAT VOUCHER HAS BEEN PAID AGAINST -"
045800         DISPLAY "IT CAN NO LONGER BE CORRECTED"
045900     ELSE
046000     IF VOUCHER-SELECTED = "Y"
046100         DISPLAY "THAT VOUCHER IS SELECTED FOR PAYMENT -"
046200         DISPLAY "DESELECT IT BEFORE CORRECTING IT"
046300     ELSE
046400     IF VOUCHER-COMPANY NOT = ZEROES
046500        AND VOUCHER-COMPANY NOT = SIGN-ON-COMPANY
046600         DISPLAY "THAT VOUCHER BELONGS TO COMPANY "
046700                 VOUCHER-COMPANY
046800     ELSE
046900         MOVE "Y" TO VOUCHER-IS-CORRECTABLE.
047000
047100*---------------------------------
047200* The vendor's terms, state and
047300* defaults feed the discount,
047400* use tax and currency edits.
047500*---------------------------------
047600 LOAD-VOUCHER-VENDOR.
047700     MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
047800     MOVE "Y" TO VENDOR-RECORD-FOUND.
047900     READ VENDOR-FILE RECORD
048000         INVALID KEY
048100         MOVE "N" TO VENDOR-RECORD-FOUND.
048200     IF VENDOR-RECORD-FOUND = "N"
048300         MOVE SPACE TO VENDOR-NAME VENDOR-STATE
048400         MOVE ZEROES TO VENDOR-DISC-PERCENT VENDOR-DISC-DAYS.
048500     MOVE VOUCHER-VENDOR TO DFLT-VENDOR.
048600     MOVE "Y" TO DFLT-RECORD-FOUND.
048700     READ VENDOR-DEFAULTS-FILE RECORD
048800         INVALID KEY
048900         MOVE "N" TO DFLT-RECORD-FOUND.
048920     MOVE ZEROES TO DEFAULT-DIST-STORE.
048940     IF DFLT-RECORD-FOUND = "Y"
048960        AND DFLT-STORE NUMERIC
048980         MOVE DFLT-STORE TO DEFAULT-DIST-STORE.
048982     MOVE ZEROES TO DEFAULT-DIST-ACCOUNT.
048984     IF DFLT-RECORD-FOUND = "Y"
048986        AND DFLT-ACCOUNT NUMERIC
048988         MOVE DFLT-ACCOUNT TO DEFAULT-DIST-ACCOUNT.
049000
049100 DISPLAY-ALL-FIELDS.
049200     DISPLAY " ".
049300     DISPLAY "VOUCHER: " VOUCHER-NUMBER
049400             "  VENDOR: " VOUCHER-VENDOR " " VENDOR-NAME.
049500     DISPLAY " 1. INVOICE:     " VOUCHER-INVOICE.
049600     DISPLAY " 2. FOR:         " VOUCHER-FOR.
049700     MOVE VOUCHER-AMOUNT TO AMOUNT-DISPLAY.
049800     DISPLAY " 3. AMOUNT:      " AMOUNT-DISPLAY.
049900     DISPLAY " 4. PO NUMBER:   " VOUCHER-PO-NUMBER.
050000     MOVE VOUCHER-FX-RATE TO RATE-DISPLAY.
050100     MOVE VOUCHER-BASE-AMOUNT TO AMOUNT-DISPLAY.
050200     DISPLAY " 5. CURRENCY:    " VOUCHER-CURRENCY-CODE
050300             " AT " RATE-DISPLAY " = USD " AMOUNT-DISPLAY.
050400     MOVE VOUCHER-DUE TO DATE-CCYYMMDD.
050500     PERFORM CONVERT-TO-MMDDCCYY.
050600     DISPLAY " 6. DUE DATE:    " DATE-MMDDCCYY.
050700     DISPLAY " 7. DEDUCTIBLE:  " VOUCHER-DEDUCTIBLE.
050800     DISPLAY " 8. CATEGORY:    " VOUCHER-CATEGORY.
050900     MOVE VOUCHER-DISC-PERCENT TO PERCENT-DISPLAY.
051000     MOVE VOUCHER-DISC-DATE TO DATE-CCYYMMDD.
051100     PERFORM CONVERT-TO-MMDDCCYY.
051200     DISPLAY " 9. DISCOUNT:    " PERCENT-DISPLAY
051300             " PCT THRU " DATE-MMDDCCYY.
051400     MOVE VOUCHER-USE-TAX TO USE-TAX-DISPLAY.
051500     DISPLAY "10. USE TAX:     " VOUCHER-TAXABLE
051600             "  ACCRUED " USE-TAX-DISPLAY.
051700     MOVE VOUCHER-RETAINAGE-PCT TO PERCENT-DISPLAY.
051800     DISPLAY "11. RETAINAGE:   " PERCENT-DISPLAY " PCT".
051900     DISPLAY "12. G/L DISTRIBUTION (RE-KEY)".
051950     DISPLAY "13. CONTRACT:    " VOUCHER-CONTRACT.
052000
052100 GET-ACTION-CODE.
052200     PERFORM ACCEPT-ACTION-CODE.
052300     PERFORM RE-ACCEPT-ACTION-CODE
052400         UNTIL ACTION-CODE = "C" OR "X" OR "Q".
052500
052600 ACCEPT-ACTION-CODE.
052700     DISPLAY "C = CORRECT, X = CANCEL, Q = LEAVE AS IS".
052800     ACCEPT ACTION-CODE.
052900     INSPECT ACTION-CODE
053000       CONVERTING LOWER-ALPHA
053100       TO         UPPER-ALPHA.
053200
053300 RE-ACCEPT-ACTION-CODE.
053400     DISPLAY "YOU MUST ENTER C, X, OR Q".
053500     PERFORM ACCEPT-ACTION-CODE.
053600
053700 SAVE-ORIGINAL-VALUES.
053800     MOVE VOUCHER-INVOICE       TO ORIGINAL-INVOICE.
053900     MOVE VOUCHER-FOR           TO ORIGINAL-FOR.
054000     MOVE VOUCHER-AMOUNT        TO ORIGINAL-AMOUNT.
054100     MOVE VOUCHER-PO-NUMBER     TO ORIGINAL-PO-NUMBER.
054200     MOVE VOUCHER-CURRENCY-CODE TO ORIGINAL-CURRENCY-CODE.
054300     MOVE VOUCHER-FX-RATE       TO ORIGINAL-FX-RATE.
054400     MOVE VOUCHER-BASE-AMOUNT   TO ORIGINAL-BASE-AMOUNT.
054500     MOVE VOUCHER-DUE           TO ORIGINAL-DUE.
054600     MOVE VOUCHER-DEDUCTIBLE    TO ORIGINAL-DEDUCTIBLE.
054700     MOVE VOUCHER-CATEGORY      TO ORIGINAL-CATEGORY.
054800     MOVE VOUCHER-DISC-PERCENT  TO ORIGINAL-DISC-PERCENT.
054900     MOVE VOUCHER-DISC-DATE     TO ORIGINAL-DISC-DATE.
055000     MOVE VOUCHER-TAXABLE       TO ORIGINAL-TAXABLE.
055100     MOVE VOUCHER-TAX-BASIS     TO ORIGINAL-TAX-BASIS.
055200     MOVE VOUCHER-USE-TAX       TO ORIGINAL-USE-TAX.
055300     MOVE VOUCHER-RETAINAGE-PCT TO ORIGINAL-RETAINAGE-PCT.
055400     MOVE VOUCHER-APPROVAL      TO ORIGINAL-APPROVAL.
055450     MOVE VOUCHER-CONTRACT      TO ORIGINAL-CONTRACT.
055500
055600*---------------------------------
055700* CORRECT
055800*---------------------------------
055900 CORRECT-THIS-VOUCHER.
056000     PERFORM SAVE-ORIGINAL-VALUES.
056050     PERFORM CHECK-FOR-PREPAID-LINES.
056060     PERFORM CHECK-FOR-ASSET-LINES.
056070     PERFORM CHECK-FOR-LEASE-PAYMENT.
056080     PERFORM CHECK-FOR-NOTE-PAYMENT.
056100     MOVE "N" TO DIST-WAS-REKEYED.
056200     MOVE ZEROES TO DIST-TOTAL NEW-DIST-COUNT.
056250     PERFORM LOAD-DEFAULT-PROJECT.
056300     IF VOUCHER-AMOUNT < ZEROES
056400         MOVE "Y" TO CREDIT-MEMO-ANSWER
056500     ELSE
056600         MOVE "N" TO CREDIT-MEMO-ANSWER.
056700     PERFORM ASK-WHICH-FIELD.
056800     PERFORM CHANGE-ONE-FIELD
056900         UNTIL WHICH-FIELD = ZERO.
057000     PERFORM FINISH-THE-CORRECTION.
057100
057200 ASK-WHICH-FIELD.
057300     PERFORM ACCEPT-WHICH-FIELD.
057400     PERFORM RE-ACCEPT-WHICH-FIELD
057500         UNTIL WHICH-FIELD < 14.
057600
057700 ACCEPT-WHICH-FIELD.
057800     DISPLAY "ENTER THE NUMBER OF THE FIELD".
057900     DISPLAY "TO CHANGE (1-13) OR 0 TO FINISH".
058000     ACCEPT WHICH-FIELD.
058100
058200 RE-ACCEPT-WHICH-FIELD.
058300     DISPLAY "INVALID ENTRY".
058400     PERFORM ACCEPT-WHICH-FIELD.
058500
058600 CHANGE-ONE-FIELD.
058700     PERFORM CHANGE-THIS-FIELD.
058800     PERFORM DISPLAY-ALL-FIELDS.
058900     PERFORM ASK-WHICH-FIELD.
059000
059100 CHANGE-THIS-FIELD.
059200     IF WHICH-FIELD = 1
059300         PERFORM ENTER-VOUCHER-INVOICE
059400     ELSE
059500     IF WHICH-FIELD = 2
059600         PERFORM ENTER-VOUCHER-FOR
059700     ELSE
059720     IF WHICH-FIELD = 3
059740        AND VOUCHER-HAS-PREPAID = "Y"
059760         PERFORM REFUSE-PREPAID-CHANGE
059780     ELSE
059782     IF WHICH-FIELD = 3
059784        AND VOUCHER-HAS-ASSET = "Y"
059786         PERFORM REFUSE-ASSET-CHANGE
059788     ELSE
059790     IF WHICH-FIELD = 3
059792        AND VOUCHER-PAYS-LEASE = "Y"
059794         PERFORM REFUSE-LEASE-CHANGE
059796     ELSE
059806     IF WHICH-FIELD = 3
059816        AND VOUCHER-PAYS-NOTE = "Y"
059826         PERFORM REFUSE-NOTE-CHANGE
059836     ELSE
059846     IF WHICH-FIELD = 3
059900         PERFORM CHANGE-VOUCHER-AMOUNT
060000     ELSE
060100     IF WHICH-FIELD = 4
060200         PERFORM ENTER-VOUCHER-PO-NUMBER
060300     ELSE
060400     IF WHICH-FIELD = 5
060500         PERFORM ENTER-VOUCHER-CURRENCY
060600     ELSE
060700     IF WHICH-FIELD = 6
060800         PERFORM ENTER-VOUCHER-DUE
060900     ELSE
061000     IF WHICH-FIELD = 7
061100         PERFORM ENTER-VOUCHER-DEDUCTIBLE
061200     ELSE
061300     IF WHICH-FIELD = 8
061400         PERFORM ENTER-VOUCHER-CATEGORY
061500     ELSE
061600     IF WHICH-FIELD = 9
061700         PERFORM ENTER-VOUCHER-DISCOUNT
061800     ELSE
061900     IF WHICH-FIELD = 10
062000         PERFORM ENTER-VOUCHER-TAXABLE
062100     ELSE
062200     IF WHICH-FIELD = 11
062300         PERFORM ENTER-VOUCHER-RETAINAGE
062400     ELSE
062420     IF WHICH-FIELD = 12
062440        AND VOUCHER-HAS-PREPAID = "Y"
062460         PERFORM REFUSE-PREPAID-CHANGE
062480     ELSE
062482     IF WHICH-FIELD = 12
062484        AND VOUCHER-HAS-ASSET = "Y"
062486         PERFORM REFUSE-ASSET-CHANGE
062488     ELSE
062490     IF WHICH-FIELD = 12
062492        AND VOUCHER-PAYS-LEASE = "Y"
062494         PERFORM REFUSE-LEASE-CHANGE
062496     ELSE
062506     IF WHICH-FIELD = 12
062516        AND VOUCHER-PAYS-NOTE = "Y"
062526         PERFORM REFUSE-NOTE-CHANGE
062536     ELSE
062546     IF WHICH-FIELD = 12
062600         PERFORM LIST-CURRENT-DIST-LINES
062700         PERFORM ENTER-DISTRIBUTION-LINES
062720     ELSE
062740     IF WHICH-FIELD = 13
062760         PERFORM ENTER-VOUCHER-CONTRACT.
062800
062802*---------------------------------
062804* A line carrying a prepaid
062806* schedule is being expensed
062808* month by month from the
062810* amount keyed on it. A new
062812* amount or a re-keyed
062814* distribution would leave
062816* the schedule spreading the
062818* wrong figure, so those two
062820* are refused - cancel the
062822* voucher (the month-end run
062824* closes the schedule and
062826* reverses what it expensed)
062828* and enter it again.
062830*---------------------------------
062832 CHECK-FOR-PREPAID-LINES.
062834     MOVE "N" TO VOUCHER-HAS-PREPAID.
062836     MOVE "N" TO PREPAID-FILE-AT-END.
062838     MOVE VOUCHER-NUMBER TO PPD-VOUCHER-NO.
062840     MOVE ZEROES TO PPD-LINE-NO.
062842     START PREPAID-FILE KEY NOT < PPD-KEY
062844         INVALID KEY
062846         MOVE "Y" TO PREPAID-FILE-AT-END.
062848     IF PREPAID-FILE-AT-END NOT = "Y"
062850         READ PREPAID-FILE NEXT RECORD
062852             AT END
062854             MOVE "Y" TO PREPAID-FILE-AT-END.
062856     IF PREPAID-FILE-AT-END NOT = "Y"
062858        AND PPD-VOUCHER-NO = VOUCHER-NUMBER
062860         MOVE "Y" TO VOUCHER-HAS-PREPAID.
062862
062864 REFUSE-PREPAID-CHANGE.
062866     DISPLAY "THIS VOUCHER CARRIES A PREPAID EXPENSE".
062868     DISPLAY "SCHEDULE - THE AMOUNT AND DISTRIBUTION".
062870     DISPLAY "CANNOT BE CHANGED. CANCEL IT AND ENTER".
062872     DISPLAY "IT AGAIN.".
062874
062875*---------------------------------
062876* Likewise a fixed asset line,
062877* whose cost is the line.
062878*---------------------------------
062879 CHECK-FOR-ASSET-LINES.
062880     MOVE "N" TO VOUCHER-HAS-ASSET.
062881     MOVE "N" TO ASSET-FILE-AT-END.
062882     MOVE VOUCHER-NUMBER TO FAS-VOUCHER-NO.
062883     MOVE ZEROES TO FAS-LINE-NO.
062884     START FIXED-ASSET-FILE KEY NOT < FAS-KEY
062885         INVALID KEY
062886         MOVE "Y" TO ASSET-FILE-AT-END.
062887     IF ASSET-FILE-AT-END NOT = "Y"
062888         READ FIXED-ASSET-FILE NEXT RECORD
062889             AT END
062890             MOVE "Y" TO ASSET-FILE-AT-END.
062891     IF ASSET-FILE-AT-END NOT = "Y"
062892        AND FAS-VOUCHER-NO = VOUCHER-NUMBER
062893         MOVE "Y" TO VOUCHER-HAS-ASSET.
062894
062895 REFUSE-ASSET-CHANGE.
062896     DISPLAY "THIS VOUCHER IS ON THE FIXED ASSET".
062897     DISPLAY "REGISTER - THE AMOUNT AND DISTRIBUTION".
062898     DISPLAY "CANNOT BE CHANGED. CANCEL IT AND ENTER IT AGAIN.".
062899
062900*---------------------------------
063000* A new amount must still fit
063100* the PO, is converted to USD
063200* at the voucher's rate, and
063300* carries a full-invoice use tax
063400* basis along with it. The
063500* distribution no longer adds
063600* up and must be keyed again.
063700*---------------------------------
063800 CHANGE-VOUCHER-AMOUNT.
063900     PERFORM ENTER-VOUCHER-AMOUNT.
064000     PERFORM RE-ENTER-VOUCHER-AMOUNT
064100         UNTIL VOUCHER-AMOUNT NOT = ZEROES.
064200     IF VOUCHER-PO-NUMBER NOT = SPACES
064300         PERFORM EDIT-VOUCHER-PO
064400         IF PO-IS-ACCEPTABLE NOT = "Y"
064500             PERFORM ENTER-VOUCHER-PO-NUMBER.
064600     COMPUTE VOUCHER-BASE-AMOUNT ROUNDED =
064700             VOUCHER-AMOUNT * VOUCHER-FX-RATE.
064800     IF VOUCHER-IS-TAXABLE
064900        AND VOUCHER-TAX-BASIS = ORIGINAL-AMOUNT
065000         MOVE VOUCHER-AMOUNT TO VOUCHER-TAX-BASIS
065100         PERFORM COMPUTE-USE-TAX-ACCRUAL.
065200     IF VOUCHER-AMOUNT NOT = DIST-TOTAL
065300        OR DIST-WAS-REKEYED NOT = "Y"
065400         MOVE "N" TO DIST-WAS-REKEYED
065500         DISPLAY "THE G/L DISTRIBUTION WILL BE RE-KEYED".
065600
065700 RE-ENTER-VOUCHER-AMOUNT.
065800     DISPLAY "THE AMOUNT MAY NOT BE ZERO -".
065900     DISPLAY "CANCEL THE VOUCHER INSTEAD".
066000     PERFORM ENTER-VOUCHER-AMOUNT.
066100
066104*---------------------------------
066108* A lease payment was split
066112* into interest and principal
066116* when it was generated, and
066120* the lease schedule has moved
066124* on from it. If it is wrong,
066128* cancel it: the month-end
066132* lease run backs it out of
066136* the lease.
066140*---------------------------------
066144 CHECK-FOR-LEASE-PAYMENT.
066148     MOVE VOUCHER-NUMBER TO LSH-VOUCHER-NO.
066152     MOVE "Y" TO VOUCHER-PAYS-LEASE.
066156     START LEASE-HISTORY-FILE KEY = LSH-VOUCHER-NO
066160         INVALID KEY
066164         MOVE "N" TO VOUCHER-PAYS-LEASE.
066168
066172 REFUSE-LEASE-CHANGE.
066176     DISPLAY "THIS VOUCHER IS A LEASE PAYMENT - THE".
066180     DISPLAY "AMOUNT AND DISTRIBUTION CANNOT BE CHANGED".
066184
066189*---------------------------------
066194* A note payment was split
066199* into interest and principal
066204* when it was generated, and
066209* the note balance has moved
066214* on from it. If it is wrong,
066219* cancel it and set the note
066224* right in note maintenance.
066229*---------------------------------
066234 CHECK-FOR-NOTE-PAYMENT.
066239     MOVE VOUCHER-NUMBER TO NTH-VOUCHER-NO.
066244     MOVE "Y" TO VOUCHER-PAYS-NOTE.
066249     START NOTE-HISTORY-FILE KEY = NTH-VOUCHER-NO
066254         INVALID KEY
066259         MOVE "N" TO VOUCHER-PAYS-NOTE.
066264
066269 REFUSE-NOTE-CHANGE.
066274     DISPLAY "THIS VOUCHER IS A NOTE PAYMENT - THE".
066279     DISPLAY "AMOUNT AND DISTRIBUTION CANNOT BE CHANGED".
066284
066289*---------------------------------
066300* Nothing goes to the files
066400* until every field is done:
066500* the distribution is re-keyed
066600* if the amount moved, the
066700* budget and approval edits run
066800* on the finished voucher, and
066900* the operator confirms. A
067000* correction that is refused
067100* or declined is read back off
067200* the file untouched.
067300*---------------------------------
067400 FINISH-THE-CORRECTION.
067500     IF VOUCHER-AMOUNT NOT = ORIGINAL-AMOUNT
067600        AND DIST-WAS-REKEYED NOT = "Y"
067700         DISPLAY "THE AMOUNT CHANGED - RE-KEY THE G/L"
067800         DISPLAY "DISTRIBUTION FOR THE NEW AMOUNT"
067900         PERFORM ENTER-DISTRIBUTION-LINES.
068000     PERFORM COUNT-THE-CHANGES.
068100     IF CHANGE-COUNT = ZEROES
068200         DISPLAY "NO CHANGES MADE"
068300     ELSE
068400         PERFORM EDIT-THE-CORRECTION
068500         PERFORM CONFIRM-THE-CORRECTION.
068600
068700 CONFIRM-THE-CORRECTION.
068800     IF CORRECTION-IS-ACCEPTED = "Y"
068900         MOVE "SAVE THE CORRECTION (Y/N/Q)?" TO CONFIRM-PROMPT
069000         PERFORM GET-CONFIRMATION
069100         IF CONFIRM-IS-YES
069200             PERFORM POST-THE-CORRECTION
069300         ELSE
069400             MOVE "N" TO CORRECTION-IS-ACCEPTED.
069500     IF CORRECTION-IS-ACCEPTED NOT = "Y"
069600         PERFORM READ-ENTRY-VOUCHER
069700         DISPLAY "CORRECTION DISCARDED - VOUCHER UNCHANGED".
069800
069900 COUNT-THE-CHANGES.
070000     MOVE ZEROES TO CHANGE-COUNT.
070100     IF VOUCHER-INVOICE NOT = ORIGINAL-INVOICE
070200         ADD 1 TO CHANGE-COUNT.
070300     IF VOUCHER-FOR NOT = ORIGINAL-FOR
070400         ADD 1 TO CHANGE-COUNT.
070500     IF VOUCHER-AMOUNT NOT = ORIGINAL-AMOUNT
070600         ADD 1 TO CHANGE-COUNT.
070700     IF VOUCHER-PO-NUMBER NOT = ORIGINAL-PO-NUMBER
070800         ADD 1 TO CHANGE-COUNT.
070900     IF VOUCHER-CURRENCY-CODE NOT = ORIGINAL-CURRENCY-CODE
071000        OR VOUCHER-FX-RATE NOT = ORIGINAL-FX-RATE
071100         ADD 1 TO CHANGE-COUNT.
071200     IF VOUCHER-DUE NOT = ORIGINAL-DUE
071300         ADD 1 TO CHANGE-COUNT.
071400     IF VOUCHER-DEDUCTIBLE NOT = ORIGINAL-DEDUCTIBLE
071500         ADD 1 TO CHANGE-COUNT.
071600     IF VOUCHER-CATEGORY NOT = ORIGINAL-CATEGORY
071700         ADD 1 TO CHANGE-COUNT.
071800     IF VOUCHER-DISC-PERCENT NOT = ORIGINAL-DISC-PERCENT
071900        OR VOUCHER-DISC-DATE NOT = ORIGINAL-DISC-DATE
072000         ADD 1 TO CHANGE-COUNT.
072100     IF VOUCHER-TAXABLE NOT = ORIGINAL-TAXABLE
072200        OR VOUCHER-TAX-BASIS NOT = ORIGINAL-TAX-BASIS
072300         ADD 1 TO CHANGE-COUNT.
072400     IF VOUCHER-RETAINAGE-PCT NOT = ORIGINAL-RETAINAGE-PCT
072500         ADD 1 TO CHANGE-COUNT.
072550     IF VOUCHER-CONTRACT NOT = ORIGINAL-CONTRACT
072560         ADD 1 TO CHANGE-COUNT.
072600     IF DIST-WAS-REKEYED = "Y"
072700         ADD 1 TO CHANGE-COUNT.
072800
072900 EDIT-THE-CORRECTION.
073000     MOVE "Y" TO CORRECTION-IS-ACCEPTED.
073100     IF VOUCHER-BASE-AMOUNT NOT = ORIGINAL-BASE-AMOUNT
073200        OR VOUCHER-CATEGORY NOT = ORIGINAL-CATEGORY
073300         PERFORM CHECK-VOUCHER-BUDGET.
073400     IF VOUCHER-AMOUNT NOT = ORIGINAL-AMOUNT
073500         PERFORM SET-APPROVAL-STATUS.
073600
073700*---------------------------------
073800* A changed amount is approved
073900* again: at or over the
074000* threshold it goes back to
074100* waiting, since the approver
074200* signed off on a different
074300* figure. A rejected voucher
074400* stays rejected.
074500*---------------------------------
074600 SET-APPROVAL-STATUS.
074700     IF VOUCHER-IS-REJECTED
074800         NEXT SENTENCE
074900     ELSE
075000     IF APCTL-APPROVAL-THRESHOLD NOT = ZEROES
075100        AND VOUCHER-AMOUNT NOT <
075200            APCTL-APPROVAL-THRESHOLD
075300         MOVE "W" TO VOUCHER-APPROVAL
075400         DISPLAY "THE CORRECTED VOUCHER REQUIRES APPROVAL"
075500         DISPLAY "BEFORE IT CAN BE SELECTED FOR PAYMENT"
075600     ELSE
075700         MOVE "A" TO VOUCHER-APPROVAL.
075800
075900*---------------------------------
076000* The category's spend for the
076100* voucher's year, with this
076200* voucher at its corrected
076300* amount, against the annual
076400* budget: any overage warns,
076500* past the tolerance it blocks
076600* unless an operator with
076700* utility authority overrides.
076800*---------------------------------
076900 CHECK-VOUCHER-BUDGET.
077000     IF VOUCHER-CATEGORY = ZEROES
077100        OR VOUCHER-BASE-AMOUNT NOT > ZEROES
077200         NEXT SENTENCE
077300     ELSE
077400         PERFORM LOOK-UP-CATEGORY-BUDGET
077500         IF BUDGET-RECORD-FOUND = "Y"
077600             PERFORM JUDGE-AGAINST-BUDGET.
077700
077800 LOOK-UP-CATEGORY-BUDGET.
077900     MOVE VOUCHER-DATE (1:4) TO BUDGET-CHECK-YEAR.
078000     MOVE VOUCHER-CATEGORY TO BUDGET-CATEGORY.
078100     MOVE BUDGET-CHECK-YEAR TO BUDGET-YEAR.
078200     MOVE "Y" TO BUDGET-RECORD-FOUND.
078300     READ BUDGET-FILE RECORD
078400         INVALID KEY
078500         MOVE "N" TO BUDGET-RECORD-FOUND.
078600
078700 JUDGE-AGAINST-BUDGET.
078800     PERFORM SUM-VOUCHERED-ACTUALS.
078900     COMPUTE TOTAL-AGAINST-BUDGET =
079000         ACTUAL-SPENT-AMOUNT + VOUCHER-BASE-AMOUNT.
079100     IF TOTAL-AGAINST-BUDGET > BUDGET-ANNUAL-AMOUNT
079200         PERFORM WARN-OVER-BUDGET
079300         COMPUTE BUDGET-BLOCK-LIMIT ROUNDED =
079400             BUDGET-ANNUAL-AMOUNT *
079500             (1 + (APCTL-BUDGET-TOLERANCE / 100))
079600         IF TOTAL-AGAINST-BUDGET > BUDGET-BLOCK-LIMIT
079700             PERFORM BLOCK-OVER-TOLERANCE.
079800
079900 WARN-OVER-BUDGET.
080000     COMPUTE OVER-DISPLAY =
080100         TOTAL-AGAINST-BUDGET - BUDGET-ANNUAL-AMOUNT.
080200     DISPLAY "*** THIS VOUCHER PUTS CATEGORY " VOUCHER-CATEGORY
080300             " OVER ITS ANNUAL BUDGET BY " OVER-DISPLAY
080400             " ***".
080500
080600 BLOCK-OVER-TOLERANCE.
080700     MOVE "N" TO CORRECTION-IS-ACCEPTED.
080800     DISPLAY "*** THE OVERAGE IS PAST THE BLOCK".
080900     DISPLAY "TOLERANCE - A SUPERVISOR OVERRIDE IS".
081000     DISPLAY "REQUIRED TO ACCEPT THIS CORRECTION ***".
081100     PERFORM GET-OVERRIDE-ANSWER.
081200     IF OVERRIDE-ANSWER = "Y"
081300         PERFORM GET-SUPERVISOR-OVERRIDE.
081400
081500 GET-OVERRIDE-ANSWER.
081600     PERFORM ACCEPT-OVERRIDE-ANSWER.
081700     PERFORM RE-ACCEPT-OVERRIDE-ANSWER
081800         UNTIL OVERRIDE-ANSWER = "Y" OR "N".
081900
082000 ACCEPT-OVERRIDE-ANSWER.
082100     DISPLAY "SUPERVISOR OVERRIDE (Y/N)?".
082200     ACCEPT OVERRIDE-ANSWER.
082300     INSPECT OVERRIDE-ANSWER
082400      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
082500
082600 RE-ACCEPT-OVERRIDE-ANSWER.
082700     DISPLAY "YOU MUST ENTER YES OR NO".
082800     PERFORM ACCEPT-OVERRIDE-ANSWER.
082900
083000 GET-SUPERVISOR-OVERRIDE.
083100     DISPLAY "A SECOND OPERATOR WITH UTILITY".
083200     DISPLAY "AUTHORITY MUST APPROVE THE OVERRIDE".
083300     PERFORM GET-SUPERVISOR-CREDS.
083400     IF OVERRIDE-IS-GOOD = "Y"
083500         MOVE "Y" TO CORRECTION-IS-ACCEPTED.
083600
083700*---------------------------------
083800* The year's vouchered spend for
083900* the category, less this
084000* voucher's own figure - the
084100* voucher record is parked
084200* around the scan.
084300*---------------------------------
084400 SUM-VOUCHERED-ACTUALS.
084500     MOVE ZEROES TO ACTUAL-SPENT-AMOUNT.
084600     MOVE VOUCHER-RECORD TO HOLD-VOUCHER-RECORD.
084700     MOVE VOUCHER-NUMBER TO HOLD-VOUCHER-NUMBER.
084800     MOVE "N" TO VOUCHER-FILE-AT-END.
084900     MOVE ZEROES TO VOUCHER-NUMBER.
085000     START VOUCHER-FILE KEY NOT < VOUCHER-NUMBER
085100         INVALID KEY
085200         MOVE "Y" TO VOUCHER-FILE-AT-END.
085300     PERFORM SUM-NEXT-ACTUAL
085400         UNTIL VOUCHER-FILE-AT-END = "Y".
085500     MOVE HOLD-VOUCHER-RECORD TO VOUCHER-RECORD.
085600
085700 SUM-NEXT-ACTUAL.
085800     READ VOUCHER-FILE NEXT RECORD
085900         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
086000     IF VOUCHER-FILE-AT-END NOT = "Y"
086100        AND VOUCHER-NUMBER NOT = HOLD-VOUCHER-NUMBER
086200        AND VOUCHER-CATEGORY = BUDGET-CATEGORY
086300        AND VOUCHER-DATE (1:4) = BUDGET-CHECK-YEAR
086400         ADD VOUCHER-BASE-AMOUNT TO ACTUAL-SPENT-AMOUNT.
086500
086600*---------------------------------
086700* The PO relief follows the
086800* corrected voucher: the
086900* original amount comes off the
087000* original PO, the corrected
087100* amount goes on the corrected
087200* one.
087300*---------------------------------
087400 POST-THE-CORRECTION.
087500     IF VOUCHER-PO-NUMBER NOT = ORIGINAL-PO-NUMBER
087600        OR VOUCHER-AMOUNT NOT = ORIGINAL-AMOUNT
087700         PERFORM RESTORE-ORIGINAL-PO-RELIEF
087800         PERFORM RELIEVE-PO-IF-PRESENT.
087900     PERFORM REWRITE-VOUCHER-RECORD.
087910     IF VOUCHER-INVOICE NOT = ORIGINAL-INVOICE
087920         PERFORM REMATCH-INVOICE-LOG.
088000     IF DIST-WAS-REKEYED = "Y"
088100         PERFORM REPLACE-DISTRIBUTION-LINES.
088200     PERFORM LOG-CORRECTION-AUDIT.
088300     COMPUTE SESSION-ADJUSTED-TOTAL =
088400         SESSION-ADJUSTED-TOTAL
088500       + VOUCHER-BASE-AMOUNT - ORIGINAL-BASE-AMOUNT.
088600     ADD 1 TO SESSION-ADJUSTED-COUNT.
088700     DISPLAY "VOUCHER CORRECTED".
088800
088810*---------------------------------
088820* A new invoice number means the
088830* log entry the old one closed
088840* is open again, and the new
088850* number's entry is closed by
088860* this voucher instead.
088870*---------------------------------
088880 REMATCH-INVOICE-LOG.
088885     MOVE VOUCHER-NUMBER TO INVL-MATCH-VOUCHER.
088890     PERFORM REOPEN-INVOICE-LOG.
088892     IF VOUCHER-INVOICE NOT = SPACES
088894         MOVE VOUCHER-VENDOR TO INVL-MATCH-VENDOR
088896         MOVE VOUCHER-INVOICE TO INVL-MATCH-INVOICE
088897         PERFORM MATCH-INVOICE-LOG.
088898
088900*---------------------------------
089000* Giving the relief back can
089100* reopen a PO this voucher's
089200* own relief had closed.
089300*---------------------------------
089400 RESTORE-ORIGINAL-PO-RELIEF.
089500     IF ORIGINAL-PO-NUMBER NOT = SPACES
089600         MOVE ORIGINAL-PO-NUMBER TO PO-NUMBER
089700         PERFORM READ-PO-RECORD
089800         IF PO-RECORD-FOUND = "Y"
089900             SUBTRACT ORIGINAL-AMOUNT FROM PO-RELIEVED-AMOUNT
090000             IF PO-IS-CLOSED
090100                AND PO-RELIEVED-AMOUNT < PO-AMOUNT
090200                 MOVE "O" TO PO-STATUS
090300                 PERFORM REWRITE-PO-RECORD
090400             ELSE
090500                 PERFORM REWRITE-PO-RECORD.
090600
090700 RELIEVE-PO-IF-PRESENT.
090800     IF VOUCHER-PO-NUMBER NOT = SPACES
090900         PERFORM RELIEVE-PO-BALANCE.
091000
091100*---------------------------------
091200* The PO balance is relieved
091300* once the voucher is safely
091400* on file; a fully relieved
091500* PO closes itself.
091600*---------------------------------
091700 RELIEVE-PO-BALANCE.
091800     MOVE VOUCHER-PO-NUMBER TO PO-NUMBER.
091900     PERFORM READ-PO-RECORD.
092000     IF PO-RECORD-FOUND = "Y"
092100         ADD VOUCHER-AMOUNT TO PO-RELIEVED-AMOUNT
092200         IF PO-RELIEVED-AMOUNT NOT < PO-AMOUNT
092300             MOVE "C" TO PO-STATUS
092400             PERFORM REWRITE-PO-RECORD
092500         ELSE
092600             PERFORM REWRITE-PO-RECORD.
092700
092800*---------------------------------
092900* The old lines come off the
093000* file and the re-keyed set goes
093100* on. A voucher dated before
093200* today has been through the
093300* nightly journal, so each line
093400* taken off and put on is also
093500* written to the G/L correction
093600* file for tonight's run; a
093700* voucher that was journaled to
093800* suspense (no lines) reverses
093900* its suspense debit instead.
094000*---------------------------------
094100 REPLACE-DISTRIBUTION-LINES.
094200     IF VOUCHER-DATE < TODAY-DATE
094300         MOVE "Y" TO ADJUST-THE-LEDGER
094400     ELSE
094500         MOVE "N" TO ADJUST-THE-LEDGER.
094600     PERFORM REMOVE-OLD-DIST-LINES.
094700     PERFORM WRITE-NEW-DIST-LINE
094800         VARYING DIST-SUB FROM 1 BY 1
094900         UNTIL DIST-SUB > NEW-DIST-COUNT.
095000
095100 REMOVE-OLD-DIST-LINES.
095200     MOVE "N" TO OLD-DIST-FOUND.
095300     MOVE VOUCHER-NUMBER TO DIST-VOUCHER-NO.
095400     MOVE ZEROES TO DIST-LINE-NO.
095500     MOVE "N" TO DIST-FILE-AT-END.
095600     START DISTRIBUTION-FILE KEY NOT < DIST-KEY
095700         INVALID KEY
095800         MOVE "Y" TO DIST-FILE-AT-END.
095900     PERFORM REMOVE-NEXT-DIST-LINE
096000         UNTIL DIST-FILE-AT-END = "Y".
096100     IF OLD-DIST-FOUND = "N"
096200        AND ADJUST-THE-LEDGER = "Y"
096300         MOVE ZEROES TO VADJ-ACCOUNT
096400                        VADJ-DIST-COMPANY
096500         COMPUTE VADJ-AMOUNT = 0 - ORIGINAL-AMOUNT
096600         PERFORM WRITE-VOUCHER-ADJ-RECORD.
096700
096800 REMOVE-NEXT-DIST-LINE.
096900     READ DISTRIBUTION-FILE NEXT RECORD
097000         AT END MOVE "Y" TO DIST-FILE-AT-END.
097100     IF DIST-FILE-AT-END NOT = "Y"
097200        AND DIST-VOUCHER-NO NOT = VOUCHER-NUMBER
097300         MOVE "Y" TO DIST-FILE-AT-END.
097400     IF DIST-FILE-AT-END NOT = "Y"
097500         MOVE "Y" TO OLD-DIST-FOUND
097600         PERFORM TAKE-OFF-ONE-DIST-LINE.
097700
097800 TAKE-OFF-ONE-DIST-LINE.
097900     IF ADJUST-THE-LEDGER = "Y"
098000         MOVE DIST-ACCOUNT TO VADJ-ACCOUNT
098100         MOVE DIST-COMPANY TO VADJ-DIST-COMPANY
098200         COMPUTE VADJ-AMOUNT = 0 - DIST-AMOUNT
098300         PERFORM WRITE-VOUCHER-ADJ-RECORD.
098400     DELETE DISTRIBUTION-FILE RECORD
098500         INVALID KEY
098600         DISPLAY "ERROR DELETING DISTRIBUTION LINE".
098700
098800 WRITE-NEW-DIST-LINE.
098900     MOVE VOUCHER-NUMBER TO DIST-VOUCHER-NO.
099000     MOVE DIST-SUB TO DIST-LINE-NO.
099100     MOVE NEW-DIST-ACCOUNT (DIST-SUB) TO DIST-ACCOUNT.
099200     MOVE NEW-DIST-AMOUNT (DIST-SUB)  TO DIST-AMOUNT.
099300     MOVE NEW-DIST-COMPANY (DIST-SUB) TO DIST-COMPANY.
099350     MOVE NEW-DIST-STORE (DIST-SUB)   TO DIST-STORE.
099375     MOVE NEW-DIST-PROJECT (DIST-SUB) TO DIST-PROJECT.
099400     PERFORM WRITE-DISTRIBUTION-RECORD.
099500     IF ADJUST-THE-LEDGER = "Y"
099600         MOVE DIST-ACCOUNT TO VADJ-ACCOUNT
099700         MOVE DIST-COMPANY TO VADJ-DIST-COMPANY
099800         MOVE DIST-AMOUNT TO VADJ-AMOUNT
099900         PERFORM WRITE-VOUCHER-ADJ-RECORD.
100000
100100 WRITE-VOUCHER-ADJ-RECORD.
100200     MOVE TODAY-DATE TO VADJ-DATE.
100300     MOVE VOUCHER-NUMBER TO VADJ-VOUCHER-NO.
100400     MOVE VOUCHER-COMPANY TO VADJ-COMPANY.
100500     WRITE VOUCHER-ADJ-RECORD.
100600
100700*---------------------------------
100800* One audit line per changed
100900* field, before and after.
101000*---------------------------------
101100 LOG-CORRECTION-AUDIT.
101200     IF VOUCHER-INVOICE NOT = ORIGINAL-INVOICE
101300         MOVE "CHG-INVOIC" TO AUDIT-EVENT-ACTION
101400         MOVE ORIGINAL-INVOICE TO AUDIT-EVENT-OLD-VALUE
101500         MOVE VOUCHER-INVOICE TO AUDIT-EVENT-NEW-VALUE
101600         PERFORM LOG-ONE-CHANGE.
101700     IF VOUCHER-FOR NOT = ORIGINAL-FOR
101800         MOVE "CHG-FOR" TO AUDIT-EVENT-ACTION
101900         MOVE ORIGINAL-FOR TO AUDIT-EVENT-OLD-VALUE
102000         MOVE VOUCHER-FOR TO AUDIT-EVENT-NEW-VALUE
102100         PERFORM LOG-ONE-CHANGE.
102200     IF VOUCHER-AMOUNT NOT = ORIGINAL-AMOUNT
102300         MOVE "CHG-AMOUNT" TO AUDIT-EVENT-ACTION
102400         MOVE ORIGINAL-AMOUNT TO AUDIT-AMOUNT-TEXT
102500         MOVE AUDIT-AMOUNT-TEXT TO AUDIT-EVENT-OLD-VALUE
102600         MOVE VOUCHER-AMOUNT TO AUDIT-AMOUNT-TEXT
102700         MOVE AUDIT-AMOUNT-TEXT TO AUDIT-EVENT-NEW-VALUE
102800         PERFORM LOG-ONE-CHANGE.
102900     IF VOUCHER-PO-NUMBER NOT = ORIGINAL-PO-NUMBER
103000         MOVE "CHG-PO" TO AUDIT-EVENT-ACTION
103100         MOVE ORIGINAL-PO-NUMBER TO AUDIT-EVENT-OLD-VALUE
103200         MOVE VOUCHER-PO-NUMBER TO AUDIT-EVENT-NEW-VALUE
103300         PERFORM LOG-ONE-CHANGE.
103400     IF VOUCHER-CURRENCY-CODE NOT = ORIGINAL-CURRENCY-CODE
103500         MOVE "CHG-CURR" TO AUDIT-EVENT-ACTION
103600         MOVE ORIGINAL-CURRENCY-CODE TO AUDIT-EVENT-OLD-VALUE
103700         MOVE VOUCHER-CURRENCY-CODE TO AUDIT-EVENT-NEW-VALUE
103800         PERFORM LOG-ONE-CHANGE.
103900     IF VOUCHER-FX-RATE NOT = ORIGINAL-FX-RATE
104000         MOVE "CHG-RATE" TO AUDIT-EVENT-ACTION
104100         MOVE ORIGINAL-FX-RATE TO AUDIT-RATE-TEXT
104200         MOVE AUDIT-RATE-TEXT TO AUDIT-EVENT-OLD-VALUE
104300         MOVE VOUCHER-FX-RATE TO AUDIT-RATE-TEXT
104400         MOVE AUDIT-RATE-TEXT TO AUDIT-EVENT-NEW-VALUE
104500         PERFORM LOG-ONE-CHANGE.
104600     IF VOUCHER-DUE NOT = ORIGINAL-DUE
104700         MOVE "CHG-DUE" TO AUDIT-EVENT-ACTION
104800         MOVE ORIGINAL-DUE TO AUDIT-EVENT-OLD-VALUE
104900         MOVE VOUCHER-DUE TO AUDIT-EVENT-NEW-VALUE
105000         PERFORM LOG-ONE-CHANGE.
105100     IF VOUCHER-DEDUCTIBLE NOT = ORIGINAL-DEDUCTIBLE
105200         MOVE "CHG-DEDUCT" TO AUDIT-EVENT-ACTION
105300         MOVE ORIGINAL-DEDUCTIBLE TO AUDIT-EVENT-OLD-VALUE
105400         MOVE VOUCHER-DEDUCTIBLE TO AUDIT-EVENT-NEW-VALUE
105500         PERFORM LOG-ONE-CHANGE.
105600     IF VOUCHER-CATEGORY NOT = ORIGINAL-CATEGORY
105700         MOVE "CHG-CATG" TO AUDIT-EVENT-ACTION
105800         MOVE ORIGINAL-CATEGORY TO AUDIT-EVENT-OLD-VALUE
105900         MOVE VOUCHER-CATEGORY TO AUDIT-EVENT-NEW-VALUE
106000         PERFORM LOG-ONE-CHANGE.
106100     IF VOUCHER-DISC-PERCENT NOT = ORIGINAL-DISC-PERCENT
106200         MOVE "CHG-DISC" TO AUDIT-EVENT-ACTION
106300         MOVE ORIGINAL-DISC-PERCENT TO AUDIT-PERCENT-TEXT
106400         MOVE AUDIT-PERCENT-TEXT TO AUDIT-EVENT-OLD-VALUE
106500         MOVE VOUCHER-DISC-PERCENT TO AUDIT-PERCENT-TEXT
106600         MOVE AUDIT-PERCENT-TEXT TO AUDIT-EVENT-NEW-VALUE
106700         PERFORM LOG-ONE-CHANGE.
106800     IF VOUCHER-DISC-DATE NOT = ORIGINAL-DISC-DATE
106900         MOVE "CHG-DISCDT" TO AUDIT-EVENT-ACTION
107000         MOVE ORIGINAL-DISC-DATE TO AUDIT-EVENT-OLD-VALUE
107100         MOVE VOUCHER-DISC-DATE TO AUDIT-EVENT-NEW-VALUE
107200         PERFORM LOG-ONE-CHANGE.
107300     IF VOUCHER-TAXABLE NOT = ORIGINAL-TAXABLE
107400         MOVE "CHG-TAXABL" TO AUDIT-EVENT-ACTION
107500         MOVE ORIGINAL-TAXABLE TO AUDIT-EVENT-OLD-VALUE
107600         MOVE VOUCHER-TAXABLE TO AUDIT-EVENT-NEW-VALUE
107700         PERFORM LOG-ONE-CHANGE.
107800     IF VOUCHER-USE-TAX NOT = ORIGINAL-USE-TAX
107900         MOVE "CHG-USETAX" TO AUDIT-EVENT-ACTION
108000         MOVE ORIGINAL-USE-TAX TO AUDIT-AMOUNT-TEXT
108100         MOVE AUDIT-AMOUNT-TEXT TO AUDIT-EVENT-OLD-VALUE
108200         MOVE VOUCHER-USE-TAX TO AUDIT-AMOUNT-TEXT
108300         MOVE AUDIT-AMOUNT-TEXT TO AUDIT-EVENT-NEW-VALUE
108400         PERFORM LOG-ONE-CHANGE.
108500     IF VOUCHER-RETAINAGE-PCT NOT = ORIGINAL-RETAINAGE-PCT
108600         MOVE "CHG-RETAIN" TO AUDIT-EVENT-ACTION
108700         MOVE ORIGINAL-RETAINAGE-PCT TO AUDIT-PERCENT-TEXT
108800         MOVE AUDIT-PERCENT-TEXT TO AUDIT-EVENT-OLD-VALUE
108900         MOVE VOUCHER-RETAINAGE-PCT TO AUDIT-PERCENT-TEXT
109000         MOVE AUDIT-PERCENT-TEXT TO AUDIT-EVENT-NEW-VALUE
109100         PERFORM LOG-ONE-CHANGE.
109200     IF VOUCHER-APPROVAL NOT = ORIGINAL-APPROVAL
109300         MOVE "CHG-APPRVL" TO AUDIT-EVENT-ACTION
109400         MOVE ORIGINAL-APPROVAL TO AUDIT-EVENT-OLD-VALUE
109500         MOVE VOUCHER-APPROVAL TO AUDIT-EVENT-NEW-VALUE
109600         PERFORM LOG-ONE-CHANGE.
109610     IF VOUCHER-CONTRACT NOT = ORIGINAL-CONTRACT
109620         MOVE "CHG-CONTRC" TO AUDIT-EVENT-ACTION
109630         MOVE ORIGINAL-CONTRACT TO AUDIT-EVENT-OLD-VALUE
109640         MOVE VOUCHER-CONTRACT TO AUDIT-EVENT-NEW-VALUE
109650         PERFORM LOG-ONE-CHANGE.
109700     IF DIST-WAS-REKEYED = "Y"
109800         MOVE "CHG-DIST" TO AUDIT-EVENT-ACTION
109900         MOVE SPACE TO AUDIT-EVENT-OLD-VALUE
110000         MOVE NEW-DIST-COUNT TO AUDIT-EVENT-NEW-VALUE
110100         PERFORM LOG-ONE-CHANGE.
110200
110300 LOG-ONE-CHANGE.
110400     MOVE VOUCHER-NUMBER      TO AUDIT-EVENT-VOUCHER-NO.
110500     MOVE VOUCHER-VENDOR      TO AUDIT-EVENT-VENDOR-NO.
110600     MOVE TODAY-DATE          TO AUDIT-EVENT-DATE.
110700     MOVE VOUCHER-BASE-AMOUNT TO AUDIT-EVENT-AMOUNT.
110800     PERFORM WRITE-AUDIT-RECORD.
110900
111000*---------------------------------
111100* CANCEL
111200*
111300* The voucher stays on file,
111400* flagged, with its amounts
111500* zeroed so it leaves every
111600* open balance and can never be
111700* selected. The amount it
111800* carried is kept for the
111900* nightly journal's reversal;
112000* its distribution lines stay
112100* on file for the same reason.
112200*---------------------------------
112300 CANCEL-THIS-VOUCHER.
112310     PERFORM LOAD-VOUCHER-EXPENSE-REPORT.
112320     IF EXPR-RECORD-FOUND = "Y"
112330        AND EXPR-ADVANCE-APPLIED NOT = ZEROES
112340         PERFORM REFUSE-NETTED-REPORT-CANCEL
112350     ELSE
112360         PERFORM CONFIRM-THE-CANCELLATION.
112370
112380 CONFIRM-THE-CANCELLATION.
112400     MOVE "CANCEL THIS VOUCHER (Y/N/Q)?" TO CONFIRM-PROMPT.
112500     PERFORM GET-CONFIRMATION.
112600     IF CONFIRM-IS-YES
112700         PERFORM POST-THE-CANCELLATION
112800     ELSE
112900         DISPLAY "VOUCHER NOT CANCELLED".
113000
113002*---------------------------------
113004* An employee voucher built from
113006* an approved expense report
113008* carries the report number in
113010* its invoice. Travel advances
113012* netted at approval cannot be
113014* told apart once later reports
113016* have applied to them, so such
113018* a voucher is not cancelled
113020* here; the report is corrected
113022* with the travel desk instead.
113024*---------------------------------
113026 LOAD-VOUCHER-EXPENSE-REPORT.
113028     MOVE "N" TO EXPR-RECORD-FOUND.
113030     IF VOUCHER-PAYS-EMPLOYEE
113032        AND VOUCHER-INVOICE(1:8) = "EXP RPT "
113034        AND VOUCHER-INVOICE(9:6) IS NUMERIC
113036         PERFORM READ-VOUCHER-EXPENSE-REPORT.
113038
113040 READ-VOUCHER-EXPENSE-REPORT.
113042     MOVE VOUCHER-INVOICE(9:6) TO EXPR-NUMBER.
113044     MOVE "Y" TO EXPR-RECORD-FOUND.
113046     READ EXPENSE-REPORT-FILE RECORD
113048         INVALID KEY
113050         MOVE "N" TO EXPR-RECORD-FOUND.
113052     IF EXPR-RECORD-FOUND = "Y"
113054        AND EXPR-VOUCHER-NO NOT = VOUCHER-NUMBER
113056         MOVE "N" TO EXPR-RECORD-FOUND.
113058
113060 REFUSE-NETTED-REPORT-CANCEL.
113062     DISPLAY "*** VOUCHER PAYS EXPENSE REPORT " EXPR-NUMBER
113064             " ***".
113066     DISPLAY "TRAVEL ADVANCES WERE NETTED AGAINST IT.".
113068     DISPLAY "VOUCHER NOT CANCELLED".
113070
113100 POST-THE-CANCELLATION.
113200     PERFORM SAVE-ORIGINAL-VALUES.
113300     PERFORM RESTORE-ORIGINAL-PO-RELIEF.
113400     MOVE "C" TO VOUCHER-CANCEL-FLAG.
113500     MOVE TODAY-DATE TO VOUCHER-CANCEL-DATE.
113600     MOVE VOUCHER-AMOUNT TO VOUCHER-CANCEL-AMOUNT.
113700     MOVE ZEROES TO VOUCHER-AMOUNT
113800                    VOUCHER-BASE-AMOUNT
113900                    VOUCHER-PAY-AMOUNT
114000                    VOUCHER-TAX-BASIS
114100                    VOUCHER-USE-TAX.
114200     MOVE "N" TO VOUCHER-TAXABLE.
114300     PERFORM REWRITE-VOUCHER-RECORD.
114310     PERFORM RELEASE-ERS-RECEIPTS.
114320     MOVE VOUCHER-NUMBER TO INVL-MATCH-VOUCHER.
114330     PERFORM REOPEN-INVOICE-LOG.
114340     IF EXPR-RECORD-FOUND = "Y"
114350         PERFORM REOPEN-EXPENSE-REPORT.
114400     MOVE "CANCELLED" TO AUDIT-EVENT-ACTION.
114500     MOVE ORIGINAL-AMOUNT TO AUDIT-AMOUNT-TEXT.
114600     MOVE AUDIT-AMOUNT-TEXT TO AUDIT-EVENT-OLD-VALUE.
114700     MOVE ZEROES TO AUDIT-AMOUNT-TEXT.
114800     MOVE AUDIT-AMOUNT-TEXT TO AUDIT-EVENT-NEW-VALUE.
114900     MOVE VOUCHER-NUMBER      TO AUDIT-EVENT-VOUCHER-NO.
115000     MOVE VOUCHER-VENDOR      TO AUDIT-EVENT-VENDOR-NO.
115100     MOVE TODAY-DATE          TO AUDIT-EVENT-DATE.
115200     MOVE ORIGINAL-BASE-AMOUNT TO AUDIT-EVENT-AMOUNT.
115300     PERFORM WRITE-AUDIT-RECORD.
115400     SUBTRACT ORIGINAL-BASE-AMOUNT FROM SESSION-ADJUSTED-TOTAL.
115500     ADD 1 TO SESSION-ADJUSTED-COUNT.
115600     DISPLAY "VOUCHER CANCELLED".
115700
115701*---------------------------------
115702* Receipts the evaluated receipt
115703* settlement run paid through
115704* this voucher are unsettled, so
115705* the next run pays them again.
115706*---------------------------------
115707 RELEASE-ERS-RECEIPTS.
115708     IF ORIGINAL-PO-NUMBER NOT = SPACES
115709         PERFORM SCAN-ERS-RECEIPTS.
115710
115711 SCAN-ERS-RECEIPTS.
115712     MOVE ORIGINAL-PO-NUMBER TO RCPT-PO-NUMBER.
115713     MOVE ZEROES TO RCPT-SEQ.
115714     MOVE "N" TO RECEIPT-FILE-AT-END.
115715     START RECEIPT-FILE KEY NOT < RCPT-KEY
115716         INVALID KEY
115717         MOVE "Y" TO RECEIPT-FILE-AT-END.
115718     PERFORM RELEASE-NEXT-ERS-RECEIPT
115719         UNTIL RECEIPT-FILE-AT-END = "Y".
115720
115721 RELEASE-NEXT-ERS-RECEIPT.
115722     READ RECEIPT-FILE NEXT RECORD
115723         AT END MOVE "Y" TO RECEIPT-FILE-AT-END.
115724     IF RECEIPT-FILE-AT-END NOT = "Y"
115725        AND RCPT-PO-NUMBER NOT = ORIGINAL-PO-NUMBER
115726         MOVE "Y" TO RECEIPT-FILE-AT-END.
115727     IF RECEIPT-FILE-AT-END NOT = "Y"
115728        AND RCPT-VOUCHER = VOUCHER-NUMBER
115729         PERFORM RELEASE-THIS-ERS-RECEIPT.
115730
115731 RELEASE-THIS-ERS-RECEIPT.
115732     MOVE ZEROES TO RCPT-VOUCHER.
115733     REWRITE RECEIPT-RECORD
115734         INVALID KEY
115735         DISPLAY "ERROR REWRITING RECEIPT " RCPT-PO-NUMBER
115736                 "-" RCPT-SEQ.
115737
115738*---------------------------------
115739* The expense report goes back
115740* to pending so the travel desk
115741* can correct and re-approve it.
115742*---------------------------------
115743 REOPEN-EXPENSE-REPORT.
115744     MOVE "P" TO EXPR-STATUS.
115745     MOVE SPACES TO EXPR-DECIDED-BY.
115746     MOVE ZEROES TO EXPR-DECIDED-DATE
115747                    EXPR-VOUCHER-NO.
115748     REWRITE EXPENSE-REPORT-RECORD
115749         INVALID KEY
115750         DISPLAY "ERROR REWRITING EXPENSE REPORT".
115751     DISPLAY "EXPENSE REPORT " EXPR-NUMBER " RETURNED TO PENDING".
115752
115800*---------------------------------
115900* The session's net change to
116000* open payables goes to the
116100* daily control totals as an
116200* adjustment.
116300*---------------------------------
116400 POST-SESSION-TOTALS.
116500     IF SESSION-ADJUSTED-COUNT NOT = ZEROES
116600         MOVE "VCHMNT01" TO DCTL-PROGRAM
116700         MOVE ZEROES TO DCTL-ENTERED DCTL-PAID
116800         MOVE SESSION-ADJUSTED-TOTAL TO DCTL-ADJUSTED
116900         MOVE SESSION-ADJUSTED-COUNT TO DCTL-COUNT
117000         PERFORM POST-CONTROL-TOTALS.
117100
117200*---------------------------------
117300* Field entry - the same edits
117400* voucher entry applies.
117500*---------------------------------
117600 ENTER-VOUCHER-INVOICE.
117700     PERFORM ACCEPT-VOUCHER-INVOICE.
117800     PERFORM ACCEPT-VOUCHER-INVOICE
117900         UNTIL INVOICE-IS-ACCEPTED = "Y".
118000
118100 ACCEPT-VOUCHER-INVOICE.
118200     DISPLAY "ENTER INVOICE NUMBER".
118300     ACCEPT VOUCHER-INVOICE.
118400     MOVE "Y" TO INVOICE-IS-ACCEPTED.
118500     IF VOUCHER-INVOICE NOT = SPACES
118600        AND VOUCHER-INVOICE NOT = ORIGINAL-INVOICE
118700         PERFORM CHECK-DUPLICATE-INVOICE
118800         IF DUPLICATE-FOUND = "Y"
118900             PERFORM CONFIRM-DUPLICATE-INVOICE.
119000
119100 CONFIRM-DUPLICATE-INVOICE.
119200     DISPLAY "THAT VENDOR AND INVOICE ARE ALREADY ON FILE".
119300     MOVE "KEY THE DUPLICATE ANYWAY (Y/N/Q)?"
119400         TO CONFIRM-PROMPT.
119500     PERFORM GET-CONFIRMATION.
119600     IF CONFIRM-IS-YES
119700         NEXT SENTENCE
119800     ELSE
119900         MOVE "N" TO INVOICE-IS-ACCEPTED.
120000
120100 CHECK-DUPLICATE-INVOICE.
120200     MOVE "N" TO DUPLICATE-FOUND.
120300     MOVE VOUCHER-RECORD TO HOLD-VOUCHER-RECORD.
120400     MOVE VOUCHER-NUMBER TO HOLD-VOUCHER-NUMBER.
120500     MOVE VOUCHER-VENDOR TO HOLD-VENDOR-NUMBER.
120600     MOVE VOUCHER-INVOICE TO HOLD-INVOICE-NUMBER.
120700     MOVE "N" TO DUP-SCAN-AT-END.
120800     START VOUCHER-FILE KEY NOT < VOUCHER-INVOICE
120900         INVALID KEY
121000         MOVE "Y" TO DUP-SCAN-AT-END.
121100     PERFORM SCAN-NEXT-FOR-DUPLICATE
121200         UNTIL DUP-SCAN-AT-END = "Y"
121300            OR DUPLICATE-FOUND = "Y".
121400     MOVE HOLD-VOUCHER-RECORD TO VOUCHER-RECORD.
121500
121600 SCAN-NEXT-FOR-DUPLICATE.
121700     READ VOUCHER-FILE NEXT RECORD
121800         AT END MOVE "Y" TO DUP-SCAN-AT-END.
121900     IF DUP-SCAN-AT-END NOT = "Y"
122000        AND VOUCHER-INVOICE NOT = HOLD-INVOICE-NUMBER
122100         MOVE "Y" TO DUP-SCAN-AT-END.
122200     IF DUP-SCAN-AT-END NOT = "Y"
122300        AND VOUCHER-VENDOR = HOLD-VENDOR-NUMBER
122400        AND VOUCHER-NUMBER NOT = HOLD-VOUCHER-NUMBER
122500        AND NOT VOUCHER-IS-CANCELLED
122600         MOVE "Y" TO DUPLICATE-FOUND
122700         DISPLAY "ON FILE AS VOUCHER " VOUCHER-NUMBER.
122800
122900 ENTER-VOUCHER-FOR.
123000     DISPLAY "ENTER DESCRIPTION (WHAT IS THIS FOR)".
123100     ACCEPT VOUCHER-FOR.
123200
123300*---------------------------------
123400* Amount is keyed with no decimal
123500* point, e.g. 12345 = 123.45.
123600*---------------------------------
123700 ENTER-VOUCHER-AMOUNT.
123800     PERFORM ASK-CREDIT-MEMO.
123900     DISPLAY "ENTER AMOUNT WITH NO DECIMAL POINT".
124000     DISPLAY "EXAMPLE: 12345 MEANS 123.45".
124100     ACCEPT AMOUNT-ENTRY.
124200     IF CREDIT-MEMO-ANSWER = "Y"
124300         COMPUTE VOUCHER-AMOUNT = 0 - (AMOUNT-ENTRY / 100)
124400     ELSE
124500         COMPUTE VOUCHER-AMOUNT = AMOUNT-ENTRY / 100.
124600
124700 ASK-CREDIT-MEMO.
124800     PERFORM ACCEPT-CREDIT-MEMO.
124900     PERFORM RE-ACCEPT-CREDIT-MEMO
125000         UNTIL CREDIT-MEMO-ANSWER = "Y" OR "N".
125100
125200 ACCEPT-CREDIT-MEMO.
125300     DISPLAY "IS THIS A CREDIT MEMO (Y/N)?".
125400     ACCEPT CREDIT-MEMO-ANSWER.
125500     INSPECT CREDIT-MEMO-ANSWER
125600         CONVERTING LOWER-ALPHA
125700         TO         UPPER-ALPHA.
125800
125900 RE-ACCEPT-CREDIT-MEMO.
126000     DISPLAY "YOU MUST ENTER YES OR NO".
126100     PERFORM ACCEPT-CREDIT-MEMO.
126200
126300*---------------------------------
126400* Purchase order is optional -
126500* a blank PO number is allowed.
126600* A keyed PO must be on the PO
126700* master, belong to the same
126800* vendor, be open, and have
126900* enough open balance left to
127000* cover this voucher.
127100*---------------------------------
127200 ENTER-VOUCHER-PO-NUMBER.
127300     PERFORM ACCEPT-VOUCHER-PO-NUMBER.
127400     PERFORM RE-ACCEPT-VOUCHER-PO-NUMBER
127500         UNTIL VOUCHER-PO-NUMBER = SPACES
127600            OR PO-IS-ACCEPTABLE = "Y".
127700
127800 ACCEPT-VOUCHER-PO-NUMBER.
127900     DISPLAY "ENTER PURCHASE ORDER NUMBER (BLANK IF NONE)".
128000     ACCEPT VOUCHER-PO-NUMBER.
128100     MOVE "N" TO PO-IS-ACCEPTABLE.
128200     IF VOUCHER-PO-NUMBER NOT = SPACES
128300         PERFORM EDIT-VOUCHER-PO.
128400
128500 RE-ACCEPT-VOUCHER-PO-NUMBER.
128600     PERFORM ACCEPT-VOUCHER-PO-NUMBER.
128700
128800*---------------------------------
128900* On the voucher's original PO
129000* its own relief is still
129100* counted in the relieved
129200* amount, and may be what
129300* closed the PO - it counts
129400* back as open.
129500*---------------------------------
129600 EDIT-VOUCHER-PO.
129700     MOVE "N" TO PO-IS-ACCEPTABLE.
129800     MOVE VOUCHER-PO-NUMBER TO PO-NUMBER.
129900     PERFORM READ-PO-RECORD.
130000     IF VOUCHER-PO-NUMBER = ORIGINAL-PO-NUMBER
130100         MOVE ORIGINAL-AMOUNT TO PO-OWN-RELIEF
130200     ELSE
130300         MOVE ZEROES TO PO-OWN-RELIEF.
130400     IF PO-RECORD-FOUND = "N"
130500         DISPLAY "NO PO ON FILE WITH THAT NUMBER"
130600     ELSE
130700     IF PO-VENDOR NOT = VOUCHER-VENDOR
130800         DISPLAY "THAT PO BELONGS TO VENDOR " PO-VENDOR
130900     ELSE
131000     IF PO-IS-CLOSED
131100        AND PO-OWN-RELIEF = ZEROES
131200         DISPLAY "THAT PO IS CLOSED"
131300     ELSE
131400         PERFORM CHECK-PO-BALANCE.
131500
131600 CHECK-PO-BALANCE.
131700     COMPUTE PO-REMAINING-AMOUNT =
131800         PO-AMOUNT - PO-RELIEVED-AMOUNT + PO-OWN-RELIEF.
131900     IF VOUCHER-AMOUNT > PO-REMAINING-AMOUNT
132000         DISPLAY "THE PO HAS ONLY " PO-REMAINING-AMOUNT
132100                 " LEFT OPEN"
132200     ELSE
132300         PERFORM CHECK-PO-RECEIPTS.
132400
132500*---------------------------------
132600* Vouchered dollars may not run
132700* ahead of what the dock has
132800* received without the
132900* operator saying so.
133000*---------------------------------
133100 CHECK-PO-RECEIPTS.
133200     PERFORM SUM-PO-RECEIPTS.
133300     COMPUTE PO-VOUCHERED-AFTER =
133400         PO-RELIEVED-AMOUNT - PO-OWN-RELIEF + VOUCHER-AMOUNT.
133500     IF PO-VOUCHERED-AFTER NOT > PO-RECEIVED-TOTAL
133600         MOVE "Y" TO PO-IS-ACCEPTABLE
133700     ELSE
133800         PERFORM WARN-NOT-RECEIVED.
133900
134000 WARN-NOT-RECEIVED.
134100     MOVE PO-RECEIVED-TOTAL TO RECEIVED-DISPLAY.
134200     DISPLAY "*** ONLY " RECEIVED-DISPLAY
134300             " HAS BEEN RECEIVED AGAINST THIS PO ***".
134400     DISPLAY "VOUCHERING THIS INVOICE WOULD PAY FOR".
134500     DISPLAY "GOODS NOT YET RECEIVED.".
134600     PERFORM GET-MATCH-ANSWER.
134700     IF MATCH-ANSWER = "Y"
134800         MOVE "Y" TO PO-IS-ACCEPTABLE.
134900
135000 GET-MATCH-ANSWER.
135100     PERFORM ACCEPT-MATCH-ANSWER.
135200     PERFORM RE-ACCEPT-MATCH-ANSWER
135300         UNTIL MATCH-ANSWER = "Y" OR "N".
135400
135500 ACCEPT-MATCH-ANSWER.
135600     DISPLAY "ACCEPT THE PO ANYWAY (Y/N)?".
135700     ACCEPT MATCH-ANSWER.
135800     INSPECT MATCH-ANSWER
135900         CONVERTING LOWER-ALPHA
136000         TO         UPPER-ALPHA.
136100
136200 RE-ACCEPT-MATCH-ANSWER.
136300     DISPLAY "YOU MUST ENTER YES OR NO".
136400     PERFORM ACCEPT-MATCH-ANSWER.
136500
136600 SUM-PO-RECEIPTS.
136700     MOVE ZEROES TO PO-RECEIVED-TOTAL.
136800     MOVE PO-NUMBER TO RCPT-PO-NUMBER.
136900     MOVE ZEROES TO RCPT-SEQ.
137000     MOVE "N" TO RECEIPT-FILE-AT-END.
137100     START RECEIPT-FILE KEY NOT < RCPT-KEY
137200         INVALID KEY
137300         MOVE "Y" TO RECEIPT-FILE-AT-END.
137400     PERFORM SUM-NEXT-PO-RECEIPT
137500         UNTIL RECEIPT-FILE-AT-END = "Y".
137600
137700 SUM-NEXT-PO-RECEIPT.
137800     READ RECEIPT-FILE NEXT RECORD
137900         AT END MOVE "Y" TO RECEIPT-FILE-AT-END.
138000     IF RECEIPT-FILE-AT-END NOT = "Y"
138100        AND RCPT-PO-NUMBER NOT = PO-NUMBER
138200         MOVE "Y" TO RECEIPT-FILE-AT-END.
138300     IF RECEIPT-FILE-AT-END NOT = "Y"
138400         ADD RCPT-AMOUNT TO PO-RECEIVED-TOTAL.
138500
138600 READ-PO-RECORD.
138700     MOVE "Y" TO PO-RECORD-FOUND.
138800     READ PO-FILE RECORD
138900         INVALID KEY
139000         MOVE "N" TO PO-RECORD-FOUND.
139100
139200 REWRITE-PO-RECORD.
139300     REWRITE PO-RECORD
139400         INVALID KEY
139500         DISPLAY "ERROR REWRITING PO RECORD".
139600
139700*---------------------------------
139800* Currency and exchange rate -
139900* default is USD at 1.0000, the
140000* base currency for all reports.
140100* The base amount is the voucher
140200* amount converted to USD.
140300*---------------------------------
140400 ENTER-VOUCHER-CURRENCY.
140500     IF DFLT-RECORD-FOUND = "Y"
140600        AND DFLT-CURRENCY NOT = SPACES
140700         DISPLAY "ENTER CURRENCY CODE (DEFAULT "
140800                 DFLT-CURRENCY ")"
140900     ELSE
141000         DISPLAY "ENTER CURRENCY CODE (DEFAULT USD)".
141100     ACCEPT VOUCHER-CURRENCY-CODE.
141200     IF VOUCHER-CURRENCY-CODE = SPACE
141300         IF DFLT-RECORD-FOUND = "Y"
141400            AND DFLT-CURRENCY NOT = SPACES
141500             MOVE DFLT-CURRENCY TO VOUCHER-CURRENCY-CODE
141600         ELSE
141700             MOVE "USD" TO VOUCHER-CURRENCY-CODE.
141800     INSPECT VOUCHER-CURRENCY-CODE
141900         CONVERTING LOWER-ALPHA
142000         TO         UPPER-ALPHA.
142100
142200     IF VOUCHER-CURRENCY-CODE = "USD"
142300         MOVE 1.0000 TO VOUCHER-FX-RATE
142400     ELSE
142500         PERFORM ENTER-VOUCHER-FX-RATE.
142600
142700     COMPUTE VOUCHER-BASE-AMOUNT ROUNDED =
142800             VOUCHER-AMOUNT * VOUCHER-FX-RATE.
142900
143000 ENTER-VOUCHER-FX-RATE.
143100     PERFORM LOOK-UP-CURRENCY-RATE.
143200     IF CURR-RECORD-FOUND = "Y"
143300         MOVE CURR-RATE TO RATE-DISPLAY
143400         DISPLAY "MASTER RATE FOR " VOUCHER-CURRENCY-CODE
143500                 " IS " RATE-DISPLAY
143600                 " (AS OF " CURR-RATE-DATE ")".
143700     DISPLAY "ENTER EXCHANGE RATE TO USD WITH NO DECIMAL POINT".
143800     DISPLAY "EXAMPLE: 12500 MEANS 1.2500".
143900     IF CURR-RECORD-FOUND = "Y"
144000         DISPLAY "ENTER 0 TO TAKE THE MASTER RATE".
144100     ACCEPT FX-RATE-ENTRY.
144200     IF FX-RATE-ENTRY = ZEROES
144300        AND CURR-RECORD-FOUND = "Y"
144400         MOVE CURR-RATE TO VOUCHER-FX-RATE
144500     ELSE
144600         COMPUTE VOUCHER-FX-RATE = FX-RATE-ENTRY / 10000.
144700
144800 LOOK-UP-CURRENCY-RATE.
144900     MOVE VOUCHER-CURRENCY-CODE TO CURR-CODE.
145000     MOVE "Y" TO CURR-RECORD-FOUND.
145100     READ CURRENCY-FILE RECORD
145200         INVALID KEY
145300         MOVE "N" TO CURR-RECORD-FOUND.
145400
145500 ENTER-VOUCHER-DUE.
145600     MOVE "N" TO ZERO-DATE-IS-OK.
145700     MOVE "ENTER DUE DATE (MM/DD/CCYY)" TO DATE-PROMPT.
145800     PERFORM GET-A-DATE.
145900     MOVE DATE-CCYYMMDD TO VOUCHER-DUE.
146000
146100 ENTER-VOUCHER-DEDUCTIBLE.
146200     PERFORM ACCEPT-VOUCHER-DEDUCTIBLE.
146300     PERFORM RE-ACCEPT-VOUCHER-DEDUCTIBLE
146400         UNTIL VOUCHER-DEDUCTIBLE = "Y" OR "N".
146500
146600 ACCEPT-VOUCHER-DEDUCTIBLE.
146700     DISPLAY "IS THIS EXPENSE TAX DEDUCTIBLE (Y/N)?".
146800     ACCEPT VOUCHER-DEDUCTIBLE.
146900     INSPECT VOUCHER-DEDUCTIBLE
147000         CONVERTING LOWER-ALPHA
147100         TO         UPPER-ALPHA.
147200
147300 RE-ACCEPT-VOUCHER-DEDUCTIBLE.
147400     DISPLAY "YOU MUST ENTER YES OR NO".
147500     PERFORM ACCEPT-VOUCHER-DEDUCTIBLE.
147600
147700 ENTER-VOUCHER-CATEGORY.
147800     PERFORM ACCEPT-VOUCHER-CATEGORY.
147900     PERFORM RE-ACCEPT-VOUCHER-CATEGORY
148000         UNTIL CATG-RECORD-FOUND = "Y".
148100
148200 ACCEPT-VOUCHER-CATEGORY.
148300     DISPLAY "ENTER SPEND CATEGORY NUMBER".
148400     ACCEPT VOUCHER-CATEGORY.
148500     MOVE VOUCHER-CATEGORY TO CATG-CODE.
148600     PERFORM READ-CATG-RECORD.
148700
148800 RE-ACCEPT-VOUCHER-CATEGORY.
148900     DISPLAY "NO CATEGORY ON FILE WITH THAT CODE".
149000     PERFORM ACCEPT-VOUCHER-CATEGORY.
149100
149200 READ-CATG-RECORD.
149300     MOVE "Y" TO CATG-RECORD-FOUND.
149400     READ CATEGORY-FILE RECORD
149500         INVALID KEY
149600         MOVE "N" TO CATG-RECORD-FOUND.
149700
149800*---------------------------------
149900* Early-payment discount terms,
150000* defaulted from the vendor's
150100* standing terms the way entry
150200* defaults them.
150300*---------------------------------
150400 ENTER-VOUCHER-DISCOUNT.
150500     MOVE VENDOR-DISC-PERCENT TO VOUCHER-DISC-PERCENT.
150600     IF VOUCHER-DISC-PERCENT = ZEROES
150700         MOVE ZEROES TO VOUCHER-DISC-DATE
150800     ELSE
150900         COMPUTE DATE-CCYYMMDD = FUNCTION DATE-OF-INTEGER(
151000             FUNCTION INTEGER-OF-DATE(VOUCHER-DATE)
151100             + VENDOR-DISC-DAYS)
151200         MOVE DATE-CCYYMMDD TO VOUCHER-DISC-DATE
151300         DISPLAY "DISCOUNT " VOUCHER-DISC-PERCENT
151400                 " PCT THRU " VOUCHER-DISC-DATE.
151500     MOVE "USE THESE DISCOUNT TERMS (Y/N/Q)?"
151600         TO CONFIRM-PROMPT.
151700     PERFORM GET-CONFIRMATION.
151800     IF CONFIRM-IS-YES
151900         NEXT SENTENCE
152000     ELSE
152100         PERFORM KEY-VOUCHER-DISCOUNT.
152200
152300 KEY-VOUCHER-DISCOUNT.
152400     DISPLAY "ENTER DISCOUNT PERCENT WITH NO DECIMAL POINT".
152500     DISPLAY "EXAMPLE: 200 MEANS 2.00 PCT - 0 FOR NO DISCOUNT".
152600     ACCEPT DISC-PERCENT-ENTRY.
152700     COMPUTE VOUCHER-DISC-PERCENT = DISC-PERCENT-ENTRY / 100.
152800     IF VOUCHER-DISC-PERCENT = ZEROES
152900         MOVE ZEROES TO VOUCHER-DISC-DATE
153000     ELSE
153100         MOVE "N" TO ZERO-DATE-IS-OK
153200         MOVE "ENTER LAST DISCOUNT DATE (MM/DD/CCYY)"
153300             TO DATE-PROMPT
153400         PERFORM GET-A-DATE
153500         MOVE DATE-CCYYMMDD TO VOUCHER-DISC-DATE.
153600
153700 ENTER-VOUCHER-TAXABLE.
153800     PERFORM ACCEPT-VOUCHER-TAXABLE.
153900     PERFORM RE-ACCEPT-VOUCHER-TAXABLE
154000         UNTIL VOUCHER-TAXABLE = "Y" OR "N".
154100     IF VOUCHER-IS-TAXABLE
154200         PERFORM ENTER-VOUCHER-TAX-BASIS
154300         PERFORM COMPUTE-USE-TAX-ACCRUAL
154400     ELSE
154500         MOVE ZEROES TO VOUCHER-TAX-BASIS
154600                        VOUCHER-USE-TAX.
154700
154800 ACCEPT-VOUCHER-TAXABLE.
154900     DISPLAY "IS USE TAX OWED ON THIS PURCHASE (Y/N)?".
155000     ACCEPT VOUCHER-TAXABLE.
155100     INSPECT VOUCHER-TAXABLE
155200         CONVERTING LOWER-ALPHA
155300         TO         UPPER-ALPHA.
155400
155500 RE-ACCEPT-VOUCHER-TAXABLE.
155600     DISPLAY "YOU MUST ENTER YES OR NO".
155700     PERFORM ACCEPT-VOUCHER-TAXABLE.
155800
155900 ENTER-VOUCHER-TAX-BASIS.
156000     DISPLAY "ENTER TAX BASIS WITH NO DECIMAL POINT".
156100     DISPLAY "(0 TO USE THE FULL INVOICE AMOUNT)".
156200     ACCEPT AMOUNT-ENTRY.
156300     IF AMOUNT-ENTRY = ZEROES
156400         MOVE VOUCHER-AMOUNT TO VOUCHER-TAX-BASIS
156500     ELSE
156600         COMPUTE VOUCHER-TAX-BASIS = AMOUNT-ENTRY / 100.
156700
156800 COMPUTE-USE-TAX-ACCRUAL.
156900     MOVE ZEROES TO VOUCHER-USE-TAX.
157000     MOVE VENDOR-STATE TO STATE-CODE.
157100     MOVE "Y" TO STATE-RECORD-FOUND.
157200     READ STATE-FILE RECORD
157300         INVALID KEY
157400         MOVE "N" TO STATE-RECORD-FOUND.
157500     IF STATE-RECORD-FOUND = "Y"
157600        AND STATE-USE-TAX-RATE NOT = ZEROES
157700         COMPUTE VOUCHER-USE-TAX ROUNDED =
157800             VOUCHER-TAX-BASIS
157900             * (STATE-USE-TAX-RATE / 100)
158000         MOVE VOUCHER-USE-TAX TO USE-TAX-DISPLAY
158100         DISPLAY "USE TAX ACCRUED: " USE-TAX-DISPLAY.
158200
158203*---------------------------------
158206* A service contract the invoice
158209* is billed under - blank for
158212* none. It must be the vendor's
158216* own contract. Billing outside
158219* the term, outside the covered
158222* categories or past the not-to-
158225* exceed amount is warned of,
158229* not refused.
158232*---------------------------------
158235 ENTER-VOUCHER-CONTRACT.
158238     PERFORM ACCEPT-VOUCHER-CONTRACT.
158241     PERFORM RE-ACCEPT-VOUCHER-CONTRACT
158245         UNTIL CONTRACT-IS-VALID = "Y".
158248     IF VOUCHER-CONTRACT NOT = SPACES
158251         PERFORM WARN-CONTRACT-LIMITS.
158254
158258 ACCEPT-VOUCHER-CONTRACT.
158261     DISPLAY "ENTER CONTRACT NUMBER (BLANK = NONE)".
158264     ACCEPT VOUCHER-CONTRACT.
158267     INSPECT VOUCHER-CONTRACT
158270         CONVERTING LOWER-ALPHA
158274         TO         UPPER-ALPHA.
158277     MOVE VOUCHER-CONTRACT TO CONTRACT-TO-CHECK.
158280     MOVE VOUCHER-VENDOR TO CONTRACT-VENDOR-CHECK.
158283     PERFORM CHECK-CONTRACT-CHARGE.
158287
158290 RE-ACCEPT-VOUCHER-CONTRACT.
158293     PERFORM ACCEPT-VOUCHER-CONTRACT.
158296
158300 ENTER-VOUCHER-RETAINAGE.
158400     DISPLAY "ENTER RETAINAGE PERCENT WITH NO DECIMAL POINT".
158500     DISPLAY "EXAMPLE: 1000 MEANS 10.00 PCT - 0 FOR NONE".
158600     ACCEPT DISC-PERCENT-ENTRY.
158700     COMPUTE VOUCHER-RETAINAGE-PCT =
158800         DISC-PERCENT-ENTRY / 100.
158900
159000*---------------------------------
159100* G/L distribution - the lines
159200* on file are shown, then the
159300* full set is keyed again until
159400* it adds up to the voucher
159500* amount.
159600*---------------------------------
159700 LIST-CURRENT-DIST-LINES.
159800     DISPLAY "DISTRIBUTION NOW ON FILE:".
159900     MOVE VOUCHER-NUMBER TO DIST-VOUCHER-NO.
160000     MOVE ZEROES TO DIST-LINE-NO.
160100     MOVE "N" TO DIST-FILE-AT-END.
160200     START DISTRIBUTION-FILE KEY NOT < DIST-KEY
160300         INVALID KEY
160400         MOVE "Y" TO DIST-FILE-AT-END.
160500     PERFORM LIST-NEXT-DIST-LINE
160600         UNTIL DIST-FILE-AT-END = "Y".
160700
160800 LIST-NEXT-DIST-LINE.
160900     READ DISTRIBUTION-FILE NEXT RECORD
161000         AT END MOVE "Y" TO DIST-FILE-AT-END.
161100     IF DIST-FILE-AT-END NOT = "Y"
161200        AND DIST-VOUCHER-NO NOT = VOUCHER-NUMBER
161300         MOVE "Y" TO DIST-FILE-AT-END.
161400     IF DIST-FILE-AT-END NOT = "Y"
161500         MOVE DIST-AMOUNT TO AMOUNT-DISPLAY
161600         DISPLAY "  " DIST-LINE-NO "  ACCOUNT " DIST-ACCOUNT
161650                 "  " AMOUNT-DISPLAY "  COMPANY " DIST-COMPANY
161700                 "  STORE " DIST-STORE
161750                 "  PROJECT " DIST-PROJECT.
161800
161900 ENTER-DISTRIBUTION-LINES.
162000     MOVE ZEROES TO DIST-TOTAL NEW-DIST-COUNT.
162050     PERFORM LOAD-DEFAULT-PROJECT.
162100     PERFORM ENTER-ONE-DIST-LINE
162200         UNTIL DIST-TOTAL = VOUCHER-AMOUNT.
162300     MOVE "Y" TO DIST-WAS-REKEYED.
162400
162500 ENTER-ONE-DIST-LINE.
162600     COMPUTE DIST-REMAINING = VOUCHER-AMOUNT - DIST-TOTAL.
162700     MOVE DIST-REMAINING TO DIST-REMAINING-DISPLAY.
162800     DISPLAY "AMOUNT LEFT TO DISTRIBUTE: "
162900             DIST-REMAINING-DISPLAY.
163000     PERFORM ENTER-DIST-ACCOUNT.
163100     PERFORM ENTER-DIST-AMOUNT.
163200     PERFORM ENTER-DIST-COMPANY.
163250     PERFORM ENTER-DIST-STORE.
163275     PERFORM ENTER-DIST-PROJECT.
163300     ADD 1 TO NEW-DIST-COUNT.
163400     MOVE DIST-ACCOUNT TO NEW-DIST-ACCOUNT (NEW-DIST-COUNT).
163500     MOVE DIST-AMOUNT  TO NEW-DIST-AMOUNT (NEW-DIST-COUNT).
163600     MOVE DIST-COMPANY TO NEW-DIST-COMPANY (NEW-DIST-COUNT).
163650     MOVE DIST-STORE TO NEW-DIST-STORE (NEW-DIST-COUNT).
163675     MOVE DIST-PROJECT TO NEW-DIST-PROJECT (NEW-DIST-COUNT).
163700     ADD DIST-AMOUNT TO DIST-TOTAL.
163800
163802*---------------------------------
163804* The project the line is
163806* charged to. The voucher's PO
163809* carries the default; a closed
163811* project takes no new charges.
163813*---------------------------------
163816 LOAD-DEFAULT-PROJECT.
163818     MOVE SPACES TO DEFAULT-DIST-PROJECT.
163820     IF VOUCHER-PO-NUMBER NOT = SPACES
163823         MOVE VOUCHER-PO-NUMBER TO PO-NUMBER
163825         PERFORM READ-PO-RECORD
163827         IF PO-RECORD-FOUND = "Y"
163830             MOVE PO-PROJECT TO DEFAULT-DIST-PROJECT.
163832
163834 ENTER-DIST-PROJECT.
163837     PERFORM ACCEPT-DIST-PROJECT.
163839     PERFORM RE-ACCEPT-DIST-PROJECT
163841         UNTIL PROJECT-IS-VALID = "Y".
163844
163846 ACCEPT-DIST-PROJECT.
163848     IF DEFAULT-DIST-PROJECT = SPACES
163851         DISPLAY "ENTER PROJECT FOR THIS LINE (BLANK = NONE)"
163853     ELSE
163855         DISPLAY "ENTER PROJECT FOR THIS LINE (DEFAULT "
163858                 DEFAULT-DIST-PROJECT ")"
163860         DISPLAY "(0 = NO PROJECT)".
163862     ACCEPT DIST-PROJECT-ENTRY.
163865     INSPECT DIST-PROJECT-ENTRY
163867         CONVERTING LOWER-ALPHA
163869         TO         UPPER-ALPHA.
163872     IF DIST-PROJECT-ENTRY = SPACES
163874         MOVE DEFAULT-DIST-PROJECT TO DIST-PROJECT
163876     ELSE
163879     IF DIST-PROJECT-ENTRY = "0"
163881         MOVE SPACES TO DIST-PROJECT
163883     ELSE
163886         MOVE DIST-PROJECT-ENTRY TO DIST-PROJECT.
163888     MOVE DIST-PROJECT TO PROJECT-TO-CHECK.
163890     PERFORM CHECK-PROJECT-CHARGE.
163893
163895 RE-ACCEPT-DIST-PROJECT.
163897     PERFORM ACCEPT-DIST-PROJECT.
163898
163900 ENTER-DIST-COMPANY.
164000     PERFORM ACCEPT-DIST-COMPANY.
164100     PERFORM RE-ACCEPT-DIST-COMPANY
164200         UNTIL DIST-COMPANY-IS-VALID = "Y".
164300
164400 ACCEPT-DIST-COMPANY.
164500     DISPLAY "ENTER COMPANY FOR THIS LINE".
164600     DISPLAY "(0 = THE VOUCHER'S OWN COMPANY)".
164700     ACCEPT DIST-COMPANY.
164800     PERFORM CHECK-DIST-COMPANY.
164900
165000 RE-ACCEPT-DIST-COMPANY.
165100     DISPLAY "NO COMPANY ON FILE WITH THAT NUMBER".
165200     PERFORM ACCEPT-DIST-COMPANY.
165300
165400 CHECK-DIST-COMPANY.
165500     IF DIST-COMPANY = ZEROES
165600         MOVE "Y" TO DIST-COMPANY-IS-VALID
165700     ELSE
165800         MOVE SIGN-ON-COMPANY TO SAVED-SIGN-ON-COMPANY
165900         MOVE DIST-COMPANY TO SIGN-ON-COMPANY
166000         PERFORM CHECK-COMPANY-ON-FILE
166100         MOVE COMPANY-IS-VALID TO DIST-COMPANY-IS-VALID
166200         MOVE SAVED-SIGN-ON-COMPANY TO SIGN-ON-COMPANY.
166300
166302*---------------------------------
166304* The store the line is charged
166306* to, pre-filled from the
166308* vendor's defaults. Zero means
166310* no store.
166312*---------------------------------
166314 ENTER-DIST-STORE.
166316     PERFORM ACCEPT-DIST-STORE.
166318     PERFORM RE-ACCEPT-DIST-STORE
166320         UNTIL DIST-STORE-IS-VALID = "Y".
166322
166324 ACCEPT-DIST-STORE.
166326     DISPLAY "ENTER STORE FOR THIS LINE (DEFAULT "
166328             DEFAULT-DIST-STORE ")".
166330     DISPLAY "(0 = NO STORE)".
166332     ACCEPT DIST-STORE-ENTRY.
166334     MOVE "N" TO DIST-STORE-IS-VALID.
166336     IF DIST-STORE-ENTRY = SPACE
166338         MOVE DEFAULT-DIST-STORE TO DIST-STORE
166340         PERFORM CHECK-DIST-STORE
166342     ELSE
166344     IF FUNCTION TEST-NUMVAL(DIST-STORE-ENTRY) = ZEROES
166346         COMPUTE DIST-STORE = FUNCTION NUMVAL(DIST-STORE-ENTRY)
166348         PERFORM CHECK-DIST-STORE.
166350
166352 RE-ACCEPT-DIST-STORE.
166354     DISPLAY "NO STORE ON FILE WITH THAT CODE".
166356     PERFORM ACCEPT-DIST-STORE.
166358
166360 CHECK-DIST-STORE.
166362     IF DIST-STORE = ZEROES
166364         MOVE "Y" TO DIST-STORE-IS-VALID
166366     ELSE
166368         MOVE DIST-STORE TO STORE-CODE
166370         PERFORM READ-STORE-RECORD
166372         MOVE STORE-RECORD-FOUND TO DIST-STORE-IS-VALID.
166382
166400 ENTER-DIST-ACCOUNT.
166500     PERFORM ACCEPT-DIST-ACCOUNT.
166600     PERFORM RE-ACCEPT-DIST-ACCOUNT
166700         UNTIL ACCOUNT-RECORD-FOUND = "Y"
166800           AND ACCOUNT-IS-ACTIVE.
166900
167000 ACCEPT-DIST-ACCOUNT.
167100     DISPLAY "ENTER G/L ACCOUNT NUMBER FOR THIS LINE".
167120     IF DEFAULT-DIST-ACCOUNT NOT = ZEROES
167140         DISPLAY "(0 = VENDOR DEFAULT " DEFAULT-DIST-ACCOUNT ")".
167200     ACCEPT DIST-ACCOUNT.
167220     IF DIST-ACCOUNT = ZEROES
167240         MOVE DEFAULT-DIST-ACCOUNT TO DIST-ACCOUNT.
167300     MOVE DIST-ACCOUNT TO ACCOUNT-NUMBER.
167400     PERFORM READ-ACCOUNT-RECORD.
167500
167600 RE-ACCEPT-DIST-ACCOUNT.
167700     IF ACCOUNT-RECORD-FOUND = "N"
167800         DISPLAY "NO ACCOUNT ON FILE WITH THAT NUMBER"
167900     ELSE
168000         DISPLAY "THAT ACCOUNT IS INACTIVE".
168100     PERFORM ACCEPT-DIST-ACCOUNT.
168200
168300 ENTER-DIST-AMOUNT.
168400     PERFORM ACCEPT-DIST-AMOUNT.
168500     PERFORM RE-ACCEPT-DIST-AMOUNT
168600         UNTIL DIST-AMOUNT NOT = ZEROES
168700           AND DIST-AMOUNT-IN-RANGE = "Y".
168800
168900 ACCEPT-DIST-AMOUNT.
169000     DISPLAY "ENTER LINE AMOUNT WITH NO DECIMAL POINT".
169100     DISPLAY "EXAMPLE: 12345 MEANS 123.45".
169200     ACCEPT DIST-AMOUNT-ENTRY.
169300     IF CREDIT-MEMO-ANSWER = "Y"
169400         COMPUTE DIST-AMOUNT = 0 - (DIST-AMOUNT-ENTRY / 100)
169500     ELSE
169600         COMPUTE DIST-AMOUNT = DIST-AMOUNT-ENTRY / 100.
169700     PERFORM CHECK-DIST-AMOUNT.
169800
169900*---------------------------------
170000* A line may not overshoot the
170100* amount left in either
170200* direction, and the fiftieth
170300* line must close the voucher -
170400* that is all the lines the
170500* collection table holds.
170600*---------------------------------
170700 CHECK-DIST-AMOUNT.
170800     MOVE "N" TO DIST-AMOUNT-IN-RANGE.
170900     IF NEW-DIST-COUNT = 49
171000         IF DIST-AMOUNT = DIST-REMAINING
171100             MOVE "Y" TO DIST-AMOUNT-IN-RANGE
171200         ELSE
171300             NEXT SENTENCE
171400     ELSE
171500     IF VOUCHER-AMOUNT < ZEROES
171600         IF DIST-AMOUNT NOT < DIST-REMAINING
171700             MOVE "Y" TO DIST-AMOUNT-IN-RANGE
171800         ELSE
171900             NEXT SENTENCE
172000     ELSE
172100     IF DIST-AMOUNT NOT > DIST-REMAINING
172200         MOVE "Y" TO DIST-AMOUNT-IN-RANGE.
172300
172400 RE-ACCEPT-DIST-AMOUNT.
172500     DISPLAY "LINE MUST NOT BE ZERO OR MORE THAN THE".
172600     DISPLAY "AMOUNT LEFT TO DISTRIBUTE".
172700     IF NEW-DIST-COUNT = 49
172800         DISPLAY "THE LAST LINE MUST TAKE ALL THAT IS LEFT".
172900     PERFORM ACCEPT-DIST-AMOUNT.
173000
173010 READ-STORE-RECORD.
173020     MOVE "Y" TO STORE-RECORD-FOUND.
173030     READ STORE-FILE RECORD
173040         INVALID KEY
173050         MOVE "N" TO STORE-RECORD-FOUND.
173070
173100 READ-ACCOUNT-RECORD.
173200     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
173300     READ ACCOUNT-FILE RECORD
173400         INVALID KEY
173500         MOVE "N" TO ACCOUNT-RECORD-FOUND.
173600
173700 WRITE-DISTRIBUTION-RECORD.
173800     WRITE DISTRIBUTION-RECORD
173900         INVALID KEY
174000         DISPLAY "DISTRIBUTION LINE ALREADY ON FILE".
174100
174200*---------------------------------
174300* File I-O routines.
174400*---------------------------------
174500 REWRITE-VOUCHER-RECORD.
174600     REWRITE VOUCHER-RECORD
174700         INVALID KEY
174800         DISPLAY "ERROR REWRITING VOUCHER RECORD".
174900     MOVE "VOUCHER" TO UPDJ-FILE.
175000     MOVE "R" TO UPDJ-ACTION.
175100     MOVE VOUCHER-RECORD TO UPDJ-IMAGE.
175200     PERFORM WRITE-UPDATE-JOURNAL.
175300
175400*---------------------------------
175500* Utility routines.
175600*---------------------------------
175700     COPY "PLDATE01.CBL".
175800     COPY "PLCONF01.CBL".
175900     COPY "PLSIGN01.CBL".
176000     COPY "PLUPDJ01.CBL".
176100     COPY "PLCOMP01.CBL".
176200     COPY "PLAUDIT01.CBL".
176300     COPY "PLDCTL01.CBL".
176400     COPY "PLLOCK01.CBL".
176500     COPY "PLOVRD01.CBL".
176600     COPY "PLPROJ01.CBL".
176700     COPY "PLCNTR01.CBL".
176750     COPY "PLINVL01.CBL".

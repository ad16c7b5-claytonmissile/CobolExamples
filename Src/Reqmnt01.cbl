000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REQMNT01.
000300*---------------------------------
000400* Purchase requisition entry.
000500*
000600* Store and department staff
000700* key what they need before any
000800* PO exists: the store and
000900* department, a suggested
001000* vendor, what it is for, the
001100* spend category, an estimated
001200* amount and the date it is
001300* needed by. The estimate is
001400* checked against the category
001500* budget the way PO entry
001600* checks a PO - the category's
001700* open POs, its other open
001800* requisitions and the year's
001900* vouchered spend all count -
002000* and the requisition is routed
002100* to the approval tier its
002200* amount falls in. REQAPR01
002300* approves or rejects it and
002400* REQCNV01 turns it into a PO.
002500*
002600* Any signed-on operator may
002700* requisition; the requester is
002800* the operator signed on.
002900*---------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300
003400     COPY "SLREQN.CBL".
003500
003600     COPY "SLPO.CBL".
003700
003800     COPY "SLVND02.CBL".
003900
004000     COPY "SLSTORE.CBL".
004100
004200     COPY "SLDEPT.CBL".
004300
004400     COPY "SLCATG.CBL".
004500
004600     COPY "SLBUDGET.CBL".
004700
004800     COPY "SLVOUCH.CBL".
004900
005000     COPY "SLAPCTL.CBL".
005100
005200     COPY "SLOPER.CBL".
005300
005400     COPY "SLSONLOG.CBL".
005500
005600     COPY "SLSESS.CBL".
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000
006100     COPY "FDREQN.CBL".
006200
006300     COPY "FDPO.CBL".
006400
006500     COPY "FDVND04.CBL".
006600
006700     COPY "FDSTORE.CBL".
006800
006900     COPY "FDDEPT.CBL".
007000
007100     COPY "FDCATG.CBL".
007200
007300     COPY "FDBUDGET.CBL".
007400
007500     COPY "FDVOUCH.CBL".
007600
007700     COPY "FDAPCTL.CBL".
007800
007900     COPY "FDOPER.CBL".
008000
008100     COPY "FDSONLOG.CBL".
008200
008300     COPY "FDSESS.CBL".
008400
008500 WORKING-STORAGE SECTION.
008600
008700 77  MENU-PICK                    PIC 9.
008800     88  MENU-PICK-IS-VALID       VALUES 0 THRU 3.
008900
009000 77  REQN-RECORD-FOUND            PIC X.
009100 77  REQN-FILE-AT-END             PIC X.
009200 77  NEW-REQN-NUMBER              PIC 9(6).
009300 77  REQN-NUMBER-FIELD            PIC Z(6).
009400 77  STORE-RECORD-FOUND           PIC X.
009500 77  DEPT-RECORD-FOUND            PIC X.
009600 77  VENDOR-RECORD-FOUND          PIC X.
009700 77  CATG-RECORD-FOUND            PIC X.
009800 77  NEED-DATE-IS-GOOD            PIC X.
009900 77  TODAY-DATE                   PIC 9(8).
010000 77  TIER-SUB                     PIC 9.
010100 77  TIER-IS-SET                  PIC X.
010200 77  LISTED-COUNT                 PIC 9(4).
010300 01  AMOUNT-ENTRY                 PIC 9(10).
010400 01  STORE-FIELD                  PIC 9(2).
010500 01  DEPT-FIELD                   PIC 9(2).
010600 01  VENDOR-FIELD                 PIC 9(5).
010700 01  AMOUNT-DISPLAY               PIC ZZ,ZZZ,ZZ9.99-.
010800 01  DATE-DISPLAY                 PIC Z9/99/9999.
010900
011000*---------------------------------
011100* Budget check at amount entry,
011200* the same test PO entry makes:
011300* this requisition plus the
011400* category's open POs and other
011500* open requisitions plus the
011600* year's vouchered actuals
011700* against the annual budget.
011800* Past the control-file
011900* tolerance the amount is
012000* blocked unless an operator
012100* with utility authority
012200* overrides.
012300*---------------------------------
012400 77  BUDGET-RECORD-FOUND          PIC X.
012500 77  APCTL-FILE-AT-END            PIC X.
012600 77  AMOUNT-IS-ACCEPTED           PIC X.
012700 77  BUDGET-CHECK-YEAR            PIC 9(4).
012800 77  COMMITTED-OPEN-AMOUNT        PIC S9(9)V99.
012900 77  ACTUAL-SPENT-AMOUNT          PIC S9(9)V99.
013000 77  TOTAL-AGAINST-BUDGET         PIC S9(9)V99.
013100 77  BUDGET-BLOCK-LIMIT           PIC S9(9)V99.
013200 77  PO-SCAN-AT-END               PIC X.
013300 77  VOUCHER-FILE-AT-END          PIC X.
013400 77  OVERRIDE-ANSWER              PIC X.
013500 77  CATEGORY-FIELD               PIC 9(2).
013600 77  OVER-DISPLAY                 PIC ZZZ,ZZZ,ZZ9.99-.
013650 77  HOLD-REQN-CATEGORY           PIC 9(2).
013700 01  HOLD-REQN-RECORD             PIC X(200).
013800
013900     COPY "WSCASE01.CBL".
014000
014100     COPY "WSDATE01.CBL".
014200
014300     COPY "WSAUDIT01.CBL".
014400
014500     COPY "WSSIGN01.CBL".
014600
014700     COPY "WSOVRD01.CBL".
014800
014900     COPY "WSCONF01.CBL".
015000
015100 PROCEDURE DIVISION.
015200 PROGRAM-BEGIN.
015300     PERFORM OPENING-PROCEDURE.
015400     MOVE "REQMNT01" TO SIGN-ON-PROGRAM.
015500     PERFORM GET-OPERATOR-SIGN-ON.
015600     IF OPERATOR-IS-SIGNED-ON
015700         PERFORM MAIN-PROCESS.
015800     PERFORM CLOSING-PROCEDURE.
015900
016000 PROGRAM-EXIT.
016100     EXIT PROGRAM.
016200
016300 PROGRAM-DONE.
016400     STOP RUN.
016500
016600 OPENING-PROCEDURE.
016700     OPEN I-O OPERATOR-FILE.
016800     OPEN I-O REQUISITION-FILE.
016900     OPEN I-O PO-FILE.
017000     OPEN I-O VENDOR-FILE.
017100     OPEN I-O STORE-FILE.
017200     OPEN I-O DEPARTMENT-FILE.
017300     OPEN I-O CATEGORY-FILE.
017400     OPEN I-O BUDGET-FILE.
017500     OPEN I-O VOUCHER-FILE.
017600     PERFORM LOAD-CONTROL-RECORD.
017700     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
017800
017900 CLOSING-PROCEDURE.
018000     CLOSE OPERATOR-FILE.
018100     CLOSE REQUISITION-FILE.
018200     CLOSE PO-FILE.
018300     CLOSE VENDOR-FILE.
018400     CLOSE STORE-FILE.
018500     CLOSE DEPARTMENT-FILE.
018600     CLOSE CATEGORY-FILE.
018700     CLOSE BUDGET-FILE.
018800     CLOSE VOUCHER-FILE.
018900
019000 MAIN-PROCESS.
019100     PERFORM GET-MENU-PICK.
019200     PERFORM MAINTAIN-THE-FILE
019300         UNTIL MENU-PICK = 0.
019400
019500*---------------------------------
019600* MENU
019700*---------------------------------
019800 GET-MENU-PICK.
019900     PERFORM DISPLAY-THE-MENU.
020000     PERFORM ACCEPT-MENU-PICK.
020100     PERFORM RE-ACCEPT-MENU-PICK
020200         UNTIL MENU-PICK-IS-VALID.
020300
020400 DISPLAY-THE-MENU.
020500     DISPLAY "    PURCHASE REQUISITIONS - PLEASE SELECT:".
020600     DISPLAY " ".
020700     DISPLAY "          1.  ENTER REQUISITIONS".
020800     DISPLAY "          2.  LOOK UP A REQUISITION".
020900     DISPLAY "          3.  LIST MY REQUISITIONS".
021000     DISPLAY " ".
021100     DISPLAY "          0.  EXIT".
021200
021300 ACCEPT-MENU-PICK.
021400     DISPLAY "YOUR CHOICE (0-3)?".
021500     ACCEPT MENU-PICK.
021600
021700 RE-ACCEPT-MENU-PICK.
021800     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
021900     PERFORM ACCEPT-MENU-PICK.
022000
022100 MAINTAIN-THE-FILE.
022200     PERFORM DO-THE-PICK.
022300     PERFORM GET-MENU-PICK.
022400
022500 DO-THE-PICK.
022600     IF MENU-PICK = 1
022610        AND SIGN-ON-IS-QUIESCED
022620         DISPLAY "REQUISITIONS CANNOT BE ENTERED WHILE"
022630         DISPLAY "THE NIGHTLY BATCH IS RUNNING"
022640     ELSE
022650     IF MENU-PICK = 1
022700         PERFORM ENTER-MODE
022800     ELSE
022900     IF MENU-PICK = 2
023000         PERFORM INQUIRE-MODE
023100     ELSE
023200     IF MENU-PICK = 3
023300         PERFORM LIST-MODE.
023400
023500*---------------------------------
023600* ENTER
023700*---------------------------------
023800 ENTER-MODE.
023900     PERFORM INIT-REQN-RECORD.
024000     PERFORM ENTER-REQN-STORE.
024100     PERFORM ENTER-REQUISITIONS
024200         UNTIL REQN-STORE = ZEROES.
024300
024400 ENTER-REQUISITIONS.
024500     PERFORM ENTER-ONE-REQUISITION.
024600     PERFORM INIT-REQN-RECORD.
024700     PERFORM ENTER-REQN-STORE.
024800
024900 ENTER-ONE-REQUISITION.
025000     PERFORM ENTER-REQN-DEPARTMENT.
025100     PERFORM ENTER-REQN-VENDOR.
025200     PERFORM ENTER-REQN-DESCRIPTION.
025300     PERFORM ENTER-REQN-CATEGORY.
025400     PERFORM ENTER-REQN-AMOUNT.
025500     PERFORM ENTER-REQN-NEED-DATE.
025600     PERFORM SET-REQN-TIER.
025700     PERFORM DISPLAY-ALL-FIELDS.
025800     MOVE "SUBMIT THIS REQUISITION FOR APPROVAL (Y/N/Q)?"
025900         TO CONFIRM-PROMPT.
026000     PERFORM GET-CONFIRMATION.
026100     IF CONFIRM-IS-YES
026200         PERFORM SAVE-NEW-REQUISITION
026300     ELSE
026400         DISPLAY "REQUISITION NOT SAVED".
026500
026600*---------------------------------
026700* Numbered one past the highest
026800* on file when it is saved, as
026900* expense reports are, so two
027000* people keying at once do not
027100* collide.
027200*---------------------------------
027300 SAVE-NEW-REQUISITION.
027400     PERFORM FIND-NEXT-REQN-NUMBER.
027500     MOVE NEW-REQN-NUMBER TO REQN-NUMBER.
027600     MOVE "S" TO REQN-STATUS.
027700     MOVE AUDIT-EVENT-OPERATOR-ID TO REQN-REQUESTER.
027800     MOVE TODAY-DATE TO REQN-ENTRY-DATE.
027900     WRITE REQUISITION-RECORD
028000         INVALID KEY
028100         DISPLAY "ERROR WRITING REQUISITION".
028200     DISPLAY "REQUISITION " REQN-NUMBER
028300             " SUBMITTED TO TIER " REQN-TIER " APPROVAL".
028400
028500 FIND-NEXT-REQN-NUMBER.
028600     MOVE REQUISITION-RECORD TO HOLD-REQN-RECORD.
028700     MOVE 1 TO NEW-REQN-NUMBER.
028800     MOVE "N" TO REQN-FILE-AT-END.
028900     MOVE ZEROES TO REQN-NUMBER.
029000     START REQUISITION-FILE KEY NOT < REQN-NUMBER
029100         INVALID KEY
029200         MOVE "Y" TO REQN-FILE-AT-END.
029300     PERFORM FIND-HIGHEST-REQUISITION
029400         UNTIL REQN-FILE-AT-END = "Y".
029500     MOVE HOLD-REQN-RECORD TO REQUISITION-RECORD.
029600
029700 FIND-HIGHEST-REQUISITION.
029800     READ REQUISITION-FILE NEXT RECORD
029900         AT END MOVE "Y" TO REQN-FILE-AT-END.
030000     IF REQN-FILE-AT-END NOT = "Y"
030100        AND REQN-NUMBER NOT < NEW-REQN-NUMBER
030200         COMPUTE NEW-REQN-NUMBER = REQN-NUMBER + 1.
030300
030400*---------------------------------
030500* INQUIRE
030600*---------------------------------
030700 INQUIRE-MODE.
030800     PERFORM GET-EXISTING-RECORD.
030900     PERFORM INQUIRE-RECORDS
031000         UNTIL REQN-NUMBER = ZEROES.
031100
031200 INQUIRE-RECORDS.
031300     PERFORM DISPLAY-ALL-FIELDS.
031400     PERFORM DISPLAY-DECISION-FIELDS.
031500     PERFORM GET-EXISTING-RECORD.
031600
031700 GET-EXISTING-RECORD.
031800     PERFORM ACCEPT-EXISTING-KEY.
031900     PERFORM RE-ACCEPT-EXISTING-KEY
032000         UNTIL REQN-RECORD-FOUND = "Y" OR
032100               REQN-NUMBER = ZEROES.
032200
032300 ACCEPT-EXISTING-KEY.
032400     DISPLAY "ENTER REQUISITION NUMBER (0 TO EXIT)".
032500     ACCEPT REQN-NUMBER-FIELD.
032600     MOVE REQN-NUMBER-FIELD TO REQN-NUMBER.
032700     IF REQN-NUMBER NOT = ZEROES
032800         PERFORM READ-REQN-RECORD.
032900
033000 RE-ACCEPT-EXISTING-KEY.
033100     DISPLAY "NO REQUISITION ON FILE WITH THAT NUMBER".
033200     PERFORM ACCEPT-EXISTING-KEY.
033300
033400*---------------------------------
033500* LIST - everything the signed-on
033600* operator has requisitioned,
033700* with where each one stands.
033800*---------------------------------
033900 LIST-MODE.
034000     MOVE ZEROES TO LISTED-COUNT.
034100     MOVE "N" TO REQN-FILE-AT-END.
034200     MOVE ZEROES TO REQN-NUMBER.
034300     START REQUISITION-FILE KEY NOT < REQN-NUMBER
034400         INVALID KEY
034500         MOVE "Y" TO REQN-FILE-AT-END.
034600     PERFORM LIST-NEXT-REQUISITION
034700         UNTIL REQN-FILE-AT-END = "Y".
034800     DISPLAY LISTED-COUNT " REQUISITIONS LISTED".
034900
035000 LIST-NEXT-REQUISITION.
035100     READ REQUISITION-FILE NEXT RECORD
035200         AT END MOVE "Y" TO REQN-FILE-AT-END.
035300     IF REQN-FILE-AT-END NOT = "Y"
035400        AND REQN-REQUESTER = AUDIT-EVENT-OPERATOR-ID
035500         PERFORM LIST-THIS-REQUISITION.
035600
035700 LIST-THIS-REQUISITION.
035800     ADD 1 TO LISTED-COUNT.
035900     MOVE REQN-AMOUNT TO AMOUNT-DISPLAY.
036000     DISPLAY REQN-NUMBER " " REQN-DESCRIPTION
036100             " " AMOUNT-DISPLAY " " REQN-STATUS
036200             " " REQN-PO-NUMBER.
036300
036400*---------------------------------
036500* Routines shared by all modes
036600*---------------------------------
036700 INIT-REQN-RECORD.
036800     MOVE SPACE TO REQUISITION-RECORD.
036900     MOVE ZEROES TO REQN-NUMBER
037000                    REQN-STORE
037100                    REQN-DEPARTMENT
037200                    REQN-VENDOR
037300                    REQN-CATEGORY
037400                    REQN-AMOUNT
037500                    REQN-NEED-DATE
037600                    REQN-ENTRY-DATE
037700                    REQN-TIER
037800                    REQN-DECIDED-DATE
037900                    REQN-CONVERTED-DATE.
038000
038100*---------------------------------
038200* The store must be on file and
038300* active. Zero ends entry.
038400*---------------------------------
038500 ENTER-REQN-STORE.
038600     PERFORM ACCEPT-REQN-STORE.
038700     PERFORM RE-ACCEPT-REQN-STORE
038800         UNTIL REQN-STORE = ZEROES
038900            OR STORE-RECORD-FOUND = "Y".
039000
039100 ACCEPT-REQN-STORE.
039200     DISPLAY "ENTER REQUESTING STORE (0 TO EXIT)".
039300     ACCEPT STORE-FIELD.
039400     MOVE STORE-FIELD TO REQN-STORE.
039500     MOVE "N" TO STORE-RECORD-FOUND.
039600     IF REQN-STORE NOT = ZEROES
039700         PERFORM LOOK-UP-REQN-STORE.
039800
039900 LOOK-UP-REQN-STORE.
040000     MOVE REQN-STORE TO STORE-CODE.
040100     MOVE "Y" TO STORE-RECORD-FOUND.
040200     READ STORE-FILE RECORD
040300         INVALID KEY
040400         MOVE "N" TO STORE-RECORD-FOUND.
040500     IF STORE-RECORD-FOUND = "Y"
040600        AND NOT STORE-IS-ACTIVE
040700         MOVE "N" TO STORE-RECORD-FOUND
040800         DISPLAY "STORE " STORE-NAME " IS NOT ACTIVE"
040900     ELSE
041000     IF STORE-RECORD-FOUND = "Y"
041100         DISPLAY "STORE: " STORE-NAME.
041200
041300 RE-ACCEPT-REQN-STORE.
041400     DISPLAY "ENTER AN ACTIVE STORE ON FILE".
041500     PERFORM ACCEPT-REQN-STORE.
041600
041700 ENTER-REQN-DEPARTMENT.
041800     PERFORM ACCEPT-REQN-DEPARTMENT.
041900     PERFORM RE-ACCEPT-REQN-DEPARTMENT
042000         UNTIL DEPT-RECORD-FOUND = "Y".
042100
042200 ACCEPT-REQN-DEPARTMENT.
042300     DISPLAY "ENTER REQUESTING DEPARTMENT".
042400     ACCEPT DEPT-FIELD.
042500     MOVE DEPT-FIELD TO REQN-DEPARTMENT
042600                        DEPT-CODE.
042700     MOVE "Y" TO DEPT-RECORD-FOUND.
042800     READ DEPARTMENT-FILE RECORD
042900         INVALID KEY
043000         MOVE "N" TO DEPT-RECORD-FOUND.
043100     IF DEPT-RECORD-FOUND = "Y"
043200         DISPLAY "DEPARTMENT: " DEPT-NAME.
043300
043400 RE-ACCEPT-REQN-DEPARTMENT.
043500     DISPLAY "NO DEPARTMENT ON FILE WITH THAT CODE".
043600     PERFORM ACCEPT-REQN-DEPARTMENT.
043700
043800*---------------------------------
043900* A suggestion only - zero
044000* leaves the vendor to the
044100* buyer. A suggested vendor
044200* must be on file and not
044300* inactive.
044400*---------------------------------
044500 ENTER-REQN-VENDOR.
044600     PERFORM ACCEPT-REQN-VENDOR.
044700     PERFORM RE-ACCEPT-REQN-VENDOR
044800         UNTIL REQN-VENDOR = ZEROES
044900            OR VENDOR-RECORD-FOUND = "Y".
045000
045100 ACCEPT-REQN-VENDOR.
045200     DISPLAY "ENTER SUGGESTED VENDOR (0 = BUYER TO CHOOSE)".
045300     ACCEPT VENDOR-FIELD.
045400     MOVE VENDOR-FIELD TO REQN-VENDOR.
045500     MOVE "N" TO VENDOR-RECORD-FOUND.
045600     IF REQN-VENDOR NOT = ZEROES
045700         PERFORM LOOK-UP-REQN-VENDOR.
045800
045900 LOOK-UP-REQN-VENDOR.
046000     MOVE REQN-VENDOR TO VENDOR-NUMBER.
046100     PERFORM READ-VENDOR-RECORD.
046200     IF VENDOR-RECORD-FOUND = "Y"
046300        AND VENDOR-IS-INACTIVE
046400         MOVE "N" TO VENDOR-RECORD-FOUND
046500         DISPLAY "VENDOR " VENDOR-NAME " IS INACTIVE"
046600     ELSE
046700     IF VENDOR-RECORD-FOUND = "Y"
046800         DISPLAY "VENDOR: " VENDOR-NAME.
046900
047000 RE-ACCEPT-REQN-VENDOR.
047100     DISPLAY "ENTER A VENDOR ON FILE OR 0".
047200     PERFORM ACCEPT-REQN-VENDOR.
047300
047400 ENTER-REQN-DESCRIPTION.
047500     PERFORM ACCEPT-REQN-DESCRIPTION.
047600     PERFORM RE-ACCEPT-REQN-DESCRIPTION
047700         UNTIL REQN-DESCRIPTION NOT = SPACES.
047800
047900 ACCEPT-REQN-DESCRIPTION.
048000     DISPLAY "DESCRIBE WHAT IS NEEDED".
048100     ACCEPT REQN-DESCRIPTION.
048200     INSPECT REQN-DESCRIPTION
048300         CONVERTING LOWER-ALPHA
048400         TO         UPPER-ALPHA.
048500
048600 RE-ACCEPT-REQN-DESCRIPTION.
048700     DISPLAY "A DESCRIPTION MUST BE ENTERED".
048800     PERFORM ACCEPT-REQN-DESCRIPTION.
048900
049000*---------------------------------
049100* Zero means unbudgeted and
049200* skips the budget check, as on
049300* a PO.
049400*---------------------------------
049500 ENTER-REQN-CATEGORY.
049600     PERFORM ACCEPT-REQN-CATEGORY.
049700     PERFORM RE-ACCEPT-REQN-CATEGORY
049800         UNTIL REQN-CATEGORY = ZEROES
049900            OR CATG-RECORD-FOUND = "Y".
050000
050100 ACCEPT-REQN-CATEGORY.
050200     DISPLAY "ENTER SPEND CATEGORY (0 = UNBUDGETED)".
050300     ACCEPT CATEGORY-FIELD.
050400     MOVE CATEGORY-FIELD TO REQN-CATEGORY.
050500     IF REQN-CATEGORY NOT = ZEROES
050600         MOVE REQN-CATEGORY TO CATG-CODE
050700         MOVE "Y" TO CATG-RECORD-FOUND
050800         READ CATEGORY-FILE RECORD
050900             INVALID KEY
051000             MOVE "N" TO CATG-RECORD-FOUND.
051100     IF REQN-CATEGORY NOT = ZEROES
051200        AND CATG-RECORD-FOUND = "Y"
051300         DISPLAY "CATEGORY: " CATG-NAME.
051400
051500 RE-ACCEPT-REQN-CATEGORY.
051600     DISPLAY "NO CATEGORY ON FILE WITH THAT CODE".
051700     PERFORM ACCEPT-REQN-CATEGORY.
051800
051900*---------------------------------
052000* The estimate is keyed with no
052100* decimal point and must be
052200* more than zero; it is checked
052300* against the category budget
052400* and re-entered (or overridden)
052500* when it blocks.
052600*---------------------------------
052700 ENTER-REQN-AMOUNT.
052800     PERFORM GET-REQN-AMOUNT.
052900     PERFORM RE-GET-REQN-AMOUNT
053000         UNTIL AMOUNT-IS-ACCEPTED = "Y".
053100
053200 GET-REQN-AMOUNT.
053300     DISPLAY "ENTER ESTIMATED AMOUNT WITH NO DECIMAL POINT".
053400     ACCEPT AMOUNT-ENTRY.
053500     COMPUTE REQN-AMOUNT = AMOUNT-ENTRY / 100.
053600     IF REQN-AMOUNT = ZEROES
053700         MOVE "N" TO AMOUNT-IS-ACCEPTED
053800         DISPLAY "AN ESTIMATED AMOUNT MUST BE ENTERED"
053900     ELSE
054000         PERFORM CHECK-BUDGET-ENCUMBRANCE.
054100
054200 RE-GET-REQN-AMOUNT.
054300     DISPLAY "ENTER A SMALLER AMOUNT".
054400     PERFORM GET-REQN-AMOUNT.
054500
054600*---------------------------------
054700* The need-by date may not be in
054800* the past.
054900*---------------------------------
055000 ENTER-REQN-NEED-DATE.
055100     PERFORM ACCEPT-REQN-NEED-DATE.
055200     PERFORM RE-ACCEPT-REQN-NEED-DATE
055300         UNTIL NEED-DATE-IS-GOOD = "Y".
055400
055500 ACCEPT-REQN-NEED-DATE.
055600     MOVE "N" TO ZERO-DATE-IS-OK.
055700     MOVE "ENTER NEED-BY DATE (MM/DD/CCYY)" TO DATE-PROMPT.
055800     PERFORM GET-A-DATE.
055900     MOVE DATE-CCYYMMDD TO REQN-NEED-DATE.
056000     MOVE "Y" TO NEED-DATE-IS-GOOD.
056100     IF REQN-NEED-DATE < TODAY-DATE
056200         MOVE "N" TO NEED-DATE-IS-GOOD.
056300
056400 RE-ACCEPT-REQN-NEED-DATE.
056500     DISPLAY "THE NEED-BY DATE IS ALREADY PAST".
056600     PERFORM ACCEPT-REQN-NEED-DATE.
056700
056800*---------------------------------
056900* The first tier whose ceiling
057000* the estimate does not pass; a
057100* zero ceiling has no upper
057200* limit. Over all three ceilings
057300* is tier 4.
057400*---------------------------------
057500 SET-REQN-TIER.
057600     MOVE 4 TO REQN-TIER.
057700     MOVE "N" TO TIER-IS-SET.
057800     PERFORM CHECK-ONE-TIER
057900         VARYING TIER-SUB FROM 1 BY 1
058000           UNTIL TIER-SUB > 3
058100              OR TIER-IS-SET = "Y".
058200
058300 CHECK-ONE-TIER.
058400     IF APCTL-REQN-CEILING (TIER-SUB) = ZEROES
058500        OR REQN-AMOUNT NOT > APCTL-REQN-CEILING (TIER-SUB)
058600         MOVE TIER-SUB TO REQN-TIER
058700         MOVE "Y" TO TIER-IS-SET.
058800
058900*---------------------------------
059000* The budget check - see PO
059100* entry, which makes the same
059200* test for a PO.
059300*---------------------------------
059400 CHECK-BUDGET-ENCUMBRANCE.
059500     MOVE "Y" TO AMOUNT-IS-ACCEPTED.
059600     IF REQN-CATEGORY NOT = ZEROES
059700         PERFORM LOOK-UP-CATEGORY-BUDGET
059800         IF BUDGET-RECORD-FOUND = "Y"
059900             PERFORM JUDGE-AGAINST-BUDGET.
060000
060100 LOOK-UP-CATEGORY-BUDGET.
060200     MOVE TODAY-DATE (1:4) TO BUDGET-CHECK-YEAR.
060300     MOVE REQN-CATEGORY TO BUDGET-CATEGORY.
060400     MOVE BUDGET-CHECK-YEAR TO BUDGET-YEAR.
060500     MOVE "Y" TO BUDGET-RECORD-FOUND.
060600     READ BUDGET-FILE RECORD
060700         INVALID KEY
060800         MOVE "N" TO BUDGET-RECORD-FOUND.
060900
061000 JUDGE-AGAINST-BUDGET.
061100     PERFORM SUM-OPEN-COMMITMENTS.
061200     PERFORM SUM-VOUCHERED-ACTUALS.
061300     COMPUTE TOTAL-AGAINST-BUDGET =
061400         REQN-AMOUNT + COMMITTED-OPEN-AMOUNT
061500         + ACTUAL-SPENT-AMOUNT.
061600     IF TOTAL-AGAINST-BUDGET > BUDGET-ANNUAL-AMOUNT
061700         PERFORM WARN-OVER-BUDGET
061800         COMPUTE BUDGET-BLOCK-LIMIT ROUNDED =
061900             BUDGET-ANNUAL-AMOUNT *
062000             (1 + (APCTL-BUDGET-TOLERANCE / 100))
062100         IF TOTAL-AGAINST-BUDGET > BUDGET-BLOCK-LIMIT
062200             PERFORM BLOCK-OVER-TOLERANCE.
062300
062400 WARN-OVER-BUDGET.
062500     COMPUTE OVER-DISPLAY =
062600         TOTAL-AGAINST-BUDGET - BUDGET-ANNUAL-AMOUNT.
062700     DISPLAY "*** THIS REQUISITION PUTS CATEGORY "
062800             REQN-CATEGORY " OVER ITS ANNUAL BUDGET BY "
062900             OVER-DISPLAY " ***".
063000
063100 BLOCK-OVER-TOLERANCE.
063200     MOVE "N" TO AMOUNT-IS-ACCEPTED.
063300     DISPLAY "*** THE OVERAGE IS PAST THE BLOCK".
063400     DISPLAY "TOLERANCE - A SUPERVISOR OVERRIDE IS".
063500     DISPLAY "REQUIRED TO ACCEPT THIS AMOUNT ***".
063600     PERFORM GET-OVERRIDE-ANSWER.
063700     IF OVERRIDE-ANSWER = "Y"
063800         PERFORM GET-SUPERVISOR-OVERRIDE.
063900
064000 GET-OVERRIDE-ANSWER.
064100     PERFORM ACCEPT-OVERRIDE-ANSWER.
064200     PERFORM RE-ACCEPT-OVERRIDE-ANSWER
064300         UNTIL OVERRIDE-ANSWER = "Y" OR "N".
064400
064500 ACCEPT-OVERRIDE-ANSWER.
064600     DISPLAY "SUPERVISOR OVERRIDE (Y/N)?".
064700     ACCEPT OVERRIDE-ANSWER.
064800     INSPECT OVERRIDE-ANSWER
064900      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
065000
065100 RE-ACCEPT-OVERRIDE-ANSWER.
065200     DISPLAY "YOU MUST ENTER YES OR NO".
065300     PERFORM ACCEPT-OVERRIDE-ANSWER.
065400
065500 GET-SUPERVISOR-OVERRIDE.
065600     DISPLAY "A SECOND OPERATOR WITH UTILITY".
065700     DISPLAY "AUTHORITY MUST APPROVE THE OVERRIDE".
065800     PERFORM GET-SUPERVISOR-CREDS.
065900     IF OVERRIDE-IS-GOOD = "Y"
066000         MOVE "Y" TO AMOUNT-IS-ACCEPTED.
066100
066200*---------------------------------
066300* The category's open POs and
066400* its open requisitions. The
066500* requisition being keyed is
066600* not on file yet and so never
066700* counts itself.
066800*---------------------------------
066900 SUM-OPEN-COMMITMENTS.
067000     MOVE ZEROES TO COMMITTED-OPEN-AMOUNT.
067100     MOVE "N" TO PO-SCAN-AT-END.
067200     MOVE SPACES TO PO-NUMBER.
067300     START PO-FILE KEY NOT < PO-NUMBER
067400         INVALID KEY
067500         MOVE "Y" TO PO-SCAN-AT-END.
067600     PERFORM SUM-NEXT-COMMITMENT
067700         UNTIL PO-SCAN-AT-END = "Y".
067800     MOVE REQUISITION-RECORD TO HOLD-REQN-RECORD.
067850     MOVE REQN-CATEGORY TO HOLD-REQN-CATEGORY.
067900     MOVE "N" TO REQN-FILE-AT-END.
068000     MOVE ZEROES TO REQN-NUMBER.
068100     START REQUISITION-FILE KEY NOT < REQN-NUMBER
068200         INVALID KEY
068300         MOVE "Y" TO REQN-FILE-AT-END.
068400     PERFORM SUM-NEXT-REQUISITION
068500         UNTIL REQN-FILE-AT-END = "Y".
068600     MOVE HOLD-REQN-RECORD TO REQUISITION-RECORD.
068700
068800 SUM-NEXT-COMMITMENT.
068900     READ PO-FILE NEXT RECORD
069000         AT END MOVE "Y" TO PO-SCAN-AT-END.
069100     IF PO-SCAN-AT-END NOT = "Y"
069200        AND PO-IS-OPEN
069300        AND PO-CATEGORY = REQN-CATEGORY
069400         COMPUTE COMMITTED-OPEN-AMOUNT =
069500             COMMITTED-OPEN-AMOUNT
069600             + PO-AMOUNT - PO-RELIEVED-AMOUNT.
069700
069800 SUM-NEXT-REQUISITION.
069900     READ REQUISITION-FILE NEXT RECORD
070000         AT END MOVE "Y" TO REQN-FILE-AT-END.
070100     IF REQN-FILE-AT-END NOT = "Y"
070200        AND REQN-IS-OPEN
070300        AND REQN-CATEGORY = HOLD-REQN-CATEGORY
070400         ADD REQN-AMOUNT TO COMMITTED-OPEN-AMOUNT.
070500
070600*---------------------------------
070700* The year's vouchered spend
070800* for the category.
070900*---------------------------------
071000 SUM-VOUCHERED-ACTUALS.
071100     MOVE ZEROES TO ACTUAL-SPENT-AMOUNT.
071200     MOVE "N" TO VOUCHER-FILE-AT-END.
071300     MOVE ZEROES TO VOUCHER-NUMBER.
071400     START VOUCHER-FILE KEY NOT < VOUCHER-NUMBER
071500         INVALID KEY
071600         MOVE "Y" TO VOUCHER-FILE-AT-END.
071700     PERFORM SUM-NEXT-ACTUAL
071800         UNTIL VOUCHER-FILE-AT-END = "Y".
071900
072000 SUM-NEXT-ACTUAL.
072100     READ VOUCHER-FILE NEXT RECORD
072200         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
072300     IF VOUCHER-FILE-AT-END NOT = "Y"
072400        AND VOUCHER-CATEGORY = REQN-CATEGORY
072500        AND VOUCHER-DATE (1:4) = BUDGET-CHECK-YEAR
072600         ADD VOUCHER-BASE-AMOUNT TO ACTUAL-SPENT-AMOUNT.
072700
072800*---------------------------------
072900* The tier ceilings and budget
073000* tolerance - a missing file
073100* leaves every requisition in
073200* tier 1 and blocks at the
073300* budget line itself.
073400*---------------------------------
073500 LOAD-CONTROL-RECORD.
073600     MOVE ZEROES TO APCTL-BUDGET-TOLERANCE
073700                    APCTL-REQN-CEILING (1)
073800                    APCTL-REQN-CEILING (2)
073900                    APCTL-REQN-CEILING (3).
074000     OPEN INPUT APCTL-FILE.
074100     MOVE "N" TO APCTL-FILE-AT-END.
074200     READ APCTL-FILE
074300         AT END MOVE "Y" TO APCTL-FILE-AT-END.
074400     CLOSE APCTL-FILE.
074500     IF APCTL-FILE-AT-END = "Y"
074600         MOVE ZEROES TO APCTL-BUDGET-TOLERANCE
074700                        APCTL-REQN-CEILING (1)
074800                        APCTL-REQN-CEILING (2)
074900                        APCTL-REQN-CEILING (3).
075000
075100 DISPLAY-ALL-FIELDS.
075200     DISPLAY " ".
075300     DISPLAY "REQUISITION: " REQN-NUMBER
075400             "  REQUESTER: " REQN-REQUESTER.
075500     DISPLAY "STORE: " REQN-STORE
075600             "  DEPARTMENT: " REQN-DEPARTMENT.
075700     DISPLAY "SUGGESTED VENDOR: " REQN-VENDOR.
075800     DISPLAY "FOR: " REQN-DESCRIPTION.
075900     DISPLAY "CATEGORY: " REQN-CATEGORY.
076000     MOVE REQN-AMOUNT TO AMOUNT-DISPLAY.
076100     DISPLAY "ESTIMATED AMOUNT: " AMOUNT-DISPLAY.
076200     MOVE REQN-NEED-DATE TO DATE-CCYYMMDD.
076300     PERFORM CONVERT-TO-MMDDCCYY.
076400     MOVE DATE-MMDDCCYY TO DATE-DISPLAY.
076500     DISPLAY "NEEDED BY: " DATE-DISPLAY.
076600     DISPLAY "APPROVAL TIER: " REQN-TIER.
076700
076800 DISPLAY-DECISION-FIELDS.
076900     IF REQN-IS-SUBMITTED
077000         DISPLAY "STATUS: SUBMITTED - AWAITING APPROVAL".
077100     IF REQN-IS-APPROVED
077200         DISPLAY "STATUS: APPROVED BY " REQN-DECIDED-BY
077300                 " - AWAITING A BUYER".
077400     IF REQN-IS-REJECTED
077500         DISPLAY "STATUS: REJECTED BY " REQN-DECIDED-BY
077600         DISPLAY "REASON: " REQN-REJECT-REASON.
077700     IF REQN-IS-CONVERTED
077800         DISPLAY "STATUS: CONVERTED TO PO " REQN-PO-NUMBER
077900                 " BY " REQN-CONVERTED-BY.
078000
078100*---------------------------------
078200* File I-O routines.
078300*---------------------------------
078400 READ-REQN-RECORD.
078500     MOVE "Y" TO REQN-RECORD-FOUND.
078600     READ REQUISITION-FILE RECORD
078700         INVALID KEY
078800         MOVE "N" TO REQN-RECORD-FOUND.
078900
079000 READ-VENDOR-RECORD.
079100     MOVE "Y" TO VENDOR-RECORD-FOUND.
079200     READ VENDOR-FILE RECORD
079300         INVALID KEY
079400         MOVE "N" TO VENDOR-RECORD-FOUND.
079500
079600*---------------------------------
079700* Utility routines.
079800*---------------------------------
079900     COPY "PLDATE01.CBL".
080000     COPY "PLSIGN01.CBL".
080100     COPY "PLOVRD01.CBL".
080200     COPY "PLCONF01.CBL".

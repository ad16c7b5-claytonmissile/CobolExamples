000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RBTMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the Vendor Rebate Agreement
000600* File.
000700*
000800* One agreement per vendor and
000900* program year: the dates the
001000* program runs, whether spend is
001100* counted when invoiced or when
001200* paid, up to five volume tiers
001300* with their rebate rates, the
001400* qualifying spend categories
001500* and the G/L accounts the
001600* month-end run accrues the
001700* earned rebate to. Inquiry
001800* shows the spend, tier and
001900* accrual as of the last run.
002000* An agreement already billed to
002100* the vendor cannot be changed,
002200* and one carrying an accrual
002300* cannot be deleted.
002400*---------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800
002900     COPY "SLRBT.CBL".
003000
003100     COPY "SLVND02.CBL".
003200
003300     COPY "SLCATG.CBL".
003400
003500     COPY "SLACCT.CBL".
003600
003700     COPY "SLOPER.CBL".
003800
003900     COPY "SLSONLOG.CBL".
004000
004100     COPY "SLSESS.CBL".
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500
004600     COPY "FDRBT.CBL".
004700
004800     COPY "FDVND04.CBL".
004900
005000     COPY "FDCATG.CBL".
005100
005200     COPY "FDACCT.CBL".
005300
005400     COPY "FDOPER.CBL".
005500
005600     COPY "FDSONLOG.CBL".
005700
005800     COPY "FDSESS.CBL".
005900
006000 WORKING-STORAGE SECTION.
006100
006200 77  MENU-PICK                    PIC 9.
006300     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
006400
006500 77  THE-MODE                     PIC X(7).
006600 77  WHICH-FIELD                  PIC 9.
006700 77  OK-TO-DELETE                 PIC X.
006800 77  RBT-RECORD-FOUND             PIC X.
006900 77  VENDOR-RECORD-FOUND          PIC X.
007000 77  CATG-RECORD-FOUND            PIC X.
007100 77  ACCOUNT-IS-GOOD              PIC X.
007200 77  RBT-CATG-SUB                 PIC 9.
007300 77  CATG-ENTRY-DONE              PIC X.
007400 77  CATEGORY-ENTRY               PIC 9(2).
007500 77  RBT-TIER-SUB                 PIC 9.
007600 77  TIER-ENTRY-DONE              PIC X.
007700 77  TIER-IS-GOOD                 PIC X.
007800 77  PRIOR-THRESHOLD              PIC 9(9)V99.
007900 77  AMOUNT-ENTRY                 PIC 9(11).
008000 77  RATE-ENTRY                   PIC 9(5).
008100 77  AMOUNT-DISPLAY               PIC ZZZ,ZZZ,ZZ9.99-.
008200 77  RATE-DISPLAY                 PIC Z9.999.
008300 77  DATE-DISPLAY                 PIC 99/99/9999.
008400
008500     COPY "WSDATE01.CBL".
008600
008700     COPY "WSCASE01.CBL".
008800
008900     COPY "WSAUDIT01.CBL".
009000
009100     COPY "WSSIGN01.CBL".
009200
009300     COPY "WSRBT01.CBL".
009400
009500 PROCEDURE DIVISION.
009600 PROGRAM-BEGIN.
009700     PERFORM OPENING-PROCEDURE.
009800     MOVE "RBTMNT01" TO SIGN-ON-PROGRAM.
009900     PERFORM GET-OPERATOR-SIGN-ON.
010000     IF OPERATOR-IS-SIGNED-ON
010100        AND SIGN-ON-CAN-MAINT = "Y"
010200         PERFORM MAIN-PROCESS
010300     ELSE
010400     IF OPERATOR-IS-SIGNED-ON
010500         DISPLAY "YOU ARE NOT AUTHORIZED FOR REBATE"
010600         DISPLAY "AGREEMENT MAINTENANCE".
010700     PERFORM CLOSING-PROCEDURE.
010800
010900 PROGRAM-EXIT.
011000     EXIT PROGRAM.
011100
011200 PROGRAM-DONE.
011300     STOP RUN.
011400
011500 OPENING-PROCEDURE.
011600     OPEN I-O OPERATOR-FILE.
011700     OPEN I-O REBATE-FILE.
011800     OPEN I-O VENDOR-FILE.
011900     OPEN I-O CATEGORY-FILE.
012000     OPEN I-O ACCOUNT-FILE.
012100
012200 CLOSING-PROCEDURE.
012300     CLOSE OPERATOR-FILE.
012400     CLOSE REBATE-FILE.
012500     CLOSE VENDOR-FILE.
012600     CLOSE CATEGORY-FILE.
012700     CLOSE ACCOUNT-FILE.
012800
012900 MAIN-PROCESS.
013000     PERFORM GET-MENU-PICK.
013100     PERFORM MAINTAIN-THE-FILE
013200         UNTIL MENU-PICK = 0.
013300
013400*---------------------------------
013500* MENU
013600*---------------------------------
013700 GET-MENU-PICK.
013800     PERFORM DISPLAY-THE-MENU.
013900     PERFORM ACCEPT-MENU-PICK.
014000     PERFORM RE-ACCEPT-MENU-PICK
014100         UNTIL MENU-PICK-IS-VALID.
014200
014300 DISPLAY-THE-MENU.
014400     DISPLAY "    REBATE AGREEMENTS - PLEASE SELECT:".
014500     DISPLAY " ".
014600     DISPLAY "          1.  ADD RECORDS".
014700     DISPLAY "          2.  CHANGE A RECORD".
014800     DISPLAY "          3.  LOOK UP A RECORD".
014900     DISPLAY "          4.  DELETE A RECORD".
015000     DISPLAY " ".
015100     DISPLAY "          0.  EXIT".
015200
015300 ACCEPT-MENU-PICK.
015400     DISPLAY "YOUR CHOICE (0-4)?".
015500     ACCEPT MENU-PICK.
015600
015700 RE-ACCEPT-MENU-PICK.
015800     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
015900     PERFORM ACCEPT-MENU-PICK.
016000
016100 MAINTAIN-THE-FILE.
016200     PERFORM DO-THE-PICK.
016300     PERFORM GET-MENU-PICK.
016400
016500 DO-THE-PICK.
016600     IF MENU-PICK = 1
016700         PERFORM ADD-MODE
016800     ELSE
016900     IF MENU-PICK = 2
017000         PERFORM CHANGE-MODE
017100     ELSE
017200     IF MENU-PICK = 3
017300         PERFORM INQUIRE-MODE
017400     ELSE
017500     IF MENU-PICK = 4
017600         PERFORM DELETE-MODE.
017700
017800*---------------------------------
017900* ADD
018000*---------------------------------
018100 ADD-MODE.
018200     MOVE "ADD" TO THE-MODE.
018300     PERFORM GET-NEW-RECORD-KEY.
018400     PERFORM ADD-RECORDS
018500        UNTIL RBT-VENDOR = ZEROES.
018600
018700 GET-NEW-RECORD-KEY.
018800     PERFORM ACCEPT-NEW-RECORD-KEY.
018900     PERFORM RE-ACCEPT-NEW-RECORD-KEY
019000         UNTIL RBT-RECORD-FOUND = "N" OR
019100               RBT-VENDOR = ZEROES.
019200
019300 ACCEPT-NEW-RECORD-KEY.
019400     PERFORM INIT-RBT-RECORD.
019500     PERFORM ENTER-RBT-KEY.
019600     IF RBT-VENDOR NOT = ZEROES
019700         PERFORM READ-RBT-RECORD.
019800
019900 RE-ACCEPT-NEW-RECORD-KEY.
020000     DISPLAY "RECORD ALREADY ON FILE".
020100     PERFORM ACCEPT-NEW-RECORD-KEY.
020200
020300 ADD-RECORDS.
020400     PERFORM ENTER-REMAINING-FIELDS.
020500     PERFORM WRITE-RBT-RECORD.
020600     PERFORM GET-NEW-RECORD-KEY.
020700
020800 ENTER-REMAINING-FIELDS.
020900     PERFORM ENTER-RBT-START-DATE.
021000     PERFORM ENTER-RBT-END-DATE.
021100     PERFORM ENTER-RBT-BASIS.
021200     PERFORM ENTER-RBT-TIERS.
021300     PERFORM ENTER-RBT-CATEGORIES.
021400     PERFORM ENTER-RBT-RECEIVABLE-ACCOUNT.
021500     PERFORM ENTER-RBT-INCOME-ACCOUNT.
021600
021700*---------------------------------
021800* CHANGE
021900*---------------------------------
022000 CHANGE-MODE.
022100     MOVE "CHANGE" TO THE-MODE.
022200     PERFORM GET-EXISTING-RECORD.
022300     PERFORM CHANGE-RECORDS
022400        UNTIL RBT-VENDOR = ZEROES.
022500
022600*---------------------------------
022700* What a billed agreement earned
022800* is already on the vendor's
022900* refund receivable, so it is
023000* left as it was billed.
023100*---------------------------------
023200 CHANGE-RECORDS.
023300     IF RBT-IS-BILLED
023400         PERFORM DISPLAY-ALL-FIELDS
023500         DISPLAY "THIS AGREEMENT HAS BEEN BILLED -"
023600         DISPLAY "IT CANNOT BE CHANGED"
023700     ELSE
023800         PERFORM GET-FIELD-TO-CHANGE
023900         PERFORM CHANGE-ONE-FIELD
024000             UNTIL WHICH-FIELD = ZERO.
024100     PERFORM GET-EXISTING-RECORD.
024200
024300 GET-FIELD-TO-CHANGE.
024400     PERFORM DISPLAY-ALL-FIELDS.
024500     PERFORM ASK-WHICH-FIELD.
024600
024700 ASK-WHICH-FIELD.
024800     PERFORM ACCEPT-WHICH-FIELD.
024900     PERFORM RE-ACCEPT-WHICH-FIELD
025000         UNTIL WHICH-FIELD < 8.
025100
025200 ACCEPT-WHICH-FIELD.
025300     DISPLAY "ENTER THE NUMBER OF THE FIELD".
025400     DISPLAY "TO CHANGE (1-7) OR 0 TO EXIT".
025500     ACCEPT WHICH-FIELD.
025600
025700 RE-ACCEPT-WHICH-FIELD.
025800     DISPLAY "INVALID ENTRY".
025900     PERFORM ACCEPT-WHICH-FIELD.
026000
026100 CHANGE-ONE-FIELD.
026200     PERFORM CHANGE-THIS-FIELD.
026300     PERFORM GET-FIELD-TO-CHANGE.
026400
026500 CHANGE-THIS-FIELD.
026600     IF WHICH-FIELD = 1
026700         PERFORM ENTER-RBT-START-DATE
026800         IF RBT-END-DATE < RBT-START-DATE
026900             PERFORM ENTER-RBT-END-DATE
027000     ELSE
027100     IF WHICH-FIELD = 2
027200         PERFORM ENTER-RBT-END-DATE
027300     ELSE
027400     IF WHICH-FIELD = 3
027500         PERFORM ENTER-RBT-BASIS
027600     ELSE
027700     IF WHICH-FIELD = 4
027800         PERFORM ENTER-RBT-TIERS
027900     ELSE
028000     IF WHICH-FIELD = 5
028100         PERFORM ENTER-RBT-CATEGORIES
028200     ELSE
028300     IF WHICH-FIELD = 6
028400         PERFORM ENTER-RBT-RECEIVABLE-ACCOUNT
028500     ELSE
028600     IF WHICH-FIELD = 7
028700         PERFORM ENTER-RBT-INCOME-ACCOUNT.
028800
028900     PERFORM REWRITE-RBT-RECORD.
029000
029100*---------------------------------
029200* INQUIRE
029300*---------------------------------
029400 INQUIRE-MODE.
029500     MOVE "DISPLAY" TO THE-MODE.
029600     PERFORM GET-EXISTING-RECORD.
029700     PERFORM INQUIRE-RECORDS
029800        UNTIL RBT-VENDOR = ZEROES.
029900
030000 INQUIRE-RECORDS.
030100     PERFORM DISPLAY-ALL-FIELDS.
030200     PERFORM DISPLAY-PROGRESS.
030300     PERFORM GET-EXISTING-RECORD.
030400
030500*---------------------------------
030600* Progress as of the last month-
030700* end run.
030800*---------------------------------
030900 DISPLAY-PROGRESS.
031000     IF RBT-LAST-RUN-DATE = ZEROES
031100         DISPLAY "   NOT YET RUN AT MONTH END"
031200     ELSE
031300         PERFORM DISPLAY-LAST-RUN.
031400
031500 DISPLAY-LAST-RUN.
031600     PERFORM FIGURE-REBATE-TIER.
031700     MOVE RBT-LAST-RUN-DATE TO DATE-CCYYMMDD.
031800     PERFORM SHOW-REBATE-DATE.
031900     DISPLAY "   AS OF MONTH-END RUN " DATE-DISPLAY.
032000     MOVE RBT-SPEND TO AMOUNT-DISPLAY.
032100     DISPLAY "   QUALIFYING SPEND:  " AMOUNT-DISPLAY.
032200     DISPLAY "   TIER REACHED:      " RBT-TIER-REACHED.
032300     MOVE REBATE-TO-NEXT-TIER TO AMOUNT-DISPLAY.
032400     IF REBATE-TO-NEXT-TIER NOT = ZEROES
032500         DISPLAY "   TO NEXT TIER:      " AMOUNT-DISPLAY.
032600     MOVE RBT-ACCRUED TO AMOUNT-DISPLAY.
032700     DISPLAY "   REBATE ACCRUED:    " AMOUNT-DISPLAY.
032800     IF RBT-IS-BILLED
032900         MOVE RBT-BILLED-DATE TO DATE-CCYYMMDD
033000         PERFORM SHOW-REBATE-DATE
033100         DISPLAY "   BILLED " DATE-DISPLAY
033200                 " AS REFUND REQUEST " RBT-REFUND-SEQ.
033300
033400*---------------------------------
033500* DELETE
033600*---------------------------------
033700 DELETE-MODE.
033800     MOVE "DELETE" TO THE-MODE.
033900     PERFORM GET-EXISTING-RECORD.
034000     PERFORM DELETE-RECORDS
034100        UNTIL RBT-VENDOR = ZEROES.
034200
034300 DELETE-RECORDS.
034400     PERFORM DISPLAY-ALL-FIELDS.
034500     IF RBT-IS-ACTIVE
034600        AND RBT-ACCRUED NOT = ZEROES
034700         DISPLAY "A REBATE IS ACCRUED UNDER THIS AGREEMENT -"
034800         DISPLAY "IT CANNOT BE DELETED"
034900     ELSE
035000     PERFORM ASK-OK-TO-DELETE
035100     IF OK-TO-DELETE = "Y"
035200         PERFORM DELETE-RBT-RECORD.
035300     PERFORM GET-EXISTING-RECORD.
035400
035500 ASK-OK-TO-DELETE.
035600     PERFORM ACCEPT-OK-TO-DELETE.
035700     PERFORM RE-ACCEPT-OK-TO-DELETE
035800        UNTIL OK-TO-DELETE = "Y" OR "N".
035900
036000 ACCEPT-OK-TO-DELETE.
036100     DISPLAY "DELETE THIS RECORD (Y/N)?".
036200     ACCEPT OK-TO-DELETE.
036300     INSPECT OK-TO-DELETE
036400      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
036500
036600 RE-ACCEPT-OK-TO-DELETE.
036700     DISPLAY "YOU MUST ENTER YES OR NO".
036800     PERFORM ACCEPT-OK-TO-DELETE.
036900
037000*---------------------------------
037100* Routines shared by all modes
037200*---------------------------------
037300 INIT-RBT-RECORD.
037400     MOVE SPACE TO REBATE-RECORD.
037500     MOVE ZEROES TO RBT-VENDOR
037600                    RBT-YEAR
037700                    RBT-START-DATE
037800                    RBT-END-DATE
037900                    RBT-RECEIVABLE-ACCOUNT
038000                    RBT-INCOME-ACCOUNT
038100                    RBT-SPEND
038200                    RBT-TIER-REACHED
038300                    RBT-ACCRUED
038400                    RBT-LAST-RUN-DATE
038500                    RBT-BILLED-DATE
038600                    RBT-REFUND-SEQ.
038700     MOVE "A" TO RBT-STATUS.
038800     PERFORM CLEAR-ONE-RBT-TIER
038900         VARYING RBT-TIER-SUB FROM 1 BY 1
039000           UNTIL RBT-TIER-SUB > 5.
039100     PERFORM CLEAR-ONE-RBT-CATEGORY
039200         VARYING RBT-CATG-SUB FROM 1 BY 1
039300           UNTIL RBT-CATG-SUB > 5.
039400
039500 CLEAR-ONE-RBT-TIER.
039600     MOVE ZEROES TO RBT-TIER-THRESHOLD (RBT-TIER-SUB)
039700                    RBT-TIER-RATE (RBT-TIER-SUB).
039800
039900 CLEAR-ONE-RBT-CATEGORY.
040000     MOVE ZEROES TO RBT-CATEGORY (RBT-CATG-SUB).
040100
040200*---------------------------------
040300* A vendor of zero leaves the
040400* mode.
040500*---------------------------------
040600 ENTER-RBT-KEY.
040700     PERFORM ENTER-RBT-VENDOR.
040800     IF RBT-VENDOR NOT = ZEROES
040900         PERFORM ENTER-RBT-YEAR.
041000
041100 ENTER-RBT-VENDOR.
041200     PERFORM ACCEPT-RBT-VENDOR.
041300     PERFORM RE-ACCEPT-RBT-VENDOR
041400         UNTIL VENDOR-RECORD-FOUND = "Y"
041500            OR RBT-VENDOR = ZEROES.
041600
041700 ACCEPT-RBT-VENDOR.
041800     DISPLAY "ENTER VENDOR NUMBER (0 TO EXIT)".
041900     ACCEPT RBT-VENDOR.
042000     MOVE "N" TO VENDOR-RECORD-FOUND.
042100     IF RBT-VENDOR NOT = ZEROES
042200         MOVE RBT-VENDOR TO VENDOR-NUMBER
042300         PERFORM READ-VENDOR-RECORD
042400         IF VENDOR-RECORD-FOUND = "Y"
042500             DISPLAY "VENDOR: " VENDOR-NAME.
042600
042700 RE-ACCEPT-RBT-VENDOR.
042800     DISPLAY "VENDOR NOT ON FILE".
042900     PERFORM ACCEPT-RBT-VENDOR.
043000
043100 ENTER-RBT-YEAR.
043200     PERFORM ACCEPT-RBT-YEAR.
043300     PERFORM RE-ACCEPT-RBT-YEAR
043400         UNTIL RBT-YEAR > 1900.
043500
043600 ACCEPT-RBT-YEAR.
043700     DISPLAY "ENTER PROGRAM YEAR (CCYY)".
043800     ACCEPT RBT-YEAR.
043900
044000 RE-ACCEPT-RBT-YEAR.
044100     DISPLAY "ENTER A FOUR-DIGIT YEAR".
044200     PERFORM ACCEPT-RBT-YEAR.
044300
044400 ENTER-RBT-START-DATE.
044500     MOVE "N" TO ZERO-DATE-IS-OK.
044600     MOVE "ENTER PROGRAM START DATE (MM/DD/YYYY)"
044700         TO DATE-PROMPT.
044800     PERFORM GET-A-DATE.
044900     MOVE DATE-CCYYMMDD TO RBT-START-DATE.
045000
045100 ENTER-RBT-END-DATE.
045200     PERFORM ACCEPT-RBT-END-DATE.
045300     PERFORM RE-ACCEPT-RBT-END-DATE
045400         UNTIL RBT-END-DATE NOT < RBT-START-DATE.
045500
045600 ACCEPT-RBT-END-DATE.
045700     MOVE "N" TO ZERO-DATE-IS-OK.
045800     MOVE "ENTER PROGRAM END DATE (MM/DD/YYYY)"
045900         TO DATE-PROMPT.
046000     PERFORM GET-A-DATE.
046100     MOVE DATE-CCYYMMDD TO RBT-END-DATE.
046200
046300 RE-ACCEPT-RBT-END-DATE.
046400     DISPLAY "END DATE MAY NOT BE BEFORE THE START".
046500     PERFORM ACCEPT-RBT-END-DATE.
046600
046700 ENTER-RBT-BASIS.
046800     PERFORM ACCEPT-RBT-BASIS.
046900     PERFORM RE-ACCEPT-RBT-BASIS
047000         UNTIL RBT-ON-PAID OR RBT-ON-INVOICED.
047100
047200 ACCEPT-RBT-BASIS.
047300     DISPLAY "COUNT SPEND WHEN (I)NVOICED OR (P)AID?".
047400     ACCEPT RBT-BASIS.
047500     INSPECT RBT-BASIS
047600         CONVERTING LOWER-ALPHA
047700         TO         UPPER-ALPHA.
047800
047900 RE-ACCEPT-RBT-BASIS.
048000     DISPLAY "BASIS MUST BE I OR P".
048100     PERFORM ACCEPT-RBT-BASIS.
048200
048300*---------------------------------
048400* The tiers are re-keyed in full:
048500* up to five, each threshold
048600* above the one before, a rate
048700* of zero ending the list. At
048800* least one tier is needed.
048900*---------------------------------
049000 ENTER-RBT-TIERS.
049100     PERFORM CLEAR-ONE-RBT-TIER
049200         VARYING RBT-TIER-SUB FROM 1 BY 1
049300           UNTIL RBT-TIER-SUB > 5.
049400     MOVE "N" TO TIER-ENTRY-DONE.
049500     MOVE ZEROES TO PRIOR-THRESHOLD.
049600     MOVE 1 TO RBT-TIER-SUB.
049700     PERFORM ENTER-ONE-RBT-TIER
049800         UNTIL TIER-ENTRY-DONE = "Y"
049900            OR RBT-TIER-SUB > 5.
050000
050100 ENTER-ONE-RBT-TIER.
050200     PERFORM ACCEPT-RBT-TIER.
050300     PERFORM RE-ACCEPT-RBT-TIER
050400         UNTIL TIER-IS-GOOD = "Y".
050500     IF RATE-ENTRY = ZEROES
050600         MOVE "Y" TO TIER-ENTRY-DONE
050700     ELSE
050800         COMPUTE RBT-TIER-THRESHOLD (RBT-TIER-SUB) =
050900             AMOUNT-ENTRY / 100
051000         COMPUTE RBT-TIER-RATE (RBT-TIER-SUB) =
051100             RATE-ENTRY / 1000
051200         MOVE RBT-TIER-THRESHOLD (RBT-TIER-SUB)
051300           TO PRIOR-THRESHOLD
051400         ADD 1 TO RBT-TIER-SUB.
051500
051600 ACCEPT-RBT-TIER.
051700     DISPLAY "TIER " RBT-TIER-SUB
051800             " REBATE PERCENT WITH 3 DECIMALS AND NO".
051900     DISPLAY "DECIMAL POINT (2500 = 2.5%, 0 = DONE)".
052000     ACCEPT RATE-ENTRY.
052100     MOVE ZEROES TO AMOUNT-ENTRY.
052200     MOVE "Y" TO TIER-IS-GOOD.
052300     IF RATE-ENTRY = ZEROES
052400        AND RBT-TIER-SUB = 1
052500         MOVE "N" TO TIER-IS-GOOD
052600     ELSE
052700     IF RATE-ENTRY NOT = ZEROES
052800         PERFORM ACCEPT-RBT-THRESHOLD.
052900
053000 ACCEPT-RBT-THRESHOLD.
053100     DISPLAY "TIER " RBT-TIER-SUB
053200             " SPEND THRESHOLD WITH NO DECIMAL POINT".
053300     ACCEPT AMOUNT-ENTRY.
053400     IF RBT-TIER-SUB > 1
053500        AND AMOUNT-ENTRY / 100 NOT > PRIOR-THRESHOLD
053600         MOVE "N" TO TIER-IS-GOOD.
053700
053800 RE-ACCEPT-RBT-TIER.
053900     IF RBT-TIER-SUB = 1
054000        AND RATE-ENTRY = ZEROES
054100         DISPLAY "AT LEAST ONE TIER IS REQUIRED"
054200     ELSE
054300         DISPLAY "EACH THRESHOLD MUST BE ABOVE THE LAST".
054400     PERFORM ACCEPT-RBT-TIER.
054500
054600*---------------------------------
054700* The qualifying categories are
054800* re-keyed in full: up to five,
054900* a category of zero ending the
055000* list. None at all means all
055100* spend with the vendor counts.
055200*---------------------------------
055300 ENTER-RBT-CATEGORIES.
055400     PERFORM CLEAR-ONE-RBT-CATEGORY
055500         VARYING RBT-CATG-SUB FROM 1 BY 1
055600           UNTIL RBT-CATG-SUB > 5.
055700     MOVE "N" TO CATG-ENTRY-DONE.
055800     MOVE 1 TO RBT-CATG-SUB.
055900     PERFORM ENTER-ONE-RBT-CATEGORY
056000         UNTIL CATG-ENTRY-DONE = "Y"
056100            OR RBT-CATG-SUB > 5.
056200
056300 ENTER-ONE-RBT-CATEGORY.
056400     PERFORM ACCEPT-RBT-CATEGORY.
056500     PERFORM RE-ACCEPT-RBT-CATEGORY
056600         UNTIL CATG-RECORD-FOUND = "Y".
056700     IF CATEGORY-ENTRY = ZEROES
056800         MOVE "Y" TO CATG-ENTRY-DONE
056900     ELSE
057000         MOVE CATEGORY-ENTRY TO RBT-CATEGORY (RBT-CATG-SUB)
057100         ADD 1 TO RBT-CATG-SUB.
057200
057300 ACCEPT-RBT-CATEGORY.
057400     DISPLAY "QUALIFYING CATEGORY " RBT-CATG-SUB
057500             " (0 = DONE, NONE = ANY CATEGORY)".
057600     ACCEPT CATEGORY-ENTRY.
057700     IF CATEGORY-ENTRY = ZEROES
057800         MOVE "Y" TO CATG-RECORD-FOUND
057900     ELSE
058000         MOVE CATEGORY-ENTRY TO CATG-CODE
058100         PERFORM READ-CATG-RECORD
058200         IF CATG-RECORD-FOUND = "Y"
058300             DISPLAY "CATEGORY: " CATG-NAME.
058400
058500 RE-ACCEPT-RBT-CATEGORY.
058600     DISPLAY "NO CATEGORY ON FILE WITH THAT CODE".
058700     PERFORM ACCEPT-RBT-CATEGORY.
058800
058900 ENTER-RBT-RECEIVABLE-ACCOUNT.
059000     PERFORM ACCEPT-RBT-RECEIVABLE-ACCOUNT.
059100     PERFORM RE-ACCEPT-RBT-RECEIVABLE-ACCT
059200         UNTIL ACCOUNT-IS-GOOD = "Y".
059300
059400 ACCEPT-RBT-RECEIVABLE-ACCOUNT.
059500     DISPLAY "ENTER G/L REBATE RECEIVABLE ACCOUNT".
059600     ACCEPT RBT-RECEIVABLE-ACCOUNT.
059700     MOVE RBT-RECEIVABLE-ACCOUNT TO ACCOUNT-NUMBER.
059800     PERFORM READ-ACCOUNT-RECORD.
059900     IF ACCOUNT-IS-GOOD = "Y"
060000         IF NOT ACCOUNT-IS-ASSET
060100             MOVE "N" TO ACCOUNT-IS-GOOD.
060200
060300 RE-ACCEPT-RBT-RECEIVABLE-ACCT.
060400     DISPLAY "ACCOUNT MUST BE AN ACTIVE ASSET ACCOUNT".
060500     PERFORM ACCEPT-RBT-RECEIVABLE-ACCOUNT.
060600
060700 ENTER-RBT-INCOME-ACCOUNT.
060800     PERFORM ACCEPT-RBT-INCOME-ACCOUNT.
060900     PERFORM RE-ACCEPT-RBT-INCOME-ACCOUNT
061000         UNTIL ACCOUNT-IS-GOOD = "Y".
061100
061200 ACCEPT-RBT-INCOME-ACCOUNT.
061300     DISPLAY "ENTER G/L REBATE INCOME ACCOUNT".
061400     ACCEPT RBT-INCOME-ACCOUNT.
061500     MOVE RBT-INCOME-ACCOUNT TO ACCOUNT-NUMBER.
061600     PERFORM READ-ACCOUNT-RECORD.
061700     IF ACCOUNT-IS-GOOD = "Y"
061800         IF NOT ACCOUNT-IS-INCOME
061900             MOVE "N" TO ACCOUNT-IS-GOOD.
062000
062100 RE-ACCEPT-RBT-INCOME-ACCOUNT.
062200     DISPLAY "ACCOUNT MUST BE AN ACTIVE INCOME ACCOUNT".
062300     PERFORM ACCEPT-RBT-INCOME-ACCOUNT.
062400
062500 GET-EXISTING-RECORD.
062600     PERFORM ACCEPT-EXISTING-KEY.
062700     PERFORM RE-ACCEPT-EXISTING-KEY
062800         UNTIL RBT-RECORD-FOUND = "Y" OR
062900               RBT-VENDOR = ZEROES.
063000
063100 ACCEPT-EXISTING-KEY.
063200     PERFORM INIT-RBT-RECORD.
063300     PERFORM ENTER-RBT-KEY.
063400     IF RBT-VENDOR NOT = ZEROES
063500         PERFORM READ-RBT-RECORD.
063600
063700 RE-ACCEPT-EXISTING-KEY.
063800     DISPLAY "NO AGREEMENT FOUND FOR THAT VENDOR AND YEAR".
063900     PERFORM ACCEPT-EXISTING-KEY.
064000
064100 DISPLAY-ALL-FIELDS.
064200     MOVE RBT-VENDOR TO VENDOR-NUMBER.
064300     PERFORM READ-VENDOR-RECORD.
064400     IF VENDOR-RECORD-FOUND NOT = "Y"
064500         MOVE "*VENDOR NOT ON FILE*" TO VENDOR-NAME.
064600     DISPLAY "VENDOR: " RBT-VENDOR " " VENDOR-NAME
064700             "  PROGRAM YEAR: " RBT-YEAR.
064800     MOVE RBT-START-DATE TO DATE-CCYYMMDD.
064900     PERFORM SHOW-REBATE-DATE.
065000     DISPLAY "1. START DATE: " DATE-DISPLAY.
065100     MOVE RBT-END-DATE TO DATE-CCYYMMDD.
065200     PERFORM SHOW-REBATE-DATE.
065300     DISPLAY "2. END DATE: " DATE-DISPLAY.
065400     IF RBT-ON-PAID
065500         DISPLAY "3. BASIS: P (PAID)"
065600     ELSE
065700         DISPLAY "3. BASIS: I (INVOICED)".
065800     DISPLAY "4. TIERS:".
065900     PERFORM DISPLAY-ONE-RBT-TIER
066000         VARYING RBT-TIER-SUB FROM 1 BY 1
066100           UNTIL RBT-TIER-SUB > 5.
066200     DISPLAY "5. CATEGORIES: " RBT-CATEGORY (1)
066300             " " RBT-CATEGORY (2) " " RBT-CATEGORY (3)
066400             " " RBT-CATEGORY (4) " " RBT-CATEGORY (5).
066500     DISPLAY "6. RECEIVABLE ACCOUNT: " RBT-RECEIVABLE-ACCOUNT.
066600     DISPLAY "7. INCOME ACCOUNT: " RBT-INCOME-ACCOUNT.
066700
066800 DISPLAY-ONE-RBT-TIER.
066900     IF RBT-TIER-RATE (RBT-TIER-SUB) NOT = ZEROES
067000         MOVE RBT-TIER-THRESHOLD (RBT-TIER-SUB)
067100           TO AMOUNT-DISPLAY
067200         MOVE RBT-TIER-RATE (RBT-TIER-SUB) TO RATE-DISPLAY
067300         DISPLAY "   " RBT-TIER-SUB ". FROM "
067400                 AMOUNT-DISPLAY "  " RATE-DISPLAY "%".
067500
067600 SHOW-REBATE-DATE.
067700     IF DATE-CCYYMMDD = ZEROES
067800         MOVE ZEROES TO DATE-DISPLAY
067900     ELSE
068000         PERFORM FORMAT-THE-DATE
068100         MOVE FORMATTED-DATE TO DATE-DISPLAY.
068200
068300 READ-RBT-RECORD.
068400     MOVE "Y" TO RBT-RECORD-FOUND.
068500     READ REBATE-FILE RECORD
068600         INVALID KEY
068700         MOVE "N" TO RBT-RECORD-FOUND.
068800
068900 READ-VENDOR-RECORD.
069000     MOVE "Y" TO VENDOR-RECORD-FOUND.
069100     READ VENDOR-FILE RECORD
069200         INVALID KEY
069300         MOVE "N" TO VENDOR-RECORD-FOUND.
069400
069500 READ-CATG-RECORD.
069600     MOVE "Y" TO CATG-RECORD-FOUND.
069700     READ CATEGORY-FILE RECORD
069800         INVALID KEY
069900         MOVE "N" TO CATG-RECORD-FOUND.
070000
070100 READ-ACCOUNT-RECORD.
070200     MOVE "Y" TO ACCOUNT-IS-GOOD.
070300     READ ACCOUNT-FILE RECORD
070400         INVALID KEY
070500         MOVE "N" TO ACCOUNT-IS-GOOD.
070600     IF ACCOUNT-IS-GOOD = "Y"
070700         IF NOT ACCOUNT-IS-ACTIVE
070800             MOVE "N" TO ACCOUNT-IS-GOOD.
070900
071000 WRITE-RBT-RECORD.
071100     WRITE REBATE-RECORD
071200         INVALID KEY
071300         DISPLAY "RECORD ALREADY ON FILE".
071400
071500 REWRITE-RBT-RECORD.
071600     REWRITE REBATE-RECORD
071700         INVALID KEY
071800         DISPLAY "ERROR REWRITING REBATE AGREEMENT".
071900
072000 DELETE-RBT-RECORD.
072100     DELETE REBATE-FILE RECORD
072200         INVALID KEY
072300         DISPLAY "ERROR DELETING REBATE AGREEMENT".
072400
072500*---------------------------------
072600* Utility routines.
072700*---------------------------------
072800     COPY "PLDATE01.CBL".
072900     COPY "PLSIGN01.CBL".
073000     COPY "PLRBT01.CBL".

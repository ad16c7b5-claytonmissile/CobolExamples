000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ALCMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the Shared Cost Allocation
000600* Rule File - the home-office
000700* source account a rule empties
000800* each month, the basis it
000900* spreads on and the target
001000* accounts and stores that take
001100* the shares. Accounts must be
001200* active expense accounts on the
001300* Chart of Accounts and stores
001400* must be on the Store Codes
001500* File. A source account has one
001600* rule per company, so a month's
001700* charges can never be allocated
001800* twice over.
001900*---------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300
002400     COPY "SLALCR.CBL".
002500
002600     COPY "SLACCT.CBL".
002700
002800     COPY "SLSTORE.CBL".
002900
003000     COPY "SLCOMP.CBL".
003100
003200     COPY "SLOPER.CBL".
003300
003400     COPY "SLSONLOG.CBL".
003500
003600     COPY "SLSESS.CBL".
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000
004100     COPY "FDALCR.CBL".
004200
004300     COPY "FDACCT.CBL".
004400
004500     COPY "FDSTORE.CBL".
004600
004700     COPY "FDCOMP.CBL".
004800
004900     COPY "FDOPER.CBL".
005000
005100     COPY "FDSONLOG.CBL".
005200
005300     COPY "FDSESS.CBL".
005400
005500 WORKING-STORAGE SECTION.
005600
005700 77  MENU-PICK                    PIC 9.
005800     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
005900
006000 77  THE-MODE                     PIC X(7).
006100 77  WHICH-FIELD                  PIC 9.
006200 77  OK-TO-DELETE                 PIC X.
006300 77  RULE-RECORD-FOUND            PIC X.
006400 77  RULE-FILE-AT-END             PIC X.
006500 77  ACCOUNT-IS-GOOD              PIC X.
006600 77  SOURCE-IS-GOOD               PIC X.
006700 77  STORE-RECORD-FOUND           PIC X.
006800 77  TARGET-STORE-IS-GOOD         PIC X.
006900 77  TARGETS-ARE-GOOD             PIC X.
007000 77  MORE-TARGETS                 PIC X.
007100 77  TARGET-SUB                   PIC 99.
007200 77  CHECK-SUB                    PIC 99.
007300 77  RULE-ID-FIELD                PIC Z(3).
007400 77  STORE-FIELD                  PIC Z(2).
007500 77  PERCENT-ENTRY                PIC 9(5).
007600 77  PERCENT-TOTAL                PIC 9(5)V99.
007700 77  THIS-RULE-ID                 PIC 9(03).
007800 77  THIS-RULE-COMPANY            PIC 9(02).
007900
008000 77  SOURCE-ERROR                 PIC X(40).
008100 77  TARGET-STORE-ERROR           PIC X(40).
008200
008300*---------------------------------
008400* The target being keyed, held
008500* here until every part of it
008600* has passed its edit.
008700*---------------------------------
008800 01  TARGET-ENTRY.
008900     05  TARGET-ACCOUNT           PIC 9(05).
009000     05  TARGET-STORE             PIC 9(02).
009100     05  TARGET-PERCENT           PIC 9(03)V99.
009200
009300*---------------------------------
009400* The rule being maintained is
009500* held here while the rule file
009600* is searched for another rule
009700* on the same source account.
009800*---------------------------------
009900 01  SAVED-RULE-RECORD            PIC X(1231).
010000
010100 01  PERCENT-DISPLAY              PIC ZZ9.99.
010200 01  BASIS-DISPLAY                PIC X(20).
010300 01  TARGET-STORE-DISPLAY         PIC X(04).
010400
010500     COPY "WSCASE01.CBL".
010600
010700     COPY "WSAUDIT01.CBL".
010800
010900     COPY "WSSIGN01.CBL".
011000
011100     COPY "WSCOMP01.CBL".
011200
011300 PROCEDURE DIVISION.
011400 PROGRAM-BEGIN.
011500     PERFORM OPENING-PROCEDURE.
011600     MOVE "ALCMNT01" TO SIGN-ON-PROGRAM.
011700     PERFORM GET-OPERATOR-SIGN-ON.
011800     IF OPERATOR-IS-SIGNED-ON
011900        AND SIGN-ON-CAN-MAINT = "Y"
012000         PERFORM MAIN-PROCESS
012100     ELSE
012200     IF OPERATOR-IS-SIGNED-ON
012300         DISPLAY "YOU ARE NOT AUTHORIZED FOR ALLOCATION"
012400         DISPLAY "RULE MAINTENANCE".
012500     PERFORM CLOSING-PROCEDURE.
012600
012700 PROGRAM-EXIT.
012800     EXIT PROGRAM.
012900
013000 PROGRAM-DONE.
013100     STOP RUN.
013200
013300 OPENING-PROCEDURE.
013400     OPEN I-O OPERATOR-FILE.
013500     OPEN I-O COMPANY-FILE.
013600     OPEN I-O ALLOC-RULE-FILE.
013700     OPEN INPUT ACCOUNT-FILE.
013800     OPEN INPUT STORE-FILE.
013900
014000 CLOSING-PROCEDURE.
014100     CLOSE OPERATOR-FILE.
014200     CLOSE COMPANY-FILE.
014300     CLOSE ALLOC-RULE-FILE.
014400     CLOSE ACCOUNT-FILE.
014500     CLOSE STORE-FILE.
014600
014700 MAIN-PROCESS.
014800     PERFORM GET-COMPANY-CODE.
014900     PERFORM GET-MENU-PICK.
015000     PERFORM MAINTAIN-THE-FILE
015100         UNTIL MENU-PICK = 0.
015200
015300*---------------------------------
015400* MENU
015500*---------------------------------
015600 GET-MENU-PICK.
015700     PERFORM DISPLAY-THE-MENU.
015800     PERFORM ACCEPT-MENU-PICK.
015900     PERFORM RE-ACCEPT-MENU-PICK
016000         UNTIL MENU-PICK-IS-VALID.
016100
016200 DISPLAY-THE-MENU.
016300     DISPLAY "    ALLOCATION RULES - PLEASE SELECT:".
016400     DISPLAY " ".
016500     DISPLAY "          1.  ADD RECORDS".
016600     DISPLAY "          2.  CHANGE A RECORD".
016700     DISPLAY "          3.  LOOK UP A RECORD".
016800     DISPLAY "          4.  DELETE A RECORD".
016900     DISPLAY " ".
017000     DISPLAY "          0.  EXIT".
017100
017200 ACCEPT-MENU-PICK.
017300     DISPLAY "YOUR CHOICE (0-4)?".
017400     ACCEPT MENU-PICK.
017500
017600 RE-ACCEPT-MENU-PICK.
017700     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
017800     PERFORM ACCEPT-MENU-PICK.
017900
018000 MAINTAIN-THE-FILE.
018100     PERFORM DO-THE-PICK.
018200     PERFORM GET-MENU-PICK.
018300
018400 DO-THE-PICK.
018500     IF MENU-PICK = 1
018600         PERFORM ADD-MODE
018700     ELSE
018800     IF MENU-PICK = 2
018900         PERFORM CHANGE-MODE
019000     ELSE
019100     IF MENU-PICK = 3
019200         PERFORM INQUIRE-MODE
019300     ELSE
019400     IF MENU-PICK = 4
019500         PERFORM DELETE-MODE.
019600
019700*---------------------------------
019800* ADD
019900*---------------------------------
020000 ADD-MODE.
020100     MOVE "ADD" TO THE-MODE.
020200     PERFORM GET-NEW-RECORD-KEY.
020300     PERFORM ADD-RECORDS
020400        UNTIL ALC-RULE-ID = ZEROES.
020500
020600 GET-NEW-RECORD-KEY.
020700     PERFORM ACCEPT-NEW-RECORD-KEY.
020800     PERFORM RE-ACCEPT-NEW-RECORD-KEY
020900         UNTIL RULE-RECORD-FOUND = "N" OR
021000               ALC-RULE-ID = ZEROES.
021100
021200 ACCEPT-NEW-RECORD-KEY.
021300     PERFORM INIT-RULE-RECORD.
021400     PERFORM ENTER-ALC-RULE-ID.
021500     IF ALC-RULE-ID NOT = ZEROES
021600         PERFORM READ-RULE-RECORD.
021700
021800 RE-ACCEPT-NEW-RECORD-KEY.
021900     DISPLAY "RECORD ALREADY ON FILE".
022000     PERFORM ACCEPT-NEW-RECORD-KEY.
022100
022200*---------------------------------
022300* A rule whose targets do not
022400* pass is not saved.
022500*---------------------------------
022600 ADD-RECORDS.
022700     MOVE SIGN-ON-COMPANY TO ALC-COMPANY.
022800     PERFORM ENTER-ALC-DESC.
022900     PERFORM ENTER-ALC-SOURCE-ACCOUNT.
023000     PERFORM ENTER-ALC-BASIS.
023100     PERFORM ENTER-ALC-TARGETS.
023200     PERFORM CHECK-ALC-TARGETS.
023300     IF TARGETS-ARE-GOOD = "Y"
023400         PERFORM WRITE-RULE-RECORD
023500     ELSE
023600         DISPLAY "RULE NOT SAVED".
023700     PERFORM GET-NEW-RECORD-KEY.
023800
023900*---------------------------------
024000* CHANGE
024100*---------------------------------
024200 CHANGE-MODE.
024300     MOVE "CHANGE" TO THE-MODE.
024400     PERFORM GET-EXISTING-RECORD.
024500     PERFORM CHANGE-RECORDS
024600        UNTIL ALC-RULE-ID = ZEROES.
024700
024800 CHANGE-RECORDS.
024900     PERFORM GET-FIELD-TO-CHANGE.
025000     PERFORM CHANGE-ONE-FIELD
025100         UNTIL WHICH-FIELD = ZERO.
025200     PERFORM GET-EXISTING-RECORD.
025300
025400 GET-FIELD-TO-CHANGE.
025500     PERFORM DISPLAY-ALL-FIELDS.
025600     PERFORM ASK-WHICH-FIELD.
025700
025800 ASK-WHICH-FIELD.
025900     PERFORM ACCEPT-WHICH-FIELD.
026000     PERFORM RE-ACCEPT-WHICH-FIELD
026100         UNTIL WHICH-FIELD < 4.
026200
026300 ACCEPT-WHICH-FIELD.
026400     DISPLAY "ENTER THE NUMBER OF THE FIELD".
026500     DISPLAY "TO CHANGE (1-3) OR 0 TO EXIT".
026600     ACCEPT WHICH-FIELD.
026700
026800 RE-ACCEPT-WHICH-FIELD.
026900     DISPLAY "INVALID ENTRY".
027000     PERFORM ACCEPT-WHICH-FIELD.
027100
027200 CHANGE-ONE-FIELD.
027300     PERFORM CHANGE-THIS-FIELD.
027400     PERFORM GET-FIELD-TO-CHANGE.
027500
027600*---------------------------------
027700* The basis and targets are
027800* re-keyed as a set. If they do
027900* not pass the old ones are
028000* kept.
028100*---------------------------------
028200 CHANGE-THIS-FIELD.
028300     IF WHICH-FIELD = 1
028400         PERFORM ENTER-ALC-DESC             ELSE
028500     IF WHICH-FIELD = 2
028600         PERFORM ENTER-ALC-SOURCE-ACCOUNT   ELSE
028700     IF WHICH-FIELD = 3
028800         PERFORM CHANGE-ALC-TARGETS.
028900
029000     PERFORM REWRITE-RULE-RECORD.
029100
029200 CHANGE-ALC-TARGETS.
029300     PERFORM ENTER-ALC-BASIS.
029400     PERFORM ENTER-ALC-TARGETS.
029500     PERFORM CHECK-ALC-TARGETS.
029600     IF TARGETS-ARE-GOOD = "N"
029700         DISPLAY "OLD BASIS AND TARGETS KEPT"
029800         PERFORM READ-RULE-RECORD.
029900
030000*---------------------------------
030100* INQUIRE
030200*---------------------------------
030300 INQUIRE-MODE.
030400     MOVE "DISPLAY" TO THE-MODE.
030500     PERFORM GET-EXISTING-RECORD.
030600     PERFORM INQUIRE-RECORDS
030700        UNTIL ALC-RULE-ID = ZEROES.
030800
030900 INQUIRE-RECORDS.
031000     PERFORM DISPLAY-ALL-FIELDS.
031100     PERFORM GET-EXISTING-RECORD.
031200
031300*---------------------------------
031400* DELETE
031500*---------------------------------
031600 DELETE-MODE.
031700     MOVE "DELETE" TO THE-MODE.
031800     PERFORM GET-EXISTING-RECORD.
031900     PERFORM DELETE-RECORDS
032000        UNTIL ALC-RULE-ID = ZEROES.
032100
032200 DELETE-RECORDS.
032300     PERFORM DISPLAY-ALL-FIELDS.
032400     PERFORM ASK-OK-TO-DELETE.
032500     IF OK-TO-DELETE = "Y"
032600         PERFORM DELETE-RULE-RECORD.
032700     PERFORM GET-EXISTING-RECORD.
032800
032900 ASK-OK-TO-DELETE.
033000     PERFORM ACCEPT-OK-TO-DELETE.
033100     PERFORM RE-ACCEPT-OK-TO-DELETE
033200        UNTIL OK-TO-DELETE = "Y" OR "N".
033300
033400 ACCEPT-OK-TO-DELETE.
033500     DISPLAY "DELETE THIS RECORD (Y/N)?".
033600     ACCEPT OK-TO-DELETE.
033700     INSPECT OK-TO-DELETE
033800      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
033900
034000 RE-ACCEPT-OK-TO-DELETE.
034100     DISPLAY "YOU MUST ENTER YES OR NO".
034200     PERFORM ACCEPT-OK-TO-DELETE.
034300
034400*---------------------------------
034500* Routines shared by all modes
034600*---------------------------------
034700 INIT-RULE-RECORD.
034800     MOVE SPACE TO ALLOC-RULE-RECORD.
034900     MOVE ZEROES TO ALC-RULE-ID
035000                    ALC-COMPANY
035100                    ALC-SOURCE-ACCOUNT
035200                    ALC-TARGET-COUNT.
035300
035400 ENTER-ALC-RULE-ID.
035500     DISPLAY "ENTER RULE ID (1-999)".
035600     DISPLAY "ENTER 0 TO EXIT".
035700     ACCEPT RULE-ID-FIELD.
035800     MOVE RULE-ID-FIELD TO ALC-RULE-ID.
035900
036000 ENTER-ALC-DESC.
036100     PERFORM ACCEPT-ALC-DESC.
036200     PERFORM RE-ACCEPT-ALC-DESC
036300         UNTIL ALC-DESC NOT = SPACE.
036400
036500 ACCEPT-ALC-DESC.
036600     DISPLAY "ENTER RULE DESCRIPTION".
036700     ACCEPT ALC-DESC.
036800     INSPECT ALC-DESC
036900         CONVERTING LOWER-ALPHA
037000         TO         UPPER-ALPHA.
037100
037200 RE-ACCEPT-ALC-DESC.
037300     DISPLAY "DESCRIPTION MUST BE ENTERED".
037400     PERFORM ACCEPT-ALC-DESC.
037500
037600*---------------------------------
037700* The home-office account the
037800* shared cost is paid into. It
037900* must be an active expense
038000* account and not the source of
038100* another rule in the company.
038200*---------------------------------
038300 ENTER-ALC-SOURCE-ACCOUNT.
038400     PERFORM ACCEPT-ALC-SOURCE-ACCOUNT.
038500     PERFORM RE-ACCEPT-ALC-SOURCE-ACCOUNT
038600         UNTIL SOURCE-IS-GOOD = "Y".
038700
038800 ACCEPT-ALC-SOURCE-ACCOUNT.
038900     DISPLAY "ENTER G/L SOURCE ACCOUNT TO ALLOCATE".
039000     ACCEPT ALC-SOURCE-ACCOUNT.
039100     MOVE ALC-SOURCE-ACCOUNT TO ACCOUNT-NUMBER.
039200     PERFORM READ-ACCOUNT-RECORD.
039300     MOVE "Y" TO SOURCE-IS-GOOD.
039400     IF ACCOUNT-IS-GOOD = "N"
039500         MOVE "N" TO SOURCE-IS-GOOD
039600         MOVE "ACCOUNT MUST BE AN ACTIVE EXPENSE ACCOUNT"
039700             TO SOURCE-ERROR
039800     ELSE
039900         PERFORM CHECK-SOURCE-NOT-TAKEN.
040000
040100 RE-ACCEPT-ALC-SOURCE-ACCOUNT.
040200     DISPLAY SOURCE-ERROR.
040300     PERFORM ACCEPT-ALC-SOURCE-ACCOUNT.
040400
040500 CHECK-SOURCE-NOT-TAKEN.
040600     MOVE ALLOC-RULE-RECORD TO SAVED-RULE-RECORD.
040700     MOVE ALC-RULE-ID TO THIS-RULE-ID.
040800     MOVE ALC-COMPANY TO THIS-RULE-COMPANY.
040900     MOVE "N" TO RULE-FILE-AT-END.
041000     MOVE ZEROES TO ALC-RULE-ID.
041100     START ALLOC-RULE-FILE KEY NOT < ALC-RULE-ID
041200         INVALID KEY
041300         MOVE "Y" TO RULE-FILE-AT-END.
041400     PERFORM CHECK-NEXT-RULE
041500         UNTIL RULE-FILE-AT-END = "Y".
041600     MOVE SAVED-RULE-RECORD TO ALLOC-RULE-RECORD.
041700
041800 CHECK-NEXT-RULE.
041900     READ ALLOC-RULE-FILE NEXT RECORD
042000         AT END MOVE "Y" TO RULE-FILE-AT-END.
042100     IF RULE-FILE-AT-END NOT = "Y"
042200        AND ALC-RULE-ID NOT = THIS-RULE-ID
042300        AND ALC-COMPANY = THIS-RULE-COMPANY
042400        AND ALC-SOURCE-ACCOUNT = ACCOUNT-NUMBER
042500         MOVE "N" TO SOURCE-IS-GOOD
042600         MOVE "ANOTHER RULE ALREADY ALLOCATES IT"
042700             TO SOURCE-ERROR
042800         MOVE "Y" TO RULE-FILE-AT-END.
042900
043000 ENTER-ALC-BASIS.
043100     PERFORM ACCEPT-ALC-BASIS.
043200     PERFORM RE-ACCEPT-ALC-BASIS
043300         UNTIL ALC-BASIS-IS-VALID.
043400
043500 ACCEPT-ALC-BASIS.
043600     DISPLAY "ENTER BASIS - F (FIXED PERCENTAGES),".
043700     DISPLAY "S (SHARE OF SALES) OR Q (SQUARE FEET)".
043800     ACCEPT ALC-BASIS.
043900     INSPECT ALC-BASIS
044000         CONVERTING LOWER-ALPHA
044100         TO         UPPER-ALPHA.
044200
044300 RE-ACCEPT-ALC-BASIS.
044400     DISPLAY "BASIS MUST BE F, S OR Q".
044500     PERFORM ACCEPT-ALC-BASIS.
044600
044700*---------------------------------
044800* A zero account ends the
044900* targets.
045000*---------------------------------
045100 ENTER-ALC-TARGETS.
045200     MOVE ZEROES TO ALC-TARGET-COUNT
045300                    PERCENT-TOTAL.
045400     MOVE "Y" TO MORE-TARGETS.
045500     PERFORM ENTER-ONE-TARGET
045600         UNTIL MORE-TARGETS = "N"
045700            OR ALC-TARGET-COUNT = 99.
045800
045900 ENTER-ONE-TARGET.
046000     COMPUTE TARGET-SUB = ALC-TARGET-COUNT + 1.
046100     DISPLAY "TARGET " TARGET-SUB.
046200     PERFORM ENTER-TARGET-ACCOUNT.
046300     IF TARGET-ACCOUNT = ZEROES
046400         MOVE "N" TO MORE-TARGETS
046500     ELSE
046600         PERFORM ENTER-TARGET-STORE
046700         PERFORM ENTER-TARGET-PERCENT
046800         MOVE TARGET-ENTRY TO ALC-TARGET (TARGET-SUB)
046900         ADD 1 TO ALC-TARGET-COUNT
047000         ADD TARGET-PERCENT TO PERCENT-TOTAL.
047100
047200*---------------------------------
047300* The account the share is
047400* charged to - an active expense
047500* account other than the source.
047600*---------------------------------
047700 ENTER-TARGET-ACCOUNT.
047800     PERFORM ACCEPT-TARGET-ACCOUNT.
047900     PERFORM RE-ACCEPT-TARGET-ACCOUNT
048000         UNTIL TARGET-ACCOUNT = ZEROES
048100            OR ACCOUNT-IS-GOOD = "Y".
048200
048300 ACCEPT-TARGET-ACCOUNT.
048400     MOVE ZEROES TO TARGET-ENTRY.
048500     DISPLAY "ENTER G/L TARGET ACCOUNT".
048600     DISPLAY "ENTER 0 TO END THE TARGETS".
048700     ACCEPT TARGET-ACCOUNT.
048800     MOVE TARGET-ACCOUNT TO ACCOUNT-NUMBER.
048900     PERFORM READ-ACCOUNT-RECORD.
049000     IF TARGET-ACCOUNT = ALC-SOURCE-ACCOUNT
049100         MOVE "N" TO ACCOUNT-IS-GOOD.
049200
049300 RE-ACCEPT-TARGET-ACCOUNT.
049400     DISPLAY "ACCOUNT MUST BE AN ACTIVE EXPENSE ACCOUNT".
049500     DISPLAY "OTHER THAN THE SOURCE ACCOUNT".
049600     PERFORM ACCEPT-TARGET-ACCOUNT.
049700
049800*---------------------------------
049900* A store may take only one
050000* share of a sales or square
050100* footage rule; a fixed rule may
050200* not repeat an account and
050300* store pair, and may leave the
050400* store zero.
050500*---------------------------------
050600 ENTER-TARGET-STORE.
050700     PERFORM ACCEPT-TARGET-STORE.
050800     PERFORM RE-ACCEPT-TARGET-STORE
050900         UNTIL TARGET-STORE-IS-GOOD = "Y".
051000
051100 ACCEPT-TARGET-STORE.
051200     IF ALC-BASIS-IS-FIXED
051300         DISPLAY "ENTER STORE (1-99), 0 FOR NO STORE"
051400     ELSE
051500         DISPLAY "ENTER STORE (1-99)".
051600     ACCEPT STORE-FIELD.
051700     MOVE STORE-FIELD TO TARGET-STORE.
051800     PERFORM CHECK-TARGET-STORE.
051900
052000 RE-ACCEPT-TARGET-STORE.
052100     DISPLAY TARGET-STORE-ERROR.
052200     PERFORM ACCEPT-TARGET-STORE.
052300
052400 CHECK-TARGET-STORE.
052500     MOVE "Y" TO TARGET-STORE-IS-GOOD.
052600     IF TARGET-STORE = ZEROES
052700        AND NOT ALC-BASIS-IS-FIXED
052800         MOVE "N" TO TARGET-STORE-IS-GOOD
052900         MOVE "A STORE MUST BE ENTERED" TO TARGET-STORE-ERROR
053000     ELSE
053100     IF TARGET-STORE NOT = ZEROES
053200         PERFORM READ-STORE-RECORD
053300         IF STORE-RECORD-FOUND = "N"
053400             MOVE "N" TO TARGET-STORE-IS-GOOD
053500             MOVE "NO STORE ON FILE WITH THAT CODE"
053600                 TO TARGET-STORE-ERROR.
053700     IF TARGET-STORE-IS-GOOD = "Y"
053800         PERFORM CHECK-ONE-EARLIER-TARGET
053900             VARYING CHECK-SUB FROM 1 BY 1
054000             UNTIL CHECK-SUB > ALC-TARGET-COUNT.
054100
054200 CHECK-ONE-EARLIER-TARGET.
054300     IF ALC-TARGET-STORE (CHECK-SUB) = TARGET-STORE
054400         IF NOT ALC-BASIS-IS-FIXED
054500             MOVE "N" TO TARGET-STORE-IS-GOOD
054600             MOVE "THAT STORE IS ALREADY A TARGET"
054700                 TO TARGET-STORE-ERROR
054800         ELSE
054900         IF ALC-TARGET-ACCOUNT (CHECK-SUB) = TARGET-ACCOUNT
055000             MOVE "N" TO TARGET-STORE-IS-GOOD
055100             MOVE "THAT ACCOUNT AND STORE ARE ALREADY A TARGET"
055200                 TO TARGET-STORE-ERROR.
055300
055400*---------------------------------
055500* Fixed percentages are keyed in
055600* hundredths with no decimal
055700* point - 02500 is 25.00%. The
055800* other bases work their shares
055900* out each month.
056000*---------------------------------
056100 ENTER-TARGET-PERCENT.
056200     MOVE ZEROES TO TARGET-PERCENT.
056300     IF ALC-BASIS-IS-FIXED
056400         PERFORM ACCEPT-TARGET-PERCENT
056500         PERFORM RE-ACCEPT-TARGET-PERCENT
056600             UNTIL TARGET-PERCENT > ZEROES
056700               AND TARGET-PERCENT NOT > 100.
056800
056900 ACCEPT-TARGET-PERCENT.
057000     DISPLAY "ENTER PERCENT IN HUNDREDTHS (02500 = 25.00%)".
057100     ACCEPT PERCENT-ENTRY.
057200     COMPUTE TARGET-PERCENT = PERCENT-ENTRY / 100.
057300
057400 RE-ACCEPT-TARGET-PERCENT.
057500     DISPLAY "PERCENT MUST BE MORE THAN 0 AND NOT OVER 100".
057600     PERFORM ACCEPT-TARGET-PERCENT.
057700
057800*---------------------------------
057900* There must be a target, and
058000* fixed percentages must spread
058100* the whole amount.
058200*---------------------------------
058300 CHECK-ALC-TARGETS.
058400     MOVE "Y" TO TARGETS-ARE-GOOD.
058500     IF ALC-TARGET-COUNT = ZEROES
058600         MOVE "N" TO TARGETS-ARE-GOOD
058700         DISPLAY "NO TARGETS ENTERED"
058800     ELSE
058900     IF ALC-BASIS-IS-FIXED
059000        AND PERCENT-TOTAL NOT = 100
059100         MOVE "N" TO TARGETS-ARE-GOOD
059200         MOVE PERCENT-TOTAL TO PERCENT-DISPLAY
059300         DISPLAY "PERCENTAGES ADD TO " PERCENT-DISPLAY
059400                 " - THEY MUST ADD TO 100.00".
059500
059600 GET-EXISTING-RECORD.
059700     PERFORM ACCEPT-EXISTING-KEY.
059800     PERFORM RE-ACCEPT-EXISTING-KEY
059900         UNTIL RULE-RECORD-FOUND = "Y" OR
060000               ALC-RULE-ID = ZEROES.
060100
060200 ACCEPT-EXISTING-KEY.
060300     PERFORM INIT-RULE-RECORD.
060400     PERFORM ENTER-ALC-RULE-ID.
060500     IF ALC-RULE-ID NOT = ZEROES
060600         PERFORM READ-RULE-RECORD.
060700
060800 RE-ACCEPT-EXISTING-KEY.
060900     DISPLAY "NO RULE FOUND WITH THAT ID".
061000     PERFORM ACCEPT-EXISTING-KEY.
061100
061200 DISPLAY-ALL-FIELDS.
061300     DISPLAY " ".
061400     DISPLAY "RULE: " ALC-RULE-ID
061500             "  COMPANY: " ALC-COMPANY.
061600     DISPLAY "1. DESCRIPTION: " ALC-DESC.
061700     DISPLAY "2. SOURCE ACCOUNT: " ALC-SOURCE-ACCOUNT.
061800     IF ALC-BASIS-IS-FIXED
061900         MOVE "FIXED PERCENTAGES" TO BASIS-DISPLAY
062000     ELSE
062100     IF ALC-BASIS-IS-SALES
062200         MOVE "SHARE OF SALES" TO BASIS-DISPLAY
062300     ELSE
062400         MOVE "SQUARE FEET" TO BASIS-DISPLAY.
062500     DISPLAY "3. BASIS: " ALC-BASIS " " BASIS-DISPLAY.
062600     DISPLAY "   TARGETS (ACCOUNT STORE PERCENT):".
062700     PERFORM DISPLAY-ONE-TARGET
062800         VARYING TARGET-SUB FROM 1 BY 1
062900         UNTIL TARGET-SUB > ALC-TARGET-COUNT.
063000
063100 DISPLAY-ONE-TARGET.
063200     IF ALC-TARGET-STORE (TARGET-SUB) = ZEROES
063300         MOVE "NONE" TO TARGET-STORE-DISPLAY
063400     ELSE
063500         MOVE ALC-TARGET-STORE (TARGET-SUB)
063600             TO TARGET-STORE-DISPLAY.
063700     MOVE ALC-TARGET-PERCENT (TARGET-SUB) TO PERCENT-DISPLAY.
063800     DISPLAY "   " TARGET-SUB ". " ALC-TARGET-ACCOUNT (TARGET-SUB)
063900             "  " TARGET-STORE-DISPLAY
064000             "  " PERCENT-DISPLAY.
064100
064200*---------------------------------
064300* File I-O routines.
064400*---------------------------------
064500 READ-RULE-RECORD.
064600     MOVE "Y" TO RULE-RECORD-FOUND.
064700     READ ALLOC-RULE-FILE RECORD
064800         INVALID KEY
064900         MOVE "N" TO RULE-RECORD-FOUND.
065000
065100 WRITE-RULE-RECORD.
065200     WRITE ALLOC-RULE-RECORD
065300         INVALID KEY
065400         DISPLAY "RECORD ALREADY ON FILE".
065500
065600 REWRITE-RULE-RECORD.
065700     REWRITE ALLOC-RULE-RECORD
065800         INVALID KEY
065900         DISPLAY "ERROR REWRITING RECORD".
066000
066100 DELETE-RULE-RECORD.
066200     DELETE ALLOC-RULE-FILE RECORD
066300         INVALID KEY
066400         DISPLAY "ERROR DELETING RECORD".
066500
066600 READ-ACCOUNT-RECORD.
066700     MOVE "Y" TO ACCOUNT-IS-GOOD.
066800     READ ACCOUNT-FILE RECORD
066900         INVALID KEY
067000         MOVE "N" TO ACCOUNT-IS-GOOD.
067100     IF ACCOUNT-IS-GOOD = "Y"
067200         IF NOT ACCOUNT-IS-ACTIVE
067300            OR NOT ACCOUNT-IS-EXPENSE
067400             MOVE "N" TO ACCOUNT-IS-GOOD.
067500
067600 READ-STORE-RECORD.
067700     MOVE TARGET-STORE TO STORE-CODE.
067800     MOVE "Y" TO STORE-RECORD-FOUND.
067900     READ STORE-FILE RECORD
068000         INVALID KEY
068100         MOVE "N" TO STORE-RECORD-FOUND.
068200
068300*---------------------------------
068400* Utility routines.
068500*---------------------------------
068600     COPY "PLSIGN01.CBL".
068700     COPY "PLCOMP01.CBL".

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FASMNT01.
000300*---------------------------------
000400* Fixed asset maintenance.
000500*
000600* The nightly capture writes a
000700* pending asset for each voucher
000800* line charged to a capital
000900* account; this screen completes
001000* it - the store it stands in,
001100* its class, the day it went
001200* into service, and the useful
001300* life, method and salvage it
001400* depreciates by - and makes it
001500* active, so the next month-end
001600* run starts depreciating it
001700* (catching up from the
001800* in-service month).
001900*
002000* The asset number is the
002100* voucher and distribution line
002200* it came from. The cost is the
002300* line's amount and is not keyed
002400* here. Once a month has been
002500* depreciated the class and
002600* in-service date are fixed; a
002700* change of life, method or
002800* salvage takes effect from the
002900* next month. A retired,
003000* disposed or cancelled asset
003100* cannot be changed.
003200*---------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600
003700     COPY "SLFAS.CBL".
003800
003900     COPY "SLACLS.CBL".
004000
004100     COPY "SLSTORE.CBL".
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
005200     COPY "FDFAS.CBL".
005300
005400     COPY "FDACLS.CBL".
005500
005600     COPY "FDSTORE.CBL".
005700
005800     COPY "FDOPER.CBL".
005900
006000     COPY "FDSONLOG.CBL".
006100
006200     COPY "FDSESS.CBL".
006300
006400 WORKING-STORAGE SECTION.
006500
006600 77  MENU-PICK                    PIC 9.
006700     88  MENU-PICK-IS-VALID       VALUES 0 THRU 3.
006800
006900 77  THE-MODE                     PIC X(8).
007000 77  WHICH-FIELD                  PIC 9.
007100 77  DECISION-CODE                PIC X.
007200 77  FAS-RECORD-FOUND             PIC X.
007300 77  ASSET-FILE-AT-END            PIC X.
007400 77  STORE-IS-GOOD                PIC X.
007500 77  CLASS-IS-GOOD                PIC X.
007600 77  LIFE-IS-GOOD                 PIC X.
007700 77  SALVAGE-IS-GOOD              PIC X.
007800 77  DATE-IS-GOOD                 PIC X.
007900 77  COMPLETED-COUNT              PIC 9(4) VALUE ZEROES.
008000 77  AMOUNT-ENTRY                 PIC 9(8).
008100 77  NET-BOOK-VALUE               PIC S9(7)V99.
008200
008300 01  AMOUNT-DISPLAY               PIC Z,ZZZ,ZZ9.99-.
008400 01  DATE-DISPLAY                 PIC Z9/99/9999.
008500
008600     COPY "WSCASE01.CBL".
008700
008800     COPY "WSDATE01.CBL".
008900
009000     COPY "WSAUDIT01.CBL".
009100
009200     COPY "WSSIGN01.CBL".
009300
009400 PROCEDURE DIVISION.
009500 PROGRAM-BEGIN.
009600     PERFORM OPENING-PROCEDURE.
009700     MOVE "FASMNT01" TO SIGN-ON-PROGRAM.
009800     PERFORM GET-OPERATOR-SIGN-ON.
009900     IF OPERATOR-IS-SIGNED-ON
010000        AND SIGN-ON-CAN-MAINT = "Y"
010100         PERFORM MAIN-PROCESS
010200     ELSE
010300     IF OPERATOR-IS-SIGNED-ON
010400         DISPLAY "YOU ARE NOT AUTHORIZED FOR FIXED ASSET"
010500         DISPLAY "MAINTENANCE".
010600     PERFORM CLOSING-PROCEDURE.
010700
010800 PROGRAM-EXIT.
010900     EXIT PROGRAM.
011000
011100 PROGRAM-DONE.
011200     STOP RUN.
011300
011400 OPENING-PROCEDURE.
011500     OPEN I-O OPERATOR-FILE.
011600     OPEN I-O FIXED-ASSET-FILE.
011700     OPEN I-O ASSET-CLASS-FILE.
011800     OPEN I-O STORE-FILE.
011900
012000 CLOSING-PROCEDURE.
012100     CLOSE OPERATOR-FILE.
012200     CLOSE FIXED-ASSET-FILE.
012300     CLOSE ASSET-CLASS-FILE.
012400     CLOSE STORE-FILE.
012500
012600 MAIN-PROCESS.
012700     PERFORM GET-MENU-PICK.
012800     PERFORM MAINTAIN-THE-FILE
012900         UNTIL MENU-PICK = 0.
013000
013100*---------------------------------
013200* MENU
013300*---------------------------------
013400 GET-MENU-PICK.
013500     PERFORM DISPLAY-THE-MENU.
013600     PERFORM ACCEPT-MENU-PICK.
013700     PERFORM RE-ACCEPT-MENU-PICK
013800         UNTIL MENU-PICK-IS-VALID.
013900
014000 DISPLAY-THE-MENU.
014100     DISPLAY "    FIXED ASSETS - PLEASE SELECT:".
014200     DISPLAY " ".
014300     DISPLAY "          1.  COMPLETE PENDING ASSETS".
014400     DISPLAY "          2.  CHANGE AN ASSET".
014500     DISPLAY "          3.  LOOK UP AN ASSET".
014600     DISPLAY " ".
014700     DISPLAY "          0.  EXIT".
014800
014900 ACCEPT-MENU-PICK.
015000     DISPLAY "YOUR CHOICE (0-3)?".
015100     ACCEPT MENU-PICK.
015200
015300 RE-ACCEPT-MENU-PICK.
015400     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
015500     PERFORM ACCEPT-MENU-PICK.
015600
015700 MAINTAIN-THE-FILE.
015800     PERFORM DO-THE-PICK.
015900     PERFORM GET-MENU-PICK.
016000
016100 DO-THE-PICK.
016200     IF MENU-PICK = 1
016300         PERFORM COMPLETE-MODE
016400     ELSE
016500     IF MENU-PICK = 2
016600         PERFORM CHANGE-MODE
016700     ELSE
016800     IF MENU-PICK = 3
016900         PERFORM INQUIRE-MODE.
017000
017100*---------------------------------
017200* COMPLETE - walks every pending
017300* asset in turn.
017400*---------------------------------
017500 COMPLETE-MODE.
017600     MOVE "COMPLETE" TO THE-MODE.
017700     MOVE ZEROES TO COMPLETED-COUNT.
017800     MOVE "N" TO DECISION-CODE.
017900     PERFORM READ-FIRST-ASSET.
018000     PERFORM COMPLETE-ALL-PENDING
018100         UNTIL ASSET-FILE-AT-END = "Y"
018200            OR DECISION-CODE = "E".
018300     DISPLAY "ASSETS COMPLETED: " COMPLETED-COUNT.
018400
018500 COMPLETE-ALL-PENDING.
018600     IF FAS-IS-PENDING
018700         PERFORM OFFER-THIS-ASSET.
018800     IF DECISION-CODE NOT = "E"
018900         PERFORM READ-NEXT-ASSET-RECORD.
019000
019100 OFFER-THIS-ASSET.
019200     PERFORM DISPLAY-ALL-FIELDS.
019300     PERFORM GET-DECISION-CODE.
019400     IF DECISION-CODE = "C"
019500         PERFORM COMPLETE-THIS-ASSET.
019600
019700 COMPLETE-THIS-ASSET.
019800     PERFORM ENTER-FAS-STORE.
019900     PERFORM ENTER-FAS-CLASS.
020000     PERFORM ENTER-FAS-IN-SERVICE-DATE.
020100     PERFORM ENTER-FAS-LIFE-MONTHS.
020200     PERFORM ENTER-FAS-METHOD.
020300     PERFORM ENTER-FAS-SALVAGE.
020400     MOVE "A" TO FAS-STATUS.
020500     MOVE AUDIT-EVENT-OPERATOR-ID TO FAS-COMPLETED-BY.
020600     PERFORM REWRITE-FAS-RECORD.
020700     ADD 1 TO COMPLETED-COUNT.
020800
020900 GET-DECISION-CODE.
021000     PERFORM ACCEPT-DECISION-CODE.
021100     PERFORM RE-ACCEPT-DECISION-CODE
021200         UNTIL DECISION-CODE = "C" OR "S" OR "E".
021300
021400 ACCEPT-DECISION-CODE.
021500     DISPLAY "C = COMPLETE, S = SKIP FOR NOW, E = END".
021600     ACCEPT DECISION-CODE.
021700     INSPECT DECISION-CODE
021800       CONVERTING LOWER-ALPHA
021900       TO         UPPER-ALPHA.
022000
022100 RE-ACCEPT-DECISION-CODE.
022200     DISPLAY "YOU MUST ENTER C, S, OR E".
022300     PERFORM ACCEPT-DECISION-CODE.
022400
022500*---------------------------------
022600* CHANGE
022700*---------------------------------
022800 CHANGE-MODE.
022900     MOVE "CHANGE" TO THE-MODE.
023000     PERFORM GET-EXISTING-RECORD.
023100     PERFORM CHANGE-RECORDS
023200        UNTIL FAS-VOUCHER-NO = ZEROES.
023300
023400 CHANGE-RECORDS.
023500     IF FAS-IS-RETIRING
023600        OR FAS-IS-DISPOSED
023700        OR FAS-IS-CANCELLED
023800         PERFORM DISPLAY-ALL-FIELDS
023900         DISPLAY "THIS ASSET IS RETIRED OR CLOSED -"
024000         DISPLAY "IT CANNOT BE CHANGED"
024100     ELSE
024200         PERFORM GET-FIELD-TO-CHANGE
024300         PERFORM CHANGE-ONE-FIELD
024400             UNTIL WHICH-FIELD = ZERO.
024500     PERFORM GET-EXISTING-RECORD.
024600
024700 GET-FIELD-TO-CHANGE.
024800     PERFORM DISPLAY-ALL-FIELDS.
024900     PERFORM ASK-WHICH-FIELD.
025000
025100 ASK-WHICH-FIELD.
025200     PERFORM ACCEPT-WHICH-FIELD.
025300     PERFORM RE-ACCEPT-WHICH-FIELD
025400         UNTIL WHICH-FIELD < 8.
025500
025600 ACCEPT-WHICH-FIELD.
025700     DISPLAY "ENTER THE NUMBER OF THE FIELD".
025800     DISPLAY "TO CHANGE (1-7) OR 0 TO EXIT".
025900     ACCEPT WHICH-FIELD.
026000
026100 RE-ACCEPT-WHICH-FIELD.
026200     DISPLAY "INVALID ENTRY".
026300     PERFORM ACCEPT-WHICH-FIELD.
026400
026500 CHANGE-ONE-FIELD.
026600     PERFORM CHANGE-THIS-FIELD.
026700     PERFORM GET-FIELD-TO-CHANGE.
026800
026900*---------------------------------
027000* The class decides the accounts
027100* the depreciation has gone to,
027200* and the in-service date the
027300* month it started - neither can
027400* move once a month is taken.
027500* A fully depreciated asset
027600* keeps its life, method and
027700* salvage.
027800*---------------------------------
027900 CHANGE-THIS-FIELD.
028000     IF WHICH-FIELD = 1
028100         PERFORM ENTER-FAS-DESCRIPTION
028200     ELSE
028300     IF WHICH-FIELD = 2
028400         PERFORM ENTER-FAS-STORE
028500     ELSE
028600     IF (WHICH-FIELD = 3 OR 4)
028700        AND FAS-MONTHS-TAKEN NOT = ZEROES
028800         DISPLAY "DEPRECIATION HAS BEEN TAKEN - THE CLASS"
028900         DISPLAY "AND IN-SERVICE DATE CANNOT BE CHANGED"
029000     ELSE
029100     IF WHICH-FIELD > 4
029200        AND FAS-IS-FULLY-DEPR
029300         DISPLAY "THIS ASSET IS FULLY DEPRECIATED"
029400     ELSE
029500     IF WHICH-FIELD = 3
029600         PERFORM ENTER-FAS-CLASS
029700     ELSE
029800     IF WHICH-FIELD = 4
029900         PERFORM ENTER-FAS-IN-SERVICE-DATE
030000     ELSE
030100     IF WHICH-FIELD = 5
030200         PERFORM ENTER-FAS-LIFE-MONTHS
030300     ELSE
030400     IF WHICH-FIELD = 6
030500         PERFORM ENTER-FAS-METHOD
030600     ELSE
030700     IF WHICH-FIELD = 7
030800         PERFORM ENTER-FAS-SALVAGE.
030900
031000     PERFORM REWRITE-FAS-RECORD.
031100
031200*---------------------------------
031300* INQUIRE
031400*---------------------------------
031500 INQUIRE-MODE.
031600     MOVE "DISPLAY" TO THE-MODE.
031700     PERFORM GET-EXISTING-RECORD.
031800     PERFORM INQUIRE-RECORDS
031900        UNTIL FAS-VOUCHER-NO = ZEROES.
032000
032100 INQUIRE-RECORDS.
032200     PERFORM DISPLAY-ALL-FIELDS.
032300     PERFORM GET-EXISTING-RECORD.
032400
032500*---------------------------------
032600* Routines shared by all modes
032700*---------------------------------
032800 ENTER-FAS-KEY.
032900     DISPLAY "ENTER ASSET VOUCHER NUMBER, 0 TO EXIT".
033000     ACCEPT FAS-VOUCHER-NO.
033100     IF FAS-VOUCHER-NO NOT = ZEROES
033200         DISPLAY "ENTER DISTRIBUTION LINE NUMBER"
033300         ACCEPT FAS-LINE-NO.
033400
033500 ENTER-FAS-DESCRIPTION.
033600     PERFORM ACCEPT-FAS-DESCRIPTION.
033700     PERFORM RE-ACCEPT-FAS-DESCRIPTION
033800         UNTIL FAS-DESCRIPTION NOT = SPACES.
033900
034000 ACCEPT-FAS-DESCRIPTION.
034100     DISPLAY "ENTER DESCRIPTION".
034200     ACCEPT FAS-DESCRIPTION.
034300     INSPECT FAS-DESCRIPTION
034400         CONVERTING LOWER-ALPHA
034500         TO         UPPER-ALPHA.
034600
034700 RE-ACCEPT-FAS-DESCRIPTION.
034800     DISPLAY "DESCRIPTION MUST NOT BE BLANK".
034900     PERFORM ACCEPT-FAS-DESCRIPTION.
035000
035100*---------------------------------
035200* Zero is the home office - an
035300* asset not standing in any one
035400* store.
035500*---------------------------------
035600 ENTER-FAS-STORE.
035700     PERFORM ACCEPT-FAS-STORE.
035800     PERFORM RE-ACCEPT-FAS-STORE
035900         UNTIL STORE-IS-GOOD = "Y".
036000
036100 ACCEPT-FAS-STORE.
036200     DISPLAY "ENTER STORE THE ASSET IS IN (0 = HOME OFFICE)".
036300     ACCEPT FAS-STORE.
036400     MOVE "Y" TO STORE-IS-GOOD.
036500     IF FAS-STORE NOT = ZEROES
036600         PERFORM READ-STORE-RECORD.
036700
036800 RE-ACCEPT-FAS-STORE.
036900     DISPLAY "STORE NOT ON FILE".
037000     PERFORM ACCEPT-FAS-STORE.
037100
037200*---------------------------------
037300* The cost already sits in the
037400* account the voucher charged,
037500* so only a class on that same
037600* account will do.
037700*---------------------------------
037800 ENTER-FAS-CLASS.
037900     PERFORM ACCEPT-FAS-CLASS.
038000     PERFORM RE-ACCEPT-FAS-CLASS
038100         UNTIL CLASS-IS-GOOD = "Y".
038200
038300 ACCEPT-FAS-CLASS.
038400     DISPLAY "ENTER ASSET CLASS".
038500     ACCEPT FAS-CLASS.
038600     PERFORM READ-CLASS-RECORD.
038700     IF CLASS-IS-GOOD = "Y"
038800        AND ACLS-COST-ACCOUNT NOT = FAS-COST-ACCOUNT
038900         MOVE "N" TO CLASS-IS-GOOD.
039000
039100 RE-ACCEPT-FAS-CLASS.
039200     DISPLAY "CLASS MUST BE ON FILE AND BOOKED TO ACCOUNT "
039300             FAS-COST-ACCOUNT.
039400     PERFORM ACCEPT-FAS-CLASS.
039500
039600 ENTER-FAS-IN-SERVICE-DATE.
039700     PERFORM ACCEPT-FAS-IN-SERVICE-DATE.
039800     PERFORM RE-ACCEPT-FAS-IN-SERVICE-DATE
039900         UNTIL DATE-IS-GOOD = "Y".
040000
040100 ACCEPT-FAS-IN-SERVICE-DATE.
040200     MOVE "N" TO ZERO-DATE-IS-OK.
040300     MOVE "ENTER IN-SERVICE DATE (MM/DD/CCYY)"
040400         TO DATE-PROMPT.
040500     PERFORM GET-A-DATE.
040600     MOVE DATE-CCYYMMDD TO FAS-IN-SERVICE-DATE.
040700     MOVE "Y" TO DATE-IS-GOOD.
040800     IF FAS-IN-SERVICE-DATE (1:6) < FAS-VOUCHER-DATE (1:6)
040900         MOVE "N" TO DATE-IS-GOOD.
041000
041100 RE-ACCEPT-FAS-IN-SERVICE-DATE.
041200     DISPLAY "THE ASSET CANNOT GO INTO SERVICE BEFORE".
041300     DISPLAY "THE MONTH IT WAS VOUCHERED".
041400     PERFORM ACCEPT-FAS-IN-SERVICE-DATE.
041500
041600*---------------------------------
041700* A new life must leave at least
041800* one month still to take.
041900*---------------------------------
042000 ENTER-FAS-LIFE-MONTHS.
042100     PERFORM ACCEPT-FAS-LIFE-MONTHS.
042200     PERFORM RE-ACCEPT-FAS-LIFE-MONTHS
042300         UNTIL LIFE-IS-GOOD = "Y".
042400
042500 ACCEPT-FAS-LIFE-MONTHS.
042600     DISPLAY "ENTER USEFUL LIFE IN MONTHS".
042700     ACCEPT FAS-LIFE-MONTHS.
042800     MOVE "Y" TO LIFE-IS-GOOD.
042900     IF FAS-LIFE-MONTHS NOT > FAS-MONTHS-TAKEN
043000         MOVE "N" TO LIFE-IS-GOOD.
043100
043200 RE-ACCEPT-FAS-LIFE-MONTHS.
043300     DISPLAY "LIFE MUST BE MORE THAN THE "
043400             FAS-MONTHS-TAKEN " MONTHS ALREADY TAKEN".
043500     PERFORM ACCEPT-FAS-LIFE-MONTHS.
043600
043700 ENTER-FAS-METHOD.
043800     PERFORM ACCEPT-FAS-METHOD.
043900     PERFORM RE-ACCEPT-FAS-METHOD
044000         UNTIL FAS-METHOD-IS-VALID.
044100
044200 ACCEPT-FAS-METHOD.
044300     DISPLAY "ENTER METHOD (S = STRAIGHT-LINE,".
044400     DISPLAY "D = DECLINING BALANCE)".
044500     ACCEPT FAS-METHOD.
044600     INSPECT FAS-METHOD
044700         CONVERTING LOWER-ALPHA
044800         TO         UPPER-ALPHA.
044900
045000 RE-ACCEPT-FAS-METHOD.
045100     DISPLAY "YOU MUST ENTER S OR D".
045200     PERFORM ACCEPT-FAS-METHOD.
045300
045400*---------------------------------
045500* Salvage may not exceed what is
045600* left after the depreciation
045700* already taken.
045800*---------------------------------
045900 ENTER-FAS-SALVAGE.
046000     PERFORM ACCEPT-FAS-SALVAGE.
046100     PERFORM RE-ACCEPT-FAS-SALVAGE
046200         UNTIL SALVAGE-IS-GOOD = "Y".
046300
046400 ACCEPT-FAS-SALVAGE.
046500     DISPLAY "ENTER SALVAGE VALUE WITH NO DECIMAL POINT".
046600     DISPLAY "(0 = NONE)".
046700     ACCEPT AMOUNT-ENTRY.
046800     COMPUTE FAS-SALVAGE = AMOUNT-ENTRY / 100.
046900     MOVE "Y" TO SALVAGE-IS-GOOD.
047000     IF FAS-SALVAGE > FAS-COST - FAS-ACCUM-DEPR
047100         MOVE "N" TO SALVAGE-IS-GOOD.
047200
047300 RE-ACCEPT-FAS-SALVAGE.
047400     DISPLAY "SALVAGE CANNOT EXCEED THE BOOK VALUE".
047500     PERFORM ACCEPT-FAS-SALVAGE.
047600
047700 GET-EXISTING-RECORD.
047800     PERFORM ACCEPT-EXISTING-KEY.
047900     PERFORM RE-ACCEPT-EXISTING-KEY
048000         UNTIL FAS-RECORD-FOUND = "Y" OR
048100               FAS-VOUCHER-NO = ZEROES.
048200
048300 ACCEPT-EXISTING-KEY.
048400     MOVE ZEROES TO FAS-KEY.
048500     PERFORM ENTER-FAS-KEY.
048600     IF FAS-VOUCHER-NO NOT = ZEROES
048700         PERFORM READ-FAS-RECORD.
048800
048900 RE-ACCEPT-EXISTING-KEY.
049000     DISPLAY "NO ASSET FOUND WITH THAT NUMBER".
049100     PERFORM ACCEPT-EXISTING-KEY.
049200
049300 DISPLAY-ALL-FIELDS.
049400     DISPLAY " ".
049500     DISPLAY "ASSET: " FAS-VOUCHER-NO "-" FAS-LINE-NO
049600             "  VENDOR: " FAS-VENDOR
049700             "  COMPANY: " FAS-COMPANY.
049800     MOVE FAS-COST TO AMOUNT-DISPLAY.
049900     DISPLAY "COST: " AMOUNT-DISPLAY
050000             "  ACCOUNT: " FAS-COST-ACCOUNT.
050100     MOVE FAS-VOUCHER-DATE TO DATE-CCYYMMDD.
050200     PERFORM CONVERT-TO-MMDDCCYY.
050300     MOVE DATE-MMDDCCYY TO DATE-DISPLAY.
050400     DISPLAY "VOUCHERED: " DATE-DISPLAY
050500             "  STATUS: " FAS-STATUS.
050600     DISPLAY "1. DESCRIPTION: " FAS-DESCRIPTION.
050700     PERFORM READ-STORE-RECORD.
050800     IF FAS-STORE = ZEROES
050900         DISPLAY "2. STORE: 00 HOME OFFICE"
051000     ELSE
051100     IF STORE-IS-GOOD = "Y"
051200         DISPLAY "2. STORE: " FAS-STORE " " STORE-NAME
051300     ELSE
051400         DISPLAY "2. STORE: " FAS-STORE " *STORE NOT ON FILE*".
051500     PERFORM READ-CLASS-RECORD.
051600     IF CLASS-IS-GOOD = "Y"
051700         DISPLAY "3. CLASS: " FAS-CLASS " " ACLS-NAME
051800     ELSE
051900         DISPLAY "3. CLASS: " FAS-CLASS " *CLASS NOT ON FILE*".
052000     MOVE FAS-IN-SERVICE-DATE TO DATE-CCYYMMDD.
052100     PERFORM CONVERT-TO-MMDDCCYY.
052200     MOVE DATE-MMDDCCYY TO DATE-DISPLAY.
052300     DISPLAY "4. IN SERVICE: " DATE-DISPLAY.
052400     DISPLAY "5. LIFE (MONTHS): " FAS-LIFE-MONTHS.
052500     DISPLAY "6. METHOD: " FAS-METHOD.
052600     MOVE FAS-SALVAGE TO AMOUNT-DISPLAY.
052700     DISPLAY "7. SALVAGE: " AMOUNT-DISPLAY.
052800     MOVE FAS-ACCUM-DEPR TO AMOUNT-DISPLAY.
052900     DISPLAY "DEPRECIATION TAKEN: " AMOUNT-DISPLAY
053000             "  MONTHS: " FAS-MONTHS-TAKEN
053100             "  THROUGH: " FAS-LAST-PERIOD.
053200     COMPUTE NET-BOOK-VALUE = FAS-COST - FAS-ACCUM-DEPR.
053300     MOVE NET-BOOK-VALUE TO AMOUNT-DISPLAY.
053400     DISPLAY "NET BOOK VALUE: " AMOUNT-DISPLAY.
053500     IF FAS-IS-RETIRING
053600        OR FAS-IS-DISPOSED
053700         MOVE FAS-DISPOSAL-DATE TO DATE-CCYYMMDD
053800         PERFORM CONVERT-TO-MMDDCCYY
053900         MOVE DATE-MMDDCCYY TO DATE-DISPLAY
054000         MOVE FAS-PROCEEDS TO AMOUNT-DISPLAY
054100         DISPLAY "DISPOSED: " DATE-DISPLAY
054200                 "  PROCEEDS: " AMOUNT-DISPLAY.
054300     IF FAS-IS-DISPOSED
054400         MOVE FAS-GAIN-LOSS TO AMOUNT-DISPLAY
054500         DISPLAY "GAIN (LOSS-): " AMOUNT-DISPLAY.
054600
054700*---------------------------------
054800* File I-O routines.
054900*---------------------------------
055000 READ-FIRST-ASSET.
055100     MOVE "N" TO ASSET-FILE-AT-END.
055200     MOVE ZEROES TO FAS-KEY.
055300     START FIXED-ASSET-FILE KEY NOT < FAS-KEY
055400         INVALID KEY
055500         MOVE "Y" TO ASSET-FILE-AT-END.
055600     IF ASSET-FILE-AT-END NOT = "Y"
055700         PERFORM READ-NEXT-ASSET-RECORD.
055800
055900 READ-NEXT-ASSET-RECORD.
056000     READ FIXED-ASSET-FILE NEXT RECORD
056100         AT END
056200         MOVE "Y" TO ASSET-FILE-AT-END.
056300
056400 READ-FAS-RECORD.
056500     MOVE "Y" TO FAS-RECORD-FOUND.
056600     READ FIXED-ASSET-FILE RECORD
056700         INVALID KEY
056800         MOVE "N" TO FAS-RECORD-FOUND.
056900
057000 READ-STORE-RECORD.
057100     MOVE FAS-STORE TO STORE-CODE.
057200     MOVE "Y" TO STORE-IS-GOOD.
057300     READ STORE-FILE RECORD
057400         INVALID KEY
057500         MOVE "N" TO STORE-IS-GOOD.
057600
057700 READ-CLASS-RECORD.
057800     MOVE FAS-CLASS TO ACLS-CODE.
057900     MOVE "Y" TO CLASS-IS-GOOD.
058000     READ ASSET-CLASS-FILE RECORD
058100         INVALID KEY
058200         MOVE "N" TO CLASS-IS-GOOD.
058300
058400 REWRITE-FAS-RECORD.
058500     REWRITE FIXED-ASSET-RECORD
058600         INVALID KEY
058700         DISPLAY "ERROR REWRITING FIXED ASSET".
058800
058900*---------------------------------
059000* Utility routines.
059100*---------------------------------
059200     COPY "PLDATE01.CBL".
059300     COPY "PLSIGN01.CBL".

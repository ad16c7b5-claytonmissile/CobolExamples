000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACLMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the Asset Class File.
000600*
000700* A class ties a capital asset
000800* account to the accumulated
000900* depreciation, depreciation
001000* expense and gain/loss accounts
001100* its assets post to, with the
001200* life and method a new asset
001300* of the class starts with. The
001400* nightly capture picks up any
001500* voucher line charged to a
001600* class's cost account, so the
001700* cost account is what makes a
001800* line an asset. A class still
001900* carried by an asset cannot be
002000* deleted.
002100*---------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500
002600     COPY "SLACLS.CBL".
002700
002800     COPY "SLFAS.CBL".
002900
003000     COPY "SLACCT.CBL".
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
004100     COPY "FDACLS.CBL".
004200
004300     COPY "FDFAS.CBL".
004400
004500     COPY "FDACCT.CBL".
004600
004700     COPY "FDOPER.CBL".
004800
004900     COPY "FDSONLOG.CBL".
005000
005100     COPY "FDSESS.CBL".
005200
005300 WORKING-STORAGE SECTION.
005400
005500 77  MENU-PICK                    PIC 9.
005600     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
005700
005800 77  THE-MODE                     PIC X(7).
005900 77  WHICH-FIELD                  PIC 9.
006000 77  OK-TO-DELETE                 PIC X.
006100 77  ACLS-RECORD-FOUND            PIC X.
006200 77  ACCOUNT-IS-GOOD              PIC X.
006300 77  CLASS-IN-USE                 PIC X.
006400 77  ASSET-FILE-AT-END            PIC X.
006500
006600     COPY "WSCASE01.CBL".
006700
006800     COPY "WSAUDIT01.CBL".
006900
007000     COPY "WSSIGN01.CBL".
007100
007200 PROCEDURE DIVISION.
007300 PROGRAM-BEGIN.
007400     PERFORM OPENING-PROCEDURE.
007500     MOVE "ACLMNT01" TO SIGN-ON-PROGRAM.
007600     PERFORM GET-OPERATOR-SIGN-ON.
007700     IF OPERATOR-IS-SIGNED-ON
007800        AND SIGN-ON-CAN-MAINT = "Y"
007900         PERFORM MAIN-PROCESS
008000     ELSE
008100     IF OPERATOR-IS-SIGNED-ON
008200         DISPLAY "YOU ARE NOT AUTHORIZED FOR ASSET CLASS"
008300         DISPLAY "MAINTENANCE".
008400     PERFORM CLOSING-PROCEDURE.
008500
008600 PROGRAM-EXIT.
008700     EXIT PROGRAM.
008800
008900 PROGRAM-DONE.
009000     STOP RUN.
009100
009200 OPENING-PROCEDURE.
009300     OPEN I-O OPERATOR-FILE.
009400     OPEN I-O ASSET-CLASS-FILE.
009500     OPEN I-O FIXED-ASSET-FILE.
009600     OPEN I-O ACCOUNT-FILE.
009700
009800 CLOSING-PROCEDURE.
009900     CLOSE OPERATOR-FILE.
010000     CLOSE ASSET-CLASS-FILE.
010100     CLOSE FIXED-ASSET-FILE.
010200     CLOSE ACCOUNT-FILE.
010300
010400 MAIN-PROCESS.
010500     PERFORM GET-MENU-PICK.
010600     PERFORM MAINTAIN-THE-FILE
010700         UNTIL MENU-PICK = 0.
010800
010900*---------------------------------
011000* MENU
011100*---------------------------------
011200 GET-MENU-PICK.
011300     PERFORM DISPLAY-THE-MENU.
011400     PERFORM ACCEPT-MENU-PICK.
011500     PERFORM RE-ACCEPT-MENU-PICK
011600         UNTIL MENU-PICK-IS-VALID.
011700
011800 DISPLAY-THE-MENU.
011900     DISPLAY "    ASSET CLASSES - PLEASE SELECT:".
012000     DISPLAY " ".
012100     DISPLAY "          1.  ADD RECORDS".
012200     DISPLAY "          2.  CHANGE A RECORD".
012300     DISPLAY "          3.  LOOK UP A RECORD".
012400     DISPLAY "          4.  DELETE A RECORD".
012500     DISPLAY " ".
012600     DISPLAY "          0.  EXIT".
012700
012800 ACCEPT-MENU-PICK.
012900     DISPLAY "YOUR CHOICE (0-4)?".
013000     ACCEPT MENU-PICK.
013100
013200 RE-ACCEPT-MENU-PICK.
013300     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
013400     PERFORM ACCEPT-MENU-PICK.
013500
013600 MAINTAIN-THE-FILE.
013700     PERFORM DO-THE-PICK.
013800     PERFORM GET-MENU-PICK.
013900
014000 DO-THE-PICK.
014100     IF MENU-PICK = 1
014200         PERFORM ADD-MODE
014300     ELSE
014400     IF MENU-PICK = 2
014500         PERFORM CHANGE-MODE
014600     ELSE
014700     IF MENU-PICK = 3
014800         PERFORM INQUIRE-MODE
014900     ELSE
015000     IF MENU-PICK = 4
015100         PERFORM DELETE-MODE.
015200
015300*---------------------------------
015400* ADD
015500*---------------------------------
015600 ADD-MODE.
015700     MOVE "ADD" TO THE-MODE.
015800     PERFORM GET-NEW-RECORD-KEY.
015900     PERFORM ADD-RECORDS
016000        UNTIL ACLS-CODE = ZEROES.
016100
016200 GET-NEW-RECORD-KEY.
016300     PERFORM ACCEPT-NEW-RECORD-KEY.
016400     PERFORM RE-ACCEPT-NEW-RECORD-KEY
016500         UNTIL ACLS-RECORD-FOUND = "N" OR
016600               ACLS-CODE = ZEROES.
016700
016800 ACCEPT-NEW-RECORD-KEY.
016900     PERFORM INIT-ACLS-RECORD.
017000     PERFORM ENTER-ACLS-CODE.
017100     IF ACLS-CODE NOT = ZEROES
017200         PERFORM READ-ACLS-RECORD.
017300
017400 RE-ACCEPT-NEW-RECORD-KEY.
017500     DISPLAY "RECORD ALREADY ON FILE".
017600     PERFORM ACCEPT-NEW-RECORD-KEY.
017700
017800 ADD-RECORDS.
017900     PERFORM ENTER-REMAINING-FIELDS.
018000     PERFORM WRITE-ACLS-RECORD.
018100     PERFORM GET-NEW-RECORD-KEY.
018200
018300 ENTER-REMAINING-FIELDS.
018400     PERFORM ENTER-ACLS-NAME.
018500     PERFORM ENTER-ACLS-COST-ACCOUNT.
018600     PERFORM ENTER-ACLS-ACCUM-ACCOUNT.
018700     PERFORM ENTER-ACLS-EXPENSE-ACCOUNT.
018800     PERFORM ENTER-ACLS-GAIN-LOSS.
018900     PERFORM ENTER-ACLS-LIFE-MONTHS.
019000     PERFORM ENTER-ACLS-METHOD.
019100
019200*---------------------------------
019300* CHANGE
019400*---------------------------------
019500 CHANGE-MODE.
019600     MOVE "CHANGE" TO THE-MODE.
019700     PERFORM GET-EXISTING-RECORD.
019800     PERFORM CHANGE-RECORDS
019900        UNTIL ACLS-CODE = ZEROES.
020000
020100 CHANGE-RECORDS.
020200     PERFORM GET-FIELD-TO-CHANGE.
020300     PERFORM CHANGE-ONE-FIELD
020400         UNTIL WHICH-FIELD = ZERO.
020500     PERFORM GET-EXISTING-RECORD.
020600
020700 GET-FIELD-TO-CHANGE.
020800     PERFORM DISPLAY-ALL-FIELDS.
020900     PERFORM ASK-WHICH-FIELD.
021000
021100 ASK-WHICH-FIELD.
021200     PERFORM ACCEPT-WHICH-FIELD.
021300     PERFORM RE-ACCEPT-WHICH-FIELD
021400         UNTIL WHICH-FIELD < 8.
021500
021600 ACCEPT-WHICH-FIELD.
021700     DISPLAY "ENTER THE NUMBER OF THE FIELD".
021800     DISPLAY "TO CHANGE (1-7) OR 0 TO EXIT".
021900     ACCEPT WHICH-FIELD.
022000
022100 RE-ACCEPT-WHICH-FIELD.
022200     DISPLAY "INVALID ENTRY".
022300     PERFORM ACCEPT-WHICH-FIELD.
022400
022500 CHANGE-ONE-FIELD.
022600     PERFORM CHANGE-THIS-FIELD.
022700     PERFORM GET-FIELD-TO-CHANGE.
022800
022900*---------------------------------
023000* The cost account of a class
023100* with assets is where their
023200* cost sits - it cannot move
023300* under them. A new life or
023400* method is only the default
023500* for assets captured from now
023600* on.
023700*---------------------------------
023800 CHANGE-THIS-FIELD.
023900     IF WHICH-FIELD = 1
024000         PERFORM ENTER-ACLS-NAME
024100     ELSE
024200     IF WHICH-FIELD = 2
024300         PERFORM CHECK-CLASS-IN-USE
024400         IF CLASS-IN-USE = "Y"
024500             DISPLAY "ASSETS ARE ON FILE IN THIS CLASS -"
024600             DISPLAY "THE COST ACCOUNT CANNOT BE CHANGED"
024700         ELSE
024800             PERFORM ENTER-ACLS-COST-ACCOUNT
024900     ELSE
025000     IF WHICH-FIELD = 3
025100         PERFORM ENTER-ACLS-ACCUM-ACCOUNT
025200     ELSE
025300     IF WHICH-FIELD = 4
025400         PERFORM ENTER-ACLS-EXPENSE-ACCOUNT
025500     ELSE
025600     IF WHICH-FIELD = 5
025700         PERFORM ENTER-ACLS-GAIN-LOSS
025800     ELSE
025900     IF WHICH-FIELD = 6
026000         PERFORM ENTER-ACLS-LIFE-MONTHS
026100     ELSE
026200     IF WHICH-FIELD = 7
026300         PERFORM ENTER-ACLS-METHOD.
026400
026500     PERFORM REWRITE-ACLS-RECORD.
026600
026700*---------------------------------
026800* INQUIRE
026900*---------------------------------
027000 INQUIRE-MODE.
027100     MOVE "DISPLAY" TO THE-MODE.
027200     PERFORM GET-EXISTING-RECORD.
027300     PERFORM INQUIRE-RECORDS
027400        UNTIL ACLS-CODE = ZEROES.
027500
027600 INQUIRE-RECORDS.
027700     PERFORM DISPLAY-ALL-FIELDS.
027800     PERFORM GET-EXISTING-RECORD.
027900
028000*---------------------------------
028100* DELETE
028200*---------------------------------
028300 DELETE-MODE.
028400     MOVE "DELETE" TO THE-MODE.
028500     PERFORM GET-EXISTING-RECORD.
028600     PERFORM DELETE-RECORDS
028700        UNTIL ACLS-CODE = ZEROES.
028800
028900 DELETE-RECORDS.
029000     PERFORM DISPLAY-ALL-FIELDS.
029100     PERFORM CHECK-CLASS-IN-USE.
029200     IF CLASS-IN-USE = "Y"
029300         DISPLAY "ASSETS ARE ON FILE IN THIS CLASS -"
029400         DISPLAY "IT CANNOT BE DELETED"
029500     ELSE
029600     PERFORM ASK-OK-TO-DELETE
029700     IF OK-TO-DELETE = "Y"
029800         PERFORM DELETE-ACLS-RECORD.
029900     PERFORM GET-EXISTING-RECORD.
030000
030100*---------------------------------
030200* The asset file is keyed by
030300* voucher, so it is swept - a
030400* class change or delete is
030500* rare.
030600*---------------------------------
030700 CHECK-CLASS-IN-USE.
030800     MOVE "N" TO CLASS-IN-USE.
030900     MOVE "N" TO ASSET-FILE-AT-END.
031000     MOVE ZEROES TO FAS-KEY.
031100     START FIXED-ASSET-FILE KEY NOT < FAS-KEY
031200         INVALID KEY
031300         MOVE "Y" TO ASSET-FILE-AT-END.
031400     PERFORM SCAN-NEXT-ASSET-FOR-CLASS
031500         UNTIL ASSET-FILE-AT-END = "Y"
031600            OR CLASS-IN-USE = "Y".
031700
031800 SCAN-NEXT-ASSET-FOR-CLASS.
031900     READ FIXED-ASSET-FILE NEXT RECORD
032000         AT END MOVE "Y" TO ASSET-FILE-AT-END.
032100     IF ASSET-FILE-AT-END NOT = "Y"
032200        AND FAS-CLASS = ACLS-CODE
032300         MOVE "Y" TO CLASS-IN-USE.
032400
032500 ASK-OK-TO-DELETE.
032600     PERFORM ACCEPT-OK-TO-DELETE.
032700     PERFORM RE-ACCEPT-OK-TO-DELETE
032800        UNTIL OK-TO-DELETE = "Y" OR "N".
032900
033000 ACCEPT-OK-TO-DELETE.
033100     DISPLAY "DELETE THIS RECORD (Y/N)?".
033200     ACCEPT OK-TO-DELETE.
033300     INSPECT OK-TO-DELETE
033400      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
033500
033600 RE-ACCEPT-OK-TO-DELETE.
033700     DISPLAY "YOU MUST ENTER YES OR NO".
033800     PERFORM ACCEPT-OK-TO-DELETE.
033900
034000*---------------------------------
034100* Routines shared by all modes
034200*---------------------------------
034300 INIT-ACLS-RECORD.
034400     MOVE SPACE TO ASSET-CLASS-RECORD.
034500     MOVE ZEROES TO ACLS-CODE
034600                    ACLS-COST-ACCOUNT
034700                    ACLS-ACCUM-ACCOUNT
034800                    ACLS-EXPENSE-ACCOUNT
034900                    ACLS-GAIN-LOSS-ACCOUNT
035000                    ACLS-LIFE-MONTHS.
035100
035200 ENTER-ACLS-CODE.
035300     DISPLAY "ENTER ASSET CLASS (1-99), 0 TO EXIT".
035400     ACCEPT ACLS-CODE.
035500
035600 ENTER-ACLS-NAME.
035700     PERFORM ACCEPT-ACLS-NAME.
035800     PERFORM RE-ACCEPT-ACLS-NAME
035900         UNTIL ACLS-NAME NOT = SPACES.
036000
036100 ACCEPT-ACLS-NAME.
036200     DISPLAY "ENTER CLASS NAME".
036300     ACCEPT ACLS-NAME.
036400     INSPECT ACLS-NAME
036500         CONVERTING LOWER-ALPHA
036600         TO         UPPER-ALPHA.
036700
036800 RE-ACCEPT-ACLS-NAME.
036900     DISPLAY "NAME MUST NOT BE BLANK".
037000     PERFORM ACCEPT-ACLS-NAME.
037100
037200*---------------------------------
037300* The cost and accumulated
037400* depreciation accounts are
037500* both balance sheet asset
037600* accounts (the second a
037700* contra); the expense account
037800* must be an expense, and the
037900* gain/loss account may be
038000* either side of the income
038100* statement.
038200*---------------------------------
038300 ENTER-ACLS-COST-ACCOUNT.
038400     PERFORM ACCEPT-ACLS-COST-ACCOUNT.
038500     PERFORM RE-ACCEPT-ACLS-COST-ACCOUNT
038600         UNTIL ACCOUNT-IS-GOOD = "Y".
038700
038800 ACCEPT-ACLS-COST-ACCOUNT.
038900     DISPLAY "ENTER G/L CAPITAL ASSET (COST) ACCOUNT".
039000     ACCEPT ACLS-COST-ACCOUNT.
039100     MOVE ACLS-COST-ACCOUNT TO ACCOUNT-NUMBER.
039200     PERFORM READ-ACCOUNT-RECORD.
039300     IF ACCOUNT-IS-GOOD = "Y"
039400         IF NOT ACCOUNT-IS-ASSET
039500             MOVE "N" TO ACCOUNT-IS-GOOD.
039600
039700 RE-ACCEPT-ACLS-COST-ACCOUNT.
039800     DISPLAY "ACCOUNT MUST BE AN ACTIVE ASSET ACCOUNT".
039900     PERFORM ACCEPT-ACLS-COST-ACCOUNT.
040000
040100 ENTER-ACLS-ACCUM-ACCOUNT.
040200     PERFORM ACCEPT-ACLS-ACCUM-ACCOUNT.
040300     PERFORM RE-ACCEPT-ACLS-ACCUM-ACCOUNT
040400         UNTIL ACCOUNT-IS-GOOD = "Y".
040500
040600 ACCEPT-ACLS-ACCUM-ACCOUNT.
040700     DISPLAY "ENTER G/L ACCUMULATED DEPRECIATION ACCOUNT".
040800     ACCEPT ACLS-ACCUM-ACCOUNT.
040900     MOVE ACLS-ACCUM-ACCOUNT TO ACCOUNT-NUMBER.
041000     PERFORM READ-ACCOUNT-RECORD.
041100     IF ACCOUNT-IS-GOOD = "Y"
041200         IF NOT ACCOUNT-IS-ASSET
041300            OR ACLS-ACCUM-ACCOUNT = ACLS-COST-ACCOUNT
041400             MOVE "N" TO ACCOUNT-IS-GOOD.
041500
041600 RE-ACCEPT-ACLS-ACCUM-ACCOUNT.
041700     DISPLAY "ACCOUNT MUST BE AN ACTIVE ASSET ACCOUNT".
041800     DISPLAY "OTHER THAN THE COST ACCOUNT".
041900     PERFORM ACCEPT-ACLS-ACCUM-ACCOUNT.
042000
042100 ENTER-ACLS-EXPENSE-ACCOUNT.
042200     PERFORM ACCEPT-ACLS-EXPENSE-ACCOUNT.
042300     PERFORM RE-ACCEPT-ACLS-EXPENSE-ACCOUNT
042400         UNTIL ACCOUNT-IS-GOOD = "Y".
042500
042600 ACCEPT-ACLS-EXPENSE-ACCOUNT.
042700     DISPLAY "ENTER G/L DEPRECIATION EXPENSE ACCOUNT".
042800     ACCEPT ACLS-EXPENSE-ACCOUNT.
042900     MOVE ACLS-EXPENSE-ACCOUNT TO ACCOUNT-NUMBER.
043000     PERFORM READ-ACCOUNT-RECORD.
043100     IF ACCOUNT-IS-GOOD = "Y"
043200         IF NOT ACCOUNT-IS-EXPENSE
043300             MOVE "N" TO ACCOUNT-IS-GOOD.
043400
043500 RE-ACCEPT-ACLS-EXPENSE-ACCOUNT.
043600     DISPLAY "ACCOUNT MUST BE AN ACTIVE EXPENSE ACCOUNT".
043700     PERFORM ACCEPT-ACLS-EXPENSE-ACCOUNT.
043800
043900 ENTER-ACLS-GAIN-LOSS.
044000     PERFORM ACCEPT-ACLS-GAIN-LOSS.
044100     PERFORM RE-ACCEPT-ACLS-GAIN-LOSS
044200         UNTIL ACCOUNT-IS-GOOD = "Y".
044300
044400 ACCEPT-ACLS-GAIN-LOSS.
044500     DISPLAY "ENTER G/L GAIN/LOSS ON DISPOSAL ACCOUNT".
044600     ACCEPT ACLS-GAIN-LOSS-ACCOUNT.
044700     MOVE ACLS-GAIN-LOSS-ACCOUNT TO ACCOUNT-NUMBER.
044800     PERFORM READ-ACCOUNT-RECORD.
044900     IF ACCOUNT-IS-GOOD = "Y"
045000         IF NOT ACCOUNT-IS-INCOME
045100            AND NOT ACCOUNT-IS-EXPENSE
045200             MOVE "N" TO ACCOUNT-IS-GOOD.
045300
045400 RE-ACCEPT-ACLS-GAIN-LOSS.
045500     DISPLAY "ACCOUNT MUST BE AN ACTIVE INCOME OR".
045600     DISPLAY "EXPENSE ACCOUNT".
045700     PERFORM ACCEPT-ACLS-GAIN-LOSS.
045800
045900 ENTER-ACLS-LIFE-MONTHS.
046000     PERFORM ACCEPT-ACLS-LIFE-MONTHS.
046100     PERFORM RE-ACCEPT-ACLS-LIFE-MONTHS
046200         UNTIL ACLS-LIFE-MONTHS NOT = ZEROES.
046300
046400 ACCEPT-ACLS-LIFE-MONTHS.
046500     DISPLAY "ENTER DEFAULT USEFUL LIFE IN MONTHS".
046600     ACCEPT ACLS-LIFE-MONTHS.
046700
046800 RE-ACCEPT-ACLS-LIFE-MONTHS.
046900     DISPLAY "LIFE MUST NOT BE ZERO".
047000     PERFORM ACCEPT-ACLS-LIFE-MONTHS.
047100
047200 ENTER-ACLS-METHOD.
047300     PERFORM ACCEPT-ACLS-METHOD.
047400     PERFORM RE-ACCEPT-ACLS-METHOD
047500         UNTIL ACLS-METHOD-IS-VALID.
047600
047700 ACCEPT-ACLS-METHOD.
047800     DISPLAY "ENTER DEFAULT METHOD (S = STRAIGHT-LINE,".
047900     DISPLAY "D = DECLINING BALANCE)".
048000     ACCEPT ACLS-METHOD.
048100     INSPECT ACLS-METHOD
048200         CONVERTING LOWER-ALPHA
048300         TO         UPPER-ALPHA.
048400
048500 RE-ACCEPT-ACLS-METHOD.
048600     DISPLAY "YOU MUST ENTER S OR D".
048700     PERFORM ACCEPT-ACLS-METHOD.
048800
048900 GET-EXISTING-RECORD.
049000     PERFORM ACCEPT-EXISTING-KEY.
049100     PERFORM RE-ACCEPT-EXISTING-KEY
049200         UNTIL ACLS-RECORD-FOUND = "Y" OR
049300               ACLS-CODE = ZEROES.
049400
049500 ACCEPT-EXISTING-KEY.
049600     PERFORM INIT-ACLS-RECORD.
049700     PERFORM ENTER-ACLS-CODE.
049800     IF ACLS-CODE NOT = ZEROES
049900         PERFORM READ-ACLS-RECORD.
050000
050100 RE-ACCEPT-EXISTING-KEY.
050200     DISPLAY "NO CLASS FOUND WITH THAT CODE".
050300     PERFORM ACCEPT-EXISTING-KEY.
050400
050500 DISPLAY-ALL-FIELDS.
050600     DISPLAY "ASSET CLASS: " ACLS-CODE.
050700     DISPLAY "1. NAME: " ACLS-NAME.
050800     DISPLAY "2. COST ACCOUNT: " ACLS-COST-ACCOUNT.
050900     DISPLAY "3. ACCUMULATED DEPRECIATION: "
051000             ACLS-ACCUM-ACCOUNT.
051100     DISPLAY "4. DEPRECIATION EXPENSE: " ACLS-EXPENSE-ACCOUNT.
051200     DISPLAY "5. GAIN/LOSS ON DISPOSAL: "
051300             ACLS-GAIN-LOSS-ACCOUNT.
051400     DISPLAY "6. DEFAULT LIFE (MONTHS): " ACLS-LIFE-MONTHS.
051500     DISPLAY "7. DEFAULT METHOD: " ACLS-METHOD.
051600
051700 READ-ACLS-RECORD.
051800     MOVE "Y" TO ACLS-RECORD-FOUND.
051900     READ ASSET-CLASS-FILE RECORD
052000         INVALID KEY
052100         MOVE "N" TO ACLS-RECORD-FOUND.
052200
052300 READ-ACCOUNT-RECORD.
052400     MOVE "Y" TO ACCOUNT-IS-GOOD.
052500     READ ACCOUNT-FILE RECORD
052600         INVALID KEY
052700         MOVE "N" TO ACCOUNT-IS-GOOD.
052800     IF ACCOUNT-IS-GOOD = "Y"
052900         IF NOT ACCOUNT-IS-ACTIVE
053000             MOVE "N" TO ACCOUNT-IS-GOOD.
053100
053200 WRITE-ACLS-RECORD.
053300     WRITE ASSET-CLASS-RECORD
053400         INVALID KEY
053500         DISPLAY "RECORD ALREADY ON FILE".
053600
053700 REWRITE-ACLS-RECORD.
053800     REWRITE ASSET-CLASS-RECORD
053900         INVALID KEY
054000         DISPLAY "ERROR REWRITING ASSET CLASS".
054100
054200 DELETE-ACLS-RECORD.
054300     DELETE ASSET-CLASS-FILE RECORD
054400         INVALID KEY
054500         DISPLAY "ERROR DELETING ASSET CLASS".
054600
054700*---------------------------------
054800* Utility routines.
054900*---------------------------------
055000     COPY "PLSIGN01.CBL".

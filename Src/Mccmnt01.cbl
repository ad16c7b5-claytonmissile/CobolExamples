000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MCCMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the Merchant Category
000600* Default File.
000700*
000800* Maps the card networks'
000900* merchant category codes to the
001000* G/L expense account and spend
001100* category a purchasing card
001200* transaction is pre-coded to
001300* when it is imported. The
001400* holder can still recode any
001500* line; the default only saves
001600* keying the common ones.
001700*---------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100
002200     COPY "SLMCCD.CBL".
002300
002400     COPY "SLACCT.CBL".
002500
002600     COPY "SLCATG.CBL".
002700
002800     COPY "SLOPER.CBL".
002900
003000     COPY "SLSONLOG.CBL".
003100
003200     COPY "SLSESS.CBL".
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600
003700     COPY "FDMCCD.CBL".
003800
003900     COPY "FDACCT.CBL".
004000
004100     COPY "FDCATG.CBL".
004200
004300     COPY "FDOPER.CBL".
004400
004500     COPY "FDSONLOG.CBL".
004600
004700     COPY "FDSESS.CBL".
004800
004900 WORKING-STORAGE SECTION.
005000
005100 77  MENU-PICK                    PIC 9.
005200     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
005300
005400 77  THE-MODE                     PIC X(7).
005500 77  WHICH-FIELD                  PIC 9.
005600 77  OK-TO-DELETE                 PIC X.
005700 77  MCC-RECORD-FOUND             PIC X.
005800 77  ACCOUNT-IS-GOOD              PIC X.
005900 77  CATG-RECORD-FOUND            PIC X.
006000
006100     COPY "WSCASE01.CBL".
006200
006300     COPY "WSAUDIT01.CBL".
006400
006500     COPY "WSSIGN01.CBL".
006600
006700 PROCEDURE DIVISION.
006800 PROGRAM-BEGIN.
006900     PERFORM OPENING-PROCEDURE.
007000     MOVE "MCCMNT01" TO SIGN-ON-PROGRAM.
007100     PERFORM GET-OPERATOR-SIGN-ON.
007200     IF OPERATOR-IS-SIGNED-ON
007300        AND SIGN-ON-CAN-MAINT = "Y"
007400         PERFORM MAIN-PROCESS
007500     ELSE
007600     IF OPERATOR-IS-SIGNED-ON
007700         DISPLAY "YOU ARE NOT AUTHORIZED FOR MERCHANT"
007800         DISPLAY "CATEGORY MAINTENANCE".
007900     PERFORM CLOSING-PROCEDURE.
008000
008100 PROGRAM-EXIT.
008200     EXIT PROGRAM.
008300
008400 PROGRAM-DONE.
008500     STOP RUN.
008600
008700 OPENING-PROCEDURE.
008800     OPEN I-O OPERATOR-FILE.
008900     OPEN I-O MCC-DEFAULT-FILE.
009000     OPEN I-O ACCOUNT-FILE.
009100     OPEN I-O CATEGORY-FILE.
009200
009300 CLOSING-PROCEDURE.
009400     CLOSE OPERATOR-FILE.
009500     CLOSE MCC-DEFAULT-FILE.
009600     CLOSE ACCOUNT-FILE.
009700     CLOSE CATEGORY-FILE.
009800
009900 MAIN-PROCESS.
010000     PERFORM GET-MENU-PICK.
010100     PERFORM MAINTAIN-THE-FILE
010200         UNTIL MENU-PICK = 0.
010300
010400*---------------------------------
010500* MENU
010600*---------------------------------
010700 GET-MENU-PICK.
010800     PERFORM DISPLAY-THE-MENU.
010900     PERFORM ACCEPT-MENU-PICK.
011000     PERFORM RE-ACCEPT-MENU-PICK
011100         UNTIL MENU-PICK-IS-VALID.
011200
011300 DISPLAY-THE-MENU.
011400     DISPLAY "    MERCHANT CATEGORY DEFAULTS - PLEASE SELECT:".
011500     DISPLAY " ".
011600     DISPLAY "          1.  ADD RECORDS".
011700     DISPLAY "          2.  CHANGE A RECORD".
011800     DISPLAY "          3.  LOOK UP A RECORD".
011900     DISPLAY "          4.  DELETE A RECORD".
012000     DISPLAY " ".
012100     DISPLAY "          0.  EXIT".
012200
012300 ACCEPT-MENU-PICK.
012400     DISPLAY "YOUR CHOICE (0-4)?".
012500     ACCEPT MENU-PICK.
012600
012700 RE-ACCEPT-MENU-PICK.
012800     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
012900     PERFORM ACCEPT-MENU-PICK.
013000
013100 MAINTAIN-THE-FILE.
013200     PERFORM DO-THE-PICK.
013300     PERFORM GET-MENU-PICK.
013400
013500 DO-THE-PICK.
013600     IF MENU-PICK = 1
013700         PERFORM ADD-MODE
013800     ELSE
013900     IF MENU-PICK = 2
014000         PERFORM CHANGE-MODE
014100     ELSE
014200     IF MENU-PICK = 3
014300         PERFORM INQUIRE-MODE
014400     ELSE
014500     IF MENU-PICK = 4
014600         PERFORM DELETE-MODE.
014700
014800*---------------------------------
014900* ADD
015000*---------------------------------
015100 ADD-MODE.
015200     MOVE "ADD" TO THE-MODE.
015300     PERFORM GET-NEW-RECORD-KEY.
015400     PERFORM ADD-RECORDS
015500        UNTIL MCC-CODE = ZEROES.
015600
015700 GET-NEW-RECORD-KEY.
015800     PERFORM ACCEPT-NEW-RECORD-KEY.
015900     PERFORM RE-ACCEPT-NEW-RECORD-KEY
016000         UNTIL MCC-RECORD-FOUND = "N" OR
016100               MCC-CODE = ZEROES.
016200
016300 ACCEPT-NEW-RECORD-KEY.
016400     PERFORM INIT-MCC-RECORD.
016500     PERFORM ENTER-MCC-CODE.
016600     IF MCC-CODE NOT = ZEROES
016700         PERFORM READ-MCC-RECORD.
016800
016900 RE-ACCEPT-NEW-RECORD-KEY.
017000     DISPLAY "THAT MERCHANT CATEGORY IS ALREADY ON FILE".
017100     PERFORM ACCEPT-NEW-RECORD-KEY.
017200
017300 ADD-RECORDS.
017400     PERFORM ENTER-REMAINING-FIELDS.
017500     PERFORM WRITE-MCC-RECORD.
017600     PERFORM GET-NEW-RECORD-KEY.
017700
017800 ENTER-REMAINING-FIELDS.
017900     PERFORM ENTER-MCC-DESCRIPTION.
018000     PERFORM ENTER-MCC-ACCOUNT.
018100     PERFORM ENTER-MCC-CATEGORY.
018200
018300*---------------------------------
018400* CHANGE
018500*---------------------------------
018600 CHANGE-MODE.
018700     MOVE "CHANGE" TO THE-MODE.
018800     PERFORM GET-EXISTING-RECORD.
018900     PERFORM CHANGE-RECORDS
019000        UNTIL MCC-CODE = ZEROES.
019100
019200 CHANGE-RECORDS.
019300     PERFORM GET-FIELD-TO-CHANGE.
019400     PERFORM CHANGE-ONE-FIELD
019500         UNTIL WHICH-FIELD = ZERO.
019600     PERFORM GET-EXISTING-RECORD.
019700
019800 GET-FIELD-TO-CHANGE.
019900     PERFORM DISPLAY-ALL-FIELDS.
020000     PERFORM ASK-WHICH-FIELD.
020100
020200 ASK-WHICH-FIELD.
020300     PERFORM ACCEPT-WHICH-FIELD.
020400     PERFORM RE-ACCEPT-WHICH-FIELD
020500         UNTIL WHICH-FIELD < 4.
020600
020700 ACCEPT-WHICH-FIELD.
020800     DISPLAY "ENTER THE NUMBER OF THE FIELD".
020900     DISPLAY "TO CHANGE (1-3) OR 0 TO EXIT".
021000     ACCEPT WHICH-FIELD.
021100
021200 RE-ACCEPT-WHICH-FIELD.
021300     DISPLAY "INVALID ENTRY".
021400     PERFORM ACCEPT-WHICH-FIELD.
021500
021600 CHANGE-ONE-FIELD.
021700     PERFORM CHANGE-THIS-FIELD.
021800     PERFORM GET-FIELD-TO-CHANGE.
021900
022000 CHANGE-THIS-FIELD.
022100     IF WHICH-FIELD = 1
022200         PERFORM ENTER-MCC-DESCRIPTION
022300     ELSE
022400     IF WHICH-FIELD = 2
022500         PERFORM ENTER-MCC-ACCOUNT
022600     ELSE
022700     IF WHICH-FIELD = 3
022800         PERFORM ENTER-MCC-CATEGORY.
022900
023000     PERFORM REWRITE-MCC-RECORD.
023100
023200*---------------------------------
023300* INQUIRE
023400*---------------------------------
023500 INQUIRE-MODE.
023600     MOVE "DISPLAY" TO THE-MODE.
023700     PERFORM GET-EXISTING-RECORD.
023800     PERFORM INQUIRE-RECORDS
023900        UNTIL MCC-CODE = ZEROES.
024000
024100 INQUIRE-RECORDS.
024200     PERFORM DISPLAY-ALL-FIELDS.
024300     PERFORM GET-EXISTING-RECORD.
024400
024500*---------------------------------
024600* DELETE - a deleted default
024700* only stops future pre-coding;
024800* lines already imported keep
024900* their codes.
025000*---------------------------------
025100 DELETE-MODE.
025200     MOVE "DELETE" TO THE-MODE.
025300     PERFORM GET-EXISTING-RECORD.
025400     PERFORM DELETE-RECORDS
025500        UNTIL MCC-CODE = ZEROES.
025600
025700 DELETE-RECORDS.
025800     PERFORM DISPLAY-ALL-FIELDS.
025900     PERFORM ASK-OK-TO-DELETE.
026000     IF OK-TO-DELETE = "Y"
026100         PERFORM DELETE-MCC-RECORD.
026200     PERFORM GET-EXISTING-RECORD.
026300
026400 ASK-OK-TO-DELETE.
026500     PERFORM ACCEPT-OK-TO-DELETE.
026600     PERFORM RE-ACCEPT-OK-TO-DELETE
026700        UNTIL OK-TO-DELETE = "Y" OR "N".
026800
026900 ACCEPT-OK-TO-DELETE.
027000     DISPLAY "DELETE THIS RECORD (Y/N)?".
027100     ACCEPT OK-TO-DELETE.
027200     INSPECT OK-TO-DELETE
027300      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
027400
027500 RE-ACCEPT-OK-TO-DELETE.
027600     DISPLAY "YOU MUST ENTER YES OR NO".
027700     PERFORM ACCEPT-OK-TO-DELETE.
027800
027900*---------------------------------
028000* Routines shared by all modes
028100*---------------------------------
028200 INIT-MCC-RECORD.
028300     MOVE SPACE TO MCC-DEFAULT-RECORD.
028400     MOVE ZEROES TO MCC-CODE
028500                    MCC-ACCOUNT
028600                    MCC-CATEGORY.
028700
028800 ENTER-MCC-CODE.
028900     DISPLAY "ENTER MERCHANT CATEGORY CODE (1-9999)".
029000     DISPLAY "ENTER 0 TO EXIT".
029100     ACCEPT MCC-CODE.
029200
029300 ENTER-MCC-DESCRIPTION.
029400     PERFORM ACCEPT-MCC-DESCRIPTION.
029500     PERFORM RE-ACCEPT-MCC-DESCRIPTION
029600         UNTIL MCC-DESCRIPTION NOT = SPACES.
029700
029800 ACCEPT-MCC-DESCRIPTION.
029900     DISPLAY "ENTER MERCHANT CATEGORY DESCRIPTION".
030000     ACCEPT MCC-DESCRIPTION.
030100     INSPECT MCC-DESCRIPTION
030200         CONVERTING LOWER-ALPHA
030300         TO         UPPER-ALPHA.
030400
030500 RE-ACCEPT-MCC-DESCRIPTION.
030600     DISPLAY "DESCRIPTION MUST BE ENTERED".
030700     PERFORM ACCEPT-MCC-DESCRIPTION.
030800
030900 ENTER-MCC-ACCOUNT.
031000     PERFORM ACCEPT-MCC-ACCOUNT.
031100     PERFORM RE-ACCEPT-MCC-ACCOUNT
031200         UNTIL ACCOUNT-IS-GOOD = "Y".
031300
031400 ACCEPT-MCC-ACCOUNT.
031500     DISPLAY "ENTER DEFAULT G/L EXPENSE ACCOUNT".
031600     ACCEPT MCC-ACCOUNT.
031700     MOVE MCC-ACCOUNT TO ACCOUNT-NUMBER.
031800     MOVE "Y" TO ACCOUNT-IS-GOOD.
031900     READ ACCOUNT-FILE RECORD
032000         INVALID KEY
032100         MOVE "N" TO ACCOUNT-IS-GOOD.
032200     IF ACCOUNT-IS-GOOD = "Y"
032300         IF NOT ACCOUNT-IS-ACTIVE
032400            OR NOT ACCOUNT-IS-EXPENSE
032500             MOVE "N" TO ACCOUNT-IS-GOOD.
032600
032700 RE-ACCEPT-MCC-ACCOUNT.
032800     DISPLAY "ACCOUNT MUST BE AN ACTIVE EXPENSE ACCOUNT".
032900     PERFORM ACCEPT-MCC-ACCOUNT.
033000
033100 ENTER-MCC-CATEGORY.
033200     PERFORM ACCEPT-MCC-CATEGORY.
033300     PERFORM RE-ACCEPT-MCC-CATEGORY
033400         UNTIL CATG-RECORD-FOUND = "Y".
033500
033600 ACCEPT-MCC-CATEGORY.
033700     DISPLAY "ENTER DEFAULT SPEND CATEGORY NUMBER".
033800     ACCEPT MCC-CATEGORY.
033900     MOVE MCC-CATEGORY TO CATG-CODE.
034000     MOVE "Y" TO CATG-RECORD-FOUND.
034100     READ CATEGORY-FILE RECORD
034200         INVALID KEY
034300         MOVE "N" TO CATG-RECORD-FOUND.
034400
034500 RE-ACCEPT-MCC-CATEGORY.
034600     DISPLAY "NO CATEGORY ON FILE WITH THAT CODE".
034700     PERFORM ACCEPT-MCC-CATEGORY.
034800
034900 GET-EXISTING-RECORD.
035000     PERFORM ACCEPT-EXISTING-KEY.
035100     PERFORM RE-ACCEPT-EXISTING-KEY
035200         UNTIL MCC-RECORD-FOUND = "Y" OR
035300               MCC-CODE = ZEROES.
035400
035500 ACCEPT-EXISTING-KEY.
035600     PERFORM INIT-MCC-RECORD.
035700     PERFORM ENTER-MCC-CODE.
035800     IF MCC-CODE NOT = ZEROES
035900         PERFORM READ-MCC-RECORD.
036000
036100 RE-ACCEPT-EXISTING-KEY.
036200     DISPLAY "NO DEFAULT FOUND FOR THAT CODE".
036300     PERFORM ACCEPT-EXISTING-KEY.
036400
036500 DISPLAY-ALL-FIELDS.
036600     DISPLAY "MERCHANT CATEGORY: " MCC-CODE.
036700     DISPLAY "1. DESCRIPTION: " MCC-DESCRIPTION.
036800     DISPLAY "2. ACCOUNT: " MCC-ACCOUNT.
036900     DISPLAY "3. SPEND CATEGORY: " MCC-CATEGORY.
037000
037100 READ-MCC-RECORD.
037200     MOVE "Y" TO MCC-RECORD-FOUND.
037300     READ MCC-DEFAULT-FILE RECORD
037400         INVALID KEY
037500         MOVE "N" TO MCC-RECORD-FOUND.
037600
037700 WRITE-MCC-RECORD.
037800     WRITE MCC-DEFAULT-RECORD
037900         INVALID KEY
038000         DISPLAY "RECORD ALREADY ON FILE".
038100
038200 REWRITE-MCC-RECORD.
038300     REWRITE MCC-DEFAULT-RECORD
038400         INVALID KEY
038500         DISPLAY "ERROR REWRITING MERCHANT CATEGORY".
038600
038700 DELETE-MCC-RECORD.
038800     DELETE MCC-DEFAULT-FILE RECORD
038900         INVALID KEY
039000         DISPLAY "ERROR DELETING MERCHANT CATEGORY".
039100
039200*---------------------------------
039300* Utility routines.
039400*---------------------------------
039500     COPY "PLSIGN01.CBL".

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CASMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the Cashier File - each
000600* store's cashiers, keyed by the
000700* ID the registers send on the
000800* import line. The store must
000900* already be on the Store Codes
001000* File.
001100*---------------------------------
001200 ENVIRONMENT DIVISION.
001300 INPUT-OUTPUT SECTION.
001400 FILE-CONTROL.
001500
001600     COPY "SLCSHR.CBL".
001700
001800     COPY "SLSTORE.CBL".
001900
002000     COPY "SLOPER.CBL".
002100
002200     COPY "SLSONLOG.CBL".
002300
002400     COPY "SLSESS.CBL".
002500
002600 DATA DIVISION.
002700 FILE SECTION.
002800
002900     COPY "FDCSHR.CBL".
003000
003100     COPY "FDSTORE.CBL".
003200
003300     COPY "FDOPER.CBL".
003400
003500     COPY "FDSONLOG.CBL".
003600
003700     COPY "FDSESS.CBL".
003800
003900 WORKING-STORAGE SECTION.
004000
004100 77  MENU-PICK                    PIC 9.
004200     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
004300
004400 77  THE-MODE                     PIC X(7).
004500 77  WHICH-FIELD                  PIC 9.
004600 77  OK-TO-DELETE                 PIC X.
004700 77  CSHR-RECORD-FOUND            PIC X.
004800 77  STORE-RECORD-FOUND           PIC X.
004900 77  CSHR-STORE-FIELD             PIC Z(2).
005000
005100     COPY "WSCASE01.CBL".
005200
005300     COPY "WSAUDIT01.CBL".
005400
005500     COPY "WSSIGN01.CBL".
005600
005700 PROCEDURE DIVISION.
005800 PROGRAM-BEGIN.
005900     PERFORM OPENING-PROCEDURE.
006000     MOVE "CASMNT01" TO SIGN-ON-PROGRAM.
006100     PERFORM GET-OPERATOR-SIGN-ON.
006200     IF OPERATOR-IS-SIGNED-ON
006300        AND SIGN-ON-CAN-MAINT = "Y"
006400         PERFORM MAIN-PROCESS
006500     ELSE
006600     IF OPERATOR-IS-SIGNED-ON
006700         DISPLAY "YOU ARE NOT AUTHORIZED FOR CASHIER"
006800         DISPLAY "MAINTENANCE".
006900     PERFORM CLOSING-PROCEDURE.
007000
007100 PROGRAM-EXIT.
007200     EXIT PROGRAM.
007300
007400 PROGRAM-DONE.
007500     STOP RUN.
007600
007700 OPENING-PROCEDURE.
007800     OPEN I-O OPERATOR-FILE.
007900     OPEN I-O CASHIER-FILE.
008000     OPEN INPUT STORE-FILE.
008100
008200 CLOSING-PROCEDURE.
008300     CLOSE OPERATOR-FILE.
008400     CLOSE CASHIER-FILE.
008500     CLOSE STORE-FILE.
008600
008700 MAIN-PROCESS.
008800     PERFORM GET-MENU-PICK.
008900     PERFORM MAINTAIN-THE-FILE
009000         UNTIL MENU-PICK = 0.
009100
009200*---------------------------------
009300* MENU
009400*---------------------------------
009500 GET-MENU-PICK.
009600     PERFORM DISPLAY-THE-MENU.
009700     PERFORM ACCEPT-MENU-PICK.
009800     PERFORM RE-ACCEPT-MENU-PICK
009900         UNTIL MENU-PICK-IS-VALID.
010000
010100 DISPLAY-THE-MENU.
010200     DISPLAY "    STORE CASHIERS - PLEASE SELECT:".
010300     DISPLAY " ".
010400     DISPLAY "          1.  ADD RECORDS".
010500     DISPLAY "          2.  CHANGE A RECORD".
010600     DISPLAY "          3.  LOOK UP A RECORD".
010700     DISPLAY "          4.  DELETE A RECORD".
010800     DISPLAY " ".
010900     DISPLAY "          0.  EXIT".
011000
011100 ACCEPT-MENU-PICK.
011200     DISPLAY "YOUR CHOICE (0-4)?".
011300     ACCEPT MENU-PICK.
011400
011500 RE-ACCEPT-MENU-PICK.
011600     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
011700     PERFORM ACCEPT-MENU-PICK.
011800
011900 MAINTAIN-THE-FILE.
012000     PERFORM DO-THE-PICK.
012100     PERFORM GET-MENU-PICK.
012200
012300 DO-THE-PICK.
012400     IF MENU-PICK = 1
012500         PERFORM ADD-MODE
012600     ELSE
012700     IF MENU-PICK = 2
012800         PERFORM CHANGE-MODE
012900     ELSE
013000     IF MENU-PICK = 3
013100         PERFORM INQUIRE-MODE
013200     ELSE
013300     IF MENU-PICK = 4
013400         PERFORM DELETE-MODE.
013500
013600*---------------------------------
013700* ADD
013800*---------------------------------
013900 ADD-MODE.
014000     MOVE "ADD" TO THE-MODE.
014100     PERFORM GET-NEW-RECORD-KEY.
014200     PERFORM ADD-RECORDS
014300        UNTIL CSHR-STORE = ZEROES.
014400
014500 GET-NEW-RECORD-KEY.
014600     PERFORM ACCEPT-NEW-RECORD-KEY.
014700     PERFORM RE-ACCEPT-NEW-RECORD-KEY
014800         UNTIL CSHR-RECORD-FOUND = "N" OR
014900               CSHR-STORE = ZEROES.
015000
015100 ACCEPT-NEW-RECORD-KEY.
015200     PERFORM INIT-CSHR-RECORD.
015300     PERFORM ENTER-CSHR-KEY.
015400     IF CSHR-STORE NOT = ZEROES
015500         PERFORM READ-CSHR-RECORD.
015600
015700 RE-ACCEPT-NEW-RECORD-KEY.
015800     DISPLAY "RECORD ALREADY ON FILE".
015900     PERFORM ACCEPT-NEW-RECORD-KEY.
016000
016100 ADD-RECORDS.
016200     PERFORM ENTER-CSHR-NAME.
016300     PERFORM ENTER-CSHR-STATUS.
016400     PERFORM WRITE-CSHR-RECORD.
016500     PERFORM GET-NEW-RECORD-KEY.
016600
016700*---------------------------------
016800* CHANGE
016900*---------------------------------
017000 CHANGE-MODE.
017100     MOVE "CHANGE" TO THE-MODE.
017200     PERFORM GET-EXISTING-RECORD.
017300     PERFORM CHANGE-RECORDS
017400        UNTIL CSHR-STORE = ZEROES.
017500
017600 CHANGE-RECORDS.
017700     PERFORM GET-FIELD-TO-CHANGE.
017800     PERFORM CHANGE-ONE-FIELD
017900         UNTIL WHICH-FIELD = ZERO.
018000     PERFORM GET-EXISTING-RECORD.
018100
018200 GET-FIELD-TO-CHANGE.
018300     PERFORM DISPLAY-ALL-FIELDS.
018400     PERFORM ASK-WHICH-FIELD.
018500
018600 ASK-WHICH-FIELD.
018700     PERFORM ACCEPT-WHICH-FIELD.
018800     PERFORM RE-ACCEPT-WHICH-FIELD
018900         UNTIL WHICH-FIELD < 3.
019000
019100 ACCEPT-WHICH-FIELD.
019200     DISPLAY "ENTER THE NUMBER OF THE FIELD".
019300     DISPLAY "TO CHANGE (1-2) OR 0 TO EXIT".
019400     ACCEPT WHICH-FIELD.
019500
019600 RE-ACCEPT-WHICH-FIELD.
019700     DISPLAY "INVALID ENTRY".
019800     PERFORM ACCEPT-WHICH-FIELD.
019900
020000 CHANGE-ONE-FIELD.
020100     PERFORM CHANGE-THIS-FIELD.
020200     PERFORM GET-FIELD-TO-CHANGE.
020300
020400 CHANGE-THIS-FIELD.
020500     IF WHICH-FIELD = 1
020600         PERFORM ENTER-CSHR-NAME            ELSE
020700     IF WHICH-FIELD = 2
020800         PERFORM ENTER-CSHR-STATUS.
020900
021000     PERFORM REWRITE-CSHR-RECORD.
021100
021200*---------------------------------
021300* INQUIRE
021400*---------------------------------
021500 INQUIRE-MODE.
021600     MOVE "DISPLAY" TO THE-MODE.
021700     PERFORM GET-EXISTING-RECORD.
021800     PERFORM INQUIRE-RECORDS
021900        UNTIL CSHR-STORE = ZEROES.
022000
022100 INQUIRE-RECORDS.
022200     PERFORM DISPLAY-ALL-FIELDS.
022300     PERFORM GET-EXISTING-RECORD.
022400
022500*---------------------------------
022600* DELETE
022700*---------------------------------
022800 DELETE-MODE.
022900     MOVE "DELETE" TO THE-MODE.
023000     PERFORM GET-EXISTING-RECORD.
023100     PERFORM DELETE-RECORDS
023200        UNTIL CSHR-STORE = ZEROES.
023300
023400 DELETE-RECORDS.
023500     PERFORM DISPLAY-ALL-FIELDS.
023600     PERFORM ASK-OK-TO-DELETE.
023700     IF OK-TO-DELETE = "Y"
023800         PERFORM DELETE-CSHR-RECORD.
023900     PERFORM GET-EXISTING-RECORD.
024000
024100 ASK-OK-TO-DELETE.
024200     PERFORM ACCEPT-OK-TO-DELETE.
024300     PERFORM RE-ACCEPT-OK-TO-DELETE
024400        UNTIL OK-TO-DELETE = "Y" OR "N".
024500
024600 ACCEPT-OK-TO-DELETE.
024700     DISPLAY "DELETE THIS RECORD (Y/N)?".
024800     ACCEPT OK-TO-DELETE.
024900     INSPECT OK-TO-DELETE
025000      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
025100
025200 RE-ACCEPT-OK-TO-DELETE.
025300     DISPLAY "YOU MUST ENTER YES OR NO".
025400     PERFORM ACCEPT-OK-TO-DELETE.
025500
025600*---------------------------------
025700* Routines shared by all modes
025800*---------------------------------
025900 INIT-CSHR-RECORD.
026000     MOVE SPACE TO CASHIER-RECORD.
026100     MOVE ZEROES TO CSHR-STORE.
026200     MOVE "A" TO CSHR-STATUS.
026300
026400*---------------------------------
026500* The store must be on file; the
026600* cashier ID is keyed exactly as
026700* the register sends it.
026800*---------------------------------
026900 ENTER-CSHR-KEY.
027000     PERFORM ACCEPT-CSHR-STORE.
027100     PERFORM RE-ACCEPT-CSHR-STORE
027200         UNTIL CSHR-STORE = ZEROES
027300            OR STORE-RECORD-FOUND = "Y".
027400     IF CSHR-STORE NOT = ZEROES
027500         PERFORM ENTER-CSHR-ID.
027600
027700 ACCEPT-CSHR-STORE.
027800     DISPLAY "ENTER STORE NUMBER (1-99)".
027900     DISPLAY "ENTER 0 TO EXIT".
028000     ACCEPT CSHR-STORE-FIELD.
028100     MOVE CSHR-STORE-FIELD TO CSHR-STORE.
028200     MOVE "N" TO STORE-RECORD-FOUND.
028300     IF CSHR-STORE NOT = ZEROES
028400         PERFORM READ-STORE-RECORD.
028500
028600 RE-ACCEPT-CSHR-STORE.
028700     DISPLAY "NO STORE ON FILE WITH THAT CODE".
028800     PERFORM ACCEPT-CSHR-STORE.
028900
029000 ENTER-CSHR-ID.
029100     PERFORM ACCEPT-CSHR-ID.
029200     PERFORM RE-ACCEPT-CSHR-ID
029300         UNTIL CSHR-ID NOT = SPACE.
029400
029500 ACCEPT-CSHR-ID.
029600     DISPLAY "ENTER CASHIER ID".
029700     ACCEPT CSHR-ID.
029800     INSPECT CSHR-ID
029900         CONVERTING LOWER-ALPHA
030000         TO         UPPER-ALPHA.
030100
030200 RE-ACCEPT-CSHR-ID.
030300     DISPLAY "CASHIER ID MUST BE ENTERED".
030400     PERFORM ACCEPT-CSHR-ID.
030500
030600 ENTER-CSHR-NAME.
030700     DISPLAY "ENTER CASHIER NAME".
030800     ACCEPT CSHR-NAME.
030900
031000*---------------------------------
031100* An inactive cashier stays on
031200* file so old detail still
031300* prints a name.
031400*---------------------------------
031500 ENTER-CSHR-STATUS.
031600     PERFORM ACCEPT-CSHR-STATUS.
031700     PERFORM RE-ACCEPT-CSHR-STATUS
031800         UNTIL CSHR-IS-ACTIVE OR CSHR-IS-INACTIVE.
031900
032000 ACCEPT-CSHR-STATUS.
032100     DISPLAY "STATUS - A (ACTIVE) OR I (INACTIVE)".
032200     DISPLAY "(DEFAULT A)".
032300     ACCEPT CSHR-STATUS.
032400     IF CSHR-STATUS = SPACE
032500         MOVE "A" TO CSHR-STATUS.
032600     INSPECT CSHR-STATUS
032700         CONVERTING LOWER-ALPHA
032800         TO         UPPER-ALPHA.
032900
033000 RE-ACCEPT-CSHR-STATUS.
033100     DISPLAY "STATUS MUST BE A OR I".
033200     PERFORM ACCEPT-CSHR-STATUS.
033300
033400 GET-EXISTING-RECORD.
033500     PERFORM ACCEPT-EXISTING-KEY.
033600     PERFORM RE-ACCEPT-EXISTING-KEY
033700         UNTIL CSHR-RECORD-FOUND = "Y" OR
033800               CSHR-STORE = ZEROES.
033900
034000 ACCEPT-EXISTING-KEY.
034100     PERFORM INIT-CSHR-RECORD.
034200     PERFORM ENTER-CSHR-KEY.
034300     IF CSHR-STORE NOT = ZEROES
034400         PERFORM READ-CSHR-RECORD.
034500
034600 RE-ACCEPT-EXISTING-KEY.
034700     DISPLAY "NO CASHIER FOUND WITH THAT ID".
034800     PERFORM ACCEPT-EXISTING-KEY.
034900
035000 DISPLAY-ALL-FIELDS.
035100     DISPLAY "STORE: " CSHR-STORE "  CASHIER ID: " CSHR-ID.
035200     DISPLAY "1. NAME: " CSHR-NAME.
035300     DISPLAY "2. STATUS: " CSHR-STATUS.
035400
035500 READ-STORE-RECORD.
035600     MOVE CSHR-STORE TO STORE-CODE.
035700     MOVE "Y" TO STORE-RECORD-FOUND.
035800     READ STORE-FILE RECORD
035900         INVALID KEY
036000         MOVE "N" TO STORE-RECORD-FOUND.
036100
036200 READ-CSHR-RECORD.
036300     MOVE "Y" TO CSHR-RECORD-FOUND.
036400     READ CASHIER-FILE RECORD
036500         INVALID KEY
036600         MOVE "N" TO CSHR-RECORD-FOUND.
036700
036800 WRITE-CSHR-RECORD.
036900     WRITE CASHIER-RECORD
037000         INVALID KEY
037100         DISPLAY "RECORD ALREADY ON FILE".
037200
037300 REWRITE-CSHR-RECORD.
037400     REWRITE CASHIER-RECORD
037500         INVALID KEY
037600         DISPLAY "ERROR REWRITING RECORD".
037700
037800 DELETE-CSHR-RECORD.
037900     DELETE CASHIER-FILE RECORD
038000         INVALID KEY
038100         DISPLAY "ERROR DELETING RECORD".
038200
038300*---------------------------------
038400* Utility routines.
038500*---------------------------------
038600     COPY "PLSIGN01.CBL".

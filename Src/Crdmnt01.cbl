000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CRDMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the Purchasing Cardholder
000600* File.
000700*
000800* Each company card is keyed by
000900* the card reference the issuer
001000* puts on its transaction file
001100* and belongs to an active
001200* employee, whose manager on the
001300* employee file signs off the
001400* card's spending. A card with
001500* transactions on file cannot be
001600* deleted - make it inactive
001700* instead.
001800*---------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200
002300     COPY "SLCRDH.CBL".
002400
002500     COPY "SLPCTR.CBL".
002600
002700     COPY "SLEMP.CBL".
002800
002900     COPY "SLACCT.CBL".
003000
003100     COPY "SLOPER.CBL".
003200
003300     COPY "SLSONLOG.CBL".
003400
003500     COPY "SLSESS.CBL".
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900
004000     COPY "FDCRDH.CBL".
004100
004200     COPY "FDPCTR.CBL".
004300
004400     COPY "FDEMP.CBL".
004500
004600     COPY "FDACCT.CBL".
004700
004800     COPY "FDOPER.CBL".
004900
005000     COPY "FDSONLOG.CBL".
005100
005200     COPY "FDSESS.CBL".
005300
005400 WORKING-STORAGE SECTION.
005500
005600 77  MENU-PICK                    PIC 9.
005700     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
005800
005900 77  THE-MODE                     PIC X(7).
006000 77  WHICH-FIELD                  PIC 9.
006100 77  OK-TO-DELETE                 PIC X.
006200 77  CRDH-RECORD-FOUND            PIC X.
006300 77  EMP-IS-VALID                 PIC X.
006400 77  ACCOUNT-IS-GOOD              PIC X.
006500 77  CARD-IN-USE                  PIC X.
006600 77  PCT-FILE-AT-END              PIC X.
006700
006800     COPY "WSCASE01.CBL".
006900
007000     COPY "WSAUDIT01.CBL".
007100
007200     COPY "WSSIGN01.CBL".
007300
007400 PROCEDURE DIVISION.
007500 PROGRAM-BEGIN.
007600     PERFORM OPENING-PROCEDURE.
007700     MOVE "CRDMNT01" TO SIGN-ON-PROGRAM.
007800     PERFORM GET-OPERATOR-SIGN-ON.
007900     IF OPERATOR-IS-SIGNED-ON
008000        AND SIGN-ON-CAN-MAINT = "Y"
008100         PERFORM MAIN-PROCESS
008200     ELSE
008300     IF OPERATOR-IS-SIGNED-ON
008400         DISPLAY "YOU ARE NOT AUTHORIZED FOR CARDHOLDER"
008500         DISPLAY "MAINTENANCE".
008600     PERFORM CLOSING-PROCEDURE.
008700
008800 PROGRAM-EXIT.
008900     EXIT PROGRAM.
009000
009100 PROGRAM-DONE.
009200     STOP RUN.
009300
009400 OPENING-PROCEDURE.
009500     OPEN I-O OPERATOR-FILE.
009600     OPEN I-O CARDHOLDER-FILE.
009700     OPEN I-O PCARD-TRANS-FILE.
009800     OPEN I-O EMPLOYEE-FILE.
009900     OPEN I-O ACCOUNT-FILE.
010000
010100 CLOSING-PROCEDURE.
010200     CLOSE OPERATOR-FILE.
010300     CLOSE CARDHOLDER-FILE.
010400     CLOSE PCARD-TRANS-FILE.
010500     CLOSE EMPLOYEE-FILE.
010600     CLOSE ACCOUNT-FILE.
010700
010800 MAIN-PROCESS.
010900     PERFORM GET-MENU-PICK.
011000     PERFORM MAINTAIN-THE-FILE
011100         UNTIL MENU-PICK = 0.
011200
011300*---------------------------------
011400* MENU
011500*---------------------------------
011600 GET-MENU-PICK.
011700     PERFORM DISPLAY-THE-MENU.
011800     PERFORM ACCEPT-MENU-PICK.
011900     PERFORM RE-ACCEPT-MENU-PICK
012000         UNTIL MENU-PICK-IS-VALID.
012100
012200 DISPLAY-THE-MENU.
012300     DISPLAY "    PURCHASING CARDHOLDERS - PLEASE SELECT:".
012400     DISPLAY " ".
012500     DISPLAY "          1.  ADD RECORDS".
012600     DISPLAY "          2.  CHANGE A RECORD".
012700     DISPLAY "          3.  LOOK UP A RECORD".
012800     DISPLAY "          4.  DELETE A RECORD".
012900     DISPLAY " ".
013000     DISPLAY "          0.  EXIT".
013100
013200 ACCEPT-MENU-PICK.
013300     DISPLAY "YOUR CHOICE (0-4)?".
013400     ACCEPT MENU-PICK.
013500
013600 RE-ACCEPT-MENU-PICK.
013700     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
013800     PERFORM ACCEPT-MENU-PICK.
013900
014000 MAINTAIN-THE-FILE.
014100     PERFORM DO-THE-PICK.
014200     PERFORM GET-MENU-PICK.
014300
014400 DO-THE-PICK.
014500     IF MENU-PICK = 1
014600         PERFORM ADD-MODE
014700     ELSE
014800     IF MENU-PICK = 2
014900         PERFORM CHANGE-MODE
015000     ELSE
015100     IF MENU-PICK = 3
015200         PERFORM INQUIRE-MODE
015300     ELSE
015400     IF MENU-PICK = 4
015500         PERFORM DELETE-MODE.
015600
015700*---------------------------------
015800* ADD
015900*---------------------------------
016000 ADD-MODE.
016100     MOVE "ADD" TO THE-MODE.
016200     PERFORM GET-NEW-RECORD-KEY.
016300     PERFORM ADD-RECORDS
016400        UNTIL CRDH-CARD-ID = SPACES.
016500
016600 GET-NEW-RECORD-KEY.
016700     PERFORM ACCEPT-NEW-RECORD-KEY.
016800     PERFORM RE-ACCEPT-NEW-RECORD-KEY
016900         UNTIL CRDH-RECORD-FOUND = "N" OR
017000               CRDH-CARD-ID = SPACES.
017100
017200 ACCEPT-NEW-RECORD-KEY.
017300     PERFORM INIT-CRDH-RECORD.
017400     PERFORM ENTER-CRDH-CARD-ID.
017500     IF CRDH-CARD-ID NOT = SPACES
017600         PERFORM READ-CRDH-RECORD.
017700
017800 RE-ACCEPT-NEW-RECORD-KEY.
017900     DISPLAY "THAT CARD IS ALREADY ON FILE".
018000     PERFORM ACCEPT-NEW-RECORD-KEY.
018100
018200 ADD-RECORDS.
018300     PERFORM ENTER-REMAINING-FIELDS.
018400     PERFORM WRITE-CRDH-RECORD.
018500     PERFORM GET-NEW-RECORD-KEY.
018600
018700 ENTER-REMAINING-FIELDS.
018800     PERFORM ENTER-CRDH-EMPLOYEE.
018900     PERFORM ENTER-CRDH-DEFAULT-ACCOUNT.
019000     MOVE "A" TO CRDH-STATUS.
019100
019200*---------------------------------
019300* CHANGE
019400*---------------------------------
019500 CHANGE-MODE.
019600     MOVE "CHANGE" TO THE-MODE.
019700     PERFORM GET-EXISTING-RECORD.
019800     PERFORM CHANGE-RECORDS
019900        UNTIL CRDH-CARD-ID = SPACES.
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
021400         UNTIL WHICH-FIELD < 4.
021500
021600 ACCEPT-WHICH-FIELD.
021700     DISPLAY "ENTER THE NUMBER OF THE FIELD".
021800     DISPLAY "TO CHANGE (1-3) OR 0 TO EXIT".
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
022900 CHANGE-THIS-FIELD.
023000     IF WHICH-FIELD = 1
023100         PERFORM ENTER-CRDH-EMPLOYEE
023200     ELSE
023300     IF WHICH-FIELD = 2
023400         PERFORM ENTER-CRDH-DEFAULT-ACCOUNT
023500     ELSE
023600     IF WHICH-FIELD = 3
023700         PERFORM ENTER-CRDH-STATUS.
023800
023900     PERFORM REWRITE-CRDH-RECORD.
024000
024100*---------------------------------
024200* INQUIRE
024300*---------------------------------
024400 INQUIRE-MODE.
024500     MOVE "DISPLAY" TO THE-MODE.
024600     PERFORM GET-EXISTING-RECORD.
024700     PERFORM INQUIRE-RECORDS
024800        UNTIL CRDH-CARD-ID = SPACES.
024900
025000 INQUIRE-RECORDS.
025100     PERFORM DISPLAY-ALL-FIELDS.
025200     PERFORM GET-EXISTING-RECORD.
025300
025400*---------------------------------
025500* DELETE
025600*---------------------------------
025700 DELETE-MODE.
025800     MOVE "DELETE" TO THE-MODE.
025900     PERFORM GET-EXISTING-RECORD.
026000     PERFORM DELETE-RECORDS
026100        UNTIL CRDH-CARD-ID = SPACES.
026200
026300 DELETE-RECORDS.
026400     PERFORM DISPLAY-ALL-FIELDS.
026500     PERFORM CHECK-CARD-IN-USE.
026600     IF CARD-IN-USE = "Y"
026700         DISPLAY "TRANSACTIONS ARE ON FILE FOR THIS CARD"
026800         DISPLAY "- MAKE IT INACTIVE"
026900     ELSE
027000     PERFORM ASK-OK-TO-DELETE
027100     IF OK-TO-DELETE = "Y"
027200         PERFORM DELETE-CRDH-RECORD.
027300     PERFORM GET-EXISTING-RECORD.
027400
027500*---------------------------------
027600* The transaction file is keyed
027700* by card first, so one START
027800* finds whether the card has any
027900* lines at all.
028000*---------------------------------
028100 CHECK-CARD-IN-USE.
028200     MOVE "N" TO CARD-IN-USE.
028300     MOVE "N" TO PCT-FILE-AT-END.
028400     MOVE CRDH-CARD-ID TO PCT-CARD-ID.
028500     MOVE LOW-VALUES TO PCT-REFERENCE.
028600     START PCARD-TRANS-FILE KEY NOT < PCT-KEY
028700         INVALID KEY
028800         MOVE "Y" TO PCT-FILE-AT-END.
028900     IF PCT-FILE-AT-END NOT = "Y"
029000         READ PCARD-TRANS-FILE NEXT RECORD
029100             AT END MOVE "Y" TO PCT-FILE-AT-END.
029200     IF PCT-FILE-AT-END NOT = "Y"
029300        AND PCT-CARD-ID = CRDH-CARD-ID
029400         MOVE "Y" TO CARD-IN-USE.
029500
029600 ASK-OK-TO-DELETE.
029700     PERFORM ACCEPT-OK-TO-DELETE.
029800     PERFORM RE-ACCEPT-OK-TO-DELETE
029900        UNTIL OK-TO-DELETE = "Y" OR "N".
030000
030100 ACCEPT-OK-TO-DELETE.
030200     DISPLAY "DELETE THIS RECORD (Y/N)?".
030300     ACCEPT OK-TO-DELETE.
030400     INSPECT OK-TO-DELETE
030500      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
030600
030700 RE-ACCEPT-OK-TO-DELETE.
030800     DISPLAY "YOU MUST ENTER YES OR NO".
030900     PERFORM ACCEPT-OK-TO-DELETE.
031000
031100*---------------------------------
031200* Routines shared by all modes
031300*---------------------------------
031400 INIT-CRDH-RECORD.
031500     MOVE SPACE TO CARDHOLDER-RECORD.
031600     MOVE ZEROES TO CRDH-EMPLOYEE
031700                    CRDH-DEFAULT-ACCOUNT.
031800
031900 ENTER-CRDH-CARD-ID.
032000     DISPLAY "ENTER CARD REFERENCE AS THE ISSUER SENDS IT".
032100     DISPLAY "ENTER BLANK TO EXIT".
032200     ACCEPT CRDH-CARD-ID.
032300     INSPECT CRDH-CARD-ID
032400         CONVERTING LOWER-ALPHA
032500         TO         UPPER-ALPHA.
032600
032700*---------------------------------
032800* The holder must be an active
032900* employee on file.
033000*---------------------------------
033100 ENTER-CRDH-EMPLOYEE.
033200     PERFORM ACCEPT-CRDH-EMPLOYEE.
033300     PERFORM RE-ACCEPT-CRDH-EMPLOYEE
033400         UNTIL EMP-IS-VALID = "Y".
033500
033600 ACCEPT-CRDH-EMPLOYEE.
033700     DISPLAY "ENTER THE CARDHOLDER'S EMPLOYEE NUMBER".
033800     ACCEPT CRDH-EMPLOYEE.
033900     MOVE CRDH-EMPLOYEE TO EMP-NUMBER.
034000     MOVE "Y" TO EMP-IS-VALID.
034100     READ EMPLOYEE-FILE RECORD
034200         INVALID KEY
034300         MOVE "N" TO EMP-IS-VALID.
034400     IF EMP-IS-VALID = "Y"
034500        AND NOT EMP-IS-ACTIVE
034600         MOVE "N" TO EMP-IS-VALID.
034700
034800 RE-ACCEPT-CRDH-EMPLOYEE.
034900     DISPLAY "HOLDER MUST BE AN ACTIVE EMPLOYEE".
035000     PERFORM ACCEPT-CRDH-EMPLOYEE.
035100
035200*---------------------------------
035300* Zero, or an active expense
035400* account.
035500*---------------------------------
035600 ENTER-CRDH-DEFAULT-ACCOUNT.
035700     PERFORM ACCEPT-CRDH-DEFAULT-ACCOUNT.
035800     PERFORM RE-ACCEPT-CRDH-DEFAULT-ACCOUNT
035900         UNTIL ACCOUNT-IS-GOOD = "Y".
036000
036100 ACCEPT-CRDH-DEFAULT-ACCOUNT.
036200     DISPLAY "ENTER DEFAULT G/L EXPENSE ACCOUNT FOR".
036300     DISPLAY "MERCHANTS WITH NO DEFAULT (0 FOR NONE)".
036400     ACCEPT CRDH-DEFAULT-ACCOUNT.
036500     MOVE "Y" TO ACCOUNT-IS-GOOD.
036600     IF CRDH-DEFAULT-ACCOUNT NOT = ZEROES
036700         PERFORM CHECK-DEFAULT-ACCOUNT.
036800
036900 RE-ACCEPT-CRDH-DEFAULT-ACCOUNT.
037000     DISPLAY "ACCOUNT MUST BE AN ACTIVE EXPENSE ACCOUNT".
037100     PERFORM ACCEPT-CRDH-DEFAULT-ACCOUNT.
037200
037300 CHECK-DEFAULT-ACCOUNT.
037400     MOVE CRDH-DEFAULT-ACCOUNT TO ACCOUNT-NUMBER.
037500     READ ACCOUNT-FILE RECORD
037600         INVALID KEY
037700         MOVE "N" TO ACCOUNT-IS-GOOD.
037800     IF ACCOUNT-IS-GOOD = "Y"
037900         IF NOT ACCOUNT-IS-ACTIVE
038000            OR NOT ACCOUNT-IS-EXPENSE
038100             MOVE "N" TO ACCOUNT-IS-GOOD.
038200
038300 ENTER-CRDH-STATUS.
038400     PERFORM ACCEPT-CRDH-STATUS.
038500     PERFORM RE-ACCEPT-CRDH-STATUS
038600         UNTIL CRDH-STATUS-IS-VALID.
038700
038800 ACCEPT-CRDH-STATUS.
038900     DISPLAY "ENTER STATUS (A = ACTIVE, I = INACTIVE)".
039000     ACCEPT CRDH-STATUS.
039100     INSPECT CRDH-STATUS
039200         CONVERTING LOWER-ALPHA
039300         TO         UPPER-ALPHA.
039400
039500 RE-ACCEPT-CRDH-STATUS.
039600     DISPLAY "YOU MUST ENTER A OR I".
039700     PERFORM ACCEPT-CRDH-STATUS.
039800
039900 GET-EXISTING-RECORD.
040000     PERFORM ACCEPT-EXISTING-KEY.
040100     PERFORM RE-ACCEPT-EXISTING-KEY
040200         UNTIL CRDH-RECORD-FOUND = "Y" OR
040300               CRDH-CARD-ID = SPACES.
040400
040500 ACCEPT-EXISTING-KEY.
040600     PERFORM INIT-CRDH-RECORD.
040700     PERFORM ENTER-CRDH-CARD-ID.
040800     IF CRDH-CARD-ID NOT = SPACES
040900         PERFORM READ-CRDH-RECORD.
041000
041100 RE-ACCEPT-EXISTING-KEY.
041200     DISPLAY "NO CARD FOUND WITH THAT REFERENCE".
041300     PERFORM ACCEPT-EXISTING-KEY.
041400
041500 DISPLAY-ALL-FIELDS.
041600     DISPLAY "CARD: " CRDH-CARD-ID.
041700     MOVE CRDH-EMPLOYEE TO EMP-NUMBER.
041800     MOVE "Y" TO EMP-IS-VALID.
041900     READ EMPLOYEE-FILE RECORD
042000         INVALID KEY
042100         MOVE "N" TO EMP-IS-VALID.
042200     IF EMP-IS-VALID = "Y"
042300         DISPLAY "1. HOLDER: " CRDH-EMPLOYEE " " EMP-NAME
042400     ELSE
042500         DISPLAY "1. HOLDER: " CRDH-EMPLOYEE
042600                 " *EMPLOYEE NOT ON FILE*".
042700     DISPLAY "2. DEFAULT ACCOUNT: " CRDH-DEFAULT-ACCOUNT.
042800     DISPLAY "3. STATUS: " CRDH-STATUS.
042900
043000 READ-CRDH-RECORD.
043100     MOVE "Y" TO CRDH-RECORD-FOUND.
043200     READ CARDHOLDER-FILE RECORD
043300         INVALID KEY
043400         MOVE "N" TO CRDH-RECORD-FOUND.
043500
043600 WRITE-CRDH-RECORD.
043700     WRITE CARDHOLDER-RECORD
043800         INVALID KEY
043900         DISPLAY "RECORD ALREADY ON FILE".
044000
044100 REWRITE-CRDH-RECORD.
044200     REWRITE CARDHOLDER-RECORD
044300         INVALID KEY
044400         DISPLAY "ERROR REWRITING CARDHOLDER".
044500
044600 DELETE-CRDH-RECORD.
044700     DELETE CARDHOLDER-FILE RECORD
044800         INVALID KEY
044900         DISPLAY "ERROR DELETING CARDHOLDER".
045000
045100*---------------------------------
045200* Utility routines.
045300*---------------------------------
045400     COPY "PLSIGN01.CBL".

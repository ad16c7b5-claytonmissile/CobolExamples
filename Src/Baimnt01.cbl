000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BAIMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the BAI Type Code File.
000600*
000700* Tells the BAI2 prior-day import
000800* what to do with each detail
000900* type code on the bank's
001000* statement file: post it to the
001100* cash ledger as a deposit, fee,
001200* interest or adjustment, feed
001300* it to the cleared-checks file
001400* as a paid check, or ignore it.
001500* Codes for movements another
001600* program already posts to the
001700* ledger (card settlements from
001800* STLIMP01, stop payment fees
001900* from STPMNT01) should be set
002000* to ignore so they are not
002100* posted twice.
002200*---------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600
002700     COPY "SLBAIT.CBL".
002800
002900     COPY "SLOPER.CBL".
003000
003100     COPY "SLSONLOG.CBL".
003200
003300     COPY "SLSESS.CBL".
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700
003800     COPY "FDBAIT.CBL".
003900
004000     COPY "FDOPER.CBL".
004100
004200     COPY "FDSONLOG.CBL".
004300
004400     COPY "FDSESS.CBL".
004500
004600 WORKING-STORAGE SECTION.
004700
004800 77  MENU-PICK                    PIC 9.
004900     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
005000
005100 77  THE-MODE                     PIC X(7).
005200 77  WHICH-FIELD                  PIC 9.
005300 77  OK-TO-DELETE                 PIC X.
005400 77  BAIT-RECORD-FOUND            PIC X.
005500 77  DEFAULT-DIRECTION            PIC X.
005600
005700     COPY "WSCASE01.CBL".
005800
005900     COPY "WSAUDIT01.CBL".
006000
006100     COPY "WSSIGN01.CBL".
006200
006300 PROCEDURE DIVISION.
006400 PROGRAM-BEGIN.
006500     PERFORM OPENING-PROCEDURE.
006600     MOVE "BAIMNT01" TO SIGN-ON-PROGRAM.
006700     PERFORM GET-OPERATOR-SIGN-ON.
006800     IF OPERATOR-IS-SIGNED-ON
006900        AND SIGN-ON-CAN-MAINT = "Y"
007000         PERFORM MAIN-PROCESS
007100     ELSE
007200     IF OPERATOR-IS-SIGNED-ON
007300         DISPLAY "YOU ARE NOT AUTHORIZED FOR BAI TYPE"
007400         DISPLAY "CODE MAINTENANCE".
007500     PERFORM CLOSING-PROCEDURE.
007600
007700 PROGRAM-EXIT.
007800     EXIT PROGRAM.
007900
008000 PROGRAM-DONE.
008100     STOP RUN.
008200
008300 OPENING-PROCEDURE.
008400     OPEN I-O OPERATOR-FILE.
008500     OPEN I-O BAI-TYPE-FILE.
008600
008700 CLOSING-PROCEDURE.
008800     CLOSE OPERATOR-FILE.
008900     CLOSE BAI-TYPE-FILE.
009000
009100 MAIN-PROCESS.
009200     PERFORM GET-MENU-PICK.
009300     PERFORM MAINTAIN-THE-FILE
009400         UNTIL MENU-PICK = 0.
009500
009600*---------------------------------
009700* MENU
009800*---------------------------------
009900 GET-MENU-PICK.
010000     PERFORM DISPLAY-THE-MENU.
010100     PERFORM ACCEPT-MENU-PICK.
010200     PERFORM RE-ACCEPT-MENU-PICK
010300         UNTIL MENU-PICK-IS-VALID.
010400
010500 DISPLAY-THE-MENU.
010600     DISPLAY "    BAI TYPE CODES - PLEASE SELECT:".
010700     DISPLAY " ".
010800     DISPLAY "          1.  ADD RECORDS".
010900     DISPLAY "          2.  CHANGE A RECORD".
011000     DISPLAY "          3.  LOOK UP A RECORD".
011100     DISPLAY "          4.  DELETE A RECORD".
011200     DISPLAY " ".
011300     DISPLAY "          0.  EXIT".
011400
011500 ACCEPT-MENU-PICK.
011600     DISPLAY "YOUR CHOICE (0-4)?".
011700     ACCEPT MENU-PICK.
011800
011900 RE-ACCEPT-MENU-PICK.
012000     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
012100     PERFORM ACCEPT-MENU-PICK.
012200
012300 MAINTAIN-THE-FILE.
012400     PERFORM DO-THE-PICK.
012500     PERFORM GET-MENU-PICK.
012600
012700 DO-THE-PICK.
012800     IF MENU-PICK = 1
012900         PERFORM ADD-MODE
013000     ELSE
013100     IF MENU-PICK = 2
013200         PERFORM CHANGE-MODE
013300     ELSE
013400     IF MENU-PICK = 3
013500         PERFORM INQUIRE-MODE
013600     ELSE
013700     IF MENU-PICK = 4
013800         PERFORM DELETE-MODE.
013900
014000*---------------------------------
014100* ADD
014200*---------------------------------
014300 ADD-MODE.
014400     MOVE "ADD" TO THE-MODE.
014500     PERFORM GET-NEW-RECORD-KEY.
014600     PERFORM ADD-RECORDS
014700        UNTIL BAIT-CODE = ZEROES.
014800
014900 GET-NEW-RECORD-KEY.
015000     PERFORM ACCEPT-NEW-RECORD-KEY.
015100     PERFORM RE-ACCEPT-NEW-RECORD-KEY
015200         UNTIL BAIT-RECORD-FOUND = "N" OR
015300               BAIT-CODE = ZEROES.
015400
015500 ACCEPT-NEW-RECORD-KEY.
015600     PERFORM INIT-BAIT-RECORD.
015700     PERFORM ENTER-BAIT-CODE.
015800     IF BAIT-CODE NOT = ZEROES
015900         PERFORM READ-BAIT-RECORD.
016000
016100 RE-ACCEPT-NEW-RECORD-KEY.
016200     DISPLAY "THAT TYPE CODE IS ALREADY ON FILE".
016300     PERFORM ACCEPT-NEW-RECORD-KEY.
016400
016500 ADD-RECORDS.
016600     PERFORM ENTER-REMAINING-FIELDS.
016700     PERFORM WRITE-BAIT-RECORD.
016800     PERFORM GET-NEW-RECORD-KEY.
016900
017000 ENTER-REMAINING-FIELDS.
017100     PERFORM ENTER-BAIT-DESCRIPTION.
017200     PERFORM ENTER-BAIT-ACTION.
017300     PERFORM ENTER-BAIT-DIRECTION.
017400
017500*---------------------------------
017600* CHANGE
017700*---------------------------------
017800 CHANGE-MODE.
017900     MOVE "CHANGE" TO THE-MODE.
018000     PERFORM GET-EXISTING-RECORD.
018100     PERFORM CHANGE-RECORDS
018200        UNTIL BAIT-CODE = ZEROES.
018300
018400 CHANGE-RECORDS.
018500     PERFORM GET-FIELD-TO-CHANGE.
018600     PERFORM CHANGE-ONE-FIELD
018700         UNTIL WHICH-FIELD = ZERO.
018800     PERFORM GET-EXISTING-RECORD.
018900
019000 GET-FIELD-TO-CHANGE.
019100     PERFORM DISPLAY-ALL-FIELDS.
019200     PERFORM ASK-WHICH-FIELD.
019300
019400 ASK-WHICH-FIELD.
019500     PERFORM ACCEPT-WHICH-FIELD.
019600     PERFORM RE-ACCEPT-WHICH-FIELD
019700         UNTIL WHICH-FIELD < 4.
019800
019900 ACCEPT-WHICH-FIELD.
020000     DISPLAY "ENTER THE NUMBER OF THE FIELD".
020100     DISPLAY "TO CHANGE (1-3) OR 0 TO EXIT".
020200     ACCEPT WHICH-FIELD.
020300
020400 RE-ACCEPT-WHICH-FIELD.
020500     DISPLAY "INVALID ENTRY".
020600     PERFORM ACCEPT-WHICH-FIELD.
020700
020800 CHANGE-ONE-FIELD.
020900     PERFORM CHANGE-THIS-FIELD.
021000     PERFORM GET-FIELD-TO-CHANGE.
021100
021200 CHANGE-THIS-FIELD.
021300     IF WHICH-FIELD = 1
021400         PERFORM ENTER-BAIT-DESCRIPTION
021500     ELSE
021600     IF WHICH-FIELD = 2
021700         PERFORM ENTER-BAIT-ACTION
021800     ELSE
021900     IF WHICH-FIELD = 3
022000         PERFORM ENTER-BAIT-DIRECTION.
022100
022200     PERFORM REWRITE-BAIT-RECORD.
022300
022400*---------------------------------
022500* INQUIRE
022600*---------------------------------
022700 INQUIRE-MODE.
022800     MOVE "DISPLAY" TO THE-MODE.
022900     PERFORM GET-EXISTING-RECORD.
023000     PERFORM INQUIRE-RECORDS
023100        UNTIL BAIT-CODE = ZEROES.
023200
023300 INQUIRE-RECORDS.
023400     PERFORM DISPLAY-ALL-FIELDS.
023500     PERFORM GET-EXISTING-RECORD.
023600
023700*---------------------------------
023800* DELETE - lines with a deleted
023900* code are rejected by the import
024000* until the code is set up again.
024100*---------------------------------
024200 DELETE-MODE.
024300     MOVE "DELETE" TO THE-MODE.
024400     PERFORM GET-EXISTING-RECORD.
024500     PERFORM DELETE-RECORDS
024600        UNTIL BAIT-CODE = ZEROES.
024700
024800 DELETE-RECORDS.
024900     PERFORM DISPLAY-ALL-FIELDS.
025000     PERFORM ASK-OK-TO-DELETE.
025100     IF OK-TO-DELETE = "Y"
025200         PERFORM DELETE-BAIT-RECORD.
025300     PERFORM GET-EXISTING-RECORD.
025400
025500 ASK-OK-TO-DELETE.
025600     PERFORM ACCEPT-OK-TO-DELETE.
025700     PERFORM RE-ACCEPT-OK-TO-DELETE
025800        UNTIL OK-TO-DELETE = "Y" OR "N".
025900
026000 ACCEPT-OK-TO-DELETE.
026100     DISPLAY "DELETE THIS RECORD (Y/N)?".
026200     ACCEPT OK-TO-DELETE.
026300     INSPECT OK-TO-DELETE
026400      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
026500
026600 RE-ACCEPT-OK-TO-DELETE.
026700     DISPLAY "YOU MUST ENTER YES OR NO".
026800     PERFORM ACCEPT-OK-TO-DELETE.
026900
027000*---------------------------------
027100* Routines shared by all modes
027200*---------------------------------
027300 INIT-BAIT-RECORD.
027400     MOVE SPACE TO BAI-TYPE-RECORD.
027500     MOVE ZEROES TO BAIT-CODE.
027600
027700 ENTER-BAIT-CODE.
027800     DISPLAY "ENTER BAI TYPE CODE (1-999)".
027900     DISPLAY "ENTER 0 TO EXIT".
028000     ACCEPT BAIT-CODE.
028100
028200 ENTER-BAIT-DESCRIPTION.
028300     PERFORM ACCEPT-BAIT-DESCRIPTION.
028400     PERFORM RE-ACCEPT-BAIT-DESCRIPTION
028500         UNTIL BAIT-DESCRIPTION NOT = SPACES.
028600
028700 ACCEPT-BAIT-DESCRIPTION.
028800     DISPLAY "ENTER DESCRIPTION FOR THE CASH LEDGER".
028900     ACCEPT BAIT-DESCRIPTION.
029000     INSPECT BAIT-DESCRIPTION
029100         CONVERTING LOWER-ALPHA
029200         TO         UPPER-ALPHA.
029300
029400 RE-ACCEPT-BAIT-DESCRIPTION.
029500     DISPLAY "DESCRIPTION MUST BE ENTERED".
029600     PERFORM ACCEPT-BAIT-DESCRIPTION.
029700
029800 ENTER-BAIT-ACTION.
029900     PERFORM ACCEPT-BAIT-ACTION.
030000     PERFORM RE-ACCEPT-BAIT-ACTION
030100         UNTIL BAIT-ACTION-IS-VALID.
030200
030300 ACCEPT-BAIT-ACTION.
030400     DISPLAY "ENTER ACTION: D = DEPOSIT, F = FEE,".
030500     DISPLAY "I = INTEREST, A = ADJUSTMENT,".
030600     DISPLAY "K = CHECK PAID, X = IGNORE".
030700     ACCEPT BAIT-ACTION.
030800     INSPECT BAIT-ACTION
030900         CONVERTING LOWER-ALPHA
031000         TO         UPPER-ALPHA.
031100
031200 RE-ACCEPT-BAIT-ACTION.
031300     DISPLAY "ACTION MUST BE D, F, I, A, K OR X".
031400     PERFORM ACCEPT-BAIT-ACTION.
031500
031600*---------------------------------
031700* The BAI2 standard puts credit
031800* detail codes in 100-399 and
031900* debit detail codes in 400-699;
032000* that range is offered as the
032100* default. Codes outside it
032200* (bank-specific 900s) must be
032300* keyed.
032400*---------------------------------
032500 ENTER-BAIT-DIRECTION.
032600     MOVE SPACE TO DEFAULT-DIRECTION.
032700     IF BAIT-CODE NOT < 100
032800        AND BAIT-CODE < 400
032900         MOVE "C" TO DEFAULT-DIRECTION
033000     ELSE
033100     IF BAIT-CODE NOT < 400
033200        AND BAIT-CODE < 700
033300         MOVE "D" TO DEFAULT-DIRECTION.
033400     PERFORM ACCEPT-BAIT-DIRECTION.
033500     PERFORM RE-ACCEPT-BAIT-DIRECTION
033600         UNTIL BAIT-DIRECTION-IS-VALID.
033700
033800 ACCEPT-BAIT-DIRECTION.
033900     DISPLAY "ENTER DIRECTION: C = CREDIT (MONEY IN),".
034000     DISPLAY "D = DEBIT (MONEY OUT)".
034100     IF DEFAULT-DIRECTION NOT = SPACE
034200         DISPLAY "(ENTER FOR " DEFAULT-DIRECTION ")".
034300     MOVE SPACE TO BAIT-DIRECTION.
034400     ACCEPT BAIT-DIRECTION.
034500     INSPECT BAIT-DIRECTION
034600         CONVERTING LOWER-ALPHA
034700         TO         UPPER-ALPHA.
034800     IF BAIT-DIRECTION = SPACE
034900         MOVE DEFAULT-DIRECTION TO BAIT-DIRECTION.
035000
035100 RE-ACCEPT-BAIT-DIRECTION.
035200     DISPLAY "DIRECTION MUST BE C OR D".
035300     PERFORM ACCEPT-BAIT-DIRECTION.
035400
035500 GET-EXISTING-RECORD.
035600     PERFORM ACCEPT-EXISTING-KEY.
035700     PERFORM RE-ACCEPT-EXISTING-KEY
035800         UNTIL BAIT-RECORD-FOUND = "Y" OR
035900               BAIT-CODE = ZEROES.
036000
036100 ACCEPT-EXISTING-KEY.
036200     PERFORM INIT-BAIT-RECORD.
036300     PERFORM ENTER-BAIT-CODE.
036400     IF BAIT-CODE NOT = ZEROES
036500         PERFORM READ-BAIT-RECORD.
036600
036700 RE-ACCEPT-EXISTING-KEY.
036800     DISPLAY "NO RECORD FOUND FOR THAT TYPE CODE".
036900     PERFORM ACCEPT-EXISTING-KEY.
037000
037100 DISPLAY-ALL-FIELDS.
037200     DISPLAY "BAI TYPE CODE: " BAIT-CODE.
037300     DISPLAY "1. DESCRIPTION: " BAIT-DESCRIPTION.
037400     DISPLAY "2. ACTION: " BAIT-ACTION.
037500     DISPLAY "3. DIRECTION: " BAIT-DIRECTION.
037600
037700 READ-BAIT-RECORD.
037800     MOVE "Y" TO BAIT-RECORD-FOUND.
037900     READ BAI-TYPE-FILE RECORD
038000         INVALID KEY
038100         MOVE "N" TO BAIT-RECORD-FOUND.
038200
038300 WRITE-BAIT-RECORD.
038400     WRITE BAI-TYPE-RECORD
038500         INVALID KEY
038600         DISPLAY "RECORD ALREADY ON FILE".
038700
038800 REWRITE-BAIT-RECORD.
038900     REWRITE BAI-TYPE-RECORD
039000         INVALID KEY
039100         DISPLAY "ERROR REWRITING BAI TYPE CODE".
039200
039300 DELETE-BAIT-RECORD.
039400     DELETE BAI-TYPE-FILE RECORD
039500         INVALID KEY
039600         DISPLAY "ERROR DELETING BAI TYPE CODE".
039700
039800*---------------------------------
039900* Utility routines.
040000*---------------------------------
040100     COPY "PLSIGN01.CBL".

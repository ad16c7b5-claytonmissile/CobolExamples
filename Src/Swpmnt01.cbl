000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SWPMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the Sweep Rule File.
000600*
000700* The standing rule for a bank
000800* account: the balance it should
000900* hold, the account anything
001000* above that is swept to, and
001100* the account any shortfall is
001200* funded from before a check
001300* run. The sweep and funding run
001400* (XFRSWP01) turns the rules
001500* into transfers, and the daily
001600* cash position report
001700* (CSHPOS01) prints the funding
001800* each rule calls for.
001900*---------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300
002400     COPY "SLSWRL.CBL".
002500
002600     COPY "SLBANK.CBL".
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
003700     COPY "FDSWRL.CBL".
003800
003900     COPY "FDBANK.CBL".
004000
004100     COPY "FDOPER.CBL".
004200
004300     COPY "FDSONLOG.CBL".
004400
004500     COPY "FDSESS.CBL".
004600
004700 WORKING-STORAGE SECTION.
004800
004900 77  MENU-PICK                    PIC 9.
005000     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
005100
005200 77  THE-MODE                     PIC X(7).
005300 77  WHICH-FIELD                  PIC 9.
005400 77  OK-TO-DELETE                 PIC X.
005500 77  SWRL-RECORD-FOUND            PIC X.
005600 77  BANK-RECORD-FOUND            PIC X.
005700 77  OTHER-ACCT-IS-GOOD           PIC X.
005800 77  OTHER-BANK-ACCT              PIC 9(2).
005900 77  AMOUNT-ENTRY                 PIC 9(11).
006000 01  AMOUNT-DISPLAY               PIC ZZZ,ZZZ,ZZ9.99.
006100
006200     COPY "WSCASE01.CBL".
006300
006400     COPY "WSAUDIT01.CBL".
006500
006600     COPY "WSSIGN01.CBL".
006700
006800 PROCEDURE DIVISION.
006900 PROGRAM-BEGIN.
007000     PERFORM OPENING-PROCEDURE.
007100     MOVE "SWPMNT01" TO SIGN-ON-PROGRAM.
007200     PERFORM GET-OPERATOR-SIGN-ON.
007300     IF OPERATOR-IS-SIGNED-ON
007400        AND SIGN-ON-CAN-PAYMENT = "Y"
007500         PERFORM MAIN-PROCESS
007600     ELSE
007700     IF OPERATOR-IS-SIGNED-ON
007800         DISPLAY "YOU ARE NOT AUTHORIZED FOR SWEEP"
007900         DISPLAY "RULE MAINTENANCE".
008000     PERFORM CLOSING-PROCEDURE.
008100
008200 PROGRAM-EXIT.
008300     EXIT PROGRAM.
008400
008500 PROGRAM-DONE.
008600     STOP RUN.
008700
008800 OPENING-PROCEDURE.
008900     OPEN I-O OPERATOR-FILE.
009000     OPEN I-O SWEEP-RULE-FILE.
009100     OPEN INPUT BANK-FILE.
009200
009300 CLOSING-PROCEDURE.
009400     CLOSE OPERATOR-FILE.
009500     CLOSE SWEEP-RULE-FILE.
009600     CLOSE BANK-FILE.
009700
009800 MAIN-PROCESS.
009900     PERFORM GET-MENU-PICK.
010000     PERFORM MAINTAIN-THE-FILE
010100         UNTIL MENU-PICK = 0.
010200
010300*---------------------------------
010400* MENU
010500*---------------------------------
010600 GET-MENU-PICK.
010700     PERFORM DISPLAY-THE-MENU.
010800     PERFORM ACCEPT-MENU-PICK.
010900     PERFORM RE-ACCEPT-MENU-PICK
011000         UNTIL MENU-PICK-IS-VALID.
011100
011200 DISPLAY-THE-MENU.
011300     DISPLAY "    SWEEP RULES - PLEASE SELECT:".
011400     DISPLAY " ".
011500     DISPLAY "          1.  ADD RECORDS".
011600     DISPLAY "          2.  CHANGE A RECORD".
011700     DISPLAY "          3.  LOOK UP A RECORD".
011800     DISPLAY "          4.  DELETE A RECORD".
011900     DISPLAY " ".
012000     DISPLAY "          0.  EXIT".
012100
012200 ACCEPT-MENU-PICK.
012300     DISPLAY "YOUR CHOICE (0-4)?".
012400     ACCEPT MENU-PICK.
012500
012600 RE-ACCEPT-MENU-PICK.
012700     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
012800     PERFORM ACCEPT-MENU-PICK.
012900
013000 MAINTAIN-THE-FILE.
013100     PERFORM DO-THE-PICK.
013200     PERFORM GET-MENU-PICK.
013300
013400 DO-THE-PICK.
013500     IF MENU-PICK = 1
013600         PERFORM ADD-MODE
013700     ELSE
013800     IF MENU-PICK = 2
013900         PERFORM CHANGE-MODE
014000     ELSE
014100     IF MENU-PICK = 3
014200         PERFORM INQUIRE-MODE
014300     ELSE
014400     IF MENU-PICK = 4
014500         PERFORM DELETE-MODE.
014600
014700*---------------------------------
014800* ADD
014900*---------------------------------
015000 ADD-MODE.
015100     MOVE "ADD" TO THE-MODE.
015200     PERFORM GET-NEW-RECORD-KEY.
015300     PERFORM ADD-RECORDS
015400        UNTIL SWRL-BANK-ACCT = ZEROES.
015500
015600 GET-NEW-RECORD-KEY.
015700     PERFORM ACCEPT-NEW-RECORD-KEY.
015800     PERFORM RE-ACCEPT-NEW-RECORD-KEY
015900         UNTIL SWRL-RECORD-FOUND = "N" OR
016000               SWRL-BANK-ACCT = ZEROES.
016100
016200 ACCEPT-NEW-RECORD-KEY.
016300     PERFORM INIT-SWRL-RECORD.
016400     PERFORM ENTER-SWRL-BANK-ACCT.
016500     IF SWRL-BANK-ACCT NOT = ZEROES
016600         PERFORM READ-SWRL-RECORD.
016700
016800 RE-ACCEPT-NEW-RECORD-KEY.
016900     DISPLAY "THAT ACCOUNT ALREADY HAS A RULE".
017000     PERFORM ACCEPT-NEW-RECORD-KEY.
017100
017200 ADD-RECORDS.
017300     PERFORM ENTER-REMAINING-FIELDS.
017400     PERFORM WRITE-SWRL-RECORD.
017500     PERFORM GET-NEW-RECORD-KEY.
017600
017700 ENTER-REMAINING-FIELDS.
017800     PERFORM ENTER-SWRL-SWEEP-TO-ACCT.
017900     PERFORM ENTER-SWRL-FUND-FROM-ACCT.
018000     PERFORM ENTER-SWRL-TARGET-BALANCE.
018100     PERFORM ENTER-SWRL-ACTIVE.
018200
018300*---------------------------------
018400* CHANGE
018500*---------------------------------
018600 CHANGE-MODE.
018700     MOVE "CHANGE" TO THE-MODE.
018800     PERFORM GET-EXISTING-RECORD.
018900     PERFORM CHANGE-RECORDS
019000        UNTIL SWRL-BANK-ACCT = ZEROES.
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
020500         UNTIL WHICH-FIELD < 5.
020600
020700 ACCEPT-WHICH-FIELD.
020800     DISPLAY "ENTER THE NUMBER OF THE FIELD".
020900     DISPLAY "TO CHANGE (1-4) OR 0 TO EXIT".
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
022200         PERFORM ENTER-SWRL-SWEEP-TO-ACCT
022300     ELSE
022400     IF WHICH-FIELD = 2
022500         PERFORM ENTER-SWRL-FUND-FROM-ACCT
022600     ELSE
022700     IF WHICH-FIELD = 3
022800         PERFORM ENTER-SWRL-TARGET-BALANCE
022900     ELSE
023000     IF WHICH-FIELD = 4
023100         PERFORM ENTER-SWRL-ACTIVE.
023200
023300     PERFORM REWRITE-SWRL-RECORD.
023400
023500*---------------------------------
023600* INQUIRE
023700*---------------------------------
023800 INQUIRE-MODE.
023900     MOVE "DISPLAY" TO THE-MODE.
024000     PERFORM GET-EXISTING-RECORD.
024100     PERFORM INQUIRE-RECORDS
024200        UNTIL SWRL-BANK-ACCT = ZEROES.
024300
024400 INQUIRE-RECORDS.
024500     PERFORM DISPLAY-ALL-FIELDS.
024600     PERFORM GET-EXISTING-RECORD.
024700
024800*---------------------------------
024900* DELETE
025000*---------------------------------
025100 DELETE-MODE.
025200     MOVE "DELETE" TO THE-MODE.
025300     PERFORM GET-EXISTING-RECORD.
025400     PERFORM DELETE-RECORDS
025500        UNTIL SWRL-BANK-ACCT = ZEROES.
025600
025700 DELETE-RECORDS.
025800     PERFORM DISPLAY-ALL-FIELDS.
025900     PERFORM ASK-OK-TO-DELETE.
026000     IF OK-TO-DELETE = "Y"
026100         PERFORM DELETE-SWRL-RECORD.
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
028200 INIT-SWRL-RECORD.
028300     MOVE SPACE TO SWEEP-RULE-RECORD.
028400     MOVE ZEROES TO SWRL-BANK-ACCT
028500                    SWRL-SWEEP-TO-ACCT
028600                    SWRL-FUND-FROM-ACCT
028700                    SWRL-TARGET-BALANCE.
028800
028900*---------------------------------
029000* The rule's own account must be
029100* on the bank file.
029200*---------------------------------
029300 ENTER-SWRL-BANK-ACCT.
029400     PERFORM ACCEPT-SWRL-BANK-ACCT.
029500     PERFORM RE-ACCEPT-SWRL-BANK-ACCT
029600         UNTIL BANK-RECORD-FOUND = "Y"
029700            OR SWRL-BANK-ACCT = ZEROES.
029800
029900 ACCEPT-SWRL-BANK-ACCT.
030000     DISPLAY "ENTER BANK ACCOUNT NUMBER".
030100     DISPLAY "ENTER 0 TO EXIT".
030200     ACCEPT SWRL-BANK-ACCT.
030300     MOVE "N" TO BANK-RECORD-FOUND.
030400     IF SWRL-BANK-ACCT NOT = ZEROES
030500         MOVE SWRL-BANK-ACCT TO BANK-ACCOUNT-NO
030600         PERFORM READ-BANK-RECORD.
030700     IF BANK-RECORD-FOUND = "Y"
030800         DISPLAY "ACCOUNT: " BANK-ACCOUNT-NAME.
030900
031000 RE-ACCEPT-SWRL-BANK-ACCT.
031100     DISPLAY "NO BANK ACCOUNT ON FILE WITH THAT NUMBER".
031200     PERFORM ACCEPT-SWRL-BANK-ACCT.
031300
031400*---------------------------------
031500* The sweep-to and fund-from
031600* accounts: zero for none, else
031700* another account on the bank
031800* file.
031900*---------------------------------
032000 ENTER-SWRL-SWEEP-TO-ACCT.
032100     PERFORM ACCEPT-SWRL-SWEEP-TO-ACCT.
032200     PERFORM RE-ACCEPT-SWRL-SWEEP-TO-ACCT
032300         UNTIL OTHER-ACCT-IS-GOOD = "Y".
032400
032500 ACCEPT-SWRL-SWEEP-TO-ACCT.
032600     DISPLAY "ENTER ACCOUNT TO SWEEP THE EXCESS TO".
032700     DISPLAY "(0 = NO SWEEP)".
032800     ACCEPT SWRL-SWEEP-TO-ACCT.
032900     MOVE SWRL-SWEEP-TO-ACCT TO OTHER-BANK-ACCT.
033000     PERFORM CHECK-OTHER-ACCOUNT.
033100
033200 RE-ACCEPT-SWRL-SWEEP-TO-ACCT.
033300     DISPLAY "MUST BE 0 OR ANOTHER ACCOUNT ON THE BANK FILE".
033400     PERFORM ACCEPT-SWRL-SWEEP-TO-ACCT.
033500
033600 ENTER-SWRL-FUND-FROM-ACCT.
033700     PERFORM ACCEPT-SWRL-FUND-FROM-ACCT.
033800     PERFORM RE-ACCEPT-SWRL-FUND-FROM-ACCT
033900         UNTIL OTHER-ACCT-IS-GOOD = "Y".
034000
034100 ACCEPT-SWRL-FUND-FROM-ACCT.
034200     DISPLAY "ENTER ACCOUNT TO FUND A SHORTFALL FROM".
034300     DISPLAY "(0 = NO FUNDING)".
034400     ACCEPT SWRL-FUND-FROM-ACCT.
034500     MOVE SWRL-FUND-FROM-ACCT TO OTHER-BANK-ACCT.
034600     PERFORM CHECK-OTHER-ACCOUNT.
034700
034800 RE-ACCEPT-SWRL-FUND-FROM-ACCT.
034900     DISPLAY "MUST BE 0 OR ANOTHER ACCOUNT ON THE BANK FILE".
035000     PERFORM ACCEPT-SWRL-FUND-FROM-ACCT.
035100
035200 CHECK-OTHER-ACCOUNT.
035300     MOVE "Y" TO OTHER-ACCT-IS-GOOD.
035400     IF OTHER-BANK-ACCT = SWRL-BANK-ACCT
035500         MOVE "N" TO OTHER-ACCT-IS-GOOD
035600     ELSE
035700     IF OTHER-BANK-ACCT NOT = ZEROES
035800         MOVE OTHER-BANK-ACCT TO BANK-ACCOUNT-NO
035900         PERFORM READ-BANK-RECORD
036000         MOVE BANK-RECORD-FOUND TO OTHER-ACCT-IS-GOOD
036100         IF BANK-RECORD-FOUND = "Y"
036200             DISPLAY "ACCOUNT: " BANK-ACCOUNT-NAME.
036300
036400*---------------------------------
036500* Keyed with no decimal point,
036600* e.g. 2500000 = 25000.00. Zero
036700* makes a zero-balance account.
036800*---------------------------------
036900 ENTER-SWRL-TARGET-BALANCE.
037000     DISPLAY "ENTER TARGET BALANCE WITH NO DECIMAL POINT".
037100     DISPLAY "EXAMPLE: 2500000 MEANS 25000.00".
037200     ACCEPT AMOUNT-ENTRY.
037300     COMPUTE SWRL-TARGET-BALANCE = AMOUNT-ENTRY / 100.
037400
037500 ENTER-SWRL-ACTIVE.
037600     PERFORM ACCEPT-SWRL-ACTIVE.
037700     PERFORM RE-ACCEPT-SWRL-ACTIVE
037800         UNTIL SWRL-ACTIVE-IS-VALID.
037900
038000 ACCEPT-SWRL-ACTIVE.
038100     DISPLAY "IS THE RULE ACTIVE (Y/N)?".
038200     ACCEPT SWRL-ACTIVE.
038300     INSPECT SWRL-ACTIVE
038400         CONVERTING LOWER-ALPHA
038500         TO         UPPER-ALPHA.
038600
038700 RE-ACCEPT-SWRL-ACTIVE.
038800     DISPLAY "YOU MUST ENTER YES OR NO".
038900     PERFORM ACCEPT-SWRL-ACTIVE.
039000
039100 GET-EXISTING-RECORD.
039200     PERFORM ACCEPT-EXISTING-KEY.
039300     PERFORM RE-ACCEPT-EXISTING-KEY
039400         UNTIL SWRL-RECORD-FOUND = "Y" OR
039500               SWRL-BANK-ACCT = ZEROES.
039600
039700 ACCEPT-EXISTING-KEY.
039800     PERFORM INIT-SWRL-RECORD.
039900     DISPLAY "ENTER BANK ACCOUNT NUMBER".
040000     DISPLAY "ENTER 0 TO EXIT".
040100     ACCEPT SWRL-BANK-ACCT.
040200     IF SWRL-BANK-ACCT NOT = ZEROES
040300         PERFORM READ-SWRL-RECORD.
040400
040500 RE-ACCEPT-EXISTING-KEY.
040600     DISPLAY "NO RULE FOUND FOR THAT ACCOUNT".
040700     PERFORM ACCEPT-EXISTING-KEY.
040800
040900 DISPLAY-ALL-FIELDS.
041000     DISPLAY "BANK ACCOUNT: " SWRL-BANK-ACCT.
041100     DISPLAY "1. SWEEP EXCESS TO: " SWRL-SWEEP-TO-ACCT.
041200     DISPLAY "2. FUND SHORTFALL FROM: " SWRL-FUND-FROM-ACCT.
041300     MOVE SWRL-TARGET-BALANCE TO AMOUNT-DISPLAY.
041400     DISPLAY "3. TARGET BALANCE: " AMOUNT-DISPLAY.
041500     DISPLAY "4. ACTIVE: " SWRL-ACTIVE.
041600
041700 READ-SWRL-RECORD.
041800     MOVE "Y" TO SWRL-RECORD-FOUND.
041900     READ SWEEP-RULE-FILE RECORD
042000         INVALID KEY
042100         MOVE "N" TO SWRL-RECORD-FOUND.
042200
042300 READ-BANK-RECORD.
042400     MOVE "Y" TO BANK-RECORD-FOUND.
042500     READ BANK-FILE RECORD
042600         INVALID KEY
042700         MOVE "N" TO BANK-RECORD-FOUND.
042800
042900 WRITE-SWRL-RECORD.
043000     WRITE SWEEP-RULE-RECORD
043100         INVALID KEY
043200         DISPLAY "RECORD ALREADY ON FILE".
043300
043400 REWRITE-SWRL-RECORD.
043500     REWRITE SWEEP-RULE-RECORD
043600         INVALID KEY
043700         DISPLAY "ERROR REWRITING SWEEP RULE".
043800
043900 DELETE-SWRL-RECORD.
044000     DELETE SWEEP-RULE-FILE RECORD
044100         INVALID KEY
044200         DISPLAY "ERROR DELETING SWEEP RULE".
044300
044400*---------------------------------
044500* Utility routines.
044600*---------------------------------
044700     COPY "PLSIGN01.CBL".

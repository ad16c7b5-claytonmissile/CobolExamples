000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CFIMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the Cash Forecast Item
000600* File.
000700*
000800* Keys the one-off receipts and
000900* payments the thirteen-week
001000* cash flow forecast (CSHFCS01)
001100* cannot find anywhere else: a
001200* tax refund, a loan drawdown,
001300* an annual premium, a capital
001400* purchase not yet vouchered.
001500* Once the movement has been
001600* vouchered or has arrived on
001700* the cash ledger the item
001800* should be deleted, or the
001900* forecast will count it twice.
002000*---------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400
002500     COPY "SLCFIT.CBL".
002600
002700     COPY "SLBANK.CBL".
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
003800     COPY "FDCFIT.CBL".
003900
004000     COPY "FDBANK.CBL".
004100
004200     COPY "FDOPER.CBL".
004300
004400     COPY "FDSONLOG.CBL".
004500
004600     COPY "FDSESS.CBL".
004700
004800 WORKING-STORAGE SECTION.
004900
005000 77  MENU-PICK                    PIC 9.
005100     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
005200
005300 77  THE-MODE                     PIC X(7).
005400 77  WHICH-FIELD                  PIC 9.
005500 77  OK-TO-DELETE                 PIC X.
005600 77  CFIT-RECORD-FOUND            PIC X.
005700 77  BANK-RECORD-FOUND            PIC X.
005800 77  AMOUNT-ENTRY                 PIC 9(11).
005900 01  AMOUNT-DISPLAY               PIC ZZZ,ZZZ,ZZ9.99.
006000 01  DATE-DISPLAY                 PIC Z9/99/9999.
006100
006200     COPY "WSCASE01.CBL".
006300
006400     COPY "WSDATE01.CBL".
006500
006600     COPY "WSAUDIT01.CBL".
006700
006800     COPY "WSSIGN01.CBL".
006900
007000 PROCEDURE DIVISION.
007100 PROGRAM-BEGIN.
007200     PERFORM OPENING-PROCEDURE.
007300     MOVE "CFIMNT01" TO SIGN-ON-PROGRAM.
007400     PERFORM GET-OPERATOR-SIGN-ON.
007500     IF OPERATOR-IS-SIGNED-ON
007600        AND SIGN-ON-CAN-PAYMENT = "Y"
007700         PERFORM MAIN-PROCESS
007800     ELSE
007900     IF OPERATOR-IS-SIGNED-ON
008000         DISPLAY "YOU ARE NOT AUTHORIZED FOR CASH"
008100         DISPLAY "FORECAST ITEM MAINTENANCE".
008200     PERFORM CLOSING-PROCEDURE.
008300
008400 PROGRAM-EXIT.
008500     EXIT PROGRAM.
008600
008700 PROGRAM-DONE.
008800     STOP RUN.
008900
009000 OPENING-PROCEDURE.
009100     OPEN I-O OPERATOR-FILE.
009200     OPEN I-O CASH-ITEM-FILE.
009300     OPEN INPUT BANK-FILE.
009400
009500 CLOSING-PROCEDURE.
009600     CLOSE OPERATOR-FILE.
009700     CLOSE CASH-ITEM-FILE.
009800     CLOSE BANK-FILE.
009900
010000 MAIN-PROCESS.
010100     PERFORM GET-MENU-PICK.
010200     PERFORM MAINTAIN-THE-FILE
010300         UNTIL MENU-PICK = 0.
010400
010500*---------------------------------
010600* MENU
010700*---------------------------------
010800 GET-MENU-PICK.
010900     PERFORM DISPLAY-THE-MENU.
011000     PERFORM ACCEPT-MENU-PICK.
011100     PERFORM RE-ACCEPT-MENU-PICK
011200         UNTIL MENU-PICK-IS-VALID.
011300
011400 DISPLAY-THE-MENU.
011500     DISPLAY "    CASH FORECAST ITEMS - PLEASE SELECT:".
011600     DISPLAY " ".
011700     DISPLAY "          1.  ADD RECORDS".
011800     DISPLAY "          2.  CHANGE A RECORD".
011900     DISPLAY "          3.  LOOK UP A RECORD".
012000     DISPLAY "          4.  DELETE A RECORD".
012100     DISPLAY " ".
012200     DISPLAY "          0.  EXIT".
012300
012400 ACCEPT-MENU-PICK.
012500     DISPLAY "YOUR CHOICE (0-4)?".
012600     ACCEPT MENU-PICK.
012700
012800 RE-ACCEPT-MENU-PICK.
012900     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
013000     PERFORM ACCEPT-MENU-PICK.
013100
013200 MAINTAIN-THE-FILE.
013300     PERFORM DO-THE-PICK.
013400     PERFORM GET-MENU-PICK.
013500
013600 DO-THE-PICK.
013700     IF MENU-PICK = 1
013800         PERFORM ADD-MODE
013900     ELSE
014000     IF MENU-PICK = 2
014100         PERFORM CHANGE-MODE
014200     ELSE
014300     IF MENU-PICK = 3
014400         PERFORM INQUIRE-MODE
014500     ELSE
014600     IF MENU-PICK = 4
014700         PERFORM DELETE-MODE.
014800
014900*---------------------------------
015000* ADD
015100*---------------------------------
015200 ADD-MODE.
015300     MOVE "ADD" TO THE-MODE.
015400     PERFORM GET-NEW-RECORD-KEY.
015500     PERFORM ADD-RECORDS
015600        UNTIL CFIT-NUMBER = ZEROES.
015700
015800 GET-NEW-RECORD-KEY.
015900     PERFORM ACCEPT-NEW-RECORD-KEY.
016000     PERFORM RE-ACCEPT-NEW-RECORD-KEY
016100         UNTIL CFIT-RECORD-FOUND = "N" OR
016200               CFIT-NUMBER = ZEROES.
016300
016400 ACCEPT-NEW-RECORD-KEY.
016500     PERFORM INIT-CFIT-RECORD.
016600     PERFORM ENTER-CFIT-NUMBER.
016700     IF CFIT-NUMBER NOT = ZEROES
016800         PERFORM READ-CFIT-RECORD.
016900
017000 RE-ACCEPT-NEW-RECORD-KEY.
017100     DISPLAY "THAT ITEM NUMBER IS ALREADY ON FILE".
017200     PERFORM ACCEPT-NEW-RECORD-KEY.
017300
017400 ADD-RECORDS.
017500     PERFORM ENTER-REMAINING-FIELDS.
017600     PERFORM WRITE-CFIT-RECORD.
017700     PERFORM GET-NEW-RECORD-KEY.
017800
017900 ENTER-REMAINING-FIELDS.
018000     PERFORM ENTER-CFIT-BANK-ACCT.
018100     PERFORM ENTER-CFIT-DATE.
018200     PERFORM ENTER-CFIT-DIRECTION.
018300     PERFORM ENTER-CFIT-AMOUNT.
018400     PERFORM ENTER-CFIT-DESC.
018500
018600*---------------------------------
018700* CHANGE
018800*---------------------------------
018900 CHANGE-MODE.
019000     MOVE "CHANGE" TO THE-MODE.
019100     PERFORM GET-EXISTING-RECORD.
019200     PERFORM CHANGE-RECORDS
019300        UNTIL CFIT-NUMBER = ZEROES.
019400
019500 CHANGE-RECORDS.
019600     PERFORM GET-FIELD-TO-CHANGE.
019700     PERFORM CHANGE-ONE-FIELD
019800         UNTIL WHICH-FIELD = ZERO.
019900     PERFORM GET-EXISTING-RECORD.
020000
020100 GET-FIELD-TO-CHANGE.
020200     PERFORM DISPLAY-ALL-FIELDS.
020300     PERFORM ASK-WHICH-FIELD.
020400
020500 ASK-WHICH-FIELD.
020600     PERFORM ACCEPT-WHICH-FIELD.
020700     PERFORM RE-ACCEPT-WHICH-FIELD
020800         UNTIL WHICH-FIELD < 6.
020900
021000 ACCEPT-WHICH-FIELD.
021100     DISPLAY "ENTER THE NUMBER OF THE FIELD".
021200     DISPLAY "TO CHANGE (1-5) OR 0 TO EXIT".
021300     ACCEPT WHICH-FIELD.
021400
021500 RE-ACCEPT-WHICH-FIELD.
021600     DISPLAY "INVALID ENTRY".
021700     PERFORM ACCEPT-WHICH-FIELD.
021800
021900 CHANGE-ONE-FIELD.
022000     PERFORM CHANGE-THIS-FIELD.
022100     PERFORM GET-FIELD-TO-CHANGE.
022200
022300 CHANGE-THIS-FIELD.
022400     IF WHICH-FIELD = 1
022500         PERFORM ENTER-CFIT-BANK-ACCT
022600     ELSE
022700     IF WHICH-FIELD = 2
022800         PERFORM ENTER-CFIT-DATE
022900     ELSE
023000     IF WHICH-FIELD = 3
023100         PERFORM ENTER-CFIT-DIRECTION
023200     ELSE
023300     IF WHICH-FIELD = 4
023400         PERFORM ENTER-CFIT-AMOUNT
023500     ELSE
023600     IF WHICH-FIELD = 5
023700         PERFORM ENTER-CFIT-DESC.
023800
023900     PERFORM REWRITE-CFIT-RECORD.
024000
024100*---------------------------------
024200* INQUIRE
024300*---------------------------------
024400 INQUIRE-MODE.
024500     MOVE "DISPLAY" TO THE-MODE.
024600     PERFORM GET-EXISTING-RECORD.
024700     PERFORM INQUIRE-RECORDS
024800        UNTIL CFIT-NUMBER = ZEROES.
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
026100        UNTIL CFIT-NUMBER = ZEROES.
026200
026300 DELETE-RECORDS.
026400     PERFORM DISPLAY-ALL-FIELDS.
026500     PERFORM ASK-OK-TO-DELETE.
026600     IF OK-TO-DELETE = "Y"
026700         PERFORM DELETE-CFIT-RECORD.
026800     PERFORM GET-EXISTING-RECORD.
026900
027000 ASK-OK-TO-DELETE.
027100     PERFORM ACCEPT-OK-TO-DELETE.
027200     PERFORM RE-ACCEPT-OK-TO-DELETE
027300        UNTIL OK-TO-DELETE = "Y" OR "N".
027400
027500 ACCEPT-OK-TO-DELETE.
027600     DISPLAY "DELETE THIS RECORD (Y/N)?".
027700     ACCEPT OK-TO-DELETE.
027800     INSPECT OK-TO-DELETE
027900      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
028000
028100 RE-ACCEPT-OK-TO-DELETE.
028200     DISPLAY "YOU MUST ENTER YES OR NO".
028300     PERFORM ACCEPT-OK-TO-DELETE.
028400
028500*---------------------------------
028600* Routines shared by all modes
028700*---------------------------------
028800 INIT-CFIT-RECORD.
028900     MOVE SPACE TO CASH-ITEM-RECORD.
029000     MOVE ZEROES TO CFIT-NUMBER
029100                    CFIT-BANK-ACCT
029200                    CFIT-DATE
029300                    CFIT-AMOUNT.
029400
029500 ENTER-CFIT-NUMBER.
029600     DISPLAY "ENTER ITEM NUMBER (1-99999)".
029700     DISPLAY "ENTER 0 TO EXIT".
029800     ACCEPT CFIT-NUMBER.
029900
030000 ENTER-CFIT-BANK-ACCT.
030100     PERFORM ACCEPT-CFIT-BANK-ACCT.
030200     PERFORM RE-ACCEPT-CFIT-BANK-ACCT
030300         UNTIL BANK-RECORD-FOUND = "Y".
030400
030500 ACCEPT-CFIT-BANK-ACCT.
030600     DISPLAY "ENTER BANK ACCOUNT NUMBER".
030700     ACCEPT CFIT-BANK-ACCT.
030800     MOVE CFIT-BANK-ACCT TO BANK-ACCOUNT-NO.
030900     MOVE "Y" TO BANK-RECORD-FOUND.
031000     READ BANK-FILE RECORD
031100         INVALID KEY
031200         MOVE "N" TO BANK-RECORD-FOUND.
031300     IF BANK-RECORD-FOUND = "Y"
031400         DISPLAY "ACCOUNT: " BANK-ACCOUNT-NAME.
031500
031600 RE-ACCEPT-CFIT-BANK-ACCT.
031700     DISPLAY "NO BANK ACCOUNT ON FILE WITH THAT NUMBER".
031800     PERFORM ACCEPT-CFIT-BANK-ACCT.
031900
032000 ENTER-CFIT-DATE.
032100     MOVE "N" TO ZERO-DATE-IS-OK.
032200     MOVE "ENTER EXPECTED DATE (MM/DD/CCYY)"
032300         TO DATE-PROMPT.
032400     PERFORM GET-A-DATE.
032500     MOVE DATE-CCYYMMDD TO CFIT-DATE.
032600
032700 ENTER-CFIT-DIRECTION.
032800     PERFORM ACCEPT-CFIT-DIRECTION.
032900     PERFORM RE-ACCEPT-CFIT-DIRECTION
033000         UNTIL CFIT-DIRECTION-IS-VALID.
033100
033200 ACCEPT-CFIT-DIRECTION.
033300     DISPLAY "ENTER I = MONEY IN, O = MONEY OUT".
033400     ACCEPT CFIT-DIRECTION.
033500     INSPECT CFIT-DIRECTION
033600         CONVERTING LOWER-ALPHA
033700         TO         UPPER-ALPHA.
033800
033900 RE-ACCEPT-CFIT-DIRECTION.
034000     DISPLAY "DIRECTION MUST BE I OR O".
034100     PERFORM ACCEPT-CFIT-DIRECTION.
034200
034300*---------------------------------
034400* Amount is keyed with no decimal
034500* point, e.g. 12345 = 123.45.
034600*---------------------------------
034700 ENTER-CFIT-AMOUNT.
034800     PERFORM ACCEPT-CFIT-AMOUNT.
034900     PERFORM RE-ACCEPT-CFIT-AMOUNT
035000         UNTIL CFIT-AMOUNT > ZERO.
035100
035200 ACCEPT-CFIT-AMOUNT.
035300     DISPLAY "ENTER AMOUNT WITH NO DECIMAL POINT".
035400     DISPLAY "EXAMPLE: 12345 MEANS 123.45".
035500     ACCEPT AMOUNT-ENTRY.
035600     COMPUTE CFIT-AMOUNT = AMOUNT-ENTRY / 100.
035700
035800 RE-ACCEPT-CFIT-AMOUNT.
035900     DISPLAY "AMOUNT MUST NOT BE ZERO".
036000     PERFORM ACCEPT-CFIT-AMOUNT.
036100
036200 ENTER-CFIT-DESC.
036300     PERFORM ACCEPT-CFIT-DESC.
036400     PERFORM RE-ACCEPT-CFIT-DESC
036500         UNTIL CFIT-DESC NOT = SPACES.
036600
036700 ACCEPT-CFIT-DESC.
036800     DISPLAY "ENTER DESCRIPTION".
036900     ACCEPT CFIT-DESC.
037000     INSPECT CFIT-DESC
037100         CONVERTING LOWER-ALPHA
037200         TO         UPPER-ALPHA.
037300
037400 RE-ACCEPT-CFIT-DESC.
037500     DISPLAY "DESCRIPTION MUST BE ENTERED".
037600     PERFORM ACCEPT-CFIT-DESC.
037700
037800 GET-EXISTING-RECORD.
037900     PERFORM ACCEPT-EXISTING-KEY.
038000     PERFORM RE-ACCEPT-EXISTING-KEY
038100         UNTIL CFIT-RECORD-FOUND = "Y" OR
038200               CFIT-NUMBER = ZEROES.
038300
038400 ACCEPT-EXISTING-KEY.
038500     PERFORM INIT-CFIT-RECORD.
038600     PERFORM ENTER-CFIT-NUMBER.
038700     IF CFIT-NUMBER NOT = ZEROES
038800         PERFORM READ-CFIT-RECORD.
038900
039000 RE-ACCEPT-EXISTING-KEY.
039100     DISPLAY "NO RECORD FOUND FOR THAT ITEM NUMBER".
039200     PERFORM ACCEPT-EXISTING-KEY.
039300
039400 DISPLAY-ALL-FIELDS.
039500     DISPLAY "ITEM NUMBER: " CFIT-NUMBER.
039600     DISPLAY "1. BANK ACCOUNT: " CFIT-BANK-ACCT.
039700     MOVE CFIT-DATE TO DATE-CCYYMMDD.
039800     PERFORM FORMAT-THE-DATE.
039900     MOVE FORMATTED-DATE TO DATE-DISPLAY.
040000     DISPLAY "2. EXPECTED DATE: " DATE-DISPLAY.
040100     DISPLAY "3. DIRECTION: " CFIT-DIRECTION.
040200     MOVE CFIT-AMOUNT TO AMOUNT-DISPLAY.
040300     DISPLAY "4. AMOUNT: " AMOUNT-DISPLAY.
040400     DISPLAY "5. DESCRIPTION: " CFIT-DESC.
040500
040600 READ-CFIT-RECORD.
040700     MOVE "Y" TO CFIT-RECORD-FOUND.
040800     READ CASH-ITEM-FILE RECORD
040900         INVALID KEY
041000         MOVE "N" TO CFIT-RECORD-FOUND.
041100
041200 WRITE-CFIT-RECORD.
041300     WRITE CASH-ITEM-RECORD
041400         INVALID KEY
041500         DISPLAY "RECORD ALREADY ON FILE".
041600
041700 REWRITE-CFIT-RECORD.
041800     REWRITE CASH-ITEM-RECORD
041900         INVALID KEY
042000         DISPLAY "ERROR REWRITING FORECAST ITEM".
042100
042200 DELETE-CFIT-RECORD.
042300     DELETE CASH-ITEM-FILE RECORD
042400         INVALID KEY
042500         DISPLAY "ERROR DELETING FORECAST ITEM".
042600
042700*---------------------------------
042800* Utility routines.
042900*---------------------------------
043000     COPY "PLDATE01.CBL".
043100     COPY "PLSIGN01.CBL".

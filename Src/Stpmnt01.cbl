000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STPMNT01.
000300*---------------------------------
000400* Stop payment requests.
000500*
000600* Voiding a check only kills it
000700* on our books; the bank pays
000800* it unless it has been told to
000900* stop it. This screen keeps
001000* the stop file: the operator
001100* requests a stop on a check
001200* from the register with a
001300* reason, records the bank's
001400* confirmation number and the
001500* fee it charged, renews a stop
001600* before it lapses, and
001700* releases one no longer
001800* wanted. Each request, renewal
001900* and release waits on the
002000* stop file for the next daily
002100* stop-request file to the
002200* bank (STPXPT01).
002300*
002400* The fee posts to the cash
002500* ledger as an adjustment on
002600* the account the check was
002700* drawn on; a corrected fee
002800* posts only the difference.
002900*---------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300
003400     COPY "SLSTOP.CBL".
003500
003600     COPY "SLCHKREG.CBL".
003700
003800     COPY "SLBANK.CBL".
003900
004000     COPY "SLCASHL.CBL".
004100
004200     COPY "SLVND02.CBL".
004300
004400     COPY "SLCOMP.CBL".
004500
004600     COPY "SLOPER.CBL".
004700
004800     COPY "SLSONLOG.CBL".
004900
005000     COPY "SLSESS.CBL".
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400
005500     COPY "FDSTOP.CBL".
005600
005700     COPY "FDCHKREG.CBL".
005800
005900     COPY "FDBANK.CBL".
006000
006100     COPY "FDCASHL.CBL".
006200
006300     COPY "FDVND04.CBL".
006400
006500     COPY "FDCOMP.CBL".
006600
006700     COPY "FDOPER.CBL".
006800
006900     COPY "FDSONLOG.CBL".
007000
007100     COPY "FDSESS.CBL".
007200
007300 WORKING-STORAGE SECTION.
007400
007500 77  MENU-PICK               PIC 9.
007600     88  MENU-PICK-IS-VALID      VALUES 0 THRU 5.
007700
007800 77  ENTRY-CHECK-NUMBER      PIC 9(6).
007900 77  CHECK-NUMBER-FIELD      PIC Z(6).
008000 77  CHECK-REG-FOUND         PIC X.
008100 77  STOP-RECORD-FOUND       PIC X.
008200 77  BANK-RECORD-FOUND       PIC X.
008300 77  VENDOR-RECORD-FOUND     PIC X.
008400 77  STOP-REQUEST-IS-OK      PIC X.
008500 77  ENTRY-REASON            PIC X(30).
008600 77  ENTRY-CONFIRM           PIC X(15).
008700 01  FEE-ENTRY               PIC 9(7).
008800 77  NEW-STOP-FEE            PIC S9(5)V99.
008900 77  TODAY-DATE              PIC 9(8).
009000 77  TODAY-ANSI              PIC 9(7).
009100
009200*---------------------------------
009300* A bank stop lasts six months
009400* unless it is renewed.
009500*---------------------------------
009600 77  STOP-LIFE-DAYS          PIC 9(3)  VALUE 180.
009700
009800 01  AMOUNT-DISPLAY          PIC Z,ZZZ,ZZ9.99-.
009900 01  DATE-DISPLAY            PIC Z9/99/9999.
010000
010100     COPY "WSCASE01.CBL".
010200
010300     COPY "WSDATE01.CBL".
010400
010500     COPY "WSCONF01.CBL".
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
011600     MOVE "STPMNT01" TO SIGN-ON-PROGRAM.
011700     PERFORM GET-OPERATOR-SIGN-ON.
011800     IF OPERATOR-IS-SIGNED-ON
011900         PERFORM GET-COMPANY-CODE.
012000     IF OPERATOR-IS-SIGNED-ON
012100        AND SIGN-ON-CAN-PAYMENT = "Y"
012200         PERFORM MAIN-PROCESS
012300     ELSE
012400     IF OPERATOR-IS-SIGNED-ON
012500         DISPLAY "YOU ARE NOT AUTHORIZED FOR STOP PAYMENTS".
012600     PERFORM CLOSING-PROCEDURE.
012700
012800 PROGRAM-EXIT.
012900     EXIT PROGRAM.
013000
013100 PROGRAM-DONE.
013200     ACCEPT OMITTED. STOP RUN.
013300
013400 OPENING-PROCEDURE.
013500     OPEN I-O STOP-PAYMENT-FILE.
013600     OPEN I-O CHECK-REG-FILE.
013700     OPEN I-O BANK-FILE.
013800     OPEN EXTEND CASH-LEDGER-FILE.
013900     OPEN I-O VENDOR-FILE.
014000     OPEN I-O COMPANY-FILE.
014100     OPEN I-O OPERATOR-FILE.
014200     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
014300
014400 CLOSING-PROCEDURE.
014500     CLOSE STOP-PAYMENT-FILE.
014600     CLOSE CHECK-REG-FILE.
014700     CLOSE BANK-FILE.
014800     CLOSE CASH-LEDGER-FILE.
014900     CLOSE VENDOR-FILE.
015000     CLOSE COMPANY-FILE.
015100     CLOSE OPERATOR-FILE.
015200
015300 MAIN-PROCESS.
015400     PERFORM GET-MENU-PICK.
015500     PERFORM WORK-THE-MENU
015600         UNTIL MENU-PICK = 0.
015700
015800*---------------------------------
015900* MENU
016000*---------------------------------
016100 GET-MENU-PICK.
016200     PERFORM DISPLAY-THE-MENU.
016300     PERFORM ACCEPT-MENU-PICK.
016400     PERFORM RE-ACCEPT-MENU-PICK
016500         UNTIL MENU-PICK-IS-VALID.
016600
016700 DISPLAY-THE-MENU.
016800     DISPLAY "    STOP PAYMENTS - PLEASE SELECT:".
016900     DISPLAY " ".
017000     DISPLAY "          1.  REQUEST A STOP".
017100     DISPLAY "          2.  BANK CONFIRMATION AND FEE".
017200     DISPLAY "          3.  RENEW A STOP".
017300     DISPLAY "          4.  RELEASE A STOP".
017400     DISPLAY "          5.  SHOW A STOP".
017500     DISPLAY " ".
017600     DISPLAY "          0.  EXIT".
017700
017800 ACCEPT-MENU-PICK.
017900     DISPLAY "YOUR CHOICE (0-5)?".
018000     ACCEPT MENU-PICK.
018100
018200 RE-ACCEPT-MENU-PICK.
018300     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
018400     PERFORM ACCEPT-MENU-PICK.
018500
018600 WORK-THE-MENU.
018700     PERFORM GET-STOP-CHECK-NUMBER.
018800     IF ENTRY-CHECK-NUMBER = ZEROES
018900         NEXT SENTENCE
019000     ELSE
019100     IF MENU-PICK = 1
019200         PERFORM REQUEST-A-STOP
019300     ELSE
019400     IF MENU-PICK = 2
019500         PERFORM RECORD-BANK-CONFIRMATION
019600     ELSE
019700     IF MENU-PICK = 3
019800         PERFORM RENEW-A-STOP
019900     ELSE
020000     IF MENU-PICK = 4
020100         PERFORM RELEASE-A-STOP
020200     ELSE
020300     IF MENU-PICK = 5
020400         PERFORM SHOW-A-STOP.
020500     PERFORM GET-MENU-PICK.
020600
020700 GET-STOP-CHECK-NUMBER.
020800     DISPLAY "ENTER CHECK NUMBER (0 TO RETURN)".
020900     ACCEPT CHECK-NUMBER-FIELD.
021000     MOVE CHECK-NUMBER-FIELD TO ENTRY-CHECK-NUMBER.
021100
021200*---------------------------------
021300* Only a check that actually
021400* left the building can be
021500* stopped - not an electronic
021600* payment, not spoiled stock,
021700* not one already turned over
021800* to the state.
021900*---------------------------------
022000 REQUEST-A-STOP.
022100     PERFORM EDIT-STOP-REQUEST.
022200     IF STOP-REQUEST-IS-OK = "Y"
022300         PERFORM DISPLAY-REGISTER-CHECK
022400         PERFORM GET-STOP-REASON
022500         MOVE "REQUEST A STOP ON THIS CHECK (Y/N/Q)?"
022600             TO CONFIRM-PROMPT
022700         PERFORM GET-CONFIRMATION
022800         IF CONFIRM-IS-YES
022900             PERFORM PLACE-THE-STOP.
023000
023100 EDIT-STOP-REQUEST.
023200     MOVE "N" TO STOP-REQUEST-IS-OK.
023300     PERFORM READ-CHECK-REG-RECORD.
023400     PERFORM READ-STOP-RECORD.
023500     IF CHECK-REG-FOUND = "Y"
023600         MOVE CHECK-REG-BANK-ACCT TO BANK-ACCOUNT-NO
023700         PERFORM READ-BANK-RECORD.
023800     IF CHECK-REG-FOUND = "N"
023900         DISPLAY "CHECK NOT ON CHECK REGISTER"
024000     ELSE
024100     IF CHECK-WAS-EFT OR CHECK-WAS-WIRE
024200         DISPLAY "THAT PAYMENT WENT ELECTRONICALLY -"
024300         DISPLAY "THERE IS NO CHECK TO STOP"
024400     ELSE
024500     IF CHECK-IS-SPOILED
024600         DISPLAY "THAT CHECK WAS SPOILED AND NEVER ISSUED"
024700     ELSE
024800     IF CHECK-IS-ESCHEATED
024900         DISPLAY "THAT CHECK HAS BEEN TURNED OVER TO THE STATE"
025000     ELSE
025100     IF BANK-RECORD-FOUND = "Y"
025200        AND BANK-COMPANY NOT = ZEROES
025300        AND BANK-COMPANY NOT = SIGN-ON-COMPANY
025400         DISPLAY "THAT CHECK IS DRAWN ON COMPANY "
025500                 BANK-COMPANY "'S ACCOUNT"
025600     ELSE
025700     IF STOP-RECORD-FOUND = "Y"
025800        AND STOP-IS-ACTIVE
025900         DISPLAY "A STOP IS ALREADY IN PLACE ON THAT CHECK"
026000     ELSE
026100         MOVE "Y" TO STOP-REQUEST-IS-OK.
026200
026300 DISPLAY-REGISTER-CHECK.
026400     MOVE CHECK-REG-VENDOR TO VENDOR-NUMBER.
026500     PERFORM READ-VENDOR-RECORD.
026600     IF VENDOR-RECORD-FOUND = "Y"
026700         DISPLAY "PAYEE:      " VENDOR-NAME
026800     ELSE
026900         DISPLAY "PAYEE:      *VENDOR NOT ON FILE*".
027000     MOVE CHECK-REG-DATE TO DATE-CCYYMMDD.
027100     PERFORM CONVERT-TO-MMDDCCYY.
027200     MOVE DATE-MMDDCCYY TO DATE-DISPLAY.
027300     DISPLAY "CHECK DATE: " DATE-DISPLAY.
027400     MOVE CHECK-REG-AMOUNT TO AMOUNT-DISPLAY.
027500     DISPLAY "AMOUNT:     " AMOUNT-DISPLAY.
027600     IF CHECK-IS-VOID
027700         DISPLAY "THE CHECK IS VOID ON THE REGISTER".
027800
027900 GET-STOP-REASON.
028000     PERFORM ACCEPT-STOP-REASON.
028100     PERFORM RE-ACCEPT-STOP-REASON
028200         UNTIL ENTRY-REASON NOT = SPACES.
028300
028400 ACCEPT-STOP-REASON.
028500     DISPLAY "ENTER REASON FOR THE STOP".
028600     ACCEPT ENTRY-REASON.
028700     INSPECT ENTRY-REASON
028800         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
028900
029000 RE-ACCEPT-STOP-REASON.
029100     DISPLAY "A REASON MUST BE ENTERED".
029200     PERFORM ACCEPT-STOP-REASON.
029300
029400*---------------------------------
029500* A stop placed again after a
029600* release starts a fresh record
029700* - its fee is its own.
029800*---------------------------------
029900 PLACE-THE-STOP.
030000     MOVE SPACE TO STOP-PAYMENT-RECORD.
030100     MOVE CHECK-REG-NO TO STOP-CHECK-NO.
030200     MOVE CHECK-REG-BANK-ACCT TO STOP-BANK-ACCT.
030300     MOVE CHECK-REG-VENDOR TO STOP-VENDOR.
030400     MOVE CHECK-REG-AMOUNT TO STOP-AMOUNT.
030500     MOVE CHECK-REG-DATE TO STOP-CHECK-DATE.
030600     MOVE TODAY-DATE TO STOP-REQUEST-DATE.
030700     MOVE AUDIT-EVENT-OPERATOR-ID TO STOP-OPERATOR.
030800     MOVE ENTRY-REASON TO STOP-REASON.
030900     PERFORM SET-STOP-EXPIRY.
031000     MOVE ZEROES TO STOP-FEE
031100                    STOP-FEE-DATE
031200                    STOP-SENT-DATE.
031300     MOVE "A" TO STOP-STATUS.
031400     MOVE "P" TO STOP-BANK-ACTION.
031500     MOVE "N" TO STOP-SENT-FLAG.
031600     IF STOP-RECORD-FOUND = "Y"
031700         PERFORM REWRITE-STOP-RECORD
031800     ELSE
031900         WRITE STOP-PAYMENT-RECORD
032000             INVALID KEY
032100             DISPLAY "ERROR WRITING STOP PAYMENT RECORD".
032200     DISPLAY "STOP REQUESTED - IT GOES TO THE BANK".
032300     DISPLAY "ON THE NEXT STOP-REQUEST FILE".
032400
032500 SET-STOP-EXPIRY.
032600     COMPUTE TODAY-ANSI =
032700         FUNCTION INTEGER-OF-DATE(TODAY-DATE).
032800     COMPUTE STOP-EXPIRY-DATE =
032900         FUNCTION DATE-OF-INTEGER(TODAY-ANSI + STOP-LIFE-DAYS).
033000
033100*---------------------------------
033200* The bank's confirmation number
033300* and its fee. The fee is a cash
033400* adjustment on the account the
033500* check was drawn on; keying a
033600* different fee later posts the
033700* difference.
033800*---------------------------------
033900 RECORD-BANK-CONFIRMATION.
034000     PERFORM READ-ACTIVE-STOP.
034100     IF STOP-RECORD-FOUND = "Y"
034200         PERFORM DISPLAY-STOP-RECORD
034300         PERFORM GET-BANK-CONFIRMATION
034400         PERFORM GET-STOP-FEE
034500         IF NEW-STOP-FEE NOT = STOP-FEE
034600             PERFORM POST-FEE-TO-CASH-LEDGER
034700             MOVE NEW-STOP-FEE TO STOP-FEE
034800             MOVE TODAY-DATE TO STOP-FEE-DATE.
034900     IF STOP-RECORD-FOUND = "Y"
035000         PERFORM REWRITE-STOP-RECORD
035100         DISPLAY "STOP UPDATED".
035200
035300 GET-BANK-CONFIRMATION.
035400     DISPLAY "ENTER BANK CONFIRMATION NUMBER".
035500     DISPLAY "(BLANK KEEPS " STOP-BANK-CONFIRM ")".
035600     ACCEPT ENTRY-CONFIRM.
035700     INSPECT ENTRY-CONFIRM
035800         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
035900     IF ENTRY-CONFIRM NOT = SPACES
036000         MOVE ENTRY-CONFIRM TO STOP-BANK-CONFIRM.
036100
036200 GET-STOP-FEE.
036300     MOVE STOP-FEE TO AMOUNT-DISPLAY.
036400     DISPLAY "FEE NOW ON FILE: " AMOUNT-DISPLAY.
036500     DISPLAY "ENTER BANK FEE WITH NO DECIMAL POINT".
036600     ACCEPT FEE-ENTRY.
036700     COMPUTE NEW-STOP-FEE = FEE-ENTRY / 100.
036800
036900 POST-FEE-TO-CASH-LEDGER.
037000     MOVE SPACE TO CASH-LEDGER-RECORD.
037100     MOVE STOP-BANK-ACCT TO CASHL-BANK-ACCT.
037200     MOVE TODAY-DATE TO CASHL-DATE.
037300     MOVE "A" TO CASHL-TYPE.
037400     MOVE STOP-CHECK-NO TO CASHL-REF.
037500     COMPUTE CASHL-AMOUNT = STOP-FEE - NEW-STOP-FEE.
037600     MOVE "STOP PAYMENT FEE" TO CASHL-DESC.
037700     WRITE CASH-LEDGER-RECORD.
037800
037900*---------------------------------
038000* A renewal runs another full
038100* term from today.
038200*---------------------------------
038300 RENEW-A-STOP.
038400     PERFORM READ-ACTIVE-STOP.
038500     IF STOP-RECORD-FOUND = "Y"
038600         PERFORM DISPLAY-STOP-RECORD
038700         MOVE "RENEW THIS STOP (Y/N/Q)?" TO CONFIRM-PROMPT
038800         PERFORM GET-CONFIRMATION
038900         IF CONFIRM-IS-YES
039000             PERFORM SET-STOP-EXPIRY
039100             MOVE "R" TO STOP-BANK-ACTION
039200             MOVE "N" TO STOP-SENT-FLAG
039300             PERFORM REWRITE-STOP-RECORD
039400             MOVE STOP-EXPIRY-DATE TO DATE-CCYYMMDD
039500             PERFORM CONVERT-TO-MMDDCCYY
039600             MOVE DATE-MMDDCCYY TO DATE-DISPLAY
039700             DISPLAY "STOP RENEWED TO " DATE-DISPLAY.
039800
039900*---------------------------------
040000* A released stop tells the bank
040100* to cancel it - unless the
040200* request never went out, in
040300* which case there is nothing
040400* to cancel.
040500*---------------------------------
040600 RELEASE-A-STOP.
040700     PERFORM READ-ACTIVE-STOP.
040800     IF STOP-RECORD-FOUND = "Y"
040900         PERFORM DISPLAY-STOP-RECORD
041000         MOVE "RELEASE THIS STOP (Y/N/Q)?" TO CONFIRM-PROMPT
041100         PERFORM GET-CONFIRMATION
041200         IF CONFIRM-IS-YES
041300             PERFORM RELEASE-THE-STOP.
041400
041500 RELEASE-THE-STOP.
041600     MOVE "R" TO STOP-STATUS.
041700     IF STOP-SEND-IS-PENDING
041800        AND STOP-ACTION-PLACE
041900         MOVE "Y" TO STOP-SENT-FLAG
042000         MOVE TODAY-DATE TO STOP-SENT-DATE
042100     ELSE
042200         MOVE "C" TO STOP-BANK-ACTION
042300         MOVE "N" TO STOP-SENT-FLAG.
042400     PERFORM REWRITE-STOP-RECORD.
042500     DISPLAY "STOP RELEASED".
042600
042700 SHOW-A-STOP.
042800     PERFORM READ-STOP-RECORD.
042900     IF STOP-RECORD-FOUND = "Y"
043000         PERFORM DISPLAY-STOP-RECORD
043100     ELSE
043200         DISPLAY "NO STOP ON FILE FOR THAT CHECK".
043300
043400 READ-ACTIVE-STOP.
043500     PERFORM READ-STOP-RECORD.
043600     IF STOP-RECORD-FOUND = "N"
043700         DISPLAY "NO STOP ON FILE FOR THAT CHECK"
043800     ELSE
043900     IF NOT STOP-IS-ACTIVE
044000         DISPLAY "THE STOP ON THAT CHECK HAS BEEN RELEASED"
044100         MOVE "N" TO STOP-RECORD-FOUND.
044200
044300 DISPLAY-STOP-RECORD.
044400     MOVE STOP-VENDOR TO VENDOR-NUMBER.
044500     PERFORM READ-VENDOR-RECORD.
044600     IF VENDOR-RECORD-FOUND = "Y"
044700         DISPLAY "PAYEE:        " VENDOR-NAME
044800     ELSE
044900         DISPLAY "PAYEE:        *VENDOR NOT ON FILE*".
045000     MOVE STOP-AMOUNT TO AMOUNT-DISPLAY.
045100     DISPLAY "AMOUNT:       " AMOUNT-DISPLAY.
045200     DISPLAY "BANK ACCOUNT: " STOP-BANK-ACCT.
045300     MOVE STOP-REQUEST-DATE TO DATE-CCYYMMDD.
045400     PERFORM CONVERT-TO-MMDDCCYY.
045500     MOVE DATE-MMDDCCYY TO DATE-DISPLAY.
045600     DISPLAY "REQUESTED:    " DATE-DISPLAY " BY " STOP-OPERATOR.
045700     DISPLAY "REASON:       " STOP-REASON.
045800     DISPLAY "CONFIRMATION: " STOP-BANK-CONFIRM.
045900     MOVE STOP-EXPIRY-DATE TO DATE-CCYYMMDD.
046000     PERFORM CONVERT-TO-MMDDCCYY.
046100     MOVE DATE-MMDDCCYY TO DATE-DISPLAY.
046200     DISPLAY "EXPIRES:      " DATE-DISPLAY.
046300     MOVE STOP-FEE TO AMOUNT-DISPLAY.
046400     DISPLAY "FEE:          " AMOUNT-DISPLAY.
046500     IF STOP-IS-RELEASED
046600         DISPLAY "STATUS:       RELEASED"
046700     ELSE
046800         DISPLAY "STATUS:       ACTIVE".
046900     IF STOP-SEND-IS-PENDING
047000         DISPLAY "NOT YET SENT TO THE BANK".
047100
047200*---------------------------------
047300* File I-O routines.
047400*---------------------------------
047500 READ-CHECK-REG-RECORD.
047600     MOVE ENTRY-CHECK-NUMBER TO CHECK-REG-NO.
047700     MOVE "Y" TO CHECK-REG-FOUND.
047800     READ CHECK-REG-FILE RECORD
047900         INVALID KEY
048000         MOVE "N" TO CHECK-REG-FOUND.
048100
048200 READ-STOP-RECORD.
048300     MOVE ENTRY-CHECK-NUMBER TO STOP-CHECK-NO.
048400     MOVE "Y" TO STOP-RECORD-FOUND.
048500     READ STOP-PAYMENT-FILE RECORD
048600         INVALID KEY
048700         MOVE "N" TO STOP-RECORD-FOUND.
048800
048900 READ-BANK-RECORD.
049000     MOVE "Y" TO BANK-RECORD-FOUND.
049100     READ BANK-FILE RECORD
049200         INVALID KEY
049300         MOVE "N" TO BANK-RECORD-FOUND.
049400
049500 READ-VENDOR-RECORD.
049600     MOVE "Y" TO VENDOR-RECORD-FOUND.
049700     READ VENDOR-FILE RECORD
049800         INVALID KEY
049900         MOVE "N" TO VENDOR-RECORD-FOUND.
050000
050100 REWRITE-STOP-RECORD.
050200     REWRITE STOP-PAYMENT-RECORD
050300         INVALID KEY
050400         DISPLAY "ERROR REWRITING STOP PAYMENT RECORD".
050500
050600*---------------------------------
050700* Utility routines.
050800*---------------------------------
050900     COPY "PLDATE01.CBL".
051000     COPY "PLCONF01.CBL".
051100     COPY "PLSIGN01.CBL".
051200     COPY "PLCOMP01.CBL".

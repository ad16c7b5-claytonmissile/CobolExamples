000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PCFMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the Petty Cash Fund File.
000600*
000700* One imprest fund per store.
000800* The custodian must be an
000900* active employee, since the
001000* fund is replenished by an
001100* employee voucher payable to
001200* them. A fund with slips on
001300* file cannot be deleted - make
001400* it inactive instead.
001500*---------------------------------
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
001800 FILE-CONTROL.
001900
002000     COPY "SLPCF.CBL".
002100
002200     COPY "SLPCS.CBL".
002300
002400     COPY "SLSTORE.CBL".
002500
002600     COPY "SLEMP.CBL".
002700
002800     COPY "SLBANK.CBL".
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
004100     COPY "FDPCF.CBL".
004200
004300     COPY "FDPCS.CBL".
004400
004500     COPY "FDSTORE.CBL".
004600
004700     COPY "FDEMP.CBL".
004800
004900     COPY "FDBANK.CBL".
005000
005100     COPY "FDACCT.CBL".
005200
005300     COPY "FDOPER.CBL".
005400
005500     COPY "FDSONLOG.CBL".
005600
005700     COPY "FDSESS.CBL".
005800
005900 WORKING-STORAGE SECTION.
006000
006100 77  MENU-PICK                    PIC 9.
006200     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
006300
006400 77  THE-MODE                     PIC X(7).
006500 77  WHICH-FIELD                  PIC 9.
006600 77  OK-TO-DELETE                 PIC X.
006700 77  PCF-RECORD-FOUND             PIC X.
006800 77  STORE-RECORD-FOUND           PIC X.
006900 77  EMP-IS-VALID                 PIC X.
007000 77  BANK-IS-VALID                PIC X.
007100 77  ACCOUNT-IS-GOOD              PIC X.
007200 77  FUND-IN-USE                  PIC X.
007300 77  PCS-FILE-AT-END              PIC X.
007400 77  AMOUNT-ENTRY                 PIC 9(7).
007500
007600 01  AMOUNT-DISPLAY               PIC ZZ,ZZ9.99.
007700 01  DATE-DISPLAY                 PIC Z9/99/9999.
007800
007900     COPY "WSCASE01.CBL".
008000
008100     COPY "WSDATE01.CBL".
008200
008300     COPY "WSAUDIT01.CBL".
008400
008500     COPY "WSSIGN01.CBL".
008600
008700 PROCEDURE DIVISION.
008800 PROGRAM-BEGIN.
008900     PERFORM OPENING-PROCEDURE.
009000     MOVE "PCFMNT01" TO SIGN-ON-PROGRAM.
009100     PERFORM GET-OPERATOR-SIGN-ON.
009200     IF OPERATOR-IS-SIGNED-ON
009300        AND SIGN-ON-CAN-MAINT = "Y"
009400         PERFORM MAIN-PROCESS
009500     ELSE
009600     IF OPERATOR-IS-SIGNED-ON
009700         DISPLAY "YOU ARE NOT AUTHORIZED FOR PETTY CASH FUND"
009800         DISPLAY "MAINTENANCE".
009900     PERFORM CLOSING-PROCEDURE.
010000
010100 PROGRAM-EXIT.
010200     EXIT PROGRAM.
010300
010400 PROGRAM-DONE.
010500     STOP RUN.
010600
010700 OPENING-PROCEDURE.
010800     OPEN I-O OPERATOR-FILE.
010900     OPEN I-O PETTY-CASH-FUND-FILE.
011000     OPEN I-O PETTY-CASH-SLIP-FILE.
011100     OPEN I-O STORE-FILE.
011200     OPEN I-O EMPLOYEE-FILE.
011300     OPEN I-O BANK-FILE.
011400     OPEN I-O ACCOUNT-FILE.
011500
011600 CLOSING-PROCEDURE.
011700     CLOSE OPERATOR-FILE.
011800     CLOSE PETTY-CASH-FUND-FILE.
011900     CLOSE PETTY-CASH-SLIP-FILE.
012000     CLOSE STORE-FILE.
012100     CLOSE EMPLOYEE-FILE.
012200     CLOSE BANK-FILE.
012300     CLOSE ACCOUNT-FILE.
012400
012500 MAIN-PROCESS.
012600     PERFORM GET-MENU-PICK.
012700     PERFORM MAINTAIN-THE-FILE
012800         UNTIL MENU-PICK = 0.
012900
013000*---------------------------------
013100* MENU
013200*---------------------------------
013300 GET-MENU-PICK.
013400     PERFORM DISPLAY-THE-MENU.
013500     PERFORM ACCEPT-MENU-PICK.
013600     PERFORM RE-ACCEPT-MENU-PICK
013700         UNTIL MENU-PICK-IS-VALID.
013800
013900 DISPLAY-THE-MENU.
014000     DISPLAY "    PETTY CASH FUNDS - PLEASE SELECT:".
014100     DISPLAY " ".
014200     DISPLAY "          1.  ADD RECORDS".
014300     DISPLAY "          2.  CHANGE A RECORD".
014400     DISPLAY "          3.  LOOK UP A RECORD".
014500     DISPLAY "          4.  DELETE A RECORD".
014600     DISPLAY " ".
014700     DISPLAY "          0.  EXIT".
014800
014900 ACCEPT-MENU-PICK.
015000     DISPLAY "YOUR CHOICE (0-4)?".
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
016300         PERFORM ADD-MODE
016400     ELSE
016500     IF MENU-PICK = 2
016600         PERFORM CHANGE-MODE
016700     ELSE
016800     IF MENU-PICK = 3
016900         PERFORM INQUIRE-MODE
017000     ELSE
017100     IF MENU-PICK = 4
017200         PERFORM DELETE-MODE.
017300
017400*---------------------------------
017500* ADD
017600*---------------------------------
017700 ADD-MODE.
017800     MOVE "ADD" TO THE-MODE.
017900     PERFORM GET-NEW-RECORD-KEY.
018000     PERFORM ADD-RECORDS
018100        UNTIL PCF-STORE = ZEROES.
018200
018300 GET-NEW-RECORD-KEY.
018400     PERFORM ACCEPT-NEW-RECORD-KEY.
018500     PERFORM RE-ACCEPT-NEW-RECORD-KEY
018600         UNTIL (PCF-RECORD-FOUND = "N"
018700            AND STORE-RECORD-FOUND = "Y")
018800            OR PCF-STORE = ZEROES.
018900
019000 ACCEPT-NEW-RECORD-KEY.
019100     PERFORM INIT-PCF-RECORD.
019200     PERFORM ENTER-PCF-STORE.
019300     IF PCF-STORE NOT = ZEROES
019400         PERFORM READ-PCF-RECORD
019500         PERFORM READ-STORE-RECORD.
019600
019700 RE-ACCEPT-NEW-RECORD-KEY.
019800     IF PCF-RECORD-FOUND = "Y"
019900         DISPLAY "THAT STORE ALREADY HAS A FUND"
020000     ELSE
020100         DISPLAY "STORE NOT ON FILE".
020200     PERFORM ACCEPT-NEW-RECORD-KEY.
020300
020400 ADD-RECORDS.
020500     PERFORM ENTER-REMAINING-FIELDS.
020600     PERFORM WRITE-PCF-RECORD.
020700     PERFORM GET-NEW-RECORD-KEY.
020800
020900 ENTER-REMAINING-FIELDS.
021000     PERFORM ENTER-PCF-CUSTODIAN.
021100     PERFORM ENTER-PCF-FUND-AMOUNT.
021200     PERFORM ENTER-PCF-BANK-ACCT.
021300     PERFORM ENTER-PCF-REPLENISH-AT.
021400     PERFORM ENTER-PCF-OVER-SHORT.
021500     MOVE "A" TO PCF-STATUS.
021600
021700*---------------------------------
021800* CHANGE
021900*---------------------------------
022000 CHANGE-MODE.
022100     MOVE "CHANGE" TO THE-MODE.
022200     PERFORM GET-EXISTING-RECORD.
022300     PERFORM CHANGE-RECORDS
022400        UNTIL PCF-STORE = ZEROES.
022500
022600 CHANGE-RECORDS.
022700     PERFORM GET-FIELD-TO-CHANGE.
022800     PERFORM CHANGE-ONE-FIELD
022900         UNTIL WHICH-FIELD = ZERO.
023000     PERFORM GET-EXISTING-RECORD.
023100
023200 GET-FIELD-TO-CHANGE.
023300     PERFORM DISPLAY-ALL-FIELDS.
023400     PERFORM ASK-WHICH-FIELD.
023500
023600 ASK-WHICH-FIELD.
023700     PERFORM ACCEPT-WHICH-FIELD.
023800     PERFORM RE-ACCEPT-WHICH-FIELD
023900         UNTIL WHICH-FIELD < 7.
024000
024100 ACCEPT-WHICH-FIELD.
024200     DISPLAY "ENTER THE NUMBER OF THE FIELD".
024300     DISPLAY "TO CHANGE (1-6) OR 0 TO EXIT".
024400     ACCEPT WHICH-FIELD.
024500
024600 RE-ACCEPT-WHICH-FIELD.
024700     DISPLAY "INVALID ENTRY".
024800     PERFORM ACCEPT-WHICH-FIELD.
024900
025000 CHANGE-ONE-FIELD.
025100     PERFORM CHANGE-THIS-FIELD.
025200     PERFORM GET-FIELD-TO-CHANGE.
025300
025400*---------------------------------
025500* A change to the fund amount
025600* is an increase or decrease of
025700* the imprest; the cash moves
025800* outside the slip system.
025900*---------------------------------
026000 CHANGE-THIS-FIELD.
026100     IF WHICH-FIELD = 1
026200         PERFORM ENTER-PCF-CUSTODIAN
026300     ELSE
026400     IF WHICH-FIELD = 2
026500         PERFORM ENTER-PCF-FUND-AMOUNT
026600     ELSE
026700     IF WHICH-FIELD = 3
026800         PERFORM ENTER-PCF-BANK-ACCT
026900     ELSE
027000     IF WHICH-FIELD = 4
027100         PERFORM ENTER-PCF-REPLENISH-AT
027200     ELSE
027300     IF WHICH-FIELD = 5
027400         PERFORM ENTER-PCF-OVER-SHORT
027500     ELSE
027600     IF WHICH-FIELD = 6
027700         PERFORM ENTER-PCF-STATUS.
027800
027900     PERFORM REWRITE-PCF-RECORD.
028000
028100*---------------------------------
028200* INQUIRE
028300*---------------------------------
028400 INQUIRE-MODE.
028500     MOVE "DISPLAY" TO THE-MODE.
028600     PERFORM GET-EXISTING-RECORD.
028700     PERFORM INQUIRE-RECORDS
028800        UNTIL PCF-STORE = ZEROES.
028900
029000 INQUIRE-RECORDS.
029100     PERFORM DISPLAY-ALL-FIELDS.
029200     PERFORM GET-EXISTING-RECORD.
029300
029400*---------------------------------
029500* DELETE
029600*---------------------------------
029700 DELETE-MODE.
029800     MOVE "DELETE" TO THE-MODE.
029900     PERFORM GET-EXISTING-RECORD.
030000     PERFORM DELETE-RECORDS
030100        UNTIL PCF-STORE = ZEROES.
030200
030300 DELETE-RECORDS.
030400     PERFORM DISPLAY-ALL-FIELDS.
030500     PERFORM CHECK-FUND-IN-USE.
030600     IF FUND-IN-USE = "Y"
030700         DISPLAY "SLIPS ARE ON FILE FOR THIS FUND"
030800         DISPLAY "- MAKE IT INACTIVE"
030900     ELSE
031000     PERFORM ASK-OK-TO-DELETE
031100     IF OK-TO-DELETE = "Y"
031200         PERFORM DELETE-PCF-RECORD.
031300     PERFORM GET-EXISTING-RECORD.
031400
031500*---------------------------------
031600* The slip file is keyed by
031700* store first, so one START
031800* finds whether the fund has any
031900* slips at all.
032000*---------------------------------
032100 CHECK-FUND-IN-USE.
032200     MOVE "N" TO FUND-IN-USE.
032300     MOVE "N" TO PCS-FILE-AT-END.
032400     MOVE PCF-STORE TO PCS-STORE.
032500     MOVE ZEROES TO PCS-SLIP-NO.
032600     START PETTY-CASH-SLIP-FILE KEY NOT < PCS-KEY
032700         INVALID KEY
032800         MOVE "Y" TO PCS-FILE-AT-END.
032900     IF PCS-FILE-AT-END NOT = "Y"
033000         READ PETTY-CASH-SLIP-FILE NEXT RECORD
033100             AT END MOVE "Y" TO PCS-FILE-AT-END.
033200     IF PCS-FILE-AT-END NOT = "Y"
033300        AND PCS-STORE = PCF-STORE
033400         MOVE "Y" TO FUND-IN-USE.
033500
033600 ASK-OK-TO-DELETE.
033700     PERFORM ACCEPT-OK-TO-DELETE.
033800     PERFORM RE-ACCEPT-OK-TO-DELETE
033900        UNTIL OK-TO-DELETE = "Y" OR "N".
034000
034100 ACCEPT-OK-TO-DELETE.
034200     DISPLAY "DELETE THIS RECORD (Y/N)?".
034300     ACCEPT OK-TO-DELETE.
034400     INSPECT OK-TO-DELETE
034500      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
034600
034700 RE-ACCEPT-OK-TO-DELETE.
034800     DISPLAY "YOU MUST ENTER YES OR NO".
034900     PERFORM ACCEPT-OK-TO-DELETE.
035000
035100*---------------------------------
035200* Routines shared by all modes
035300*---------------------------------
035400 INIT-PCF-RECORD.
035500     MOVE SPACE TO PETTY-CASH-FUND-RECORD.
035600     MOVE ZEROES TO PCF-STORE
035700                    PCF-CUSTODIAN
035800                    PCF-FUND-AMOUNT
035900                    PCF-BANK-ACCT
036000                    PCF-REPLENISH-AT
036100                    PCF-OVER-SHORT-ACCOUNT
036200                    PCF-LAST-SLIP-NO
036300                    PCF-LAST-COUNT-DATE
036400                    PCF-LAST-COUNT-AMOUNT.
036500
036600 ENTER-PCF-STORE.
036700     DISPLAY "ENTER STORE NUMBER, 0 TO EXIT".
036800     ACCEPT PCF-STORE.
036900
037000*---------------------------------
037100* The custodian must be an
037200* active employee on file.
037300*---------------------------------
037400 ENTER-PCF-CUSTODIAN.
037500     PERFORM ACCEPT-PCF-CUSTODIAN.
037600     PERFORM RE-ACCEPT-PCF-CUSTODIAN
037700         UNTIL EMP-IS-VALID = "Y".
037800
037900 ACCEPT-PCF-CUSTODIAN.
038000     DISPLAY "ENTER THE CUSTODIAN'S EMPLOYEE NUMBER".
038100     ACCEPT PCF-CUSTODIAN.
038200     MOVE PCF-CUSTODIAN TO EMP-NUMBER.
038300     MOVE "Y" TO EMP-IS-VALID.
038400     READ EMPLOYEE-FILE RECORD
038500         INVALID KEY
038600         MOVE "N" TO EMP-IS-VALID.
038700     IF EMP-IS-VALID = "Y"
038800        AND NOT EMP-IS-ACTIVE
038900         MOVE "N" TO EMP-IS-VALID.
039000
039100 RE-ACCEPT-PCF-CUSTODIAN.
039200     DISPLAY "CUSTODIAN MUST BE AN ACTIVE EMPLOYEE".
039300     PERFORM ACCEPT-PCF-CUSTODIAN.
039400
039500 ENTER-PCF-FUND-AMOUNT.
039600     PERFORM ACCEPT-PCF-FUND-AMOUNT.
039700     PERFORM RE-ACCEPT-PCF-FUND-AMOUNT
039800         UNTIL PCF-FUND-AMOUNT NOT = ZEROES.
039900
040000 ACCEPT-PCF-FUND-AMOUNT.
040100     DISPLAY "ENTER AUTHORIZED FUND AMOUNT WITH NO".
040200     DISPLAY "DECIMAL POINT - EXAMPLE: 50000 MEANS 500.00".
040300     ACCEPT AMOUNT-ENTRY.
040400     COMPUTE PCF-FUND-AMOUNT = AMOUNT-ENTRY / 100.
040500
040600 RE-ACCEPT-PCF-FUND-AMOUNT.
040700     DISPLAY "FUND AMOUNT MUST NOT BE ZERO".
040800     PERFORM ACCEPT-PCF-FUND-AMOUNT.
040900
041000 ENTER-PCF-BANK-ACCT.
041100     PERFORM ACCEPT-PCF-BANK-ACCT.
041200     PERFORM RE-ACCEPT-PCF-BANK-ACCT
041300         UNTIL BANK-IS-VALID = "Y".
041400
041500 ACCEPT-PCF-BANK-ACCT.
041600     DISPLAY "ENTER BANK ACCOUNT THE FUND IS DRAWN ON".
041700     ACCEPT PCF-BANK-ACCT.
041800     MOVE PCF-BANK-ACCT TO BANK-ACCOUNT-NO.
041900     MOVE "Y" TO BANK-IS-VALID.
042000     READ BANK-FILE RECORD
042100         INVALID KEY
042200         MOVE "N" TO BANK-IS-VALID.
042300
042400 RE-ACCEPT-PCF-BANK-ACCT.
042500     DISPLAY "BANK ACCOUNT NOT ON FILE".
042600     PERFORM ACCEPT-PCF-BANK-ACCT.
042700
042800*---------------------------------
042900* Below the fund amount; zero
043000* means replenish only on
043100* request.
043200*---------------------------------
043300 ENTER-PCF-REPLENISH-AT.
043400     PERFORM ACCEPT-PCF-REPLENISH-AT.
043500     PERFORM RE-ACCEPT-PCF-REPLENISH-AT
043600         UNTIL PCF-REPLENISH-AT < PCF-FUND-AMOUNT.
043700
043800 ACCEPT-PCF-REPLENISH-AT.
043900     DISPLAY "REPLENISH WHEN CASH IN THE BOX IS DOWN TO".
044000     DISPLAY "(NO DECIMAL POINT, 0 = ONLY ON REQUEST)".
044100     ACCEPT AMOUNT-ENTRY.
044200     COMPUTE PCF-REPLENISH-AT = AMOUNT-ENTRY / 100.
044300
044400 RE-ACCEPT-PCF-REPLENISH-AT.
044500     DISPLAY "MUST BE LESS THAN THE FUND AMOUNT".
044600     PERFORM ACCEPT-PCF-REPLENISH-AT.
044700
044800 ENTER-PCF-OVER-SHORT.
044900     PERFORM ACCEPT-PCF-OVER-SHORT.
045000     PERFORM RE-ACCEPT-PCF-OVER-SHORT
045100         UNTIL ACCOUNT-IS-GOOD = "Y".
045200
045300 ACCEPT-PCF-OVER-SHORT.
045400     DISPLAY "ENTER G/L CASH OVER/SHORT ACCOUNT".
045500     ACCEPT PCF-OVER-SHORT-ACCOUNT.
045600     MOVE PCF-OVER-SHORT-ACCOUNT TO ACCOUNT-NUMBER.
045700     MOVE "Y" TO ACCOUNT-IS-GOOD.
045800     READ ACCOUNT-FILE RECORD
045900         INVALID KEY
046000         MOVE "N" TO ACCOUNT-IS-GOOD.
046100     IF ACCOUNT-IS-GOOD = "Y"
046200         IF NOT ACCOUNT-IS-ACTIVE
046300            OR NOT ACCOUNT-IS-EXPENSE
046400             MOVE "N" TO ACCOUNT-IS-GOOD.
046500
046600 RE-ACCEPT-PCF-OVER-SHORT.
046700     DISPLAY "ACCOUNT MUST BE AN ACTIVE EXPENSE ACCOUNT".
046800     PERFORM ACCEPT-PCF-OVER-SHORT.
046900
047000 ENTER-PCF-STATUS.
047100     PERFORM ACCEPT-PCF-STATUS.
047200     PERFORM RE-ACCEPT-PCF-STATUS
047300         UNTIL PCF-STATUS-IS-VALID.
047400
047500 ACCEPT-PCF-STATUS.
047600     DISPLAY "ENTER STATUS (A = ACTIVE, I = INACTIVE)".
047700     ACCEPT PCF-STATUS.
047800     INSPECT PCF-STATUS
047900         CONVERTING LOWER-ALPHA
048000         TO         UPPER-ALPHA.
048100
048200 RE-ACCEPT-PCF-STATUS.
048300     DISPLAY "YOU MUST ENTER A OR I".
048400     PERFORM ACCEPT-PCF-STATUS.
048500
048600 GET-EXISTING-RECORD.
048700     PERFORM ACCEPT-EXISTING-KEY.
048800     PERFORM RE-ACCEPT-EXISTING-KEY
048900         UNTIL PCF-RECORD-FOUND = "Y" OR
049000               PCF-STORE = ZEROES.
049100
049200 ACCEPT-EXISTING-KEY.
049300     PERFORM INIT-PCF-RECORD.
049400     PERFORM ENTER-PCF-STORE.
049500     IF PCF-STORE NOT = ZEROES
049600         PERFORM READ-PCF-RECORD.
049700
049800 RE-ACCEPT-EXISTING-KEY.
049900     DISPLAY "NO FUND FOUND FOR THAT STORE".
050000     PERFORM ACCEPT-EXISTING-KEY.
050100
050200 DISPLAY-ALL-FIELDS.
050300     PERFORM READ-STORE-RECORD.
050400     IF STORE-RECORD-FOUND = "Y"
050500         DISPLAY "STORE: " PCF-STORE " " STORE-NAME
050600     ELSE
050700         DISPLAY "STORE: " PCF-STORE " *STORE NOT ON FILE*".
050800     MOVE PCF-CUSTODIAN TO EMP-NUMBER.
050900     MOVE "Y" TO EMP-IS-VALID.
051000     READ EMPLOYEE-FILE RECORD
051100         INVALID KEY
051200         MOVE "N" TO EMP-IS-VALID.
051300     IF EMP-IS-VALID = "Y"
051400         DISPLAY "1. CUSTODIAN: " PCF-CUSTODIAN " " EMP-NAME
051500     ELSE
051600         DISPLAY "1. CUSTODIAN: " PCF-CUSTODIAN
051700                 " *EMPLOYEE NOT ON FILE*".
051800     MOVE PCF-FUND-AMOUNT TO AMOUNT-DISPLAY.
051900     DISPLAY "2. FUND AMOUNT: " AMOUNT-DISPLAY.
052000     DISPLAY "3. BANK ACCOUNT: " PCF-BANK-ACCT.
052100     MOVE PCF-REPLENISH-AT TO AMOUNT-DISPLAY.
052200     DISPLAY "4. REPLENISH AT: " AMOUNT-DISPLAY.
052300     DISPLAY "5. OVER/SHORT ACCOUNT: " PCF-OVER-SHORT-ACCOUNT.
052400     DISPLAY "6. STATUS: " PCF-STATUS.
052500     IF PCF-LAST-COUNT-DATE NOT = ZEROES
052600         MOVE PCF-LAST-COUNT-DATE TO DATE-CCYYMMDD
052700         PERFORM CONVERT-TO-MMDDCCYY
052800         MOVE DATE-MMDDCCYY TO DATE-DISPLAY
052900         MOVE PCF-LAST-COUNT-AMOUNT TO AMOUNT-DISPLAY
053000         DISPLAY "LAST COUNTED " DATE-DISPLAY
053100                 ": " AMOUNT-DISPLAY.
053200
053300 READ-PCF-RECORD.
053400     MOVE "Y" TO PCF-RECORD-FOUND.
053500     READ PETTY-CASH-FUND-FILE RECORD
053600         INVALID KEY
053700         MOVE "N" TO PCF-RECORD-FOUND.
053800
053900 READ-STORE-RECORD.
054000     MOVE PCF-STORE TO STORE-CODE.
054100     MOVE "Y" TO STORE-RECORD-FOUND.
054200     READ STORE-FILE RECORD
054300         INVALID KEY
054400         MOVE "N" TO STORE-RECORD-FOUND.
054500
054600 WRITE-PCF-RECORD.
054700     WRITE PETTY-CASH-FUND-RECORD
054800         INVALID KEY
054900         DISPLAY "RECORD ALREADY ON FILE".
055000
055100 REWRITE-PCF-RECORD.
055200     REWRITE PETTY-CASH-FUND-RECORD
055300         INVALID KEY
055400         DISPLAY "ERROR REWRITING PETTY CASH FUND".
055500
055600 DELETE-PCF-RECORD.
055700     DELETE PETTY-CASH-FUND-FILE RECORD
055800         INVALID KEY
055900         DISPLAY "ERROR DELETING PETTY CASH FUND".
056000
056100*---------------------------------
056200* Utility routines.
056300*---------------------------------
056400     COPY "PLDATE01.CBL".
056500     COPY "PLSIGN01.CBL".

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRNMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the Percentage Rent Terms
000600* File.
000700*
000800* One record per store whose
000900* lease pays the landlord a
001000* percentage of sales over a
001100* breakpoint. The store must be
001200* on the store file, the
001300* landlord an active vendor and
001400* the rent account an active
001500* expense account. PRNCAL01
001600* works the rent out from these
001700* terms. Terms with statements
001800* on file cannot be deleted -
001900* make them inactive instead.
002000* New terms are stamped with
002100* the session's company.
002200*---------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600
002700     COPY "SLPRENT.CBL".
002800
002900     COPY "SLPRH.CBL".
003000
003100     COPY "SLSTORE.CBL".
003200
003300     COPY "SLVND02.CBL".
003400
003500     COPY "SLACCT.CBL".
003600
003700     COPY "SLCOMP.CBL".
003800
003900     COPY "SLOPER.CBL".
004000
004100     COPY "SLSONLOG.CBL".
004200
004300     COPY "SLSESS.CBL".
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700
004800     COPY "FDPRENT.CBL".
004900
005000     COPY "FDPRH.CBL".
005100
005200     COPY "FDSTORE.CBL".
005300
005400     COPY "FDVND04.CBL".
005500
005600     COPY "FDACCT.CBL".
005700
005800     COPY "FDCOMP.CBL".
005900
006000     COPY "FDOPER.CBL".
006100
006200     COPY "FDSONLOG.CBL".
006300
006400     COPY "FDSESS.CBL".
006500
006600 WORKING-STORAGE SECTION.
006700
006800 77  MENU-PICK                    PIC 9.
006900     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
007000
007100 77  THE-MODE                     PIC X(7).
007200 77  WHICH-FIELD                  PIC 99.
007300 77  OK-TO-DELETE                 PIC X.
007400 77  PRENT-RECORD-FOUND           PIC X.
007500 77  STORE-RECORD-FOUND           PIC X.
007600 77  VENDOR-IS-GOOD               PIC X.
007700 77  ACCOUNT-IS-GOOD              PIC X.
007800 77  HISTORY-IS-ON-FILE           PIC X.
007900 77  AMOUNT-ENTRY                 PIC 9(8).
008000 77  PERCENT-ENTRY                PIC 9(4).
008100
008200 01  AMOUNT-DISPLAY               PIC Z,ZZZ,ZZ9.99-.
008300 01  PERCENT-DISPLAY              PIC Z9.99.
008400
008500     COPY "WSCASE01.CBL".
008600
008700     COPY "WSAUDIT01.CBL".
008800
008900     COPY "WSSIGN01.CBL".
009000
009100     COPY "WSCOMP01.CBL".
009200
009300 PROCEDURE DIVISION.
009400 PROGRAM-BEGIN.
009500     PERFORM OPENING-PROCEDURE.
009600     MOVE "PRNMNT01" TO SIGN-ON-PROGRAM.
009700     PERFORM GET-OPERATOR-SIGN-ON.
009800     IF OPERATOR-IS-SIGNED-ON
009900        AND SIGN-ON-CAN-MAINT = "Y"
010000         PERFORM MAIN-PROCESS
010100     ELSE
010200     IF OPERATOR-IS-SIGNED-ON
010300         DISPLAY "YOU ARE NOT AUTHORIZED FOR PERCENTAGE RENT"
010400         DISPLAY "MAINTENANCE".
010500     PERFORM CLOSING-PROCEDURE.
010600
010700 PROGRAM-EXIT.
010800     EXIT PROGRAM.
010900
011000 PROGRAM-DONE.
011100     STOP RUN.
011200
011300 OPENING-PROCEDURE.
011400     OPEN I-O OPERATOR-FILE.
011500     OPEN I-O COMPANY-FILE.
011600     OPEN I-O PERCENT-RENT-FILE.
011700     OPEN I-O PERCENT-RENT-HISTORY-FILE.
011800     OPEN I-O STORE-FILE.
011900     OPEN I-O VENDOR-FILE.
012000     OPEN I-O ACCOUNT-FILE.
012100
012200 CLOSING-PROCEDURE.
012300     CLOSE OPERATOR-FILE.
012400     CLOSE COMPANY-FILE.
012500     CLOSE PERCENT-RENT-FILE.
012600     CLOSE PERCENT-RENT-HISTORY-FILE.
012700     CLOSE STORE-FILE.
012800     CLOSE VENDOR-FILE.
012900     CLOSE ACCOUNT-FILE.
013000
013100 MAIN-PROCESS.
013200     PERFORM GET-COMPANY-CODE.
013300     PERFORM GET-MENU-PICK.
013400     PERFORM MAINTAIN-THE-FILE
013500         UNTIL MENU-PICK = 0.
013600
013700*---------------------------------
013800* MENU
013900*---------------------------------
014000 GET-MENU-PICK.
014100     PERFORM DISPLAY-THE-MENU.
014200     PERFORM ACCEPT-MENU-PICK.
014300     PERFORM RE-ACCEPT-MENU-PICK
014400         UNTIL MENU-PICK-IS-VALID.
014500
014600 DISPLAY-THE-MENU.
014700     DISPLAY "    PERCENTAGE RENT TERMS - PLEASE SELECT:".
014800     DISPLAY " ".
014900     DISPLAY "          1.  ADD RECORDS".
015000     DISPLAY "          2.  CHANGE A RECORD".
015100     DISPLAY "          3.  LOOK UP A RECORD".
015200     DISPLAY "          4.  DELETE A RECORD".
015300     DISPLAY " ".
015400     DISPLAY "          0.  EXIT".
015500
015600 ACCEPT-MENU-PICK.
015700     DISPLAY "YOUR CHOICE (0-4)?".
015800     ACCEPT MENU-PICK.
015900
016000 RE-ACCEPT-MENU-PICK.
016100     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
016200     PERFORM ACCEPT-MENU-PICK.
016300
016400 MAINTAIN-THE-FILE.
016500     PERFORM DO-THE-PICK.
016600     PERFORM GET-MENU-PICK.
016700
016800 DO-THE-PICK.
016900     IF MENU-PICK = 1
017000         PERFORM ADD-MODE
017100     ELSE
017200     IF MENU-PICK = 2
017300         PERFORM CHANGE-MODE
017400     ELSE
017500     IF MENU-PICK = 3
017600         PERFORM INQUIRE-MODE
017700     ELSE
017800     IF MENU-PICK = 4
017900         PERFORM DELETE-MODE.
018000
018100*---------------------------------
018200* ADD
018300*---------------------------------
018400 ADD-MODE.
018500     MOVE "ADD" TO THE-MODE.
018600     PERFORM GET-NEW-RECORD-KEY.
018700     PERFORM ADD-RECORDS
018800        UNTIL PRENT-STORE = ZEROES.
018900
019000 GET-NEW-RECORD-KEY.
019100     PERFORM ACCEPT-NEW-RECORD-KEY.
019200     PERFORM RE-ACCEPT-NEW-RECORD-KEY
019300         UNTIL (PRENT-RECORD-FOUND = "N"
019400                AND STORE-RECORD-FOUND = "Y")
019500            OR PRENT-STORE = ZEROES.
019600
019700 ACCEPT-NEW-RECORD-KEY.
019800     PERFORM INIT-PRENT-RECORD.
019900     PERFORM ENTER-PRENT-STORE.
020000     IF PRENT-STORE NOT = ZEROES
020100         PERFORM READ-PRENT-RECORD
020200         PERFORM READ-STORE-RECORD.
020300
020400 RE-ACCEPT-NEW-RECORD-KEY.
020500     IF PRENT-RECORD-FOUND = "Y"
020600         DISPLAY "TERMS ARE ALREADY ON FILE FOR THAT STORE"
020700     ELSE
020800         DISPLAY "NO STORE WITH THAT CODE".
020900     PERFORM ACCEPT-NEW-RECORD-KEY.
021000
021100 ADD-RECORDS.
021200     DISPLAY "STORE: " STORE-NAME.
021300     PERFORM ENTER-REMAINING-FIELDS.
021400     MOVE SIGN-ON-COMPANY TO PRENT-COMPANY.
021500     MOVE "A" TO PRENT-STATUS.
021600     MOVE AUDIT-EVENT-OPERATOR-ID TO PRENT-ENTERED-BY.
021700     PERFORM WRITE-PRENT-RECORD.
021800     PERFORM GET-NEW-RECORD-KEY.
021900
022000 ENTER-REMAINING-FIELDS.
022100     PERFORM ENTER-PRENT-LANDLORD.
022200     PERFORM ENTER-PRENT-BREAKPOINT.
022300     PERFORM ENTER-PRENT-PERCENT.
022400     PERFORM ENTER-PRENT-FREQUENCY.
022500     PERFORM ENTER-PRENT-YEAR-START-MONTH.
022600     PERFORM ENTER-PRENT-EXPENSE-ACCOUNT.
022700     PERFORM ENTER-PRENT-CATEGORY.
022800     PERFORM ENTER-PRENT-DUE-DAY.
022900
023000*---------------------------------
023100* CHANGE
023200*---------------------------------
023300 CHANGE-MODE.
023400     MOVE "CHANGE" TO THE-MODE.
023500     PERFORM GET-EXISTING-RECORD.
023600     PERFORM CHANGE-RECORDS
023700        UNTIL PRENT-STORE = ZEROES.
023800
023900 CHANGE-RECORDS.
024000     PERFORM GET-FIELD-TO-CHANGE.
024100     PERFORM CHANGE-ONE-FIELD
024200         UNTIL WHICH-FIELD = ZERO.
024300     PERFORM GET-EXISTING-RECORD.
024400
024500 GET-FIELD-TO-CHANGE.
024600     PERFORM DISPLAY-ALL-FIELDS.
024700     PERFORM ASK-WHICH-FIELD.
024800
024900 ASK-WHICH-FIELD.
025000     PERFORM ACCEPT-WHICH-FIELD.
025100     PERFORM RE-ACCEPT-WHICH-FIELD
025200         UNTIL WHICH-FIELD < 10.
025300
025400 ACCEPT-WHICH-FIELD.
025500     DISPLAY "ENTER THE NUMBER OF THE FIELD".
025600     DISPLAY "TO CHANGE (1-9) OR 0 TO EXIT".
025700     ACCEPT WHICH-FIELD.
025800
025900 RE-ACCEPT-WHICH-FIELD.
026000     DISPLAY "INVALID ENTRY".
026100     PERFORM ACCEPT-WHICH-FIELD.
026200
026300 CHANGE-ONE-FIELD.
026400     PERFORM CHANGE-THIS-FIELD.
026500     PERFORM GET-FIELD-TO-CHANGE.
026600
026700 CHANGE-THIS-FIELD.
026800     IF WHICH-FIELD = 1
026900         PERFORM ENTER-PRENT-LANDLORD
027000     ELSE
027100     IF WHICH-FIELD = 2
027200         PERFORM ENTER-PRENT-BREAKPOINT
027300     ELSE
027400     IF WHICH-FIELD = 3
027500         PERFORM ENTER-PRENT-PERCENT
027600     ELSE
027700     IF WHICH-FIELD = 4
027800         PERFORM ENTER-PRENT-FREQUENCY
027900     ELSE
028000     IF WHICH-FIELD = 5
028100         PERFORM ENTER-PRENT-YEAR-START-MONTH
028200     ELSE
028300     IF WHICH-FIELD = 6
028400         PERFORM ENTER-PRENT-EXPENSE-ACCOUNT
028500     ELSE
028600     IF WHICH-FIELD = 7
028700         PERFORM ENTER-PRENT-CATEGORY
028800     ELSE
028900     IF WHICH-FIELD = 8
029000         PERFORM ENTER-PRENT-DUE-DAY
029100     ELSE
029200     IF WHICH-FIELD = 9
029300         PERFORM ENTER-PRENT-STATUS.
029400
029500     PERFORM REWRITE-PRENT-RECORD.
029600
029700*---------------------------------
029800* INQUIRE
029900*---------------------------------
030000 INQUIRE-MODE.
030100     MOVE "DISPLAY" TO THE-MODE.
030200     PERFORM GET-EXISTING-RECORD.
030300     PERFORM INQUIRE-RECORDS
030400        UNTIL PRENT-STORE = ZEROES.
030500
030600 INQUIRE-RECORDS.
030700     PERFORM DISPLAY-ALL-FIELDS.
030800     PERFORM GET-EXISTING-RECORD.
030900
031000*---------------------------------
031100* DELETE
031200*---------------------------------
031300 DELETE-MODE.
031400     MOVE "DELETE" TO THE-MODE.
031500     PERFORM GET-EXISTING-RECORD.
031600     PERFORM DELETE-RECORDS
031700        UNTIL PRENT-STORE = ZEROES.
031800
031900 DELETE-RECORDS.
032000     PERFORM DISPLAY-ALL-FIELDS.
032100     PERFORM CHECK-HISTORY-ON-FILE.
032200     IF HISTORY-IS-ON-FILE = "Y"
032300         DISPLAY "STATEMENTS ARE ON FILE FOR THIS STORE -"
032400         DISPLAY "MAKE THE TERMS INACTIVE INSTEAD"
032500     ELSE
032600         PERFORM ASK-OK-TO-DELETE
032700         IF OK-TO-DELETE = "Y"
032800             PERFORM DELETE-PRENT-RECORD.
032900     PERFORM GET-EXISTING-RECORD.
033000
033100 ASK-OK-TO-DELETE.
033200     PERFORM ACCEPT-OK-TO-DELETE.
033300     PERFORM RE-ACCEPT-OK-TO-DELETE
033400        UNTIL OK-TO-DELETE = "Y" OR "N".
033500
033600 ACCEPT-OK-TO-DELETE.
033700     DISPLAY "DELETE THIS RECORD (Y/N)?".
033800     ACCEPT OK-TO-DELETE.
033900     INSPECT OK-TO-DELETE
034000      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
034100
034200 RE-ACCEPT-OK-TO-DELETE.
034300     DISPLAY "YOU MUST ENTER YES OR NO".
034400     PERFORM ACCEPT-OK-TO-DELETE.
034500
034600*---------------------------------
034700* Routines shared by all modes
034800*---------------------------------
034900 INIT-PRENT-RECORD.
035000     MOVE SPACE TO PERCENT-RENT-RECORD.
035100     MOVE ZEROES TO PRENT-STORE
035200                    PRENT-LANDLORD
035300                    PRENT-BREAKPOINT
035400                    PRENT-PERCENT
035500                    PRENT-YEAR-START-MONTH
035600                    PRENT-EXPENSE-ACCOUNT
035700                    PRENT-CATEGORY
035800                    PRENT-DUE-DAY
035900                    PRENT-COMPANY.
036000
036100 CHECK-HISTORY-ON-FILE.
036200     MOVE "Y" TO HISTORY-IS-ON-FILE.
036300     MOVE PRENT-STORE TO PRH-STORE.
036400     MOVE ZEROES TO PRH-PERIOD.
036500     START PERCENT-RENT-HISTORY-FILE KEY NOT < PRH-KEY
036600         INVALID KEY
036700         MOVE "N" TO HISTORY-IS-ON-FILE.
036800     IF HISTORY-IS-ON-FILE = "Y"
036900         READ PERCENT-RENT-HISTORY-FILE NEXT RECORD
037000             AT END
037100             MOVE "N" TO HISTORY-IS-ON-FILE.
037200     IF HISTORY-IS-ON-FILE = "Y"
037300        AND PRH-STORE NOT = PRENT-STORE
037400         MOVE "N" TO HISTORY-IS-ON-FILE.
037500
037600 ENTER-PRENT-STORE.
037700     DISPLAY "ENTER STORE CODE (1-99), 0 TO EXIT".
037800     ACCEPT PRENT-STORE.
037900
038000 ENTER-PRENT-LANDLORD.
038100     PERFORM ACCEPT-PRENT-LANDLORD.
038200     PERFORM RE-ACCEPT-PRENT-LANDLORD
038300         UNTIL VENDOR-IS-GOOD = "Y".
038400
038500 ACCEPT-PRENT-LANDLORD.
038600     DISPLAY "ENTER LANDLORD VENDOR NUMBER".
038700     ACCEPT PRENT-LANDLORD.
038800     MOVE PRENT-LANDLORD TO VENDOR-NUMBER.
038900     PERFORM READ-VENDOR-RECORD.
039000     IF VENDOR-IS-GOOD = "Y"
039100         DISPLAY "LANDLORD: " VENDOR-NAME.
039200
039300 RE-ACCEPT-PRENT-LANDLORD.
039400     DISPLAY "LANDLORD MUST BE AN ACTIVE VENDOR".
039500     PERFORM ACCEPT-PRENT-LANDLORD.
039600
039700*---------------------------------
039800* The breakpoint is for a full
039900* lease year, keyed with no
040000* decimal point. A zero
040100* breakpoint charges the
040200* percentage on every dollar.
040300*---------------------------------
040400 ENTER-PRENT-BREAKPOINT.
040500     DISPLAY "ENTER ANNUAL SALES BREAKPOINT WITH NO".
040600     DISPLAY "DECIMAL POINT".
040700     ACCEPT AMOUNT-ENTRY.
040800     COMPUTE PRENT-BREAKPOINT = AMOUNT-ENTRY / 100.
040900
041000*---------------------------------
041100* The percentage is keyed in
041200* hundredths with no decimal
041300* point - 0600 is 6%.
041400*---------------------------------
041500 ENTER-PRENT-PERCENT.
041600     PERFORM ACCEPT-PRENT-PERCENT.
041700     PERFORM RE-ACCEPT-PRENT-PERCENT
041800         UNTIL PRENT-PERCENT > ZEROES.
041900
042000 ACCEPT-PRENT-PERCENT.
042100     DISPLAY "ENTER PERCENTAGE OF SALES IN HUNDREDTHS".
042200     DISPLAY "(0600 = 6.00%)".
042300     ACCEPT PERCENT-ENTRY.
042400     COMPUTE PRENT-PERCENT = PERCENT-ENTRY / 100.
042500
042600 RE-ACCEPT-PRENT-PERCENT.
042700     DISPLAY "PERCENTAGE MUST BE ENTERED".
042800     PERFORM ACCEPT-PRENT-PERCENT.
042900
043000 ENTER-PRENT-FREQUENCY.
043100     PERFORM ACCEPT-PRENT-FREQUENCY.
043200     PERFORM RE-ACCEPT-PRENT-FREQUENCY
043300         UNTIL PRENT-FREQUENCY-IS-VALID.
043400
043500 ACCEPT-PRENT-FREQUENCY.
043600     DISPLAY "ENTER REPORTING FREQUENCY".
043700     DISPLAY "(M = MONTHLY, A = ANNUAL)".
043800     ACCEPT PRENT-FREQUENCY.
043900     INSPECT PRENT-FREQUENCY
044000         CONVERTING LOWER-ALPHA
044100         TO         UPPER-ALPHA.
044200
044300 RE-ACCEPT-PRENT-FREQUENCY.
044400     DISPLAY "YOU MUST ENTER M OR A".
044500     PERFORM ACCEPT-PRENT-FREQUENCY.
044600
044700 ENTER-PRENT-YEAR-START-MONTH.
044800     PERFORM ACCEPT-PRENT-YEAR-START-MONTH.
044900     PERFORM RE-ACCEPT-PRENT-YEAR-START
045000         UNTIL PRENT-YEAR-START-MONTH > ZEROES
045100           AND PRENT-YEAR-START-MONTH NOT > 12.
045200
045300 ACCEPT-PRENT-YEAR-START-MONTH.
045400     DISPLAY "ENTER MONTH THE LEASE YEAR STARTS (1-12)".
045500     ACCEPT PRENT-YEAR-START-MONTH.
045600
045700 RE-ACCEPT-PRENT-YEAR-START.
045800     DISPLAY "MONTH MUST BE 1 THROUGH 12".
045900     PERFORM ACCEPT-PRENT-YEAR-START-MONTH.
046000
046100 ENTER-PRENT-EXPENSE-ACCOUNT.
046200     PERFORM ACCEPT-PRENT-EXPENSE-ACCOUNT.
046300     PERFORM RE-ACCEPT-PRENT-EXPENSE-ACCT
046400         UNTIL ACCOUNT-IS-GOOD = "Y".
046500
046600 ACCEPT-PRENT-EXPENSE-ACCOUNT.
046700     DISPLAY "ENTER G/L PERCENTAGE RENT EXPENSE ACCOUNT".
046800     ACCEPT PRENT-EXPENSE-ACCOUNT.
046900     MOVE PRENT-EXPENSE-ACCOUNT TO ACCOUNT-NUMBER.
047000     PERFORM READ-ACCOUNT-RECORD.
047100     IF ACCOUNT-IS-GOOD = "Y"
047200         IF NOT ACCOUNT-IS-EXPENSE
047300             MOVE "N" TO ACCOUNT-IS-GOOD.
047400
047500 RE-ACCEPT-PRENT-EXPENSE-ACCT.
047600     DISPLAY "ACCOUNT MUST BE AN ACTIVE EXPENSE ACCOUNT".
047700     PERFORM ACCEPT-PRENT-EXPENSE-ACCOUNT.
047800
047900 ENTER-PRENT-CATEGORY.
048000     DISPLAY "ENTER SPEND CATEGORY FOR THE VOUCHER".
048100     ACCEPT PRENT-CATEGORY.
048200
048300*---------------------------------
048400* The voucher falls due on this
048500* day of the month after the
048600* statement month, pulled back
048700* when the month is short.
048800*---------------------------------
048900 ENTER-PRENT-DUE-DAY.
049000     PERFORM ACCEPT-PRENT-DUE-DAY.
049100     PERFORM RE-ACCEPT-PRENT-DUE-DAY
049200         UNTIL PRENT-DUE-DAY > ZEROES
049300           AND PRENT-DUE-DAY NOT > 31.
049400
049500 ACCEPT-PRENT-DUE-DAY.
049600     DISPLAY "ENTER DAY OF THE FOLLOWING MONTH THE".
049700     DISPLAY "RENT IS DUE (1-31)".
049800     ACCEPT PRENT-DUE-DAY.
049900
050000 RE-ACCEPT-PRENT-DUE-DAY.
050100     DISPLAY "DAY MUST BE 1 THROUGH 31".
050200     PERFORM ACCEPT-PRENT-DUE-DAY.
050300
050400 ENTER-PRENT-STATUS.
050500     PERFORM ACCEPT-PRENT-STATUS.
050600     PERFORM RE-ACCEPT-PRENT-STATUS
050700         UNTIL PRENT-IS-ACTIVE OR PRENT-IS-INACTIVE.
050800
050900 ACCEPT-PRENT-STATUS.
051000     DISPLAY "ENTER STATUS (A = ACTIVE, I = INACTIVE)".
051100     ACCEPT PRENT-STATUS.
051200     INSPECT PRENT-STATUS
051300         CONVERTING LOWER-ALPHA
051400         TO         UPPER-ALPHA.
051500
051600 RE-ACCEPT-PRENT-STATUS.
051700     DISPLAY "YOU MUST ENTER A OR I".
051800     PERFORM ACCEPT-PRENT-STATUS.
051900
052000 GET-EXISTING-RECORD.
052100     PERFORM ACCEPT-EXISTING-KEY.
052200     PERFORM RE-ACCEPT-EXISTING-KEY
052300         UNTIL PRENT-RECORD-FOUND = "Y" OR
052400               PRENT-STORE = ZEROES.
052500
052600 ACCEPT-EXISTING-KEY.
052700     PERFORM INIT-PRENT-RECORD.
052800     PERFORM ENTER-PRENT-STORE.
052900     IF PRENT-STORE NOT = ZEROES
053000         PERFORM READ-PRENT-RECORD.
053100
053200 RE-ACCEPT-EXISTING-KEY.
053300     DISPLAY "NO PERCENTAGE RENT TERMS FOR THAT STORE".
053400     PERFORM ACCEPT-EXISTING-KEY.
053500
053600 DISPLAY-ALL-FIELDS.
053700     DISPLAY " ".
053800     PERFORM READ-STORE-RECORD.
053900     IF STORE-RECORD-FOUND = "N"
054000         MOVE "*STORE NOT ON FILE*" TO STORE-NAME.
054100     DISPLAY "STORE: " PRENT-STORE " " STORE-NAME
054200             "  COMPANY: " PRENT-COMPANY.
054300     MOVE PRENT-LANDLORD TO VENDOR-NUMBER.
054400     PERFORM READ-VENDOR-RECORD.
054500     IF VENDOR-IS-GOOD = "N"
054600         MOVE "*NOT AN ACTIVE VENDOR*" TO VENDOR-NAME.
054700     DISPLAY "1. LANDLORD: " PRENT-LANDLORD " " VENDOR-NAME.
054800     MOVE PRENT-BREAKPOINT TO AMOUNT-DISPLAY.
054900     DISPLAY "2. ANNUAL BREAKPOINT: " AMOUNT-DISPLAY.
055000     MOVE PRENT-PERCENT TO PERCENT-DISPLAY.
055100     DISPLAY "3. PERCENTAGE: " PERCENT-DISPLAY "%".
055200     DISPLAY "4. FREQUENCY: " PRENT-FREQUENCY.
055300     DISPLAY "5. LEASE YEAR STARTS: MONTH "
055400             PRENT-YEAR-START-MONTH.
055500     DISPLAY "6. EXPENSE ACCOUNT: " PRENT-EXPENSE-ACCOUNT.
055600     DISPLAY "7. SPEND CATEGORY: " PRENT-CATEGORY.
055700     DISPLAY "8. DUE DAY: " PRENT-DUE-DAY.
055800     DISPLAY "9. STATUS: " PRENT-STATUS.
055900
056000*---------------------------------
056100* File I-O routines.
056200*---------------------------------
056300 READ-PRENT-RECORD.
056400     MOVE "Y" TO PRENT-RECORD-FOUND.
056500     READ PERCENT-RENT-FILE RECORD
056600         INVALID KEY
056700         MOVE "N" TO PRENT-RECORD-FOUND.
056800
056900 WRITE-PRENT-RECORD.
057000     WRITE PERCENT-RENT-RECORD
057100         INVALID KEY
057200         DISPLAY "RECORD ALREADY ON FILE".
057300
057400 REWRITE-PRENT-RECORD.
057500     REWRITE PERCENT-RENT-RECORD
057600         INVALID KEY
057700         DISPLAY "ERROR REWRITING PERCENTAGE RENT TERMS".
057800
057900 DELETE-PRENT-RECORD.
058000     DELETE PERCENT-RENT-FILE RECORD
058100         INVALID KEY
058200         DISPLAY "ERROR DELETING PERCENTAGE RENT TERMS".
058300
058400 READ-STORE-RECORD.
058500     MOVE PRENT-STORE TO STORE-CODE.
058600     MOVE "Y" TO STORE-RECORD-FOUND.
058700     READ STORE-FILE RECORD
058800         INVALID KEY
058900         MOVE "N" TO STORE-RECORD-FOUND.
059000
059100 READ-VENDOR-RECORD.
059200     MOVE "Y" TO VENDOR-IS-GOOD.
059300     READ VENDOR-FILE RECORD
059400         INVALID KEY
059500         MOVE "N" TO VENDOR-IS-GOOD.
059600     IF VENDOR-IS-GOOD = "Y"
059700         IF NOT VENDOR-IS-ACTIVE
059800             MOVE "N" TO VENDOR-IS-GOOD.
059900
060000 READ-ACCOUNT-RECORD.
060100     MOVE "Y" TO ACCOUNT-IS-GOOD.
060200     READ ACCOUNT-FILE RECORD
060300         INVALID KEY
060400         MOVE "N" TO ACCOUNT-IS-GOOD.
060500     IF ACCOUNT-IS-GOOD = "Y"
060600         IF NOT ACCOUNT-IS-ACTIVE
060700             MOVE "N" TO ACCOUNT-IS-GOOD.
060800
060900*---------------------------------
061000* Utility routines.
061100*---------------------------------
061200     COPY "PLCOMP01.CBL".
061300     COPY "PLSIGN01.CBL".

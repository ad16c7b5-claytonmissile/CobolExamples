000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TXJMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the Sales Tax Jurisdiction
000600* File.
000700*
000800* One record per jurisdiction
000900* the stores collect sales tax
001000* for. The taxing authority
001100* must be an active vendor - the
001200* monthly filing run vouchers
001300* the tax to it - and the
001400* payable account an active
001500* liability account, which the
001600* nightly sales journal credits
001700* with the tax collected. A
001800* jurisdiction that a store
001900* still names, or that has
002000* filings on file, cannot be
002100* deleted.
002200*---------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600
002700     COPY "SLTAXJ.CBL".
002800
002900     COPY "SLSTXH.CBL".
003000
003100     COPY "SLSTORE.CBL".
003200
003300     COPY "SLVND02.CBL".
003400
003500     COPY "SLACCT.CBL".
003600
003700     COPY "SLOPER.CBL".
003800
003900     COPY "SLSONLOG.CBL".
004000
004100     COPY "SLSESS.CBL".
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500
004600     COPY "FDTAXJ.CBL".
004700
004800     COPY "FDSTXH.CBL".
004900
005000     COPY "FDSTORE.CBL".
005100
005200     COPY "FDVND04.CBL".
005300
005400     COPY "FDACCT.CBL".
005500
005600     COPY "FDOPER.CBL".
005700
005800     COPY "FDSONLOG.CBL".
005900
006000     COPY "FDSESS.CBL".
006100
006200 WORKING-STORAGE SECTION.
006300
006400 77  MENU-PICK                    PIC 9.
006500     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
006600
006700 77  THE-MODE                     PIC X(7).
006800 77  WHICH-FIELD                  PIC 9.
006900 77  OK-TO-DELETE                 PIC X.
007000 77  TAXJ-RECORD-FOUND            PIC X.
007100 77  VENDOR-IS-GOOD               PIC X.
007200 77  ACCOUNT-IS-GOOD              PIC X.
007300 77  HISTORY-IS-ON-FILE           PIC X.
007400 77  STORE-IS-ASSIGNED            PIC X.
007500 77  STORE-FILE-AT-END            PIC X.
007600 77  RATE-ENTRY                   PIC 9(5).
007700
007800 01  RATE-DISPLAY                 PIC Z9.999.
007900
008000     COPY "WSCASE01.CBL".
008100
008200     COPY "WSAUDIT01.CBL".
008300
008400     COPY "WSSIGN01.CBL".
008500
008600 PROCEDURE DIVISION.
008700 PROGRAM-BEGIN.
008800     PERFORM OPENING-PROCEDURE.
008900     MOVE "TXJMNT01" TO SIGN-ON-PROGRAM.
009000     PERFORM GET-OPERATOR-SIGN-ON.
009100     IF OPERATOR-IS-SIGNED-ON
009200        AND SIGN-ON-CAN-MAINT = "Y"
009300         PERFORM MAIN-PROCESS
009400     ELSE
009500     IF OPERATOR-IS-SIGNED-ON
009600         DISPLAY "YOU ARE NOT AUTHORIZED FOR SALES TAX"
009700         DISPLAY "JURISDICTION MAINTENANCE".
009800     PERFORM CLOSING-PROCEDURE.
009900
010000 PROGRAM-EXIT.
010100     EXIT PROGRAM.
010200
010300 PROGRAM-DONE.
010400     STOP RUN.
010500
010600 OPENING-PROCEDURE.
010700     OPEN I-O OPERATOR-FILE.
010800     OPEN I-O TAX-JURISDICTION-FILE.
010900     OPEN I-O SALES-TAX-FILING-FILE.
011000     OPEN I-O STORE-FILE.
011100     OPEN I-O VENDOR-FILE.
011200     OPEN I-O ACCOUNT-FILE.
011300
011400 CLOSING-PROCEDURE.
011500     CLOSE OPERATOR-FILE.
011600     CLOSE TAX-JURISDICTION-FILE.
011700     CLOSE SALES-TAX-FILING-FILE.
011800     CLOSE STORE-FILE.
011900     CLOSE VENDOR-FILE.
012000     CLOSE ACCOUNT-FILE.
012100
012200 MAIN-PROCESS.
012300     PERFORM GET-MENU-PICK.
012400     PERFORM MAINTAIN-THE-FILE
012500         UNTIL MENU-PICK = 0.
012600
012700*---------------------------------
012800* MENU
012900*---------------------------------
013000 GET-MENU-PICK.
013100     PERFORM DISPLAY-THE-MENU.
013200     PERFORM ACCEPT-MENU-PICK.
013300     PERFORM RE-ACCEPT-MENU-PICK
013400         UNTIL MENU-PICK-IS-VALID.
013500
013600 DISPLAY-THE-MENU.
013700     DISPLAY "    SALES TAX JURISDICTIONS - PLEASE SELECT:".
013800     DISPLAY " ".
013900     DISPLAY "          1.  ADD RECORDS".
014000     DISPLAY "          2.  CHANGE A RECORD".
014100     DISPLAY "          3.  LOOK UP A RECORD".
014200     DISPLAY "          4.  DELETE A RECORD".
014300     DISPLAY " ".
014400     DISPLAY "          0.  EXIT".
014500
014600 ACCEPT-MENU-PICK.
014700     DISPLAY "YOUR CHOICE (0-4)?".
014800     ACCEPT MENU-PICK.
014900
015000 RE-ACCEPT-MENU-PICK.
015100     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
015200     PERFORM ACCEPT-MENU-PICK.
015300
015400 MAINTAIN-THE-FILE.
015500     PERFORM DO-THE-PICK.
015600     PERFORM GET-MENU-PICK.
015700
015800 DO-THE-PICK.
015900     IF MENU-PICK = 1
016000         PERFORM ADD-MODE
016100     ELSE
016200     IF MENU-PICK = 2
016300         PERFORM CHANGE-MODE
016400     ELSE
016500     IF MENU-PICK = 3
016600         PERFORM INQUIRE-MODE
016700     ELSE
016800     IF MENU-PICK = 4
016900         PERFORM DELETE-MODE.
017000
017100*---------------------------------
017200* ADD
017300*---------------------------------
017400 ADD-MODE.
017500     MOVE "ADD" TO THE-MODE.
017600     PERFORM GET-NEW-RECORD-KEY.
017700     PERFORM ADD-RECORDS
017800        UNTIL TAXJ-CODE = ZEROES.
017900
018000 GET-NEW-RECORD-KEY.
018100     PERFORM ACCEPT-NEW-RECORD-KEY.
018200     PERFORM RE-ACCEPT-NEW-RECORD-KEY
018300         UNTIL TAXJ-RECORD-FOUND = "N" OR
018400               TAXJ-CODE = ZEROES.
018500
018600 ACCEPT-NEW-RECORD-KEY.
018700     PERFORM INIT-TAXJ-RECORD.
018800     PERFORM ENTER-TAXJ-CODE.
018900     IF TAXJ-CODE NOT = ZEROES
019000         PERFORM READ-TAXJ-RECORD.
019100
019200 RE-ACCEPT-NEW-RECORD-KEY.
019300     DISPLAY "RECORD ALREADY ON FILE".
019400     PERFORM ACCEPT-NEW-RECORD-KEY.
019500
019600 ADD-RECORDS.
019700     PERFORM ENTER-TAXJ-NAME.
019800     PERFORM ENTER-TAXJ-RATE.
019900     PERFORM ENTER-TAXJ-AUTHORITY.
020000     PERFORM ENTER-TAXJ-LIABILITY-ACCOUNT.
020100     PERFORM ENTER-TAXJ-DUE-DAY.
020200     PERFORM WRITE-TAXJ-RECORD.
020300     PERFORM GET-NEW-RECORD-KEY.
020400
020500*---------------------------------
020600* CHANGE
020700*---------------------------------
020800 CHANGE-MODE.
020900     MOVE "CHANGE" TO THE-MODE.
021000     PERFORM GET-EXISTING-RECORD.
021100     PERFORM CHANGE-RECORDS
021200        UNTIL TAXJ-CODE = ZEROES.
021300
021400 CHANGE-RECORDS.
021500     PERFORM GET-FIELD-TO-CHANGE.
021600     PERFORM CHANGE-ONE-FIELD
021700         UNTIL WHICH-FIELD = ZERO.
021800     PERFORM GET-EXISTING-RECORD.
021900
022000 GET-FIELD-TO-CHANGE.
022100     PERFORM DISPLAY-ALL-FIELDS.
022200     PERFORM ASK-WHICH-FIELD.
022300
022400 ASK-WHICH-FIELD.
022500     PERFORM ACCEPT-WHICH-FIELD.
022600     PERFORM RE-ACCEPT-WHICH-FIELD
022700         UNTIL WHICH-FIELD < 6.
022800
022900 ACCEPT-WHICH-FIELD.
023000     DISPLAY "ENTER THE NUMBER OF THE FIELD".
023100     DISPLAY "TO CHANGE (1-5) OR 0 TO EXIT".
023200     ACCEPT WHICH-FIELD.
023300
023400 RE-ACCEPT-WHICH-FIELD.
023500     DISPLAY "INVALID ENTRY".
023600     PERFORM ACCEPT-WHICH-FIELD.
023700
023800 CHANGE-ONE-FIELD.
023900     PERFORM CHANGE-THIS-FIELD.
024000     PERFORM GET-FIELD-TO-CHANGE.
024100
024200 CHANGE-THIS-FIELD.
024300     IF WHICH-FIELD = 1
024400         PERFORM ENTER-TAXJ-NAME
024500     ELSE
024600     IF WHICH-FIELD = 2
024700         PERFORM ENTER-TAXJ-RATE
024800     ELSE
024900     IF WHICH-FIELD = 3
025000         PERFORM ENTER-TAXJ-AUTHORITY
025100     ELSE
025200     IF WHICH-FIELD = 4
025300         PERFORM ENTER-TAXJ-LIABILITY-ACCOUNT
025400     ELSE
025500     IF WHICH-FIELD = 5
025600         PERFORM ENTER-TAXJ-DUE-DAY.
025700
025800     PERFORM REWRITE-TAXJ-RECORD.
025900
026000*---------------------------------
026100* INQUIRE
026200*---------------------------------
026300 INQUIRE-MODE.
026400     MOVE "DISPLAY" TO THE-MODE.
026500     PERFORM GET-EXISTING-RECORD.
026600     PERFORM INQUIRE-RECORDS
026700        UNTIL TAXJ-CODE = ZEROES.
026800
026900 INQUIRE-RECORDS.
027000     PERFORM DISPLAY-ALL-FIELDS.
027100     PERFORM GET-EXISTING-RECORD.
027200
027300*---------------------------------
027400* DELETE
027500*---------------------------------
027600 DELETE-MODE.
027700     MOVE "DELETE" TO THE-MODE.
027800     PERFORM GET-EXISTING-RECORD.
027900     PERFORM DELETE-RECORDS
028000        UNTIL TAXJ-CODE = ZEROES.
028100
028200 DELETE-RECORDS.
028300     PERFORM DISPLAY-ALL-FIELDS.
028400     PERFORM CHECK-HISTORY-ON-FILE.
028500     PERFORM CHECK-STORE-ASSIGNED.
028600     IF HISTORY-IS-ON-FILE = "Y"
028700         DISPLAY "FILINGS ARE ON FILE FOR THIS JURISDICTION"
028800         DISPLAY "- IT CANNOT BE DELETED"
028900     ELSE
029000     IF STORE-IS-ASSIGNED = "Y"
029100         DISPLAY "STORE " STORE-CODE " COLLECTS TAX FOR THIS"
029200         DISPLAY "JURISDICTION - CHANGE THE STORE FIRST"
029300     ELSE
029400         PERFORM ASK-OK-TO-DELETE
029500         IF OK-TO-DELETE = "Y"
029600             PERFORM DELETE-TAXJ-RECORD.
029700     PERFORM GET-EXISTING-RECORD.
029800
029900 ASK-OK-TO-DELETE.
030000     PERFORM ACCEPT-OK-TO-DELETE.
030100     PERFORM RE-ACCEPT-OK-TO-DELETE
030200        UNTIL OK-TO-DELETE = "Y" OR "N".
030300
030400 ACCEPT-OK-TO-DELETE.
030500     DISPLAY "DELETE THIS RECORD (Y/N)?".
030600     ACCEPT OK-TO-DELETE.
030700     INSPECT OK-TO-DELETE
030800      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
030900
031000 RE-ACCEPT-OK-TO-DELETE.
031100     DISPLAY "YOU MUST ENTER YES OR NO".
031200     PERFORM ACCEPT-OK-TO-DELETE.
031300
031400 CHECK-HISTORY-ON-FILE.
031500     MOVE "Y" TO HISTORY-IS-ON-FILE.
031600     MOVE TAXJ-CODE TO STXH-JURISDICTION.
031700     MOVE ZEROES TO STXH-PERIOD.
031800     START SALES-TAX-FILING-FILE KEY NOT < STXH-KEY
031900         INVALID KEY
032000         MOVE "N" TO HISTORY-IS-ON-FILE.
032100     IF HISTORY-IS-ON-FILE = "Y"
032200         READ SALES-TAX-FILING-FILE NEXT RECORD
032300             AT END
032400             MOVE "N" TO HISTORY-IS-ON-FILE.
032500     IF HISTORY-IS-ON-FILE = "Y"
032600        AND STXH-JURISDICTION NOT = TAXJ-CODE
032700         MOVE "N" TO HISTORY-IS-ON-FILE.
032800
032900 CHECK-STORE-ASSIGNED.
033000     MOVE "N" TO STORE-IS-ASSIGNED.
033100     MOVE "N" TO STORE-FILE-AT-END.
033200     MOVE ZEROES TO STORE-CODE.
033300     START STORE-FILE KEY NOT < STORE-CODE
033400         INVALID KEY
033500         MOVE "Y" TO STORE-FILE-AT-END.
033600     PERFORM CHECK-NEXT-STORE
033700         UNTIL STORE-FILE-AT-END = "Y"
033800            OR STORE-IS-ASSIGNED = "Y".
033900
034000 CHECK-NEXT-STORE.
034100     READ STORE-FILE NEXT RECORD
034200         AT END
034300         MOVE "Y" TO STORE-FILE-AT-END.
034400     IF STORE-FILE-AT-END NOT = "Y"
034500        AND STORE-TAX-JURISDICTION = TAXJ-CODE
034600         MOVE "Y" TO STORE-IS-ASSIGNED.
034700
034800*---------------------------------
034900* Routines shared by all modes
035000*---------------------------------
035100 INIT-TAXJ-RECORD.
035200     MOVE SPACE TO TAX-JURISDICTION-RECORD.
035300     MOVE ZEROES TO TAXJ-CODE
035400                    TAXJ-RATE
035500                    TAXJ-AUTHORITY
035600                    TAXJ-LIABILITY-ACCOUNT
035700                    TAXJ-DUE-DAY.
035800
035900 ENTER-TAXJ-CODE.
036000     DISPLAY "ENTER JURISDICTION CODE (1-999)".
036100     DISPLAY "ENTER 0 TO EXIT".
036200     ACCEPT TAXJ-CODE.
036300
036400 ENTER-TAXJ-NAME.
036500     DISPLAY "ENTER JURISDICTION NAME".
036600     ACCEPT TAXJ-NAME.
036700     INSPECT TAXJ-NAME
036800         CONVERTING LOWER-ALPHA
036900         TO         UPPER-ALPHA.
037000
037100*---------------------------------
037200* The combined rate is keyed in
037300* thousandths of a percent with
037400* no decimal point - 07250 is
037500* 7.25%.
037600*---------------------------------
037700 ENTER-TAXJ-RATE.
037800     PERFORM ACCEPT-TAXJ-RATE.
037900     PERFORM RE-ACCEPT-TAXJ-RATE
038000         UNTIL TAXJ-RATE > ZEROES.
038100
038200 ACCEPT-TAXJ-RATE.
038300     DISPLAY "ENTER SALES TAX RATE IN THOUSANDTHS".
038400     DISPLAY "OF A PERCENT (07250 = 7.250%)".
038500     ACCEPT RATE-ENTRY.
038600     COMPUTE TAXJ-RATE = RATE-ENTRY / 1000.
038700
038800 RE-ACCEPT-TAXJ-RATE.
038900     DISPLAY "RATE MUST BE ENTERED".
039000     PERFORM ACCEPT-TAXJ-RATE.
039100
039200 ENTER-TAXJ-AUTHORITY.
039300     PERFORM ACCEPT-TAXJ-AUTHORITY.
039400     PERFORM RE-ACCEPT-TAXJ-AUTHORITY
039500         UNTIL VENDOR-IS-GOOD = "Y".
039600
039700 ACCEPT-TAXJ-AUTHORITY.
039800     DISPLAY "ENTER TAXING AUTHORITY VENDOR NUMBER".
039900     ACCEPT TAXJ-AUTHORITY.
040000     MOVE TAXJ-AUTHORITY TO VENDOR-NUMBER.
040100     PERFORM READ-VENDOR-RECORD.
040200     IF VENDOR-IS-GOOD = "Y"
040300         DISPLAY "AUTHORITY: " VENDOR-NAME.
040400
040500 RE-ACCEPT-TAXJ-AUTHORITY.
040600     DISPLAY "AUTHORITY MUST BE AN ACTIVE VENDOR".
040700     PERFORM ACCEPT-TAXJ-AUTHORITY.
040800
040900 ENTER-TAXJ-LIABILITY-ACCOUNT.
041000     PERFORM ACCEPT-TAXJ-LIABILITY-ACCOUNT.
041100     PERFORM RE-ACCEPT-TAXJ-LIABILITY-ACCT
041200         UNTIL ACCOUNT-IS-GOOD = "Y".
041300
041400 ACCEPT-TAXJ-LIABILITY-ACCOUNT.
041500     DISPLAY "ENTER G/L SALES TAX PAYABLE ACCOUNT".
041600     ACCEPT TAXJ-LIABILITY-ACCOUNT.
041700     MOVE TAXJ-LIABILITY-ACCOUNT TO ACCOUNT-NUMBER.
041800     PERFORM READ-ACCOUNT-RECORD.
041900     IF ACCOUNT-IS-GOOD = "Y"
042000         IF NOT ACCOUNT-IS-LIABILITY
042100             MOVE "N" TO ACCOUNT-IS-GOOD.
042200
042300 RE-ACCEPT-TAXJ-LIABILITY-ACCT.
042400     DISPLAY "ACCOUNT MUST BE AN ACTIVE LIABILITY ACCOUNT".
042500     PERFORM ACCEPT-TAXJ-LIABILITY-ACCOUNT.
042600
042700*---------------------------------
042800* The remittance voucher falls
042900* due on this day of the month
043000* after the month filed, pulled
043100* back when the month is short.
043200*---------------------------------
043300 ENTER-TAXJ-DUE-DAY.
043400     PERFORM ACCEPT-TAXJ-DUE-DAY.
043500     PERFORM RE-ACCEPT-TAXJ-DUE-DAY
043600         UNTIL TAXJ-DUE-DAY > ZEROES
043700           AND TAXJ-DUE-DAY NOT > 31.
043800
043900 ACCEPT-TAXJ-DUE-DAY.
044000     DISPLAY "ENTER DAY OF THE FOLLOWING MONTH THE".
044100     DISPLAY "RETURN IS DUE (1-31)".
044200     ACCEPT TAXJ-DUE-DAY.
044300
044400 RE-ACCEPT-TAXJ-DUE-DAY.
044500     DISPLAY "DAY MUST BE 1 THROUGH 31".
044600     PERFORM ACCEPT-TAXJ-DUE-DAY.
044700
044800 GET-EXISTING-RECORD.
044900     PERFORM ACCEPT-EXISTING-KEY.
045000     PERFORM RE-ACCEPT-EXISTING-KEY
045100         UNTIL TAXJ-RECORD-FOUND = "Y" OR
045200               TAXJ-CODE = ZEROES.
045300
045400 ACCEPT-EXISTING-KEY.
045500     PERFORM INIT-TAXJ-RECORD.
045600     PERFORM ENTER-TAXJ-CODE.
045700     IF TAXJ-CODE NOT = ZEROES
045800         PERFORM READ-TAXJ-RECORD.
045900
046000 RE-ACCEPT-EXISTING-KEY.
046100     DISPLAY "NO JURISDICTION FOUND WITH THAT CODE".
046200     PERFORM ACCEPT-EXISTING-KEY.
046300
046400 DISPLAY-ALL-FIELDS.
046500     DISPLAY " ".
046600     DISPLAY "JURISDICTION: " TAXJ-CODE.
046700     DISPLAY "1. NAME: " TAXJ-NAME.
046800     MOVE TAXJ-RATE TO RATE-DISPLAY.
046900     DISPLAY "2. RATE: " RATE-DISPLAY "%".
047000     MOVE TAXJ-AUTHORITY TO VENDOR-NUMBER.
047100     PERFORM READ-VENDOR-RECORD.
047200     IF VENDOR-IS-GOOD = "N"
047300         MOVE "*NOT AN ACTIVE VENDOR*" TO VENDOR-NAME.
047400     DISPLAY "3. AUTHORITY: " TAXJ-AUTHORITY " " VENDOR-NAME.
047500     DISPLAY "4. PAYABLE ACCOUNT: " TAXJ-LIABILITY-ACCOUNT.
047600     DISPLAY "5. DUE DAY: " TAXJ-DUE-DAY.
047700
047800*---------------------------------
047900* File I-O routines.
048000*---------------------------------
048100 READ-TAXJ-RECORD.
048200     MOVE "Y" TO TAXJ-RECORD-FOUND.
048300     READ TAX-JURISDICTION-FILE RECORD
048400         INVALID KEY
048500         MOVE "N" TO TAXJ-RECORD-FOUND.
048600
048700 WRITE-TAXJ-RECORD.
048800     WRITE TAX-JURISDICTION-RECORD
048900         INVALID KEY
049000         DISPLAY "RECORD ALREADY ON FILE".
049100
049200 REWRITE-TAXJ-RECORD.
049300     REWRITE TAX-JURISDICTION-RECORD
049400         INVALID KEY
049500         DISPLAY "ERROR REWRITING JURISDICTION".
049600
049700 DELETE-TAXJ-RECORD.
049800     DELETE TAX-JURISDICTION-FILE RECORD
049900         INVALID KEY
050000         DISPLAY "ERROR DELETING JURISDICTION".
050100
050200 READ-VENDOR-RECORD.
050300     MOVE "Y" TO VENDOR-IS-GOOD.
050400     READ VENDOR-FILE RECORD
050500         INVALID KEY
050600         MOVE "N" TO VENDOR-IS-GOOD.
050700     IF VENDOR-IS-GOOD = "Y"
050800         IF NOT VENDOR-IS-ACTIVE
050900             MOVE "N" TO VENDOR-IS-GOOD.
051000
051100 READ-ACCOUNT-RECORD.
051200     MOVE "Y" TO ACCOUNT-IS-GOOD.
051300     READ ACCOUNT-FILE RECORD
051400         INVALID KEY
051500         MOVE "N" TO ACCOUNT-IS-GOOD.
051600     IF ACCOUNT-IS-GOOD = "Y"
051700         IF NOT ACCOUNT-IS-ACTIVE
051800             MOVE "N" TO ACCOUNT-IS-GOOD.
051900
052000*---------------------------------
052100* Utility routines.
052200*---------------------------------
052300     COPY "PLSIGN01.CBL".

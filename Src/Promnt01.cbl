000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the Promotion Calendar
000600* File - each promotion's ID,
000700* the dates it ran and the
000800* store/division/department/
000900* category slots it covered.
001000* Every slot must be a valid
001100* combination on the Store
001200* Hierarchy File and a category
001300* on the Category Codes File, so
001400* the lift report never goes
001500* looking for sales that cannot
001600* exist.
001700*---------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100
002200     COPY "SLPROMO.CBL".
002300
002400     COPY "SLHIER.CBL".
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
003700     COPY "FDPROMO.CBL".
003800
003900     COPY "FDHIER.CBL".
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
005700 77  PROMO-RECORD-FOUND           PIC X.
005800 77  HIER-RECORD-FOUND            PIC X.
005900 77  CATG-RECORD-FOUND            PIC X.
006000 77  HIER-FILE-AT-END             PIC X.
006100 77  MORE-SLOTS                   PIC X.
006200 77  SLOT-SUB                     PIC 99.
006300 77  PROMO-ID-FIELD               PIC Z(5).
006400 77  SLOT-FIELD                   PIC Z(2).
006500
006600*---------------------------------
006700* The slot being keyed, held
006800* here until every part of it
006900* has passed its edit.
007000*---------------------------------
007100 01  SLOT-ENTRY.
007200     05  SLOT-STORE               PIC 9(02).
007300     05  SLOT-DIVISION            PIC 9(02).
007400     05  SLOT-DEPARTMENT          PIC 9(02).
007500     05  SLOT-CATEGORY            PIC 9(02).
007600
007700 01  DATE-DISPLAY                 PIC Z9/99/9999.
007800 01  END-DATE-DISPLAY             PIC Z9/99/9999.
007900 01  SLOT-STORE-DISPLAY           PIC X(03).
008000
008100     COPY "WSCASE01.CBL".
008200
008300     COPY "WSDATE01.CBL".
008400
008500     COPY "WSAUDIT01.CBL".
008600
008700     COPY "WSSIGN01.CBL".
008800
008900 PROCEDURE DIVISION.
009000 PROGRAM-BEGIN.
009100     PERFORM OPENING-PROCEDURE.
009200     MOVE "PROMNT01" TO SIGN-ON-PROGRAM.
009300     PERFORM GET-OPERATOR-SIGN-ON.
009400     IF OPERATOR-IS-SIGNED-ON
009500        AND SIGN-ON-CAN-MAINT = "Y"
009600         PERFORM MAIN-PROCESS
009700     ELSE
009800     IF OPERATOR-IS-SIGNED-ON
009900         DISPLAY "YOU ARE NOT AUTHORIZED FOR PROMOTION"
010000         DISPLAY "MAINTENANCE".
010100     PERFORM CLOSING-PROCEDURE.
010200
010300 PROGRAM-EXIT.
010400     EXIT PROGRAM.
010500
010600 PROGRAM-DONE.
010700     STOP RUN.
010800
010900 OPENING-PROCEDURE.
011000     OPEN I-O OPERATOR-FILE.
011100     OPEN I-O PROMOTION-FILE.
011200     OPEN INPUT HIERARCHY-FILE.
011300     OPEN INPUT CATEGORY-FILE.
011400
011500 CLOSING-PROCEDURE.
011600     CLOSE OPERATOR-FILE.
011700     CLOSE PROMOTION-FILE.
011800     CLOSE HIERARCHY-FILE.
011900     CLOSE CATEGORY-FILE.
012000
012100 MAIN-PROCESS.
012200     PERFORM GET-MENU-PICK.
012300     PERFORM MAINTAIN-THE-FILE
012400         UNTIL MENU-PICK = 0.
012500
012600*---------------------------------
012700* MENU
012800*---------------------------------
012900 GET-MENU-PICK.
013000     PERFORM DISPLAY-THE-MENU.
013100     PERFORM ACCEPT-MENU-PICK.
013200     PERFORM RE-ACCEPT-MENU-PICK
013300         UNTIL MENU-PICK-IS-VALID.
013400
013500 DISPLAY-THE-MENU.
013600     DISPLAY "    PROMOTION CALENDAR - PLEASE SELECT:".
013700     DISPLAY " ".
013800     DISPLAY "          1.  ADD RECORDS".
013900     DISPLAY "          2.  CHANGE A RECORD".
014000     DISPLAY "          3.  LOOK UP A RECORD".
014100     DISPLAY "          4.  DELETE A RECORD".
014200     DISPLAY " ".
014300     DISPLAY "          0.  EXIT".
014400
014500 ACCEPT-MENU-PICK.
014600     DISPLAY "YOUR CHOICE (0-4)?".
014700     ACCEPT MENU-PICK.
014800
014900 RE-ACCEPT-MENU-PICK.
015000     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
015100     PERFORM ACCEPT-MENU-PICK.
015200
015300 MAINTAIN-THE-FILE.
015400     PERFORM DO-THE-PICK.
015500     PERFORM GET-MENU-PICK.
015600
015700 DO-THE-PICK.
015800     IF MENU-PICK = 1
015900         PERFORM ADD-MODE
016000     ELSE
016100     IF MENU-PICK = 2
016200         PERFORM CHANGE-MODE
016300     ELSE
016400     IF MENU-PICK = 3
016500         PERFORM INQUIRE-MODE
016600     ELSE
016700     IF MENU-PICK = 4
016800         PERFORM DELETE-MODE.
016900
017000*---------------------------------
017100* ADD
017200*---------------------------------
017300 ADD-MODE.
017400     MOVE "ADD" TO THE-MODE.
017500     PERFORM GET-NEW-RECORD-KEY.
017600     PERFORM ADD-RECORDS
017700        UNTIL PROMO-ID = ZEROES.
017800
017900 GET-NEW-RECORD-KEY.
018000     PERFORM ACCEPT-NEW-RECORD-KEY.
018100     PERFORM RE-ACCEPT-NEW-RECORD-KEY
018200         UNTIL PROMO-RECORD-FOUND = "N" OR
018300               PROMO-ID = ZEROES.
018400
018500 ACCEPT-NEW-RECORD-KEY.
018600     PERFORM INIT-PROMO-RECORD.
018700     PERFORM ENTER-PROMO-ID.
018800     IF PROMO-ID NOT = ZEROES
018900         PERFORM READ-PROMO-RECORD.
019000
019100 RE-ACCEPT-NEW-RECORD-KEY.
019200     DISPLAY "RECORD ALREADY ON FILE".
019300     PERFORM ACCEPT-NEW-RECORD-KEY.
019400
019500*---------------------------------
019600* A promotion with no slots has
019700* nothing to measure and is not
019800* saved.
019900*---------------------------------
020000 ADD-RECORDS.
020100     PERFORM ENTER-PROMO-DESC.
020200     PERFORM ENTER-PROMO-DATES.
020300     PERFORM ENTER-PROMO-SLOTS.
020400     IF PROMO-SLOT-COUNT = ZEROES
020500         DISPLAY "NO SLOTS ENTERED - PROMOTION NOT SAVED"
020600     ELSE
020700         PERFORM WRITE-PROMO-RECORD.
020800     PERFORM GET-NEW-RECORD-KEY.
020900
021000*---------------------------------
021100* CHANGE
021200*---------------------------------
021300 CHANGE-MODE.
021400     MOVE "CHANGE" TO THE-MODE.
021500     PERFORM GET-EXISTING-RECORD.
021600     PERFORM CHANGE-RECORDS
021700        UNTIL PROMO-ID = ZEROES.
021800
021900 CHANGE-RECORDS.
022000     PERFORM GET-FIELD-TO-CHANGE.
022100     PERFORM CHANGE-ONE-FIELD
022200         UNTIL WHICH-FIELD = ZERO.
022300     PERFORM GET-EXISTING-RECORD.
022400
022500 GET-FIELD-TO-CHANGE.
022600     PERFORM DISPLAY-ALL-FIELDS.
022700     PERFORM ASK-WHICH-FIELD.
022800
022900 ASK-WHICH-FIELD.
023000     PERFORM ACCEPT-WHICH-FIELD.
023100     PERFORM RE-ACCEPT-WHICH-FIELD
023200         UNTIL WHICH-FIELD < 4.
023300
023400 ACCEPT-WHICH-FIELD.
023500     DISPLAY "ENTER THE NUMBER OF THE FIELD".
023600     DISPLAY "TO CHANGE (1-3) OR 0 TO EXIT".
023700     ACCEPT WHICH-FIELD.
023800
023900 RE-ACCEPT-WHICH-FIELD.
024000     DISPLAY "INVALID ENTRY".
024100     PERFORM ACCEPT-WHICH-FIELD.
024200
024300 CHANGE-ONE-FIELD.
024400     PERFORM CHANGE-THIS-FIELD.
024500     PERFORM GET-FIELD-TO-CHANGE.
024600
024700*---------------------------------
024800* The slots are re-keyed as a
024900* set. If none are keyed the
025000* old ones are kept.
025100*---------------------------------
025200 CHANGE-THIS-FIELD.
025300     IF WHICH-FIELD = 1
025400         PERFORM ENTER-PROMO-DESC           ELSE
025500     IF WHICH-FIELD = 2
025600         PERFORM ENTER-PROMO-DATES          ELSE
025700     IF WHICH-FIELD = 3
025800         PERFORM CHANGE-PROMO-SLOTS.
025900
026000     PERFORM REWRITE-PROMO-RECORD.
026100
026200 CHANGE-PROMO-SLOTS.
026300     PERFORM ENTER-PROMO-SLOTS.
026400     IF PROMO-SLOT-COUNT = ZEROES
026500         DISPLAY "NO SLOTS ENTERED - OLD SLOTS KEPT"
026600         PERFORM READ-PROMO-RECORD.
026700
026800*---------------------------------
026900* INQUIRE
027000*---------------------------------
027100 INQUIRE-MODE.
027200     MOVE "DISPLAY" TO THE-MODE.
027300     PERFORM GET-EXISTING-RECORD.
027400     PERFORM INQUIRE-RECORDS
027500        UNTIL PROMO-ID = ZEROES.
027600
027700 INQUIRE-RECORDS.
027800     PERFORM DISPLAY-ALL-FIELDS.
027900     PERFORM GET-EXISTING-RECORD.
028000
028100*---------------------------------
028200* DELETE
028300*---------------------------------
028400 DELETE-MODE.
028500     MOVE "DELETE" TO THE-MODE.
028600     PERFORM GET-EXISTING-RECORD.
028700     PERFORM DELETE-RECORDS
028800        UNTIL PROMO-ID = ZEROES.
028900
029000 DELETE-RECORDS.
029100     PERFORM DISPLAY-ALL-FIELDS.
029200     PERFORM ASK-OK-TO-DELETE.
029300     IF OK-TO-DELETE = "Y"
029400         PERFORM DELETE-PROMO-RECORD.
029500     PERFORM GET-EXISTING-RECORD.
029600
029700 ASK-OK-TO-DELETE.
029800     PERFORM ACCEPT-OK-TO-DELETE.
029900     PERFORM RE-ACCEPT-OK-TO-DELETE
030000        UNTIL OK-TO-DELETE = "Y" OR "N".
030100
030200 ACCEPT-OK-TO-DELETE.
030300     DISPLAY "DELETE THIS RECORD (Y/N)?".
030400     ACCEPT OK-TO-DELETE.
030500     INSPECT OK-TO-DELETE
030600      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
030700
030800 RE-ACCEPT-OK-TO-DELETE.
030900     DISPLAY "YOU MUST ENTER YES OR NO".
031000     PERFORM ACCEPT-OK-TO-DELETE.
031100
031200*---------------------------------
031300* Routines shared by all modes
031400*---------------------------------
031500 INIT-PROMO-RECORD.
031600     MOVE SPACE TO PROMOTION-RECORD.
031700     MOVE ZEROES TO PROMO-ID
031800                    PROMO-START-DATE
031900                    PROMO-END-DATE
032000                    PROMO-SLOT-COUNT.
032100
032200 ENTER-PROMO-ID.
032300     DISPLAY "ENTER PROMOTION ID (1-99999)".
032400     DISPLAY "ENTER 0 TO EXIT".
032500     ACCEPT PROMO-ID-FIELD.
032600     MOVE PROMO-ID-FIELD TO PROMO-ID.
032700
032800 ENTER-PROMO-DESC.
032900     PERFORM ACCEPT-PROMO-DESC.
033000     PERFORM RE-ACCEPT-PROMO-DESC
033100         UNTIL PROMO-DESC NOT = SPACE.
033200
033300 ACCEPT-PROMO-DESC.
033400     DISPLAY "ENTER PROMOTION DESCRIPTION".
033500     ACCEPT PROMO-DESC.
033600     INSPECT PROMO-DESC
033700         CONVERTING LOWER-ALPHA
033800         TO         UPPER-ALPHA.
033900
034000 RE-ACCEPT-PROMO-DESC.
034100     DISPLAY "DESCRIPTION MUST BE ENTERED".
034200     PERFORM ACCEPT-PROMO-DESC.
034300
034400*---------------------------------
034500* Both dates are inclusive: the
034600* first and last day the
034700* promotion was in the stores.
034800*---------------------------------
034900 ENTER-PROMO-DATES.
035000     MOVE "N" TO ZERO-DATE-IS-OK.
035100     MOVE "ENTER FIRST DAY OF PROMOTION (MM/DD/CCYY)"
035200         TO RANGE-START-PROMPT.
035300     MOVE "ENTER LAST DAY OF PROMOTION (MM/DD/CCYY)"
035400         TO RANGE-END-PROMPT.
035500     PERFORM GET-A-DATE-RANGE.
035600     MOVE RANGE-START-DATE TO PROMO-START-DATE.
035700     MOVE RANGE-END-DATE TO PROMO-END-DATE.
035800
035900*---------------------------------
036000* A zero division ends the
036100* slots.
036200*---------------------------------
036300 ENTER-PROMO-SLOTS.
036400     MOVE ZEROES TO PROMO-SLOT-COUNT.
036500     MOVE "Y" TO MORE-SLOTS.
036600     PERFORM ENTER-ONE-SLOT
036700         UNTIL MORE-SLOTS = "N"
036800            OR PROMO-SLOT-COUNT = 20.
036900
037000 ENTER-ONE-SLOT.
037100     COMPUTE SLOT-SUB = PROMO-SLOT-COUNT + 1.
037200     DISPLAY "SLOT " SLOT-SUB.
037300     PERFORM ENTER-SLOT-HIERARCHY.
037400     IF SLOT-DIVISION = ZEROES
037500         MOVE "N" TO MORE-SLOTS
037600     ELSE
037700         PERFORM ENTER-SLOT-CATEGORY
037800         MOVE SLOT-ENTRY TO PROMO-SLOT (SLOT-SUB)
037900         ADD 1 TO PROMO-SLOT-COUNT.
038000
038100*---------------------------------
038200* The store/division/department
038300* must be on the hierarchy. A
038400* slot for all stores needs the
038500* division and department under
038600* at least one store.
038700*---------------------------------
038800 ENTER-SLOT-HIERARCHY.
038900     PERFORM ACCEPT-SLOT-HIERARCHY.
039000     PERFORM RE-ACCEPT-SLOT-HIERARCHY
039100         UNTIL SLOT-DIVISION = ZEROES
039200            OR HIER-RECORD-FOUND = "Y".
039300
039400 ACCEPT-SLOT-HIERARCHY.
039500     MOVE ZEROES TO SLOT-ENTRY.
039600     MOVE "N" TO HIER-RECORD-FOUND.
039700     DISPLAY "ENTER DIVISION (1-99)".
039800     DISPLAY "ENTER 0 TO END THE SLOTS".
039900     ACCEPT SLOT-FIELD.
040000     MOVE SLOT-FIELD TO SLOT-DIVISION.
040100     IF SLOT-DIVISION NOT = ZEROES
040200         PERFORM ACCEPT-SLOT-STORE
040300         PERFORM ACCEPT-SLOT-DEPARTMENT
040400         PERFORM CHECK-SLOT-HIERARCHY.
040500
040600 RE-ACCEPT-SLOT-HIERARCHY.
040700     DISPLAY "THAT COMBINATION IS NOT ON THE HIERARCHY".
040800     PERFORM ACCEPT-SLOT-HIERARCHY.
040900
041000 ACCEPT-SLOT-STORE.
041100     DISPLAY "ENTER STORE (1-99), 0 FOR ALL STORES".
041200     ACCEPT SLOT-FIELD.
041300     MOVE SLOT-FIELD TO SLOT-STORE.
041400
041500 ACCEPT-SLOT-DEPARTMENT.
041600     DISPLAY "ENTER DEPARTMENT (1-99)".
041700     ACCEPT SLOT-FIELD.
041800     MOVE SLOT-FIELD TO SLOT-DEPARTMENT.
041900
042000 CHECK-SLOT-HIERARCHY.
042100     IF SLOT-STORE NOT = ZEROES
042200         PERFORM READ-HIER-RECORD
042300     ELSE
042400         PERFORM FIND-HIER-ANY-STORE.
042500
042600 READ-HIER-RECORD.
042700     MOVE SLOT-STORE TO HIER-STORE.
042800     MOVE SLOT-DIVISION TO HIER-DIVISION.
042900     MOVE SLOT-DEPARTMENT TO HIER-DEPARTMENT.
043000     MOVE "Y" TO HIER-RECORD-FOUND.
043100     READ HIERARCHY-FILE RECORD
043200         INVALID KEY
043300         MOVE "N" TO HIER-RECORD-FOUND.
043400
043500 FIND-HIER-ANY-STORE.
043600     MOVE "N" TO HIER-FILE-AT-END.
043700     MOVE ZEROES TO HIER-KEY.
043800     START HIERARCHY-FILE
043900         KEY NOT < HIER-KEY
044000         INVALID KEY
044100         MOVE "Y" TO HIER-FILE-AT-END.
044200     PERFORM READ-NEXT-HIER-RECORD
044300         UNTIL HIER-FILE-AT-END = "Y"
044400            OR HIER-RECORD-FOUND = "Y".
044500
044600 READ-NEXT-HIER-RECORD.
044700     READ HIERARCHY-FILE NEXT RECORD
044800         AT END
044900         MOVE "Y" TO HIER-FILE-AT-END.
045000     IF HIER-FILE-AT-END = "N"
045100        AND HIER-DIVISION = SLOT-DIVISION
045200        AND HIER-DEPARTMENT = SLOT-DEPARTMENT
045300         MOVE "Y" TO HIER-RECORD-FOUND.
045400
045500 ENTER-SLOT-CATEGORY.
045600     PERFORM ACCEPT-SLOT-CATEGORY.
045700     PERFORM RE-ACCEPT-SLOT-CATEGORY
045800         UNTIL CATG-RECORD-FOUND = "Y".
045900
046000 ACCEPT-SLOT-CATEGORY.
046100     DISPLAY "ENTER CATEGORY (1-99)".
046200     ACCEPT SLOT-FIELD.
046300     MOVE SLOT-FIELD TO SLOT-CATEGORY.
046400     MOVE SLOT-CATEGORY TO CATG-CODE.
046500     MOVE "Y" TO CATG-RECORD-FOUND.
046600     READ CATEGORY-FILE RECORD
046700         INVALID KEY
046800         MOVE "N" TO CATG-RECORD-FOUND.
046900
047000 RE-ACCEPT-SLOT-CATEGORY.
047100     DISPLAY "NO CATEGORY ON FILE WITH THAT CODE".
047200     PERFORM ACCEPT-SLOT-CATEGORY.
047300
047400 GET-EXISTING-RECORD.
047500     PERFORM ACCEPT-EXISTING-KEY.
047600     PERFORM RE-ACCEPT-EXISTING-KEY
047700         UNTIL PROMO-RECORD-FOUND = "Y" OR
047800               PROMO-ID = ZEROES.
047900
048000 ACCEPT-EXISTING-KEY.
048100     PERFORM INIT-PROMO-RECORD.
048200     PERFORM ENTER-PROMO-ID.
048300     IF PROMO-ID NOT = ZEROES
048400         PERFORM READ-PROMO-RECORD.
048500
048600 RE-ACCEPT-EXISTING-KEY.
048700     DISPLAY "NO PROMOTION FOUND WITH THAT ID".
048800     PERFORM ACCEPT-EXISTING-KEY.
048900
049000 DISPLAY-ALL-FIELDS.
049100     DISPLAY "PROMOTION: " PROMO-ID.
049200     DISPLAY "1. DESCRIPTION: " PROMO-DESC.
049300     MOVE PROMO-START-DATE TO DATE-CCYYMMDD.
049400     PERFORM CONVERT-TO-MMDDCCYY.
049500     MOVE DATE-MMDDCCYY TO DATE-DISPLAY.
049600     MOVE PROMO-END-DATE TO DATE-CCYYMMDD.
049700     PERFORM CONVERT-TO-MMDDCCYY.
049800     MOVE DATE-MMDDCCYY TO END-DATE-DISPLAY.
049900     DISPLAY "2. DATES: " DATE-DISPLAY " THRU " END-DATE-DISPLAY.
050000     DISPLAY "3. SLOTS (STORE DIV DEPT CAT):".
050100     PERFORM DISPLAY-ONE-SLOT
050200         VARYING SLOT-SUB FROM 1 BY 1
050300         UNTIL SLOT-SUB > PROMO-SLOT-COUNT.
050400
050500 DISPLAY-ONE-SLOT.
050600     IF PROMO-SLOT-STORE (SLOT-SUB) = ZEROES
050700         MOVE "ALL" TO SLOT-STORE-DISPLAY
050800     ELSE
050900         MOVE PROMO-SLOT-STORE (SLOT-SUB) TO SLOT-STORE-DISPLAY.
051000     DISPLAY "   " SLOT-SUB ". " SLOT-STORE-DISPLAY
051100             "  " PROMO-SLOT-DIVISION (SLOT-SUB)
051200             "  " PROMO-SLOT-DEPARTMENT (SLOT-SUB)
051300             "  " PROMO-SLOT-CATEGORY (SLOT-SUB).
051400
051500 READ-PROMO-RECORD.
051600     MOVE "Y" TO PROMO-RECORD-FOUND.
051700     READ PROMOTION-FILE RECORD
051800         INVALID KEY
051900         MOVE "N" TO PROMO-RECORD-FOUND.
052000
052100 WRITE-PROMO-RECORD.
052200     WRITE PROMOTION-RECORD
052300         INVALID KEY
052400         DISPLAY "RECORD ALREADY ON FILE".
052500
052600 REWRITE-PROMO-RECORD.
052700     REWRITE PROMOTION-RECORD
052800         INVALID KEY
052900         DISPLAY "ERROR REWRITING RECORD".
053000
053100 DELETE-PROMO-RECORD.
053200     DELETE PROMOTION-FILE RECORD
053300         INVALID KEY
053400         DISPLAY "ERROR DELETING RECORD".
053500
053600*---------------------------------
053700* Utility routines.
053800*---------------------------------
053900     COPY "PLDATE01.CBL".
054000     COPY "PLSIGN01.CBL".

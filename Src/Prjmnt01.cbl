000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRJMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the Project Master File.
000600*
000700* A project is a store remodel,
000800* new-store opening or IT job
000900* with an approved budget spread
001000* over up to ten spend
001100* categories. POs, voucher
001200* distribution lines and
001300* receipts carry the project
001400* number. Closing a project
001500* stamps the close date and
001600* blocks new charges to it. A
001700* project still carried by a PO
001800* or a distribution line cannot
001900* be deleted, only closed.
002000*---------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400
002500     COPY "SLPROJ.CBL".
002600
002700     COPY "SLPO.CBL".
002800
002900     COPY "SLDIST.CBL".
003000
003100     COPY "SLSTORE.CBL".
003200
003300     COPY "SLCATG.CBL".
003400
003500     COPY "SLOPER.CBL".
003600
003700     COPY "SLSONLOG.CBL".
003800
003900     COPY "SLSESS.CBL".
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300
004400     COPY "FDPROJ.CBL".
004500
004600     COPY "FDPO.CBL".
004700
004800     COPY "FDDIST.CBL".
004900
005000     COPY "FDSTORE.CBL".
005100
005200     COPY "FDCATG.CBL".
005300
005400     COPY "FDOPER.CBL".
005500
005600     COPY "FDSONLOG.CBL".
005700
005800     COPY "FDSESS.CBL".
005900
006000 WORKING-STORAGE SECTION.
006100
006200 77  MENU-PICK                    PIC 9.
006300     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
006400
006500 77  THE-MODE                     PIC X(7).
006600 77  WHICH-FIELD                  PIC 9.
006700 77  OK-TO-DELETE                 PIC X.
006800 77  PROJ-RECORD-FOUND            PIC X.
006900 77  STORE-RECORD-FOUND           PIC X.
007000 77  CATG-RECORD-FOUND            PIC X.
007100 77  PROJECT-IN-USE               PIC X.
007200 77  PO-FILE-AT-END               PIC X.
007300 77  DIST-FILE-AT-END             PIC X.
007400 77  BUDGET-SUB                   PIC 99.
007500 77  BUDGET-ENTRY-DONE            PIC X.
007600 77  CATEGORY-ENTRY               PIC 9(2).
007700 77  AMOUNT-ENTRY                 PIC 9(9).
007800 77  BUDGET-TOTAL                 PIC S9(9)V99.
007900 77  AMOUNT-DISPLAY               PIC ZZZ,ZZZ,ZZ9.99-.
008000 77  DATE-DISPLAY                 PIC 99/99/9999.
008100 77  STATUS-BEFORE-CHANGE         PIC X.
008200
008300     COPY "WSDATE01.CBL".
008400
008500     COPY "WSCASE01.CBL".
008600
008650     COPY "WSAUDIT01.CBL".
008680
008700     COPY "WSSIGN01.CBL".
008800
008900 PROCEDURE DIVISION.
009000 PROGRAM-BEGIN.
009100     PERFORM OPENING-PROCEDURE.
009200     MOVE "PRJMNT01" TO SIGN-ON-PROGRAM.
009300     PERFORM GET-OPERATOR-SIGN-ON.
009400     IF OPERATOR-IS-SIGNED-ON
009500        AND SIGN-ON-CAN-MAINT = "Y"
009600         PERFORM MAIN-PROCESS
009700     ELSE
009800     IF OPERATOR-IS-SIGNED-ON
009900         DISPLAY "YOU ARE NOT AUTHORIZED FOR PROJECT"
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
011100     OPEN I-O PROJECT-FILE.
011200     OPEN I-O PO-FILE.
011300     OPEN I-O DISTRIBUTION-FILE.
011400     OPEN I-O STORE-FILE.
011500     OPEN I-O CATEGORY-FILE.
011600
011700 CLOSING-PROCEDURE.
011800     CLOSE OPERATOR-FILE.
011900     CLOSE PROJECT-FILE.
012000     CLOSE PO-FILE.
012100     CLOSE DISTRIBUTION-FILE.
012200     CLOSE STORE-FILE.
012300     CLOSE CATEGORY-FILE.
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
014000     DISPLAY "    PROJECTS - PLEASE SELECT:".
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
018100        UNTIL PROJ-NUMBER = SPACES.
018200
018300 GET-NEW-RECORD-KEY.
018400     PERFORM ACCEPT-NEW-RECORD-KEY.
018500     PERFORM RE-ACCEPT-NEW-RECORD-KEY
018600         UNTIL PROJ-RECORD-FOUND = "N" OR
018700               PROJ-NUMBER = SPACES.
018800
018900 ACCEPT-NEW-RECORD-KEY.
019000     PERFORM INIT-PROJ-RECORD.
019100     PERFORM ENTER-PROJ-NUMBER.
019200     IF PROJ-NUMBER NOT = SPACES
019300         PERFORM READ-PROJ-RECORD.
019400
019500 RE-ACCEPT-NEW-RECORD-KEY.
019600     DISPLAY "RECORD ALREADY ON FILE".
019700     PERFORM ACCEPT-NEW-RECORD-KEY.
019800
019900 ADD-RECORDS.
020000     PERFORM ENTER-REMAINING-FIELDS.
020100     PERFORM WRITE-PROJ-RECORD.
020200     PERFORM GET-NEW-RECORD-KEY.
020300
020400*---------------------------------
020500* A new project is always open.
020600*---------------------------------
020700 ENTER-REMAINING-FIELDS.
020800     PERFORM ENTER-PROJ-DESCRIPTION.
020900     PERFORM ENTER-PROJ-STORE.
021000     PERFORM ENTER-PROJ-START-DATE.
021100     PERFORM ENTER-PROJ-END-DATE.
021200     PERFORM ENTER-PROJ-BUDGET.
021300     MOVE "O" TO PROJ-STATUS.
021400
021500*---------------------------------
021600* CHANGE
021700*---------------------------------
021800 CHANGE-MODE.
021900     MOVE "CHANGE" TO THE-MODE.
022000     PERFORM GET-EXISTING-RECORD.
022100     PERFORM CHANGE-RECORDS
022200        UNTIL PROJ-NUMBER = SPACES.
022300
022400 CHANGE-RECORDS.
022500     PERFORM GET-FIELD-TO-CHANGE.
022600     PERFORM CHANGE-ONE-FIELD
022700         UNTIL WHICH-FIELD = ZERO.
022800     PERFORM GET-EXISTING-RECORD.
022900
023000 GET-FIELD-TO-CHANGE.
023100     PERFORM DISPLAY-ALL-FIELDS.
023200     PERFORM ASK-WHICH-FIELD.
023300
023400 ASK-WHICH-FIELD.
023500     PERFORM ACCEPT-WHICH-FIELD.
023600     PERFORM RE-ACCEPT-WHICH-FIELD
023700         UNTIL WHICH-FIELD < 7.
023800
023900 ACCEPT-WHICH-FIELD.
024000     DISPLAY "ENTER THE NUMBER OF THE FIELD".
024100     DISPLAY "TO CHANGE (1-6) OR 0 TO EXIT".
024200     ACCEPT WHICH-FIELD.
024300
024400 RE-ACCEPT-WHICH-FIELD.
024500     DISPLAY "INVALID ENTRY".
024600     PERFORM ACCEPT-WHICH-FIELD.
024700
024800 CHANGE-ONE-FIELD.
024900     PERFORM CHANGE-THIS-FIELD.
025000     PERFORM GET-FIELD-TO-CHANGE.
025100
025200 CHANGE-THIS-FIELD.
025300     IF WHICH-FIELD = 1
025400         PERFORM ENTER-PROJ-DESCRIPTION
025500     ELSE
025600     IF WHICH-FIELD = 2
025700         PERFORM ENTER-PROJ-STORE
025800     ELSE
025900     IF WHICH-FIELD = 3
026000         PERFORM ENTER-PROJ-START-DATE
026100     ELSE
026200     IF WHICH-FIELD = 4
026300         PERFORM ENTER-PROJ-END-DATE
026400     ELSE
026500     IF WHICH-FIELD = 5
026600         PERFORM ENTER-PROJ-STATUS
026700     ELSE
026800     IF WHICH-FIELD = 6
026900         PERFORM ENTER-PROJ-BUDGET.
027000
027100     PERFORM REWRITE-PROJ-RECORD.
027200
027300*---------------------------------
027400* INQUIRE
027500*---------------------------------
027600 INQUIRE-MODE.
027700     MOVE "DISPLAY" TO THE-MODE.
027800     PERFORM GET-EXISTING-RECORD.
027900     PERFORM INQUIRE-RECORDS
028000        UNTIL PROJ-NUMBER = SPACES.
028100
028200 INQUIRE-RECORDS.
028300     PERFORM DISPLAY-ALL-FIELDS.
028400     PERFORM GET-EXISTING-RECORD.
028500
028600*---------------------------------
028700* DELETE
028800*---------------------------------
028900 DELETE-MODE.
029000     MOVE "DELETE" TO THE-MODE.
029100     PERFORM GET-EXISTING-RECORD.
029200     PERFORM DELETE-RECORDS
029300        UNTIL PROJ-NUMBER = SPACES.
029400
029500 DELETE-RECORDS.
029600     PERFORM DISPLAY-ALL-FIELDS.
029700     PERFORM CHECK-PROJECT-IN-USE.
029800     IF PROJECT-IN-USE = "Y"
029900         DISPLAY "CHARGES ARE ON FILE FOR THIS PROJECT -"
030000         DISPLAY "IT CANNOT BE DELETED, ONLY CLOSED"
030100     ELSE
030200     PERFORM ASK-OK-TO-DELETE
030300     IF OK-TO-DELETE = "Y"
030400         PERFORM DELETE-PROJ-RECORD.
030500     PERFORM GET-EXISTING-RECORD.
030600
030700*---------------------------------
030800* Neither the PO file nor the
030900* distribution file is keyed by
031000* project, so both are swept -
031100* a project delete is rare.
031200*---------------------------------
031300 CHECK-PROJECT-IN-USE.
031400     MOVE "N" TO PROJECT-IN-USE.
031500     MOVE "N" TO PO-FILE-AT-END.
031600     MOVE LOW-VALUES TO PO-NUMBER.
031700     START PO-FILE KEY NOT < PO-NUMBER
031800         INVALID KEY
031900         MOVE "Y" TO PO-FILE-AT-END.
032000     PERFORM SCAN-NEXT-PO-FOR-PROJECT
032100         UNTIL PO-FILE-AT-END = "Y"
032200            OR PROJECT-IN-USE = "Y".
032300     MOVE "N" TO DIST-FILE-AT-END.
032400     MOVE ZEROES TO DIST-KEY.
032500     START DISTRIBUTION-FILE KEY NOT < DIST-KEY
032600         INVALID KEY
032700         MOVE "Y" TO DIST-FILE-AT-END.
032800     PERFORM SCAN-NEXT-DIST-FOR-PROJECT
032900         UNTIL DIST-FILE-AT-END = "Y"
033000            OR PROJECT-IN-USE = "Y".
033100
033200 SCAN-NEXT-PO-FOR-PROJECT.
033300     READ PO-FILE NEXT RECORD
033400         AT END MOVE "Y" TO PO-FILE-AT-END.
033500     IF PO-FILE-AT-END NOT = "Y"
033600        AND PO-PROJECT = PROJ-NUMBER
033700         MOVE "Y" TO PROJECT-IN-USE.
033800
033900 SCAN-NEXT-DIST-FOR-PROJECT.
034000     READ DISTRIBUTION-FILE NEXT RECORD
034100         AT END MOVE "Y" TO DIST-FILE-AT-END.
034200     IF DIST-FILE-AT-END NOT = "Y"
034300        AND DIST-PROJECT = PROJ-NUMBER
034400         MOVE "Y" TO PROJECT-IN-USE.
034500
034600 ASK-OK-TO-DELETE.
034700     PERFORM ACCEPT-OK-TO-DELETE.
034800     PERFORM RE-ACCEPT-OK-TO-DELETE
034900        UNTIL OK-TO-DELETE = "Y" OR "N".
035000
035100 ACCEPT-OK-TO-DELETE.
035200     DISPLAY "DELETE THIS RECORD (Y/N)?".
035300     ACCEPT OK-TO-DELETE.
035400     INSPECT OK-TO-DELETE
035500      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
035600
035700 RE-ACCEPT-OK-TO-DELETE.
035800     DISPLAY "YOU MUST ENTER YES OR NO".
035900     PERFORM ACCEPT-OK-TO-DELETE.
036000
036100*---------------------------------
036200* Routines shared by all modes
036300*---------------------------------
036400 INIT-PROJ-RECORD.
036500     MOVE SPACE TO PROJECT-RECORD.
036600     MOVE ZEROES TO PROJ-STORE
036700                    PROJ-START-DATE
036800                    PROJ-END-DATE
036900                    PROJ-CLOSE-DATE.
037000     PERFORM CLEAR-ONE-BUDGET-LINE
037100         VARYING BUDGET-SUB FROM 1 BY 1
037200           UNTIL BUDGET-SUB > 10.
037300
037400 CLEAR-ONE-BUDGET-LINE.
037500     MOVE ZEROES TO PROJ-BUDGET-CATEGORY (BUDGET-SUB)
037600                    PROJ-BUDGET-AMOUNT (BUDGET-SUB).
037700
037800 ENTER-PROJ-NUMBER.
037900     DISPLAY "ENTER PROJECT NUMBER (BLANK TO EXIT)".
038000     ACCEPT PROJ-NUMBER.
038100     INSPECT PROJ-NUMBER
038200         CONVERTING LOWER-ALPHA
038300         TO         UPPER-ALPHA.
038400
038500 ENTER-PROJ-DESCRIPTION.
038600     PERFORM ACCEPT-PROJ-DESCRIPTION.
038700     PERFORM RE-ACCEPT-PROJ-DESCRIPTION
038800         UNTIL PROJ-DESCRIPTION NOT = SPACES.
038900
039000 ACCEPT-PROJ-DESCRIPTION.
039100     DISPLAY "ENTER PROJECT DESCRIPTION".
039200     ACCEPT PROJ-DESCRIPTION.
039300     INSPECT PROJ-DESCRIPTION
039400         CONVERTING LOWER-ALPHA
039500         TO         UPPER-ALPHA.
039600
039700 RE-ACCEPT-PROJ-DESCRIPTION.
039800     DISPLAY "DESCRIPTION MUST NOT BE BLANK".
039900     PERFORM ACCEPT-PROJ-DESCRIPTION.
040000
040100*---------------------------------
040200* Zero is an office or company-
040300* wide project with no one
040400* store.
040500*---------------------------------
040600 ENTER-PROJ-STORE.
040700     PERFORM ACCEPT-PROJ-STORE.
040800     PERFORM RE-ACCEPT-PROJ-STORE
040900         UNTIL STORE-RECORD-FOUND = "Y".
041000
041100 ACCEPT-PROJ-STORE.
041200     DISPLAY "ENTER STORE (0 = NO ONE STORE)".
041300     ACCEPT PROJ-STORE.
041400     IF PROJ-STORE = ZEROES
041500         MOVE "Y" TO STORE-RECORD-FOUND
041600     ELSE
041700         MOVE PROJ-STORE TO STORE-CODE
041800         PERFORM READ-STORE-RECORD
041900         IF STORE-RECORD-FOUND = "Y"
042000             DISPLAY "STORE: " STORE-NAME.
042100
042200 RE-ACCEPT-PROJ-STORE.
042300     DISPLAY "NO STORE ON FILE WITH THAT CODE".
042400     PERFORM ACCEPT-PROJ-STORE.
042500
042600 ENTER-PROJ-START-DATE.
042700     MOVE "N" TO ZERO-DATE-IS-OK.
042800     MOVE "ENTER PROJECT START DATE (MM/DD/YYYY)"
042900         TO DATE-PROMPT.
043000     PERFORM GET-A-DATE.
043100     MOVE DATE-CCYYMMDD TO PROJ-START-DATE.
043200
043300*---------------------------------
043400* The planned completion date;
043500* zero when open-ended. It may
043600* not fall before the start.
043700*---------------------------------
043800 ENTER-PROJ-END-DATE.
043900     PERFORM ACCEPT-PROJ-END-DATE.
044000     PERFORM RE-ACCEPT-PROJ-END-DATE
044100         UNTIL PROJ-END-DATE = ZEROES
044200            OR PROJ-END-DATE NOT < PROJ-START-DATE.
044300
044400 ACCEPT-PROJ-END-DATE.
044500     MOVE "Y" TO ZERO-DATE-IS-OK.
044600     MOVE "ENTER PLANNED END DATE (0 = OPEN-ENDED)"
044700         TO DATE-PROMPT.
044800     PERFORM GET-A-DATE.
044900     MOVE DATE-CCYYMMDD TO PROJ-END-DATE.
045000
045100 RE-ACCEPT-PROJ-END-DATE.
045200     DISPLAY "END DATE MAY NOT BE BEFORE THE START".
045300     PERFORM ACCEPT-PROJ-END-DATE.
045400
045500*---------------------------------
045600* Closing a project stamps
045700* today as the close date;
045800* reopening it clears it.
045900*---------------------------------
046000 ENTER-PROJ-STATUS.
046100     MOVE PROJ-STATUS TO STATUS-BEFORE-CHANGE.
046200     PERFORM ACCEPT-PROJ-STATUS.
046300     PERFORM RE-ACCEPT-PROJ-STATUS
046400         UNTIL PROJ-IS-OPEN OR PROJ-IS-CLOSED.
046500     IF PROJ-IS-CLOSED
046600        AND STATUS-BEFORE-CHANGE NOT = "C"
046700         MOVE FUNCTION CURRENT-DATE(1:8) TO PROJ-CLOSE-DATE.
046800     IF PROJ-IS-OPEN
046900         MOVE ZEROES TO PROJ-CLOSE-DATE.
047000
047100 ACCEPT-PROJ-STATUS.
047200     DISPLAY "ENTER STATUS (O = OPEN, C = CLOSED)".
047300     ACCEPT PROJ-STATUS.
047400     INSPECT PROJ-STATUS
047500         CONVERTING LOWER-ALPHA
047600         TO         UPPER-ALPHA.
047700
047800 RE-ACCEPT-PROJ-STATUS.
047900     DISPLAY "STATUS MUST BE O OR C".
048000     PERFORM ACCEPT-PROJ-STATUS.
048100
048200*---------------------------------
048300* The budget is re-keyed in
048400* full: up to ten category
048500* lines, a category of zero
048600* ending the list.
048700*---------------------------------
048800 ENTER-PROJ-BUDGET.
048900     PERFORM CLEAR-ONE-BUDGET-LINE
049000         VARYING BUDGET-SUB FROM 1 BY 1
049100           UNTIL BUDGET-SUB > 10.
049200     MOVE "N" TO BUDGET-ENTRY-DONE.
049300     MOVE 1 TO BUDGET-SUB.
049400     PERFORM ENTER-ONE-BUDGET-LINE
049500         UNTIL BUDGET-ENTRY-DONE = "Y"
049600            OR BUDGET-SUB > 10.
049700
049800 ENTER-ONE-BUDGET-LINE.
049900     PERFORM ENTER-BUDGET-CATEGORY.
050000     IF CATEGORY-ENTRY = ZEROES
050100         MOVE "Y" TO BUDGET-ENTRY-DONE
050200     ELSE
050300         MOVE CATEGORY-ENTRY
050400             TO PROJ-BUDGET-CATEGORY (BUDGET-SUB)
050500         PERFORM ENTER-BUDGET-AMOUNT
050600         ADD 1 TO BUDGET-SUB.
050700
050800 ENTER-BUDGET-CATEGORY.
050900     PERFORM ACCEPT-BUDGET-CATEGORY.
051000     PERFORM RE-ACCEPT-BUDGET-CATEGORY
051100         UNTIL CATG-RECORD-FOUND = "Y".
051200
051300 ACCEPT-BUDGET-CATEGORY.
051400     DISPLAY "BUDGET LINE " BUDGET-SUB
051500             " - ENTER SPEND CATEGORY (0 = DONE)".
051600     ACCEPT CATEGORY-ENTRY.
051700     IF CATEGORY-ENTRY = ZEROES
051800         MOVE "Y" TO CATG-RECORD-FOUND
051900     ELSE
052000         MOVE CATEGORY-ENTRY TO CATG-CODE
052100         PERFORM READ-CATG-RECORD
052200         IF CATG-RECORD-FOUND = "Y"
052300             DISPLAY "CATEGORY: " CATG-NAME.
052400
052500 RE-ACCEPT-BUDGET-CATEGORY.
052600     DISPLAY "NO CATEGORY ON FILE WITH THAT CODE".
052700     PERFORM ACCEPT-BUDGET-CATEGORY.
052800
052900 ENTER-BUDGET-AMOUNT.
053000     DISPLAY "ENTER BUDGET AMOUNT WITH NO DECIMAL POINT".
053100     ACCEPT AMOUNT-ENTRY.
053200     COMPUTE PROJ-BUDGET-AMOUNT (BUDGET-SUB) =
053300         AMOUNT-ENTRY / 100.
053400
053500 GET-EXISTING-RECORD.
053600     PERFORM ACCEPT-EXISTING-KEY.
053700     PERFORM RE-ACCEPT-EXISTING-KEY
053800         UNTIL PROJ-RECORD-FOUND = "Y" OR
053900               PROJ-NUMBER = SPACES.
054000
054100 ACCEPT-EXISTING-KEY.
054200     PERFORM INIT-PROJ-RECORD.
054300     PERFORM ENTER-PROJ-NUMBER.
054400     IF PROJ-NUMBER NOT = SPACES
054500         PERFORM READ-PROJ-RECORD.
054600
054700 RE-ACCEPT-EXISTING-KEY.
054800     DISPLAY "NO PROJECT FOUND WITH THAT NUMBER".
054900     PERFORM ACCEPT-EXISTING-KEY.
055000
055100 DISPLAY-ALL-FIELDS.
055200     DISPLAY "PROJECT: " PROJ-NUMBER.
055300     DISPLAY "1. DESCRIPTION: " PROJ-DESCRIPTION.
055400     DISPLAY "2. STORE: " PROJ-STORE.
055500     MOVE PROJ-START-DATE TO DATE-CCYYMMDD.
055600     PERFORM SHOW-PROJECT-DATE.
055700     DISPLAY "3. START DATE: " DATE-DISPLAY.
055800     MOVE PROJ-END-DATE TO DATE-CCYYMMDD.
055900     PERFORM SHOW-PROJECT-DATE.
056000     DISPLAY "4. PLANNED END: " DATE-DISPLAY.
056100     DISPLAY "5. STATUS: " PROJ-STATUS
056200             " (O=OPEN, C=CLOSED)".
056300     IF PROJ-IS-CLOSED
056400         MOVE PROJ-CLOSE-DATE TO DATE-CCYYMMDD
056500         PERFORM SHOW-PROJECT-DATE
056600         DISPLAY "   CLOSED: " DATE-DISPLAY.
056700     DISPLAY "6. BUDGET:".
056800     MOVE ZEROES TO BUDGET-TOTAL.
056900     PERFORM SHOW-ONE-BUDGET-LINE
057000         VARYING BUDGET-SUB FROM 1 BY 1
057100           UNTIL BUDGET-SUB > 10
057200              OR PROJ-BUDGET-CATEGORY (BUDGET-SUB) = ZEROES.
057300     MOVE BUDGET-TOTAL TO AMOUNT-DISPLAY.
057400     DISPLAY "   TOTAL BUDGET      " AMOUNT-DISPLAY.
057500
057600 SHOW-ONE-BUDGET-LINE.
057700     MOVE PROJ-BUDGET-AMOUNT (BUDGET-SUB) TO AMOUNT-DISPLAY.
057800     DISPLAY "   CATEGORY " PROJ-BUDGET-CATEGORY (BUDGET-SUB)
057900             "       " AMOUNT-DISPLAY.
058000     ADD PROJ-BUDGET-AMOUNT (BUDGET-SUB) TO BUDGET-TOTAL.
058100
058200 SHOW-PROJECT-DATE.
058300     IF DATE-CCYYMMDD = ZEROES
058400         MOVE ZEROES TO DATE-DISPLAY
058500     ELSE
058600         PERFORM FORMAT-THE-DATE
058700         MOVE FORMATTED-DATE TO DATE-DISPLAY.
058900
059000 READ-PROJ-RECORD.
059100     MOVE "Y" TO PROJ-RECORD-FOUND.
059200     READ PROJECT-FILE RECORD
059300         INVALID KEY
059400         MOVE "N" TO PROJ-RECORD-FOUND.
059500
059600 READ-STORE-RECORD.
059700     MOVE "Y" TO STORE-RECORD-FOUND.
059800     READ STORE-FILE RECORD
059900         INVALID KEY
060000         MOVE "N" TO STORE-RECORD-FOUND.
060100
060200 READ-CATG-RECORD.
060300     MOVE "Y" TO CATG-RECORD-FOUND.
060400     READ CATEGORY-FILE RECORD
060500         INVALID KEY
060600         MOVE "N" TO CATG-RECORD-FOUND.
060700
060800 WRITE-PROJ-RECORD.
060900     WRITE PROJECT-RECORD
061000         INVALID KEY
061100         DISPLAY "RECORD ALREADY ON FILE".
061200
061300 REWRITE-PROJ-RECORD.
061400     REWRITE PROJECT-RECORD
061500         INVALID KEY
061600         DISPLAY "ERROR REWRITING PROJECT RECORD".
061700
061800 DELETE-PROJ-RECORD.
061900     DELETE PROJECT-FILE RECORD
062000         INVALID KEY
062100         DISPLAY "ERROR DELETING PROJECT RECORD".
062200
062300*---------------------------------
062400* Utility routines.
062500*---------------------------------
062600     COPY "PLDATE01.CBL".
062700     COPY "PLSIGN01.CBL".

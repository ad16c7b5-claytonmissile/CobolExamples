000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the Employee Payee File.
000600*
000700* Employees reimbursed for
000800* travel and out-of-pocket
000900* spending live here instead of
001000* as a vendor apiece. Each one
001100* names the manager who approves
001200* their expense reports, and the
001300* sign-on they use, so the
001400* approval screen can tell who
001500* is allowed to approve whom.
001600* An employee with reports or
001700* advances on file cannot be
001800* deleted - make them inactive
001900* instead.
002000*---------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400
002500     COPY "SLEMP.CBL".
002600
002700     COPY "SLEXPR.CBL".
002800
002900     COPY "SLADV.CBL".
002950
002960     COPY "SLCRDH.CBL".
002970
002980     COPY "SLPCF.CBL".
003000
003100     COPY "SLDEPT.CBL".
003200
003300     COPY "SLOPER.CBL".
003400
003500     COPY "SLSONLOG.CBL".
003600
003700     COPY "SLSESS.CBL".
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100
004200     COPY "FDEMP.CBL".
004300
004400     COPY "FDEXPR.CBL".
004500
004600     COPY "FDADV.CBL".
004650
004660     COPY "FDCRDH.CBL".
004670
004680     COPY "FDPCF.CBL".
004700
004800     COPY "FDDEPT.CBL".
004900
005000     COPY "FDOPER.CBL".
005100
005200     COPY "FDSONLOG.CBL".
005300
005400     COPY "FDSESS.CBL".
005500
005600 WORKING-STORAGE SECTION.
005700
005800 77  MENU-PICK                    PIC 9.
005900     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
006000
006100 77  THE-MODE                     PIC X(7).
006200 77  WHICH-FIELD                  PIC 99.
006300 77  OK-TO-DELETE                 PIC X.
006400 77  EMP-RECORD-FOUND             PIC X.
006500 77  EMP-NUMBER-FIELD             PIC Z(5).
006600 77  HOLD-EMP-NUMBER              PIC 9(5).
006700 77  HOLD-EMPLOYEE-RECORD         PIC X(200).
006800 77  EMP-IN-USE                   PIC X.
006900 77  EXPR-FILE-AT-END             PIC X.
007000 77  ADV-FILE-AT-END              PIC X.
007050 77  CRDH-FILE-AT-END             PIC X.
007060 77  PCF-FILE-AT-END              PIC X.
007100 77  DEPT-RECORD-FOUND            PIC X.
007200 77  MANAGER-IS-VALID             PIC X.
007300 77  SIGN-ON-ID-IS-VALID          PIC X.
007400 77  SAVE-OPERATOR-RECORD         PIC X(200).
007500
007600     COPY "WSCASE01.CBL".
007700
007800     COPY "WSAUDIT01.CBL".
007900
008000     COPY "WSSIGN01.CBL".
008100
008200 PROCEDURE DIVISION.
008300 PROGRAM-BEGIN.
008400     PERFORM OPENING-PROCEDURE.
008500     MOVE "EMPMNT01" TO SIGN-ON-PROGRAM.
008600     PERFORM GET-OPERATOR-SIGN-ON.
008700     IF OPERATOR-IS-SIGNED-ON
008800        AND SIGN-ON-CAN-MAINT = "Y"
008900         PERFORM MAIN-PROCESS
009000     ELSE
009100     IF OPERATOR-IS-SIGNED-ON
009200         DISPLAY "YOU ARE NOT AUTHORIZED FOR EMPLOYEE"
009300         DISPLAY "MAINTENANCE".
009400     PERFORM CLOSING-PROCEDURE.
009500
009600 PROGRAM-EXIT.
009700     EXIT PROGRAM.
009800
009900 PROGRAM-DONE.
010000     STOP RUN.
010100
010200 OPENING-PROCEDURE.
010300     OPEN I-O OPERATOR-FILE.
010400     OPEN I-O EMPLOYEE-FILE.
010500     OPEN I-O EXPENSE-REPORT-FILE.
010600     OPEN I-O ADVANCE-FILE.
010650     OPEN I-O CARDHOLDER-FILE.
010660     OPEN I-O PETTY-CASH-FUND-FILE.
010700     OPEN I-O DEPARTMENT-FILE.
010800
010900 CLOSING-PROCEDURE.
011000     CLOSE OPERATOR-FILE.
011100     CLOSE EMPLOYEE-FILE.
011200     CLOSE EXPENSE-REPORT-FILE.
011300     CLOSE ADVANCE-FILE.
011350     CLOSE CARDHOLDER-FILE.
011360     CLOSE PETTY-CASH-FUND-FILE.
011400     CLOSE DEPARTMENT-FILE.
011500
011600 MAIN-PROCESS.
011700     PERFORM GET-MENU-PICK.
011800     PERFORM MAINTAIN-THE-FILE
011900         UNTIL MENU-PICK = 0.
012000
012100*---------------------------------
012200* MENU
012300*---------------------------------
012400 GET-MENU-PICK.
012500     PERFORM DISPLAY-THE-MENU.
012600     PERFORM ACCEPT-MENU-PICK.
012700     PERFORM RE-ACCEPT-MENU-PICK
012800         UNTIL MENU-PICK-IS-VALID.
012900
013000 DISPLAY-THE-MENU.
013100     DISPLAY "    EMPLOYEE PAYEES - PLEASE SELECT:".
013200     DISPLAY " ".
013300     DISPLAY "          1.  ADD RECORDS".
013400     DISPLAY "          2.  CHANGE A RECORD".
013500     DISPLAY "          3.  LOOK UP A RECORD".
013600     DISPLAY "          4.  DELETE A RECORD".
013700     DISPLAY " ".
013800     DISPLAY "          0.  EXIT".
013900
014000 ACCEPT-MENU-PICK.
014100     DISPLAY "YOUR CHOICE (0-4)?".
014200     ACCEPT MENU-PICK.
014300
014400 RE-ACCEPT-MENU-PICK.
014500     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
014600     PERFORM ACCEPT-MENU-PICK.
014700
014800 MAINTAIN-THE-FILE.
014900     PERFORM DO-THE-PICK.
015000     PERFORM GET-MENU-PICK.
015100
015200 DO-THE-PICK.
015300     IF MENU-PICK = 1
015400         PERFORM ADD-MODE
015500     ELSE
015600     IF MENU-PICK = 2
015700         PERFORM CHANGE-MODE
015800     ELSE
015900     IF MENU-PICK = 3
016000         PERFORM INQUIRE-MODE
016100     ELSE
016200     IF MENU-PICK = 4
016300         PERFORM DELETE-MODE.
016400
016500*---------------------------------
016600* ADD
016700*---------------------------------
016800 ADD-MODE.
016900     MOVE "ADD" TO THE-MODE.
017000     PERFORM GET-NEW-RECORD-KEY.
017100     PERFORM ADD-RECORDS
017200        UNTIL EMP-NUMBER = ZEROES.
017300
017400 GET-NEW-RECORD-KEY.
017500     PERFORM ACCEPT-NEW-RECORD-KEY.
017600     PERFORM RE-ACCEPT-NEW-RECORD-KEY
017700         UNTIL EMP-RECORD-FOUND = "N" OR
017800               EMP-NUMBER = ZEROES.
017900
018000 ACCEPT-NEW-RECORD-KEY.
018100     PERFORM INIT-EMP-RECORD.
018200     PERFORM ENTER-EMP-NUMBER.
018300     IF EMP-NUMBER NOT = ZEROES
018400         PERFORM READ-EMP-RECORD.
018500
018600 RE-ACCEPT-NEW-RECORD-KEY.
018700     DISPLAY "RECORD ALREADY ON FILE".
018800     PERFORM ACCEPT-NEW-RECORD-KEY.
018900
019000 ADD-RECORDS.
019100     PERFORM ENTER-REMAINING-FIELDS.
019200     PERFORM WRITE-EMP-RECORD.
019300     PERFORM GET-NEW-RECORD-KEY.
019400
019500 ENTER-REMAINING-FIELDS.
019600     PERFORM ENTER-EMP-NAME.
019700     PERFORM ENTER-EMP-ADDRESS-1.
019800     PERFORM ENTER-EMP-CITY.
019900     PERFORM ENTER-EMP-STATE.
020000     PERFORM ENTER-EMP-ZIP.
020100     PERFORM ENTER-EMP-DEPARTMENT.
020200     PERFORM ENTER-EMP-COMPANY.
020300     PERFORM ENTER-EMP-MANAGER.
020400     PERFORM ENTER-EMP-OPERATOR-ID.
020500     MOVE "A" TO EMP-STATUS.
020600
020700*---------------------------------
020800* CHANGE
020900*---------------------------------
021000 CHANGE-MODE.
021100     MOVE "CHANGE" TO THE-MODE.
021200     PERFORM GET-EXISTING-RECORD.
021300     PERFORM CHANGE-RECORDS
021400        UNTIL EMP-NUMBER = ZEROES.
021500
021600 CHANGE-RECORDS.
021700     PERFORM GET-FIELD-TO-CHANGE.
021800     PERFORM CHANGE-ONE-FIELD
021900         UNTIL WHICH-FIELD = ZERO.
022000     PERFORM GET-EXISTING-RECORD.
022100
022200 GET-FIELD-TO-CHANGE.
022300     PERFORM DISPLAY-ALL-FIELDS.
022400     PERFORM ASK-WHICH-FIELD.
022500
022600 ASK-WHICH-FIELD.
022700     PERFORM ACCEPT-WHICH-FIELD.
022800     PERFORM RE-ACCEPT-WHICH-FIELD
022900         UNTIL WHICH-FIELD < 11.
023000
023100 ACCEPT-WHICH-FIELD.
023200     DISPLAY "ENTER THE NUMBER OF THE FIELD".
023300     DISPLAY "TO CHANGE (1-10) OR 0 TO EXIT".
023400     ACCEPT WHICH-FIELD.
023500
023600 RE-ACCEPT-WHICH-FIELD.
023700     DISPLAY "INVALID ENTRY".
023800     PERFORM ACCEPT-WHICH-FIELD.
023900
024000 CHANGE-ONE-FIELD.
024100     PERFORM CHANGE-THIS-FIELD.
024200     PERFORM GET-FIELD-TO-CHANGE.
024300
024400 CHANGE-THIS-FIELD.
024500     IF WHICH-FIELD = 1
024600         PERFORM ENTER-EMP-NAME
024700     ELSE
024800     IF WHICH-FIELD = 2
024900         PERFORM ENTER-EMP-ADDRESS-1
025000     ELSE
025100     IF WHICH-FIELD = 3
025200         PERFORM ENTER-EMP-CITY
025300     ELSE
025400     IF WHICH-FIELD = 4
025500         PERFORM ENTER-EMP-STATE
025600     ELSE
025700     IF WHICH-FIELD = 5
025800         PERFORM ENTER-EMP-ZIP
025900     ELSE
026000     IF WHICH-FIELD = 6
026100         PERFORM ENTER-EMP-DEPARTMENT
026200     ELSE
026300     IF WHICH-FIELD = 7
026400         PERFORM ENTER-EMP-COMPANY
026500     ELSE
026600     IF WHICH-FIELD = 8
026700         PERFORM ENTER-EMP-MANAGER
026800     ELSE
026900     IF WHICH-FIELD = 9
027000         PERFORM ENTER-EMP-OPERATOR-ID
027100     ELSE
027200     IF WHICH-FIELD = 10
027300         PERFORM ENTER-EMP-STATUS.
027400
027500     PERFORM REWRITE-EMP-RECORD.
027600
027700*---------------------------------
027800* INQUIRE
027900*---------------------------------
028000 INQUIRE-MODE.
028100     MOVE "DISPLAY" TO THE-MODE.
028200     PERFORM GET-EXISTING-RECORD.
028300     PERFORM INQUIRE-RECORDS
028400        UNTIL EMP-NUMBER = ZEROES.
028500
028600 INQUIRE-RECORDS.
028700     PERFORM DISPLAY-ALL-FIELDS.
028800     PERFORM GET-EXISTING-RECORD.
028900
029000*---------------------------------
029100* DELETE
029200*---------------------------------
029300 DELETE-MODE.
029400     MOVE "DELETE" TO THE-MODE.
029500     PERFORM GET-EXISTING-RECORD.
029600     PERFORM DELETE-RECORDS
029700        UNTIL EMP-NUMBER = ZEROES.
029800
029900 DELETE-RECORDS.
030000     PERFORM DISPLAY-ALL-FIELDS.
030100     PERFORM CHECK-EMP-IN-USE.
030200     IF EMP-IN-USE = "Y"
030300         DISPLAY "EXPENSE REPORTS, ADVANCES, CARDS OR PETTY CASH"
030400         DISPLAY "FUNDS ARE ON FILE FOR THIS EMPLOYEE -"
030450         DISPLAY "MAKE THEM INACTIVE"
030500     ELSE
030600     PERFORM ASK-OK-TO-DELETE
030700     IF OK-TO-DELETE = "Y"
030800         PERFORM DELETE-EMP-RECORD.
030900     PERFORM GET-EXISTING-RECORD.
031000
031100*---------------------------------
031200* An employee still named on an
031300* expense report, an advance, a
031400* purchasing card or as a petty
031450* cash custodian must not be
031500* deleted - the report would
031600* point at nobody. Deletes are
031700* rare, so the files are swept.
031800*---------------------------------
031900 CHECK-EMP-IN-USE.
032000     MOVE EMP-NUMBER TO HOLD-EMP-NUMBER.
032100     MOVE "N" TO EMP-IN-USE.
032200     MOVE "N" TO EXPR-FILE-AT-END.
032300     MOVE ZEROES TO EXPR-NUMBER.
032400     START EXPENSE-REPORT-FILE KEY NOT < EXPR-NUMBER
032500         INVALID KEY
032600         MOVE "Y" TO EXPR-FILE-AT-END.
032700     PERFORM SCAN-NEXT-REPORT-FOR-EMP
032800         UNTIL EXPR-FILE-AT-END = "Y"
032900            OR EMP-IN-USE = "Y".
033000     MOVE "N" TO ADV-FILE-AT-END.
033100     MOVE ZEROES TO ADV-NUMBER.
033200     START ADVANCE-FILE KEY NOT < ADV-NUMBER
033300         INVALID KEY
033400         MOVE "Y" TO ADV-FILE-AT-END.
033500     PERFORM SCAN-NEXT-ADVANCE-FOR-EMP
033600         UNTIL ADV-FILE-AT-END = "Y"
033700            OR EMP-IN-USE = "Y".
033710     MOVE "N" TO CRDH-FILE-AT-END.
033720     MOVE LOW-VALUES TO CRDH-CARD-ID.
033730     START CARDHOLDER-FILE KEY NOT < CRDH-CARD-ID
033740         INVALID KEY
033750         MOVE "Y" TO CRDH-FILE-AT-END.
033760     PERFORM SCAN-NEXT-CARD-FOR-EMP
033770         UNTIL CRDH-FILE-AT-END = "Y"
033780            OR EMP-IN-USE = "Y".
033782     MOVE "N" TO PCF-FILE-AT-END.
033784     MOVE ZEROES TO PCF-STORE.
033786     START PETTY-CASH-FUND-FILE KEY NOT < PCF-STORE
033788         INVALID KEY
033790         MOVE "Y" TO PCF-FILE-AT-END.
033792     PERFORM SCAN-NEXT-FUND-FOR-EMP
033794         UNTIL PCF-FILE-AT-END = "Y"
033796            OR EMP-IN-USE = "Y".
033800
033900 SCAN-NEXT-REPORT-FOR-EMP.
034000     READ EXPENSE-REPORT-FILE NEXT RECORD
034100         AT END MOVE "Y" TO EXPR-FILE-AT-END.
034200     IF EXPR-FILE-AT-END NOT = "Y"
034300        AND EXPR-EMPLOYEE = HOLD-EMP-NUMBER
034400         MOVE "Y" TO EMP-IN-USE.
034500
034600 SCAN-NEXT-ADVANCE-FOR-EMP.
034700     READ ADVANCE-FILE NEXT RECORD
034800         AT END MOVE "Y" TO ADV-FILE-AT-END.
034900     IF ADV-FILE-AT-END NOT = "Y"
035000        AND ADV-EMPLOYEE = HOLD-EMP-NUMBER
035100         MOVE "Y" TO EMP-IN-USE.
035110
035120 SCAN-NEXT-CARD-FOR-EMP.
035130     READ CARDHOLDER-FILE NEXT RECORD
035140         AT END MOVE "Y" TO CRDH-FILE-AT-END.
035150     IF CRDH-FILE-AT-END NOT = "Y"
035160        AND CRDH-EMPLOYEE = HOLD-EMP-NUMBER
035170         MOVE "Y" TO EMP-IN-USE.
035175
035180 SCAN-NEXT-FUND-FOR-EMP.
035182     READ PETTY-CASH-FUND-FILE NEXT RECORD
035184         AT END MOVE "Y" TO PCF-FILE-AT-END.
035186     IF PCF-FILE-AT-END NOT = "Y"
035188        AND PCF-CUSTODIAN = HOLD-EMP-NUMBER
035190         MOVE "Y" TO EMP-IN-USE.
035200
035300 ASK-OK-TO-DELETE.
035400     PERFORM ACCEPT-OK-TO-DELETE.
035500     PERFORM RE-ACCEPT-OK-TO-DELETE
035600        UNTIL OK-TO-DELETE = "Y" OR "N".
035700
035800 ACCEPT-OK-TO-DELETE.
035900     DISPLAY "DELETE THIS RECORD (Y/N)?".
036000     ACCEPT OK-TO-DELETE.
036100     INSPECT OK-TO-DELETE
036200      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
036300
036400 RE-ACCEPT-OK-TO-DELETE.
036500     DISPLAY "YOU MUST ENTER YES OR NO".
036600     PERFORM ACCEPT-OK-TO-DELETE.
036700
036800*---------------------------------
036900* Routines shared by all modes
037000*---------------------------------
037100 INIT-EMP-RECORD.
037200     MOVE SPACE TO EMPLOYEE-RECORD.
037300     MOVE ZEROES TO EMP-NUMBER
037400                    EMP-DEPARTMENT
037500                    EMP-COMPANY
037600                    EMP-MANAGER.
037700
037800 ENTER-EMP-NUMBER.
037900     DISPLAY "ENTER EMPLOYEE NUMBER (1-99999)".
038000     DISPLAY "ENTER 0 TO EXIT".
038100     ACCEPT EMP-NUMBER-FIELD.
038200     MOVE EMP-NUMBER-FIELD TO EMP-NUMBER.
038300
038400 ENTER-EMP-NAME.
038500     PERFORM ACCEPT-EMP-NAME.
038600     PERFORM RE-ACCEPT-EMP-NAME
038700         UNTIL EMP-NAME NOT = SPACES.
038800
038900 ACCEPT-EMP-NAME.
039000     DISPLAY "ENTER EMPLOYEE NAME".
039100     ACCEPT EMP-NAME.
039200     INSPECT EMP-NAME
039300         CONVERTING LOWER-ALPHA
039400         TO         UPPER-ALPHA.
039500
039600 RE-ACCEPT-EMP-NAME.
039700     DISPLAY "NAME MUST BE ENTERED".
039800     PERFORM ACCEPT-EMP-NAME.
039900
040000 ENTER-EMP-ADDRESS-1.
040100     DISPLAY "ENTER MAILING ADDRESS FOR CHECKS".
040200     ACCEPT EMP-ADDRESS-1.
040300     INSPECT EMP-ADDRESS-1
040400         CONVERTING LOWER-ALPHA
040500         TO         UPPER-ALPHA.
040600
040700 ENTER-EMP-CITY.
040800     DISPLAY "ENTER CITY".
040900     ACCEPT EMP-CITY.
041000     INSPECT EMP-CITY
041100         CONVERTING LOWER-ALPHA
041200         TO         UPPER-ALPHA.
041300
041400 ENTER-EMP-STATE.
041500     DISPLAY "ENTER STATE".
041600     ACCEPT EMP-STATE.
041700     INSPECT EMP-STATE
041800         CONVERTING LOWER-ALPHA
041900         TO         UPPER-ALPHA.
042000
042100 ENTER-EMP-ZIP.
042200     DISPLAY "ENTER ZIP".
042300     ACCEPT EMP-ZIP.
042400
042500*---------------------------------
042600* The department must be on the
042700* department codes file.
042800*---------------------------------
042900 ENTER-EMP-DEPARTMENT.
043000     PERFORM ACCEPT-EMP-DEPARTMENT.
043100     PERFORM RE-ACCEPT-EMP-DEPARTMENT
043200         UNTIL DEPT-RECORD-FOUND = "Y".
043300
043400 ACCEPT-EMP-DEPARTMENT.
043500     DISPLAY "ENTER DEPARTMENT CODE".
043600     ACCEPT EMP-DEPARTMENT.
043700     MOVE EMP-DEPARTMENT TO DEPT-CODE.
043800     MOVE "Y" TO DEPT-RECORD-FOUND.
043900     READ DEPARTMENT-FILE RECORD
044000         INVALID KEY
044100         MOVE "N" TO DEPT-RECORD-FOUND.
044200
044300 RE-ACCEPT-EMP-DEPARTMENT.
044400     DISPLAY "DEPARTMENT NOT ON FILE".
044500     PERFORM ACCEPT-EMP-DEPARTMENT.
044600
044700 ENTER-EMP-COMPANY.
044800     DISPLAY "ENTER COMPANY CODE (0 = SIGN-ON COMPANY)".
044900     ACCEPT EMP-COMPANY.
045000
045100*---------------------------------
045200* The approving manager must be
045300* another active employee on
045400* file; zero leaves the
045500* employee with no approver, and
045600* their reports cannot be
045700* approved until one is named.
045800*---------------------------------
045900 ENTER-EMP-MANAGER.
046000     PERFORM ACCEPT-EMP-MANAGER.
046100     PERFORM RE-ACCEPT-EMP-MANAGER
046200         UNTIL MANAGER-IS-VALID = "Y".
046300
046400 ACCEPT-EMP-MANAGER.
046500     DISPLAY "ENTER APPROVING MANAGER'S EMPLOYEE NUMBER".
046600     DISPLAY "(0 FOR NONE)".
046700     ACCEPT EMP-MANAGER.
046800     PERFORM CHECK-EMP-MANAGER.
046900
047000 RE-ACCEPT-EMP-MANAGER.
047100     DISPLAY "MANAGER MUST BE ANOTHER ACTIVE EMPLOYEE".
047200     PERFORM ACCEPT-EMP-MANAGER.
047300
047400 CHECK-EMP-MANAGER.
047500     MOVE "Y" TO MANAGER-IS-VALID.
047600     IF EMP-MANAGER = EMP-NUMBER
047700         MOVE "N" TO MANAGER-IS-VALID
047800     ELSE
047900     IF EMP-MANAGER NOT = ZEROES
048000         PERFORM LOOK-UP-MANAGER.
048100
048200*---------------------------------
048300* The manager is read through
048400* the employee buffer, so the
048500* record being keyed is saved
048600* around the look-up.
048700*---------------------------------
048800 LOOK-UP-MANAGER.
048900     MOVE EMPLOYEE-RECORD TO HOLD-EMPLOYEE-RECORD.
049000     READ EMPLOYEE-FILE RECORD
049100         INVALID KEY
049200         MOVE "N" TO MANAGER-IS-VALID.
049300     IF MANAGER-IS-VALID = "Y"
049400        AND NOT EMP-IS-ACTIVE
049500         MOVE "N" TO MANAGER-IS-VALID.
049600     MOVE HOLD-EMPLOYEE-RECORD TO EMPLOYEE-RECORD.
049700
049800*---------------------------------
049900* The employee's own sign-on,
050000* blank if they have none. It
050100* must be on the operator file.
050200*---------------------------------
050300 ENTER-EMP-OPERATOR-ID.
050400     PERFORM ACCEPT-EMP-OPERATOR-ID.
050500     PERFORM RE-ACCEPT-EMP-OPERATOR-ID
050600         UNTIL SIGN-ON-ID-IS-VALID = "Y".
050700
050800 ACCEPT-EMP-OPERATOR-ID.
050900     DISPLAY "ENTER THE EMPLOYEE'S SIGN-ON ID (BLANK IF NONE)".
051000     ACCEPT EMP-OPERATOR-ID.
051100     INSPECT EMP-OPERATOR-ID
051200         CONVERTING LOWER-ALPHA
051300         TO         UPPER-ALPHA.
051400     MOVE "Y" TO SIGN-ON-ID-IS-VALID.
051500     IF EMP-OPERATOR-ID NOT = SPACES
051600         PERFORM LOOK-UP-SIGN-ON-ID.
051700
051800 RE-ACCEPT-EMP-OPERATOR-ID.
051900     DISPLAY "NO OPERATOR ON FILE WITH THAT SIGN-ON".
052000     PERFORM ACCEPT-EMP-OPERATOR-ID.
052100
052200 LOOK-UP-SIGN-ON-ID.
052300     MOVE OPERATOR-RECORD TO SAVE-OPERATOR-RECORD.
052400     MOVE EMP-OPERATOR-ID TO OPER-ID.
052500     READ OPERATOR-FILE RECORD
052600         INVALID KEY
052700         MOVE "N" TO SIGN-ON-ID-IS-VALID.
052800     MOVE SAVE-OPERATOR-RECORD TO OPERATOR-RECORD.
052900
053000 ENTER-EMP-STATUS.
053100     PERFORM ACCEPT-EMP-STATUS.
053200     PERFORM RE-ACCEPT-EMP-STATUS
053300         UNTIL EMP-STATUS-IS-VALID.
053400
053500 ACCEPT-EMP-STATUS.
053600     DISPLAY "ENTER STATUS (A = ACTIVE, I = INACTIVE)".
053700     ACCEPT EMP-STATUS.
053800     INSPECT EMP-STATUS
053900         CONVERTING LOWER-ALPHA
054000         TO         UPPER-ALPHA.
054100
054200 RE-ACCEPT-EMP-STATUS.
054300     DISPLAY "YOU MUST ENTER A OR I".
054400     PERFORM ACCEPT-EMP-STATUS.
054500
054600 GET-EXISTING-RECORD.
054700     PERFORM ACCEPT-EXISTING-KEY.
054800     PERFORM RE-ACCEPT-EXISTING-KEY
054900         UNTIL EMP-RECORD-FOUND = "Y" OR
055000               EMP-NUMBER = ZEROES.
055100
055200 ACCEPT-EXISTING-KEY.
055300     PERFORM INIT-EMP-RECORD.
055400     PERFORM ENTER-EMP-NUMBER.
055500     IF EMP-NUMBER NOT = ZEROES
055600         PERFORM READ-EMP-RECORD.
055700
055800 RE-ACCEPT-EXISTING-KEY.
055900     DISPLAY "NO RECORD FOUND WITH THAT NUMBER".
056000     PERFORM ACCEPT-EXISTING-KEY.
056100
056200 DISPLAY-ALL-FIELDS.
056300     DISPLAY "EMPLOYEE NUMBER: " EMP-NUMBER.
056400     DISPLAY "1. NAME: " EMP-NAME.
056500     DISPLAY "2. ADDRESS: " EMP-ADDRESS-1.
056600     DISPLAY "3. CITY: " EMP-CITY.
056700     DISPLAY "4. STATE: " EMP-STATE.
056800     DISPLAY "5. ZIP: " EMP-ZIP.
056900     DISPLAY "6. DEPARTMENT: " EMP-DEPARTMENT.
057000     DISPLAY "7. COMPANY: " EMP-COMPANY.
057100     DISPLAY "8. APPROVING MANAGER: " EMP-MANAGER.
057200     DISPLAY "9. SIGN-ON ID: " EMP-OPERATOR-ID.
057300     DISPLAY "10. STATUS: " EMP-STATUS.
057400
057500 READ-EMP-RECORD.
057600     MOVE "Y" TO EMP-RECORD-FOUND.
057700     READ EMPLOYEE-FILE RECORD
057800         INVALID KEY
057900         MOVE "N" TO EMP-RECORD-FOUND.
058000
058100 WRITE-EMP-RECORD.
058200     WRITE EMPLOYEE-RECORD
058300         INVALID KEY
058400         DISPLAY "RECORD ALREADY ON FILE".
058500
058600 REWRITE-EMP-RECORD.
058700     REWRITE EMPLOYEE-RECORD
058800         INVALID KEY
058900         DISPLAY "ERROR REWRITING EMPLOYEE RECORD".
059000
059100 DELETE-EMP-RECORD.
059200     DELETE EMPLOYEE-FILE RECORD
059300         INVALID KEY
059400         DISPLAY "ERROR DELETING EMPLOYEE RECORD".
059500
059600*---------------------------------
059700* Utility routines.
059800*---------------------------------
059900     COPY "PLSIGN01.CBL".

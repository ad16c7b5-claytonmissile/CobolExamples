000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RDSMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the Report Distribution
000600* File - who gets which company's
000700* or store's part of a cataloged
000800* report, and where it is sent.
000900*---------------------------------
001000 ENVIRONMENT DIVISION.
001100 INPUT-OUTPUT SECTION.
001200 FILE-CONTROL.
001300
001400     COPY "SLRDST.CBL".
001500
001600 DATA DIVISION.
001700 FILE SECTION.
001800
001900     COPY "FDRDST.CBL".
002000
002100 WORKING-STORAGE SECTION.
002200
002300 77  MENU-PICK                    PIC 9.
002400     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
002500
002600 77  THE-MODE                     PIC X(7).
002700 77  WHICH-FIELD                  PIC 9.
002800 77  OK-TO-DELETE                 PIC X.
002900 77  RDST-RECORD-FOUND            PIC X.
003000 77  RDST-BREAK-CODE-FIELD        PIC Z(2).
003100
003200     COPY "WSCASE01.CBL".
003300
003400 PROCEDURE DIVISION.
003500 PROGRAM-BEGIN.
003600     PERFORM OPENING-PROCEDURE.
003700     PERFORM MAIN-PROCESS.
003800     PERFORM CLOSING-PROCEDURE.
003900
004000 PROGRAM-EXIT.
004100     EXIT PROGRAM.
004200
004300 PROGRAM-DONE.
004400     STOP RUN.
004500
004600 OPENING-PROCEDURE.
004700     OPEN I-O RDST-FILE.
004800
004900 CLOSING-PROCEDURE.
005000     CLOSE RDST-FILE.
005100
005200 MAIN-PROCESS.
005300     PERFORM GET-MENU-PICK.
005400     PERFORM MAINTAIN-THE-FILE
005500         UNTIL MENU-PICK = 0.
005600
005700*---------------------------------
005800* MENU
005900*---------------------------------
006000 GET-MENU-PICK.
006100     PERFORM DISPLAY-THE-MENU.
006200     PERFORM ACCEPT-MENU-PICK.
006300     PERFORM RE-ACCEPT-MENU-PICK
006400         UNTIL MENU-PICK-IS-VALID.
006500
006600 DISPLAY-THE-MENU.
006700     DISPLAY "    REPORT DISTRIBUTION - PLEASE SELECT:".
006800     DISPLAY " ".
006900     DISPLAY "          1.  ADD RECORDS".
007000     DISPLAY "          2.  CHANGE A RECORD".
007100     DISPLAY "          3.  LOOK UP A RECORD".
007200     DISPLAY "          4.  DELETE A RECORD".
007300     DISPLAY " ".
007400     DISPLAY "          0.  EXIT".
007500
007600 ACCEPT-MENU-PICK.
007700     DISPLAY "YOUR CHOICE (0-4)?".
007800     ACCEPT MENU-PICK.
007900
008000 RE-ACCEPT-MENU-PICK.
008100     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
008200     PERFORM ACCEPT-MENU-PICK.
008300
008400 MAINTAIN-THE-FILE.
008500     PERFORM DO-THE-PICK.
008600     PERFORM GET-MENU-PICK.
008700
008800 DO-THE-PICK.
008900     IF MENU-PICK = 1
009000         PERFORM ADD-MODE
009100     ELSE
009200     IF MENU-PICK = 2
009300         PERFORM CHANGE-MODE
009400     ELSE
009500     IF MENU-PICK = 3
009600         PERFORM INQUIRE-MODE
009700     ELSE
009800     IF MENU-PICK = 4
009900         PERFORM DELETE-MODE.
010000
010100*---------------------------------
010200* ADD
010300*---------------------------------
010400 ADD-MODE.
010500     MOVE "ADD" TO THE-MODE.
010600     PERFORM GET-NEW-RECORD-KEY.
010700     PERFORM ADD-RECORDS
010800        UNTIL RDST-REPORT-NAME = SPACES.
010900
011000 GET-NEW-RECORD-KEY.
011100     PERFORM ACCEPT-NEW-RECORD-KEY.
011200     PERFORM RE-ACCEPT-NEW-RECORD-KEY
011300         UNTIL RDST-RECORD-FOUND = "N" OR
011400               RDST-REPORT-NAME = SPACES.
011500
011600 ACCEPT-NEW-RECORD-KEY.
011700     PERFORM INIT-RDST-RECORD.
011800     PERFORM ENTER-RDST-KEY.
011900     IF RDST-REPORT-NAME NOT = SPACES
012000         PERFORM READ-RDST-RECORD.
012100
012200 RE-ACCEPT-NEW-RECORD-KEY.
012300     DISPLAY "RECORD ALREADY ON FILE".
012400     PERFORM ACCEPT-NEW-RECORD-KEY.
012500
012600 ADD-RECORDS.
012700     PERFORM ENTER-RDST-RECIPIENT-NAME.
012800     PERFORM ENTER-RDST-BREAK-CODE.
012900     PERFORM ENTER-RDST-DEST-TYPE.
013000     PERFORM ENTER-RDST-DESTINATION.
013100     PERFORM WRITE-RDST-RECORD.
013200     PERFORM GET-NEW-RECORD-KEY.
013300
013400*---------------------------------
013500* CHANGE
013600*---------------------------------
013700 CHANGE-MODE.
013800     MOVE "CHANGE" TO THE-MODE.
013900     PERFORM GET-EXISTING-RECORD.
014000     PERFORM CHANGE-RECORDS
014100        UNTIL RDST-REPORT-NAME = SPACES.
014200
014300 CHANGE-RECORDS.
014400     PERFORM GET-FIELD-TO-CHANGE.
014500     PERFORM CHANGE-ONE-FIELD
014600         UNTIL WHICH-FIELD = ZERO.
014700     PERFORM GET-EXISTING-RECORD.
014800
014900 GET-FIELD-TO-CHANGE.
015000     PERFORM DISPLAY-ALL-FIELDS.
015100     PERFORM ASK-WHICH-FIELD.
015200
015300 ASK-WHICH-FIELD.
015400     PERFORM ACCEPT-WHICH-FIELD.
015500     PERFORM RE-ACCEPT-WHICH-FIELD
015600         UNTIL WHICH-FIELD < 5.
015700
015800 ACCEPT-WHICH-FIELD.
015900     DISPLAY "ENTER THE NUMBER OF THE FIELD".
016000     DISPLAY "TO CHANGE (1-4) OR 0 TO EXIT".
016100     ACCEPT WHICH-FIELD.
016200
016300 RE-ACCEPT-WHICH-FIELD.
016400     DISPLAY "INVALID ENTRY".
016500     PERFORM ACCEPT-WHICH-FIELD.
016600
016700 CHANGE-ONE-FIELD.
016800     PERFORM CHANGE-THIS-FIELD.
016900     PERFORM GET-FIELD-TO-CHANGE.
017000
017100 CHANGE-THIS-FIELD.
017200     IF WHICH-FIELD = 1
017300         PERFORM ENTER-RDST-RECIPIENT-NAME.
017400     IF WHICH-FIELD = 2
017500         PERFORM ENTER-RDST-BREAK-CODE.
017600     IF WHICH-FIELD = 3
017700         PERFORM ENTER-RDST-DEST-TYPE.
017800     IF WHICH-FIELD = 4
017900         PERFORM ENTER-RDST-DESTINATION.
018000
018100     PERFORM REWRITE-RDST-RECORD.
018200
018300*---------------------------------
018400* INQUIRE
018500*---------------------------------
018600 INQUIRE-MODE.
018700     MOVE "DISPLAY" TO THE-MODE.
018800     PERFORM GET-EXISTING-RECORD.
018900     PERFORM INQUIRE-RECORDS
019000        UNTIL RDST-REPORT-NAME = SPACES.
019100
019200 INQUIRE-RECORDS.
019300     PERFORM DISPLAY-ALL-FIELDS.
019400     PERFORM GET-EXISTING-RECORD.
019500
019600*---------------------------------
019700* DELETE
019800*---------------------------------
019900 DELETE-MODE.
020000     MOVE "DELETE" TO THE-MODE.
020100     PERFORM GET-EXISTING-RECORD.
020200     PERFORM DELETE-RECORDS
020300        UNTIL RDST-REPORT-NAME = SPACES.
020400
020500 DELETE-RECORDS.
020600     PERFORM DISPLAY-ALL-FIELDS.
020700     PERFORM ASK-OK-TO-DELETE.
020800     IF OK-TO-DELETE = "Y"
020900         PERFORM DELETE-RDST-RECORD.
021000     PERFORM GET-EXISTING-RECORD.
021100
021200 ASK-OK-TO-DELETE.
021300     PERFORM ACCEPT-OK-TO-DELETE.
021400     PERFORM RE-ACCEPT-OK-TO-DELETE
021500        UNTIL OK-TO-DELETE = "Y" OR "N".
021600
021700 ACCEPT-OK-TO-DELETE.
021800     DISPLAY "DELETE THIS RECORD (Y/N)?".
021900     ACCEPT OK-TO-DELETE.
022000     INSPECT OK-TO-DELETE
022100      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
022200
022300 RE-ACCEPT-OK-TO-DELETE.
022400     DISPLAY "YOU MUST ENTER YES OR NO".
022500     PERFORM ACCEPT-OK-TO-DELETE.
022600
022700*---------------------------------
022800* Routines shared by all modes
022900*---------------------------------
023000 INIT-RDST-RECORD.
023100     MOVE SPACE TO RDST-RECORD.
023200     MOVE ZEROES TO RDST-BREAK-CODE
023300                    RDST-LAST-RUN-NUMBER
023400                    RDST-LAST-DELIVERED-DATE
023500                    RDST-LAST-DELIVERED-TIME
023600                    RDST-LAST-LINE-COUNT.
023700
023800 ENTER-RDST-KEY.
023900     PERFORM ENTER-RDST-REPORT-NAME.
024000     IF RDST-REPORT-NAME NOT = SPACES
024100         PERFORM ENTER-RDST-RECIPIENT.
024200
024300 ENTER-RDST-REPORT-NAME.
024400     DISPLAY "ENTER REPORT PROGRAM NAME (E.G. AGERPT01)".
024500     DISPLAY "ENTER BLANK TO EXIT".
024600     ACCEPT RDST-REPORT-NAME.
024700     INSPECT RDST-REPORT-NAME
024800       CONVERTING LOWER-ALPHA
024900       TO         UPPER-ALPHA.
025000
025100 ENTER-RDST-RECIPIENT.
025200     PERFORM ACCEPT-RDST-RECIPIENT.
025300     PERFORM RE-ACCEPT-RDST-RECIPIENT
025400         UNTIL RDST-RECIPIENT NOT = SPACES.
025500
025600 ACCEPT-RDST-RECIPIENT.
025700     DISPLAY "ENTER RECIPIENT ID".
025800     ACCEPT RDST-RECIPIENT.
025900     INSPECT RDST-RECIPIENT
026000       CONVERTING LOWER-ALPHA
026100       TO         UPPER-ALPHA.
026200
026300 RE-ACCEPT-RDST-RECIPIENT.
026400     DISPLAY "A RECIPIENT ID MUST BE ENTERED".
026500     PERFORM ACCEPT-RDST-RECIPIENT.
026600
026700 ENTER-RDST-RECIPIENT-NAME.
026800     DISPLAY "ENTER RECIPIENT NAME".
026900     ACCEPT RDST-RECIPIENT-NAME.
027000     INSPECT RDST-RECIPIENT-NAME
027100       CONVERTING LOWER-ALPHA
027200       TO         UPPER-ALPHA.
027300
027400 ENTER-RDST-BREAK-CODE.
027500     DISPLAY "ENTER COMPANY OR STORE CODE TO RECEIVE (1-99)".
027600     DISPLAY "OR 0 FOR THE WHOLE REPORT".
027700     ACCEPT RDST-BREAK-CODE-FIELD.
027800     MOVE RDST-BREAK-CODE-FIELD TO RDST-BREAK-CODE.
027900
028000 ENTER-RDST-DEST-TYPE.
028100     PERFORM ACCEPT-RDST-DEST-TYPE.
028200     PERFORM RE-ACCEPT-RDST-DEST-TYPE
028300         UNTIL RDST-DEST-TYPE-IS-VALID.
028400
028500 ACCEPT-RDST-DEST-TYPE.
028600     DISPLAY "SEND TO P)RINTER, S)POOL FILE OR E)-MAIL DROP?".
028700     ACCEPT RDST-DEST-TYPE.
028800     INSPECT RDST-DEST-TYPE
028900       CONVERTING LOWER-ALPHA
029000       TO         UPPER-ALPHA.
029100
029200 RE-ACCEPT-RDST-DEST-TYPE.
029300     DISPLAY "YOU MUST ENTER P, S OR E".
029400     PERFORM ACCEPT-RDST-DEST-TYPE.
029500
029600 ENTER-RDST-DESTINATION.
029700     IF RDST-TO-PRINTER
029800         MOVE SPACES TO RDST-DESTINATION
029900     ELSE
030000         PERFORM GET-RDST-DESTINATION.
030100
030200 GET-RDST-DESTINATION.
030300     PERFORM ACCEPT-RDST-DESTINATION.
030400     PERFORM RE-ACCEPT-RDST-DESTINATION
030500         UNTIL RDST-DESTINATION NOT = SPACES.
030600
030700 ACCEPT-RDST-DESTINATION.
030800     IF RDST-TO-SPOOL-FILE
030900         DISPLAY "ENTER SPOOL FILE NAME"
031000     ELSE
031100         DISPLAY "ENTER E-MAIL DROP FOLDER".
031200     ACCEPT RDST-DESTINATION.
031300
031400 RE-ACCEPT-RDST-DESTINATION.
031500     DISPLAY "A DESTINATION MUST BE ENTERED".
031600     PERFORM ACCEPT-RDST-DESTINATION.
031700
031800 GET-EXISTING-RECORD.
031900     PERFORM ACCEPT-EXISTING-KEY.
032000     PERFORM RE-ACCEPT-EXISTING-KEY
032100         UNTIL RDST-RECORD-FOUND = "Y" OR
032200               RDST-REPORT-NAME = SPACES.
032300
032400 ACCEPT-EXISTING-KEY.
032500     PERFORM INIT-RDST-RECORD.
032600     PERFORM ENTER-RDST-KEY.
032700     IF RDST-REPORT-NAME NOT = SPACES
032800         PERFORM READ-RDST-RECORD.
032900
033000 RE-ACCEPT-EXISTING-KEY.
033100     DISPLAY "NO RECORD FOUND FOR THAT REPORT AND RECIPIENT".
033200     PERFORM ACCEPT-EXISTING-KEY.
033300
033400 DISPLAY-ALL-FIELDS.
033500     DISPLAY "REPORT: " RDST-REPORT-NAME
033600             "  RECIPIENT: " RDST-RECIPIENT.
033700     DISPLAY "1. NAME: " RDST-RECIPIENT-NAME.
033800     DISPLAY "2. COMPANY/STORE (0 = ALL): " RDST-BREAK-CODE.
033900     DISPLAY "3. SEND TO (P/S/E): " RDST-DEST-TYPE.
034000     DISPLAY "4. DESTINATION: " RDST-DESTINATION.
034100     DISPLAY "   LAST RUN DELIVERED: " RDST-LAST-RUN-NUMBER
034200             " ON " RDST-LAST-DELIVERED-DATE
034300             " " RDST-LAST-DELIVERED-TIME
034400             " (" RDST-LAST-LINE-COUNT " LINES)".
034500
034600 READ-RDST-RECORD.
034700     MOVE "Y" TO RDST-RECORD-FOUND.
034800     READ RDST-FILE RECORD
034900         INVALID KEY
035000         MOVE "N" TO RDST-RECORD-FOUND.
035100
035200 WRITE-RDST-RECORD.
035300     WRITE RDST-RECORD
035400         INVALID KEY
035500         DISPLAY "RECORD ALREADY ON FILE".
035600
035700 REWRITE-RDST-RECORD.
035800     REWRITE RDST-RECORD
035900         INVALID KEY
036000         DISPLAY "ERROR REWRITING RECORD".
036100
036200 DELETE-RDST-RECORD.
036300     DELETE RDST-FILE RECORD
036400         INVALID KEY
036500         DISPLAY "ERROR DELETING RECORD".

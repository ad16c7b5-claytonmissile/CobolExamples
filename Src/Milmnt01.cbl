000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MILMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the Mileage Rate File.
000600*
000700* One record per rate change,
000800* keyed by the date it takes
000900* effect. A mileage line on an
001000* expense report is paid at the
001100* rate with the latest
001200* effective date on or before
001300* the day the miles were
001400* driven, so old rates are kept
001500* for late reports.
001600*---------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
002000
002100     COPY "SLMILE.CBL".
002200
002300     COPY "SLOPER.CBL".
002400
002500     COPY "SLSONLOG.CBL".
002600
002700     COPY "SLSESS.CBL".
002800
002900 DATA DIVISION.
003000 FILE SECTION.
003100
003200     COPY "FDMILE.CBL".
003300
003400     COPY "FDOPER.CBL".
003500
003600     COPY "FDSONLOG.CBL".
003700
003800     COPY "FDSESS.CBL".
003900
004000 WORKING-STORAGE SECTION.
004100
004200 77  MENU-PICK                    PIC 9.
004300     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
004400
004500 77  THE-MODE                     PIC X(7).
004600 77  OK-TO-DELETE                 PIC X.
004700 77  MILE-RECORD-FOUND            PIC X.
004800 77  MILE-RATE-FIELD              PIC 9(4).
004900 01  RATE-DISPLAY                 PIC 9.999.
005000 01  DATE-DISPLAY                 PIC Z9/99/9999.
005100
005200     COPY "WSCASE01.CBL".
005300
005400     COPY "WSDATE01.CBL".
005500
005600     COPY "WSAUDIT01.CBL".
005700
005800     COPY "WSSIGN01.CBL".
005900
006000 PROCEDURE DIVISION.
006100 PROGRAM-BEGIN.
006200     PERFORM OPENING-PROCEDURE.
006300     MOVE "MILMNT01" TO SIGN-ON-PROGRAM.
006400     PERFORM GET-OPERATOR-SIGN-ON.
006500     IF OPERATOR-IS-SIGNED-ON
006600        AND SIGN-ON-CAN-MAINT = "Y"
006700         PERFORM MAIN-PROCESS
006800     ELSE
006900     IF OPERATOR-IS-SIGNED-ON
007000         DISPLAY "YOU ARE NOT AUTHORIZED FOR MILEAGE RATE"
007100         DISPLAY "MAINTENANCE".
007200     PERFORM CLOSING-PROCEDURE.
007300
007400 PROGRAM-EXIT.
007500     EXIT PROGRAM.
007600
007700 PROGRAM-DONE.
007800     STOP RUN.
007900
008000 OPENING-PROCEDURE.
008100     OPEN I-O OPERATOR-FILE.
008200     OPEN I-O MILEAGE-RATE-FILE.
008300
008400 CLOSING-PROCEDURE.
008500     CLOSE OPERATOR-FILE.
008600     CLOSE MILEAGE-RATE-FILE.
008700
008800 MAIN-PROCESS.
008900     PERFORM GET-MENU-PICK.
009000     PERFORM MAINTAIN-THE-FILE
009100         UNTIL MENU-PICK = 0.
009200
009300*---------------------------------
009400* MENU
009500*---------------------------------
009600 GET-MENU-PICK.
009700     PERFORM DISPLAY-THE-MENU.
009800     PERFORM ACCEPT-MENU-PICK.
009900     PERFORM RE-ACCEPT-MENU-PICK
010000         UNTIL MENU-PICK-IS-VALID.
010100
010200 DISPLAY-THE-MENU.
010300     DISPLAY "    MILEAGE RATES - PLEASE SELECT:".
010400     DISPLAY " ".
010500     DISPLAY "          1.  ADD RECORDS".
010600     DISPLAY "          2.  CHANGE A RECORD".
010700     DISPLAY "          3.  LOOK UP A RECORD".
010800     DISPLAY "          4.  DELETE A RECORD".
010900     DISPLAY " ".
011000     DISPLAY "          0.  EXIT".
011100
011200 ACCEPT-MENU-PICK.
011300     DISPLAY "YOUR CHOICE (0-4)?".
011400     ACCEPT MENU-PICK.
011500
011600 RE-ACCEPT-MENU-PICK.
011700     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
011800     PERFORM ACCEPT-MENU-PICK.
011900
012000 MAINTAIN-THE-FILE.
012100     PERFORM DO-THE-PICK.
012200     PERFORM GET-MENU-PICK.
012300
012400 DO-THE-PICK.
012500     IF MENU-PICK = 1
012600         PERFORM ADD-MODE
012700     ELSE
012800     IF MENU-PICK = 2
012900         PERFORM CHANGE-MODE
013000     ELSE
013100     IF MENU-PICK = 3
013200         PERFORM INQUIRE-MODE
013300     ELSE
013400     IF MENU-PICK = 4
013500         PERFORM DELETE-MODE.
013600
013700*---------------------------------
013800* ADD
013900*---------------------------------
014000 ADD-MODE.
014100     MOVE "ADD" TO THE-MODE.
014200     PERFORM GET-NEW-RECORD-KEY.
014300     PERFORM ADD-RECORDS
014400        UNTIL MILE-EFFECTIVE-DATE = ZEROES.
014500
014600 GET-NEW-RECORD-KEY.
014700     PERFORM ACCEPT-NEW-RECORD-KEY.
014800     PERFORM RE-ACCEPT-NEW-RECORD-KEY
014900         UNTIL MILE-RECORD-FOUND = "N" OR
015000               MILE-EFFECTIVE-DATE = ZEROES.
015100
015200 ACCEPT-NEW-RECORD-KEY.
015300     PERFORM INIT-MILE-RECORD.
015400     PERFORM ENTER-MILE-EFFECTIVE-DATE.
015500     IF MILE-EFFECTIVE-DATE NOT = ZEROES
015600         PERFORM READ-MILE-RECORD.
015700
015800 RE-ACCEPT-NEW-RECORD-KEY.
015900     DISPLAY "A RATE IS ALREADY ON FILE FOR THAT DATE".
016000     PERFORM ACCEPT-NEW-RECORD-KEY.
016100
016200 ADD-RECORDS.
016300     PERFORM ENTER-MILE-RATE.
016400     PERFORM WRITE-MILE-RECORD.
016500     PERFORM GET-NEW-RECORD-KEY.
016600
016700*---------------------------------
016800* CHANGE
016900*---------------------------------
017000 CHANGE-MODE.
017100     MOVE "CHANGE" TO THE-MODE.
017200     PERFORM GET-EXISTING-RECORD.
017300     PERFORM CHANGE-RECORDS
017400        UNTIL MILE-EFFECTIVE-DATE = ZEROES.
017500
017600 CHANGE-RECORDS.
017700     PERFORM DISPLAY-ALL-FIELDS.
017800     PERFORM ENTER-MILE-RATE.
017900     PERFORM REWRITE-MILE-RECORD.
018000     PERFORM GET-EXISTING-RECORD.
018100
018200*---------------------------------
018300* INQUIRE
018400*---------------------------------
018500 INQUIRE-MODE.
018600     MOVE "DISPLAY" TO THE-MODE.
018700     PERFORM GET-EXISTING-RECORD.
018800     PERFORM INQUIRE-RECORDS
018900        UNTIL MILE-EFFECTIVE-DATE = ZEROES.
019000
019100 INQUIRE-RECORDS.
019200     PERFORM DISPLAY-ALL-FIELDS.
019300     PERFORM GET-EXISTING-RECORD.
019400
019500*---------------------------------
019600* DELETE
019700*---------------------------------
019800 DELETE-MODE.
019900     MOVE "DELETE" TO THE-MODE.
020000     PERFORM GET-EXISTING-RECORD.
020100     PERFORM DELETE-RECORDS
020200        UNTIL MILE-EFFECTIVE-DATE = ZEROES.
020300
020400 DELETE-RECORDS.
020500     PERFORM DISPLAY-ALL-FIELDS.
020600     PERFORM ASK-OK-TO-DELETE.
020700     IF OK-TO-DELETE = "Y"
020800         PERFORM DELETE-MILE-RECORD.
020900     PERFORM GET-EXISTING-RECORD.
021000
021100 ASK-OK-TO-DELETE.
021200     PERFORM ACCEPT-OK-TO-DELETE.
021300     PERFORM RE-ACCEPT-OK-TO-DELETE
021400        UNTIL OK-TO-DELETE = "Y" OR "N".
021500
021600 ACCEPT-OK-TO-DELETE.
021700     DISPLAY "DELETE THIS RECORD (Y/N)?".
021800     ACCEPT OK-TO-DELETE.
021900     INSPECT OK-TO-DELETE
022000      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
022100
022200 RE-ACCEPT-OK-TO-DELETE.
022300     DISPLAY "YOU MUST ENTER YES OR NO".
022400     PERFORM ACCEPT-OK-TO-DELETE.
022500
022600*---------------------------------
022700* Routines shared by all modes
022800*---------------------------------
022900 INIT-MILE-RECORD.
023000     MOVE ZEROES TO MILEAGE-RATE-RECORD.
023100
023200 ENTER-MILE-EFFECTIVE-DATE.
023300     MOVE "Y" TO ZERO-DATE-IS-OK.
023400     MOVE "ENTER EFFECTIVE DATE (MM/DD/CCYY), 0 TO EXIT"
023500         TO DATE-PROMPT.
023600     PERFORM GET-A-DATE.
023700     MOVE DATE-CCYYMMDD TO MILE-EFFECTIVE-DATE.
023800
023900*---------------------------------
024000* The rate is keyed in tenths of
024100* a cent with no decimal point -
024200* 0655 is 65.5 cents a mile.
024300*---------------------------------
024400 ENTER-MILE-RATE.
024500     PERFORM ACCEPT-MILE-RATE.
024600     PERFORM RE-ACCEPT-MILE-RATE
024700         UNTIL MILE-RATE NOT = ZEROES.
024800
024900 ACCEPT-MILE-RATE.
025000     DISPLAY "ENTER RATE PER MILE IN THOUSANDTHS".
025100     DISPLAY "OF A DOLLAR (0655 = .655)".
025200     ACCEPT MILE-RATE-FIELD.
025300     COMPUTE MILE-RATE = MILE-RATE-FIELD / 1000.
025400
025500 RE-ACCEPT-MILE-RATE.
025600     DISPLAY "RATE MUST BE ENTERED".
025700     PERFORM ACCEPT-MILE-RATE.
025800
025900 GET-EXISTING-RECORD.
026000     PERFORM ACCEPT-EXISTING-KEY.
026100     PERFORM RE-ACCEPT-EXISTING-KEY
026200         UNTIL MILE-RECORD-FOUND = "Y" OR
026300               MILE-EFFECTIVE-DATE = ZEROES.
026400
026500 ACCEPT-EXISTING-KEY.
026600     PERFORM INIT-MILE-RECORD.
026700     PERFORM ENTER-MILE-EFFECTIVE-DATE.
026800     IF MILE-EFFECTIVE-DATE NOT = ZEROES
026900         PERFORM READ-MILE-RECORD.
027000
027100 RE-ACCEPT-EXISTING-KEY.
027200     DISPLAY "NO RATE FOUND FOR THAT DATE".
027300     PERFORM ACCEPT-EXISTING-KEY.
027400
027500 DISPLAY-ALL-FIELDS.
027600     MOVE MILE-EFFECTIVE-DATE TO DATE-CCYYMMDD.
027700     PERFORM CONVERT-TO-MMDDCCYY.
027800     MOVE DATE-MMDDCCYY TO DATE-DISPLAY.
027900     DISPLAY "EFFECTIVE DATE: " DATE-DISPLAY.
028000     MOVE MILE-RATE TO RATE-DISPLAY.
028100     DISPLAY "RATE PER MILE: " RATE-DISPLAY.
028200
028300 READ-MILE-RECORD.
028400     MOVE "Y" TO MILE-RECORD-FOUND.
028500     READ MILEAGE-RATE-FILE RECORD
028600         INVALID KEY
028700         MOVE "N" TO MILE-RECORD-FOUND.
028800
028900 WRITE-MILE-RECORD.
029000     WRITE MILEAGE-RATE-RECORD
029100         INVALID KEY
029200         DISPLAY "RECORD ALREADY ON FILE".
029300
029400 REWRITE-MILE-RECORD.
029500     REWRITE MILEAGE-RATE-RECORD
029600         INVALID KEY
029700         DISPLAY "ERROR REWRITING MILEAGE RATE".
029800
029900 DELETE-MILE-RECORD.
030000     DELETE MILEAGE-RATE-FILE RECORD
030100         INVALID KEY
030200         DISPLAY "ERROR DELETING MILEAGE RATE".
030300
030400*---------------------------------
030500* Utility routines.
030600*---------------------------------
030700     COPY "PLDATE01.CBL".
030800     COPY "PLSIGN01.CBL".

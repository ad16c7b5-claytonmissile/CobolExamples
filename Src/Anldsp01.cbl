000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ANLDSP01.
000300*---------------------------------
000400* Payment analytics finding
000500* disposition.
000600*
000700* Works through the findings the
000800* monthly analytics run
000900* (ANLRUN01) has raised - every
001000* open one, or those of one test
001100* - and lets the auditor record
001200* what each turned out to be:
001300* explained, an exception
001400* referred for action, or a
001500* false positive. Every
001600* disposition takes a note, and
001700* the auditor and date are kept
001800* with the finding. Findings
001900* already dispositioned can be
002000* brought back and reopened.
002100*---------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500
002600     COPY "SLANFND.CBL".
002700
002800     COPY "SLVND02.CBL".
002900
003000     COPY "SLOPER.CBL".
003100
003200     COPY "SLSONLOG.CBL".
003300
003400     COPY "SLSESS.CBL".
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800
003900     COPY "FDANFND.CBL".
004000
004100     COPY "FDVND04.CBL".
004200
004300     COPY "FDOPER.CBL".
004400
004500     COPY "FDSONLOG.CBL".
004600
004700     COPY "FDSESS.CBL".
004800
004900 WORKING-STORAGE SECTION.
005000
005100 77  REVIEW-TEST             PIC X(2).
005200     88  REVIEW-TEST-IS-VALID    VALUES "SP" "RD" "BF"
005300                                        "SD" "BK" "AD" "  ".
005400 77  REVIEW-INCLUDE-DONE     PIC X.
005500 77  REVIEW-ACTION           PIC X.
005600     88  REVIEW-ACTION-IS-VALID  VALUES "E" "X" "F" "O"
005700                                        "S" "Q".
005800 77  REVIEW-NOTE             PIC X(40).
005900 77  REVIEW-QUIT             PIC X.
006000 77  FINDING-FILE-AT-END     PIC X.
006100 77  VENDOR-RECORD-FOUND     PIC X.
006200 77  TODAY-CCYYMMDD          PIC 9(8).
006300 77  DISPOSED-COUNT          PIC 9(5).
006400 77  REOPENED-COUNT          PIC 9(5).
006500 01  FINDING-TEST-WORDS      PIC X(36).
006600 01  FINDING-STATUS-WORDS    PIC X(12).
006700 01  FINDING-AMOUNT-DISPLAY  PIC ZZ,ZZZ,ZZ9.99-.
006800 01  FINDING-DATE-DISPLAY    PIC Z9/99/9999.
006900
007000     COPY "WSCASE01.CBL".
007100
007200     COPY "WSAUDIT01.CBL".
007300
007400     COPY "WSSIGN01.CBL".
007500
007600     COPY "WSDATE01.CBL".
007700
007800 PROCEDURE DIVISION.
007900 PROGRAM-BEGIN.
008000     PERFORM OPENING-PROCEDURE.
008100     MOVE "ANLDSP01" TO SIGN-ON-PROGRAM.
008200     PERFORM GET-OPERATOR-SIGN-ON.
008300     IF OPERATOR-IS-SIGNED-ON
008400        AND SIGN-ON-CAN-UTILITY = "Y"
008500         PERFORM MAIN-PROCESS
008600     ELSE
008700     IF OPERATOR-IS-SIGNED-ON
008800         DISPLAY "YOU ARE NOT AUTHORIZED FOR UTILITIES".
008900     PERFORM CLOSING-PROCEDURE.
009000
009100 PROGRAM-EXIT.
009200     EXIT PROGRAM.
009300
009400 PROGRAM-DONE.
009500     STOP RUN.
009600
009700 OPENING-PROCEDURE.
009800     OPEN I-O OPERATOR-FILE.
009900     OPEN I-O ANALYTICS-FINDING-FILE.
010000     OPEN INPUT VENDOR-FILE.
010100
010200 CLOSING-PROCEDURE.
010300     CLOSE OPERATOR-FILE.
010400     CLOSE ANALYTICS-FINDING-FILE.
010500     CLOSE VENDOR-FILE.
010600
010700 MAIN-PROCESS.
010800     COMPUTE TODAY-CCYYMMDD =
010900         FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)).
011000     MOVE ZEROES TO DISPOSED-COUNT
011100                    REOPENED-COUNT.
011200     PERFORM GET-REVIEW-TEST.
011300     PERFORM GET-REVIEW-INCLUDE-DONE.
011400     MOVE "N" TO REVIEW-QUIT.
011500     MOVE "N" TO FINDING-FILE-AT-END.
011600     MOVE REVIEW-TEST TO AFND-TEST.
011700     MOVE SPACE TO AFND-SUBJECT.
011800     START ANALYTICS-FINDING-FILE KEY NOT < AFND-KEY
011900         INVALID KEY
012000         MOVE "Y" TO FINDING-FILE-AT-END.
012100     PERFORM REVIEW-NEXT-FINDING
012200         UNTIL FINDING-FILE-AT-END = "Y"
012300            OR REVIEW-QUIT = "Y".
012400     DISPLAY DISPOSED-COUNT " FINDINGS DISPOSITIONED, "
012500             REOPENED-COUNT " REOPENED".
012600
012700 GET-REVIEW-TEST.
012800     PERFORM ACCEPT-REVIEW-TEST.
012900     PERFORM RE-ACCEPT-REVIEW-TEST
013000         UNTIL REVIEW-TEST-IS-VALID.
013100
013200 ACCEPT-REVIEW-TEST.
013300     DISPLAY "TEST TO REVIEW - SP SPLIT, RD ROUND,".
013400     DISPLAY "BF LEADING DIGIT, SD ONE OPERATOR,".
013500     DISPLAY "BK SHARED BANK, AD ADDRESS/PHONE".
013600     DISPLAY "(BLANK = EVERY TEST)?".
013700     ACCEPT REVIEW-TEST.
013800     INSPECT REVIEW-TEST
013900         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
014000
014100 RE-ACCEPT-REVIEW-TEST.
014200     DISPLAY "INVALID ENTRY".
014300     PERFORM ACCEPT-REVIEW-TEST.
014400
014500 GET-REVIEW-INCLUDE-DONE.
014600     PERFORM ACCEPT-REVIEW-INCLUDE-DONE.
014700     PERFORM RE-ACCEPT-REVIEW-INCLUDE-DONE
014800         UNTIL REVIEW-INCLUDE-DONE = "Y" OR "N".
014900
015000 ACCEPT-REVIEW-INCLUDE-DONE.
015100     DISPLAY "INCLUDE FINDINGS ALREADY DISPOSITIONED".
015200     DISPLAY "(Y/N)?".
015300     ACCEPT REVIEW-INCLUDE-DONE.
015400     INSPECT REVIEW-INCLUDE-DONE
015500         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
015600
015700 RE-ACCEPT-REVIEW-INCLUDE-DONE.
015800     DISPLAY "YOU MUST ENTER YES OR NO".
015900     PERFORM ACCEPT-REVIEW-INCLUDE-DONE.
016000
016100 REVIEW-NEXT-FINDING.
016200     READ ANALYTICS-FINDING-FILE NEXT RECORD
016300         AT END MOVE "Y" TO FINDING-FILE-AT-END.
016400     IF FINDING-FILE-AT-END = "N"
016500        AND REVIEW-TEST NOT = SPACES
016600        AND AFND-TEST NOT = REVIEW-TEST
016700         MOVE "Y" TO FINDING-FILE-AT-END.
016800     IF FINDING-FILE-AT-END = "N"
016900        AND (AFND-IS-OPEN OR REVIEW-INCLUDE-DONE = "Y")
017000         PERFORM REVIEW-THIS-FINDING.
017100
017200 REVIEW-THIS-FINDING.
017300     PERFORM DISPLAY-THE-FINDING.
017400     PERFORM GET-REVIEW-ACTION.
017500     IF REVIEW-ACTION = "Q"
017600         MOVE "Y" TO REVIEW-QUIT
017700     ELSE
017800     IF REVIEW-ACTION = "O" AND AFND-IS-OPEN
017900         DISPLAY "THE FINDING IS ALREADY OPEN"
018000     ELSE
018100     IF REVIEW-ACTION NOT = "S"
018200         PERFORM RECORD-THE-DISPOSITION.
018300
018400 DISPLAY-THE-FINDING.
018500     DISPLAY " ".
018600     PERFORM SET-FINDING-TEST-WORDS.
018700     PERFORM SET-FINDING-STATUS-WORDS.
018800     DISPLAY "TEST:         " FINDING-TEST-WORDS.
018900     MOVE AFND-VENDOR TO VENDOR-NUMBER.
019000     PERFORM READ-VENDOR-RECORD.
019100     IF VENDOR-RECORD-FOUND = "Y"
019200         DISPLAY "VENDOR:       " AFND-VENDOR " " VENDOR-NAME
019300     ELSE
019400         DISPLAY "VENDOR:       " AFND-VENDOR
019500                 " (NO LONGER ON FILE)".
019600     IF AFND-VOUCHER NOT = ZEROES
019700         DISPLAY "VOUCHER:      " AFND-VOUCHER.
019800     IF AFND-AMOUNT NOT = ZEROES
019900         MOVE AFND-AMOUNT TO FINDING-AMOUNT-DISPLAY
020000         DISPLAY "AMOUNT:       " FINDING-AMOUNT-DISPLAY.
020100     DISPLAY "FINDING:      " AFND-DETAIL.
020200     MOVE AFND-PERIOD-FROM TO DATE-CCYYMMDD.
020300     PERFORM FORMAT-THE-DATE.
020400     MOVE FORMATTED-DATE TO FINDING-DATE-DISPLAY.
020500     DISPLAY "PERIOD FROM:  " FINDING-DATE-DISPLAY.
020600     MOVE AFND-PERIOD-TO TO DATE-CCYYMMDD.
020700     PERFORM FORMAT-THE-DATE.
020800     MOVE FORMATTED-DATE TO FINDING-DATE-DISPLAY.
020900     DISPLAY "PERIOD TO:    " FINDING-DATE-DISPLAY.
021000     MOVE AFND-FOUND-DATE TO DATE-CCYYMMDD.
021100     PERFORM FORMAT-THE-DATE.
021200     MOVE FORMATTED-DATE TO FINDING-DATE-DISPLAY.
021300     DISPLAY "FIRST FOUND:  " FINDING-DATE-DISPLAY.
021400     DISPLAY "STATUS:       " FINDING-STATUS-WORDS.
021500     IF NOT AFND-IS-OPEN
021600        OR AFND-DISPOSED-BY NOT = SPACES
021700         PERFORM DISPLAY-LAST-DISPOSITION.
021800
021900 DISPLAY-LAST-DISPOSITION.
022000     MOVE AFND-DISPOSED-DATE TO DATE-CCYYMMDD.
022100     PERFORM FORMAT-THE-DATE.
022200     MOVE FORMATTED-DATE TO FINDING-DATE-DISPLAY.
022300     DISPLAY "LAST SET:     " FINDING-DATE-DISPLAY " BY "
022400             AFND-DISPOSED-BY.
022500     DISPLAY "NOTE:         " AFND-DISPOSED-NOTE.
022600
022700 SET-FINDING-TEST-WORDS.
022800     IF AFND-IS-SPLIT
022900         MOVE "SPLIT UNDER APPROVAL THRESHOLD"
023000             TO FINDING-TEST-WORDS
023100     ELSE
023200     IF AFND-IS-ROUND
023300         MOVE "ROUND-DOLLAR INVOICE" TO FINDING-TEST-WORDS
023400     ELSE
023500     IF AFND-IS-BENFORD
023600         MOVE "LEADING-DIGIT OUTLIER" TO FINDING-TEST-WORDS
023700     ELSE
023800     IF AFND-IS-SAME-OPER
023900         MOVE "ENTERED AND APPROVED BY ONE OPERATOR"
024000             TO FINDING-TEST-WORDS
024100     ELSE
024200     IF AFND-IS-BANK
024300         MOVE "BANK ACCOUNT SHARED BY VENDORS"
024400             TO FINDING-TEST-WORDS
024500     ELSE
024600         MOVE "ADDRESS/PHONE MATCHES A REMIT-TO"
024700             TO FINDING-TEST-WORDS.
024800
024900 SET-FINDING-STATUS-WORDS.
025000     IF AFND-IS-OPEN
025100         MOVE "OPEN" TO FINDING-STATUS-WORDS
025200     ELSE
025300     IF AFND-IS-EXPLAINED
025400         MOVE "EXPLAINED" TO FINDING-STATUS-WORDS
025500     ELSE
025600     IF AFND-IS-EXCEPTION
025700         MOVE "EXCEPTION" TO FINDING-STATUS-WORDS
025800     ELSE
025900         MOVE "FALSE POS" TO FINDING-STATUS-WORDS.
026000
026100 GET-REVIEW-ACTION.
026200     PERFORM ACCEPT-REVIEW-ACTION.
026300     PERFORM RE-ACCEPT-REVIEW-ACTION
026400         UNTIL REVIEW-ACTION-IS-VALID.
026500
026600 ACCEPT-REVIEW-ACTION.
026700     DISPLAY "E=EXPLAINED, X=EXCEPTION (REFER),".
026800     DISPLAY "F=FALSE POSITIVE, O=REOPEN, S=SKIP,".
026900     DISPLAY "Q=QUIT?".
027000     ACCEPT REVIEW-ACTION.
027100     INSPECT REVIEW-ACTION
027200         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
027300
027400 RE-ACCEPT-REVIEW-ACTION.
027500     DISPLAY "INVALID ENTRY".
027600     PERFORM ACCEPT-REVIEW-ACTION.
027700
027800 GET-REVIEW-NOTE.
027900     PERFORM ACCEPT-REVIEW-NOTE.
028000     PERFORM RE-ACCEPT-REVIEW-NOTE
028100         UNTIL REVIEW-NOTE NOT = SPACES.
028200
028300 ACCEPT-REVIEW-NOTE.
028400     DISPLAY "ENTER A NOTE FOR THE DISPOSITION".
028500     ACCEPT REVIEW-NOTE.
028600     INSPECT REVIEW-NOTE
028700         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
028800
028900 RE-ACCEPT-REVIEW-NOTE.
029000     DISPLAY "A NOTE MUST BE ENTERED".
029100     PERFORM ACCEPT-REVIEW-NOTE.
029200
029300*---------------------------------
029400* The record just read is
029500* rewritten in place, so the
029600* scan carries on from it.
029700*---------------------------------
029800 RECORD-THE-DISPOSITION.
029900     PERFORM GET-REVIEW-NOTE.
030000     MOVE REVIEW-ACTION TO AFND-DISPOSITION.
030100     MOVE AUDIT-EVENT-OPERATOR-ID TO AFND-DISPOSED-BY.
030200     MOVE TODAY-CCYYMMDD TO AFND-DISPOSED-DATE.
030300     MOVE REVIEW-NOTE TO AFND-DISPOSED-NOTE.
030400     REWRITE ANALYTICS-FINDING-RECORD
030500         INVALID KEY
030600         DISPLAY "ERROR REWRITING ANALYTICS FINDING".
030700     IF REVIEW-ACTION = "O"
030800         ADD 1 TO REOPENED-COUNT
030900     ELSE
031000         ADD 1 TO DISPOSED-COUNT.
031100
031200 READ-VENDOR-RECORD.
031300     MOVE "Y" TO VENDOR-RECORD-FOUND.
031400     READ VENDOR-FILE RECORD
031500         INVALID KEY
031600         MOVE "N" TO VENDOR-RECORD-FOUND.
031700
031800*---------------------------------
031900* Utility routines.
032000*---------------------------------
032100     COPY "PLSIGN01.CBL".
032200     COPY "PLDATE01.CBL".

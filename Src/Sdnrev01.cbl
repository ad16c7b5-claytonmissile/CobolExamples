000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SDNREV01.
000300*---------------------------------
000400* Sanctions match review.
000500*
000600* Works through the review queue
000700* the screening run and vendor
000800* entry fill - every open possible
000900* match of a vendor to a party
001000* on the OFAC list, or every
001100* match of one vendor when a
001200* vendor number is given. Each
001300* is shown with the vendor and
001400* the listed party's aliases
001500* and addresses, and is
001600* cleared as a false match,
001700* confirmed as a true one, or
001800* skipped. Clearing or
001900* confirming takes a reason,
002000* and the reviewer and date are
002100* kept with the match.
002200* A vendor stays on payment hold
002300* while any match is open or
002400* confirmed; clearing the last
002500* one releases it. A confirmed
002600* match is cleared only by
002700* reviewing that vendor again -
002800* after a delisting, say.
002900*---------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300
003400     COPY "SLVND02.CBL".
003500
003600     COPY "SLSTATE.CBL".
003700
003800     COPY "SLSDN.CBL".
003900
004000     COPY "SLSDNH.CBL".
004100
004200     COPY "SLVLOG.CBL".
004300
004400     COPY "SLOPER.CBL".
004500
004600     COPY "SLSONLOG.CBL".
004700
004800     COPY "SLSESS.CBL".
004900
005000     COPY "SLUPDJ.CBL".
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400
005500     COPY "FDVND04.CBL".
005600
005700     COPY "FDSTATE.CBL".
005800
005900     COPY "FDSDN.CBL".
006000
006100     COPY "FDSDNH.CBL".
006200
006300     COPY "FDVLOG.CBL".
006400
006500     COPY "FDOPER.CBL".
006600
006700     COPY "FDSONLOG.CBL".
006800
006900     COPY "FDSESS.CBL".
007000
007100     COPY "FDUPDJ.CBL".
007200
007300 WORKING-STORAGE SECTION.
007400
007500 77  REVIEW-VENDOR           PIC 9(5).
007600 77  REVIEW-ACTION           PIC X.
007700     88  REVIEW-ACTION-IS-VALID  VALUES "C" "T" "S" "Q".
007800 77  REVIEW-REASON           PIC X(30).
007900 77  REVIEW-QUIT             PIC X.
008000 77  HIT-FILE-AT-END         PIC X.
008100 77  SDN-FILE-AT-END         PIC X.
008200 77  VENDOR-RECORD-FOUND     PIC X.
008300 77  OLD-SANCTION-HOLD       PIC X.
008400 77  OLD-HIT-STATUS          PIC X.
008500 77  TODAY-CCYYMMDD          PIC 9(8).
008600 77  CLEARED-COUNT           PIC 9(5).
008700 77  CONFIRMED-COUNT         PIC 9(5).
008800 77  RELEASED-COUNT          PIC 9(5).
008900 01  SAVED-HIT-KEY           PIC X(13).
009000 01  LISTED-ENTRY-NO         PIC 9(8).
009100 01  HIT-STATUS-WORDS        PIC X(9).
009200
009300     COPY "WSSDN01.CBL".
009400
009500     COPY "WSCASE01.CBL".
009600
009700     COPY "WSAUDIT01.CBL".
009800
009900     COPY "WSVLOG01.CBL".
010000
010100     COPY "WSSIGN01.CBL".
010200
010300 PROCEDURE DIVISION.
010400 PROGRAM-BEGIN.
010500     PERFORM OPENING-PROCEDURE.
010600     MOVE "SDNREV01" TO SIGN-ON-PROGRAM.
010700     PERFORM GET-OPERATOR-SIGN-ON.
010800     IF OPERATOR-IS-SIGNED-ON
010900        AND SIGN-ON-CAN-UTILITY = "Y"
011000         PERFORM MAIN-PROCESS
011100     ELSE
011200     IF OPERATOR-IS-SIGNED-ON
011300         DISPLAY "YOU ARE NOT AUTHORIZED FOR UTILITIES".
011400     PERFORM CLOSING-PROCEDURE.
011500
011600 PROGRAM-EXIT.
011700     EXIT PROGRAM.
011800
011900 PROGRAM-DONE.
012000     STOP RUN.
012100
012200 OPENING-PROCEDURE.
012300     OPEN I-O OPERATOR-FILE.
012400     OPEN I-O VENDOR-FILE.
012500     OPEN I-O STATE-FILE.
012600     OPEN INPUT SANCTION-FILE.
012700     OPEN I-O SANCTION-HIT-FILE.
012800     OPEN EXTEND VENDOR-LOG-FILE.
012900     OPEN EXTEND UPDATE-JOURNAL-FILE.
013000
013100 CLOSING-PROCEDURE.
013200     CLOSE OPERATOR-FILE.
013300     CLOSE VENDOR-FILE.
013400     CLOSE STATE-FILE.
013500     CLOSE SANCTION-FILE.
013600     CLOSE SANCTION-HIT-FILE.
013700     CLOSE VENDOR-LOG-FILE.
013800     CLOSE UPDATE-JOURNAL-FILE.
013900
014000 MAIN-PROCESS.
014100     COMPUTE TODAY-CCYYMMDD =
014200         FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)).
014300     MOVE ZEROES TO CLEARED-COUNT
014400                    CONFIRMED-COUNT
014500                    RELEASED-COUNT.
014600     DISPLAY "VENDOR NUMBER TO REVIEW".
014700     DISPLAY "(0 = EVERY OPEN MATCH)?".
014800     ACCEPT REVIEW-VENDOR.
014900     MOVE "N" TO REVIEW-QUIT.
015000     MOVE "N" TO HIT-FILE-AT-END.
015100     MOVE REVIEW-VENDOR TO SDNH-VENDOR.
015200     MOVE ZEROES TO SDNH-ENTRY-NO.
015300     START SANCTION-HIT-FILE KEY NOT < SDNH-KEY
015400         INVALID KEY
015500         MOVE "Y" TO HIT-FILE-AT-END.
015600     PERFORM REVIEW-NEXT-HIT
015700         UNTIL HIT-FILE-AT-END = "Y"
015800            OR REVIEW-QUIT = "Y".
015900     DISPLAY CLEARED-COUNT " MATCHES CLEARED, "
016000             CONFIRMED-COUNT " CONFIRMED, "
016100             RELEASED-COUNT " VENDORS RELEASED".
016200
016300 REVIEW-NEXT-HIT.
016400     READ SANCTION-HIT-FILE NEXT RECORD
016500         AT END MOVE "Y" TO HIT-FILE-AT-END.
016600     IF HIT-FILE-AT-END = "N"
016700        AND REVIEW-VENDOR NOT = ZEROES
016800        AND SDNH-VENDOR NOT = REVIEW-VENDOR
016900         MOVE "Y" TO HIT-FILE-AT-END.
017000     IF HIT-FILE-AT-END = "N"
017100        AND (SDNH-IS-OPEN OR REVIEW-VENDOR NOT = ZEROES)
017200         PERFORM REVIEW-THIS-HIT.
017300
017400 REVIEW-THIS-HIT.
017500     MOVE SDNH-KEY TO SAVED-HIT-KEY.
017600     PERFORM DISPLAY-THE-VENDOR.
017700     PERFORM DISPLAY-THE-MATCH.
017800     PERFORM DISPLAY-LISTED-PARTY.
017900     PERFORM GET-REVIEW-ACTION.
018000     IF REVIEW-ACTION = "Q"
018100         MOVE "Y" TO REVIEW-QUIT
018200     ELSE
018300     IF REVIEW-ACTION = "C" OR REVIEW-ACTION = "T"
018400         PERFORM RECORD-THE-REVIEW.
018500
018600 DISPLAY-THE-VENDOR.
018700     DISPLAY " ".
018800     MOVE SDNH-VENDOR TO VENDOR-NUMBER.
018900     PERFORM READ-VENDOR-RECORD.
019000     IF VENDOR-RECORD-FOUND = "N"
019100         DISPLAY "VENDOR " SDNH-VENDOR " IS NO LONGER ON FILE"
019200     ELSE
019300         PERFORM DISPLAY-VENDOR-DETAILS.
019400
019500 DISPLAY-VENDOR-DETAILS.
019600     DISPLAY "VENDOR:       " VENDOR-NUMBER " " VENDOR-NAME.
019700     DISPLAY "              " VENDOR-ADDRESS-1.
019800     DISPLAY "              " VENDOR-CITY " " VENDOR-STATE
019900             " " VENDOR-ZIP.
020000     IF VENDOR-HAS-REMIT-TO
020100         DISPLAY "REMIT TO:     " VENDOR-REMIT-ADDRESS-1
020200         DISPLAY "              " VENDOR-REMIT-CITY " "
020300                 VENDOR-REMIT-STATE " " VENDOR-REMIT-ZIP.
020400     IF VENDOR-IS-SANCTION-HELD
020500         DISPLAY "PAYMENTS ARE ON SANCTIONS HOLD".
020600
020700 DISPLAY-THE-MATCH.
020800     IF SDNH-IS-OPEN
020900         MOVE "OPEN" TO HIT-STATUS-WORDS
021000     ELSE
021100     IF SDNH-IS-CONFIRMED
021200         MOVE "CONFIRMED" TO HIT-STATUS-WORDS
021300     ELSE
021400         MOVE "CLEARED" TO HIT-STATUS-WORDS.
021500     DISPLAY "LISTED PARTY: " SDNH-ENTRY-NO " " SDNH-SDN-NAME.
021600     DISPLAY "PROGRAM:      " SDNH-SDN-PROGRAM.
021700     DISPLAY "SCORE:        " SDNH-SCORE " " SDNH-REASONS.
021800     DISPLAY "FOUND:        " SDNH-FOUND-DATE " BY "
021900             SDNH-FOUND-BY.
022000     DISPLAY "STATUS:       " HIT-STATUS-WORDS.
022100     IF NOT SDNH-IS-OPEN
022200         DISPLAY "REVIEWED:     " SDNH-REVIEWED-DATE " BY "
022300                 SDNH-REVIEWED-BY
022400         DISPLAY "REASON:       " SDNH-REVIEW-REASON.
022500
022600*---------------------------------
022700* Every alias and address the
022800* list carries for the party.
022900*---------------------------------
023000 DISPLAY-LISTED-PARTY.
023100     MOVE SDNH-ENTRY-NO TO LISTED-ENTRY-NO.
023200     MOVE "N" TO SDN-FILE-AT-END.
023300     MOVE LISTED-ENTRY-NO TO SDN-ENTRY-NO.
023400     MOVE LOW-VALUES TO SDN-REC-TYPE.
023500     MOVE ZEROES TO SDN-REC-SEQ.
023600     START SANCTION-FILE KEY NOT < SDN-KEY
023700         INVALID KEY
023800         MOVE "Y" TO SDN-FILE-AT-END.
023900     PERFORM DISPLAY-NEXT-LISTED-RECORD
024000         UNTIL SDN-FILE-AT-END = "Y".
024100
024200 DISPLAY-NEXT-LISTED-RECORD.
024300     READ SANCTION-FILE NEXT RECORD
024400         AT END MOVE "Y" TO SDN-FILE-AT-END.
024500     IF SDN-FILE-AT-END = "N"
024600        AND SDN-ENTRY-NO NOT = LISTED-ENTRY-NO
024700         MOVE "Y" TO SDN-FILE-AT-END.
024800     IF SDN-FILE-AT-END = "N"
024900         PERFORM DISPLAY-LISTED-RECORD.
025000
025100 DISPLAY-LISTED-RECORD.
025200     IF SDN-IS-ALIAS
025300         DISPLAY "  ALIAS:      " SDN-TEXT
025400     ELSE
025500     IF SDN-IS-ADDRESS
025600         DISPLAY "  ADDRESS:    " SDN-TEXT
025700         DISPLAY "              " SDN-CITY
025800         DISPLAY "              " SDN-COUNTRY.
025900
026000 GET-REVIEW-ACTION.
026100     PERFORM ACCEPT-REVIEW-ACTION.
026200     PERFORM RE-ACCEPT-REVIEW-ACTION
026300         UNTIL REVIEW-ACTION-IS-VALID.
026400
026500 ACCEPT-REVIEW-ACTION.
026600     DISPLAY "C=CLEAR (FALSE MATCH), T=TRUE MATCH,".
026700     DISPLAY "S=SKIP, Q=QUIT?".
026800     ACCEPT REVIEW-ACTION.
026900     INSPECT REVIEW-ACTION
027000         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
027100
027200 RE-ACCEPT-REVIEW-ACTION.
027300     DISPLAY "INVALID ENTRY".
027400     PERFORM ACCEPT-REVIEW-ACTION.
027500
027600 GET-REVIEW-REASON.
027700     PERFORM ACCEPT-REVIEW-REASON.
027800     PERFORM RE-ACCEPT-REVIEW-REASON
027900         UNTIL REVIEW-REASON NOT = SPACES.
028000
028100 ACCEPT-REVIEW-REASON.
028200     DISPLAY "ENTER REASON FOR THE DECISION".
028300     ACCEPT REVIEW-REASON.
028400     INSPECT REVIEW-REASON
028500         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
028600
028700 RE-ACCEPT-REVIEW-REASON.
028800     DISPLAY "A REASON MUST BE ENTERED".
028900     PERFORM ACCEPT-REVIEW-REASON.
029000
029100*---------------------------------
029200* The decision is kept with the
029300* match, the vendor's hold is
029400* recounted from all its
029500* matches, and the scan picks up
029600* after the saved key.
029700*---------------------------------
029800 RECORD-THE-REVIEW.
029900     PERFORM GET-REVIEW-REASON.
030000     MOVE SAVED-HIT-KEY TO SDNH-KEY.
030100     READ SANCTION-HIT-FILE RECORD
030200         INVALID KEY
030300         DISPLAY "ERROR READING SANCTIONS MATCH".
030400     MOVE SDNH-STATUS TO OLD-HIT-STATUS.
030500     MOVE REVIEW-ACTION TO SDNH-STATUS.
030600     MOVE AUDIT-EVENT-OPERATOR-ID TO SDNH-REVIEWED-BY.
030700     MOVE TODAY-CCYYMMDD TO SDNH-REVIEWED-DATE.
030800     MOVE REVIEW-REASON TO SDNH-REVIEW-REASON.
030900     REWRITE SANCTION-HIT-RECORD
031000         INVALID KEY
031100         DISPLAY "ERROR REWRITING SANCTIONS MATCH".
031200     IF REVIEW-ACTION = "C"
031300         ADD 1 TO CLEARED-COUNT
031400     ELSE
031500         ADD 1 TO CONFIRMED-COUNT.
031600     PERFORM LOG-MATCH-REVIEW.
031700     PERFORM RESET-VENDOR-HOLD.
031800     MOVE SAVED-HIT-KEY TO SDNH-KEY.
031900     START SANCTION-HIT-FILE KEY > SDNH-KEY
032000         INVALID KEY
032100         MOVE "Y" TO HIT-FILE-AT-END.
032200
032300 LOG-MATCH-REVIEW.
032400     MOVE SDNH-VENDOR TO VLOG-EVENT-VENDOR-NO.
032500     MOVE "REVIEW" TO VLOG-EVENT-ACTION.
032600     MOVE SPACE TO VLOG-EVENT-FIELD.
032700     STRING "SDN MATCH " DELIMITED BY SIZE
032800            SDNH-ENTRY-NO DELIMITED BY SIZE
032900         INTO VLOG-EVENT-FIELD.
033000     MOVE OLD-HIT-STATUS TO VLOG-EVENT-OLD-VALUE.
033100     MOVE SDNH-STATUS TO VLOG-EVENT-NEW-VALUE.
033200     MOVE AUDIT-EVENT-OPERATOR-ID
033300         TO VLOG-EVENT-OPERATOR-ID.
033400     PERFORM WRITE-VENDOR-LOG-RECORD.
033500
033600 RESET-VENDOR-HOLD.
033700     MOVE SDNH-VENDOR TO VENDOR-NUMBER.
033800     PERFORM READ-VENDOR-RECORD.
033900     IF VENDOR-RECORD-FOUND = "Y"
034000         PERFORM RESET-THIS-VENDOR-HOLD.
034100
034200 RESET-THIS-VENDOR-HOLD.
034300     MOVE VENDOR-SANCTION-HOLD TO OLD-SANCTION-HOLD.
034400     IF OLD-SANCTION-HOLD NOT = "Y"
034500         MOVE "N" TO OLD-SANCTION-HOLD.
034600     PERFORM SET-VENDOR-SANCTION-HOLD.
034700     IF VENDOR-SANCTION-HOLD NOT = OLD-SANCTION-HOLD
034800         PERFORM REWRITE-VENDOR-RECORD
034900         PERFORM LOG-SANCTION-HOLD-CHANGE.
035000     IF OLD-SANCTION-HOLD = "Y"
035100        AND NOT VENDOR-IS-SANCTION-HELD
035200         ADD 1 TO RELEASED-COUNT
035300         DISPLAY "VENDOR " VENDOR-NUMBER
035400                 " RELEASED FROM SANCTIONS HOLD".
035500     IF VENDOR-IS-SANCTION-HELD
035600         DISPLAY "VENDOR " VENDOR-NUMBER
035700                 " REMAINS ON SANCTIONS HOLD - "
035800                 SCREEN-OPEN-HITS " MATCHES".
035900
036000 LOG-SANCTION-HOLD-CHANGE.
036100     MOVE VENDOR-NUMBER TO VLOG-EVENT-VENDOR-NO.
036200     MOVE "REVIEW" TO VLOG-EVENT-ACTION.
036300     MOVE "SANCTION-HOLD" TO VLOG-EVENT-FIELD.
036400     MOVE OLD-SANCTION-HOLD TO VLOG-EVENT-OLD-VALUE.
036500     MOVE VENDOR-SANCTION-HOLD TO VLOG-EVENT-NEW-VALUE.
036600     MOVE AUDIT-EVENT-OPERATOR-ID
036700         TO VLOG-EVENT-OPERATOR-ID.
036800     PERFORM WRITE-VENDOR-LOG-RECORD.
036900
037000 READ-VENDOR-RECORD.
037100     MOVE "Y" TO VENDOR-RECORD-FOUND.
037200     READ VENDOR-FILE RECORD
037300         INVALID KEY
037400         MOVE "N" TO VENDOR-RECORD-FOUND.
037500
037600 REWRITE-VENDOR-RECORD.
037700     REWRITE VENDOR-RECORD
037800         INVALID KEY
037900         DISPLAY "ERROR REWRITING VENDOR RECORD".
038000     MOVE "VENDOR" TO UPDJ-FILE.
038100     MOVE "R" TO UPDJ-ACTION.
038200     MOVE VENDOR-RECORD TO UPDJ-IMAGE.
038300     PERFORM WRITE-UPDATE-JOURNAL.
038400
038500*---------------------------------
038600* Utility routines.
038700*---------------------------------
038800     COPY "PLSIGN01.CBL".
038900     COPY "PLUPDJ01.CBL".
039000     COPY "PLVLOG01.CBL".
039100     COPY "PLSDN01.CBL".

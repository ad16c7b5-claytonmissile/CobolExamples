000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RCTENT01.
000300*---------------------------------
000400* Operator access
000500* recertification entry.
000600*
000700* The supervisor signs on and
000800* works through the operators
000900* still pending for them in a
001000* cycle RCTRUN01 opened - each
001100* shown with their name, the
001200* authority they hold today,
001300* their last good sign-on and
001400* whether they are locked - and
001500* records one of:
001600*
001700*   K  keep the access as it is;
001800*   R  revoke it - every
001900*      authority flag is turned
002000*      off and the operator is
002100*      locked out, which takes
002200*      effect on the operator file
002300*      at once;
002400*   C  change it - each flag the
002500*      operator holds is offered
002600*      for keeping and the ones
002700*      refused are turned off.
002800*      Authority is only ever
002900*      taken away here; granting
003000*      it stays with OPERMNT1.
003100*
003200* Operators with no supervisor,
003300* or whose supervisor is no
003400* longer on file, are decided by
003500* an operator with utility
003600* authority. Nobody recertifies
003700* their own access.
003800*
003900* Each decision is kept on the
004000* certification history file
004100* with who made it and when.
004200*---------------------------------
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600
004700     COPY "SLCERT.CBL".
004800
004900     COPY "SLOPER.CBL".
005000
005100     COPY "SLSONLOG.CBL".
005200
005300     COPY "SLSESS.CBL".
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700
005800     COPY "FDCERT.CBL".
005900
006000     COPY "FDOPER.CBL".
006100
006200     COPY "FDSONLOG.CBL".
006300
006400     COPY "FDSESS.CBL".
006500
006600 WORKING-STORAGE SECTION.
006700
006800 77  CYCLE-ID                PIC X(6).
006900 77  REVIEW-ACTION           PIC X.
007000     88  REVIEW-ACTION-IS-VALID  VALUES "K" "R" "C" "S" "Q".
007100 77  REVIEW-QUIT             PIC X.
007200 77  CERT-FILE-AT-END        PIC X.
007300 77  OPER-RECORD-FOUND       PIC X.
007400 77  MAY-DECIDE              PIC X.
007500 77  KEEP-ANSWER             PIC X.
007600 77  TODAY-CCYYMMDD          PIC 9(8).
007700 77  REVIEWED-COUNT          PIC 9(5).
007800 77  KEPT-COUNT              PIC 9(5).
007900 77  REVOKED-COUNT           PIC 9(5).
008000 77  CHANGED-COUNT           PIC 9(5).
008100 77  OWN-ACCESS-COUNT        PIC 9(5).
008200 77  DECISION-NOTE           PIC X(40).
008300 01  SAVED-CERT-KEY          PIC X(14).
008400 01  KEEP-PROMPT             PIC X(45).
008500
008600*---------------------------------
008700* The operator's flags as found
008800* when the decision started, in
008900* the order of the history
009000* record.
009100*---------------------------------
009200 01  FLAGS-BEFORE.
009300     05  BEFORE-ENTRY        PIC X.
009400     05  BEFORE-PAYMENT      PIC X.
009500     05  BEFORE-MAINT        PIC X.
009600     05  BEFORE-UTILITY      PIC X.
009700     05  BEFORE-UNMASK       PIC X.
009800 01  FLAGS-AFTER.
009900     05  AFTER-ENTRY         PIC X.
010000     05  AFTER-PAYMENT       PIC X.
010100     05  AFTER-MAINT         PIC X.
010200     05  AFTER-UTILITY       PIC X.
010300     05  AFTER-UNMASK        PIC X.
010400
010500     COPY "WSCASE01.CBL".
010600
010700     COPY "WSAUDIT01.CBL".
010800
010900     COPY "WSSIGN01.CBL".
011000
011100     COPY "WSDATE01.CBL".
011200
011300 PROCEDURE DIVISION.
011400 PROGRAM-BEGIN.
011500     PERFORM OPENING-PROCEDURE.
011600     MOVE "RCTENT01" TO SIGN-ON-PROGRAM.
011700     PERFORM GET-OPERATOR-SIGN-ON.
011800     IF OPERATOR-IS-SIGNED-ON
011900         PERFORM MAIN-PROCESS.
012000     PERFORM CLOSING-PROCEDURE.
012100
012200 PROGRAM-EXIT.
012300     EXIT PROGRAM.
012400
012500 PROGRAM-DONE.
012600     STOP RUN.
012700
012800 OPENING-PROCEDURE.
012900     OPEN I-O OPERATOR-FILE.
013000     OPEN I-O CERT-HISTORY-FILE.
013100
013200 CLOSING-PROCEDURE.
013300     CLOSE OPERATOR-FILE.
013400     CLOSE CERT-HISTORY-FILE.
013500
013600 MAIN-PROCESS.
013700     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-CCYYMMDD.
013800     MOVE ZEROES TO REVIEWED-COUNT
013900                    KEPT-COUNT
014000                    REVOKED-COUNT
014100                    CHANGED-COUNT
014200                    OWN-ACCESS-COUNT.
014300     PERFORM GET-CYCLE-ID.
014400     MOVE "N" TO REVIEW-QUIT.
014500     MOVE "N" TO CERT-FILE-AT-END.
014600     MOVE CYCLE-ID TO CERT-CYCLE.
014700     MOVE SPACE TO CERT-OPERATOR.
014800     START CERT-HISTORY-FILE KEY NOT < CERT-KEY
014900         INVALID KEY
015000         MOVE "Y" TO CERT-FILE-AT-END.
015100     PERFORM REVIEW-NEXT-CERT
015200         UNTIL CERT-FILE-AT-END = "Y"
015300            OR REVIEW-QUIT = "Y".
015400     IF REVIEWED-COUNT = ZEROES
015500         DISPLAY "NO OPERATORS ARE PENDING FOR YOU IN CYCLE "
015600                 CYCLE-ID
015700     ELSE
015800         DISPLAY KEPT-COUNT " KEPT, "
015900                 REVOKED-COUNT " REVOKED, "
016000                 CHANGED-COUNT " CHANGED".
016100     IF OWN-ACCESS-COUNT NOT = ZEROES
016200         DISPLAY "YOUR OWN ACCESS WAS LEFT FOR ANOTHER OPERATOR".
016300
016400 GET-CYCLE-ID.
016500     PERFORM ACCEPT-CYCLE-ID.
016600     PERFORM RE-ACCEPT-CYCLE-ID
016700         UNTIL CYCLE-ID NOT = SPACES.
016800
016900 ACCEPT-CYCLE-ID.
017000     DISPLAY "ENTER RECERTIFICATION CYCLE (E.G. 2026Q4)".
017100     ACCEPT CYCLE-ID.
017200     INSPECT CYCLE-ID
017300         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
017400
017500 RE-ACCEPT-CYCLE-ID.
017600     DISPLAY "A CYCLE MUST BE ENTERED".
017700     PERFORM ACCEPT-CYCLE-ID.
017800
017900 REVIEW-NEXT-CERT.
018000     READ CERT-HISTORY-FILE NEXT RECORD
018100         AT END MOVE "Y" TO CERT-FILE-AT-END.
018200     IF CERT-FILE-AT-END = "N"
018300        AND CERT-CYCLE NOT = CYCLE-ID
018400         MOVE "Y" TO CERT-FILE-AT-END.
018500     IF CERT-FILE-AT-END = "N"
018600        AND CERT-IS-PENDING
018700         PERFORM CHECK-MAY-DECIDE
018800         IF MAY-DECIDE = "Y"
018900             PERFORM REVIEW-THIS-CERT.
019000
019100*---------------------------------
019200* The named supervisor decides;
019300* utility authority stands in
019400* where there is none on file.
019500*---------------------------------
019600 CHECK-MAY-DECIDE.
019700     MOVE "N" TO MAY-DECIDE.
019800     IF CERT-SUPERVISOR = AUDIT-EVENT-OPERATOR-ID
019900         MOVE "Y" TO MAY-DECIDE
020000     ELSE
020100     IF SIGN-ON-CAN-UTILITY = "Y"
020200         IF CERT-SUPERVISOR = SPACES
020300             MOVE "Y" TO MAY-DECIDE
020400         ELSE
020500             PERFORM CHECK-SUPERVISOR-GONE.
020600
020700 CHECK-SUPERVISOR-GONE.
020800     MOVE CERT-SUPERVISOR TO OPER-ID.
020900     PERFORM READ-OPER-RECORD.
021000     IF OPER-RECORD-FOUND = "N"
021100         MOVE "Y" TO MAY-DECIDE.
021200
021300 REVIEW-THIS-CERT.
021400     MOVE CERT-KEY TO SAVED-CERT-KEY.
021500     ADD 1 TO REVIEWED-COUNT.
021600     PERFORM DISPLAY-THE-OPERATOR.
021700     IF CERT-OPERATOR = AUDIT-EVENT-OPERATOR-ID
021800         DISPLAY "THIS IS YOUR OWN ACCESS - ANOTHER OPERATOR"
021900         DISPLAY "MUST RECERTIFY IT"
022000         ADD 1 TO OWN-ACCESS-COUNT
022100     ELSE
022200         PERFORM DECIDE-THIS-CERT.
022300
022400 DECIDE-THIS-CERT.
022500     PERFORM GET-REVIEW-ACTION.
022600     IF REVIEW-ACTION = "Q"
022700         MOVE "Y" TO REVIEW-QUIT
022800     ELSE
022900     IF REVIEW-ACTION = "K"
023000         PERFORM RECORD-THE-KEEP
023100     ELSE
023200     IF REVIEW-ACTION = "R"
023300         PERFORM RECORD-THE-REVOKE
023400     ELSE
023500     IF REVIEW-ACTION = "C"
023600         PERFORM RECORD-THE-CHANGE.
023700
023800 DISPLAY-THE-OPERATOR.
023900     DISPLAY " ".
024000     MOVE CERT-OPERATOR TO OPER-ID.
024100     PERFORM READ-OPER-RECORD.
024200     IF OPER-RECORD-FOUND = "N"
024300         DISPLAY "OPERATOR:       " CERT-OPERATOR
024400                 " - NO LONGER ON FILE"
024500     ELSE
024600         DISPLAY "OPERATOR:       " OPER-ID " " OPER-NAME
024700         DISPLAY "MAY KEY VOUCHERS:          " OPER-AUTH-ENTRY
024800         DISPLAY "MAY SELECT AND PAY:        " OPER-AUTH-PAYMENT
024900         DISPLAY "MAY MAINTAIN MASTERS:      " OPER-AUTH-MAINT
025000         DISPLAY "MAY RUN UTILITIES:         " OPER-AUTH-UTILITY
025100         DISPLAY "MAY SEE FULL TAX/BANK IDS: " OPER-AUTH-UNMASK.
025200     PERFORM DISPLAY-LAST-SIGN-ON.
025300     IF OPER-RECORD-FOUND = "Y"
025400        AND OPER-IS-LOCKED
025500         DISPLAY "   *** LOCKED OUT ***".
025600
025700 DISPLAY-LAST-SIGN-ON.
025800     IF CERT-LAST-SIGN-ON = ZEROES
025900         DISPLAY "LAST SIGN-ON:   NEVER"
026000     ELSE
026100         MOVE CERT-LAST-SIGN-ON TO DATE-CCYYMMDD
026200         PERFORM FORMAT-THE-DATE
026300         DISPLAY "LAST SIGN-ON:   " FORMATTED-DATE.
026400
026500 GET-REVIEW-ACTION.
026600     PERFORM ACCEPT-REVIEW-ACTION.
026700     PERFORM RE-ACCEPT-REVIEW-ACTION
026800         UNTIL REVIEW-ACTION-IS-VALID.
026900
027000 ACCEPT-REVIEW-ACTION.
027100     DISPLAY "K=KEEP, R=REVOKE, C=CHANGE, S=SKIP, Q=QUIT?".
027200     ACCEPT REVIEW-ACTION.
027300     INSPECT REVIEW-ACTION
027400         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
027500
027600 RE-ACCEPT-REVIEW-ACTION.
027700     DISPLAY "INVALID ENTRY".
027800     PERFORM ACCEPT-REVIEW-ACTION.
027900
028000 GET-DECISION-NOTE.
028100     DISPLAY "ENTER A NOTE (OPTIONAL)".
028200     ACCEPT DECISION-NOTE.
028300     INSPECT DECISION-NOTE
028400         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
028500
028600 GET-REVOKE-REASON.
028700     PERFORM ACCEPT-REVOKE-REASON.
028800     PERFORM RE-ACCEPT-REVOKE-REASON
028900         UNTIL DECISION-NOTE NOT = SPACES.
029000
029100 ACCEPT-REVOKE-REASON.
029200     DISPLAY "ENTER REASON FOR THE REVOCATION".
029300     ACCEPT DECISION-NOTE.
029400     INSPECT DECISION-NOTE
029500         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
029600
029700 RE-ACCEPT-REVOKE-REASON.
029800     DISPLAY "A REASON MUST BE ENTERED".
029900     PERFORM ACCEPT-REVOKE-REASON.
030000
030100*---------------------------------
030200* Keep - the operator file is
030300* not touched.
030400*---------------------------------
030500 RECORD-THE-KEEP.
030600     PERFORM GET-DECISION-NOTE.
030700     PERFORM NOTE-FLAGS-BEFORE.
030800     MOVE FLAGS-BEFORE TO FLAGS-AFTER.
030900     PERFORM REWRITE-DECIDED-CERT.
031000     ADD 1 TO KEPT-COUNT.
031100     DISPLAY "ACCESS KEPT".
031200
031300*---------------------------------
031400* Revoke - every flag off and
031500* the operator locked out, so
031600* the next sign-on is refused.
031700*---------------------------------
031800 RECORD-THE-REVOKE.
031900     PERFORM GET-REVOKE-REASON.
032000     PERFORM NOTE-FLAGS-BEFORE.
032100     IF OPER-RECORD-FOUND = "Y"
032200         MOVE "N" TO OPER-AUTH-ENTRY
032300                     OPER-AUTH-PAYMENT
032400                     OPER-AUTH-MAINT
032500                     OPER-AUTH-UTILITY
032600                     OPER-AUTH-UNMASK
032700         MOVE "L" TO OPER-LOCK-FLAG
032800         PERFORM REWRITE-OPER-RECORD.
032900     MOVE "NNNNN" TO FLAGS-AFTER.
033000     PERFORM REWRITE-DECIDED-CERT.
033100     ADD 1 TO REVOKED-COUNT.
033200     DISPLAY "ACCESS REVOKED - OPERATOR LOCKED OUT".
033300
033400*---------------------------------
033500* Change - each flag held is
033600* offered for keeping. Nothing
033700* refused is recorded as a keep.
033800*---------------------------------
033900 RECORD-THE-CHANGE.
034000     IF OPER-RECORD-FOUND = "N"
034100         DISPLAY "OPERATOR IS NO LONGER ON FILE - KEEP OR REVOKE"
034200     ELSE
034300         PERFORM CHANGE-THE-FLAGS.
034400
034500 CHANGE-THE-FLAGS.
034600     PERFORM NOTE-FLAGS-BEFORE.
034700     IF OPER-AUTH-ENTRY = "Y"
034800         MOVE "KEEP AUTHORITY TO KEY VOUCHERS (Y/N)?"
034900             TO KEEP-PROMPT
035000         PERFORM ASK-KEEP-ANSWER
035100         MOVE KEEP-ANSWER TO OPER-AUTH-ENTRY.
035200     IF OPER-AUTH-PAYMENT = "Y"
035300         MOVE "KEEP AUTHORITY TO SELECT AND PAY (Y/N)?"
035400             TO KEEP-PROMPT
035500         PERFORM ASK-KEEP-ANSWER
035600         MOVE KEEP-ANSWER TO OPER-AUTH-PAYMENT.
035700     IF OPER-AUTH-MAINT = "Y"
035800         MOVE "KEEP AUTHORITY TO MAINTAIN MASTERS (Y/N)?"
035900             TO KEEP-PROMPT
036000         PERFORM ASK-KEEP-ANSWER
036100         MOVE KEEP-ANSWER TO OPER-AUTH-MAINT.
036200     IF OPER-AUTH-UTILITY = "Y"
036300         MOVE "KEEP AUTHORITY TO RUN UTILITIES (Y/N)?"
036400             TO KEEP-PROMPT
036500         PERFORM ASK-KEEP-ANSWER
036600         MOVE KEEP-ANSWER TO OPER-AUTH-UTILITY.
036700     IF OPER-AUTH-UNMASK = "Y"
036800         MOVE "KEEP FULL TAX/BANK ID DISPLAY (Y/N)?"
036900             TO KEEP-PROMPT
037000         PERFORM ASK-KEEP-ANSWER
037100         MOVE KEEP-ANSWER TO OPER-AUTH-UNMASK.
037200     MOVE OPER-AUTH-ENTRY TO AFTER-ENTRY.
037300     MOVE OPER-AUTH-PAYMENT TO AFTER-PAYMENT.
037400     MOVE OPER-AUTH-MAINT TO AFTER-MAINT.
037500     MOVE OPER-AUTH-UTILITY TO AFTER-UTILITY.
037600     MOVE OPER-AUTH-UNMASK TO AFTER-UNMASK.
037700     PERFORM GET-DECISION-NOTE.
037800     IF FLAGS-AFTER = FLAGS-BEFORE
037900         ADD 1 TO KEPT-COUNT
038000         DISPLAY "NOTHING WAS TAKEN AWAY - RECORDED AS KEPT"
038100     ELSE
038200         PERFORM REWRITE-OPER-RECORD
038300         ADD 1 TO CHANGED-COUNT
038400         DISPLAY "ACCESS CHANGED".
038500     PERFORM REWRITE-DECIDED-CERT.
038600
038700 ASK-KEEP-ANSWER.
038800     PERFORM ACCEPT-KEEP-ANSWER.
038900     PERFORM RE-ACCEPT-KEEP-ANSWER
039000         UNTIL KEEP-ANSWER = "Y" OR "N".
039100
039200 ACCEPT-KEEP-ANSWER.
039300     DISPLAY KEEP-PROMPT.
039400     ACCEPT KEEP-ANSWER.
039500     INSPECT KEEP-ANSWER
039600         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
039700
039800 RE-ACCEPT-KEEP-ANSWER.
039900     DISPLAY "YOU MUST ENTER YES OR NO".
040000     PERFORM ACCEPT-KEEP-ANSWER.
040100
040200 NOTE-FLAGS-BEFORE.
040300     IF OPER-RECORD-FOUND = "Y"
040400         MOVE OPER-AUTH-ENTRY TO BEFORE-ENTRY
040500         MOVE OPER-AUTH-PAYMENT TO BEFORE-PAYMENT
040600         MOVE OPER-AUTH-MAINT TO BEFORE-MAINT
040700         MOVE OPER-AUTH-UTILITY TO BEFORE-UTILITY
040800         MOVE OPER-AUTH-UNMASK TO BEFORE-UNMASK
040900     ELSE
041000         MOVE "NNNNN" TO FLAGS-BEFORE.
041100
041200*---------------------------------
041300* The history record is read
041400* back by its key before the
041500* rewrite and the browse resumes
041600* after it. The status follows
041700* from the action and, for a
041800* change, whether anything was
041900* actually taken away.
042000*---------------------------------
042100 REWRITE-DECIDED-CERT.
042200     MOVE SAVED-CERT-KEY TO CERT-KEY.
042300     READ CERT-HISTORY-FILE RECORD
042400         INVALID KEY
042500         DISPLAY "ERROR READING CERTIFICATION RECORD".
042600     MOVE FLAGS-AFTER TO CERT-NEW-FLAGS.
042700     MOVE AUDIT-EVENT-OPERATOR-ID TO CERT-DECIDED-BY.
042800     MOVE TODAY-CCYYMMDD TO CERT-DECIDED-DATE.
042900     MOVE DECISION-NOTE TO CERT-DECISION-NOTE.
043000     PERFORM SET-DECIDED-STATUS.
043100     REWRITE CERT-RECORD
043200         INVALID KEY
043300         DISPLAY "ERROR REWRITING CERTIFICATION RECORD".
043400     MOVE SAVED-CERT-KEY TO CERT-KEY.
043500     START CERT-HISTORY-FILE KEY > CERT-KEY
043600         INVALID KEY
043700         MOVE "Y" TO CERT-FILE-AT-END.
043800
043900 SET-DECIDED-STATUS.
044000     IF REVIEW-ACTION = "R"
044100         MOVE "R" TO CERT-STATUS
044200     ELSE
044300     IF REVIEW-ACTION = "C"
044400        AND FLAGS-AFTER NOT = FLAGS-BEFORE
044500         MOVE "C" TO CERT-STATUS
044600     ELSE
044700         MOVE "K" TO CERT-STATUS.
044800
044900 READ-OPER-RECORD.
045000     MOVE "Y" TO OPER-RECORD-FOUND.
045100     READ OPERATOR-FILE RECORD
045200         INVALID KEY
045300         MOVE "N" TO OPER-RECORD-FOUND.
045400
045500 REWRITE-OPER-RECORD.
045600     REWRITE OPERATOR-RECORD
045700         INVALID KEY
045800         DISPLAY "ERROR REWRITING OPERATOR RECORD".
045900
046000*---------------------------------
046100* Utility routines.
046200*---------------------------------
046300     COPY "PLSIGN01.CBL".
046400
046500     COPY "PLDATE01.CBL".

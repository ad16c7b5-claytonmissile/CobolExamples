000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VNDCHG01.
000300*---------------------------------
000400* Vendor pending change
000500* approval.
000600*
000700* Works through the remit-to,
000800* tax id and bank account
000900* changes VNDMNT05 and VBKMNT01
001000* queued on the pending change
001100* file - every pending change,
001200* or those of one vendor when a
001300* vendor number is given. A
001400* change can only be decided by
001500* an operator other than the one
001600* who keyed it. Each is shown
001700* with the old and new values
001800* and the phone number and
001900* contact already on the vendor
002000* master; the approver calls
002100* that number - never one that
002200* came with the request - and
002300* approves, rejects or skips.
002400*
002500* Approving records who at the
002600* vendor confirmed the change
002700* and the number called, then
002800* applies it: the vendor master
002900* is rewritten (and a new
003000* remit-to screened against the
003100* sanctions list), or the bank
003200* enrollment is written or
003300* updated and its prenote cycle
003400* started over. Rejecting takes
003500* a reason and leaves the old
003600* values in force. Either way
003700* the decision is kept on the
003800* change and on the vendor
003900* change log.
004000*---------------------------------
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400
004500     COPY "SLPCHG.CBL".
004600
004700     COPY "SLVND02.CBL".
004800
004900     COPY "SLVBANK.CBL".
005000
005100     COPY "SLSTATE.CBL".
005200
005300     COPY "SLSDN.CBL".
005400
005500     COPY "SLSDNH.CBL".
005600
005700     COPY "SLVLOG.CBL".
005800
005900     COPY "SLOPER.CBL".
006000
006100     COPY "SLSONLOG.CBL".
006200
006300     COPY "SLSESS.CBL".
006400
006500     COPY "SLUPDJ.CBL".
006520
006540     COPY "SLSACC.CBL".
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900
007000     COPY "FDPCHG.CBL".
007100
007200     COPY "FDVND04.CBL".
007300
007400     COPY "FDVBANK.CBL".
007500
007600     COPY "FDSTATE.CBL".
007700
007800     COPY "FDSDN.CBL".
007900
008000     COPY "FDSDNH.CBL".
008100
008200     COPY "FDVLOG.CBL".
008300
008400     COPY "FDOPER.CBL".
008500
008600     COPY "FDSONLOG.CBL".
008700
008800     COPY "FDSESS.CBL".
008900
009000     COPY "FDUPDJ.CBL".
009020
009040     COPY "FDSACC.CBL".
009100
009200 WORKING-STORAGE SECTION.
009300
009400 77  REVIEW-VENDOR           PIC 9(5).
009500 77  REVIEW-ACTION           PIC X.
009600     88  REVIEW-ACTION-IS-VALID  VALUES "A" "R" "S" "Q".
009700 77  REVIEW-QUIT             PIC X.
009800 77  CHANGE-FILE-AT-END      PIC X.
009900 77  VENDOR-RECORD-FOUND     PIC X.
010000 77  VBANK-RECORD-FOUND      PIC X.
010100 77  CHANGE-WAS-APPLIED      PIC X.
010200 77  OLD-SANCTION-HOLD       PIC X.
010300 77  TODAY-CCYYMMDD          PIC 9(8).
010400 77  APPROVED-COUNT          PIC 9(5).
010500 77  REJECTED-COUNT          PIC 9(5).
010600 77  OWN-CHANGE-COUNT        PIC 9(5).
010700 77  CALLBACK-CONTACT        PIC X(30).
010800 77  DECISION-NOTE           PIC X(40).
010900 01  SAVED-CHANGE-KEY        PIC X(9).
011000 01  CHANGE-KIND-WORDS       PIC X(16).
011100 01  OLD-IMAGE               PIC X(30).
011200 01  NEW-IMAGE               PIC X(30).
011300
011400     COPY "WSSDN01.CBL".
011500
011600     COPY "WSCASE01.CBL".
011700
011800     COPY "WSAUDIT01.CBL".
011900
012000     COPY "WSVLOG01.CBL".
012100
012200     COPY "WSSIGN01.CBL".
012220
012240     COPY "WSMASK01.CBL".
012260
012280     COPY "WSSACC01.CBL".
012300
012400 PROCEDURE DIVISION.
012500 PROGRAM-BEGIN.
012600     PERFORM OPENING-PROCEDURE.
012700     MOVE "VNDCHG01" TO SIGN-ON-PROGRAM.
012800     PERFORM GET-OPERATOR-SIGN-ON.
012820     IF OPERATOR-IS-SIGNED-ON
012840         PERFORM ASK-FOR-FULL-VALUES.
012900     IF OPERATOR-IS-SIGNED-ON
013000        AND SIGN-ON-CAN-MAINT = "Y"
013100         PERFORM MAIN-PROCESS
013200     ELSE
013300     IF OPERATOR-IS-SIGNED-ON
013400         DISPLAY "YOU ARE NOT AUTHORIZED FOR VENDOR MAINTENANCE".
013500     PERFORM CLOSING-PROCEDURE.
013600
013700 PROGRAM-EXIT.
013800     EXIT PROGRAM.
013900
014000 PROGRAM-DONE.
014100     STOP RUN.
014200
014300 OPENING-PROCEDURE.
014400     OPEN I-O OPERATOR-FILE.
014500     OPEN I-O PENDING-CHANGE-FILE.
014600     OPEN I-O VENDOR-FILE.
014700     OPEN I-O VENDOR-BANK-FILE.
014800     OPEN I-O STATE-FILE.
014900     OPEN INPUT SANCTION-FILE.
015000     OPEN I-O SANCTION-HIT-FILE.
015100     OPEN EXTEND VENDOR-LOG-FILE.
015200     OPEN EXTEND UPDATE-JOURNAL-FILE.
015300
015400 CLOSING-PROCEDURE.
015500     CLOSE OPERATOR-FILE.
015600     CLOSE PENDING-CHANGE-FILE.
015700     CLOSE VENDOR-FILE.
015800     CLOSE VENDOR-BANK-FILE.
015900     CLOSE STATE-FILE.
016000     CLOSE SANCTION-FILE.
016100     CLOSE SANCTION-HIT-FILE.
016200     CLOSE VENDOR-LOG-FILE.
016300     CLOSE UPDATE-JOURNAL-FILE.
016400
016500 MAIN-PROCESS.
016600     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-CCYYMMDD.
016700     MOVE ZEROES TO APPROVED-COUNT
016800                    REJECTED-COUNT
016900                    OWN-CHANGE-COUNT.
017000     DISPLAY "VENDOR NUMBER TO REVIEW".
017100     DISPLAY "(0 = EVERY PENDING CHANGE)?".
017200     ACCEPT REVIEW-VENDOR.
017300     MOVE "N" TO REVIEW-QUIT.
017400     MOVE "N" TO CHANGE-FILE-AT-END.
017500     MOVE REVIEW-VENDOR TO PCHG-VENDOR.
017600     MOVE ZEROES TO PCHG-SEQUENCE.
017700     START PENDING-CHANGE-FILE KEY NOT < PCHG-KEY
017800         INVALID KEY
017900         MOVE "Y" TO CHANGE-FILE-AT-END.
018000     PERFORM REVIEW-NEXT-CHANGE
018100         UNTIL CHANGE-FILE-AT-END = "Y"
018200            OR REVIEW-QUIT = "Y".
018300     DISPLAY APPROVED-COUNT " CHANGES APPROVED, "
018400             REJECTED-COUNT " REJECTED".
018500     IF OWN-CHANGE-COUNT NOT = ZEROES
018600         DISPLAY OWN-CHANGE-COUNT " KEYED BY YOU WERE LEFT FOR"
018700                 " ANOTHER OPERATOR".
018800
018900 REVIEW-NEXT-CHANGE.
019000     READ PENDING-CHANGE-FILE NEXT RECORD
019100         AT END MOVE "Y" TO CHANGE-FILE-AT-END.
019200     IF CHANGE-FILE-AT-END = "N"
019300        AND REVIEW-VENDOR NOT = ZEROES
019400        AND PCHG-VENDOR NOT = REVIEW-VENDOR
019500         MOVE "Y" TO CHANGE-FILE-AT-END.
019600     IF CHANGE-FILE-AT-END = "N"
019700        AND PCHG-IS-PENDING
019800         PERFORM REVIEW-THIS-CHANGE.
019900
020000*---------------------------------
020100* The operator who keyed a
020200* change sees it but cannot
020300* decide it.
020400*---------------------------------
020500 REVIEW-THIS-CHANGE.
020600     MOVE PCHG-KEY TO SAVED-CHANGE-KEY.
020700     PERFORM DISPLAY-THE-VENDOR.
020800     PERFORM DISPLAY-THE-CHANGE.
020900     IF PCHG-KEYED-BY = AUDIT-EVENT-OPERATOR-ID
021000         DISPLAY "YOU KEYED THIS CHANGE - ANOTHER OPERATOR MUST"
021100         DISPLAY "CALL THE VENDOR BACK AND DECIDE IT"
021200         ADD 1 TO OWN-CHANGE-COUNT
021300     ELSE
021400         PERFORM DECIDE-THIS-CHANGE.
021500
021600 DECIDE-THIS-CHANGE.
021700     PERFORM DISPLAY-CALLBACK-NUMBER.
021800     PERFORM GET-REVIEW-ACTION.
021900     IF REVIEW-ACTION = "Q"
022000         MOVE "Y" TO REVIEW-QUIT
022100     ELSE
022200     IF REVIEW-ACTION = "A"
022300         PERFORM RECORD-THE-APPROVAL
022400     ELSE
022500     IF REVIEW-ACTION = "R"
022600         PERFORM RECORD-THE-REJECTION.
022700
022800 DISPLAY-THE-VENDOR.
022900     DISPLAY " ".
023000     MOVE PCHG-VENDOR TO VENDOR-NUMBER.
023100     PERFORM READ-VENDOR-RECORD.
023200     IF VENDOR-RECORD-FOUND = "N"
023300         DISPLAY "VENDOR " PCHG-VENDOR " IS NO LONGER ON FILE"
023400     ELSE
023500         DISPLAY "VENDOR:       " VENDOR-NUMBER " " VENDOR-NAME
023600         DISPLAY "              " VENDOR-ADDRESS-1
023700         DISPLAY "              " VENDOR-CITY " " VENDOR-STATE
023800                 " " VENDOR-ZIP.
023900
024000 DISPLAY-THE-CHANGE.
024100     PERFORM SET-CHANGE-KIND-WORDS.
024200     DISPLAY "CHANGE:       " CHANGE-KIND-WORDS
024300             " KEYED " PCHG-KEYED-DATE " BY " PCHG-KEYED-BY.
024400     IF PCHG-IS-REMIT-TO
024500         PERFORM DISPLAY-REMIT-TO-CHANGE
024600     ELSE
024700     IF PCHG-IS-TAX-ID
024800         PERFORM DISPLAY-TAX-ID-CHANGE
025000     ELSE
025100         PERFORM DISPLAY-BANK-CHANGE.
025200
025300 DISPLAY-REMIT-TO-CHANGE.
025400     IF PCHG-OLD-REMIT-FLAG = "Y"
025500         DISPLAY "OLD REMIT-TO: " PCHG-OLD-REMIT-ADDRESS-1
025600         DISPLAY "              " PCHG-OLD-REMIT-ADDRESS-2
025700         DISPLAY "              " PCHG-OLD-REMIT-CITY " "
025800                 PCHG-OLD-REMIT-STATE " " PCHG-OLD-REMIT-ZIP
025900     ELSE
026000         DISPLAY "OLD REMIT-TO: NONE - PAID AT MAIN ADDRESS".
026100     IF PCHG-NEW-REMIT-FLAG = "Y"
026200         DISPLAY "NEW REMIT-TO: " PCHG-NEW-REMIT-ADDRESS-1
026300         DISPLAY "              " PCHG-NEW-REMIT-ADDRESS-2
026400         DISPLAY "              " PCHG-NEW-REMIT-CITY " "
026500                 PCHG-NEW-REMIT-STATE " " PCHG-NEW-REMIT-ZIP
026600     ELSE
026700         DISPLAY "NEW REMIT-TO: NONE - PAY AT MAIN ADDRESS".
026800
026805 DISPLAY-TAX-ID-CHANGE.
026810     MOVE PCHG-VENDOR TO SACC-VENDOR.
026815     MOVE "TAX-ID" TO SACC-WHAT.
026820     MOVE PCHG-OLD-TAX-ID TO MASK-VALUE.
026825     PERFORM SHOW-SENSITIVE-VALUE.
026830     DISPLAY "OLD TAX ID:   " MASK-VALUE.
026835     MOVE PCHG-NEW-TAX-ID TO MASK-VALUE.
026840     PERFORM SHOW-SENSITIVE-VALUE.
026845     DISPLAY "NEW TAX ID:   " MASK-VALUE.
026848
026850 DISPLAY-BANK-CHANGE.
026900     MOVE PCHG-VENDOR TO SACC-VENDOR.
026950     MOVE "BANK-ACCT" TO SACC-WHAT.
027000     IF PCHG-IS-NEW-ENROLLMENT
027050         DISPLAY "OLD ACCOUNT:  NONE - NEW ENROLLMENT"
027100     ELSE
027150         MOVE PCHG-OLD-ACCOUNT TO MASK-VALUE
027200         PERFORM SHOW-SENSITIVE-VALUE
027250         DISPLAY "OLD ROUTING:  " PCHG-OLD-ROUTING
027300         DISPLAY "OLD ACCOUNT:  " MASK-VALUE.
027350     DISPLAY "NEW ROUTING:  " PCHG-NEW-ROUTING.
027400     MOVE PCHG-NEW-ACCOUNT TO MASK-VALUE.
027450     PERFORM SHOW-SENSITIVE-VALUE.
027500     DISPLAY "NEW ACCOUNT:  " MASK-VALUE
027550             " TYPE " PCHG-NEW-ACCT-TYPE.
027800
027900 SET-CHANGE-KIND-WORDS.
028000     IF PCHG-IS-REMIT-TO
028100         MOVE "REMIT-TO ADDRESS" TO CHANGE-KIND-WORDS
028200     ELSE
028300     IF PCHG-IS-TAX-ID
028400         MOVE "TAX ID" TO CHANGE-KIND-WORDS
028500     ELSE
028600         MOVE "BANK ACCOUNT" TO CHANGE-KIND-WORDS.
028700
028800*---------------------------------
028900* The callback goes to the
029000* number on the vendor master,
029100* which the change itself cannot
029200* have altered.
029300*---------------------------------
029400 DISPLAY-CALLBACK-NUMBER.
029500     DISPLAY "CALL THE VENDOR BACK AT THE NUMBER ON FILE -".
029600     DISPLAY "NOT ONE GIVEN WITH THE REQUEST:".
029700     IF VENDOR-RECORD-FOUND = "Y"
029800         DISPLAY "   PHONE:      " VENDOR-PHONE
029900         DISPLAY "   CONTACT:    " VENDOR-CONTACT
030000     ELSE
030100         DISPLAY "   NO VENDOR ON FILE - REJECT THE CHANGE".
030200
030300 GET-REVIEW-ACTION.
030400     PERFORM ACCEPT-REVIEW-ACTION.
030500     PERFORM RE-ACCEPT-REVIEW-ACTION
030600         UNTIL REVIEW-ACTION-IS-VALID.
030700
030800 ACCEPT-REVIEW-ACTION.
030900     DISPLAY "A=APPROVE (CALLBACK CONFIRMED), R=REJECT,".
031000     DISPLAY "S=SKIP, Q=QUIT?".
031100     ACCEPT REVIEW-ACTION.
031200     INSPECT REVIEW-ACTION
031300         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
031400
031500 RE-ACCEPT-REVIEW-ACTION.
031600     DISPLAY "INVALID ENTRY".
031700     PERFORM ACCEPT-REVIEW-ACTION.
031800
031900 GET-CALLBACK-CONTACT.
032000     PERFORM ACCEPT-CALLBACK-CONTACT.
032100     PERFORM RE-ACCEPT-CALLBACK-CONTACT
032200         UNTIL CALLBACK-CONTACT NOT = SPACES.
032300
032400 ACCEPT-CALLBACK-CONTACT.
032500     DISPLAY "WHO AT THE VENDOR CONFIRMED THE CHANGE?".
032600     ACCEPT CALLBACK-CONTACT.
032700     INSPECT CALLBACK-CONTACT
032800         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
032900
033000 RE-ACCEPT-CALLBACK-CONTACT.
033100     DISPLAY "THE PERSON WHO CONFIRMED IT MUST BE ENTERED".
033200     PERFORM ACCEPT-CALLBACK-CONTACT.
033300
033400 GET-DECISION-NOTE.
033500     DISPLAY "ENTER A NOTE (OPTIONAL)".
033600     ACCEPT DECISION-NOTE.
033700     INSPECT DECISION-NOTE
033800         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
033900
034000 GET-REJECT-REASON.
034100     PERFORM ACCEPT-REJECT-REASON.
034200     PERFORM RE-ACCEPT-REJECT-REASON
034300         UNTIL DECISION-NOTE NOT = SPACES.
034400
034500 ACCEPT-REJECT-REASON.
034600     DISPLAY "ENTER REASON FOR THE REJECTION".
034700     ACCEPT DECISION-NOTE.
034800     INSPECT DECISION-NOTE
034900         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
035000
035100 RE-ACCEPT-REJECT-REASON.
035200     DISPLAY "A REASON MUST BE ENTERED".
035300     PERFORM ACCEPT-REJECT-REASON.
035400
035500*---------------------------------
035600* An approval is applied first;
035700* the change is only marked
035800* approved once the vendor or
035900* enrollment record took it.
036000*---------------------------------
036100 RECORD-THE-APPROVAL.
036200     PERFORM GET-CALLBACK-CONTACT.
036300     PERFORM GET-DECISION-NOTE.
036400     PERFORM READ-SAVED-CHANGE.
036500     MOVE "N" TO CHANGE-WAS-APPLIED.
036600     IF VENDOR-RECORD-FOUND = "N"
036700         DISPLAY "NO VENDOR ON FILE FOR THIS CHANGE"
036800     ELSE
036900     IF PCHG-IS-BANK-ACCOUNT
037000         PERFORM APPLY-BANK-CHANGE
037100     ELSE
037200         PERFORM APPLY-VENDOR-CHANGE.
037300     IF CHANGE-WAS-APPLIED = "Y"
037400         MOVE "A" TO PCHG-STATUS
037500         MOVE VENDOR-PHONE TO PCHG-CALLBACK-PHONE
037600         MOVE CALLBACK-CONTACT TO PCHG-CALLBACK-CONTACT
037700         PERFORM REWRITE-DECIDED-CHANGE
037800         MOVE "APPROVE" TO VLOG-EVENT-ACTION
037900         PERFORM LOG-CHANGE-DECISION
038000         ADD 1 TO APPROVED-COUNT
038100         DISPLAY "CHANGE APPROVED AND APPLIED"
038200     ELSE
038300         DISPLAY "CHANGE COULD NOT BE APPLIED - LEFT PENDING".
038400     PERFORM RESUME-AFTER-SAVED-CHANGE.
038500
038600 RECORD-THE-REJECTION.
038700     MOVE SPACE TO CALLBACK-CONTACT.
038800     PERFORM GET-REJECT-REASON.
038900     PERFORM READ-SAVED-CHANGE.
039000     MOVE "X" TO PCHG-STATUS.
039100     PERFORM REWRITE-DECIDED-CHANGE.
039200     MOVE "REJECT" TO VLOG-EVENT-ACTION.
039300     PERFORM LOG-CHANGE-DECISION.
039400     ADD 1 TO REJECTED-COUNT.
039500     DISPLAY "CHANGE REJECTED - OLD VALUES STAY IN FORCE".
039600     PERFORM RESUME-AFTER-SAVED-CHANGE.
039700
039800 READ-SAVED-CHANGE.
039900     MOVE SAVED-CHANGE-KEY TO PCHG-KEY.
040000     READ PENDING-CHANGE-FILE RECORD
040100         INVALID KEY
040200         DISPLAY "ERROR READING PENDING CHANGE".
040300
040400 REWRITE-DECIDED-CHANGE.
040500     MOVE AUDIT-EVENT-OPERATOR-ID TO PCHG-DECIDED-BY.
040600     MOVE TODAY-CCYYMMDD TO PCHG-DECIDED-DATE.
040700     MOVE DECISION-NOTE TO PCHG-DECISION-NOTE.
040800     REWRITE PENDING-CHANGE-RECORD
040900         INVALID KEY
041000         DISPLAY "ERROR REWRITING PENDING CHANGE".
041100
041200 RESUME-AFTER-SAVED-CHANGE.
041300     MOVE SAVED-CHANGE-KEY TO PCHG-KEY.
041400     START PENDING-CHANGE-FILE KEY > PCHG-KEY
041500         INVALID KEY
041600         MOVE "Y" TO CHANGE-FILE-AT-END.
041700
041800*---------------------------------
041900* Remit-to and tax id changes
042000* go onto the vendor master. A
042100* new remit-to address is
042200* screened against the sanctions
042300* list before the rewrite, as
042400* vendor maintenance would have.
042500*---------------------------------
042600 APPLY-VENDOR-CHANGE.
042700     IF PCHG-IS-TAX-ID
042800         MOVE PCHG-NEW-TAX-ID TO VENDOR-TAX-ID
042900     ELSE
043000         PERFORM APPLY-REMIT-TO-CHANGE.
043100     PERFORM REWRITE-VENDOR-RECORD.
043200     MOVE "Y" TO CHANGE-WAS-APPLIED.
043300
043400 APPLY-REMIT-TO-CHANGE.
043500     MOVE PCHG-NEW-REMIT-FLAG TO VENDOR-REMIT-TO-FLAG.
043600     MOVE PCHG-NEW-REMIT-ADDRESS-1 TO VENDOR-REMIT-ADDRESS-1.
043700     MOVE PCHG-NEW-REMIT-ADDRESS-2 TO VENDOR-REMIT-ADDRESS-2.
043800     MOVE PCHG-NEW-REMIT-CITY TO VENDOR-REMIT-CITY.
043900     MOVE PCHG-NEW-REMIT-STATE TO VENDOR-REMIT-STATE.
044000     MOVE PCHG-NEW-REMIT-ZIP TO VENDOR-REMIT-ZIP.
044100     MOVE VENDOR-SANCTION-HOLD TO OLD-SANCTION-HOLD.
044200     IF OLD-SANCTION-HOLD NOT = "Y"
044300         MOVE "N" TO OLD-SANCTION-HOLD.
044400     MOVE "VNDCHG01" TO SCREEN-FOUND-BY.
044500     PERFORM SCREEN-THIS-VENDOR.
044600     IF VENDOR-IS-SANCTION-HELD
044700         DISPLAY "POSSIBLE SANCTIONS LIST MATCH - PAYMENTS ARE"
044800         DISPLAY "HELD UNTIL THE MATCH IS CLEARED IN SDNREV01".
044900     IF VENDOR-SANCTION-HOLD NOT = OLD-SANCTION-HOLD
045000         PERFORM LOG-SANCTION-HOLD-CHANGE.
045100
045200*---------------------------------
045300* A bank change lands in
045400* prenote status either way -
045500* the bank has never seen the
045600* account.
045700*---------------------------------
045800 APPLY-BANK-CHANGE.
045900     MOVE PCHG-VENDOR TO VBANK-VENDOR.
046000     PERFORM READ-VBANK-RECORD.
046100     IF PCHG-IS-NEW-ENROLLMENT
046200         PERFORM APPLY-NEW-ENROLLMENT
046300     ELSE
046400         PERFORM APPLY-ACCOUNT-CHANGE.
046500
046600 APPLY-NEW-ENROLLMENT.
046700     IF VBANK-RECORD-FOUND = "Y"
046800         DISPLAY "VENDOR IS ALREADY ENROLLED"
046900     ELSE
047000         MOVE SPACE TO VENDOR-BANK-RECORD
047100         MOVE PCHG-VENDOR TO VBANK-VENDOR
047200         MOVE PCHG-NEW-ROUTING TO VBANK-ROUTING
047300         MOVE PCHG-NEW-ACCOUNT TO VBANK-ACCOUNT
047400         MOVE PCHG-NEW-ACCT-TYPE TO VBANK-ACCT-TYPE
047500         PERFORM RESTART-THE-PRENOTE
047600         PERFORM WRITE-VBANK-RECORD.
047700
047800 APPLY-ACCOUNT-CHANGE.
047900     IF VBANK-RECORD-FOUND = "N"
048000         DISPLAY "VENDOR IS NO LONGER ENROLLED"
048100     ELSE
048200         MOVE PCHG-NEW-ROUTING TO VBANK-ROUTING
048300         MOVE PCHG-NEW-ACCOUNT TO VBANK-ACCOUNT
048400         PERFORM RESTART-THE-PRENOTE
048500         PERFORM REWRITE-VBANK-RECORD.
048600
048700 RESTART-THE-PRENOTE.
048800     MOVE "P" TO VBANK-STATUS.
048900     MOVE ZEROES TO VBANK-PRENOTE-DATE
049000                    VBANK-LIVE-DATE.
049100
049200*---------------------------------
049300* The decision goes on the
049400* vendor change log with the
049500* before and after of the field.
049600*---------------------------------
049700 LOG-CHANGE-DECISION.
049800     MOVE SPACE TO OLD-IMAGE
049900                   NEW-IMAGE.
050000     IF PCHG-IS-REMIT-TO
050100         MOVE "REMIT-TO" TO VLOG-EVENT-FIELD
050200         MOVE PCHG-OLD-REMIT-ADDRESS-1 TO OLD-IMAGE
050300         MOVE PCHG-NEW-REMIT-ADDRESS-1 TO NEW-IMAGE
050400     ELSE
050500     IF PCHG-IS-TAX-ID
050600         MOVE "TAX-ID" TO VLOG-EVENT-FIELD
050620         MOVE PCHG-OLD-TAX-ID TO MASK-VALUE
050640         PERFORM MASK-SENSITIVE-VALUE
050660         MOVE MASK-VALUE TO OLD-IMAGE
050680         MOVE PCHG-NEW-TAX-ID TO MASK-VALUE
050700         PERFORM MASK-SENSITIVE-VALUE
050720         MOVE MASK-VALUE TO NEW-IMAGE
050900     ELSE
051000         MOVE "BANK-ACCOUNT" TO VLOG-EVENT-FIELD
051100         PERFORM IMAGE-BANK-CHANGE.
051900     MOVE PCHG-VENDOR TO VLOG-EVENT-VENDOR-NO.
052000     MOVE OLD-IMAGE TO VLOG-EVENT-OLD-VALUE.
052100     MOVE NEW-IMAGE TO VLOG-EVENT-NEW-VALUE.
052200     MOVE AUDIT-EVENT-OPERATOR-ID
052300         TO VLOG-EVENT-OPERATOR-ID.
052400     PERFORM WRITE-VENDOR-LOG-RECORD.
052405
052410*---------------------------------
052415* The log carries the account
052420* masked like any other display.
052425*---------------------------------
052430 IMAGE-BANK-CHANGE.
052435     MOVE PCHG-OLD-ACCOUNT TO MASK-VALUE.
052440     PERFORM MASK-SENSITIVE-VALUE.
052445     STRING PCHG-OLD-ROUTING DELIMITED BY SIZE
052450            "/" DELIMITED BY SIZE
052455            MASK-VALUE DELIMITED BY SIZE
052460         INTO OLD-IMAGE.
052465     MOVE PCHG-NEW-ACCOUNT TO MASK-VALUE.
052470     PERFORM MASK-SENSITIVE-VALUE.
052475     STRING PCHG-NEW-ROUTING DELIMITED BY SIZE
052480            "/" DELIMITED BY SIZE
052485            MASK-VALUE DELIMITED BY SIZE
052490         INTO NEW-IMAGE.
052500
052600 LOG-SANCTION-HOLD-CHANGE.
052700     MOVE VENDOR-NUMBER TO VLOG-EVENT-VENDOR-NO.
052800     MOVE "SCREEN" TO VLOG-EVENT-ACTION.
052900     MOVE "SANCTION-HOLD" TO VLOG-EVENT-FIELD.
053000     MOVE OLD-SANCTION-HOLD TO VLOG-EVENT-OLD-VALUE.
053100     MOVE VENDOR-SANCTION-HOLD TO VLOG-EVENT-NEW-VALUE.
053200     MOVE AUDIT-EVENT-OPERATOR-ID
053300         TO VLOG-EVENT-OPERATOR-ID.
053400     PERFORM WRITE-VENDOR-LOG-RECORD.
053500
053600 READ-VENDOR-RECORD.
053700     MOVE "Y" TO VENDOR-RECORD-FOUND.
053800     READ VENDOR-FILE RECORD
053900         INVALID KEY
054000         MOVE "N" TO VENDOR-RECORD-FOUND.
054100
054200 REWRITE-VENDOR-RECORD.
054300     REWRITE VENDOR-RECORD
054400         INVALID KEY
054500         DISPLAY "ERROR REWRITING VENDOR RECORD".
054600     MOVE "VENDOR" TO UPDJ-FILE.
054700     MOVE "R" TO UPDJ-ACTION.
054800     MOVE VENDOR-RECORD TO UPDJ-IMAGE.
054900     PERFORM WRITE-UPDATE-JOURNAL.
055000
055100 READ-VBANK-RECORD.
055200     MOVE "Y" TO VBANK-RECORD-FOUND.
055300     READ VENDOR-BANK-FILE RECORD
055400         INVALID KEY
055500         MOVE "N" TO VBANK-RECORD-FOUND.
055600
055700 WRITE-VBANK-RECORD.
055800     MOVE "Y" TO CHANGE-WAS-APPLIED.
055900     WRITE VENDOR-BANK-RECORD
056000         INVALID KEY
056100         MOVE "N" TO CHANGE-WAS-APPLIED
056200         DISPLAY "ERROR WRITING ENROLLMENT RECORD".
056300
056400 REWRITE-VBANK-RECORD.
056500     MOVE "Y" TO CHANGE-WAS-APPLIED.
056600     REWRITE VENDOR-BANK-RECORD
056700         INVALID KEY
056800         MOVE "N" TO CHANGE-WAS-APPLIED
056900         DISPLAY "ERROR REWRITING ENROLLMENT RECORD".
057000
057100*---------------------------------
057200* Utility routines.
057300*---------------------------------
057400     COPY "PLSIGN01.CBL".
057500     COPY "PLUPDJ01.CBL".
057600     COPY "PLVLOG01.CBL".
057700     COPY "PLSDN01.CBL".
057800     COPY "PLMASK01.CBL".
057900     COPY "PLSACC01.CBL".

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RCTRUN01.
000300*---------------------------------
000400* Operator access
000500* recertification cycle.
000600*
000700* SODRPT01 finds authority
000800* flags that conflict; this
000900* asks the plainer question of
001000* whether each operator should
001100* still have access at all.
001200* Once a quarter a cycle is
001300* opened under an id such as
001400* 2026Q4 with a deadline: every
001500* operator on file is written
001600* to the certification history
001700* file with their authority
001800* flags, their last good
001900* sign-on from the sign-on log
002000* and their lock state as they
002100* stand today, under the
002200* supervisor named on their
002300* operator record.
002400*
002500* The packets then print, one
002600* per supervisor, listing their
002700* operators for review; each
002800* supervisor records keep,
002900* revoke or change against them
003000* in RCTENT01. Operators with no
003100* supervisor print in a packet
003200* of their own for whoever runs
003300* the cycle. Keying the id of a
003400* cycle already opened reprints
003500* its packets with the decisions
003600* recorded so far, which is the
003700* copy the auditors take.
003800*
003900* Anything still undecided when
004000* the deadline passes is locked
004100* out by the nightly RCTLCK01.
004200*
004300* Requires utility authority.
004400*---------------------------------
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800
004900     COPY "SLCERT.CBL".
005000
005100     COPY "SLOPER.CBL".
005200
005300     COPY "SLSONLOG.CBL".
005400
005500     COPY "SLSESS.CBL".
005600
005700     SELECT CERT-WORK-FILE
005800         ASSIGN TO "RCTWORK"
005900         ORGANIZATION IS SEQUENTIAL.
006000
006100     SELECT CERT-SORT-FILE
006200         ASSIGN TO "SORT".
006300
006400     SELECT PRINTER-FILE
006500         ASSIGN TO PRINTER
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000
007100     COPY "FDCERT.CBL".
007200
007300     COPY "FDOPER.CBL".
007400
007500     COPY "FDSONLOG.CBL".
007600
007700     COPY "FDSESS.CBL".
007800
007900*---------------------------------
008000* A cycle's records in
008100* supervisor order, each carried
008200* whole.
008300*---------------------------------
008400 FD  CERT-WORK-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  CERT-WORK-RECORD.
008700     05  CWRK-SUPERVISOR       PIC X(8).
008800     05  CWRK-OPERATOR         PIC X(8).
008900     05  CWRK-CERT-IMAGE       PIC X(114).
009000
009100 SD  CERT-SORT-FILE.
009200
009300 01  CERT-SORT-RECORD.
009400     05  CSRT-SUPERVISOR       PIC X(8).
009500     05  CSRT-OPERATOR         PIC X(8).
009600     05  CSRT-CERT-IMAGE       PIC X(114).
009700
009800 FD  PRINTER-FILE
009900     LABEL RECORDS ARE OMITTED.
010000 01  PRINTER-RECORD             PIC X(80).
010100
010200 WORKING-STORAGE SECTION.
010300
010400 77  CYCLE-ID                PIC X(6).
010500 77  CYCLE-DEADLINE          PIC 9(8).
010600 77  CYCLE-IS-ON-FILE        PIC X.
010700 77  OK-TO-OPEN              PIC X.
010800 77  TODAY-CCYYMMDD          PIC 9(8).
010900 77  CERT-FILE-AT-END        PIC X.
011000 77  OPERATOR-FILE-AT-END    PIC X.
011100 77  LOG-FILE-AT-END         PIC X.
011200 77  WORK-FILE-AT-END        PIC X.
011300 77  OPER-RECORD-FOUND       PIC X.
011400 77  OPENED-COUNT            PIC 9(5).
011500 77  PACKET-COUNT            PIC 9(5).
011600 77  PENDING-COUNT           PIC 9(5).
011700 01  CURRENT-SUPERVISOR      PIC X(8).
011800 01  STATUS-WORDS            PIC X(8).
011900
012000*---------------------------------
012100* The sign-on log line broken
012200* out of its comma-separated
012300* form, as in SONRPT01.
012400*---------------------------------
012500 01  LOG-FIELDS.
012600     05  LOG-OPERATOR        PIC X(8).
012700     05  LOG-DATE-TIME       PIC X(14).
012800     05  LOG-DATE-TIME-FIELDS REDEFINES LOG-DATE-TIME.
012900         10  LOG-DATE        PIC 9(8).
013000         10  LOG-TIME        PIC 9(6).
013100     05  LOG-PROGRAM         PIC X(8).
013200     05  LOG-RESULT          PIC X(8).
013300
013400*---------------------------------
013500* Last good sign-on per operator,
013600* gathered from one pass of the
013700* log. A session resumed from
013800* the menu counts as a sign-on.
013900*---------------------------------
014000 77  SEEN-COUNT              PIC 9(3) VALUE ZEROES.
014100 77  SEEN-SUB                PIC 9(3).
014200 77  SEEN-WAS-FOUND          PIC X.
014300 77  SEEN-TABLE-FULL         PIC X    VALUE "N".
014400 01  SEEN-TABLE.
014500     05  SEEN-ENTRY          OCCURS 500 TIMES.
014600         10  SEEN-OPERATOR   PIC X(8).
014700         10  SEEN-DATE       PIC 9(8).
014800
014900 01  SUPERVISOR-LINE.
015000     05  FILLER            PIC X(12) VALUE "SUPERVISOR: ".
015100     05  PRINT-SUPERVISOR  PIC X(8).
015200     05  FILLER            PIC X(1)  VALUE SPACE.
015300     05  PRINT-SUPER-NAME  PIC X(30).
015400
015500 01  DEADLINE-LINE.
015600     05  FILLER            PIC X(12) VALUE "OPENED:".
015700     05  PRINT-OPENED      PIC Z9/99/9999.
015800     05  FILLER            PIC X(14) VALUE "    DEADLINE: ".
015900     05  PRINT-DEADLINE    PIC Z9/99/9999.
016000
016100 01  COLUMN-LINE.
016200     05  FILLER         PIC X(9)  VALUE "OPERATOR".
016300     05  FILLER         PIC X(21) VALUE "NAME".
016400     05  FILLER         PIC X(4)  VALUE "ENT".
016500     05  FILLER         PIC X(4)  VALUE "PAY".
016600     05  FILLER         PIC X(4)  VALUE "MNT".
016700     05  FILLER         PIC X(4)  VALUE "UTL".
016800     05  FILLER         PIC X(4)  VALUE "IDS".
016900     05  FILLER         PIC X(11) VALUE "LAST SIGNON".
017000     05  FILLER         PIC X(7)  VALUE "LOCK".
017100     05  FILLER         PIC X(6)  VALUE "STATUS".
017200
017300 01  DETAIL-LINE.
017400     05  PRINT-OPERATOR    PIC X(8).
017500     05  FILLER            PIC X(1)  VALUE SPACE.
017600     05  PRINT-NAME        PIC X(20).
017700     05  FILLER            PIC X(2)  VALUE SPACE.
017800     05  PRINT-ENTRY       PIC X(1).
017900     05  FILLER            PIC X(3)  VALUE SPACE.
018000     05  PRINT-PAYMENT     PIC X(1).
018100     05  FILLER            PIC X(3)  VALUE SPACE.
018200     05  PRINT-MAINT       PIC X(1).
018300     05  FILLER            PIC X(3)  VALUE SPACE.
018400     05  PRINT-UTILITY     PIC X(1).
018500     05  FILLER            PIC X(3)  VALUE SPACE.
018600     05  PRINT-UNMASK      PIC X(1).
018700     05  FILLER            PIC X(2)  VALUE SPACE.
018800     05  PRINT-LAST-SIGN-ON
018900                           PIC Z9/99/9999.
019000     05  PRINT-NEVER REDEFINES PRINT-LAST-SIGN-ON
019100                           PIC X(10).
019200     05  FILLER            PIC X(1)  VALUE SPACE.
019300     05  PRINT-LOCK        PIC X(6).
019400     05  FILLER            PIC X(1)  VALUE SPACE.
019500     05  PRINT-STATUS      PIC X(8).
019600
019700*---------------------------------
019800* Under a decided operator: who
019900* decided, when, and the flags
020000* the decision left in force
020100* (entry, payment, maintenance,
020200* utility, full ids).
020300*---------------------------------
020400 01  DECISION-LINE.
020500     05  FILLER            PIC X(9)  VALUE SPACE.
020600     05  FILLER            PIC X(3)  VALUE "BY ".
020700     05  PRINT-DECIDED-BY  PIC X(8).
020800     05  FILLER            PIC X(1)  VALUE SPACE.
020900     05  PRINT-DECIDED-DATE
021000                           PIC Z9/99/9999.
021100     05  FILLER            PIC X(7)  VALUE "  LEFT ".
021200     05  PRINT-NEW-FLAGS   PIC X(5).
021300     05  FILLER            PIC X(2)  VALUE SPACE.
021400     05  PRINT-NOTE        PIC X(35).
021500
021600 01  TOTAL-LINE.
021700     05  PRINT-TOTAL-COUNT PIC ZZZZ9.
021800     05  FILLER            PIC X(1)  VALUE SPACE.
021900     05  PRINT-TOTAL-WORDS PIC X(50).
022000
022100 01  TITLE-LINE.
022200     05  FILLER              PIC X(10) VALUE SPACE.
022300     05  FILLER              PIC X(32)
022400         VALUE "OPERATOR ACCESS RECERTIFICATION".
022500     05  FILLER              PIC X(7) VALUE "CYCLE ".
022600     05  PRINT-CYCLE         PIC X(6).
022700     05  FILLER              PIC X(10) VALUE SPACE.
022800     05  FILLER              PIC X(5) VALUE "PAGE:".
022900     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
023000
023100 77  LINE-COUNT              PIC 999   VALUE ZERO.
023200 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
023300 77  MAXIMUM-LINES           PIC 999   VALUE 55.
023400
023500     COPY "WSCASE01.CBL".
023600
023700     COPY "WSAUDIT01.CBL".
023800
023900     COPY "WSSIGN01.CBL".
024000
024100     COPY "WSDATE01.CBL".
024200
024300 PROCEDURE DIVISION.
024400 PROGRAM-BEGIN.
024500     PERFORM OPENING-PROCEDURE.
024600     MOVE "RCTRUN01" TO SIGN-ON-PROGRAM.
024700     PERFORM GET-OPERATOR-SIGN-ON.
024800     IF OPERATOR-IS-SIGNED-ON
024900        AND SIGN-ON-CAN-UTILITY = "Y"
025000         PERFORM MAIN-PROCESS
025100     ELSE
025200     IF OPERATOR-IS-SIGNED-ON
025300         DISPLAY "YOU ARE NOT AUTHORIZED FOR UTILITIES".
025400     PERFORM CLOSING-PROCEDURE.
025500
025600 PROGRAM-EXIT.
025700     EXIT PROGRAM.
025800
025900 PROGRAM-DONE.
026000     STOP RUN.
026100
026200 OPENING-PROCEDURE.
026300     OPEN I-O OPERATOR-FILE.
026400     OPEN I-O CERT-HISTORY-FILE.
026500     OPEN OUTPUT PRINTER-FILE.
026600
026700 CLOSING-PROCEDURE.
026800     CLOSE OPERATOR-FILE.
026900     CLOSE CERT-HISTORY-FILE.
027000     PERFORM END-LAST-PAGE.
027100     CLOSE PRINTER-FILE.
027200
027300 MAIN-PROCESS.
027400     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-CCYYMMDD.
027500     PERFORM GET-CYCLE-ID.
027600     PERFORM CHECK-CYCLE-ON-FILE.
027700     IF CYCLE-IS-ON-FILE = "Y"
027800         DISPLAY "CYCLE " CYCLE-ID " IS ALREADY OPEN -"
027900         DISPLAY "REPRINTING ITS PACKETS"
028000     ELSE
028100         PERFORM OPEN-A-NEW-CYCLE.
028200     PERFORM CHECK-CYCLE-ON-FILE.
028300     IF CYCLE-IS-ON-FILE = "Y"
028400         PERFORM PRINT-THE-PACKETS.
028500
028600 GET-CYCLE-ID.
028700     PERFORM ACCEPT-CYCLE-ID.
028800     PERFORM RE-ACCEPT-CYCLE-ID
028900         UNTIL CYCLE-ID NOT = SPACES.
029000
029100 ACCEPT-CYCLE-ID.
029200     DISPLAY "ENTER RECERTIFICATION CYCLE (E.G. 2026Q4)".
029300     ACCEPT CYCLE-ID.
029400     INSPECT CYCLE-ID
029500         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
029600
029700 RE-ACCEPT-CYCLE-ID.
029800     DISPLAY "A CYCLE MUST BE ENTERED".
029900     PERFORM ACCEPT-CYCLE-ID.
030000
030100 CHECK-CYCLE-ON-FILE.
030200     MOVE "N" TO CYCLE-IS-ON-FILE.
030300     MOVE "N" TO CERT-FILE-AT-END.
030400     MOVE CYCLE-ID TO CERT-CYCLE.
030500     MOVE SPACE TO CERT-OPERATOR.
030600     START CERT-HISTORY-FILE KEY NOT < CERT-KEY
030700         INVALID KEY
030800         MOVE "Y" TO CERT-FILE-AT-END.
030900     IF CERT-FILE-AT-END = "N"
031000         READ CERT-HISTORY-FILE NEXT RECORD
031100             AT END MOVE "Y" TO CERT-FILE-AT-END.
031200     IF CERT-FILE-AT-END = "N"
031300        AND CERT-CYCLE = CYCLE-ID
031400         MOVE "Y" TO CYCLE-IS-ON-FILE.
031500
031600*---------------------------------
031700* Opening a cycle
031800*---------------------------------
031900 OPEN-A-NEW-CYCLE.
032000     PERFORM GET-CYCLE-DEADLINE.
032100     PERFORM ASK-OK-TO-OPEN.
032200     IF OK-TO-OPEN = "Y"
032300         PERFORM LOAD-LAST-SIGN-ONS
032400         PERFORM WRITE-CYCLE-RECORDS
032500         DISPLAY OPENED-COUNT " OPERATORS OPENED FOR CYCLE "
032600                 CYCLE-ID.
032700
032800 GET-CYCLE-DEADLINE.
032900     PERFORM ACCEPT-CYCLE-DEADLINE.
033000     PERFORM RE-ACCEPT-CYCLE-DEADLINE
033100         UNTIL CYCLE-DEADLINE > TODAY-CCYYMMDD.
033200
033300 ACCEPT-CYCLE-DEADLINE.
033400     MOVE "RECERTIFICATION DEADLINE (MM/DD/CCYY)?"
033500         TO DATE-PROMPT.
033600     MOVE "N" TO ZERO-DATE-IS-OK.
033700     PERFORM GET-A-DATE.
033800     MOVE DATE-CCYYMMDD TO CYCLE-DEADLINE.
033900
034000 RE-ACCEPT-CYCLE-DEADLINE.
034100     DISPLAY "THE DEADLINE MUST BE AFTER TODAY".
034200     PERFORM ACCEPT-CYCLE-DEADLINE.
034300
034400 ASK-OK-TO-OPEN.
034500     PERFORM ACCEPT-OK-TO-OPEN.
034600     PERFORM RE-ACCEPT-OK-TO-OPEN
034700         UNTIL OK-TO-OPEN = "Y" OR "N".
034800
034900 ACCEPT-OK-TO-OPEN.
035000     DISPLAY "OPEN CYCLE " CYCLE-ID
035100             " FOR EVERY OPERATOR (Y/N)?".
035200     ACCEPT OK-TO-OPEN.
035300     INSPECT OK-TO-OPEN
035400         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
035500
035600 RE-ACCEPT-OK-TO-OPEN.
035700     DISPLAY "YOU MUST ENTER YES OR NO".
035800     PERFORM ACCEPT-OK-TO-OPEN.
035900
036000*---------------------------------
036100* One pass of the sign-on log
036200* keeps the latest good sign-on
036300* date for each operator seen.
036400*---------------------------------
036500 LOAD-LAST-SIGN-ONS.
036600     MOVE ZEROES TO SEEN-COUNT.
036700     OPEN INPUT SIGN-ON-LOG-FILE.
036800     MOVE "N" TO LOG-FILE-AT-END.
036900     PERFORM LOAD-NEXT-LOG-LINE
037000         UNTIL LOG-FILE-AT-END = "Y".
037100     CLOSE SIGN-ON-LOG-FILE.
037200     IF SEEN-TABLE-FULL = "Y"
037300         DISPLAY "SIGN-ON TABLE FULL - SOME OPERATORS WILL"
037400         DISPLAY "SHOW NO LAST SIGN-ON".
037500
037600 LOAD-NEXT-LOG-LINE.
037700     READ SIGN-ON-LOG-FILE
037800         AT END MOVE "Y" TO LOG-FILE-AT-END.
037900     IF LOG-FILE-AT-END NOT = "Y"
038000         PERFORM BREAK-OUT-LOG-LINE
038100         IF LOG-RESULT = "GOOD" OR "SESSION"
038200             PERFORM NOTE-GOOD-SIGN-ON.
038300
038400 BREAK-OUT-LOG-LINE.
038500     MOVE SPACE TO LOG-FIELDS.
038600     UNSTRING SIGN-ON-LOG-RECORD
038700         DELIMITED BY ","
038800         INTO LOG-OPERATOR
038900              LOG-DATE-TIME
039000              LOG-PROGRAM
039100              LOG-RESULT.
039200
039300 NOTE-GOOD-SIGN-ON.
039400     PERFORM FIND-SEEN-OPERATOR.
039500     IF SEEN-WAS-FOUND = "Y"
039600         IF LOG-DATE > SEEN-DATE (SEEN-SUB)
039700             MOVE LOG-DATE TO SEEN-DATE (SEEN-SUB)
039800         ELSE
039900             NEXT SENTENCE
040000     ELSE
040100     IF SEEN-COUNT < 500
040200         ADD 1 TO SEEN-COUNT
040300         MOVE LOG-OPERATOR TO SEEN-OPERATOR (SEEN-COUNT)
040400         MOVE LOG-DATE TO SEEN-DATE (SEEN-COUNT)
040500     ELSE
040600         MOVE "Y" TO SEEN-TABLE-FULL.
040700
040800 FIND-SEEN-OPERATOR.
040900     MOVE "N" TO SEEN-WAS-FOUND.
041000     PERFORM TEST-ONE-SEEN-OPERATOR
041100         VARYING SEEN-SUB FROM 1 BY 1
041200         UNTIL SEEN-SUB > SEEN-COUNT
041300            OR SEEN-WAS-FOUND = "Y".
041400     IF SEEN-WAS-FOUND = "Y"
041500         SUBTRACT 1 FROM SEEN-SUB.
041600
041700 TEST-ONE-SEEN-OPERATOR.
041800     IF SEEN-OPERATOR (SEEN-SUB) = LOG-OPERATOR
041900         MOVE "Y" TO SEEN-WAS-FOUND.
042000
042100*---------------------------------
042200* One pending record per
042300* operator on file.
042400*---------------------------------
042500 WRITE-CYCLE-RECORDS.
042600     MOVE ZEROES TO OPENED-COUNT.
042700     MOVE "N" TO OPERATOR-FILE-AT-END.
042800     MOVE SPACE TO OPER-ID.
042900     START OPERATOR-FILE KEY NOT < OPER-ID
043000         INVALID KEY
043100         MOVE "Y" TO OPERATOR-FILE-AT-END.
043200     PERFORM OPEN-NEXT-OPERATOR
043300         UNTIL OPERATOR-FILE-AT-END = "Y".
043400
043500 OPEN-NEXT-OPERATOR.
043600     READ OPERATOR-FILE NEXT RECORD
043700         AT END MOVE "Y" TO OPERATOR-FILE-AT-END.
043800     IF OPERATOR-FILE-AT-END NOT = "Y"
043900         PERFORM OPEN-THIS-OPERATOR.
044000
044100 OPEN-THIS-OPERATOR.
044200     MOVE SPACE TO CERT-RECORD.
044300     MOVE CYCLE-ID TO CERT-CYCLE.
044400     MOVE OPER-ID TO CERT-OPERATOR.
044500     MOVE OPER-SUPERVISOR TO CERT-SUPERVISOR.
044600     MOVE TODAY-CCYYMMDD TO CERT-OPENED-DATE.
044700     MOVE CYCLE-DEADLINE TO CERT-DEADLINE.
044800     MOVE "P" TO CERT-STATUS.
044900     MOVE OPER-AUTH-ENTRY TO CERT-OLD-ENTRY.
045000     MOVE OPER-AUTH-PAYMENT TO CERT-OLD-PAYMENT.
045100     MOVE OPER-AUTH-MAINT TO CERT-OLD-MAINT.
045200     MOVE OPER-AUTH-UTILITY TO CERT-OLD-UTILITY.
045300     MOVE OPER-AUTH-UNMASK TO CERT-OLD-UNMASK.
045400     MOVE CERT-OLD-FLAGS TO CERT-NEW-FLAGS.
045500     MOVE OPER-ID TO LOG-OPERATOR.
045600     PERFORM FIND-SEEN-OPERATOR.
045700     IF SEEN-WAS-FOUND = "Y"
045800         MOVE SEEN-DATE (SEEN-SUB) TO CERT-LAST-SIGN-ON
045900     ELSE
046000         MOVE ZEROES TO CERT-LAST-SIGN-ON.
046100     IF OPER-IS-LOCKED
046200         MOVE "Y" TO CERT-WAS-LOCKED
046300     ELSE
046400         MOVE "N" TO CERT-WAS-LOCKED.
046500     MOVE ZEROES TO CERT-DECIDED-DATE.
046600     WRITE CERT-RECORD
046700         INVALID KEY
046800         DISPLAY "ERROR WRITING CERTIFICATION FOR " OPER-ID.
046900     ADD 1 TO OPENED-COUNT.
047000
047100*---------------------------------
047200* The packets - the cycle sorted
047300* by supervisor, a new page for
047400* each.
047500*---------------------------------
047600 PRINT-THE-PACKETS.
047700     SORT CERT-SORT-FILE
047800         ON ASCENDING KEY CSRT-SUPERVISOR
047900                          CSRT-OPERATOR
048000          INPUT PROCEDURE IS RELEASE-THE-CYCLE
048100          GIVING CERT-WORK-FILE.
048200     MOVE ZEROES TO PACKET-COUNT
048300                    PENDING-COUNT.
048400     MOVE HIGH-VALUES TO CURRENT-SUPERVISOR.
048500     MOVE CYCLE-ID TO PRINT-CYCLE.
048600     OPEN INPUT CERT-WORK-FILE.
048700     MOVE "N" TO WORK-FILE-AT-END.
048800     PERFORM PRINT-NEXT-WORK-RECORD
048900         UNTIL WORK-FILE-AT-END = "Y".
049000     CLOSE CERT-WORK-FILE.
049100     PERFORM PRINT-PACKET-TOTALS.
049200     DISPLAY PACKET-COUNT " SUPERVISOR PACKETS PRINTED, "
049300             PENDING-COUNT " OPERATORS STILL PENDING".
049400
049500 RELEASE-THE-CYCLE.
049600     MOVE "N" TO CERT-FILE-AT-END.
049700     MOVE CYCLE-ID TO CERT-CYCLE.
049800     MOVE SPACE TO CERT-OPERATOR.
049900     START CERT-HISTORY-FILE KEY NOT < CERT-KEY
050000         INVALID KEY
050100         MOVE "Y" TO CERT-FILE-AT-END.
050200     PERFORM RELEASE-NEXT-CERT
050300         UNTIL CERT-FILE-AT-END = "Y".
050400
050500 RELEASE-NEXT-CERT.
050600     READ CERT-HISTORY-FILE NEXT RECORD
050700         AT END MOVE "Y" TO CERT-FILE-AT-END.
050800     IF CERT-FILE-AT-END = "N"
050900        AND CERT-CYCLE NOT = CYCLE-ID
051000         MOVE "Y" TO CERT-FILE-AT-END.
051100     IF CERT-FILE-AT-END = "N"
051200         MOVE CERT-SUPERVISOR TO CSRT-SUPERVISOR
051300         MOVE CERT-OPERATOR TO CSRT-OPERATOR
051400         MOVE CERT-RECORD TO CSRT-CERT-IMAGE
051500         RELEASE CERT-SORT-RECORD.
051600
051700 PRINT-NEXT-WORK-RECORD.
051800     READ CERT-WORK-FILE
051900         AT END MOVE "Y" TO WORK-FILE-AT-END.
052000     IF WORK-FILE-AT-END NOT = "Y"
052100         MOVE CWRK-CERT-IMAGE TO CERT-RECORD
052200         IF CERT-SUPERVISOR NOT = CURRENT-SUPERVISOR
052300             PERFORM START-SUPERVISOR-PACKET
052400             PERFORM PRINT-CERT-DETAIL
052500         ELSE
052600             PERFORM PRINT-CERT-DETAIL.
052700
052800 START-SUPERVISOR-PACKET.
052900     MOVE CERT-SUPERVISOR TO CURRENT-SUPERVISOR.
053000     ADD 1 TO PACKET-COUNT.
053100     IF PAGE-NUMBER NOT = ZERO
053200         PERFORM END-LAST-PAGE.
053300     PERFORM START-NEW-PAGE.
053400
053500 PRINT-SUPERVISOR-HEADING.
053600     IF CURRENT-SUPERVISOR = SPACES
053700         MOVE "(NONE)" TO PRINT-SUPERVISOR
053800         MOVE "RECERTIFIED BY UTILITY AUTHORITY"
053900             TO PRINT-SUPER-NAME
054000     ELSE
054100         MOVE CURRENT-SUPERVISOR TO PRINT-SUPERVISOR
054200         PERFORM LOOK-UP-SUPERVISOR-NAME.
054300     MOVE SUPERVISOR-LINE TO PRINTER-RECORD.
054400     PERFORM WRITE-TO-PRINTER.
054500     MOVE CERT-OPENED-DATE TO DATE-CCYYMMDD.
054600     PERFORM FORMAT-THE-DATE.
054700     MOVE FORMATTED-DATE TO PRINT-OPENED.
054800     MOVE CERT-DEADLINE TO DATE-CCYYMMDD.
054900     PERFORM FORMAT-THE-DATE.
055000     MOVE FORMATTED-DATE TO PRINT-DEADLINE.
055100     MOVE DEADLINE-LINE TO PRINTER-RECORD.
055200     PERFORM WRITE-TO-PRINTER.
055300     PERFORM LINE-FEED.
055400     MOVE COLUMN-LINE TO PRINTER-RECORD.
055500     PERFORM WRITE-TO-PRINTER.
055600     PERFORM LINE-FEED.
055700
055800 LOOK-UP-SUPERVISOR-NAME.
055900     MOVE CURRENT-SUPERVISOR TO OPER-ID.
056000     PERFORM READ-OPER-RECORD.
056100     IF OPER-RECORD-FOUND = "Y"
056200         MOVE OPER-NAME TO PRINT-SUPER-NAME
056300     ELSE
056400         MOVE "*** NO LONGER ON FILE ***" TO PRINT-SUPER-NAME.
056500
056600 PRINT-CERT-DETAIL.
056700     IF LINE-COUNT > MAXIMUM-LINES
056800         PERFORM START-NEXT-PAGE.
056900     MOVE SPACE TO DETAIL-LINE.
057000     MOVE CERT-OPERATOR TO PRINT-OPERATOR.
057100     MOVE CERT-OPERATOR TO OPER-ID.
057200     PERFORM READ-OPER-RECORD.
057300     IF OPER-RECORD-FOUND = "Y"
057400         MOVE OPER-NAME TO PRINT-NAME
057500     ELSE
057600         MOVE "(DELETED)" TO PRINT-NAME.
057700     MOVE CERT-OLD-ENTRY TO PRINT-ENTRY.
057800     MOVE CERT-OLD-PAYMENT TO PRINT-PAYMENT.
057900     MOVE CERT-OLD-MAINT TO PRINT-MAINT.
058000     MOVE CERT-OLD-UTILITY TO PRINT-UTILITY.
058100     MOVE CERT-OLD-UNMASK TO PRINT-UNMASK.
058200     IF CERT-LAST-SIGN-ON = ZEROES
058300         MOVE "     NEVER" TO PRINT-NEVER
058400     ELSE
058500         MOVE CERT-LAST-SIGN-ON TO DATE-CCYYMMDD
058600         PERFORM FORMAT-THE-DATE
058700         MOVE FORMATTED-DATE TO PRINT-LAST-SIGN-ON.
058800     IF CERT-WAS-LOCKED = "Y"
058900         MOVE "LOCKED" TO PRINT-LOCK.
059000     PERFORM SET-STATUS-WORDS.
059100     MOVE STATUS-WORDS TO PRINT-STATUS.
059200     MOVE DETAIL-LINE TO PRINTER-RECORD.
059300     PERFORM WRITE-TO-PRINTER.
059400     IF CERT-IS-PENDING
059500         ADD 1 TO PENDING-COUNT
059600     ELSE
059700         PERFORM PRINT-DECISION-LINE.
059800
059900 PRINT-DECISION-LINE.
060000     MOVE CERT-DECIDED-BY TO PRINT-DECIDED-BY.
060100     MOVE CERT-DECIDED-DATE TO DATE-CCYYMMDD.
060200     PERFORM FORMAT-THE-DATE.
060300     MOVE FORMATTED-DATE TO PRINT-DECIDED-DATE.
060400     MOVE CERT-NEW-FLAGS TO PRINT-NEW-FLAGS.
060500     MOVE CERT-DECISION-NOTE TO PRINT-NOTE.
060600     MOVE DECISION-LINE TO PRINTER-RECORD.
060700     PERFORM WRITE-TO-PRINTER.
060800
060900 SET-STATUS-WORDS.
061000     IF CERT-IS-PENDING
061100         MOVE "PENDING" TO STATUS-WORDS
061200     ELSE
061300     IF CERT-IS-KEPT
061400         MOVE "KEPT" TO STATUS-WORDS
061500     ELSE
061600     IF CERT-IS-REVOKED
061700         MOVE "REVOKED" TO STATUS-WORDS
061800     ELSE
061900     IF CERT-IS-CHANGED
062000         MOVE "CHANGED" TO STATUS-WORDS
062100     ELSE
062200         MOVE "LAPSED" TO STATUS-WORDS.
062300
062400 PRINT-PACKET-TOTALS.
062500     PERFORM LINE-FEED.
062600     MOVE PACKET-COUNT TO PRINT-TOTAL-COUNT.
062700     MOVE "SUPERVISOR PACKETS" TO PRINT-TOTAL-WORDS.
062800     MOVE TOTAL-LINE TO PRINTER-RECORD.
062900     PERFORM WRITE-TO-PRINTER.
063000     MOVE PENDING-COUNT TO PRINT-TOTAL-COUNT.
063100     MOVE "OPERATORS STILL TO BE RECERTIFIED IN RCTENT01"
063200         TO PRINT-TOTAL-WORDS.
063300     MOVE TOTAL-LINE TO PRINTER-RECORD.
063400     PERFORM WRITE-TO-PRINTER.
063500
063600 READ-OPER-RECORD.
063700     MOVE "Y" TO OPER-RECORD-FOUND.
063800     READ OPERATOR-FILE RECORD
063900         INVALID KEY
064000         MOVE "N" TO OPER-RECORD-FOUND.
064100
064200 WRITE-TO-PRINTER.
064300     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
064400     ADD 1 TO LINE-COUNT.
064500
064600 LINE-FEED.
064700     MOVE SPACE TO PRINTER-RECORD.
064800     PERFORM WRITE-TO-PRINTER.
064900
065000 START-NEXT-PAGE.
065100     PERFORM END-LAST-PAGE.
065200     PERFORM START-NEW-PAGE.
065300
065400 START-NEW-PAGE.
065500     ADD 1 TO PAGE-NUMBER.
065600     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
065700     MOVE TITLE-LINE TO PRINTER-RECORD.
065800     PERFORM WRITE-TO-PRINTER.
065900     PERFORM LINE-FEED.
066000     PERFORM PRINT-SUPERVISOR-HEADING.
066100
066200 END-LAST-PAGE.
066300     PERFORM FORM-FEED.
066400     MOVE ZERO TO LINE-COUNT.
066500
066600 FORM-FEED.
066700     MOVE SPACE TO PRINTER-RECORD.
066800     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
066900
067000*---------------------------------
067100* Utility routines.
067200*---------------------------------
067300     COPY "PLSIGN01.CBL".
067400
067500     COPY "PLDATE01.CBL".

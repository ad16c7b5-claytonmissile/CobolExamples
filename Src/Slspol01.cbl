000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SLSPOL01.
000300*---------------------------------
000400* POS polling exception report.
000500*
000600* Run each morning before the
000700* sales roll. It first writes an
000800* expected entry on the polling
000900* control file for every store
001000* active on each business day
001100* the roll has not yet covered,
001200* through yesterday. A store is
001300* expected from its open date up
001400* to its close date while its
001500* status is active. The register
001600* import marks each entry
001700* arrived as the store's file
001800* loads.
001900*
002000* The report then lists:
002100*
002200*  - missing stores: entries
002300*    still expected
002400*  - file exceptions the import
002500*    has found since the last
002600*    report: a file refused
002700*    because its sequence number
002800*    was already loaded, a gap
002900*    in a store's sequence
003000*    numbers, a file that did
003100*    not balance to its trailer
003200*    or sent none
003300*  - each day not yet rolled,
003400*    ready or held back
003500*
003600* The roll and the sales journal
003700* extract hold back a day until
003800* every store expected that day
003900* is in and balanced. A store
004000* that cannot be recovered (a
004100* register down all day, a store
004200* shut for weather) is waived
004300* here, with a reason, under a
004400* supervisor's approval, and the
004500* day is let go.
004600*---------------------------------
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000
005100     COPY "SLSTORE.CBL".
005200
005300     COPY "SLPOLL.CBL".
005400
005500     COPY "SLAGCTL.CBL".
005600
005700     COPY "SLOPER.CBL".
005800
005900     COPY "SLSONLOG.CBL".
006000
006100     COPY "SLSESS.CBL".
006200
006300     SELECT PRINTER-FILE
006400         ASSIGN TO PRINTER
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900
007000     COPY "FDSTORE.CBL".
007100
007200     COPY "FDPOLL.CBL".
007300
007400     COPY "FDAGCTL.CBL".
007500
007600     COPY "FDOPER.CBL".
007700
007800     COPY "FDSONLOG.CBL".
007900
008000     COPY "FDSESS.CBL".
008100
008200 FD  PRINTER-FILE
008300     LABEL RECORDS ARE OMITTED.
008400 01  PRINTER-RECORD             PIC X(80).
008500
008600 WORKING-STORAGE SECTION.
008700
008800 77  STORE-FILE-AT-END       PIC X.
008900 77  POLL-FILE-AT-END        PIC X.
009000 77  STORE-RECORD-FOUND      PIC X.
009100 77  LAST-AGG-DATE           PIC 9(8).
009200 77  TODAY-DATE              PIC 9(8).
009300 77  FIRST-DAY               PIC 9(8).
009400 77  LAST-DAY                PIC 9(8).
009500 77  WORK-DAY                PIC 9(8).
009600 77  EXPECTED-ADDED          PIC 9(5)  VALUE ZEROES.
009700 77  MISSING-COUNT           PIC 9(5)  VALUE ZEROES.
009800 77  EXCEPTION-COUNT         PIC 9(5)  VALUE ZEROES.
009900 77  HELD-DAY-COUNT          PIC 9(3)  VALUE ZEROES.
010000 77  DUPLICATE-EDIT          PIC ZZ9.
010100 77  SEQUENCE-EDIT           PIC ZZZZZ9.
010200
010300*---------------------------------
010400* Waiver entry.
010500*---------------------------------
010600 77  WAIVE-ANSWER            PIC X.
010700 77  WAIVE-STORE             PIC 9(2).
010800 77  WAIVE-DATE              PIC 9(8).
010900 77  WAIVE-REASON            PIC X(30).
011000 77  WAIVE-IS-ALLOWED        PIC X.
011100 77  WAIVE-COUNT             PIC 9(3)  VALUE ZEROES.
011200
011300 77  LINE-COUNT              PIC 999   VALUE ZERO.
011400 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
011500 77  MAXIMUM-LINES           PIC 999   VALUE 55.
011600
011700 01  TITLE-LINE.
011800     05  FILLER              PIC X(14) VALUE SPACE.
011900     05  FILLER              PIC X(30)
012000         VALUE "POS POLLING EXCEPTIONS AS OF ".
012100     05  PRINT-TITLE-DATE    PIC Z9/99/9999.
012200     05  FILLER              PIC X(10) VALUE SPACE.
012300     05  FILLER              PIC X(5)  VALUE "PAGE:".
012400     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
012500
012600 01  HEADING-LINE.
012700     05  FILLER              PIC X(2)  VALUE SPACE.
012800     05  PRINT-HEADING       PIC X(60).
012900
013000 01  MISSING-LINE.
013100     05  FILLER              PIC X(2)  VALUE SPACE.
013200     05  PRINT-STORE         PIC 99.
013300     05  FILLER              PIC X(2)  VALUE SPACE.
013400     05  PRINT-STORE-NAME    PIC X(20).
013500     05  FILLER              PIC X(2)  VALUE SPACE.
013600     05  PRINT-DATE          PIC Z9/99/9999.
013700     05  FILLER              PIC X(2)  VALUE SPACE.
013800     05  PRINT-NOTE          PIC X(30).
013900
014000 01  EXCEPTION-LINE.
014100     05  FILLER              PIC X(2)  VALUE SPACE.
014200     05  PRINT-EX-STORE      PIC 99.
014300     05  FILLER              PIC X(2)  VALUE SPACE.
014400     05  PRINT-EX-DATE       PIC Z9/99/9999.
014500     05  FILLER              PIC X(2)  VALUE SPACE.
014600     05  PRINT-EX-SEQUENCE   PIC ZZZZZ9.
014700     05  FILLER              PIC X(2)  VALUE SPACE.
014800     05  PRINT-EX-TEXT       PIC X(40).
014900
015000 01  BALANCE-LINE.
015100     05  FILLER              PIC X(4)  VALUE SPACE.
015200     05  FILLER              PIC X(9)  VALUE "RECEIVED ".
015300     05  PRINT-RCV-LINES     PIC ZZZZZ9.
015400     05  FILLER              PIC X(1)  VALUE SPACE.
015500     05  PRINT-RCV-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
015600     05  FILLER              PIC X(10) VALUE "  TRAILER ".
015700     05  PRINT-TRL-LINES     PIC ZZZZZ9.
015800     05  FILLER              PIC X(1)  VALUE SPACE.
015900     05  PRINT-TRL-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
016000
016100 01  DAY-LINE.
016200     05  FILLER              PIC X(2)  VALUE SPACE.
016300     05  PRINT-DAY           PIC Z9/99/9999.
016400     05  FILLER              PIC X(2)  VALUE SPACE.
016500     05  PRINT-DAY-STATUS    PIC X(15).
016600     05  PRINT-DAY-COUNT     PIC ZZ9   BLANK WHEN ZERO.
016700     05  FILLER              PIC X(1)  VALUE SPACE.
016800     05  PRINT-DAY-NOTE      PIC X(25).
016900
017000 01  WAIVER-LINE.
017100     05  FILLER              PIC X(2)  VALUE SPACE.
017200     05  PRINT-WV-STORE      PIC 99.
017300     05  FILLER              PIC X(2)  VALUE SPACE.
017400     05  PRINT-WV-DATE       PIC Z9/99/9999.
017500     05  FILLER              PIC X(2)  VALUE SPACE.
017600     05  PRINT-WV-REASON     PIC X(30).
017700     05  FILLER              PIC X(4)  VALUE " BY ".
017800     05  PRINT-WV-BY         PIC X(8).
017900
018000 01  TOTAL-LINE.
018100     05  FILLER              PIC X(9)  VALUE "MISSING:".
018200     05  PRINT-MISSING       PIC ZZZZ9.
018300     05  FILLER              PIC X(15) VALUE "  FILE ERRORS:".
018400     05  PRINT-EXCEPTIONS    PIC ZZZZ9.
018500     05  FILLER              PIC X(13) VALUE "  DAYS HELD:".
018600     05  PRINT-HELD-DAYS     PIC ZZ9.
018700
018800     COPY "WSCASE01.CBL".
018900
019000     COPY "WSDATE01.CBL".
019100
019200     COPY "WSAUDIT01.CBL".
019300
019400     COPY "WSSIGN01.CBL".
019500
019600     COPY "WSOVRD01.CBL".
019700
019800     COPY "WSPOLL01.CBL".
019900
020000 PROCEDURE DIVISION.
020100 PROGRAM-BEGIN.
020200     PERFORM OPENING-PROCEDURE.
020300     MOVE "SLSPOL01" TO SIGN-ON-PROGRAM.
020400     PERFORM GET-OPERATOR-SIGN-ON.
020500     IF OPERATOR-IS-SIGNED-ON
020600         PERFORM MAIN-PROCESS.
020700     PERFORM CLOSING-PROCEDURE.
020800
020900 PROGRAM-EXIT.
021000     EXIT PROGRAM.
021100
021200 PROGRAM-DONE.
021300     ACCEPT OMITTED. STOP RUN.
021400
021500 OPENING-PROCEDURE.
021600     PERFORM READ-AGG-CONTROL.
021700     OPEN I-O OPERATOR-FILE.
021800     OPEN INPUT STORE-FILE.
021900     OPEN I-O POLL-CONTROL-FILE.
022000     OPEN OUTPUT PRINTER-FILE.
022100
022200 CLOSING-PROCEDURE.
022300     CLOSE OPERATOR-FILE.
022400     CLOSE STORE-FILE.
022500     CLOSE POLL-CONTROL-FILE.
022600     PERFORM END-LAST-PAGE.
022700     CLOSE PRINTER-FILE.
022800
022900 MAIN-PROCESS.
023000     PERFORM SET-REPORT-WINDOW.
023100     PERFORM BUILD-EXPECTED-ENTRIES.
023200     PERFORM START-NEW-PAGE.
023300     PERFORM PRINT-MISSING-STORES.
023400     PERFORM PRINT-FILE-EXCEPTIONS.
023500     PERFORM PRINT-DAYS-NOT-ROLLED.
023600     PERFORM PRINT-REPORT-TOTALS.
023700     PERFORM GET-WAIVERS.
023800
023900*---------------------------------
024000* The days the roll has still to
024100* cover, through yesterday.
024200* Before the first roll only
024300* yesterday is looked at.
024400*---------------------------------
024500 SET-REPORT-WINDOW.
024600     MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
024700     COMPUTE LAST-DAY = FUNCTION DATE-OF-INTEGER
024800         (FUNCTION INTEGER-OF-DATE (TODAY-DATE) - 1).
024900     IF LAST-AGG-DATE = ZEROES
025000         MOVE LAST-DAY TO FIRST-DAY
025100     ELSE
025200         COMPUTE FIRST-DAY = FUNCTION DATE-OF-INTEGER
025300             (FUNCTION INTEGER-OF-DATE (LAST-AGG-DATE) + 1).
025400
025500*---------------------------------
025600* One expected entry per store
025700* active on the day. An entry
025800* the import has already made
025900* (the store's file came in
026000* before the report ran) is
026100* left as it is.
026200*---------------------------------
026300 BUILD-EXPECTED-ENTRIES.
026400     MOVE FIRST-DAY TO WORK-DAY.
026500     PERFORM BUILD-DAY-ENTRIES
026600         UNTIL WORK-DAY > LAST-DAY.
026700     IF EXPECTED-ADDED NOT = ZEROES
026800         DISPLAY EXPECTED-ADDED " EXPECTED ENTRIES ADDED".
026900
027000 BUILD-DAY-ENTRIES.
027100     MOVE WORK-DAY TO POLL-CHECK-DATE.
027200     MOVE "N" TO STORE-FILE-AT-END.
027300     MOVE ZEROES TO STORE-CODE.
027400     START STORE-FILE KEY NOT < STORE-CODE
027500         INVALID KEY
027600         MOVE "Y" TO STORE-FILE-AT-END.
027700     PERFORM BUILD-NEXT-STORE-ENTRY
027800         UNTIL STORE-FILE-AT-END = "Y".
027900     COMPUTE WORK-DAY = FUNCTION DATE-OF-INTEGER
028000         (FUNCTION INTEGER-OF-DATE (WORK-DAY) + 1).
028100
028200 BUILD-NEXT-STORE-ENTRY.
028300     READ STORE-FILE NEXT RECORD
028400         AT END
028500         MOVE "Y" TO STORE-FILE-AT-END.
028600     IF STORE-FILE-AT-END NOT = "Y"
028700         PERFORM CHECK-STORE-EXPECTED
028800         IF POLL-STORE-EXPECTED = "Y"
028900             PERFORM ADD-EXPECTED-ENTRY.
029000
029100 ADD-EXPECTED-ENTRY.
029200     MOVE STORE-CODE TO POLL-STORE.
029300     MOVE WORK-DAY TO POLL-DATE.
029400     PERFORM READ-POLL-RECORD.
029500     IF POLL-RECORD-FOUND = "N"
029600         PERFORM WRITE-EXPECTED-ENTRY.
029700
029800 WRITE-EXPECTED-ENTRY.
029900     PERFORM INIT-POLL-RECORD.
030000     ADD 1 TO EXPECTED-ADDED.
030100     WRITE POLL-RECORD
030200         INVALID KEY
030300         DISPLAY "ERROR WRITING POLLING CONTROL".
030400
030500*---------------------------------
030600* Stores still expected on a day
030700* the roll has not covered.
030800*---------------------------------
030900 PRINT-MISSING-STORES.
031000     MOVE "MISSING STORES - NO REGISTER FILE RECEIVED"
031100         TO PRINT-HEADING.
031200     PERFORM PRINT-SECTION-HEADING.
031300     PERFORM START-POLL-FILE.
031400     PERFORM PRINT-NEXT-MISSING
031500         UNTIL POLL-FILE-AT-END = "Y".
031600     IF MISSING-COUNT = ZEROES
031700         MOVE "  NONE" TO PRINTER-RECORD
031800         PERFORM WRITE-TO-PRINTER.
031900
032000 PRINT-NEXT-MISSING.
032100     PERFORM READ-NEXT-POLL-RECORD.
032200     IF POLL-FILE-AT-END NOT = "Y"
032300        AND POLL-DATE > LAST-AGG-DATE
032400        AND POLL-DATE NOT > LAST-DAY
032500        AND POLL-IS-EXPECTED
032600         PERFORM PRINT-MISSING-LINE.
032700
032800 PRINT-MISSING-LINE.
032900     ADD 1 TO MISSING-COUNT.
033000     PERFORM READ-POLL-STORE.
033100     MOVE SPACE TO MISSING-LINE.
033200     MOVE POLL-STORE TO PRINT-STORE.
033300     MOVE STORE-NAME TO PRINT-STORE-NAME.
033400     MOVE POLL-DATE TO DATE-CCYYMMDD.
033500     PERFORM CONVERT-TO-MMDDCCYY.
033600     MOVE DATE-MMDDCCYY TO PRINT-DATE.
033700     IF POLL-DUPLICATE-COUNT NOT = ZEROES
033800         MOVE "ONLY A DUPLICATE FILE CAME IN" TO PRINT-NOTE
033900     ELSE
034000         MOVE "NOT POLLED" TO PRINT-NOTE.
034100     IF LINE-COUNT > MAXIMUM-LINES
034200         PERFORM START-NEXT-PAGE.
034300     MOVE MISSING-LINE TO PRINTER-RECORD.
034400     PERFORM WRITE-TO-PRINTER.
034500
034600 READ-POLL-STORE.
034700     MOVE POLL-STORE TO STORE-CODE.
034800     MOVE "Y" TO STORE-RECORD-FOUND.
034900     READ STORE-FILE RECORD
035000         INVALID KEY
035100         MOVE "N" TO STORE-RECORD-FOUND.
035200     IF STORE-RECORD-FOUND = "N"
035300         MOVE "*** NOT ON FILE ***" TO STORE-NAME.
035400
035500*---------------------------------
035600* Problems the import flagged
035700* since the last report. Each is
035800* printed once, then its flag is
035900* cleared; a file that still
036000* does not balance keeps its day
036100* held below until it is
036200* reloaded or waived.
036300*---------------------------------
036400 PRINT-FILE-EXCEPTIONS.
036500     PERFORM LINE-FEED.
036600     MOVE "FILE EXCEPTIONS SINCE THE LAST REPORT"
036700         TO PRINT-HEADING.
036800     PERFORM PRINT-SECTION-HEADING.
036900     PERFORM START-POLL-FILE.
037000     PERFORM PRINT-NEXT-EXCEPTION
037100         UNTIL POLL-FILE-AT-END = "Y".
037200     IF EXCEPTION-COUNT = ZEROES
037300         MOVE "  NONE" TO PRINTER-RECORD
037400         PERFORM WRITE-TO-PRINTER.
037500
037600 PRINT-NEXT-EXCEPTION.
037700     PERFORM READ-NEXT-POLL-RECORD.
037800     IF POLL-FILE-AT-END NOT = "Y"
037900        AND POLL-DATE NOT = ZEROES
038000        AND POLL-EXCEPTION-IS-NEW
038100         PERFORM PRINT-POLL-EXCEPTIONS.
038200
038300 PRINT-POLL-EXCEPTIONS.
038400     IF POLL-DUPLICATE-COUNT NOT = ZEROES
038500         MOVE POLL-DUPLICATE-COUNT TO DUPLICATE-EDIT
038600         MOVE SPACE TO PRINT-EX-TEXT
038700         STRING "ALREADY-LOADED FILE REFUSED X"
038800                    DELIMITED BY SIZE
038900                DUPLICATE-EDIT DELIMITED BY SIZE
039000             INTO PRINT-EX-TEXT
039100         PERFORM PRINT-EXCEPTION-LINE.
039200     IF POLL-HAS-SEQUENCE-GAP
039300         MOVE POLL-EXPECTED-SEQUENCE TO SEQUENCE-EDIT
039400         MOVE SPACE TO PRINT-EX-TEXT
039500         STRING "OUT OF SEQUENCE - EXPECTED "
039600                    DELIMITED BY SIZE
039700                SEQUENCE-EDIT DELIMITED BY SIZE
039800             INTO PRINT-EX-TEXT
039900         PERFORM PRINT-EXCEPTION-LINE.
040000     IF POLL-BALANCE = "N"
040100         MOVE "FILE OUT OF BALANCE TO TRAILER"
040200             TO PRINT-EX-TEXT
040300         PERFORM PRINT-EXCEPTION-LINE
040400         PERFORM PRINT-BALANCE-LINE.
040500     IF POLL-BALANCE = "M"
040600         MOVE "NO TRAILER - FILE CUT SHORT" TO PRINT-EX-TEXT
040700         PERFORM PRINT-EXCEPTION-LINE
040800         PERFORM PRINT-BALANCE-LINE.
040900     MOVE "N" TO POLL-NEW-EXCEPTION.
041000     REWRITE POLL-RECORD
041100         INVALID KEY
041200         DISPLAY "ERROR REWRITING POLLING CONTROL".
041300
041400 PRINT-EXCEPTION-LINE.
041500     ADD 1 TO EXCEPTION-COUNT.
041600     MOVE POLL-STORE TO PRINT-EX-STORE.
041700     MOVE POLL-DATE TO DATE-CCYYMMDD.
041800     PERFORM CONVERT-TO-MMDDCCYY.
041900     MOVE DATE-MMDDCCYY TO PRINT-EX-DATE.
042000     MOVE POLL-SEQUENCE TO PRINT-EX-SEQUENCE.
042100     IF LINE-COUNT > MAXIMUM-LINES
042200         PERFORM START-NEXT-PAGE.
042300     MOVE EXCEPTION-LINE TO PRINTER-RECORD.
042400     PERFORM WRITE-TO-PRINTER.
042500
042600 PRINT-BALANCE-LINE.
042700     MOVE POLL-LINES-RECEIVED TO PRINT-RCV-LINES.
042800     MOVE POLL-AMOUNT-RECEIVED TO PRINT-RCV-AMOUNT.
042900     MOVE POLL-TRAILER-LINES TO PRINT-TRL-LINES.
043000     MOVE POLL-TRAILER-AMOUNT TO PRINT-TRL-AMOUNT.
043100     MOVE BALANCE-LINE TO PRINTER-RECORD.
043200     PERFORM WRITE-TO-PRINTER.
043300
043400*---------------------------------
043500* Each day the roll has still to
043600* cover, with the same check the
043700* roll and the extract make.
043800*---------------------------------
043900 PRINT-DAYS-NOT-ROLLED.
044000     PERFORM LINE-FEED.
044100     MOVE "DAYS NOT YET ROLLED" TO PRINT-HEADING.
044200     PERFORM PRINT-SECTION-HEADING.
044300     MOVE FIRST-DAY TO WORK-DAY.
044400     PERFORM PRINT-ONE-DAY-STATUS
044500         UNTIL WORK-DAY > LAST-DAY.
044600     IF FIRST-DAY > LAST-DAY
044700         MOVE "  NONE" TO PRINTER-RECORD
044800         PERFORM WRITE-TO-PRINTER.
044900
045000 PRINT-ONE-DAY-STATUS.
045100     MOVE WORK-DAY TO POLL-CHECK-DATE.
045200     PERFORM CHECK-POLLING-DAY.
045300     MOVE SPACE TO DAY-LINE.
045400     MOVE WORK-DAY TO DATE-CCYYMMDD.
045500     PERFORM CONVERT-TO-MMDDCCYY.
045600     MOVE DATE-MMDDCCYY TO PRINT-DAY.
045700     IF POLL-DAY-IS-COMPLETE = "Y"
045800         MOVE "READY TO ROLL" TO PRINT-DAY-STATUS
045900         MOVE ZEROES TO PRINT-DAY-COUNT
046000     ELSE
046100         ADD 1 TO HELD-DAY-COUNT
046200         MOVE "HELD BACK -" TO PRINT-DAY-STATUS
046300         MOVE POLL-UNRESOLVED-COUNT TO PRINT-DAY-COUNT
046400         MOVE "STORE(S) OUTSTANDING" TO PRINT-DAY-NOTE.
046500     IF LINE-COUNT > MAXIMUM-LINES
046600         PERFORM START-NEXT-PAGE.
046700     MOVE DAY-LINE TO PRINTER-RECORD.
046800     PERFORM WRITE-TO-PRINTER.
046900     COMPUTE WORK-DAY = FUNCTION DATE-OF-INTEGER
047000         (FUNCTION INTEGER-OF-DATE (WORK-DAY) + 1).
047100
047200 PRINT-REPORT-TOTALS.
047300     PERFORM LINE-FEED.
047400     MOVE MISSING-COUNT TO PRINT-MISSING.
047500     MOVE EXCEPTION-COUNT TO PRINT-EXCEPTIONS.
047600     MOVE HELD-DAY-COUNT TO PRINT-HELD-DAYS.
047700     MOVE TOTAL-LINE TO PRINTER-RECORD.
047800     PERFORM WRITE-TO-PRINTER.
047900     DISPLAY MISSING-COUNT " MISSING, "
048000             EXCEPTION-COUNT " FILE EXCEPTIONS, "
048100             HELD-DAY-COUNT " DAYS HELD BACK".
048200
048300 PRINT-SECTION-HEADING.
048400     IF LINE-COUNT > MAXIMUM-LINES - 3
048500         PERFORM START-NEXT-PAGE.
048600     MOVE HEADING-LINE TO PRINTER-RECORD.
048700     PERFORM WRITE-TO-PRINTER.
048800     PERFORM LINE-FEED.
048900
049000*---------------------------------
049100* A waiver lets a day go without
049200* the store's sales. It needs a
049300* reason and a second operator
049400* with utility authority, and is
049500* printed at the foot of the
049600* report.
049700*---------------------------------
049800 GET-WAIVERS.
049900     PERFORM GET-WAIVE-ANSWER.
050000     PERFORM WAIVE-ONE-STORE-DAY
050100         UNTIL WAIVE-ANSWER = "N".
050200
050300 GET-WAIVE-ANSWER.
050400     PERFORM ACCEPT-WAIVE-ANSWER.
050500     PERFORM RE-ACCEPT-WAIVE-ANSWER
050600         UNTIL WAIVE-ANSWER = "Y" OR "N".
050700
050800 ACCEPT-WAIVE-ANSWER.
050900     DISPLAY "WAIVE A MISSING STORE OR BAD FILE (Y/N)?".
051000     ACCEPT WAIVE-ANSWER.
051100     INSPECT WAIVE-ANSWER
051200      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
051300
051400 RE-ACCEPT-WAIVE-ANSWER.
051500     DISPLAY "YOU MUST ENTER YES OR NO".
051600     PERFORM ACCEPT-WAIVE-ANSWER.
051700
051800 WAIVE-ONE-STORE-DAY.
051900     PERFORM GET-WAIVE-ENTRY.
052000     IF WAIVE-IS-ALLOWED = "Y"
052100         PERFORM GET-WAIVE-APPROVAL.
052200     PERFORM GET-WAIVE-ANSWER.
052300
052400 GET-WAIVE-ENTRY.
052500     DISPLAY "STORE NUMBER TO WAIVE?".
052600     ACCEPT WAIVE-STORE.
052700     MOVE "N" TO ZERO-DATE-IS-OK.
052800     MOVE "ENTER BUSINESS DAY TO WAIVE (MM/DD/CCYY)"
052900         TO DATE-PROMPT.
053000     PERFORM GET-A-DATE.
053100     MOVE DATE-CCYYMMDD TO WAIVE-DATE.
053200     MOVE WAIVE-STORE TO POLL-STORE.
053300     MOVE WAIVE-DATE TO POLL-DATE.
053400     PERFORM READ-POLL-RECORD.
053500     MOVE "N" TO WAIVE-IS-ALLOWED.
053600     IF POLL-RECORD-FOUND = "N"
053700         DISPLAY "NO POLLING ENTRY FOR THAT STORE AND DAY"
053800     ELSE
053900     IF POLL-IS-WAIVED
054000         DISPLAY "THAT DAY IS ALREADY WAIVED"
054100     ELSE
054200     IF POLL-IS-ARRIVED
054300        AND NOT POLL-IS-OUT-OF-BALANCE
054400         DISPLAY "THAT STORE'S FILE IS IN AND BALANCED"
054500     ELSE
054600         MOVE "Y" TO WAIVE-IS-ALLOWED.
054700
054800 GET-WAIVE-APPROVAL.
054900     DISPLAY "REASON FOR THE WAIVER?".
055000     ACCEPT WAIVE-REASON.
055100     INSPECT WAIVE-REASON
055200      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
055300     IF WAIVE-REASON = SPACE
055400         DISPLAY "A WAIVER NEEDS A REASON - NOT WAIVED"
055500     ELSE
055600         DISPLAY "A SECOND OPERATOR WITH UTILITY"
055700         DISPLAY "AUTHORITY MUST APPROVE THE WAIVER"
055800         PERFORM GET-SUPERVISOR-CREDS
055900         IF OVERRIDE-IS-GOOD = "Y"
056000             PERFORM WAIVE-THE-ENTRY
056100         ELSE
056200             DISPLAY "NOT WAIVED".
056300
056400*---------------------------------
056500* The supervisor check re-reads
056600* the operator file only, so the
056700* entry read above is still in
056800* the record area.
056900*---------------------------------
057000 WAIVE-THE-ENTRY.
057100     MOVE "W" TO POLL-STATUS.
057200     MOVE OVERRIDE-OPER-ID TO POLL-WAIVED-BY.
057300     MOVE TODAY-DATE TO POLL-WAIVED-DATE.
057400     MOVE WAIVE-REASON TO POLL-WAIVED-REASON.
057500     REWRITE POLL-RECORD
057600         INVALID KEY
057700         DISPLAY "ERROR REWRITING POLLING CONTROL".
057800     ADD 1 TO WAIVE-COUNT.
057900     PERFORM PRINT-WAIVER-LINE.
058000     DISPLAY "STORE " WAIVE-STORE " WAIVED FOR " DATE-MMDDCCYY.
058100
058200 PRINT-WAIVER-LINE.
058300     IF WAIVE-COUNT = 1
058400         PERFORM LINE-FEED
058500         MOVE "WAIVED THIS RUN" TO PRINT-HEADING
058600         PERFORM PRINT-SECTION-HEADING.
058700     MOVE POLL-STORE TO PRINT-WV-STORE.
058800     MOVE POLL-DATE TO DATE-CCYYMMDD.
058900     PERFORM CONVERT-TO-MMDDCCYY.
059000     MOVE DATE-MMDDCCYY TO PRINT-WV-DATE.
059100     MOVE POLL-WAIVED-REASON TO PRINT-WV-REASON.
059200     MOVE POLL-WAIVED-BY TO PRINT-WV-BY.
059300     IF LINE-COUNT > MAXIMUM-LINES
059400         PERFORM START-NEXT-PAGE.
059500     MOVE WAIVER-LINE TO PRINTER-RECORD.
059600     PERFORM WRITE-TO-PRINTER.
059700
059800*---------------------------------
059900* Sales aggregation control -
060000* the date the roll has
060100* aggregated through.
060200*---------------------------------
060300 READ-AGG-CONTROL.
060400     OPEN INPUT AGCTL-FILE.
060500     MOVE ZEROES TO LAST-AGG-DATE.
060600     READ AGCTL-FILE
060700         AT END
060800         MOVE ZEROES TO AGCTL-LAST-AGG-DATE.
060900     MOVE AGCTL-LAST-AGG-DATE TO LAST-AGG-DATE.
061000     CLOSE AGCTL-FILE.
061100
061200*---------------------------------
061300* File I-O routines.
061400*---------------------------------
061500 START-POLL-FILE.
061600     MOVE "N" TO POLL-FILE-AT-END.
061700     MOVE ZEROES TO POLL-KEY.
061800     START POLL-CONTROL-FILE KEY NOT < POLL-KEY
061900         INVALID KEY
062000         MOVE "Y" TO POLL-FILE-AT-END.
062100
062200 READ-NEXT-POLL-RECORD.
062300     READ POLL-CONTROL-FILE NEXT RECORD
062400         AT END
062500         MOVE "Y" TO POLL-FILE-AT-END.
062600
062700*---------------------------------
062800* Printer I-O routines.
062900*---------------------------------
063000 WRITE-TO-PRINTER.
063100     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
063200     ADD 1 TO LINE-COUNT.
063300
063400 LINE-FEED.
063500     MOVE SPACE TO PRINTER-RECORD.
063600     PERFORM WRITE-TO-PRINTER.
063700
063800 START-NEXT-PAGE.
063900     PERFORM END-LAST-PAGE.
064000     PERFORM START-NEW-PAGE.
064100
064200 START-NEW-PAGE.
064300     ADD 1 TO PAGE-NUMBER.
064400     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
064500     MOVE TODAY-DATE TO DATE-CCYYMMDD.
064600     PERFORM CONVERT-TO-MMDDCCYY.
064700     MOVE DATE-MMDDCCYY TO PRINT-TITLE-DATE.
064800     MOVE TITLE-LINE TO PRINTER-RECORD.
064900     PERFORM WRITE-TO-PRINTER.
065000     PERFORM LINE-FEED.
065100
065200 END-LAST-PAGE.
065300     PERFORM FORM-FEED.
065400     MOVE ZERO TO LINE-COUNT.
065500
065600 FORM-FEED.
065700     MOVE SPACE TO PRINTER-RECORD.
065800     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
065900
066000*---------------------------------
066100* Utility routines.
066200*---------------------------------
066300     COPY "PLDATE01.CBL".
066400
066500     COPY "PLSIGN01.CBL".
066600
066700     COPY "PLOVRD01.CBL".
066800
066900     COPY "PLPOLL01.CBL".

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ALCRUN01.
000300*---------------------------------
000400* Month-end shared cost
000500* allocation.
000600*
000700* For a month (CCYYMM), each
000800* rule on the allocation rule
000900* file takes what the month
001000* charged to its home-office
001100* source account - the voucher
001200* distribution lines in the
001300* rule's company that carry no
001400* store, on vouchers dated in
001500* the month and neither
001600* cancelled nor rejected - and
001700* reclasses it out to the
001800* rule's target accounts: a
001900* credit to the source and a
002000* debit to each target, source
002100* AL followed by the month.
002200*
002300* Each target's share is the
002400* amount times its weight over
002500* the rule's total weight,
002600* rounded to the penny. The
002700* weight is the fixed percent,
002800* the store's net sales for the
002900* month on the sales history
003000* file, or the store's square
003100* feet. A store closed before
003200* the month weighs nothing. The
003300* pennies the rounding leaves
003400* over go to the heaviest
003500* target so the shares tie to
003600* the source exactly. A rule
003700* with nothing to weigh it by
003800* is reported and not posted.
003900*
004000* The entries are appended to
004100* the night's journal file and
004200* to the permanent journal
004300* history under their own batch
004400* number, and an allocation
004500* register is printed. A month
004600* already allocated is refused
004700* unless an operator with
004800* utility authority signs on to
004900* override, the way the AP
005000* journal extract guards its
005100* dates.
005200*
005300* Run as a month-end leg of the
005400* nightly batch, after the sales
005500* roll has filled the month's
005600* history, it allocates the
005700* current month, prints the
005800* register to ALCREG since the
005900* driver's control report holds
006000* the printer, and a refused
006100* month is simply skipped. Run
006200* stand-alone, the month is
006300* asked for.
006400*---------------------------------
006500 ENVIRONMENT DIVISION.
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800
006900     COPY "SLALCR.CBL".
007000
007100     COPY "SLDIST.CBL".
007200
007300     COPY "SLVOUCH.CBL".
007400
007500     COPY "SLSHIST.CBL".
007600
007700     COPY "SLSTORE.CBL".
007800
007900     COPY "SLACCT.CBL".
008000
008100     COPY "SLGLJRN.CBL".
008200
008300     COPY "SLGLJHST.CBL".
008400
008500     COPY "SLGLJCTL.CBL".
008600
008700     COPY "SLOPER.CBL".
008800
008900     SELECT PRINTER-FILE
009000         ASSIGN TO REPORT-DESTINATION
009100         ORGANIZATION IS LINE SEQUENTIAL.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
009500
009600     COPY "FDALCR.CBL".
009700
009800     COPY "FDDIST.CBL".
009900
010000     COPY "FDVOUCH.CBL".
010100
010200     COPY "FDSHIST.CBL".
010300
010400     COPY "FDSTORE.CBL".
010500
010600     COPY "FDACCT.CBL".
010700
010800     COPY "FDGLJRN.CBL".
010900
011000     COPY "FDGLJHST.CBL".
011100
011200     COPY "FDGLJCTL.CBL".
011300
011400     COPY "FDOPER.CBL".
011500
011600 FD  PRINTER-FILE
011700     LABEL RECORDS ARE OMITTED.
011800 01  PRINTER-RECORD             PIC X(80).
011900
012000 WORKING-STORAGE SECTION.
012100
012200 77  REPORT-DESTINATION      PIC X(10) VALUE "PRINTER".
012300
012400 77  RULE-FILE-AT-END        PIC X.
012500 77  RULE-RECORD-FOUND       PIC X.
012600 77  DIST-FILE-AT-END        PIC X.
012700 77  HISTORY-FILE-AT-END     PIC X.
012800 77  VOUCHER-RECORD-FOUND    PIC X.
012900 77  STORE-RECORD-FOUND      PIC X.
013000 77  ACCOUNT-RECORD-FOUND    PIC X.
013100 77  A-RULE-WAS-FOUND        PIC X.
013200
013300 77  RUN-DATE                PIC 9(8).
013400 77  VOUCHER-PERIOD          PIC 9(6).
013500 77  LINE-COMPANY            PIC 9(2).
013600
013700 01  ALLOC-PERIOD            PIC 9(6).
013800 01  ALLOC-PERIOD-FIELDS REDEFINES ALLOC-PERIOD.
013900     05  ALLOC-PERIOD-YEAR   PIC 9(4).
014000     05  ALLOC-PERIOD-MONTH  PIC 9(2).
014100         88  ALLOC-MONTH-IS-VALID VALUES 01 THRU 12.
014200
014300*---------------------------------
014400* The journal source on every
014500* entry of a month's run - it
014600* names the month allocated, so
014700* the guard can find it on the
014800* history whenever the run was.
014900*---------------------------------
015000 01  ALLOC-SOURCE.
015100     05  FILLER              PIC X(2)  VALUE "AL".
015200     05  ALLOC-SOURCE-PERIOD PIC 9(6).
015300
015400*---------------------------------
015500* Re-run guard and journal
015600* history.
015700*---------------------------------
015800 77  HISTORY-AT-END          PIC X.
015900 77  JCTL-AT-END             PIC X.
016000 77  MONTH-ALREADY-ALLOCATED PIC X.
016100 77  PRIOR-BATCH-NO          PIC 9(6).
016200 77  OVERRIDE-ANSWER         PIC X.
016300 77  OK-TO-ALLOCATE          PIC X.
016400 77  JOURNAL-IS-OPEN         PIC X     VALUE "N".
016500 77  RUN-BATCH-NO            PIC 9(6).
016600
016700 77  JOURNAL-RECORD-COUNT    PIC 9(5)     VALUE ZEROES.
016800 77  JOURNAL-DEBIT-TOTAL     PIC S9(9)V99 VALUE ZEROES.
016900 77  JOURNAL-CREDIT-TOTAL    PIC S9(9)V99 VALUE ZEROES.
017000 77  JOURNAL-AMOUNT          PIC S9(9)V99.
017100
017200*---------------------------------
017300* The rules, with what the month
017400* charged to each one's source
017500* account.
017600*---------------------------------
017700 77  RULE-SUB                PIC 9(4).
017800 77  RULE-COUNT              PIC 9(4)  VALUE ZERO.
017900 01  RULE-TABLE.
018000     05  RULE-ENTRY OCCURS 999 TIMES.
018100         10  RULE-ID             PIC 9(3).
018200         10  RULE-COMPANY        PIC 9(2).
018300         10  RULE-SOURCE         PIC 9(5).
018400         10  RULE-AMOUNT         PIC S9(9)V99.
018500
018600*---------------------------------
018700* Net sales by store for the
018800* month.
018900*---------------------------------
019000 77  STORE-SUB               PIC 9(3).
019100 01  STORE-TABLE.
019200     05  STORE-SALES OCCURS 99 TIMES
019300                             PIC S9(9)V99.
019400
019500*---------------------------------
019600* The rule being allocated:
019700* each target's weight, its
019800* percent of the total weight
019900* and its share of the amount.
020000*---------------------------------
020100 77  TARGET-SUB              PIC 9(3).
020200 77  BIGGEST-SUB             PIC 9(3).
020300 01  TARGET-WORK-TABLE.
020400     05  TARGET-WORK OCCURS 99 TIMES.
020500         10  TW-WEIGHT           PIC S9(11)V99.
020600         10  TW-PCT              PIC S9(3)V99.
020700         10  TW-SHARE            PIC S9(9)V99.
020800
020900 77  ALLOC-AMOUNT            PIC S9(9)V99.
021000 77  BASIS-TOTAL             PIC S9(11)V99.
021100 77  SHARE-TOTAL             PIC S9(9)V99.
021200 77  ROUNDING-DIFFERENCE     PIC S9(9)V99.
021300
021400 77  RULES-ALLOCATED-COUNT   PIC 9(4)  VALUE ZERO.
021500 77  RULES-NOT-ALLOCATED     PIC 9(4)  VALUE ZERO.
021600 77  RULES-WITH-NOTHING      PIC 9(4)  VALUE ZERO.
021700
021800 77  LINE-COUNT              PIC 999   VALUE ZERO.
021900 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
022000 77  MAXIMUM-LINES           PIC 999   VALUE 55.
022100
022200 01  TITLE-LINE.
022300     05  FILLER              PIC X(10) VALUE SPACE.
022400     05  FILLER              PIC X(36)
022500         VALUE "SHARED COST ALLOCATION REGISTER FOR ".
022600     05  PRINT-TITLE-MONTH   PIC Z9.
022700     05  FILLER              PIC X(1)  VALUE "/".
022800     05  PRINT-TITLE-YEAR    PIC 9(4).
022900     05  FILLER              PIC X(4)  VALUE SPACE.
023000     05  FILLER              PIC X(6)  VALUE " PAGE:".
023100     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
023200
023300 01  COLUMN-LINE.
023400     05  FILLER              PIC X(23)
023500         VALUE "  ACCT  ACCOUNT NAME".
023600     05  FILLER              PIC X(17)
023700         VALUE "ST STORE NAME".
023800     05  FILLER              PIC X(16)
023900         VALUE "           BASIS".
024000     05  FILLER              PIC X(8)  VALUE " SHARE% ".
024100     05  FILLER              PIC X(13)
024200         VALUE "       AMOUNT".
024300
024400 01  RULE-HEADING.
024500     05  FILLER              PIC X(5)  VALUE "RULE ".
024600     05  PRINT-RULE-ID       PIC 9(3).
024700     05  FILLER              PIC X(1)  VALUE SPACE.
024800     05  PRINT-RULE-DESC     PIC X(30).
024900     05  FILLER              PIC X(10) VALUE "  COMPANY ".
025000     05  PRINT-RULE-COMPANY  PIC 9(2).
025100     05  FILLER              PIC X(9)  VALUE "  BASIS: ".
025200     05  PRINT-RULE-BASIS    PIC X(17).
025300
025400 01  AMOUNT-LINE.
025500     05  FILLER              PIC X(2)  VALUE SPACE.
025600     05  PRINT-AMOUNT-ACCOUNT PIC 9(5).
025700     05  FILLER              PIC X(1)  VALUE SPACE.
025800     05  PRINT-AMOUNT-LABEL  PIC X(56).
025900     05  PRINT-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
026000
026100 01  TARGET-LINE.
026200     05  FILLER              PIC X(2)  VALUE SPACE.
026300     05  PRINT-TARGET-ACCOUNT PIC 9(5).
026400     05  FILLER              PIC X(1)  VALUE SPACE.
026500     05  PRINT-ACCOUNT-NAME  PIC X(14).
026600     05  FILLER              PIC X(1)  VALUE SPACE.
026700     05  PRINT-TARGET-STORE  PIC Z9.
026800     05  FILLER              PIC X(1)  VALUE SPACE.
026900     05  PRINT-STORE-NAME    PIC X(14).
027000     05  FILLER              PIC X(1)  VALUE SPACE.
027100     05  PRINT-BASIS         PIC ZZZ,ZZZ,ZZ9.99-.
027200     05  FILLER              PIC X(1)  VALUE SPACE.
027300     05  PRINT-SHARE-PCT     PIC ZZ9.99.
027400     05  FILLER              PIC X(1)  VALUE SPACE.
027500     05  PRINT-SHARE         PIC Z,ZZZ,ZZ9.99-.
027600
027700 01  NOTE-LINE.
027800     05  FILLER              PIC X(2)  VALUE SPACE.
027900     05  PRINT-NOTE          PIC X(60).
028000
028100 01  TOTAL-LINE.
028200     05  PRINT-TOTAL-LABEL   PIC X(30).
028300     05  PRINT-TOTAL-COUNT   PIC ZZZZ9.
028400     05  FILLER              PIC X(3)  VALUE SPACE.
028500     05  PRINT-TOTAL-DEBIT   PIC ZZZ,ZZZ,ZZ9.99-.
028600     05  FILLER              PIC X(2)  VALUE SPACE.
028700     05  PRINT-TOTAL-CREDIT  PIC ZZZ,ZZZ,ZZ9.99-.
028800
028900     COPY "WSCASE01.CBL".
029000
029100     COPY "WSCONF01.CBL".
029200
029300     COPY "WSAUDIT01.CBL".
029400
029500     COPY "WSOVRD01.CBL".
029600
029700 LINKAGE SECTION.
029800
029900*---------------------------------
030000* Set on exit for the nightly
030100* driver's control report, the
030200* same shape the AP journal
030300* extract returns.
030400*---------------------------------
030500 01  RETURN-JOURNAL-RESULTS.
030600     05  RETURN-JOURNAL-COUNT   PIC 9(5).
030700     05  RETURN-DEBIT-TOTAL     PIC S9(9)V99.
030800     05  RETURN-CREDIT-TOTAL    PIC S9(9)V99.
030900
031000     COPY "WSBPRM01.CBL".
031100
031200 PROCEDURE DIVISION USING RETURN-JOURNAL-RESULTS
031300                          BATCH-RUN-PARAMETERS.
031400 PROGRAM-BEGIN.
031500     PERFORM OPENING-PROCEDURE.
031600     PERFORM MAIN-PROCESS.
031700     PERFORM CLOSING-PROCEDURE.
031800     MOVE JOURNAL-RECORD-COUNT TO RETURN-JOURNAL-COUNT.
031900     MOVE JOURNAL-DEBIT-TOTAL TO RETURN-DEBIT-TOTAL.
032000     MOVE JOURNAL-CREDIT-TOTAL TO RETURN-CREDIT-TOTAL.
032100
032200 PROGRAM-EXIT.
032300     EXIT PROGRAM.
032400
032500 PROGRAM-DONE.
032600     STOP RUN.
032700
032800 OPENING-PROCEDURE.
032900     OPEN I-O OPERATOR-FILE.
033000     OPEN I-O ALLOC-RULE-FILE.
033100     OPEN I-O DISTRIBUTION-FILE.
033200     OPEN I-O VOUCHER-FILE.
033300     OPEN I-O HISTORY-FILE.
033400     OPEN I-O STORE-FILE.
033500     OPEN I-O ACCOUNT-FILE.
033600
033700 CLOSING-PROCEDURE.
033800     CLOSE OPERATOR-FILE.
033900     CLOSE ALLOC-RULE-FILE.
034000     CLOSE DISTRIBUTION-FILE.
034100     CLOSE VOUCHER-FILE.
034200     CLOSE HISTORY-FILE.
034300     CLOSE STORE-FILE.
034400     CLOSE ACCOUNT-FILE.
034500     IF JOURNAL-IS-OPEN = "Y"
034600         CLOSE JOURNAL-FILE
034700         CLOSE JOURNAL-HISTORY-FILE
034800         CLOSE PRINTER-FILE.
034900
035000 MAIN-PROCESS.
035100     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
035200     IF BRP-ACTIVE = "Y"
035300         PERFORM TAKE-PARAMETER-PERIOD
035400     ELSE
035500         PERFORM GET-ALLOC-PERIOD.
035600     MOVE ALLOC-PERIOD TO ALLOC-SOURCE-PERIOD.
035700     IF OK-TO-ALLOCATE = "Y"
035800         PERFORM CHECK-RE-ALLOCATE-GUARD.
035900     IF OK-TO-ALLOCATE = "Y"
036000         PERFORM RUN-THE-ALLOCATION.
036100
036200*---------------------------------
036300* The unattended month-end leg:
036400* the calendar fires it on the
036500* last business day of the
036600* period, so the month is the
036700* current one.
036800*---------------------------------
036900 TAKE-PARAMETER-PERIOD.
037000     MOVE RUN-DATE (1:6) TO ALLOC-PERIOD.
037100     MOVE "ALCREG" TO REPORT-DESTINATION.
037200     MOVE "Y" TO OK-TO-ALLOCATE.
037300     DISPLAY "UNATTENDED ALLOCATION OF PERIOD "
037400             ALLOC-PERIOD.
037500
037600 GET-ALLOC-PERIOD.
037700     PERFORM ACCEPT-ALLOC-PERIOD.
037800     PERFORM RE-ACCEPT-ALLOC-PERIOD
037900         UNTIL ALLOC-MONTH-IS-VALID.
038000     MOVE "OK TO ALLOCATE THIS MONTH (Y/N/Q)?"
038100         TO CONFIRM-PROMPT.
038200     PERFORM GET-CONFIRMATION.
038300     MOVE "N" TO OK-TO-ALLOCATE.
038400     IF CONFIRM-IS-YES
038500         MOVE "Y" TO OK-TO-ALLOCATE.
038600
038700 ACCEPT-ALLOC-PERIOD.
038800     DISPLAY "ENTER MONTH TO ALLOCATE (CCYYMM)".
038900     ACCEPT ALLOC-PERIOD.
039000
039100 RE-ACCEPT-ALLOC-PERIOD.
039200     DISPLAY "THAT IS NOT A CCYYMM PERIOD".
039300     PERFORM ACCEPT-ALLOC-PERIOD.
039400
039500*---------------------------------
039600* The re-run guard: a month
039700* whose source is already on
039800* the journal history was
039900* allocated once, and a second
040000* pass would reclass the same
040100* charges twice. Only a sign-on
040200* with utility authority may
040300* override.
040400*---------------------------------
040500 CHECK-RE-ALLOCATE-GUARD.
040600     PERFORM SCAN-HISTORY-FOR-MONTH.
040700     IF MONTH-ALREADY-ALLOCATED = "Y"
040800         PERFORM HANDLE-RE-ALLOCATE.
040900
041000 SCAN-HISTORY-FOR-MONTH.
041100     MOVE "N" TO MONTH-ALREADY-ALLOCATED.
041200     MOVE ZEROES TO PRIOR-BATCH-NO.
041300     OPEN INPUT JOURNAL-HISTORY-FILE.
041400     MOVE "N" TO HISTORY-AT-END.
041500     PERFORM SCAN-NEXT-HISTORY-RECORD
041600         UNTIL HISTORY-AT-END = "Y".
041700     CLOSE JOURNAL-HISTORY-FILE.
041800
041900 SCAN-NEXT-HISTORY-RECORD.
042000     READ JOURNAL-HISTORY-FILE
042100         AT END MOVE "Y" TO HISTORY-AT-END.
042200     IF HISTORY-AT-END NOT = "Y"
042300        AND JHST-SOURCE = ALLOC-SOURCE
042400         MOVE "Y" TO MONTH-ALREADY-ALLOCATED
042500         MOVE JHST-BATCH-NO TO PRIOR-BATCH-NO.
042600
042700 HANDLE-RE-ALLOCATE.
042800     MOVE "N" TO OK-TO-ALLOCATE.
042900     DISPLAY "*** THIS MONTH WAS ALREADY ALLOCATED IN".
043000     DISPLAY "JOURNAL BATCH " PRIOR-BATCH-NO " ***".
043100     DISPLAY "ALLOCATING IT AGAIN WOULD RECLASS THE".
043200     DISPLAY "MONTH'S SHARED COSTS TWICE.".
043300     IF BRP-ACTIVE = "Y"
043400         DISPLAY "UNATTENDED RUN - ALLOCATION SKIPPED"
043500     ELSE
043600         PERFORM OFFER-THE-OVERRIDE.
043700
043800 OFFER-THE-OVERRIDE.
043900     PERFORM GET-OVERRIDE-ANSWER.
044000     IF OVERRIDE-ANSWER = "Y"
044100         PERFORM GET-SUPERVISOR-OVERRIDE.
044200     IF OK-TO-ALLOCATE NOT = "Y"
044300         DISPLAY "ALLOCATION CANCELLED - NOTHING WAS WRITTEN".
044400
044500 GET-OVERRIDE-ANSWER.
044600     PERFORM ACCEPT-OVERRIDE-ANSWER.
044700     PERFORM RE-ACCEPT-OVERRIDE-ANSWER
044800         UNTIL OVERRIDE-ANSWER = "Y" OR "N".
044900
045000 ACCEPT-OVERRIDE-ANSWER.
045100     DISPLAY "SUPERVISOR OVERRIDE AND ALLOCATE ANYWAY (Y/N)?".
045200     ACCEPT OVERRIDE-ANSWER.
045300     INSPECT OVERRIDE-ANSWER
045400      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
045500
045600 RE-ACCEPT-OVERRIDE-ANSWER.
045700     DISPLAY "YOU MUST ENTER YES OR NO".
045800     PERFORM ACCEPT-OVERRIDE-ANSWER.
045900
046000 GET-SUPERVISOR-OVERRIDE.
046100     DISPLAY "A SECOND OPERATOR WITH UTILITY".
046200     DISPLAY "AUTHORITY MUST APPROVE THE RE-ALLOCATION".
046300     PERFORM GET-SUPERVISOR-CREDS.
046400     IF OVERRIDE-IS-GOOD = "Y"
046500         MOVE "Y" TO OK-TO-ALLOCATE.
046600
046700*---------------------------------
046800* The journal and register are
046900* opened only once the guard has
047000* let the run through.
047100*---------------------------------
047200 RUN-THE-ALLOCATION.
047300     OPEN EXTEND JOURNAL-FILE.
047400     OPEN EXTEND JOURNAL-HISTORY-FILE.
047500     OPEN OUTPUT PRINTER-FILE.
047600     MOVE "Y" TO JOURNAL-IS-OPEN.
047700     PERFORM GET-NEXT-BATCH-NUMBER.
047800     PERFORM LOAD-ALL-RULES.
047900     PERFORM TALLY-STORE-SALES.
048000     PERFORM TALLY-DISTRIBUTION-FILE.
048100     MOVE ALLOC-PERIOD-MONTH TO PRINT-TITLE-MONTH.
048200     MOVE ALLOC-PERIOD-YEAR TO PRINT-TITLE-YEAR.
048300     PERFORM START-NEW-PAGE.
048400     PERFORM ALLOCATE-ONE-RULE
048500         VARYING RULE-SUB FROM 1 BY 1
048600         UNTIL RULE-SUB > RULE-COUNT.
048700     PERFORM PRINT-REGISTER-TOTALS.
048800     PERFORM END-LAST-PAGE.
048900     PERFORM SAVE-NEXT-BATCH-NUMBER.
049000     DISPLAY "RULES ALLOCATED: " RULES-ALLOCATED-COUNT
049100             "  NOT ALLOCATED: " RULES-NOT-ALLOCATED.
049200     DISPLAY "JOURNAL BATCH " RUN-BATCH-NO
049300             " ENTRIES: " JOURNAL-RECORD-COUNT.
049400
049500*---------------------------------
049600* Every rule, in rule order.
049700*---------------------------------
049800 LOAD-ALL-RULES.
049900     MOVE "N" TO RULE-FILE-AT-END.
050000     MOVE ZEROES TO ALC-RULE-ID.
050100     START ALLOC-RULE-FILE KEY NOT < ALC-RULE-ID
050200         INVALID KEY
050300         MOVE "Y" TO RULE-FILE-AT-END.
050400     PERFORM LOAD-NEXT-RULE
050500         UNTIL RULE-FILE-AT-END = "Y".
050600
050700 LOAD-NEXT-RULE.
050800     READ ALLOC-RULE-FILE NEXT RECORD
050900         AT END MOVE "Y" TO RULE-FILE-AT-END.
051000     IF RULE-FILE-AT-END NOT = "Y"
051100         ADD 1 TO RULE-COUNT
051200         MOVE ALC-RULE-ID TO RULE-ID (RULE-COUNT)
051300         MOVE ALC-COMPANY TO RULE-COMPANY (RULE-COUNT)
051400         MOVE ALC-SOURCE-ACCOUNT TO RULE-SOURCE (RULE-COUNT)
051500         MOVE ZEROES TO RULE-AMOUNT (RULE-COUNT).
051600
051700*---------------------------------
051800* Net sales for the month, the
051900* sales share basis.
052000*---------------------------------
052100 TALLY-STORE-SALES.
052200     PERFORM CLEAR-ONE-STORE
052300         VARYING STORE-SUB FROM 1 BY 1
052400         UNTIL STORE-SUB > 99.
052500     MOVE "N" TO HISTORY-FILE-AT-END.
052600     MOVE ZEROES TO HIST-KEY.
052700     START HISTORY-FILE KEY NOT < HIST-KEY
052800         INVALID KEY
052900         MOVE "Y" TO HISTORY-FILE-AT-END.
053000     PERFORM TALLY-NEXT-HISTORY
053100         UNTIL HISTORY-FILE-AT-END = "Y".
053200
053300 CLEAR-ONE-STORE.
053400     MOVE ZEROES TO STORE-SALES (STORE-SUB).
053500
053600 TALLY-NEXT-HISTORY.
053700     READ HISTORY-FILE NEXT RECORD
053800         AT END MOVE "Y" TO HISTORY-FILE-AT-END.
053900     IF HISTORY-FILE-AT-END NOT = "Y"
054000        AND HIST-STORE > ZEROES
054100        AND HIST-PERIOD = ALLOC-PERIOD
054200         ADD HIST-AMOUNT TO STORE-SALES (HIST-STORE).
054300
054400*---------------------------------
054500* What the month charged to each
054600* source account. Lines carrying
054700* a store already belong to that
054800* store and are passed by; a
054900* line's company is the
055000* voucher's unless the line
055100* names another.
055200*---------------------------------
055300 TALLY-DISTRIBUTION-FILE.
055400     MOVE "N" TO DIST-FILE-AT-END.
055500     MOVE ZEROES TO DIST-KEY.
055600     MOVE ZEROES TO VOUCHER-NUMBER.
055700     MOVE "N" TO VOUCHER-RECORD-FOUND.
055800     START DISTRIBUTION-FILE KEY NOT < DIST-KEY
055900         INVALID KEY
056000         MOVE "Y" TO DIST-FILE-AT-END.
056100     PERFORM TALLY-NEXT-DIST-LINE
056200         UNTIL DIST-FILE-AT-END = "Y".
056300
056400 TALLY-NEXT-DIST-LINE.
056500     READ DISTRIBUTION-FILE NEXT RECORD
056600         AT END MOVE "Y" TO DIST-FILE-AT-END.
056700     IF DIST-FILE-AT-END NOT = "Y"
056800        AND (DIST-STORE NOT NUMERIC
056900             OR DIST-STORE = ZEROES)
057000         PERFORM CHECK-THIS-DIST-LINE.
057100
057200 CHECK-THIS-DIST-LINE.
057300     IF DIST-VOUCHER-NO NOT = VOUCHER-NUMBER
057400         PERFORM READ-DIST-VOUCHER.
057500     IF VOUCHER-RECORD-FOUND = "Y"
057600        AND NOT VOUCHER-IS-CANCELLED
057700        AND NOT VOUCHER-IS-REJECTED
057800        AND VOUCHER-PERIOD = ALLOC-PERIOD
057900         PERFORM FIND-SOURCE-RULE.
058000
058100 READ-DIST-VOUCHER.
058200     MOVE DIST-VOUCHER-NO TO VOUCHER-NUMBER.
058300     MOVE "Y" TO VOUCHER-RECORD-FOUND.
058400     READ VOUCHER-FILE RECORD
058500         INVALID KEY
058600         MOVE "N" TO VOUCHER-RECORD-FOUND.
058700     MOVE VOUCHER-DATE (1:6) TO VOUCHER-PERIOD.
058800
058900 FIND-SOURCE-RULE.
059000     IF DIST-COMPANY = ZEROES
059100         MOVE VOUCHER-COMPANY TO LINE-COMPANY
059200     ELSE
059300         MOVE DIST-COMPANY TO LINE-COMPANY.
059400     MOVE "N" TO A-RULE-WAS-FOUND.
059500     PERFORM TEST-ONE-RULE
059600         VARYING RULE-SUB FROM 1 BY 1
059700         UNTIL RULE-SUB > RULE-COUNT
059800            OR A-RULE-WAS-FOUND = "Y".
059900
060000 TEST-ONE-RULE.
060100     IF RULE-SOURCE (RULE-SUB) = DIST-ACCOUNT
060200        AND RULE-COMPANY (RULE-SUB) = LINE-COMPANY
060300         ADD DIST-AMOUNT TO RULE-AMOUNT (RULE-SUB)
060400         MOVE "Y" TO A-RULE-WAS-FOUND.
060500
060600*---------------------------------
060700* One rule: weigh its targets,
060800* then spread and post the
060900* amount if there is both an
061000* amount and a basis.
061100*---------------------------------
061200 ALLOCATE-ONE-RULE.
061300     MOVE RULE-ID (RULE-SUB) TO ALC-RULE-ID.
061400     PERFORM READ-RULE-RECORD.
061500     MOVE RULE-AMOUNT (RULE-SUB) TO ALLOC-AMOUNT.
061600     MOVE ZEROES TO BASIS-TOTAL.
061700     PERFORM WEIGH-ONE-TARGET
061800         VARYING TARGET-SUB FROM 1 BY 1
061900         UNTIL TARGET-SUB > ALC-TARGET-COUNT.
062000     PERFORM PRINT-RULE-HEADING.
062100     IF ALLOC-AMOUNT = ZEROES
062200         MOVE "NOTHING CHARGED TO THE SOURCE ACCOUNT THIS MONTH"
062300             TO PRINT-NOTE
062400         PERFORM PRINT-NOTE-LINE
062500         ADD 1 TO RULES-WITH-NOTHING
062600     ELSE
062700     IF BASIS-TOTAL NOT > ZEROES
062800         MOVE "*** NO BASIS FOR THE MONTH - NOT ALLOCATED"
062900             TO PRINT-NOTE
063000         PERFORM PRINT-NOTE-LINE
063100         ADD 1 TO RULES-NOT-ALLOCATED
063200     ELSE
063300         PERFORM SPREAD-THE-AMOUNT.
063400     PERFORM LINE-FEED.
063500
063600 WEIGH-ONE-TARGET.
063700     MOVE ZEROES TO TW-WEIGHT (TARGET-SUB)
063800                    TW-PCT (TARGET-SUB)
063900                    TW-SHARE (TARGET-SUB).
064000     IF ALC-BASIS-IS-FIXED
064100         MOVE ALC-TARGET-PERCENT (TARGET-SUB)
064200             TO TW-WEIGHT (TARGET-SUB)
064300     ELSE
064400         PERFORM WEIGH-TARGET-STORE.
064500     ADD TW-WEIGHT (TARGET-SUB) TO BASIS-TOTAL.
064600
064700*---------------------------------
064800* A store closed before the
064900* month, or no longer on file,
065000* weighs nothing. Losses do not
065100* weigh against the others.
065200*---------------------------------
065300 WEIGH-TARGET-STORE.
065400     MOVE ALC-TARGET-STORE (TARGET-SUB) TO STORE-SUB.
065500     PERFORM READ-STORE-RECORD.
065600     IF STORE-RECORD-FOUND = "Y"
065700        AND (STORE-CLOSE-DATE = ZEROES
065800             OR STORE-CLOSE-DATE (1:6) NOT < ALLOC-PERIOD)
065900         PERFORM WEIGH-OPEN-STORE.
066000
066100 WEIGH-OPEN-STORE.
066200     IF ALC-BASIS-IS-SALES
066300         PERFORM WEIGH-BY-SALES
066400     ELSE
066500         PERFORM WEIGH-BY-FLOOR.
066600
066700 WEIGH-BY-SALES.
066800     IF STORE-SALES (STORE-SUB) > ZEROES
066900         MOVE STORE-SALES (STORE-SUB) TO TW-WEIGHT (TARGET-SUB).
067000
067100 WEIGH-BY-FLOOR.
067200     IF STORE-SQUARE-FEET NUMERIC
067300         MOVE STORE-SQUARE-FEET TO TW-WEIGHT (TARGET-SUB).
067400
067500*---------------------------------
067600* Each share rounded to the
067700* penny; what the rounding left
067800* over goes to the heaviest
067900* target, so the shares add back
068000* to the amount exactly.
068100*---------------------------------
068200 SPREAD-THE-AMOUNT.
068300     MOVE ZEROES TO SHARE-TOTAL.
068400     MOVE 1 TO BIGGEST-SUB.
068500     PERFORM SHARE-ONE-TARGET
068600         VARYING TARGET-SUB FROM 1 BY 1
068700         UNTIL TARGET-SUB > ALC-TARGET-COUNT.
068800     COMPUTE ROUNDING-DIFFERENCE = ALLOC-AMOUNT - SHARE-TOTAL.
068900     ADD ROUNDING-DIFFERENCE TO TW-SHARE (BIGGEST-SUB).
069000     PERFORM POST-THE-SOURCE.
069100     PERFORM POST-ONE-TARGET
069200         VARYING TARGET-SUB FROM 1 BY 1
069300         UNTIL TARGET-SUB > ALC-TARGET-COUNT.
069400     MOVE ZEROES TO PRINT-AMOUNT-ACCOUNT.
069500     MOVE "TOTAL ALLOCATED" TO PRINT-AMOUNT-LABEL.
069600     MOVE ALLOC-AMOUNT TO PRINT-AMOUNT.
069700     PERFORM PRINT-AMOUNT-LINE.
069800     ADD 1 TO RULES-ALLOCATED-COUNT.
069900
070000 SHARE-ONE-TARGET.
070100     COMPUTE TW-SHARE (TARGET-SUB) ROUNDED =
070200         ALLOC-AMOUNT * TW-WEIGHT (TARGET-SUB) / BASIS-TOTAL.
070300     COMPUTE TW-PCT (TARGET-SUB) ROUNDED =
070400         TW-WEIGHT (TARGET-SUB) * 100 / BASIS-TOTAL.
070500     ADD TW-SHARE (TARGET-SUB) TO SHARE-TOTAL.
070600     IF TW-WEIGHT (TARGET-SUB) > TW-WEIGHT (BIGGEST-SUB)
070700         MOVE TARGET-SUB TO BIGGEST-SUB.
070800
070900*---------------------------------
071000* The source gives up the whole
071100* amount; a month that came to a
071200* net credit is reclassed the
071300* other way round.
071400*---------------------------------
071500 POST-THE-SOURCE.
071600     PERFORM INIT-JOURNAL-RECORD.
071700     MOVE ALC-SOURCE-ACCOUNT TO JRNL-ACCOUNT.
071800     COMPUTE JOURNAL-AMOUNT = ZERO - ALLOC-AMOUNT.
071900     PERFORM SET-DEBIT-OR-CREDIT.
072000     PERFORM WRITE-JOURNAL-RECORD.
072100
072200 POST-ONE-TARGET.
072300     IF TW-SHARE (TARGET-SUB) NOT = ZEROES
072400         PERFORM INIT-JOURNAL-RECORD
072500         MOVE ALC-TARGET-ACCOUNT (TARGET-SUB) TO JRNL-ACCOUNT
072600         MOVE TW-SHARE (TARGET-SUB) TO JOURNAL-AMOUNT
072700         PERFORM SET-DEBIT-OR-CREDIT
072800         PERFORM WRITE-JOURNAL-RECORD.
072900     PERFORM PRINT-TARGET-LINE.
073000
073100 SET-DEBIT-OR-CREDIT.
073200     IF JOURNAL-AMOUNT < ZEROES
073300         COMPUTE JRNL-CREDIT = ZERO - JOURNAL-AMOUNT
073400     ELSE
073500         MOVE JOURNAL-AMOUNT TO JRNL-DEBIT.
073600
073700*---------------------------------
073800* Register printing.
073900*---------------------------------
074000 PRINT-RULE-HEADING.
074100     IF LINE-COUNT > MAXIMUM-LINES - 6
074200         PERFORM START-NEXT-PAGE.
074300     MOVE SPACE TO RULE-HEADING.
074400     MOVE ALC-RULE-ID TO PRINT-RULE-ID.
074500     MOVE ALC-DESC TO PRINT-RULE-DESC.
074600     MOVE ALC-COMPANY TO PRINT-RULE-COMPANY.
074700     IF ALC-BASIS-IS-FIXED
074800         MOVE "FIXED PERCENTAGES" TO PRINT-RULE-BASIS
074900     ELSE
075000     IF ALC-BASIS-IS-SALES
075100         MOVE "SHARE OF SALES" TO PRINT-RULE-BASIS
075200     ELSE
075300         MOVE "SQUARE FEET" TO PRINT-RULE-BASIS.
075400     MOVE RULE-HEADING TO PRINTER-RECORD.
075500     PERFORM WRITE-TO-PRINTER.
075600     MOVE ALC-SOURCE-ACCOUNT TO ACCOUNT-NUMBER
075700                                PRINT-AMOUNT-ACCOUNT.
075800     PERFORM READ-ACCOUNT-RECORD.
075900     MOVE ACCOUNT-NAME TO PRINT-AMOUNT-LABEL.
076000     MOVE ALLOC-AMOUNT TO PRINT-AMOUNT.
076100     PERFORM PRINT-AMOUNT-LINE.
076200
076300 PRINT-AMOUNT-LINE.
076400     IF LINE-COUNT > MAXIMUM-LINES
076500         PERFORM START-NEXT-PAGE.
076600     MOVE AMOUNT-LINE TO PRINTER-RECORD.
076700     PERFORM WRITE-TO-PRINTER.
076800     MOVE SPACE TO AMOUNT-LINE.
076900
077000 PRINT-NOTE-LINE.
077100     MOVE NOTE-LINE TO PRINTER-RECORD.
077200     PERFORM WRITE-TO-PRINTER.
077300     MOVE SPACE TO NOTE-LINE.
077400
077500*---------------------------------
077600* The basis printed is the
077700* target's weight: the fixed
077800* percent, the store's sales or
077900* its square feet.
078000*---------------------------------
078100 PRINT-TARGET-LINE.
078200     IF LINE-COUNT > MAXIMUM-LINES
078300         PERFORM START-NEXT-PAGE.
078400     MOVE SPACE TO TARGET-LINE.
078500     MOVE ALC-TARGET-ACCOUNT (TARGET-SUB)
078600         TO PRINT-TARGET-ACCOUNT ACCOUNT-NUMBER.
078700     PERFORM READ-ACCOUNT-RECORD.
078800     MOVE ACCOUNT-NAME TO PRINT-ACCOUNT-NAME.
078900     MOVE ALC-TARGET-STORE (TARGET-SUB) TO PRINT-TARGET-STORE.
079000     IF ALC-TARGET-STORE (TARGET-SUB) NOT = ZEROES
079100         MOVE ALC-TARGET-STORE (TARGET-SUB) TO STORE-SUB
079200         PERFORM READ-STORE-RECORD
079300         MOVE STORE-NAME TO PRINT-STORE-NAME.
079400     MOVE TW-WEIGHT (TARGET-SUB) TO PRINT-BASIS.
079500     MOVE TW-PCT (TARGET-SUB) TO PRINT-SHARE-PCT.
079600     MOVE TW-SHARE (TARGET-SUB) TO PRINT-SHARE.
079700     MOVE TARGET-LINE TO PRINTER-RECORD.
079800     PERFORM WRITE-TO-PRINTER.
079900
080000 PRINT-REGISTER-TOTALS.
080100     IF LINE-COUNT > MAXIMUM-LINES - 6
080200         PERFORM START-NEXT-PAGE.
080300     MOVE SPACE TO TOTAL-LINE.
080400     MOVE "RULES ALLOCATED" TO PRINT-TOTAL-LABEL.
080500     MOVE RULES-ALLOCATED-COUNT TO PRINT-TOTAL-COUNT.
080600     PERFORM PRINT-TOTAL-LINE.
080700     MOVE "RULES WITH NOTHING CHARGED" TO PRINT-TOTAL-LABEL.
080800     MOVE RULES-WITH-NOTHING TO PRINT-TOTAL-COUNT.
080900     PERFORM PRINT-TOTAL-LINE.
081000     MOVE "RULES NOT ALLOCATED" TO PRINT-TOTAL-LABEL.
081100     MOVE RULES-NOT-ALLOCATED TO PRINT-TOTAL-COUNT.
081200     PERFORM PRINT-TOTAL-LINE.
081300     MOVE "JOURNAL BATCH" TO PRINT-TOTAL-LABEL.
081400     MOVE RUN-BATCH-NO TO PRINT-TOTAL-COUNT.
081500     PERFORM PRINT-TOTAL-LINE.
081600     MOVE "ENTRIES / DEBITS / CREDITS" TO PRINT-TOTAL-LABEL.
081700     MOVE JOURNAL-RECORD-COUNT TO PRINT-TOTAL-COUNT.
081800     MOVE JOURNAL-DEBIT-TOTAL TO PRINT-TOTAL-DEBIT.
081900     MOVE JOURNAL-CREDIT-TOTAL TO PRINT-TOTAL-CREDIT.
082000     PERFORM PRINT-TOTAL-LINE.
082100
082200 PRINT-TOTAL-LINE.
082300     MOVE TOTAL-LINE TO PRINTER-RECORD.
082400     PERFORM WRITE-TO-PRINTER.
082500     MOVE SPACE TO TOTAL-LINE.
082600
082700*---------------------------------
082800* File I-O routines.
082900*---------------------------------
083000 READ-RULE-RECORD.
083100     MOVE "Y" TO RULE-RECORD-FOUND.
083200     READ ALLOC-RULE-FILE RECORD
083300         INVALID KEY
083400         MOVE "N" TO RULE-RECORD-FOUND.
083500
083600 READ-STORE-RECORD.
083700     MOVE STORE-SUB TO STORE-CODE.
083800     MOVE "Y" TO STORE-RECORD-FOUND.
083900     READ STORE-FILE RECORD
084000         INVALID KEY
084100         MOVE "N" TO STORE-RECORD-FOUND.
084200     IF STORE-RECORD-FOUND = "N"
084300         MOVE SPACE TO STORE-NAME.
084400
084500 READ-ACCOUNT-RECORD.
084600     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
084700     READ ACCOUNT-FILE RECORD
084800         INVALID KEY
084900         MOVE "N" TO ACCOUNT-RECORD-FOUND.
085000     IF ACCOUNT-RECORD-FOUND = "N"
085100         MOVE SPACE TO ACCOUNT-NAME.
085200
085300*---------------------------------
085400* Journal record routines - the
085500* same layout the AP extract
085600* writes, appended behind it,
085700* and mirrored to the permanent
085800* history under this run's batch
085900* number.
086000*---------------------------------
086100 INIT-JOURNAL-RECORD.
086200     MOVE SPACE TO JOURNAL-RECORD.
086300     MOVE RUN-DATE TO JRNL-DATE.
086400     MOVE ZEROES TO JRNL-VOUCHER-NO.
086500     MOVE ZEROES TO JRNL-CHECK-NO.
086600     MOVE ALLOC-SOURCE TO JRNL-SOURCE.
086700     MOVE ALC-COMPANY TO JRNL-COMPANY.
086800     MOVE ZEROES TO JRNL-DEBIT JRNL-CREDIT.
086900
087000 WRITE-JOURNAL-RECORD.
087100     WRITE JOURNAL-RECORD.
087200     ADD 1 TO JOURNAL-RECORD-COUNT.
087300     ADD JRNL-DEBIT TO JOURNAL-DEBIT-TOTAL.
087400     ADD JRNL-CREDIT TO JOURNAL-CREDIT-TOTAL.
087500     MOVE SPACE TO JOURNAL-HISTORY-RECORD.
087600     MOVE RUN-BATCH-NO TO JHST-BATCH-NO.
087700     MOVE RUN-DATE TO JHST-EXTRACT-DATE.
087800     MOVE JRNL-DATE TO JHST-DATE.
087900     MOVE JRNL-ACCOUNT TO JHST-ACCOUNT.
088000     MOVE JRNL-VOUCHER-NO TO JHST-VOUCHER-NO.
088100     MOVE JRNL-CHECK-NO TO JHST-CHECK-NO.
088200     MOVE JRNL-SOURCE TO JHST-SOURCE.
088300     MOVE JRNL-DEBIT TO JHST-DEBIT.
088400     MOVE JRNL-CREDIT TO JHST-CREDIT.
088500     MOVE JRNL-COMPANY TO JHST-COMPANY.
088600     WRITE JOURNAL-HISTORY-RECORD.
088700
088800 GET-NEXT-BATCH-NUMBER.
088900     OPEN INPUT JOURNAL-CTL-FILE.
089000     MOVE "N" TO JCTL-AT-END.
089100     READ JOURNAL-CTL-FILE
089200         AT END MOVE "Y" TO JCTL-AT-END.
089300     CLOSE JOURNAL-CTL-FILE.
089400     IF JCTL-AT-END = "Y"
089500         MOVE 1 TO JCTL-NEXT-BATCH.
089600     MOVE JCTL-NEXT-BATCH TO RUN-BATCH-NO.
089700
089800 SAVE-NEXT-BATCH-NUMBER.
089900     COMPUTE JCTL-NEXT-BATCH = RUN-BATCH-NO + 1.
090000     OPEN OUTPUT JOURNAL-CTL-FILE.
090100     WRITE JOURNAL-CTL-RECORD.
090200     CLOSE JOURNAL-CTL-FILE.
090300
090400*---------------------------------
090500* Printer I-O routines.
090600*---------------------------------
090700 WRITE-TO-PRINTER.
090800     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
090900     ADD 1 TO LINE-COUNT.
091000
091100 LINE-FEED.
091200     MOVE SPACE TO PRINTER-RECORD.
091300     PERFORM WRITE-TO-PRINTER.
091400
091500 START-NEXT-PAGE.
091600     PERFORM END-LAST-PAGE.
091700     PERFORM START-NEW-PAGE.
091800
091900 START-NEW-PAGE.
092000     ADD 1 TO PAGE-NUMBER.
092100     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
092200     MOVE TITLE-LINE TO PRINTER-RECORD.
092300     PERFORM WRITE-TO-PRINTER.
092400     PERFORM LINE-FEED.
092500     MOVE COLUMN-LINE TO PRINTER-RECORD.
092600     PERFORM WRITE-TO-PRINTER.
092700     PERFORM LINE-FEED.
092800
092900 END-LAST-PAGE.
093000     PERFORM FORM-FEED.
093100     MOVE ZERO TO LINE-COUNT.
093200
093300 FORM-FEED.
093400     MOVE SPACE TO PRINTER-RECORD.
093500     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
093600
093700*---------------------------------
093800* Utility routines.
093900*---------------------------------
094000     COPY "PLCONF01.CBL".
094100     COPY "PLOVRD01.CBL".

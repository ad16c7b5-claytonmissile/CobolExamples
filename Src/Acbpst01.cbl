000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACBPST01.
000300*---------------------------------
000400* Account balance posting.
000500*
000600* Reads the permanent journal
000700* history and posts every line
000800* of every batch that has landed
000900* since the last posting to the
001000* account balance file, by
001100* company, account and the
001200* period (CCYYMM) of the line's
001300* journal date. The last batch
001400* posted is kept on the posting
001500* control file, so the first run
001600* builds the balances from the
001700* whole history and each run
001800* after that adds only the new
001900* batches.
002000*
002100* A period closed on the
002200* Accounting Period Control File
002300* is frozen: a line dated into
002400* it that was extracted after
002500* the period was closed is not
002600* posted, since the balance has
002700* already been reported. It
002800* prints on the late line
002900* exception list instead, to be
003000* booked by a correcting entry
003100* in an open period. Lines that
003200* were on the history before
003300* the close post normally, so
003400* the first build reproduces
003500* the closed balances.
003600*
003700* Run as a leg of the nightly
003800* batch, after every leg that
003900* writes the journal, it posts
004000* without asking and prints the
004100* exception list to ACBEXC
004200* since the driver's control
004300* report holds the printer.
004400*---------------------------------
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800
004900     COPY "SLGLJHST.CBL".
005000
005100     COPY "SLACBAL.CBL".
005200
005300     COPY "SLACBCTL.CBL".
005400
005500     COPY "SLPERIOD.CBL".
005600
005700     SELECT PRINTER-FILE
005800         ASSIGN TO REPORT-DESTINATION
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300
006400     COPY "FDGLJHST.CBL".
006500
006600     COPY "FDACBAL.CBL".
006700
006800     COPY "FDACBCTL.CBL".
006900
007000     COPY "FDPERIOD.CBL".
007100
007200 FD  PRINTER-FILE
007300     LABEL RECORDS ARE OMITTED.
007400 01  PRINTER-RECORD             PIC X(80).
007500
007600 WORKING-STORAGE SECTION.
007700
007800 77  REPORT-DESTINATION      PIC X(10) VALUE "PRINTER".
007900
008000 77  HISTORY-AT-END          PIC X.
008100 77  ACBC-AT-END             PIC X.
008200 77  BALANCE-RECORD-FOUND    PIC X.
008300 77  LINE-IS-LATE            PIC X.
008400 77  OK-TO-POST              PIC X.
008500
008600 77  RUN-DATE                PIC 9(8).
008700 77  LAST-POSTED-BATCH       PIC 9(6).
008800 77  FIRST-NEW-BATCH         PIC 9(6).
008900 77  HIGHEST-BATCH           PIC 9(6).
009000
009100 77  POSTED-COUNT            PIC 9(7)     VALUE ZEROES.
009200 77  POSTED-DEBIT-TOTAL      PIC S9(9)V99 VALUE ZEROES.
009300 77  POSTED-CREDIT-TOTAL     PIC S9(9)V99 VALUE ZEROES.
009400 77  LATE-COUNT              PIC 9(5)     VALUE ZEROES.
009500 77  LATE-DEBIT-TOTAL        PIC S9(9)V99 VALUE ZEROES.
009600 77  LATE-CREDIT-TOTAL       PIC S9(9)V99 VALUE ZEROES.
009700
009800 77  LINE-COUNT              PIC 999   VALUE ZERO.
009900 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
010000 77  MAXIMUM-LINES           PIC 999   VALUE 55.
010100
010200 01  TITLE-LINE.
010300     05  FILLER              PIC X(8)  VALUE SPACE.
010400     05  FILLER              PIC X(26)
010500         VALUE "ACCOUNT BALANCE POSTING - ".
010600     05  FILLER              PIC X(28)
010700         VALUE "LATE LINES IN CLOSED PERIODS".
010800     05  FILLER              PIC X(4)  VALUE SPACE.
010900     05  FILLER              PIC X(6)  VALUE " PAGE:".
011000     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
011100
011200 01  COLUMN-LINE.
011300     05  FILLER              PIC X(7)  VALUE "BATCH".
011400     05  FILLER              PIC X(9)  VALUE "JRNL DATE".
011500     05  FILLER              PIC X(3)  VALUE "CO".
011600     05  FILLER              PIC X(6)  VALUE "ACCT".
011700     05  FILLER              PIC X(9)  VALUE "SOURCE".
011800     05  FILLER              PIC X(6)  VALUE "VCHR".
011900     05  FILLER              PIC X(7)  VALUE "CHECK".
012000     05  FILLER              PIC X(8)  VALUE "CLOSED".
012100     05  FILLER              PIC X(12) VALUE "       DEBIT".
012200     05  FILLER              PIC X(12) VALUE "      CREDIT".
012300
012400 01  LATE-LINE.
012500     05  PRINT-BATCH-NO      PIC 9(6).
012600     05  FILLER              PIC X(1)  VALUE SPACE.
012700     05  PRINT-JRNL-DATE     PIC 9(8).
012800     05  FILLER              PIC X(1)  VALUE SPACE.
012900     05  PRINT-COMPANY       PIC 9(2).
013000     05  FILLER              PIC X(1)  VALUE SPACE.
013100     05  PRINT-ACCOUNT       PIC 9(5).
013200     05  FILLER              PIC X(1)  VALUE SPACE.
013300     05  PRINT-SOURCE        PIC X(8).
013400     05  FILLER              PIC X(1)  VALUE SPACE.
013500     05  PRINT-VOUCHER-NO    PIC 9(5).
013600     05  FILLER              PIC X(1)  VALUE SPACE.
013700     05  PRINT-CHECK-NO      PIC 9(6).
013800     05  FILLER              PIC X(1)  VALUE SPACE.
013900     05  PRINT-CLOSED-DATE   PIC 9(8).
014000     05  PRINT-DEBIT         PIC ZZZZ,ZZ9.99-.
014100     05  PRINT-CREDIT        PIC ZZZZ,ZZ9.99-.
014200
014300 01  TOTAL-LINE.
014400     05  PRINT-TOTAL-LABEL   PIC X(30).
014500     05  PRINT-TOTAL-COUNT   PIC ZZZZZZ9.
014600     05  FILLER              PIC X(1)  VALUE SPACE.
014700     05  PRINT-TOTAL-DEBIT   PIC ZZZ,ZZZ,ZZ9.99-.
014800     05  FILLER              PIC X(2)  VALUE SPACE.
014900     05  PRINT-TOTAL-CREDIT  PIC ZZZ,ZZZ,ZZ9.99-.
015000
015100 01  BATCH-RANGE-LINE.
015200     05  FILLER              PIC X(30)
015300         VALUE "NEW JOURNAL BATCHES POSTED".
015400     05  PRINT-FIRST-BATCH   PIC 9(6).
015500     05  FILLER              PIC X(6)  VALUE " THRU ".
015600     05  PRINT-LAST-BATCH    PIC 9(6).
015700
015800     COPY "WSCASE01.CBL".
015900
016000     COPY "WSCONF01.CBL".
016100
016200     COPY "WSPERD01.CBL".
016300
016400 LINKAGE SECTION.
016500
016600*---------------------------------
016700* Set on exit for the nightly
016800* driver's control report.
016900*---------------------------------
017000 01  RETURN-POSTING-RESULTS.
017100     05  RETURN-POSTED-COUNT    PIC 9(7).
017200     05  RETURN-DEBIT-TOTAL     PIC S9(9)V99.
017300     05  RETURN-CREDIT-TOTAL    PIC S9(9)V99.
017400     05  RETURN-LATE-COUNT      PIC 9(5).
017500
017600     COPY "WSBPRM01.CBL".
017700
017800 PROCEDURE DIVISION USING RETURN-POSTING-RESULTS
017900                          BATCH-RUN-PARAMETERS.
018000 PROGRAM-BEGIN.
018100     PERFORM OPENING-PROCEDURE.
018200     PERFORM MAIN-PROCESS.
018300     PERFORM CLOSING-PROCEDURE.
018400     MOVE POSTED-COUNT TO RETURN-POSTED-COUNT.
018500     MOVE POSTED-DEBIT-TOTAL TO RETURN-DEBIT-TOTAL.
018600     MOVE POSTED-CREDIT-TOTAL TO RETURN-CREDIT-TOTAL.
018700     MOVE LATE-COUNT TO RETURN-LATE-COUNT.
018800
018900 PROGRAM-EXIT.
019000     EXIT PROGRAM.
019100
019200 PROGRAM-DONE.
019300     STOP RUN.
019400
019500 OPENING-PROCEDURE.
019600     OPEN I-O ACCT-BALANCE-FILE.
019700     OPEN I-O PERIOD-FILE.
019800
019900 CLOSING-PROCEDURE.
020000     CLOSE ACCT-BALANCE-FILE.
020100     CLOSE PERIOD-FILE.
020200
020300 MAIN-PROCESS.
020400     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
020500     IF BRP-ACTIVE = "Y"
020600         MOVE "ACBEXC" TO REPORT-DESTINATION
020700         MOVE "Y" TO OK-TO-POST
020800     ELSE
020900         PERFORM GET-OK-TO-POST.
021000     IF OK-TO-POST = "Y"
021100         PERFORM POST-NEW-BATCHES.
021200
021300 GET-OK-TO-POST.
021400     MOVE "POST NEW JOURNAL BATCHES (Y/N/Q)?"
021500         TO CONFIRM-PROMPT.
021600     PERFORM GET-CONFIRMATION.
021700     MOVE "N" TO OK-TO-POST.
021800     IF CONFIRM-IS-YES
021900         MOVE "Y" TO OK-TO-POST.
022000
022100*---------------------------------
022200* One pass over the history,
022300* posting each line of a batch
022400* newer than the last one
022500* posted.
022600*---------------------------------
022700 POST-NEW-BATCHES.
022800     PERFORM GET-LAST-POSTED-BATCH.
022900     MOVE LAST-POSTED-BATCH TO HIGHEST-BATCH.
023000     MOVE ZEROES TO FIRST-NEW-BATCH.
023100     OPEN OUTPUT PRINTER-FILE.
023200     PERFORM START-NEW-PAGE.
023300     OPEN INPUT JOURNAL-HISTORY-FILE.
023400     MOVE "N" TO HISTORY-AT-END.
023500     PERFORM POST-NEXT-HISTORY-LINE
023600         UNTIL HISTORY-AT-END = "Y".
023700     CLOSE JOURNAL-HISTORY-FILE.
023800     PERFORM PRINT-POSTING-TOTALS.
023900     PERFORM END-LAST-PAGE.
024000     CLOSE PRINTER-FILE.
024100     PERFORM SAVE-LAST-POSTED-BATCH.
024200     DISPLAY "BALANCE LINES POSTED: " POSTED-COUNT
024300             "  LATE LINES HELD: " LATE-COUNT.
024400
024500 POST-NEXT-HISTORY-LINE.
024600     READ JOURNAL-HISTORY-FILE
024700         AT END MOVE "Y" TO HISTORY-AT-END.
024800     IF HISTORY-AT-END NOT = "Y"
024900        AND JHST-BATCH-NO > LAST-POSTED-BATCH
025000         PERFORM POST-THIS-LINE.
025100
025200 POST-THIS-LINE.
025300     IF JHST-BATCH-NO > HIGHEST-BATCH
025400         MOVE JHST-BATCH-NO TO HIGHEST-BATCH.
025500     IF FIRST-NEW-BATCH = ZEROES
025600        OR JHST-BATCH-NO < FIRST-NEW-BATCH
025700         MOVE JHST-BATCH-NO TO FIRST-NEW-BATCH.
025800     PERFORM CHECK-LINE-IS-LATE.
025900     IF LINE-IS-LATE = "Y"
026000         PERFORM PRINT-LATE-LINE
026100     ELSE
026200         PERFORM POST-TO-BALANCE.
026300
026400*---------------------------------
026500* Late: dated into a closed
026600* period and extracted after
026700* the period was closed.
026800*---------------------------------
026900 CHECK-LINE-IS-LATE.
027000     MOVE "N" TO LINE-IS-LATE.
027100     MOVE JHST-DATE TO EDIT-PERIOD-DATE.
027200     PERFORM CHECK-PERIOD-OPEN.
027300     IF PERIOD-DATE-IS-OPEN = "N"
027400        AND JHST-EXTRACT-DATE > PERIOD-CLOSED-DATE
027500         MOVE "Y" TO LINE-IS-LATE.
027600
027700 POST-TO-BALANCE.
027800     MOVE JHST-COMPANY TO ACB-COMPANY.
027900     MOVE JHST-ACCOUNT TO ACB-ACCOUNT.
028000     MOVE EDIT-PERIOD-CCYYMM TO ACB-PERIOD.
028100     PERFORM READ-BALANCE-RECORD.
028200     IF BALANCE-RECORD-FOUND = "N"
028300         PERFORM INIT-BALANCE-RECORD.
028400     ADD JHST-DEBIT TO ACB-DEBIT.
028500     ADD JHST-CREDIT TO ACB-CREDIT.
028600     ADD 1 TO ACB-LINE-COUNT.
028700     MOVE JHST-BATCH-NO TO ACB-LAST-BATCH.
028800     MOVE RUN-DATE TO ACB-LAST-POSTED.
028900     IF BALANCE-RECORD-FOUND = "Y"
029000         PERFORM REWRITE-BALANCE-RECORD
029100     ELSE
029200         PERFORM WRITE-BALANCE-RECORD.
029300     ADD 1 TO POSTED-COUNT.
029400     ADD JHST-DEBIT TO POSTED-DEBIT-TOTAL.
029500     ADD JHST-CREDIT TO POSTED-CREDIT-TOTAL.
029600
029700 INIT-BALANCE-RECORD.
029800     MOVE ZEROES TO ACB-DEBIT
029900                    ACB-CREDIT
030000                    ACB-LINE-COUNT
030100                    ACB-LAST-BATCH
030200                    ACB-LAST-POSTED.
030300
030400*---------------------------------
030500* Exception list printing.
030600*---------------------------------
030700 PRINT-LATE-LINE.
030800     IF LINE-COUNT > MAXIMUM-LINES
030900         PERFORM START-NEXT-PAGE.
031000     MOVE SPACE TO LATE-LINE.
031100     MOVE JHST-BATCH-NO TO PRINT-BATCH-NO.
031200     MOVE JHST-DATE TO PRINT-JRNL-DATE.
031300     MOVE JHST-COMPANY TO PRINT-COMPANY.
031400     MOVE JHST-ACCOUNT TO PRINT-ACCOUNT.
031500     MOVE JHST-SOURCE TO PRINT-SOURCE.
031600     MOVE JHST-VOUCHER-NO TO PRINT-VOUCHER-NO.
031700     MOVE JHST-CHECK-NO TO PRINT-CHECK-NO.
031800     MOVE PERIOD-CLOSED-DATE TO PRINT-CLOSED-DATE.
031900     MOVE JHST-DEBIT TO PRINT-DEBIT.
032000     MOVE JHST-CREDIT TO PRINT-CREDIT.
032100     MOVE LATE-LINE TO PRINTER-RECORD.
032200     PERFORM WRITE-TO-PRINTER.
032300     ADD 1 TO LATE-COUNT.
032400     ADD JHST-DEBIT TO LATE-DEBIT-TOTAL.
032500     ADD JHST-CREDIT TO LATE-CREDIT-TOTAL.
032600
032700 PRINT-POSTING-TOTALS.
032800     IF LINE-COUNT > MAXIMUM-LINES - 6
032900         PERFORM START-NEXT-PAGE.
033000     PERFORM LINE-FEED.
033100     IF LATE-COUNT = ZEROES
033200         MOVE "NO LATE LINES IN CLOSED PERIODS" TO PRINTER-RECORD
033300         PERFORM WRITE-TO-PRINTER
033400         PERFORM LINE-FEED.
033500     IF FIRST-NEW-BATCH = ZEROES
033600         MOVE "NO NEW JOURNAL BATCHES TO POST" TO PRINTER-RECORD
033700         PERFORM WRITE-TO-PRINTER
033800     ELSE
033900         MOVE FIRST-NEW-BATCH TO PRINT-FIRST-BATCH
034000         MOVE HIGHEST-BATCH TO PRINT-LAST-BATCH
034100         MOVE BATCH-RANGE-LINE TO PRINTER-RECORD
034200         PERFORM WRITE-TO-PRINTER.
034300     MOVE SPACE TO TOTAL-LINE.
034400     MOVE "LINES POSTED / DEBITS / CREDITS" TO PRINT-TOTAL-LABEL.
034500     MOVE POSTED-COUNT TO PRINT-TOTAL-COUNT.
034600     MOVE POSTED-DEBIT-TOTAL TO PRINT-TOTAL-DEBIT.
034700     MOVE POSTED-CREDIT-TOTAL TO PRINT-TOTAL-CREDIT.
034800     PERFORM PRINT-TOTAL-LINE.
034900     MOVE "LATE LINES NOT POSTED" TO PRINT-TOTAL-LABEL.
035000     MOVE LATE-COUNT TO PRINT-TOTAL-COUNT.
035100     MOVE LATE-DEBIT-TOTAL TO PRINT-TOTAL-DEBIT.
035200     MOVE LATE-CREDIT-TOTAL TO PRINT-TOTAL-CREDIT.
035300     PERFORM PRINT-TOTAL-LINE.
035400
035500 PRINT-TOTAL-LINE.
035600     MOVE TOTAL-LINE TO PRINTER-RECORD.
035700     PERFORM WRITE-TO-PRINTER.
035800     MOVE SPACE TO TOTAL-LINE.
035900
036000*---------------------------------
036100* File I-O routines.
036200*---------------------------------
036300 READ-BALANCE-RECORD.
036400     MOVE "Y" TO BALANCE-RECORD-FOUND.
036500     READ ACCT-BALANCE-FILE RECORD
036600         INVALID KEY
036700         MOVE "N" TO BALANCE-RECORD-FOUND.
036800
036900 WRITE-BALANCE-RECORD.
037000     WRITE ACCT-BALANCE-RECORD
037100         INVALID KEY
037200         DISPLAY "ERROR WRITING BALANCE " ACB-KEY.
037300
037400 REWRITE-BALANCE-RECORD.
037500     REWRITE ACCT-BALANCE-RECORD
037600         INVALID KEY
037700         DISPLAY "ERROR REWRITING BALANCE " ACB-KEY.
037800
037900 GET-LAST-POSTED-BATCH.
038000     OPEN INPUT ACB-CTL-FILE.
038100     MOVE "N" TO ACBC-AT-END.
038200     READ ACB-CTL-FILE
038300         AT END MOVE "Y" TO ACBC-AT-END.
038400     CLOSE ACB-CTL-FILE.
038500     IF ACBC-AT-END = "Y"
038600         MOVE ZEROES TO ACBC-LAST-BATCH.
038700     MOVE ACBC-LAST-BATCH TO LAST-POSTED-BATCH.
038800
038900 SAVE-LAST-POSTED-BATCH.
039000     MOVE HIGHEST-BATCH TO ACBC-LAST-BATCH.
039100     MOVE RUN-DATE TO ACBC-POST-DATE.
039200     OPEN OUTPUT ACB-CTL-FILE.
039300     WRITE ACB-CTL-RECORD.
039400     CLOSE ACB-CTL-FILE.
039500
039600*---------------------------------
039700* Printer I-O routines.
039800*---------------------------------
039900 WRITE-TO-PRINTER.
040000     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
040100     ADD 1 TO LINE-COUNT.
040200
040300 LINE-FEED.
040400     MOVE SPACE TO PRINTER-RECORD.
040500     PERFORM WRITE-TO-PRINTER.
040600
040700 START-NEXT-PAGE.
040800     PERFORM END-LAST-PAGE.
040900     PERFORM START-NEW-PAGE.
041000
041100 START-NEW-PAGE.
041200     ADD 1 TO PAGE-NUMBER.
041300     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
041400     MOVE TITLE-LINE TO PRINTER-RECORD.
041500     PERFORM WRITE-TO-PRINTER.
041600     PERFORM LINE-FEED.
041700     MOVE COLUMN-LINE TO PRINTER-RECORD.
041800     PERFORM WRITE-TO-PRINTER.
041900     PERFORM LINE-FEED.
042000
042100 END-LAST-PAGE.
042200     PERFORM FORM-FEED.
042300     MOVE ZERO TO LINE-COUNT.
042400
042500 FORM-FEED.
042600     MOVE SPACE TO PRINTER-RECORD.
042700     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
042800
042900*---------------------------------
043000* Utility routines.
043100*---------------------------------
043200     COPY "PLCONF01.CBL".
043300     COPY "PLPERD01.CBL".

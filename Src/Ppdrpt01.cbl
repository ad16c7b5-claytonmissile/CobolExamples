000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PPDRPT01.
000300*---------------------------------
000400* Prepaid expense rollforward.
000500*
000600* For an operator-entered month
000700* (CCYYMM), rolls each prepaid
000800* asset account from the
000900* schedule file: the balance at
001000* the start of the month, the
001100* prepaids vouchered in it, the
001200* month's amortization, the
001300* balances closed by a voucher
001400* cancelled in it, and the
001500* balance at month end. Under
001600* each account prints the
001700* account's balance on the
001800* journal history through the
001900* same month end and the
002000* difference, which should be
002100* zero. A difference means
002200* something other than a
002300* prepaid schedule was booked
002400* to the account, a month-end
002500* amortization leg has not run,
002600* or a cancellation fell after
002700* the month's leg and its
002800* reversal lands next month.
002900*---------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300
003400     COPY "SLPPD.CBL".
003500
003600     COPY "SLACCT.CBL".
003700
003800     COPY "SLGLJHST.CBL".
003900
004000     SELECT PRINTER-FILE
004100         ASSIGN TO PRINTER
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600
004700     COPY "FDPPD.CBL".
004800
004900     COPY "FDACCT.CBL".
005000
005100     COPY "FDGLJHST.CBL".
005200
005300 FD  PRINTER-FILE
005400     LABEL RECORDS ARE OMITTED.
005500 01  PRINTER-RECORD             PIC X(80).
005600
005700 WORKING-STORAGE SECTION.
005800
005900 77  PREPAID-FILE-AT-END     PIC X.
006000 77  HISTORY-AT-END          PIC X.
006100 77  ACCOUNT-RECORD-FOUND    PIC X.
006200
006300 01  REPORT-PERIOD-ID        PIC 9(6).
006400 01  REPORT-PERIOD-FIELDS REDEFINES REPORT-PERIOD-ID.
006500     05  REPORT-PERIOD-YEAR  PIC 9(4).
006600     05  REPORT-PERIOD-MONTH PIC 9(2).
006700         88  REPORT-MONTH-IS-VALID VALUES 01 THRU 12.
006800 01  PRIOR-PERIOD-ID         PIC 9(6).
006900 01  PRIOR-PERIOD-FIELDS REDEFINES PRIOR-PERIOD-ID.
007000     05  PRIOR-PERIOD-YEAR   PIC 9(4).
007100     05  PRIOR-PERIOD-MONTH  PIC 9(2).
007200 77  PERIOD-END-DATE         PIC 9(8).
007300 77  PRIOR-END-DATE          PIC 9(8).
007400
007500*---------------------------------
007600* One schedule's figures for
007700* the month.
007800*---------------------------------
007900 77  BALANCE-DATE            PIC 9(8).
008000 77  SCHEDULE-BALANCE        PIC S9(6)V99.
008100 77  SCHEDULE-BEGIN          PIC S9(6)V99.
008200 77  SCHEDULE-ADDED          PIC S9(6)V99.
008300 77  SCHEDULE-AMORTIZED      PIC S9(6)V99.
008400 77  SCHEDULE-CANCELLED      PIC S9(6)V99.
008500 77  SCHEDULE-END            PIC S9(6)V99.
008600
008700*---------------------------------
008800* The rollforward per prepaid
008900* account, built in one pass
009000* of the schedule file and
009100* matched against the journal
009200* history in a second pass.
009300*---------------------------------
009400 77  ACCT-SUB                PIC 99.
009500 77  ACCT-COUNT              PIC 99    VALUE ZEROES.
009600 77  ACCT-SLOT               PIC 99.
009700 77  ACCT-OVERFLOW           PIC X     VALUE "N".
009800 01  ACCOUNT-ROLL-TABLE.
009900     05  ROLL-ENTRY OCCURS 50 TIMES.
010000         10  ROLL-ACCOUNT        PIC 9(5).
010100         10  ROLL-BEGIN          PIC S9(8)V99.
010200         10  ROLL-ADDED          PIC S9(8)V99.
010300         10  ROLL-AMORTIZED      PIC S9(8)V99.
010400         10  ROLL-CANCELLED      PIC S9(8)V99.
010500         10  ROLL-END            PIC S9(8)V99.
010600         10  ROLL-LEDGER         PIC S9(8)V99.
010700 77  ROLL-DIFFERENCE         PIC S9(8)V99.
010800
010900 01  GRAND-TOTALS.
011000     05  GRAND-BEGIN         PIC S9(8)V99.
011100     05  GRAND-ADDED         PIC S9(8)V99.
011200     05  GRAND-AMORTIZED     PIC S9(8)V99.
011300     05  GRAND-CANCELLED     PIC S9(8)V99.
011400     05  GRAND-END           PIC S9(8)V99.
011500     05  GRAND-LEDGER        PIC S9(8)V99.
011600
011700 77  LINE-COUNT              PIC 999   VALUE ZERO.
011800 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
011900 77  MAXIMUM-LINES           PIC 999   VALUE 55.
012000
012100 01  DETAIL-LINE.
012200     05  PRINT-ACCOUNT       PIC 9(5).
012300     05  FILLER              PIC X(1)  VALUE SPACE.
012400     05  PRINT-BEGIN         PIC Z,ZZZ,ZZ9.99-.
012500     05  FILLER              PIC X(1)  VALUE SPACE.
012600     05  PRINT-ADDED         PIC Z,ZZZ,ZZ9.99-.
012700     05  FILLER              PIC X(1)  VALUE SPACE.
012800     05  PRINT-AMORTIZED     PIC Z,ZZZ,ZZ9.99-.
012900     05  FILLER              PIC X(1)  VALUE SPACE.
013000     05  PRINT-CANCELLED     PIC Z,ZZZ,ZZ9.99-.
013100     05  FILLER              PIC X(1)  VALUE SPACE.
013200     05  PRINT-END           PIC Z,ZZZ,ZZ9.99-.
013300
013400 01  LEDGER-LINE.
013500     05  FILLER              PIC X(6)  VALUE SPACE.
013600     05  PRINT-ACCOUNT-NAME  PIC X(24).
013700     05  FILLER              PIC X(6)  VALUE "G/L:".
013800     05  PRINT-LEDGER        PIC Z,ZZZ,ZZ9.99-.
013900     05  FILLER              PIC X(2)  VALUE SPACE.
014000     05  FILLER              PIC X(6)  VALUE "DIFF:".
014100     05  PRINT-DIFFERENCE    PIC Z,ZZZ,ZZ9.99-.
014200     05  FILLER              PIC X(1)  VALUE SPACE.
014300     05  PRINT-FLAG          PIC X(1).
014400
014500 01  COLUMN-LINE.
014600     05  FILLER              PIC X(6)  VALUE "ACCT".
014700     05  FILLER              PIC X(14) VALUE "     BEGINNING".
014800     05  FILLER              PIC X(14) VALUE "         ADDED".
014900     05  FILLER              PIC X(14) VALUE "     AMORTIZED".
015000     05  FILLER              PIC X(14) VALUE "     CANCELLED".
015100     05  FILLER              PIC X(14) VALUE "        ENDING".
015200
015300 01  TITLE-LINE.
015400     05  FILLER              PIC X(20) VALUE SPACE.
015500     05  FILLER              PIC X(32)
015600         VALUE "PREPAID EXPENSE ROLLFORWARD FOR".
015700     05  PRINT-PERIOD        PIC 9(6).
015800     05  FILLER              PIC X(10) VALUE SPACE.
015900     05  FILLER              PIC X(5)  VALUE "PAGE:".
016000     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
016100
016200     COPY "WSCASE01.CBL".
016300
016400     COPY "WSPPD01.CBL".
016500
016600 PROCEDURE DIVISION.
016700 PROGRAM-BEGIN.
016800     PERFORM OPENING-PROCEDURE.
016900     PERFORM MAIN-PROCESS.
017000     PERFORM CLOSING-PROCEDURE.
017100
017200 PROGRAM-EXIT.
017300     EXIT PROGRAM.
017400
017500 PROGRAM-DONE.
017600     STOP RUN.
017700
017800 OPENING-PROCEDURE.
017900     OPEN I-O PREPAID-FILE.
018000     OPEN I-O ACCOUNT-FILE.
018100     OPEN OUTPUT PRINTER-FILE.
018200
018300 CLOSING-PROCEDURE.
018400     CLOSE PREPAID-FILE.
018500     CLOSE ACCOUNT-FILE.
018600     PERFORM END-LAST-PAGE.
018700     CLOSE PRINTER-FILE.
018800
018900 MAIN-PROCESS.
019000     PERFORM GET-REPORT-PERIOD.
019100     PERFORM SET-PERIOD-DATES.
019200     PERFORM ROLL-ALL-SCHEDULES.
019300     PERFORM TALLY-JOURNAL-HISTORY.
019400     PERFORM PRINT-THE-REPORT.
019500     IF ACCT-OVERFLOW = "Y"
019600         DISPLAY "*** MORE THAN 50 PREPAID ACCOUNTS -"
019700         DISPLAY "THE REPORT IS INCOMPLETE ***".
019800
019900 GET-REPORT-PERIOD.
020000     PERFORM ACCEPT-REPORT-PERIOD.
020100     PERFORM RE-ACCEPT-REPORT-PERIOD
020200         UNTIL REPORT-MONTH-IS-VALID.
020300
020400 ACCEPT-REPORT-PERIOD.
020500     DISPLAY "ENTER REPORT MONTH (CCYYMM)".
020600     ACCEPT REPORT-PERIOD-ID.
020700
020800 RE-ACCEPT-REPORT-PERIOD.
020900     DISPLAY "THAT IS NOT A CCYYMM PERIOD".
021000     PERFORM ACCEPT-REPORT-PERIOD.
021100
021200*---------------------------------
021300* Dates are compared against
021400* day 31 of a month, which is
021500* on or after its last day
021600* whatever the month.
021700*---------------------------------
021800 SET-PERIOD-DATES.
021900     MOVE REPORT-PERIOD-ID TO PRIOR-PERIOD-ID.
022000     IF PRIOR-PERIOD-MONTH = 1
022100         SUBTRACT 1 FROM PRIOR-PERIOD-YEAR
022200         MOVE 12 TO PRIOR-PERIOD-MONTH
022300     ELSE
022400         SUBTRACT 1 FROM PRIOR-PERIOD-MONTH.
022500     COMPUTE PERIOD-END-DATE = REPORT-PERIOD-ID * 100 + 31.
022600     COMPUTE PRIOR-END-DATE = PRIOR-PERIOD-ID * 100 + 31.
022700
022800*---------------------------------
022900* One pass of the schedule
023000* file. The month's
023100* amortization is whatever
023200* the opening balance, the
023300* additions and the
023400* cancellations leave unmet
023500* by the closing balance, so
023600* every account line foots.
023700*---------------------------------
023800 ROLL-ALL-SCHEDULES.
023900     MOVE "N" TO PREPAID-FILE-AT-END.
024000     MOVE ZEROES TO PPD-KEY.
024100     START PREPAID-FILE KEY NOT < PPD-KEY
024200         INVALID KEY
024300         MOVE "Y" TO PREPAID-FILE-AT-END.
024400     PERFORM ROLL-NEXT-SCHEDULE
024500         UNTIL PREPAID-FILE-AT-END = "Y".
024600
024700 ROLL-NEXT-SCHEDULE.
024800     READ PREPAID-FILE NEXT RECORD
024900         AT END MOVE "Y" TO PREPAID-FILE-AT-END.
025000     IF PREPAID-FILE-AT-END NOT = "Y"
025100         PERFORM ROLL-THIS-SCHEDULE.
025200
025300 ROLL-THIS-SCHEDULE.
025400     MOVE PRIOR-PERIOD-ID TO PREPAID-PERIOD.
025500     MOVE PRIOR-END-DATE TO BALANCE-DATE.
025600     PERFORM COMPUTE-SCHEDULE-BALANCE.
025700     MOVE SCHEDULE-BALANCE TO SCHEDULE-BEGIN.
025800     MOVE REPORT-PERIOD-ID TO PREPAID-PERIOD.
025900     MOVE PERIOD-END-DATE TO BALANCE-DATE.
026000     PERFORM COMPUTE-SCHEDULE-BALANCE.
026100     MOVE SCHEDULE-BALANCE TO SCHEDULE-END.
026200     MOVE ZEROES TO SCHEDULE-ADDED SCHEDULE-CANCELLED.
026300     IF PPD-VOUCHER-DATE > PRIOR-END-DATE
026400        AND PPD-VOUCHER-DATE NOT > PERIOD-END-DATE
026500         MOVE PPD-AMOUNT TO SCHEDULE-ADDED.
026600     IF PPD-IS-CANCELLED
026700        AND PPD-CLOSED-DATE > PRIOR-END-DATE
026800        AND PPD-CLOSED-DATE NOT > PERIOD-END-DATE
026900         COMPUTE SCHEDULE-CANCELLED = PPD-AMOUNT - PPD-AMORTIZED.
027000     COMPUTE SCHEDULE-AMORTIZED = SCHEDULE-BEGIN
027100         + SCHEDULE-ADDED - SCHEDULE-CANCELLED - SCHEDULE-END.
027200     PERFORM FIND-ACCOUNT-SLOT.
027300     IF ACCT-SLOT NOT = ZEROES
027400         PERFORM ADD-SCHEDULE-TO-SLOT.
027500
027600*---------------------------------
027700* What the schedule leaves on
027800* the asset at BALANCE-DATE,
027900* the end of PREPAID-PERIOD:
028000* nothing before it is
028100* vouchered or once its
028200* voucher is cancelled,
028300* otherwise the amount less
028400* the slices through then.
028500*---------------------------------
028600 COMPUTE-SCHEDULE-BALANCE.
028700     IF PPD-VOUCHER-DATE > BALANCE-DATE
028800         MOVE ZEROES TO SCHEDULE-BALANCE
028900     ELSE
029000     IF PPD-IS-CANCELLED
029100        AND PPD-CLOSED-DATE NOT > BALANCE-DATE
029200         MOVE ZEROES TO SCHEDULE-BALANCE
029300     ELSE
029400         PERFORM COMPUTE-SCHEDULED-TO-DATE
029500         COMPUTE SCHEDULE-BALANCE =
029600             PPD-AMOUNT - PREPAID-SCHEDULED.
029700
029800 FIND-ACCOUNT-SLOT.
029900     MOVE ZEROES TO ACCT-SLOT.
030000     PERFORM MATCH-ACCOUNT-SLOT
030100         VARYING ACCT-SUB FROM 1 BY 1
030200         UNTIL ACCT-SUB > ACCT-COUNT
030300            OR ACCT-SLOT NOT = ZEROES.
030400     IF ACCT-SLOT = ZEROES
030500         IF ACCT-COUNT = 50
030600             MOVE "Y" TO ACCT-OVERFLOW
030700         ELSE
030800             ADD 1 TO ACCT-COUNT
030900             MOVE ACCT-COUNT TO ACCT-SLOT
031000             MOVE PPD-PREPAID-ACCOUNT
031100                 TO ROLL-ACCOUNT (ACCT-SLOT)
031200             MOVE ZEROES TO ROLL-BEGIN (ACCT-SLOT)
031300                            ROLL-ADDED (ACCT-SLOT)
031400                            ROLL-AMORTIZED (ACCT-SLOT)
031500                            ROLL-CANCELLED (ACCT-SLOT)
031600                            ROLL-END (ACCT-SLOT)
031700                            ROLL-LEDGER (ACCT-SLOT).
031800
031900 MATCH-ACCOUNT-SLOT.
032000     IF ROLL-ACCOUNT (ACCT-SUB) = PPD-PREPAID-ACCOUNT
032100         MOVE ACCT-SUB TO ACCT-SLOT.
032200
032300 ADD-SCHEDULE-TO-SLOT.
032400     ADD SCHEDULE-BEGIN TO ROLL-BEGIN (ACCT-SLOT).
032500     ADD SCHEDULE-ADDED TO ROLL-ADDED (ACCT-SLOT).
032600     ADD SCHEDULE-AMORTIZED TO ROLL-AMORTIZED (ACCT-SLOT).
032700     ADD SCHEDULE-CANCELLED TO ROLL-CANCELLED (ACCT-SLOT).
032800     ADD SCHEDULE-END TO ROLL-END (ACCT-SLOT).
032900
033000*---------------------------------
033100* One pass of the journal
033200* history: every entry to a
033300* prepaid account through the
033400* month end, all companies.
033500*---------------------------------
033600 TALLY-JOURNAL-HISTORY.
033700     OPEN INPUT JOURNAL-HISTORY-FILE.
033800     MOVE "N" TO HISTORY-AT-END.
033900     PERFORM TALLY-NEXT-HISTORY-RECORD
034000         UNTIL HISTORY-AT-END = "Y".
034100     CLOSE JOURNAL-HISTORY-FILE.
034200
034300 TALLY-NEXT-HISTORY-RECORD.
034400     READ JOURNAL-HISTORY-FILE
034500         AT END MOVE "Y" TO HISTORY-AT-END.
034600     IF HISTORY-AT-END NOT = "Y"
034700        AND JHST-DATE NOT > PERIOD-END-DATE
034800         PERFORM TALLY-HISTORY-ENTRY
034900             VARYING ACCT-SUB FROM 1 BY 1
035000             UNTIL ACCT-SUB > ACCT-COUNT.
035100
035200 TALLY-HISTORY-ENTRY.
035300     IF ROLL-ACCOUNT (ACCT-SUB) = JHST-ACCOUNT
035400         COMPUTE ROLL-LEDGER (ACCT-SUB) = ROLL-LEDGER (ACCT-SUB)
035500             + JHST-DEBIT - JHST-CREDIT.
035600
035700*---------------------------------
035800* One pair of lines per
035900* account, in the order the
036000* accounts were first met,
036100* then the totals.
036200*---------------------------------
036300 PRINT-THE-REPORT.
036400     MOVE ZEROES TO GRAND-TOTALS.
036500     PERFORM START-NEW-PAGE.
036600     PERFORM PRINT-ONE-ACCOUNT
036700         VARYING ACCT-SUB FROM 1 BY 1
036800         UNTIL ACCT-SUB > ACCT-COUNT.
036900     PERFORM PRINT-GRAND-TOTALS.
037000
037100 PRINT-ONE-ACCOUNT.
037200     IF LINE-COUNT > MAXIMUM-LINES
037300         PERFORM START-NEXT-PAGE.
037400     MOVE SPACE TO DETAIL-LINE.
037500     MOVE ROLL-ACCOUNT (ACCT-SUB) TO PRINT-ACCOUNT.
037600     MOVE ROLL-BEGIN (ACCT-SUB) TO PRINT-BEGIN.
037700     MOVE ROLL-ADDED (ACCT-SUB) TO PRINT-ADDED.
037800     MOVE ROLL-AMORTIZED (ACCT-SUB) TO PRINT-AMORTIZED.
037900     MOVE ROLL-CANCELLED (ACCT-SUB) TO PRINT-CANCELLED.
038000     MOVE ROLL-END (ACCT-SUB) TO PRINT-END.
038100     MOVE DETAIL-LINE TO PRINTER-RECORD.
038200     PERFORM WRITE-TO-PRINTER.
038300     MOVE SPACE TO LEDGER-LINE.
038400     MOVE ROLL-ACCOUNT (ACCT-SUB) TO ACCOUNT-NUMBER.
038500     PERFORM LOOK-UP-ACCOUNT-NAME.
038600     COMPUTE ROLL-DIFFERENCE =
038700         ROLL-END (ACCT-SUB) - ROLL-LEDGER (ACCT-SUB).
038800     MOVE ROLL-LEDGER (ACCT-SUB) TO PRINT-LEDGER.
038900     MOVE ROLL-DIFFERENCE TO PRINT-DIFFERENCE.
039000     IF ROLL-DIFFERENCE NOT = ZEROES
039100         MOVE "*" TO PRINT-FLAG.
039200     MOVE LEDGER-LINE TO PRINTER-RECORD.
039300     PERFORM WRITE-TO-PRINTER.
039400     ADD ROLL-BEGIN (ACCT-SUB) TO GRAND-BEGIN.
039500     ADD ROLL-ADDED (ACCT-SUB) TO GRAND-ADDED.
039600     ADD ROLL-AMORTIZED (ACCT-SUB) TO GRAND-AMORTIZED.
039700     ADD ROLL-CANCELLED (ACCT-SUB) TO GRAND-CANCELLED.
039800     ADD ROLL-END (ACCT-SUB) TO GRAND-END.
039900     ADD ROLL-LEDGER (ACCT-SUB) TO GRAND-LEDGER.
040000
040100 PRINT-GRAND-TOTALS.
040200     PERFORM LINE-FEED.
040300     MOVE SPACE TO DETAIL-LINE.
040400     MOVE GRAND-BEGIN TO PRINT-BEGIN.
040500     MOVE GRAND-ADDED TO PRINT-ADDED.
040600     MOVE GRAND-AMORTIZED TO PRINT-AMORTIZED.
040700     MOVE GRAND-CANCELLED TO PRINT-CANCELLED.
040800     MOVE GRAND-END TO PRINT-END.
040900     MOVE DETAIL-LINE TO PRINTER-RECORD.
041000     MOVE "TOTAL" TO PRINTER-RECORD (1:5).
041100     PERFORM WRITE-TO-PRINTER.
041200     MOVE SPACE TO LEDGER-LINE.
041300     COMPUTE ROLL-DIFFERENCE = GRAND-END - GRAND-LEDGER.
041400     MOVE GRAND-LEDGER TO PRINT-LEDGER.
041500     MOVE ROLL-DIFFERENCE TO PRINT-DIFFERENCE.
041600     IF ROLL-DIFFERENCE NOT = ZEROES
041700         MOVE "*" TO PRINT-FLAG.
041800     MOVE LEDGER-LINE TO PRINTER-RECORD.
041900     PERFORM WRITE-TO-PRINTER.
042000
042100 LOOK-UP-ACCOUNT-NAME.
042200     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
042300     READ ACCOUNT-FILE RECORD
042400         INVALID KEY
042500         MOVE "N" TO ACCOUNT-RECORD-FOUND.
042600     IF ACCOUNT-RECORD-FOUND = "Y"
042700         MOVE ACCOUNT-NAME TO PRINT-ACCOUNT-NAME
042800     ELSE
042900         MOVE "*ACCOUNT NOT ON FILE*" TO PRINT-ACCOUNT-NAME.
043000
043100*---------------------------------
043200* Printer I-O routines.
043300*---------------------------------
043400 WRITE-TO-PRINTER.
043500     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
043600     ADD 1 TO LINE-COUNT.
043700
043800 LINE-FEED.
043900     MOVE SPACE TO PRINTER-RECORD.
044000     PERFORM WRITE-TO-PRINTER.
044100
044200 START-NEXT-PAGE.
044300     PERFORM END-LAST-PAGE.
044400     PERFORM START-NEW-PAGE.
044500
044600 START-NEW-PAGE.
044700     ADD 1 TO PAGE-NUMBER.
044800     MOVE REPORT-PERIOD-ID TO PRINT-PERIOD.
044900     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
045000     MOVE TITLE-LINE TO PRINTER-RECORD.
045100     PERFORM WRITE-TO-PRINTER.
045200     PERFORM LINE-FEED.
045300     MOVE COLUMN-LINE TO PRINTER-RECORD.
045400     PERFORM WRITE-TO-PRINTER.
045500     PERFORM LINE-FEED.
045600
045700 END-LAST-PAGE.
045800     PERFORM FORM-FEED.
045900     MOVE ZERO TO LINE-COUNT.
046000
046100 FORM-FEED.
046200     MOVE SPACE TO PRINTER-RECORD.
046300     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
046400
046500*---------------------------------
046600* Utility routines.
046700*---------------------------------
046800     COPY "PLPPD01.CBL".

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TRLBAL01.
000300*---------------------------------
000400* Trial balance.
000500*
000600* Prints the account balance
000700* file for one company, or for
000800* every company on it, as of a
000900* period (CCYYMM): each account
001000* with its net activity for the
001100* period and its balance in the
001200* debit or credit column,
001300* grouped by account type with
001400* a subtotal for each type.
001500*
001600* Balance sheet accounts carry
001700* their balance from the first
001800* period on file. Income and
001900* expense accounts carry the
002000* year to date; what they came
002100* to in earlier years has not
002200* been closed out here, so it
002300* prints as one line of its own
002400* and the trial balance still
002500* foots. Accounts on the
002600* balance file but no longer on
002700* the chart print at the end so
002800* nothing is left out.
002900*---------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300
003400     COPY "SLACBAL.CBL".
003500
003600     COPY "SLACCT.CBL".
003700
003800     COPY "SLCOMP.CBL".
003900
004000     COPY "SLPERIOD.CBL".
004100
004200     SELECT PRINTER-FILE
004300         ASSIGN TO PRINTER
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800
004900     COPY "FDACBAL.CBL".
005000
005100     COPY "FDACCT.CBL".
005200
005300     COPY "FDCOMP.CBL".
005400
005500     COPY "FDPERIOD.CBL".
005600
005700 FD  PRINTER-FILE
005800     LABEL RECORDS ARE OMITTED.
005900 01  PRINTER-RECORD             PIC X(80).
006000
006100 WORKING-STORAGE SECTION.
006200
006300 77  BALANCE-AT-END          PIC X.
006400 77  ACCOUNT-AT-END          PIC X.
006500 77  COMPANY-SCAN-DONE       PIC X.
006600 77  ACCOUNT-RECORD-FOUND    PIC X.
006700 77  COMPANY-RECORD-FOUND    PIC X.
006800 77  PERIOD-RECORD-FOUND     PIC X.
006900 77  ACCOUNT-HAS-BALANCE     PIC X.
007000 77  IS-INCOME-STATEMENT     PIC X.
007100 77  TYPE-HEADING-PRINTED    PIC X.
007200
007300 77  REPORT-COMPANY          PIC 9(2).
007400 77  THIS-COMPANY            PIC 9(2).
007500 77  THIS-ACCOUNT            PIC 9(5).
007600 77  YEAR-START-PERIOD       PIC 9(6).
007700
007800 01  REPORT-PERIOD           PIC 9(6).
007900 01  REPORT-PERIOD-FIELDS REDEFINES REPORT-PERIOD.
008000     05  REPORT-YEAR         PIC 9(4).
008100     05  REPORT-MONTH        PIC 9(2).
008200         88  REPORT-MONTH-IS-VALID VALUES 01 THRU 12.
008300
008400 77  BALANCE-NET             PIC S9(11)V99.
008500 77  ACCOUNT-PERIOD-NET      PIC S9(11)V99.
008600 77  ACCOUNT-BALANCE         PIC S9(11)V99.
008700 77  ACCOUNT-PRIOR-YEARS     PIC S9(11)V99.
008800 77  PRIOR-YEARS-TOTAL       PIC S9(11)V99.
008900
009000 77  TYPE-PERIOD-NET         PIC S9(11)V99.
009100 77  TYPE-DEBIT-TOTAL        PIC S9(11)V99.
009200 77  TYPE-CREDIT-TOTAL       PIC S9(11)V99.
009300 77  COMPANY-PERIOD-NET      PIC S9(11)V99.
009400 77  COMPANY-DEBIT-TOTAL     PIC S9(11)V99.
009500 77  COMPANY-CREDIT-TOTAL    PIC S9(11)V99.
009600
009700*---------------------------------
009800* The account types in the
009900* order they print. The last
010000* entry catches accounts that
010100* are not on the chart.
010200*---------------------------------
010300 77  TYPE-SUB                PIC 9.
010400 01  TYPE-VALUES.
010500     05  FILLER              PIC X(26)
010600         VALUE "AASSETS                   ".
010700     05  FILLER              PIC X(26)
010800         VALUE "LLIABILITIES              ".
010900     05  FILLER              PIC X(26)
011000         VALUE "QEQUITY                   ".
011100     05  FILLER              PIC X(26)
011200         VALUE "IINCOME                   ".
011300     05  FILLER              PIC X(26)
011400         VALUE "EEXPENSE                  ".
011500     05  FILLER              PIC X(26)
011600         VALUE " ACCOUNTS NOT ON THE CHART".
011700 01  TYPE-TABLE REDEFINES TYPE-VALUES.
011800     05  TYPE-ENTRY OCCURS 6 TIMES.
011900         10  TYPE-CODE       PIC X(1).
012000         10  TYPE-NAME       PIC X(25).
012100
012200 77  LINE-COUNT              PIC 999   VALUE ZERO.
012300 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
012400 77  MAXIMUM-LINES           PIC 999   VALUE 55.
012500
012600 01  TITLE-LINE.
012700     05  FILLER              PIC X(25) VALUE SPACE.
012800     05  FILLER              PIC X(18)
012900         VALUE "TRIAL BALANCE FOR ".
013000     05  PRINT-TITLE-MONTH   PIC Z9.
013100     05  FILLER              PIC X(1)  VALUE "/".
013200     05  PRINT-TITLE-YEAR    PIC 9(4).
013300     05  FILLER              PIC X(14) VALUE SPACE.
013400     05  FILLER              PIC X(6)  VALUE " PAGE:".
013500     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
013600
013700 01  COMPANY-LINE.
013800     05  FILLER              PIC X(8)  VALUE "COMPANY ".
013900     05  PRINT-COMPANY       PIC 9(2).
014000     05  FILLER              PIC X(1)  VALUE SPACE.
014100     05  PRINT-COMPANY-NAME  PIC X(30).
014200     05  FILLER              PIC X(4)  VALUE SPACE.
014300     05  PRINT-PERIOD-STATUS PIC X(20).
014400
014500 01  COLUMN-LINE.
014600     05  FILLER              PIC X(33)
014700         VALUE "  ACCT  ACCOUNT NAME".
014800     05  FILLER              PIC X(15) VALUE "    THIS PERIOD".
014900     05  FILLER              PIC X(15) VALUE "          DEBIT".
015000     05  FILLER              PIC X(15) VALUE "         CREDIT".
015100
015200 01  TYPE-HEADING-LINE.
015300     05  PRINT-TYPE-NAME     PIC X(25).
015400
015500 01  ACCOUNT-LINE.
015600     05  FILLER              PIC X(2)  VALUE SPACE.
015700     05  PRINT-ACCOUNT       PIC 9(5).
015800     05  FILLER              PIC X(1)  VALUE SPACE.
015900     05  PRINT-ACCOUNT-NAME  PIC X(24).
016000     05  FILLER              PIC X(1)  VALUE SPACE.
016100     05  PRINT-PERIOD-NET    PIC ZZZ,ZZZ,ZZ9.99-.
016200     05  FILLER              PIC X(1)  VALUE SPACE.
016300     05  PRINT-DEBIT         PIC ZZZ,ZZZ,ZZ9.99.
016400     05  FILLER              PIC X(1)  VALUE SPACE.
016500     05  PRINT-CREDIT        PIC ZZZ,ZZZ,ZZ9.99.
016600
016700 01  TOTAL-LINE.
016800     05  FILLER              PIC X(8)  VALUE SPACE.
016900     05  PRINT-TOTAL-LABEL   PIC X(25).
017000     05  PRINT-TOTAL-NET     PIC ZZZ,ZZZ,ZZ9.99-.
017100     05  FILLER              PIC X(1)  VALUE SPACE.
017200     05  PRINT-TOTAL-DEBIT   PIC ZZZ,ZZZ,ZZ9.99.
017300     05  FILLER              PIC X(1)  VALUE SPACE.
017400     05  PRINT-TOTAL-CREDIT  PIC ZZZ,ZZZ,ZZ9.99.
017500
017600     COPY "WSCASE01.CBL".
017700
017800 PROCEDURE DIVISION.
017900 PROGRAM-BEGIN.
018000     PERFORM OPENING-PROCEDURE.
018100     PERFORM MAIN-PROCESS.
018200     PERFORM CLOSING-PROCEDURE.
018300
018400 PROGRAM-EXIT.
018500     EXIT PROGRAM.
018600
018700 PROGRAM-DONE.
018800     STOP RUN.
018900
019000 OPENING-PROCEDURE.
019100     OPEN I-O ACCT-BALANCE-FILE.
019200     OPEN I-O ACCOUNT-FILE.
019300     OPEN I-O COMPANY-FILE.
019400     OPEN I-O PERIOD-FILE.
019500     OPEN OUTPUT PRINTER-FILE.
019600
019700 CLOSING-PROCEDURE.
019800     CLOSE ACCT-BALANCE-FILE.
019900     CLOSE ACCOUNT-FILE.
020000     CLOSE COMPANY-FILE.
020100     CLOSE PERIOD-FILE.
020200     CLOSE PRINTER-FILE.
020300
020400 MAIN-PROCESS.
020500     PERFORM GET-REPORT-OPTIONS.
020600     COMPUTE YEAR-START-PERIOD = REPORT-YEAR * 100 + 1.
020700     MOVE REPORT-MONTH TO PRINT-TITLE-MONTH.
020800     MOVE REPORT-YEAR TO PRINT-TITLE-YEAR.
020900     PERFORM GET-PERIOD-STATUS.
021000     IF REPORT-COMPANY = ZEROES
021100         PERFORM PRINT-ALL-COMPANIES
021200     ELSE
021300         MOVE REPORT-COMPANY TO THIS-COMPANY
021400         PERFORM PRINT-ONE-COMPANY.
021500
021600 GET-REPORT-OPTIONS.
021700     DISPLAY "ENTER COMPANY (0 = ALL COMPANIES)".
021800     ACCEPT REPORT-COMPANY.
021900     PERFORM ACCEPT-REPORT-PERIOD.
022000     PERFORM RE-ACCEPT-REPORT-PERIOD
022100         UNTIL REPORT-MONTH-IS-VALID.
022200
022300 ACCEPT-REPORT-PERIOD.
022400     DISPLAY "ENTER TRIAL BALANCE PERIOD (CCYYMM)".
022500     ACCEPT REPORT-PERIOD.
022600
022700 RE-ACCEPT-REPORT-PERIOD.
022800     DISPLAY "THAT IS NOT A CCYYMM PERIOD".
022900     PERFORM ACCEPT-REPORT-PERIOD.
023000
023100*---------------------------------
023200* A period with no record on
023300* the period control file is
023400* open.
023500*---------------------------------
023600 GET-PERIOD-STATUS.
023700     MOVE REPORT-PERIOD TO PERIOD-ID.
023800     MOVE "Y" TO PERIOD-RECORD-FOUND.
023900     READ PERIOD-FILE RECORD
024000         INVALID KEY
024100         MOVE "N" TO PERIOD-RECORD-FOUND.
024200     IF PERIOD-RECORD-FOUND = "Y" AND PERIOD-IS-CLOSED
024300         MOVE "PERIOD IS CLOSED" TO PRINT-PERIOD-STATUS
024400     ELSE
024500         MOVE "PERIOD IS OPEN" TO PRINT-PERIOD-STATUS.
024600
024700*---------------------------------
024800* Every company on the balance
024900* file, in company order.
025000*---------------------------------
025100 PRINT-ALL-COMPANIES.
025200     MOVE "N" TO COMPANY-SCAN-DONE.
025300     MOVE ZEROES TO ACB-KEY.
025400     PERFORM FIND-NEXT-COMPANY.
025500     PERFORM PRINT-COMPANY-AND-NEXT
025600         UNTIL COMPANY-SCAN-DONE = "Y".
025700
025800 PRINT-COMPANY-AND-NEXT.
025900     PERFORM PRINT-ONE-COMPANY.
026000     IF THIS-COMPANY = 99
026100         MOVE "Y" TO COMPANY-SCAN-DONE
026200     ELSE
026300         COMPUTE ACB-COMPANY = THIS-COMPANY + 1
026400         MOVE ZEROES TO ACB-ACCOUNT ACB-PERIOD
026500         PERFORM FIND-NEXT-COMPANY.
026600
026700 FIND-NEXT-COMPANY.
026800     START ACCT-BALANCE-FILE KEY NOT < ACB-KEY
026900         INVALID KEY
027000         MOVE "Y" TO COMPANY-SCAN-DONE.
027100     IF COMPANY-SCAN-DONE NOT = "Y"
027200         READ ACCT-BALANCE-FILE NEXT RECORD
027300             AT END MOVE "Y" TO COMPANY-SCAN-DONE.
027400     IF COMPANY-SCAN-DONE NOT = "Y"
027500         MOVE ACB-COMPANY TO THIS-COMPANY.
027600
027700*---------------------------------
027800* One company: each type in
027900* turn, the accounts off the
028000* chart, the unclosed earlier
028100* years, and the totals that
028200* must foot.
028300*---------------------------------
028400 PRINT-ONE-COMPANY.
028500     MOVE ZEROES TO COMPANY-PERIOD-NET
028600                    COMPANY-DEBIT-TOTAL
028700                    COMPANY-CREDIT-TOTAL
028800                    PRIOR-YEARS-TOTAL.
028900     MOVE THIS-COMPANY TO COMP-CODE PRINT-COMPANY.
029000     PERFORM READ-COMPANY-RECORD.
029100     MOVE COMP-NAME TO PRINT-COMPANY-NAME.
029200     PERFORM START-NEW-PAGE.
029300     PERFORM PRINT-ONE-TYPE
029400         VARYING TYPE-SUB FROM 1 BY 1
029500         UNTIL TYPE-SUB > 5.
029600     MOVE 6 TO TYPE-SUB.
029700     PERFORM PRINT-UNCHARTED-ACCOUNTS.
029800     PERFORM PRINT-PRIOR-YEARS-LINE.
029900     PERFORM PRINT-COMPANY-TOTALS.
030000     PERFORM END-LAST-PAGE.
030100
030200 PRINT-ONE-TYPE.
030300     MOVE ZEROES TO TYPE-PERIOD-NET
030400                    TYPE-DEBIT-TOTAL
030500                    TYPE-CREDIT-TOTAL.
030600     MOVE "N" TO TYPE-HEADING-PRINTED.
030700     MOVE "N" TO IS-INCOME-STATEMENT.
030800     IF TYPE-CODE (TYPE-SUB) = "I" OR "E"
030900         MOVE "Y" TO IS-INCOME-STATEMENT.
031000     MOVE "N" TO ACCOUNT-AT-END.
031100     MOVE ZEROES TO ACCOUNT-NUMBER.
031200     START ACCOUNT-FILE KEY NOT < ACCOUNT-NUMBER
031300         INVALID KEY
031400         MOVE "Y" TO ACCOUNT-AT-END.
031500     PERFORM CHECK-NEXT-ACCOUNT
031600         UNTIL ACCOUNT-AT-END = "Y".
031700     IF TYPE-HEADING-PRINTED = "Y"
031800         PERFORM PRINT-TYPE-TOTAL.
031900
032000 CHECK-NEXT-ACCOUNT.
032100     READ ACCOUNT-FILE NEXT RECORD
032200         AT END MOVE "Y" TO ACCOUNT-AT-END.
032300     IF ACCOUNT-AT-END NOT = "Y"
032400        AND ACCOUNT-TYPE = TYPE-CODE (TYPE-SUB)
032500         MOVE ACCOUNT-NUMBER TO THIS-ACCOUNT
032600         PERFORM ACCUMULATE-ACCOUNT
032700         PERFORM REPORT-THE-ACCOUNT.
032800
032900*---------------------------------
033000* Balance file records for an
033100* account are in period order;
033200* read them through the report
033300* period.
033400*---------------------------------
033500 ACCUMULATE-ACCOUNT.
033600     MOVE ZEROES TO ACCOUNT-PERIOD-NET
033700                    ACCOUNT-BALANCE
033800                    ACCOUNT-PRIOR-YEARS.
033900     MOVE "N" TO ACCOUNT-HAS-BALANCE.
034000     MOVE THIS-COMPANY TO ACB-COMPANY.
034100     MOVE THIS-ACCOUNT TO ACB-ACCOUNT.
034200     MOVE ZEROES TO ACB-PERIOD.
034300     MOVE "N" TO BALANCE-AT-END.
034400     START ACCT-BALANCE-FILE KEY NOT < ACB-KEY
034500         INVALID KEY
034600         MOVE "Y" TO BALANCE-AT-END.
034700     PERFORM ADD-NEXT-BALANCE
034800         UNTIL BALANCE-AT-END = "Y".
034900
035000 ADD-NEXT-BALANCE.
035100     READ ACCT-BALANCE-FILE NEXT RECORD
035200         AT END MOVE "Y" TO BALANCE-AT-END.
035300     IF BALANCE-AT-END NOT = "Y"
035400        AND (ACB-COMPANY NOT = THIS-COMPANY
035500             OR ACB-ACCOUNT NOT = THIS-ACCOUNT
035600             OR ACB-PERIOD > REPORT-PERIOD)
035700         MOVE "Y" TO BALANCE-AT-END.
035800     IF BALANCE-AT-END NOT = "Y"
035900         PERFORM ADD-THIS-BALANCE.
036000
036100 ADD-THIS-BALANCE.
036200     MOVE "Y" TO ACCOUNT-HAS-BALANCE.
036300     COMPUTE BALANCE-NET = ACB-DEBIT - ACB-CREDIT.
036400     IF ACB-PERIOD = REPORT-PERIOD
036500         ADD BALANCE-NET TO ACCOUNT-PERIOD-NET.
036600     IF IS-INCOME-STATEMENT = "Y"
036700        AND ACB-PERIOD < YEAR-START-PERIOD
036800         ADD BALANCE-NET TO ACCOUNT-PRIOR-YEARS
036900     ELSE
037000         ADD BALANCE-NET TO ACCOUNT-BALANCE.
037100
037200 REPORT-THE-ACCOUNT.
037300     ADD ACCOUNT-PRIOR-YEARS TO PRIOR-YEARS-TOTAL.
037400     IF ACCOUNT-HAS-BALANCE = "Y"
037500        AND (ACCOUNT-BALANCE NOT = ZEROES
037600             OR ACCOUNT-PERIOD-NET NOT = ZEROES)
037700         PERFORM PRINT-ACCOUNT-LINE.
037800
037900*---------------------------------
038000* Accounts on the balance file
038100* that the chart no longer
038200* knows. The scan skips past
038300* each account's periods once
038400* it has been looked up.
038500*---------------------------------
038600 PRINT-UNCHARTED-ACCOUNTS.
038700     MOVE ZEROES TO TYPE-PERIOD-NET
038800                    TYPE-DEBIT-TOTAL
038900                    TYPE-CREDIT-TOTAL.
039000     MOVE "N" TO TYPE-HEADING-PRINTED.
039100     MOVE "N" TO IS-INCOME-STATEMENT.
039200     MOVE "N" TO ACCOUNT-AT-END.
039300     MOVE THIS-COMPANY TO ACB-COMPANY.
039400     MOVE ZEROES TO ACB-ACCOUNT ACB-PERIOD.
039500     START ACCT-BALANCE-FILE KEY NOT < ACB-KEY
039600         INVALID KEY
039700         MOVE "Y" TO ACCOUNT-AT-END.
039800     PERFORM CHECK-NEXT-UNCHARTED
039900         UNTIL ACCOUNT-AT-END = "Y".
040000     IF TYPE-HEADING-PRINTED = "Y"
040100         PERFORM PRINT-TYPE-TOTAL.
040200
040300 CHECK-NEXT-UNCHARTED.
040400     READ ACCT-BALANCE-FILE NEXT RECORD
040500         AT END MOVE "Y" TO ACCOUNT-AT-END.
040600     IF ACCOUNT-AT-END NOT = "Y"
040700        AND ACB-COMPANY NOT = THIS-COMPANY
040800         MOVE "Y" TO ACCOUNT-AT-END.
040900     IF ACCOUNT-AT-END NOT = "Y"
041000         PERFORM CHECK-UNCHARTED-ACCOUNT.
041100
041200 CHECK-UNCHARTED-ACCOUNT.
041300     MOVE ACB-ACCOUNT TO THIS-ACCOUNT ACCOUNT-NUMBER.
041400     PERFORM READ-ACCOUNT-RECORD.
041500     IF ACCOUNT-RECORD-FOUND = "N"
041600        OR NOT ACCOUNT-TYPE-IS-VALID
041700         PERFORM ACCUMULATE-ACCOUNT
041800         PERFORM REPORT-THE-ACCOUNT.
041900     MOVE THIS-COMPANY TO ACB-COMPANY.
042000     MOVE THIS-ACCOUNT TO ACB-ACCOUNT.
042100     MOVE 999999 TO ACB-PERIOD.
042200     START ACCT-BALANCE-FILE KEY > ACB-KEY
042300         INVALID KEY
042400         MOVE "Y" TO ACCOUNT-AT-END.
042500
042600*---------------------------------
042700* Printing.
042800*---------------------------------
042900 PRINT-ACCOUNT-LINE.
043000     IF LINE-COUNT > MAXIMUM-LINES
043100         PERFORM START-NEXT-PAGE.
043200     IF TYPE-HEADING-PRINTED NOT = "Y"
043300         PERFORM PRINT-TYPE-HEADING.
043400     MOVE SPACE TO ACCOUNT-LINE.
043500     MOVE THIS-ACCOUNT TO PRINT-ACCOUNT.
043600     MOVE ACCOUNT-NAME TO PRINT-ACCOUNT-NAME.
043700     MOVE ACCOUNT-PERIOD-NET TO PRINT-PERIOD-NET.
043800     ADD ACCOUNT-PERIOD-NET TO TYPE-PERIOD-NET.
043900     IF ACCOUNT-BALANCE < ZEROES
044000         COMPUTE ACCOUNT-BALANCE = ZERO - ACCOUNT-BALANCE
044100         MOVE ACCOUNT-BALANCE TO PRINT-CREDIT
044200         ADD ACCOUNT-BALANCE TO TYPE-CREDIT-TOTAL
044300     ELSE
044400         MOVE ACCOUNT-BALANCE TO PRINT-DEBIT
044500         ADD ACCOUNT-BALANCE TO TYPE-DEBIT-TOTAL.
044600     MOVE ACCOUNT-LINE TO PRINTER-RECORD.
044700     PERFORM WRITE-TO-PRINTER.
044800
044900 PRINT-TYPE-HEADING.
045000     MOVE TYPE-NAME (TYPE-SUB) TO PRINT-TYPE-NAME.
045100     MOVE TYPE-HEADING-LINE TO PRINTER-RECORD.
045200     PERFORM WRITE-TO-PRINTER.
045300     MOVE "Y" TO TYPE-HEADING-PRINTED.
045400
045500 PRINT-TYPE-TOTAL.
045600     MOVE SPACE TO TOTAL-LINE.
045700     MOVE "TOTAL" TO PRINT-TOTAL-LABEL.
045800     MOVE TYPE-PERIOD-NET TO PRINT-TOTAL-NET.
045900     MOVE TYPE-DEBIT-TOTAL TO PRINT-TOTAL-DEBIT.
046000     MOVE TYPE-CREDIT-TOTAL TO PRINT-TOTAL-CREDIT.
046100     MOVE TOTAL-LINE TO PRINTER-RECORD.
046200     PERFORM WRITE-TO-PRINTER.
046300     PERFORM LINE-FEED.
046400     ADD TYPE-PERIOD-NET TO COMPANY-PERIOD-NET.
046500     ADD TYPE-DEBIT-TOTAL TO COMPANY-DEBIT-TOTAL.
046600     ADD TYPE-CREDIT-TOTAL TO COMPANY-CREDIT-TOTAL.
046700
046800 PRINT-PRIOR-YEARS-LINE.
046900     IF PRIOR-YEARS-TOTAL NOT = ZEROES
047000         PERFORM PRINT-PRIOR-YEARS-AMOUNT.
047100
047200 PRINT-PRIOR-YEARS-AMOUNT.
047300     IF LINE-COUNT > MAXIMUM-LINES - 2
047400         PERFORM START-NEXT-PAGE.
047500     MOVE SPACE TO TOTAL-LINE.
047600     MOVE "INCOME/EXPENSE PRIOR YEARS" TO PRINT-TOTAL-LABEL.
047700     IF PRIOR-YEARS-TOTAL < ZEROES
047800         COMPUTE PRIOR-YEARS-TOTAL = ZERO - PRIOR-YEARS-TOTAL
047900         MOVE PRIOR-YEARS-TOTAL TO PRINT-TOTAL-CREDIT
048000         ADD PRIOR-YEARS-TOTAL TO COMPANY-CREDIT-TOTAL
048100     ELSE
048200         MOVE PRIOR-YEARS-TOTAL TO PRINT-TOTAL-DEBIT
048300         ADD PRIOR-YEARS-TOTAL TO COMPANY-DEBIT-TOTAL.
048400     MOVE TOTAL-LINE TO PRINTER-RECORD.
048500     PERFORM WRITE-TO-PRINTER.
048600     PERFORM LINE-FEED.
048700
048800 PRINT-COMPANY-TOTALS.
048900     IF LINE-COUNT > MAXIMUM-LINES - 3
049000         PERFORM START-NEXT-PAGE.
049100     MOVE SPACE TO TOTAL-LINE.
049200     MOVE "COMPANY TOTAL" TO PRINT-TOTAL-LABEL.
049300     MOVE COMPANY-PERIOD-NET TO PRINT-TOTAL-NET.
049400     MOVE COMPANY-DEBIT-TOTAL TO PRINT-TOTAL-DEBIT.
049500     MOVE COMPANY-CREDIT-TOTAL TO PRINT-TOTAL-CREDIT.
049600     MOVE TOTAL-LINE TO PRINTER-RECORD.
049700     PERFORM WRITE-TO-PRINTER.
049800     PERFORM LINE-FEED.
049900     IF COMPANY-DEBIT-TOTAL = COMPANY-CREDIT-TOTAL
050000         MOVE "TRIAL BALANCE IS IN BALANCE" TO PRINTER-RECORD
050100     ELSE
050200         MOVE "*** TRIAL BALANCE IS OUT OF BALANCE"
050300             TO PRINTER-RECORD.
050400     PERFORM WRITE-TO-PRINTER.
050500
050600*---------------------------------
050700* File I-O routines.
050800*---------------------------------
050900 READ-ACCOUNT-RECORD.
051000     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
051100     READ ACCOUNT-FILE RECORD
051200         INVALID KEY
051300         MOVE "N" TO ACCOUNT-RECORD-FOUND.
051400     IF ACCOUNT-RECORD-FOUND = "N"
051500         MOVE "*** NOT ON THE CHART" TO ACCOUNT-NAME.
051600
051700 READ-COMPANY-RECORD.
051800     MOVE "Y" TO COMPANY-RECORD-FOUND.
051900     READ COMPANY-FILE RECORD
052000         INVALID KEY
052100         MOVE "N" TO COMPANY-RECORD-FOUND.
052200     IF COMPANY-RECORD-FOUND = "N"
052300         MOVE "*** NOT ON FILE" TO COMP-NAME.
052400
052500*---------------------------------
052600* Printer I-O routines.
052700*---------------------------------
052800 WRITE-TO-PRINTER.
052900     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
053000     ADD 1 TO LINE-COUNT.
053100
053200 LINE-FEED.
053300     MOVE SPACE TO PRINTER-RECORD.
053400     PERFORM WRITE-TO-PRINTER.
053500
053600 START-NEXT-PAGE.
053700     PERFORM END-LAST-PAGE.
053800     PERFORM START-NEW-PAGE.
053900
054000 START-NEW-PAGE.
054100     ADD 1 TO PAGE-NUMBER.
054200     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
054300     MOVE TITLE-LINE TO PRINTER-RECORD.
054400     PERFORM WRITE-TO-PRINTER.
054500     MOVE COMPANY-LINE TO PRINTER-RECORD.
054600     PERFORM WRITE-TO-PRINTER.
054700     PERFORM LINE-FEED.
054800     MOVE COLUMN-LINE TO PRINTER-RECORD.
054900     PERFORM WRITE-TO-PRINTER.
055000     PERFORM LINE-FEED.
055100
055200 END-LAST-PAGE.
055300     PERFORM FORM-FEED.
055400     MOVE ZERO TO LINE-COUNT.
055500
055600 FORM-FEED.
055700     MOVE SPACE TO PRINTER-RECORD.
055800     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CSHFCS01.
000300*---------------------------------
000400* Thirteen-week cash flow
000500* forecast.
000600*
000700* Starts each bank account from
000800* its cash ledger balance (the
000900* same figure CSHPOS01 shows)
001000* and rolls it forward a week
001100* at a time for the thirteen
001200* weeks after an operator-entered
001300* as-of date:
001400*   + store deposits, from the
001500*     same weeks last year on
001600*     the sales aggregate file
001700*     (or last year's month on
001800*     sales history where the
001900*     daily detail has been
002000*     purged), scaled by this
002100*     year's sales plan against
002200*     last year's actual for
002300*     the month;
002400*   - open vouchers, or their
002500*     open installments, on the
002600*     due date, for vendors not
002700*     on payment hold;
002800*   - active recurring voucher
002900*     templates for months not
003000*     yet generated;
003100*   - backup withholding not yet
003200*     deposited, due the 15th
003300*     of the month after it was
003400*     withheld;
003500*   +/- one-off items keyed on
003600*     CFIMNT01.
003700* Anything already past due
003800* lands in week one. Each
003900* week's ending balance is
004000* flagged when it falls below
004100* the minimum balance held on
004200* the bank account master.
004300*
004400* Store deposits go to the
004500* store's deposit account,
004600* vouchers to the lowest-
004700* numbered account of the
004800* voucher's company (the run
004900* parameter account for the
005000* run parameter company), and
005100* anything without an account
005200* of its own to the default
005300* account keyed at the start
005400* of the run.
005500*---------------------------------
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900
006000     COPY "SLBANK.CBL".
006100
006200     COPY "SLCASHL.CBL".
006300
006400     COPY "SLRPRM.CBL".
006500
006600     COPY "SLSTORE.CBL".
006700
006800     COPY "SLSAGG.CBL".
006900
007000     COPY "SLSHIST.CBL".
007100
007200     COPY "SLSPLAN.CBL".
007300
007400     COPY "SLVOUCH.CBL".
007500
007600     COPY "SLSCHED.CBL".
007700
007800     COPY "SLVND02.CBL".
007900
008000     COPY "SLRECUR.CBL".
008100
008200     COPY "SLWHLD.CBL".
008300
008400     COPY "SLCFIT.CBL".
008500
008600     SELECT PRINTER-FILE
008700         ASSIGN TO PRINTER
008800         ORGANIZATION IS LINE SEQUENTIAL.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200
009300     COPY "FDBANK.CBL".
009400
009500     COPY "FDCASHL.CBL".
009600
009700     COPY "FDRPRM.CBL".
009800
009900     COPY "FDSTORE.CBL".
010000
010100     COPY "FDSAGG.CBL".
010200
010300     COPY "FDSHIST.CBL".
010400
010500     COPY "FDSPLAN.CBL".
010600
010700     COPY "FDVOUCH.CBL".
010800
010900     COPY "FDSCHED.CBL".
011000
011100     COPY "FDVND04.CBL".
011200
011300     COPY "FDRECUR.CBL".
011400
011500     COPY "FDWHLD.CBL".
011600
011700     COPY "FDCFIT.CBL".
011800
011900 FD  PRINTER-FILE
012000     LABEL RECORDS ARE OMITTED.
012100 01  PRINTER-RECORD             PIC X(100).
012200
012300 WORKING-STORAGE SECTION.
012400
012500 77  OK-TO-PROCESS           PIC X.
012600 77  RPRM-FILE-AT-END        PIC X.
012700 77  RPRM-ON-FILE            PIC X.
012800 77  BANK-FILE-AT-END        PIC X.
012900 77  LEDGER-FILE-AT-END      PIC X.
013000 77  STORE-FILE-AT-END       PIC X.
013100 77  AGGREGATE-FILE-AT-END   PIC X.
013200 77  HISTORY-FILE-AT-END     PIC X.
013300 77  PLAN-FILE-AT-END        PIC X.
013400 77  VOUCHER-FILE-AT-END     PIC X.
013500 77  SCHED-FILE-AT-END       PIC X.
013600 77  RECUR-FILE-AT-END       PIC X.
013700 77  WHLD-FILE-AT-END        PIC X.
013800 77  CFIT-FILE-AT-END        PIC X.
013900 77  VENDOR-RECORD-FOUND     PIC X.
014000 77  VENDOR-NOT-ON-HOLD-FLAG PIC X.
014100 77  ALREADY-GENERATED       PIC X.
014200 77  DEFAULT-ACCT-IS-OK      PIC X.
014300
014400 77  AS-OF-DATE              PIC 9(8).
014500 77  AS-OF-INTEGER           PIC 9(8).
014600 77  AS-OF-SERIAL            PIC 9(6).
014700 77  MONTH-SERIAL            PIC 9(6).
014800 77  DAYS-OUT                PIC S9(8).
014900 77  FORECAST-WEEK           PIC 9(6).
015000 77  ITEM-DATE               PIC 9(8).
015100 77  ITEM-ACCT               PIC 9(2).
015200 77  ITEM-AMOUNT             PIC S9(11)V99.
015300 77  DEFAULT-ACCT            PIC 9(2).
015400 77  ENTERED-ACCT            PIC 9(2).
015500 77  BANK-ACCOUNT-COUNT      PIC 9(3).
015600 77  RELEASED-INSTALLMENTS   PIC 9(2).
015700 77  MONTH-START-INTEGER     PIC 9(8).
015800 77  WEEK-RECEIPTS           PIC S9(11)V99.
015900 77  RUNNING-BALANCE         PIC S9(11)V99.
016000 77  WEEKS-BELOW-MINIMUM     PIC 9(2).
016100
016200 77  ACCT-SUB                PIC 9(3).
016300 77  WEEK-SUB                PIC 9(3).
016400 77  STORE-SUB               PIC 9(3).
016500 77  MONTH-SUB               PIC 9(3).
016600 77  GEN-SUB                 PIC 9(4).
016700 77  GEN-COUNT               PIC 9(4)  VALUE ZERO.
016800
016900 77  VOUCHER-ITEM-COUNT      PIC 9(5)  VALUE ZERO.
017000 77  RECUR-ITEM-COUNT        PIC 9(5)  VALUE ZERO.
017100 77  WHLD-ITEM-COUNT         PIC 9(5)  VALUE ZERO.
017200 77  CFIT-ITEM-COUNT         PIC 9(5)  VALUE ZERO.
017300 77  STORE-COUNT             PIC 9(3)  VALUE ZERO.
017400
017500 77  LINE-COUNT              PIC 999   VALUE ZERO.
017600 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
017700 77  MAXIMUM-LINES           PIC 999   VALUE 55.
017800
017900*---------------------------------
018000* Entries 1-99 are the bank
018100* accounts by account number;
018200* entry 100 gathers all of them
018300* for the closing summary.
018400*---------------------------------
018500 01  ACCOUNT-TABLE.
018600     05  ACCT-ENTRY OCCURS 100 TIMES.
018700         10  ACCT-ON-FILE        PIC X.
018800         10  ACCT-NAME           PIC X(30).
018900         10  ACCT-MINIMUM        PIC 9(11)V99.
019000         10  ACCT-OPENING        PIC S9(11)V99.
019100         10  ACCT-WEEK OCCURS 13 TIMES.
019200             15  ACCT-RECEIPTS   PIC S9(11)V99.
019300             15  ACCT-PAYMENTS   PIC S9(11)V99.
019400             15  ACCT-OTHER      PIC S9(11)V99.
019500
019600*---------------------------------
019700* The account each company pays
019800* its vouchers from.
019900*---------------------------------
020000 01  COMPANY-TABLE.
020100     05  COMPANY-ACCT OCCURS 99 TIMES
020200                             PIC 9(2).
020300
020400*---------------------------------
020500* Week-ending dates, and which
020600* month of the horizon (1 = the
020700* as-of month) each week ends
020800* in.
020900*---------------------------------
021000 01  WEEK-TABLE.
021100     05  WEEK-ENTRY OCCURS 13 TIMES.
021200         10  WEEK-END-DATE       PIC 9(8).
021300         10  WEEK-MONTH          PIC 9(1).
021400
021500*---------------------------------
021600* Days in the same months last
021700* year, to turn a month of sales
021800* history into a week.
021900*---------------------------------
022000 01  LAST-YEAR-MONTH-TABLE.
022100     05  LY-MONTH-DAYS OCCURS 5 TIMES
022200                             PIC 9(2).
022300
022400*---------------------------------
022500* Per store: last year's sales
022600* for the same weeks, last
022700* year's sales history and this
022800* year's plan for the months of
022900* the horizon.
023000*---------------------------------
023100 01  STORE-TABLE.
023200     05  STORE-ENTRY OCCURS 99 TIMES.
023300         10  STORE-WEEK-SALES OCCURS 13 TIMES
023400                             PIC S9(9)V99.
023500         10  STORE-MONTH OCCURS 5 TIMES.
023600             15  STORE-LY-HISTORY PIC S9(9)V99.
023700             15  STORE-TY-PLAN   PIC S9(9)V99.
023800
023900*---------------------------------
024000* Recurring vouchers already
024100* generated for a month of the
024200* horizon, so their templates
024300* are not counted a second time.
024400*---------------------------------
024500 01  GENERATED-TABLE.
024600     05  GEN-ENTRY OCCURS 999 TIMES.
024700         10  GEN-VENDOR          PIC 9(5).
024800         10  GEN-PERIOD          PIC 9(6).
024900         10  GEN-FOR             PIC X(30).
025000
025100 01  PERIOD-WORK             PIC 9(6).
025200 01  PERIOD-WORK-FIELDS REDEFINES PERIOD-WORK.
025300     05  PERIOD-CCYY         PIC 9(4).
025400     05  PERIOD-MM           PIC 9(2).
025500
025600 01  TITLE-LINE.
025700     05  FILLER              PIC X(30) VALUE SPACE.
025800     05  FILLER              PIC X(32)
025900         VALUE "THIRTEEN-WEEK CASH FLOW FORECAST".
026000     05  FILLER              PIC X(26) VALUE SPACE.
026100     05  FILLER              PIC X(5) VALUE "PAGE:".
026200     05  FILLER              PIC X(1) VALUE SPACE.
026300     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
026400
026500 01  AS-OF-LINE.
026600     05  FILLER              PIC X(15) VALUE "FORECAST AS OF:".
026700     05  PRINT-AS-OF-DATE    PIC Z9/99/9999.
026800
026900 01  ACCOUNT-LINE.
027000     05  FILLER              PIC X(8)  VALUE "ACCOUNT ".
027100     05  PRINT-ACCT-NO       PIC Z9.
027200     05  FILLER              PIC X(1)  VALUE SPACE.
027300     05  PRINT-ACCT-NAME     PIC X(30).
027400
027500 01  ALL-ACCOUNTS-LINE.
027600     05  FILLER              PIC X(30)
027700         VALUE "ALL ACCOUNTS COMBINED".
027800
027900 01  OPENING-LINE.
028000     05  FILLER              PIC X(2)  VALUE SPACE.
028100     05  FILLER              PIC X(16) VALUE "LEDGER BALANCE:".
028200     05  PRINT-OPENING       PIC ZZZ,ZZZ,ZZ9.99-.
028300     05  FILLER              PIC X(4)  VALUE SPACE.
028400     05  FILLER              PIC X(17) VALUE "MINIMUM BALANCE:".
028500     05  PRINT-MINIMUM       PIC ZZZ,ZZZ,ZZ9.99.
028600
028700 01  COLUMN-LINE.
028800     05  FILLER              PIC X(2)  VALUE SPACE.
028900     05  FILLER              PIC X(4)  VALUE "WK".
029000     05  FILLER              PIC X(11) VALUE "WEEK ENDING".
029100     05  FILLER              PIC X(6)  VALUE SPACE.
029200     05  FILLER              PIC X(9)  VALUE "RECEIPTS".
029300     05  FILLER              PIC X(13) VALUE "DISBURSEMENTS".
029400     05  FILLER              PIC X(7)  VALUE SPACE.
029500     05  FILLER              PIC X(14) VALUE "OTHER ITEMS".
029600     05  FILLER              PIC X(14) VALUE "ENDING BALANCE".
029700
029800 01  WEEK-LINE.
029900     05  FILLER              PIC X(2)  VALUE SPACE.
030000     05  PRINT-WEEK-NO       PIC Z9.
030100     05  FILLER              PIC X(2)  VALUE SPACE.
030200     05  PRINT-WEEK-END      PIC Z9/99/9999.
030300     05  FILLER              PIC X(2)  VALUE SPACE.
030400     05  PRINT-RECEIPTS      PIC ZZ,ZZZ,ZZ9.99-.
030500     05  FILLER              PIC X(2)  VALUE SPACE.
030600     05  PRINT-PAYMENTS      PIC ZZ,ZZZ,ZZ9.99-.
030700     05  FILLER              PIC X(2)  VALUE SPACE.
030800     05  PRINT-OTHER         PIC ZZ,ZZZ,ZZ9.99-.
030900     05  FILLER              PIC X(2)  VALUE SPACE.
031000     05  PRINT-ENDING        PIC ZZZ,ZZZ,ZZ9.99-.
031100     05  FILLER              PIC X(2)  VALUE SPACE.
031200     05  PRINT-FLAG          PIC X(15).
031300
031400 01  TOTAL-LINE.
031500     05  FILLER              PIC X(18)
031600         VALUE "  13-WEEK TOTAL".
031700     05  PRINT-TOTAL-RECEIPTS PIC ZZ,ZZZ,ZZ9.99-.
031800     05  FILLER              PIC X(2)  VALUE SPACE.
031900     05  PRINT-TOTAL-PAYMENTS PIC ZZ,ZZZ,ZZ9.99-.
032000     05  FILLER              PIC X(2)  VALUE SPACE.
032100     05  PRINT-TOTAL-OTHER   PIC ZZ,ZZZ,ZZ9.99-.
032200
032300 01  BELOW-MINIMUM-LINE.
032400     05  FILLER              PIC X(2)  VALUE SPACE.
032500     05  PRINT-WEEKS-BELOW   PIC Z9.
032600     05  FILLER              PIC X(30)
032700         VALUE " WEEK(S) BELOW MINIMUM BALANCE".
032800
032900 01  COUNT-LINE.
033000     05  FILLER              PIC X(2)  VALUE SPACE.
033100     05  PRINT-COUNT-LABEL   PIC X(40).
033200     05  PRINT-COUNT         PIC ZZ,ZZ9.
033300
033400 01  TOTAL-RECEIPTS          PIC S9(11)V99.
033500 01  TOTAL-PAYMENTS          PIC S9(11)V99.
033600 01  TOTAL-OTHER             PIC S9(11)V99.
033700
033800     COPY "WSCASE01.CBL".
033900
034000     COPY "WSDATE01.CBL".
034100
034200 PROCEDURE DIVISION.
034300 PROGRAM-BEGIN.
034400     PERFORM MAIN-PROCESS.
034500
034600 PROGRAM-EXIT.
034700     EXIT PROGRAM.
034800
034900 PROGRAM-DONE.
035000     STOP RUN.
035100
035200 MAIN-PROCESS.
035300     PERFORM GET-OK-TO-PROCESS.
035400     IF OK-TO-PROCESS = "Y"
035500         PERFORM GET-AS-OF-DATE
035600         PERFORM OPENING-PROCEDURE
035700         PERFORM BUILD-THE-FORECAST
035800         PERFORM CLOSING-PROCEDURE.
035900
036000 GET-OK-TO-PROCESS.
036100     PERFORM ACCEPT-OK-TO-PROCESS.
036200     PERFORM RE-ACCEPT-OK-TO-PROCESS
036300         UNTIL OK-TO-PROCESS = "Y" OR "N".
036400
036500 ACCEPT-OK-TO-PROCESS.
036600     DISPLAY "PRINT THIRTEEN-WEEK CASH FLOW FORECAST (Y/N)?".
036700     ACCEPT OK-TO-PROCESS.
036800     INSPECT OK-TO-PROCESS
036900       CONVERTING LOWER-ALPHA
037000       TO         UPPER-ALPHA.
037100
037200 RE-ACCEPT-OK-TO-PROCESS.
037300     DISPLAY "YOU MUST ENTER YES OR NO".
037400     PERFORM ACCEPT-OK-TO-PROCESS.
037500
037600 GET-AS-OF-DATE.
037700     MOVE "N" TO ZERO-DATE-IS-OK.
037800     MOVE "ENTER AS-OF DATE (MM/DD/CCYY)" TO DATE-PROMPT.
037900     PERFORM GET-A-DATE.
038000     MOVE DATE-CCYYMMDD TO AS-OF-DATE.
038100     COMPUTE AS-OF-INTEGER =
038200         FUNCTION INTEGER-OF-DATE(AS-OF-DATE).
038300     MOVE AS-OF-DATE (1:6) TO PERIOD-WORK.
038400     PERFORM COMPUTE-MONTH-SERIAL.
038500     MOVE MONTH-SERIAL TO AS-OF-SERIAL.
038600
038700 OPENING-PROCEDURE.
038800     OPEN I-O BANK-FILE.
038900     OPEN I-O STORE-FILE.
039000     OPEN I-O AGGREGATE-FILE.
039100     OPEN I-O HISTORY-FILE.
039200     OPEN I-O SALES-PLAN-FILE.
039300     OPEN I-O VOUCHER-FILE.
039400     OPEN I-O SCHEDULE-FILE.
039500     OPEN I-O VENDOR-FILE.
039600     OPEN I-O RECUR-FILE.
039700     OPEN I-O WITHHELD-FILE.
039800     OPEN I-O CASH-ITEM-FILE.
039900     OPEN OUTPUT PRINTER-FILE.
040000     PERFORM LOAD-RUN-PARAMETERS.
040100
040200 CLOSING-PROCEDURE.
040300     CLOSE BANK-FILE.
040400     CLOSE STORE-FILE.
040500     CLOSE AGGREGATE-FILE.
040600     CLOSE HISTORY-FILE.
040700     CLOSE SALES-PLAN-FILE.
040800     CLOSE VOUCHER-FILE.
040900     CLOSE SCHEDULE-FILE.
041000     CLOSE VENDOR-FILE.
041100     CLOSE RECUR-FILE.
041200     CLOSE WITHHELD-FILE.
041300     CLOSE CASH-ITEM-FILE.
041400     CLOSE PRINTER-FILE.
041500
041600 LOAD-RUN-PARAMETERS.
041700     OPEN INPUT RUN-PARM-FILE.
041800     MOVE "N" TO RPRM-FILE-AT-END.
041900     READ RUN-PARM-FILE
042000         AT END MOVE "Y" TO RPRM-FILE-AT-END.
042100     CLOSE RUN-PARM-FILE.
042200     IF RPRM-FILE-AT-END = "N"
042300         MOVE "Y" TO RPRM-ON-FILE
042400     ELSE
042500         MOVE "N" TO RPRM-ON-FILE.
042600
042700 BUILD-THE-FORECAST.
042800     INITIALIZE ACCOUNT-TABLE
042900                COMPANY-TABLE
043000                STORE-TABLE.
043100     PERFORM LOAD-BANK-ACCOUNTS.
043200     PERFORM START-NEW-PAGE.
043300     IF BANK-ACCOUNT-COUNT = ZEROES
043400         MOVE "NO BANK ACCOUNTS ON FILE" TO PRINTER-RECORD
043500         PERFORM WRITE-TO-PRINTER
043600     ELSE
043700         PERFORM GET-DEFAULT-ACCOUNT
043800         PERFORM SET-UP-THE-WEEKS
043900         PERFORM SUM-LEDGER-BALANCES
044000         PERFORM PROJECT-STORE-RECEIPTS
044100         PERFORM PROJECT-VOUCHER-PAYMENTS
044200         PERFORM PROJECT-RECURRING-PAYMENTS
044300         PERFORM PROJECT-WITHHOLDING-DEPOSITS
044400         PERFORM PROJECT-ONE-OFF-ITEMS
044500         PERFORM PRINT-THE-FORECAST.
044600     PERFORM END-LAST-PAGE.
044700
044800*---------------------------------
044900* Every account on the bank
045000* master gets a forecast. The
045100* file is read in account order,
045200* so the first account found for
045300* a company is its lowest-
045400* numbered one; the run
045500* parameter account then takes
045600* over for the run parameter
045700* company.
045800*---------------------------------
045900 LOAD-BANK-ACCOUNTS.
046000     MOVE ZEROES TO BANK-ACCOUNT-COUNT.
046100     MOVE "N" TO BANK-FILE-AT-END.
046200     MOVE ZEROES TO BANK-ACCOUNT-NO.
046300     START BANK-FILE KEY NOT < BANK-ACCOUNT-NO
046400         INVALID KEY
046500         MOVE "Y" TO BANK-FILE-AT-END.
046600     PERFORM LOAD-NEXT-BANK-ACCOUNT
046700         UNTIL BANK-FILE-AT-END = "Y".
046800     IF RPRM-ON-FILE = "Y"
046900        AND RPRM-COMPANY NOT = ZEROES
047000        AND RPRM-BANK-ACCOUNT NOT = ZEROES
047100         IF ACCT-ON-FILE (RPRM-BANK-ACCOUNT) = "Y"
047200             MOVE RPRM-BANK-ACCOUNT
047300               TO COMPANY-ACCT (RPRM-COMPANY).
047400
047500 LOAD-NEXT-BANK-ACCOUNT.
047600     READ BANK-FILE NEXT RECORD
047700         AT END MOVE "Y" TO BANK-FILE-AT-END.
047800     IF BANK-FILE-AT-END NOT = "Y"
047900        AND BANK-ACCOUNT-NO NOT = ZEROES
048000         PERFORM LOAD-THIS-BANK-ACCOUNT.
048100
048200 LOAD-THIS-BANK-ACCOUNT.
048300     ADD 1 TO BANK-ACCOUNT-COUNT.
048400     MOVE BANK-ACCOUNT-NO TO ACCT-SUB.
048500     MOVE "Y" TO ACCT-ON-FILE (ACCT-SUB).
048600     MOVE BANK-ACCOUNT-NAME TO ACCT-NAME (ACCT-SUB).
048700     MOVE BANK-MINIMUM-BALANCE TO ACCT-MINIMUM (ACCT-SUB).
048800     IF BANK-COMPANY NOT = ZEROES
048900         IF COMPANY-ACCT (BANK-COMPANY) = ZEROES
049000             MOVE BANK-ACCOUNT-NO TO COMPANY-ACCT (BANK-COMPANY).
049100
049200*---------------------------------
049300* The default account takes the
049400* deposits of stores with no
049500* deposit account and the
049600* payments with no company
049700* account. The run parameter
049800* check-run account is offered.
049900*---------------------------------
050000 GET-DEFAULT-ACCOUNT.
050100     MOVE ZEROES TO DEFAULT-ACCT.
050200     IF RPRM-ON-FILE = "Y"
050300        AND RPRM-BANK-ACCOUNT NOT = ZEROES
050400         IF ACCT-ON-FILE (RPRM-BANK-ACCOUNT) = "Y"
050500             MOVE RPRM-BANK-ACCOUNT TO DEFAULT-ACCT.
050600     PERFORM ACCEPT-DEFAULT-ACCOUNT.
050700     PERFORM RE-ACCEPT-DEFAULT-ACCOUNT
050800         UNTIL DEFAULT-ACCT-IS-OK = "Y".
050900
051000 ACCEPT-DEFAULT-ACCOUNT.
051100     DISPLAY "ENTER DEFAULT BANK ACCOUNT FOR STORES AND".
051200     DISPLAY "PAYMENTS WITH NO ACCOUNT OF THEIR OWN".
051300     IF DEFAULT-ACCT NOT = ZEROES
051400         DISPLAY "(ENTER FOR " DEFAULT-ACCT ")".
051500     MOVE ZEROES TO ENTERED-ACCT.
051600     ACCEPT ENTERED-ACCT.
051700     IF ENTERED-ACCT NOT = ZEROES
051800         MOVE ENTERED-ACCT TO DEFAULT-ACCT.
051900     MOVE "N" TO DEFAULT-ACCT-IS-OK.
052000     IF DEFAULT-ACCT NOT = ZEROES
052100         IF ACCT-ON-FILE (DEFAULT-ACCT) = "Y"
052200             MOVE "Y" TO DEFAULT-ACCT-IS-OK.
052300
052400 RE-ACCEPT-DEFAULT-ACCOUNT.
052500     DISPLAY "NO BANK ACCOUNT ON FILE WITH THAT NUMBER".
052600     MOVE ZEROES TO DEFAULT-ACCT.
052700     PERFORM ACCEPT-DEFAULT-ACCOUNT.
052800
052900*---------------------------------
053000* Week n ends 7 x n days after
053100* the as-of date. The months of
053200* the horizon are numbered from
053300* 1, the as-of month; thirteen
053400* weeks reach at most into the
053500* fifth.
053600*---------------------------------
053700 SET-UP-THE-WEEKS.
053800     PERFORM SET-UP-ONE-WEEK
053900         VARYING WEEK-SUB FROM 1 BY 1
054000         UNTIL WEEK-SUB > 13.
054100     PERFORM SET-UP-LAST-YEAR-MONTH
054200         VARYING MONTH-SUB FROM 1 BY 1
054300         UNTIL MONTH-SUB > 5.
054400
054500 SET-UP-ONE-WEEK.
054600     COMPUTE WEEK-END-DATE (WEEK-SUB) = FUNCTION DATE-OF-INTEGER(
054700         AS-OF-INTEGER + (WEEK-SUB * 7)).
054800     MOVE WEEK-END-DATE (WEEK-SUB) (1:6) TO PERIOD-WORK.
054900     PERFORM COMPUTE-MONTH-SERIAL.
055000     COMPUTE WEEK-MONTH (WEEK-SUB) =
055100         MONTH-SERIAL - AS-OF-SERIAL + 1.
055200
055300 SET-UP-LAST-YEAR-MONTH.
055400     COMPUTE MONTH-SERIAL = AS-OF-SERIAL + MONTH-SUB - 13.
055500     PERFORM COMPUTE-MONTH-PERIOD.
055600     MOVE PERIOD-WORK TO DATE-CCYYMMDD (1:6).
055700     MOVE 01 TO DATE-DD.
055800     COMPUTE MONTH-START-INTEGER =
055900         FUNCTION INTEGER-OF-DATE(DATE-CCYYMMDD).
056000     ADD 1 TO MONTH-SERIAL.
056100     PERFORM COMPUTE-MONTH-PERIOD.
056200     MOVE PERIOD-WORK TO DATE-CCYYMMDD (1:6).
056300     MOVE 01 TO DATE-DD.
056400     COMPUTE LY-MONTH-DAYS (MONTH-SUB) =
056500         FUNCTION INTEGER-OF-DATE(DATE-CCYYMMDD)
056600         - MONTH-START-INTEGER.
056700
056800*---------------------------------
056900* A CCYYMM period counted in
057000* months, and back again.
057100*---------------------------------
057200 COMPUTE-MONTH-SERIAL.
057300     COMPUTE MONTH-SERIAL = (PERIOD-CCYY * 12) + PERIOD-MM.
057400
057500 COMPUTE-MONTH-PERIOD.
057600     COMPUTE PERIOD-CCYY = (MONTH-SERIAL - 1) / 12.
057700     COMPUTE PERIOD-MM = MONTH-SERIAL - (PERIOD-CCYY * 12).
057800
057900*---------------------------------
058000* The forecast week an item
058100* falls in, zero when it is past
058200* the thirteenth week. Anything
058300* already due is in week one.
058400*---------------------------------
058500 SET-FORECAST-WEEK.
058600     IF ITEM-DATE = ZEROES
058700         MOVE 1 TO FORECAST-WEEK
058800     ELSE
058900         COMPUTE DAYS-OUT =
059000             FUNCTION INTEGER-OF-DATE(ITEM-DATE) - AS-OF-INTEGER
059100         PERFORM SET-WEEK-FROM-DAYS-OUT.
059200
059300 SET-WEEK-FROM-DAYS-OUT.
059400     IF DAYS-OUT < 1
059500         MOVE 1 TO FORECAST-WEEK
059600     ELSE
059700     IF DAYS-OUT > 91
059800         MOVE ZEROES TO FORECAST-WEEK
059900     ELSE
060000         COMPUTE FORECAST-WEEK = ((DAYS-OUT - 1) / 7) + 1.
060100
060200*---------------------------------
060300* Starting balances: the sum of
060400* every ledger line for the
060500* account.
060600*---------------------------------
060700 SUM-LEDGER-BALANCES.
060800     OPEN INPUT CASH-LEDGER-FILE.
060900     MOVE "N" TO LEDGER-FILE-AT-END.
061000     PERFORM SUM-NEXT-LEDGER-LINE
061100         UNTIL LEDGER-FILE-AT-END = "Y".
061200     CLOSE CASH-LEDGER-FILE.
061300
061400 SUM-NEXT-LEDGER-LINE.
061500     READ CASH-LEDGER-FILE
061600         AT END MOVE "Y" TO LEDGER-FILE-AT-END.
061700     IF LEDGER-FILE-AT-END NOT = "Y"
061800        AND CASHL-BANK-ACCT NOT = ZEROES
061900         IF ACCT-ON-FILE (CASHL-BANK-ACCT) = "Y"
062000             ADD CASHL-AMOUNT
062100               TO ACCT-OPENING (CASHL-BANK-ACCT).
062200
062300*---------------------------------
062400* STORE RECEIPTS
062500*
062600* Last year's daily sales for
062700* the days 364 days before each
062800* forecast day (the same
062900* weekdays), summed by store and
063000* week. A week with no daily
063100* sales left on the aggregate
063200* file falls back to last year's
063300* month on sales history, spread
063400* evenly over the days of that
063500* month. Either way the figure
063600* is scaled by this year's plan
063700* for the month over last year's
063800* actual; with no plan or no
063900* history it is taken as is.
064000*---------------------------------
064100 PROJECT-STORE-RECEIPTS.
064200     PERFORM LOAD-LAST-YEAR-SALES.
064300     PERFORM LOAD-LAST-YEAR-HISTORY.
064400     PERFORM LOAD-THIS-YEAR-PLAN.
064500     MOVE "N" TO STORE-FILE-AT-END.
064600     MOVE ZEROES TO STORE-CODE.
064700     START STORE-FILE KEY NOT < STORE-CODE
064800         INVALID KEY
064900         MOVE "Y" TO STORE-FILE-AT-END.
065000     PERFORM PROJECT-NEXT-STORE
065100         UNTIL STORE-FILE-AT-END = "Y".
065200
065300 LOAD-LAST-YEAR-SALES.
065400     MOVE "N" TO AGGREGATE-FILE-AT-END.
065500     MOVE ZEROES TO AGG-KEY.
065600     START AGGREGATE-FILE KEY NOT < AGG-KEY
065700         INVALID KEY
065800         MOVE "Y" TO AGGREGATE-FILE-AT-END.
065900     PERFORM LOAD-NEXT-AGGREGATE
066000         UNTIL AGGREGATE-FILE-AT-END = "Y".
066100
066200 LOAD-NEXT-AGGREGATE.
066300     READ AGGREGATE-FILE NEXT RECORD
066400         AT END MOVE "Y" TO AGGREGATE-FILE-AT-END.
066500     IF AGGREGATE-FILE-AT-END NOT = "Y"
066600        AND AGG-STORE NOT = ZEROES
066700         PERFORM LOAD-THIS-AGGREGATE.
066800
066900 LOAD-THIS-AGGREGATE.
067000     COMPUTE DAYS-OUT =
067100         FUNCTION INTEGER-OF-DATE(AGG-DATE) + 364
067200         - AS-OF-INTEGER.
067300     IF DAYS-OUT > 0
067400        AND DAYS-OUT < 92
067500         PERFORM SET-WEEK-FROM-DAYS-OUT
067600         ADD AGG-AMOUNT
067700           TO STORE-WEEK-SALES (AGG-STORE, FORECAST-WEEK).
067800
067900 LOAD-LAST-YEAR-HISTORY.
068000     MOVE "N" TO HISTORY-FILE-AT-END.
068100     MOVE ZEROES TO HIST-KEY.
068200     START HISTORY-FILE KEY NOT < HIST-KEY
068300         INVALID KEY
068400         MOVE "Y" TO HISTORY-FILE-AT-END.
068500     PERFORM LOAD-NEXT-HISTORY
068600         UNTIL HISTORY-FILE-AT-END = "Y".
068700
068800 LOAD-NEXT-HISTORY.
068900     READ HISTORY-FILE NEXT RECORD
069000         AT END MOVE "Y" TO HISTORY-FILE-AT-END.
069100     IF HISTORY-FILE-AT-END NOT = "Y"
069200        AND HIST-STORE NOT = ZEROES
069300         PERFORM LOAD-THIS-HISTORY.
069400
069500 LOAD-THIS-HISTORY.
069600     MOVE HIST-PERIOD TO PERIOD-WORK.
069700     PERFORM COMPUTE-MONTH-SERIAL.
069800     IF MONTH-SERIAL + 12 NOT < AS-OF-SERIAL
069900        AND MONTH-SERIAL + 12 < AS-OF-SERIAL + 5
070000         COMPUTE MONTH-SUB = MONTH-SERIAL + 13 - AS-OF-SERIAL
070100         ADD HIST-AMOUNT
070200           TO STORE-LY-HISTORY (HIST-STORE, MONTH-SUB).
070300
070400 LOAD-THIS-YEAR-PLAN.
070500     MOVE "N" TO PLAN-FILE-AT-END.
070600     MOVE ZEROES TO PLAN-KEY.
070700     START SALES-PLAN-FILE KEY NOT < PLAN-KEY
070800         INVALID KEY
070900         MOVE "Y" TO PLAN-FILE-AT-END.
071000     PERFORM LOAD-NEXT-PLAN
071100         UNTIL PLAN-FILE-AT-END = "Y".
071200
071300 LOAD-NEXT-PLAN.
071400     READ SALES-PLAN-FILE NEXT RECORD
071500         AT END MOVE "Y" TO PLAN-FILE-AT-END.
071600     IF PLAN-FILE-AT-END NOT = "Y"
071700        AND PLAN-STORE NOT = ZEROES
071800         PERFORM LOAD-THIS-PLAN.
071900
072000 LOAD-THIS-PLAN.
072100     MOVE PLAN-PERIOD TO PERIOD-WORK.
072200     PERFORM COMPUTE-MONTH-SERIAL.
072300     IF MONTH-SERIAL NOT < AS-OF-SERIAL
072400        AND MONTH-SERIAL < AS-OF-SERIAL + 5
072500         COMPUTE MONTH-SUB = MONTH-SERIAL + 1 - AS-OF-SERIAL
072600         ADD PLAN-AMOUNT
072700           TO STORE-TY-PLAN (PLAN-STORE, MONTH-SUB).
072800
072900 PROJECT-NEXT-STORE.
073000     READ STORE-FILE NEXT RECORD
073100         AT END MOVE "Y" TO STORE-FILE-AT-END.
073200     IF STORE-FILE-AT-END NOT = "Y"
073300        AND STORE-CODE NOT = ZEROES
073400        AND STORE-IS-ACTIVE
073500         PERFORM PROJECT-THIS-STORE.
073600
073700 PROJECT-THIS-STORE.
073800     ADD 1 TO STORE-COUNT.
073900     MOVE STORE-CODE TO STORE-SUB.
074000     MOVE DEFAULT-ACCT TO ITEM-ACCT.
074100     IF STORE-BANK-ACCT NOT = ZEROES
074200         IF ACCT-ON-FILE (STORE-BANK-ACCT) = "Y"
074300             MOVE STORE-BANK-ACCT TO ITEM-ACCT.
074400     PERFORM PROJECT-STORE-WEEK
074500         VARYING WEEK-SUB FROM 1 BY 1
074600         UNTIL WEEK-SUB > 13.
074700
074800 PROJECT-STORE-WEEK.
074900     MOVE WEEK-MONTH (WEEK-SUB) TO MONTH-SUB.
075000     MOVE STORE-WEEK-SALES (STORE-SUB, WEEK-SUB)
075100       TO WEEK-RECEIPTS.
075200     IF WEEK-RECEIPTS = ZEROES
075300        AND LY-MONTH-DAYS (MONTH-SUB) NOT = ZEROES
075400         COMPUTE WEEK-RECEIPTS ROUNDED =
075500             STORE-LY-HISTORY (STORE-SUB, MONTH-SUB) * 7
075600             / LY-MONTH-DAYS (MONTH-SUB).
075700     IF STORE-LY-HISTORY (STORE-SUB, MONTH-SUB) NOT = ZEROES
075800        AND STORE-TY-PLAN (STORE-SUB, MONTH-SUB) NOT = ZEROES
075900         COMPUTE WEEK-RECEIPTS ROUNDED = WEEK-RECEIPTS
076000             * STORE-TY-PLAN (STORE-SUB, MONTH-SUB)
076100             / STORE-LY-HISTORY (STORE-SUB, MONTH-SUB).
076200     ADD WEEK-RECEIPTS TO ACCT-RECEIPTS (ITEM-ACCT, WEEK-SUB).
076300
076400*---------------------------------
076500* OPEN VOUCHERS
076600*
076700* Read the way CASHRQ01 reads
076800* them: a voucher with open
076900* installments is forecast on
077000* those, otherwise its open
077100* amount on its due date.
077200* Generated recurring vouchers
077300* for the horizon are noted on
077400* the way past, cancelled or
077500* not, so their templates are
077600* left alone.
077700*---------------------------------
077800 PROJECT-VOUCHER-PAYMENTS.
077900     MOVE "N" TO VOUCHER-FILE-AT-END.
078000     MOVE ZEROES TO VOUCHER-NUMBER.
078100     START VOUCHER-FILE KEY NOT < VOUCHER-NUMBER
078200         INVALID KEY
078300         MOVE "Y" TO VOUCHER-FILE-AT-END.
078400     PERFORM PROJECT-NEXT-VOUCHER
078500         UNTIL VOUCHER-FILE-AT-END = "Y".
078600
078700 PROJECT-NEXT-VOUCHER.
078800     READ VOUCHER-FILE NEXT RECORD
078900         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
079000     IF VOUCHER-FILE-AT-END NOT = "Y"
079100         PERFORM NOTE-GENERATED-VOUCHER
079200         PERFORM CHECK-VOUCHER-IS-OPEN.
079300
079400 NOTE-GENERATED-VOUCHER.
079500     IF VOUCHER-DATE (7:2) = "01"
079600        AND VOUCHER-DATE (1:6) NOT < AS-OF-DATE (1:6)
079700        AND GEN-COUNT < 999
079800         ADD 1 TO GEN-COUNT
079900         MOVE VOUCHER-VENDOR TO GEN-VENDOR (GEN-COUNT)
080000         MOVE VOUCHER-DATE (1:6) TO GEN-PERIOD (GEN-COUNT)
080100         MOVE VOUCHER-FOR TO GEN-FOR (GEN-COUNT).
080200
080300 CHECK-VOUCHER-IS-OPEN.
080400     IF NOT VOUCHER-IS-CANCELLED
080500        AND NOT VOUCHER-IS-REJECTED
080600        AND VOUCHER-PAID-AMOUNT NOT = VOUCHER-BASE-AMOUNT
080700         MOVE VOUCHER-VENDOR TO VENDOR-NUMBER
080800         PERFORM CHECK-VENDOR-HOLD
080900         IF VENDOR-NOT-ON-HOLD-FLAG = "Y"
081000             PERFORM PROJECT-THIS-VOUCHER.
081100
081200 PROJECT-THIS-VOUCHER.
081300     MOVE DEFAULT-ACCT TO ITEM-ACCT.
081400     IF VOUCHER-COMPANY NOT = ZEROES
081500         IF COMPANY-ACCT (VOUCHER-COMPANY) NOT = ZEROES
081600             MOVE COMPANY-ACCT (VOUCHER-COMPANY) TO ITEM-ACCT.
081700     MOVE ZEROES TO RELEASED-INSTALLMENTS.
081800     PERFORM PROJECT-OPEN-INSTALLMENTS.
081900     IF RELEASED-INSTALLMENTS = ZEROES
082000         MOVE VOUCHER-DUE TO ITEM-DATE
082100         COMPUTE ITEM-AMOUNT =
082200             VOUCHER-BASE-AMOUNT - VOUCHER-PAID-AMOUNT
082300         PERFORM ADD-VOUCHER-PAYMENT.
082400
082500 PROJECT-OPEN-INSTALLMENTS.
082600     MOVE VOUCHER-NUMBER TO SCHED-VOUCHER-NO.
082700     MOVE ZEROES TO SCHED-INSTALLMENT.
082800     MOVE "N" TO SCHED-FILE-AT-END.
082900     START SCHEDULE-FILE KEY NOT < SCHED-KEY
083000         INVALID KEY
083100         MOVE "Y" TO SCHED-FILE-AT-END.
083200     PERFORM PROJECT-NEXT-INSTALLMENT
083300         UNTIL SCHED-FILE-AT-END = "Y".
083400
083500 PROJECT-NEXT-INSTALLMENT.
083600     READ SCHEDULE-FILE NEXT RECORD
083700         AT END MOVE "Y" TO SCHED-FILE-AT-END.
083800     IF SCHED-FILE-AT-END NOT = "Y"
083900        AND SCHED-VOUCHER-NO NOT = VOUCHER-NUMBER
084000         MOVE "Y" TO SCHED-FILE-AT-END.
084100     IF SCHED-FILE-AT-END NOT = "Y"
084200        AND SCHED-IS-OPEN
084300         MOVE SCHED-DUE-DATE TO ITEM-DATE
084400         MOVE SCHED-AMOUNT TO ITEM-AMOUNT
084500         PERFORM ADD-VOUCHER-PAYMENT
084600         ADD 1 TO RELEASED-INSTALLMENTS.
084700
084800 ADD-VOUCHER-PAYMENT.
084900     PERFORM SET-FORECAST-WEEK.
085000     IF FORECAST-WEEK NOT = ZEROES
085100         ADD ITEM-AMOUNT
085200           TO ACCT-PAYMENTS (ITEM-ACCT, FORECAST-WEEK)
085300         ADD 1 TO VOUCHER-ITEM-COUNT.
085400
085500*---------------------------------
085600* RECURRING TEMPLATES
085700*
085800* Each active template pays on
085900* its due day (pulled back to
086000* the month end, as RECGEN01
086100* does) in every month of the
086200* horizon it has not yet been
086300* generated for. Generation
086400* stamps the voucher for the
086500* vendor, the first of the
086600* month and the template's
086700* description. Recurring
086800* vouchers are generated under
086900* the run parameter company, so
087000* they are paid from its
087100* account.
087200*---------------------------------
087300 PROJECT-RECURRING-PAYMENTS.
087400     MOVE "N" TO RECUR-FILE-AT-END.
087500     MOVE ZEROES TO RECUR-NUMBER.
087600     START RECUR-FILE KEY NOT < RECUR-NUMBER
087700         INVALID KEY
087800         MOVE "Y" TO RECUR-FILE-AT-END.
087900     PERFORM PROJECT-NEXT-TEMPLATE
088000         UNTIL RECUR-FILE-AT-END = "Y".
088100
088200 PROJECT-NEXT-TEMPLATE.
088300     READ RECUR-FILE NEXT RECORD
088400         AT END MOVE "Y" TO RECUR-FILE-AT-END.
088500     IF RECUR-FILE-AT-END NOT = "Y"
088600        AND RECUR-IS-ACTIVE
088700         MOVE RECUR-VENDOR TO VENDOR-NUMBER
088800         PERFORM CHECK-VENDOR-HOLD
088900         IF VENDOR-NOT-ON-HOLD-FLAG = "Y"
089000             PERFORM PROJECT-THIS-TEMPLATE.
089100
089200 PROJECT-THIS-TEMPLATE.
089300     MOVE DEFAULT-ACCT TO ITEM-ACCT.
089400     IF RPRM-ON-FILE = "Y"
089500        AND RPRM-COMPANY NOT = ZEROES
089600         IF COMPANY-ACCT (RPRM-COMPANY) NOT = ZEROES
089700             MOVE COMPANY-ACCT (RPRM-COMPANY) TO ITEM-ACCT.
089800     MOVE RECUR-AMOUNT TO ITEM-AMOUNT.
089900     PERFORM PROJECT-TEMPLATE-MONTH
090000         VARYING MONTH-SUB FROM 1 BY 1
090100         UNTIL MONTH-SUB > 5.
090200
090300 PROJECT-TEMPLATE-MONTH.
090400     COMPUTE MONTH-SERIAL = AS-OF-SERIAL + MONTH-SUB - 1.
090500     PERFORM COMPUTE-MONTH-PERIOD.
090600     PERFORM CHECK-ALREADY-GENERATED.
090700     IF ALREADY-GENERATED = "N"
090800         PERFORM BUILD-TEMPLATE-DUE-DATE
090900         MOVE DATE-CCYYMMDD TO ITEM-DATE
091000         PERFORM SET-FORECAST-WEEK
091100         IF FORECAST-WEEK NOT = ZEROES
091200             ADD ITEM-AMOUNT
091300               TO ACCT-PAYMENTS (ITEM-ACCT, FORECAST-WEEK)
091400             ADD 1 TO RECUR-ITEM-COUNT.
091500
091600 CHECK-ALREADY-GENERATED.
091700     MOVE "N" TO ALREADY-GENERATED.
091800     PERFORM CHECK-ONE-GENERATED
091900         VARYING GEN-SUB FROM 1 BY 1
092000         UNTIL GEN-SUB > GEN-COUNT
092100            OR ALREADY-GENERATED = "Y".
092200
092300 CHECK-ONE-GENERATED.
092400     IF GEN-VENDOR (GEN-SUB) = RECUR-VENDOR
092500        AND GEN-PERIOD (GEN-SUB) = PERIOD-WORK
092600        AND GEN-FOR (GEN-SUB) = RECUR-FOR
092700         MOVE "Y" TO ALREADY-GENERATED.
092800
092900 BUILD-TEMPLATE-DUE-DATE.
093000     MOVE PERIOD-WORK TO DATE-CCYYMMDD (1:6).
093100     MOVE RECUR-DUE-DAY TO DATE-DD.
093200     MOVE "N" TO ZERO-DATE-IS-OK.
093300     PERFORM CHECK-DATE.
093400     PERFORM PULL-BACK-DUE-DAY
093500         UNTIL DATE-IS-VALID.
093600
093700 PULL-BACK-DUE-DAY.
093800     SUBTRACT 1 FROM DATE-DD.
093900     PERFORM CHECK-DATE.
094000
094100*---------------------------------
094200* WITHHOLDING DEPOSITS
094300*
094400* Backup withholding not yet
094500* deposited is taken as due on
094600* the 15th of the month after
094700* it was withheld, paid from
094800* the run parameter company's
094900* account like the deposit
095000* voucher WHLDDEP1 raises.
095100*---------------------------------
095200 PROJECT-WITHHOLDING-DEPOSITS.
095300     MOVE DEFAULT-ACCT TO ITEM-ACCT.
095400     IF RPRM-ON-FILE = "Y"
095500        AND RPRM-COMPANY NOT = ZEROES
095600         IF COMPANY-ACCT (RPRM-COMPANY) NOT = ZEROES
095700             MOVE COMPANY-ACCT (RPRM-COMPANY) TO ITEM-ACCT.
095800     MOVE "N" TO WHLD-FILE-AT-END.
095900     MOVE ZEROES TO WHLD-CHECK-NO.
096000     START WITHHELD-FILE KEY NOT < WHLD-CHECK-NO
096100         INVALID KEY
096200         MOVE "Y" TO WHLD-FILE-AT-END.
096300     PERFORM PROJECT-NEXT-WITHHOLDING
096400         UNTIL WHLD-FILE-AT-END = "Y".
096500
096600 PROJECT-NEXT-WITHHOLDING.
096700     READ WITHHELD-FILE NEXT RECORD
096800         AT END MOVE "Y" TO WHLD-FILE-AT-END.
096900     IF WHLD-FILE-AT-END NOT = "Y"
097000        AND WHLD-DEPOSIT-DATE = ZEROES
097100         PERFORM PROJECT-THIS-WITHHOLDING.
097200
097300 PROJECT-THIS-WITHHOLDING.
097400     MOVE WHLD-DATE (1:6) TO PERIOD-WORK.
097500     PERFORM COMPUTE-MONTH-SERIAL.
097600     ADD 1 TO MONTH-SERIAL.
097700     PERFORM COMPUTE-MONTH-PERIOD.
097800     MOVE PERIOD-WORK TO ITEM-DATE (1:6).
097900     MOVE "15" TO ITEM-DATE (7:2).
098000     MOVE WHLD-AMOUNT TO ITEM-AMOUNT.
098100     PERFORM SET-FORECAST-WEEK.
098200     IF FORECAST-WEEK NOT = ZEROES
098300         ADD ITEM-AMOUNT
098400           TO ACCT-PAYMENTS (ITEM-ACCT, FORECAST-WEEK)
098500         ADD 1 TO WHLD-ITEM-COUNT.
098600
098700*---------------------------------
098800* ONE-OFF ITEMS
098900*
099000* Keyed on CFIMNT01 against an
099100* account. Money out is shown
099200* as a negative.
099300*---------------------------------
099400 PROJECT-ONE-OFF-ITEMS.
099500     MOVE "N" TO CFIT-FILE-AT-END.
099600     MOVE ZEROES TO CFIT-NUMBER.
099700     START CASH-ITEM-FILE KEY NOT < CFIT-NUMBER
099800         INVALID KEY
099900         MOVE "Y" TO CFIT-FILE-AT-END.
100000     PERFORM PROJECT-NEXT-ONE-OFF
100100         UNTIL CFIT-FILE-AT-END = "Y".
100200
100300 PROJECT-NEXT-ONE-OFF.
100400     READ CASH-ITEM-FILE NEXT RECORD
100500         AT END MOVE "Y" TO CFIT-FILE-AT-END.
100600     IF CFIT-FILE-AT-END NOT = "Y"
100700         PERFORM PROJECT-THIS-ONE-OFF.
100800
100900 PROJECT-THIS-ONE-OFF.
101000     MOVE DEFAULT-ACCT TO ITEM-ACCT.
101100     IF CFIT-BANK-ACCT NOT = ZEROES
101200         IF ACCT-ON-FILE (CFIT-BANK-ACCT) = "Y"
101300             MOVE CFIT-BANK-ACCT TO ITEM-ACCT.
101400     IF CFIT-IS-PAYMENT
101500         COMPUTE ITEM-AMOUNT = ZERO - CFIT-AMOUNT
101600     ELSE
101700         MOVE CFIT-AMOUNT TO ITEM-AMOUNT.
101800     MOVE CFIT-DATE TO ITEM-DATE.
101900     PERFORM SET-FORECAST-WEEK.
102000     IF FORECAST-WEEK NOT = ZEROES
102100         ADD ITEM-AMOUNT
102200           TO ACCT-OTHER (ITEM-ACCT, FORECAST-WEEK)
102300         ADD 1 TO CFIT-ITEM-COUNT.
102400
102500*---------------------------------
102600* Print one block per account,
102700* then all accounts combined and
102800* a count of what went in.
102900*---------------------------------
103000 PRINT-THE-FORECAST.
103100     MOVE "Y" TO ACCT-ON-FILE (100).
103200     MOVE "ALL ACCOUNTS" TO ACCT-NAME (100).
103300     PERFORM PRINT-ONE-ACCOUNT
103400         VARYING ACCT-SUB FROM 1 BY 1
103500         UNTIL ACCT-SUB > 99.
103600     MOVE 100 TO ACCT-SUB.
103700     PERFORM PRINT-ACCOUNT-FORECAST.
103800     PERFORM PRINT-ITEM-COUNTS.
103900
104000 PRINT-ONE-ACCOUNT.
104100     IF ACCT-ON-FILE (ACCT-SUB) = "Y"
104200         PERFORM PRINT-ACCOUNT-FORECAST
104300         PERFORM ROLL-UP-ACCOUNT.
104400
104500 ROLL-UP-ACCOUNT.
104600     ADD ACCT-OPENING (ACCT-SUB) TO ACCT-OPENING (100).
104700     ADD ACCT-MINIMUM (ACCT-SUB) TO ACCT-MINIMUM (100).
104800     PERFORM ROLL-UP-WEEK
104900         VARYING WEEK-SUB FROM 1 BY 1
105000         UNTIL WEEK-SUB > 13.
105100
105200 ROLL-UP-WEEK.
105300     ADD ACCT-RECEIPTS (ACCT-SUB, WEEK-SUB)
105400       TO ACCT-RECEIPTS (100, WEEK-SUB).
105500     ADD ACCT-PAYMENTS (ACCT-SUB, WEEK-SUB)
105600       TO ACCT-PAYMENTS (100, WEEK-SUB).
105700     ADD ACCT-OTHER (ACCT-SUB, WEEK-SUB)
105800       TO ACCT-OTHER (100, WEEK-SUB).
105900
106000 PRINT-ACCOUNT-FORECAST.
106100     IF LINE-COUNT > MAXIMUM-LINES - 22
106200         PERFORM START-NEXT-PAGE.
106300     IF ACCT-SUB = 100
106400         MOVE ALL-ACCOUNTS-LINE TO PRINTER-RECORD
106500     ELSE
106600         MOVE ACCT-SUB TO PRINT-ACCT-NO
106700         MOVE ACCT-NAME (ACCT-SUB) TO PRINT-ACCT-NAME
106800         MOVE ACCOUNT-LINE TO PRINTER-RECORD.
106900     PERFORM WRITE-TO-PRINTER.
107000     MOVE ACCT-OPENING (ACCT-SUB) TO PRINT-OPENING.
107100     MOVE ACCT-MINIMUM (ACCT-SUB) TO PRINT-MINIMUM.
107200     MOVE OPENING-LINE TO PRINTER-RECORD.
107300     PERFORM WRITE-TO-PRINTER.
107400     PERFORM LINE-FEED.
107500     MOVE COLUMN-LINE TO PRINTER-RECORD.
107600     PERFORM WRITE-TO-PRINTER.
107700     MOVE ACCT-OPENING (ACCT-SUB) TO RUNNING-BALANCE.
107800     MOVE ZEROES TO WEEKS-BELOW-MINIMUM
107900                    TOTAL-RECEIPTS
108000                    TOTAL-PAYMENTS
108100                    TOTAL-OTHER.
108200     PERFORM PRINT-ACCOUNT-WEEK
108300         VARYING WEEK-SUB FROM 1 BY 1
108400         UNTIL WEEK-SUB > 13.
108500     MOVE TOTAL-RECEIPTS TO PRINT-TOTAL-RECEIPTS.
108600     MOVE TOTAL-PAYMENTS TO PRINT-TOTAL-PAYMENTS.
108700     MOVE TOTAL-OTHER TO PRINT-TOTAL-OTHER.
108800     MOVE TOTAL-LINE TO PRINTER-RECORD.
108900     PERFORM WRITE-TO-PRINTER.
109000     IF WEEKS-BELOW-MINIMUM NOT = ZEROES
109100         MOVE WEEKS-BELOW-MINIMUM TO PRINT-WEEKS-BELOW
109200         MOVE BELOW-MINIMUM-LINE TO PRINTER-RECORD
109300         PERFORM WRITE-TO-PRINTER.
109400     PERFORM LINE-FEED.
109500
109600 PRINT-ACCOUNT-WEEK.
109700     COMPUTE RUNNING-BALANCE = RUNNING-BALANCE
109800         + ACCT-RECEIPTS (ACCT-SUB, WEEK-SUB)
109900         - ACCT-PAYMENTS (ACCT-SUB, WEEK-SUB)
110000         + ACCT-OTHER (ACCT-SUB, WEEK-SUB).
110100     ADD ACCT-RECEIPTS (ACCT-SUB, WEEK-SUB) TO TOTAL-RECEIPTS.
110200     ADD ACCT-PAYMENTS (ACCT-SUB, WEEK-SUB) TO TOTAL-PAYMENTS.
110300     ADD ACCT-OTHER (ACCT-SUB, WEEK-SUB) TO TOTAL-OTHER.
110400     MOVE SPACE TO WEEK-LINE.
110500     MOVE WEEK-SUB TO PRINT-WEEK-NO.
110600     MOVE WEEK-END-DATE (WEEK-SUB) TO DATE-CCYYMMDD.
110700     PERFORM CONVERT-TO-MMDDCCYY.
110800     MOVE DATE-MMDDCCYY TO PRINT-WEEK-END.
110900     MOVE ACCT-RECEIPTS (ACCT-SUB, WEEK-SUB) TO PRINT-RECEIPTS.
111000     MOVE ACCT-PAYMENTS (ACCT-SUB, WEEK-SUB) TO PRINT-PAYMENTS.
111100     MOVE ACCT-OTHER (ACCT-SUB, WEEK-SUB) TO PRINT-OTHER.
111200     MOVE RUNNING-BALANCE TO PRINT-ENDING.
111300     IF RUNNING-BALANCE < ACCT-MINIMUM (ACCT-SUB)
111400         MOVE "*BELOW MINIMUM*" TO PRINT-FLAG
111500         ADD 1 TO WEEKS-BELOW-MINIMUM.
111600     MOVE WEEK-LINE TO PRINTER-RECORD.
111700     PERFORM WRITE-TO-PRINTER.
111800
111900 PRINT-ITEM-COUNTS.
112000     IF LINE-COUNT > MAXIMUM-LINES - 7
112100         PERFORM START-NEXT-PAGE.
112200     MOVE "ACTIVE STORES PROJECTED:" TO PRINT-COUNT-LABEL.
112300     MOVE STORE-COUNT TO PRINT-COUNT.
112400     PERFORM PRINT-ONE-COUNT.
112500     MOVE "VOUCHER AND INSTALLMENT PAYMENTS:"
112600       TO PRINT-COUNT-LABEL.
112700     MOVE VOUCHER-ITEM-COUNT TO PRINT-COUNT.
112800     PERFORM PRINT-ONE-COUNT.
112900     MOVE "RECURRING TEMPLATE PAYMENTS:" TO PRINT-COUNT-LABEL.
113000     MOVE RECUR-ITEM-COUNT TO PRINT-COUNT.
113100     PERFORM PRINT-ONE-COUNT.
113200     MOVE "WITHHOLDING NOT YET DEPOSITED:" TO PRINT-COUNT-LABEL.
113300     MOVE WHLD-ITEM-COUNT TO PRINT-COUNT.
113400     PERFORM PRINT-ONE-COUNT.
113500     MOVE "ONE-OFF ITEMS:" TO PRINT-COUNT-LABEL.
113600     MOVE CFIT-ITEM-COUNT TO PRINT-COUNT.
113700     PERFORM PRINT-ONE-COUNT.
113800
113900 PRINT-ONE-COUNT.
114000     MOVE COUNT-LINE TO PRINTER-RECORD.
114100     PERFORM WRITE-TO-PRINTER.
114200
114300*---------------------------------
114400* Other file I-O routines.
114500*---------------------------------
114600 CHECK-VENDOR-HOLD.
114700     MOVE "Y" TO VENDOR-RECORD-FOUND.
114800     READ VENDOR-FILE RECORD
114900         INVALID KEY
115000         MOVE "N" TO VENDOR-RECORD-FOUND.
115100     IF VENDOR-RECORD-FOUND = "Y" AND VENDOR-IS-ON-HOLD
115200         MOVE "N" TO VENDOR-NOT-ON-HOLD-FLAG
115300     ELSE
115400         MOVE "Y" TO VENDOR-NOT-ON-HOLD-FLAG.
115500
115600*---------------------------------
115700* Printer I-O routines.
115800*---------------------------------
115900 WRITE-TO-PRINTER.
116000     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
116100     ADD 1 TO LINE-COUNT.
116200
116300 LINE-FEED.
116400     MOVE SPACE TO PRINTER-RECORD.
116500     PERFORM WRITE-TO-PRINTER.
116600
116700 START-NEXT-PAGE.
116800     PERFORM END-LAST-PAGE.
116900     PERFORM START-NEW-PAGE.
117000
117100 START-NEW-PAGE.
117200     ADD 1 TO PAGE-NUMBER.
117300     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
117400     MOVE TITLE-LINE TO PRINTER-RECORD.
117500     PERFORM WRITE-TO-PRINTER.
117600     PERFORM LINE-FEED.
117700     MOVE AS-OF-DATE TO DATE-CCYYMMDD.
117800     PERFORM CONVERT-TO-MMDDCCYY.
117900     MOVE DATE-MMDDCCYY TO PRINT-AS-OF-DATE.
118000     MOVE AS-OF-LINE TO PRINTER-RECORD.
118100     PERFORM WRITE-TO-PRINTER.
118200     PERFORM LINE-FEED.
118300
118400 END-LAST-PAGE.
118500     PERFORM FORM-FEED.
118600     MOVE ZERO TO LINE-COUNT.
118700
118800 FORM-FEED.
118900     MOVE SPACE TO PRINTER-RECORD.
119000     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
119100
119200*---------------------------------
119300* Utility routines.
119400*---------------------------------
119500     COPY "PLDATE01.CBL".

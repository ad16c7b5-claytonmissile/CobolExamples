000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRNCAL01.
000300*---------------------------------
000400* Percentage rent statements.
000500*
000600* For the statement month the
000700* operator enters, works out the
000800* percentage rent each store
000900* with terms on file owes its
001000* landlord for the lease year
001100* to date, prints the landlord
001200* a sales statement and raises
001300* a voucher for what has not
001400* yet been billed. Stores on
001500* monthly terms are stated every
001600* month; stores on annual terms
001700* only in the last month of the
001800* lease year, or in the month
001900* the store closes.
002000*
002100* Net sales come from the sales
002200* history the month-end roll
002300* builds; the returns and voids
002400* taken out of them come from
002500* the sales aggregates, and are
002600* added back to show the gross.
002700* The annual breakpoint is cut
002800* back to the months of the
002900* lease year to date the store
003000* was open, so a store opened
003100* or closed part way through
003200* the year is charged on a
003300* partial year. Rent to date
003400* less what earlier statements
003500* of the same lease year billed
003600* on vouchers that still stand
003700* is due now; a cancelled
003800* voucher is billed again. A
003900* month already stated cannot
004000* be stated again unless its
004100* voucher was cancelled or it
004200* billed nothing.
004300*
004400* The voucher takes the next
004500* number from the same pool as
004600* the recurring vouchers.
004700*---------------------------------
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100
005200     COPY "SLPRENT.CBL".
005300
005400     COPY "SLPRH.CBL".
005500
005600     COPY "SLSTORE.CBL".
005700
005800     COPY "SLSHIST.CBL".
005900
006000     COPY "SLSAGG.CBL".
006100
006200     COPY "SLVND02.CBL".
006300
006400     COPY "SLVOUCH.CBL".
006500
006600     COPY "SLVCHARC.CBL".
006700
006800     COPY "SLVNOCTL.CBL".
006900
007000     COPY "SLDIST.CBL".
007100
007200     COPY "SLAUDIT.CBL".
007300
007400     COPY "SLOPER.CBL".
007500
007600     COPY "SLUPDJ.CBL".
007700
007800     COPY "SLSONLOG.CBL".
007900
008000     COPY "SLSESS.CBL".
008100
008200     COPY "SLAPCTL.CBL".
008300
008400     COPY "SLDCTL.CBL".
008500
008600     COPY "SLCOMP.CBL".
008700
008800     SELECT PRINTER-FILE
008900         ASSIGN TO PRINTER
009000         ORGANIZATION IS LINE SEQUENTIAL.
009100
009200 DATA DIVISION.
009300 FILE SECTION.
009400
009500     COPY "FDPRENT.CBL".
009600
009700     COPY "FDPRH.CBL".
009800
009900     COPY "FDSTORE.CBL".
010000
010100     COPY "FDSHIST.CBL".
010200
010300     COPY "FDSAGG.CBL".
010400
010500     COPY "FDVND04.CBL".
010600
010700     COPY "FDVOUCH.CBL".
010800
010900     COPY "FDVCHARC.CBL".
011000
011100     COPY "FDVNOCTL.CBL".
011200
011300     COPY "FDDIST.CBL".
011400
011500     COPY "FDAUDIT.CBL".
011600
011700     COPY "FDOPER.CBL".
011800
011900     COPY "FDUPDJ.CBL".
012000
012100     COPY "FDSONLOG.CBL".
012200
012300     COPY "FDSESS.CBL".
012400
012500     COPY "FDAPCTL.CBL".
012600
012700     COPY "FDDCTL.CBL".
012800
012900     COPY "FDCOMP.CBL".
013000
013100 FD  PRINTER-FILE
013200     LABEL RECORDS ARE OMITTED.
013300 01  PRINTER-RECORD             PIC X(80).
013400
013500 WORKING-STORAGE SECTION.
013600
013700 77  PRENT-FILE-AT-END       PIC X.
013800 77  PRENT-RECORD-FOUND      PIC X.
013900 77  PRH-FILE-AT-END         PIC X.
014000 77  PRH-RECORD-FOUND        PIC X.
014100 77  HIST-FILE-AT-END        PIC X.
014200 77  AGG-FILE-AT-END         PIC X.
014300 77  STORE-RECORD-FOUND      PIC X.
014400 77  VENDOR-IS-GOOD          PIC X.
014500 77  APCTL-FILE-AT-END       PIC X.
014600 77  VOUCHER-STANDS          PIC X.
014700 77  VOUCHER-RECORD-FOUND    PIC X.
014800 77  OK-TO-STATE             PIC X.
014900 77  PICKED-STORE            PIC 9(2).
015000 77  TODAY-DATE              PIC 9(8).
015100 77  STATED-COUNT            PIC 9(4)  VALUE ZEROES.
015200 77  STATED-VOUCHER-NO       PIC 9(5).
015300
015400 77  MONTH-SUB               PIC 99.
015500 77  MONTH-COUNT             PIC 99.
015600 77  MONTHS-OPEN             PIC 99.
015700 77  PERIOD-OFFSET           PIC S9(3).
015800 77  OPEN-PERIOD             PIC 9(6).
015900 77  CLOSE-PERIOD            PIC 9(6).
016000 77  YEAR-END-PERIOD         PIC 9(6).
016100
016200 77  NEXT-VOUCHER-NUMBER     PIC 9(5).
016300 77  POOL-CANDIDATE          PIC 9(5).
016400 77  POOL-TRY-COUNT          PIC 9(5).
016500 77  VNOCTL-AT-END           PIC X.
016600 77  FREE-NUMBER-FOUND       PIC X.
016700 77  CANDIDATE-IS-TAKEN      PIC X.
016800 77  SESSION-RENT-TOTAL      PIC S9(8)V99  VALUE ZEROES.
016900 77  SESSION-RENT-COUNT      PIC 9(5)      VALUE ZEROES.
017000
017100 01  STATEMENT-PERIOD        PIC 9(6).
017200 01  STATEMENT-PERIOD-FIELDS REDEFINES STATEMENT-PERIOD.
017300     05  STATEMENT-YEAR      PIC 9(4).
017400     05  STATEMENT-MONTH     PIC 9(2).
017500         88  STATEMENT-MONTH-IS-VALID VALUES 01 THRU 12.
017600
017700 01  YEAR-START-PERIOD       PIC 9(6).
017800 01  YEAR-START-FIELDS REDEFINES YEAR-START-PERIOD.
017900     05  YEAR-START-YEAR     PIC 9(4).
018000     05  YEAR-START-MONTH    PIC 9(2).
018100
018200 01  WORK-PERIOD             PIC 9(6).
018300 01  WORK-PERIOD-FIELDS REDEFINES WORK-PERIOD.
018400     05  WORK-PERIOD-YEAR    PIC 9(4).
018500     05  WORK-PERIOD-MONTH   PIC 9(2).
018600
018700 01  CHECK-PERIOD            PIC 9(6).
018800 01  CHECK-PERIOD-FIELDS REDEFINES CHECK-PERIOD.
018900     05  CHECK-PERIOD-YEAR   PIC 9(4).
019000     05  CHECK-PERIOD-MONTH  PIC 9(2).
019100
019200*---------------------------------
019300* The months of the lease year
019400* to date, first month first.
019500*---------------------------------
019600 01  MONTH-TABLE.
019700     05  MONTH-ENTRY OCCURS 12 TIMES.
019800         10  MONTH-PERIOD        PIC 9(6).
019900         10  MONTH-NET           PIC S9(9)V99.
020000         10  MONTH-RETURNS       PIC S9(8)V99.
020100         10  MONTH-VOIDS         PIC S9(8)V99.
020200         10  MONTH-IS-OPEN       PIC X.
020300
020400 01  RENT-FIGURES.
020500     05  TOTAL-GROSS         PIC S9(9)V99.
020600     05  TOTAL-RETURNS       PIC S9(9)V99.
020700     05  TOTAL-VOIDS         PIC S9(9)V99.
020800     05  TOTAL-NET           PIC S9(9)V99.
020900     05  BREAKPOINT-TO-DATE  PIC S9(8)V99.
021000     05  SALES-OVER-BREAKPOINT PIC S9(9)V99.
021100     05  RENT-TO-DATE        PIC S9(7)V99.
021200     05  PREVIOUSLY-BILLED   PIC S9(7)V99.
021300     05  RENT-DUE-NOW        PIC S9(7)V99.
021400     05  RENT-DUE-DATE       PIC 9(8).
021500
021600 01  RENT-INVOICE.
021700     05  FILLER              PIC X(2)  VALUE "PR".
021800     05  RENT-INVOICE-STORE  PIC 9(2).
021900     05  FILLER              PIC X(1)  VALUE "-".
022000     05  RENT-INVOICE-PERIOD PIC 9(6).
022100
022200 01  RENT-FOR.
022300     05  FILLER              PIC X(22)
022400         VALUE "PERCENTAGE RENT STORE ".
022500     05  RENT-FOR-STORE      PIC 9(2).
022600
022700 01  AMOUNT-DISPLAY          PIC ZZZ,ZZ9.99-.
022800
022900 77  LINE-COUNT              PIC 999   VALUE ZERO.
023000 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
023100 77  MAXIMUM-LINES           PIC 999   VALUE 55.
023200
023300 01  DETAIL-LINE.
023400     05  PRINT-PERIOD        PIC 9999/99.
023500     05  FILLER              PIC X(2)  VALUE SPACE.
023600     05  PRINT-GROSS         PIC ZZ,ZZZ,ZZ9.99-.
023700     05  FILLER              PIC X(1)  VALUE SPACE.
023800     05  PRINT-RETURNS       PIC Z,ZZZ,ZZ9.99-.
023900     05  FILLER              PIC X(1)  VALUE SPACE.
024000     05  PRINT-VOIDS         PIC Z,ZZZ,ZZ9.99-.
024100     05  FILLER              PIC X(1)  VALUE SPACE.
024200     05  PRINT-NET           PIC ZZ,ZZZ,ZZ9.99-.
024300     05  FILLER              PIC X(2)  VALUE SPACE.
024400     05  PRINT-OPEN          PIC X(6).
024500
024600 01  FIGURE-LINE.
024700     05  FILLER              PIC X(5)  VALUE SPACE.
024800     05  PRINT-FIGURE-LABEL  PIC X(40).
024900     05  PRINT-FIGURE        PIC ZZ,ZZZ,ZZ9.99-.
025000
025100 01  COUNT-LINE.
025200     05  FILLER              PIC X(5)  VALUE SPACE.
025300     05  PRINT-COUNT-LABEL   PIC X(40).
025400     05  FILLER              PIC X(9)  VALUE SPACE.
025500     05  PRINT-COUNT         PIC Z9.
025600
025700 01  PERCENT-LINE.
025800     05  FILLER              PIC X(5)  VALUE SPACE.
025900     05  FILLER              PIC X(40)
026000         VALUE "PERCENTAGE OF SALES OVER BREAKPOINT".
026100     05  FILLER              PIC X(6)  VALUE SPACE.
026200     05  PRINT-PERCENT       PIC Z9.99.
026300     05  FILLER              PIC X(1)  VALUE "%".
026400
026500 01  LANDLORD-LINE.
026600     05  FILLER              PIC X(5)  VALUE "TO:".
026700     05  PRINT-LANDLORD-TEXT PIC X(30).
026800
026900 01  LANDLORD-CITY-LINE.
027000     05  FILLER              PIC X(5)  VALUE SPACE.
027100     05  PRINT-CITY          PIC X(20).
027200     05  FILLER              PIC X(1)  VALUE SPACE.
027300     05  PRINT-STATE         PIC X(2).
027400     05  FILLER              PIC X(2)  VALUE SPACE.
027500     05  PRINT-ZIP           PIC X(10).
027600
027700 01  STORE-LINE.
027800     05  FILLER              PIC X(7)  VALUE "STORE:".
027900     05  PRINT-STORE         PIC 9(2).
028000     05  FILLER              PIC X(1)  VALUE SPACE.
028100     05  PRINT-STORE-NAME    PIC X(20).
028200     05  FILLER              PIC X(2)  VALUE SPACE.
028300     05  FILLER              PIC X(16) VALUE "LEASE YEAR FROM".
028400     05  PRINT-YEAR-START    PIC 9999/99.
028500     05  FILLER              PIC X(9)  VALUE " THROUGH ".
028600     05  PRINT-YEAR-END      PIC 9999/99.
028700
028800 01  VOUCHER-LINE.
028900     05  FILLER              PIC X(5)  VALUE SPACE.
029000     05  FILLER              PIC X(9)  VALUE "VOUCHER:".
029100     05  PRINT-VOUCHER-NO    PIC 9(5).
029200     05  FILLER              PIC X(3)  VALUE SPACE.
029300     05  FILLER              PIC X(5)  VALUE "DUE:".
029400     05  PRINT-DUE-DATE      PIC Z9/99/9999.
029500
029600 01  COLUMN-LINE.
029700     05  FILLER              PIC X(9)  VALUE "MONTH".
029800     05  FILLER              PIC X(15) VALUE "    GROSS SALES".
029900     05  FILLER              PIC X(14) VALUE "       RETURNS".
030000     05  FILLER              PIC X(14) VALUE "         VOIDS".
030100     05  FILLER              PIC X(15) VALUE "      NET SALES".
030200
030300 01  TITLE-LINE.
030400     05  FILLER              PIC X(20) VALUE SPACE.
030500     05  FILLER              PIC X(26)
030600         VALUE "PERCENTAGE RENT STATEMENT".
030700     05  FILLER              PIC X(7)  VALUE "MONTH:".
030800     05  PRINT-TITLE-PERIOD  PIC 9999/99.
030900     05  FILLER              PIC X(10) VALUE SPACE.
031000     05  FILLER              PIC X(5)  VALUE "PAGE:".
031100     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
031200
031300     COPY "WSCASE01.CBL".
031400
031500     COPY "WSDATE01.CBL".
031600
031700     COPY "WSAUDIT01.CBL".
031800
031900     COPY "WSSIGN01.CBL".
032000
032100     COPY "WSCOMP01.CBL".
032200
032300 PROCEDURE DIVISION.
032400 PROGRAM-BEGIN.
032500     PERFORM OPENING-PROCEDURE.
032600     MOVE "PRNCAL01" TO SIGN-ON-PROGRAM.
032700     PERFORM GET-OPERATOR-SIGN-ON.
032800     IF OPERATOR-IS-SIGNED-ON
032900         PERFORM GET-COMPANY-CODE.
033000     IF OPERATOR-IS-SIGNED-ON
033100        AND SIGN-ON-CAN-ENTRY = "Y"
033200         PERFORM MAIN-PROCESS
033300     ELSE
033400     IF OPERATOR-IS-SIGNED-ON
033500         DISPLAY "YOU ARE NOT AUTHORIZED TO STATE"
033600         DISPLAY "PERCENTAGE RENT".
033700     PERFORM CLOSING-PROCEDURE.
033800
033900 PROGRAM-EXIT.
034000     EXIT PROGRAM.
034100
034200 PROGRAM-DONE.
034300     STOP RUN.
034400
034500 OPENING-PROCEDURE.
034600     OPEN EXTEND UPDATE-JOURNAL-FILE.
034700     PERFORM LOAD-CONTROL-RECORD.
034800     OPEN I-O COMPANY-FILE.
034900     OPEN I-O PERCENT-RENT-FILE.
035000     OPEN I-O PERCENT-RENT-HISTORY-FILE.
035100     OPEN I-O STORE-FILE.
035200     OPEN INPUT HISTORY-FILE.
035300     OPEN INPUT AGGREGATE-FILE.
035400     OPEN I-O VENDOR-FILE.
035500     OPEN I-O VOUCHER-FILE.
035600     OPEN I-O ARCHIVE-FILE.
035700     OPEN I-O DISTRIBUTION-FILE.
035800     OPEN EXTEND AUDIT-FILE.
035900     OPEN I-O OPERATOR-FILE.
036000     OPEN EXTEND CONTROL-TOTALS-FILE.
036100     OPEN OUTPUT PRINTER-FILE.
036200     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
036300
036400 CLOSING-PROCEDURE.
036500     CLOSE UPDATE-JOURNAL-FILE.
036600     CLOSE COMPANY-FILE.
036700     CLOSE PERCENT-RENT-FILE.
036800     CLOSE PERCENT-RENT-HISTORY-FILE.
036900     CLOSE STORE-FILE.
037000     CLOSE HISTORY-FILE.
037100     CLOSE AGGREGATE-FILE.
037200     CLOSE VENDOR-FILE.
037300     CLOSE VOUCHER-FILE.
037400     CLOSE ARCHIVE-FILE.
037500     CLOSE DISTRIBUTION-FILE.
037600     CLOSE AUDIT-FILE.
037700     CLOSE OPERATOR-FILE.
037800     PERFORM POST-SESSION-TOTALS.
037900     CLOSE CONTROL-TOTALS-FILE.
038000     IF PAGE-NUMBER > 0
038100         PERFORM END-LAST-PAGE.
038200     CLOSE PRINTER-FILE.
038300
038400*---------------------------------
038500* The approval threshold comes
038600* from the AP control file.
038700*---------------------------------
038800 LOAD-CONTROL-RECORD.
038900     MOVE ZEROES TO APCTL-APPROVAL-THRESHOLD.
039000     OPEN INPUT APCTL-FILE.
039100     MOVE "N" TO APCTL-FILE-AT-END.
039200     READ APCTL-FILE
039300         AT END MOVE "Y" TO APCTL-FILE-AT-END.
039400     CLOSE APCTL-FILE.
039500     IF APCTL-FILE-AT-END = "Y"
039600         MOVE ZEROES TO APCTL-APPROVAL-THRESHOLD.
039700
039800*---------------------------------
039900* The vouchers raised are new
040000* open payables for the daily
040100* control totals.
040200*---------------------------------
040300 POST-SESSION-TOTALS.
040400     IF SESSION-RENT-COUNT NOT = ZEROES
040500         MOVE "PRNCAL01" TO DCTL-PROGRAM
040600         MOVE SESSION-RENT-TOTAL TO DCTL-ENTERED
040700         MOVE ZEROES TO DCTL-PAID DCTL-ADJUSTED
040800         MOVE SESSION-RENT-COUNT TO DCTL-COUNT
040900         PERFORM POST-CONTROL-TOTALS.
041000
041100 MAIN-PROCESS.
041200     PERFORM GET-STATEMENT-PERIOD.
041300     DISPLAY "ENTER STORE TO STATE, OR 0 FOR EVERY".
041400     DISPLAY "STORE WITH PERCENTAGE RENT TERMS".
041500     ACCEPT PICKED-STORE.
041600     IF PICKED-STORE NOT = ZEROES
041700         PERFORM STATE-ONE-STORE
041800     ELSE
041900         PERFORM STATE-ALL-STORES.
042000     DISPLAY "STATEMENTS PRINTED: " STATED-COUNT.
042100
042200 GET-STATEMENT-PERIOD.
042300     PERFORM ACCEPT-STATEMENT-PERIOD.
042400     PERFORM RE-ACCEPT-STATEMENT-PERIOD
042500         UNTIL STATEMENT-MONTH-IS-VALID.
042600
042700 ACCEPT-STATEMENT-PERIOD.
042800     DISPLAY "ENTER STATEMENT MONTH (CCYYMM)".
042900     ACCEPT STATEMENT-PERIOD.
043000
043100 RE-ACCEPT-STATEMENT-PERIOD.
043200     DISPLAY "THAT IS NOT A CCYYMM PERIOD".
043300     PERFORM ACCEPT-STATEMENT-PERIOD.
043400
043500 STATE-ONE-STORE.
043600     MOVE PICKED-STORE TO PRENT-STORE.
043700     MOVE "Y" TO PRENT-RECORD-FOUND.
043800     READ PERCENT-RENT-FILE RECORD
043900         INVALID KEY
044000         MOVE "N" TO PRENT-RECORD-FOUND.
044100     IF PRENT-RECORD-FOUND = "N"
044200         DISPLAY "NO PERCENTAGE RENT TERMS FOR THAT STORE"
044300     ELSE
044400     IF NOT PRENT-IS-ACTIVE
044500         DISPLAY "THE TERMS FOR THAT STORE ARE INACTIVE"
044600     ELSE
044700     IF PRENT-COMPANY NOT = ZEROES
044800        AND PRENT-COMPANY NOT = SIGN-ON-COMPANY
044900         DISPLAY "THAT STORE'S TERMS BELONG TO ANOTHER COMPANY"
045000     ELSE
045100         PERFORM STATE-THE-STORE.
045200
045300 STATE-ALL-STORES.
045400     MOVE "N" TO PRENT-FILE-AT-END.
045500     MOVE ZEROES TO PRENT-STORE.
045600     START PERCENT-RENT-FILE KEY NOT < PRENT-STORE
045700         INVALID KEY
045800         MOVE "Y" TO PRENT-FILE-AT-END.
045900     PERFORM CHECK-NEXT-TERMS
046000         UNTIL PRENT-FILE-AT-END = "Y".
046100
046200 CHECK-NEXT-TERMS.
046300     READ PERCENT-RENT-FILE NEXT RECORD
046400         AT END MOVE "Y" TO PRENT-FILE-AT-END.
046500     IF PRENT-FILE-AT-END NOT = "Y"
046600        AND PRENT-IS-ACTIVE
046700         IF PRENT-COMPANY = ZEROES
046800            OR PRENT-COMPANY = SIGN-ON-COMPANY
046900             PERFORM STATE-THE-STORE.
047000
047100*---------------------------------
047200* A store is stated when the
047300* month falls inside the time it
047400* was open, its terms call for a
047500* statement this month, its
047600* landlord can be paid and the
047700* month has not already been
047800* stated on a voucher that
047900* still stands.
048000*---------------------------------
048100 STATE-THE-STORE.
048200     PERFORM SET-LEASE-YEAR.
048300     PERFORM READ-STORE-RECORD.
048400     MOVE PRENT-LANDLORD TO VENDOR-NUMBER.
048500     PERFORM READ-VENDOR-RECORD.
048600     PERFORM READ-STATEMENT-HISTORY.
048700     MOVE "N" TO OK-TO-STATE.
048800     IF STORE-RECORD-FOUND = "N"
048900         DISPLAY "STORE " PRENT-STORE " IS NOT ON FILE -"
049000                 " NOT STATED"
049100     ELSE
049200     IF STORE-OPEN-DATE NOT = ZEROES
049300        AND OPEN-PERIOD > STATEMENT-PERIOD
049400         DISPLAY "STORE " PRENT-STORE " WAS NOT YET OPEN -"
049500                 " NOT STATED"
049600     ELSE
049700     IF CLOSE-PERIOD < STATEMENT-PERIOD
049800         DISPLAY "STORE " PRENT-STORE " HAD CLOSED -"
049900                 " NOT STATED"
050000     ELSE
050100     IF PRENT-IS-ANNUAL
050200        AND STATEMENT-PERIOD NOT = YEAR-END-PERIOD
050300        AND STATEMENT-PERIOD NOT = CLOSE-PERIOD
050400         DISPLAY "STORE " PRENT-STORE " IS STATED YEARLY -"
050500                 " NEXT STATEMENT " YEAR-END-PERIOD
050600     ELSE
050700     IF VENDOR-IS-GOOD = "N"
050800         DISPLAY "STORE " PRENT-STORE " LANDLORD IS NOT AN"
050900                 " ACTIVE VENDOR - NOT STATED"
051000     ELSE
051100     IF PRH-RECORD-FOUND = "Y"
051200        AND PRH-VOUCHER-NO NOT = ZEROES
051300        AND VOUCHER-STANDS = "Y"
051400         DISPLAY "STORE " PRENT-STORE " IS ALREADY STATED"
051500                 " FOR THAT MONTH ON VOUCHER " PRH-VOUCHER-NO
051600     ELSE
051700         MOVE "Y" TO OK-TO-STATE.
051800     IF OK-TO-STATE = "Y"
051900         PERFORM ACCUMULATE-SALES
052000         PERFORM COMPUTE-THE-RENT
052100         PERFORM BILL-THE-RENT.
052200
052300*---------------------------------
052400* The lease year runs twelve
052500* months from the latest start
052600* month on or before the
052700* statement month. A store
052800* still open closes at 999999
052900* for the comparisons.
053000*---------------------------------
053100 SET-LEASE-YEAR.
053200     MOVE STATEMENT-YEAR TO YEAR-START-YEAR.
053300     MOVE PRENT-YEAR-START-MONTH TO YEAR-START-MONTH.
053400     IF YEAR-START-PERIOD > STATEMENT-PERIOD
053500         SUBTRACT 1 FROM YEAR-START-YEAR.
053600     MOVE YEAR-START-PERIOD TO WORK-PERIOD.
053700     PERFORM ADVANCE-WORK-PERIOD 11 TIMES.
053800     MOVE WORK-PERIOD TO YEAR-END-PERIOD.
053900     COMPUTE MONTH-COUNT =
054000         (STATEMENT-YEAR - YEAR-START-YEAR) * 12
054100         + STATEMENT-MONTH - YEAR-START-MONTH + 1.
054200
054300 ADVANCE-WORK-PERIOD.
054400     ADD 1 TO WORK-PERIOD-MONTH.
054500     IF WORK-PERIOD-MONTH > 12
054600         MOVE 1 TO WORK-PERIOD-MONTH
054700         ADD 1 TO WORK-PERIOD-YEAR.
054800
054900*---------------------------------
055000* A month counts as open when
055100* the store opened by its last
055200* day and had not closed before
055300* its first.
055400*---------------------------------
055500 ACCUMULATE-SALES.
055600     MOVE YEAR-START-PERIOD TO WORK-PERIOD.
055700     MOVE ZEROES TO MONTHS-OPEN.
055800     PERFORM CLEAR-ONE-MONTH
055900         VARYING MONTH-SUB FROM 1 BY 1
056000         UNTIL MONTH-SUB > MONTH-COUNT.
056100     PERFORM SUM-HISTORY-SALES.
056200     PERFORM SUM-RETURNS-AND-VOIDS.
056300
056400 CLEAR-ONE-MONTH.
056500     MOVE WORK-PERIOD TO MONTH-PERIOD (MONTH-SUB).
056600     MOVE ZEROES TO MONTH-NET (MONTH-SUB)
056700                    MONTH-RETURNS (MONTH-SUB)
056800                    MONTH-VOIDS (MONTH-SUB).
056900     MOVE "Y" TO MONTH-IS-OPEN (MONTH-SUB).
057000     IF STORE-OPEN-DATE NOT = ZEROES
057100        AND OPEN-PERIOD > WORK-PERIOD
057200         MOVE "N" TO MONTH-IS-OPEN (MONTH-SUB).
057300     IF CLOSE-PERIOD < WORK-PERIOD
057400         MOVE "N" TO MONTH-IS-OPEN (MONTH-SUB).
057500     IF MONTH-IS-OPEN (MONTH-SUB) = "Y"
057600         ADD 1 TO MONTHS-OPEN.
057700     PERFORM ADVANCE-WORK-PERIOD.
057800
057900 SUM-HISTORY-SALES.
058000     MOVE "N" TO HIST-FILE-AT-END.
058100     MOVE ZEROES TO HIST-KEY.
058200     MOVE PRENT-STORE TO HIST-STORE.
058300     START HISTORY-FILE KEY NOT < HIST-KEY
058400         INVALID KEY
058500         MOVE "Y" TO HIST-FILE-AT-END.
058600     PERFORM READ-NEXT-HISTORY.
058700     PERFORM ADD-HISTORY-SALES
058800         UNTIL HIST-FILE-AT-END = "Y".
058900
059000 READ-NEXT-HISTORY.
059100     IF HIST-FILE-AT-END NOT = "Y"
059200         READ HISTORY-FILE NEXT RECORD
059300             AT END
059400             MOVE "Y" TO HIST-FILE-AT-END.
059500     IF HIST-FILE-AT-END NOT = "Y"
059600        AND HIST-STORE NOT = PRENT-STORE
059700         MOVE "Y" TO HIST-FILE-AT-END.
059800
059900 ADD-HISTORY-SALES.
060000     MOVE HIST-PERIOD TO CHECK-PERIOD.
060100     PERFORM FIND-PERIOD-OFFSET.
060200     IF PERIOD-OFFSET > ZERO
060300        AND PERIOD-OFFSET NOT > MONTH-COUNT
060400         ADD HIST-AMOUNT TO MONTH-NET (PERIOD-OFFSET).
060500     PERFORM READ-NEXT-HISTORY.
060600
060700 SUM-RETURNS-AND-VOIDS.
060800     MOVE "N" TO AGG-FILE-AT-END.
060900     MOVE ZEROES TO AGG-KEY.
061000     MOVE PRENT-STORE TO AGG-STORE.
061100     START AGGREGATE-FILE KEY NOT < AGG-KEY
061200         INVALID KEY
061300         MOVE "Y" TO AGG-FILE-AT-END.
061400     PERFORM READ-NEXT-AGGREGATE.
061500     PERFORM ADD-RETURNS-AND-VOIDS
061600         UNTIL AGG-FILE-AT-END = "Y".
061700
061800 READ-NEXT-AGGREGATE.
061900     IF AGG-FILE-AT-END NOT = "Y"
062000         READ AGGREGATE-FILE NEXT RECORD
062100             AT END
062200             MOVE "Y" TO AGG-FILE-AT-END.
062300     IF AGG-FILE-AT-END NOT = "Y"
062400        AND AGG-STORE NOT = PRENT-STORE
062500         MOVE "Y" TO AGG-FILE-AT-END.
062600
062700 ADD-RETURNS-AND-VOIDS.
062800     MOVE AGG-DATE (1:6) TO CHECK-PERIOD.
062900     PERFORM FIND-PERIOD-OFFSET.
063000     IF PERIOD-OFFSET > ZERO
063100        AND PERIOD-OFFSET NOT > MONTH-COUNT
063200         ADD AGG-RETURNS TO MONTH-RETURNS (PERIOD-OFFSET)
063300         ADD AGG-VOIDS TO MONTH-VOIDS (PERIOD-OFFSET).
063400     PERFORM READ-NEXT-AGGREGATE.
063500
063600*---------------------------------
063700* Where the month falls in the
063800* lease year - 1 for the first
063900* month; zero or less before it.
064000*---------------------------------
064100 FIND-PERIOD-OFFSET.
064200     COMPUTE PERIOD-OFFSET =
064300         (CHECK-PERIOD-YEAR - YEAR-START-YEAR) * 12
064400         + CHECK-PERIOD-MONTH - YEAR-START-MONTH + 1.
064500
064600*---------------------------------
064700* Rent is the percentage of net
064800* sales over the breakpoint for
064900* the months open so far,
065000* rounded to the cent.
065100*---------------------------------
065200 COMPUTE-THE-RENT.
065300     MOVE ZEROES TO TOTAL-GROSS TOTAL-RETURNS
065400                    TOTAL-VOIDS TOTAL-NET.
065500     PERFORM ADD-MONTH-TO-TOTALS
065600         VARYING MONTH-SUB FROM 1 BY 1
065700         UNTIL MONTH-SUB > MONTH-COUNT.
065800     COMPUTE BREAKPOINT-TO-DATE ROUNDED =
065900         PRENT-BREAKPOINT * MONTHS-OPEN / 12.
066000     COMPUTE SALES-OVER-BREAKPOINT =
066100         TOTAL-NET - BREAKPOINT-TO-DATE.
066200     IF SALES-OVER-BREAKPOINT < ZERO
066300         MOVE ZEROES TO SALES-OVER-BREAKPOINT.
066400     COMPUTE RENT-TO-DATE ROUNDED =
066500         SALES-OVER-BREAKPOINT * PRENT-PERCENT / 100.
066600     PERFORM SUM-PREVIOUS-BILLING.
066700     COMPUTE RENT-DUE-NOW = RENT-TO-DATE - PREVIOUSLY-BILLED.
066800
066900 ADD-MONTH-TO-TOTALS.
067000     ADD MONTH-NET (MONTH-SUB) TO TOTAL-NET.
067100     ADD MONTH-RETURNS (MONTH-SUB) TO TOTAL-RETURNS.
067200     ADD MONTH-VOIDS (MONTH-SUB) TO TOTAL-VOIDS.
067300
067400*---------------------------------
067500* Earlier statements of the same
067600* lease year count only while
067700* the voucher that billed them
067800* stands.
067900*---------------------------------
068000 SUM-PREVIOUS-BILLING.
068100     MOVE ZEROES TO PREVIOUSLY-BILLED.
068200     MOVE "N" TO PRH-FILE-AT-END.
068300     MOVE PRENT-STORE TO PRH-STORE.
068400     MOVE YEAR-START-PERIOD TO PRH-PERIOD.
068500     START PERCENT-RENT-HISTORY-FILE KEY NOT < PRH-KEY
068600         INVALID KEY
068700         MOVE "Y" TO PRH-FILE-AT-END.
068800     PERFORM READ-NEXT-STATEMENT.
068900     PERFORM ADD-PREVIOUS-BILLING
069000         UNTIL PRH-FILE-AT-END = "Y".
069100
069200 READ-NEXT-STATEMENT.
069300     IF PRH-FILE-AT-END NOT = "Y"
069400         READ PERCENT-RENT-HISTORY-FILE NEXT RECORD
069500             AT END
069600             MOVE "Y" TO PRH-FILE-AT-END.
069700     IF PRH-FILE-AT-END NOT = "Y"
069800        AND (PRH-STORE NOT = PRENT-STORE
069900             OR PRH-PERIOD NOT < STATEMENT-PERIOD)
070000         MOVE "Y" TO PRH-FILE-AT-END.
070100
070200 ADD-PREVIOUS-BILLING.
070300     IF PRH-YEAR-START = YEAR-START-PERIOD
070400        AND PRH-VOUCHER-NO NOT = ZEROES
070500         PERFORM CHECK-VOUCHER-STANDS
070600         IF VOUCHER-STANDS = "Y"
070700             ADD PRH-BILLED TO PREVIOUSLY-BILLED.
070800     PERFORM READ-NEXT-STATEMENT.
070900
071000*---------------------------------
071100* A live voucher stands unless
071200* it was cancelled; an archived
071300* one was paid.
071400*---------------------------------
071500 CHECK-VOUCHER-STANDS.
071600     MOVE PRH-VOUCHER-NO TO VOUCHER-NUMBER.
071700     MOVE "Y" TO VOUCHER-RECORD-FOUND.
071800     READ VOUCHER-FILE RECORD
071900         INVALID KEY
072000         MOVE "N" TO VOUCHER-RECORD-FOUND.
072100     MOVE "N" TO VOUCHER-STANDS.
072200     IF VOUCHER-RECORD-FOUND = "Y"
072300         IF NOT VOUCHER-IS-CANCELLED
072400             MOVE "Y" TO VOUCHER-STANDS.
072500     IF VOUCHER-RECORD-FOUND = "N"
072600         MOVE PRH-VOUCHER-NO TO ARCH-NUMBER
072700         MOVE "Y" TO VOUCHER-STANDS
072800         READ ARCHIVE-FILE RECORD
072900             INVALID KEY
073000             MOVE "N" TO VOUCHER-STANDS.
073100
073200*---------------------------------
073300* Only a positive balance is
073400* vouchered; a lease year billed
073500* ahead of its sales waits for
073600* the sales to catch up.
073700*---------------------------------
073800 BILL-THE-RENT.
073900     MOVE ZEROES TO STATED-VOUCHER-NO RENT-DUE-DATE.
074000     MOVE "Y" TO FREE-NUMBER-FOUND.
074100     IF RENT-DUE-NOW > ZERO
074200         PERFORM FIND-NEXT-VOUCHER-NUMBER.
074300     IF FREE-NUMBER-FOUND = "N"
074400         DISPLAY "NO FREE VOUCHER NUMBERS LEFT -"
074500         DISPLAY "STORE " PRENT-STORE " NOT STATED"
074600     ELSE
074700         IF RENT-DUE-NOW > ZERO
074800             PERFORM BUILD-RENT-VOUCHER
074900             PERFORM WRITE-RENT-LINE
075000             PERFORM WRITE-RENT-AUDIT.
075100     IF FREE-NUMBER-FOUND = "Y"
075200         PERFORM SAVE-STATEMENT-HISTORY
075300         PERFORM PRINT-THE-STATEMENT
075400         ADD 1 TO STATED-COUNT
075500         MOVE RENT-DUE-NOW TO AMOUNT-DISPLAY
075600         DISPLAY "STORE " PRENT-STORE " STATED - DUE NOW "
075700                 AMOUNT-DISPLAY.
075800
075900 BUILD-RENT-VOUCHER.
076000     MOVE NEXT-VOUCHER-NUMBER TO STATED-VOUCHER-NO.
076100     MOVE SPACE TO VOUCHER-RECORD.
076200     MOVE NEXT-VOUCHER-NUMBER TO VOUCHER-NUMBER.
076300     MOVE PRENT-LANDLORD TO VOUCHER-VENDOR.
076400     MOVE PRENT-STORE TO RENT-INVOICE-STORE
076500                         RENT-FOR-STORE.
076600     MOVE STATEMENT-PERIOD TO RENT-INVOICE-PERIOD.
076700     MOVE RENT-INVOICE TO VOUCHER-INVOICE.
076800     MOVE SPACE TO VOUCHER-PO-NUMBER.
076900     MOVE RENT-FOR TO VOUCHER-FOR.
077000     MOVE RENT-DUE-NOW TO VOUCHER-AMOUNT.
077100     MOVE VOUCHER-AMOUNT TO VOUCHER-BASE-AMOUNT.
077200     MOVE "N" TO VOUCHER-DEDUCTIBLE.
077300     MOVE "N" TO VOUCHER-SELECTED.
077400     MOVE "N" TO VOUCHER-TAXABLE.
077500     MOVE "N" TO VOUCHER-HOLD-FLAG.
077600     MOVE SPACE TO VOUCHER-HOLD-REASON.
077700     PERFORM SET-APPROVAL-STATUS.
077800     MOVE "USD" TO VOUCHER-CURRENCY-CODE.
077900     MOVE 1.0000 TO VOUCHER-FX-RATE.
078000     MOVE ZEROES TO VOUCHER-PAID-AMOUNT
078100                    VOUCHER-PAID-DATE
078200                    VOUCHER-CHECK-NO
078300                    VOUCHER-PAY-AMOUNT
078400                    VOUCHER-DISC-PERCENT
078500                    VOUCHER-DISC-DATE
078600                    VOUCHER-DISC-TAKEN
078700                    VOUCHER-TAX-BASIS
078800                    VOUCHER-USE-TAX
078900                    VOUCHER-RETAINAGE-PCT
079000                    VOUCHER-RETAINED-AMOUNT
079100                    VOUCHER-FX-GAIN-LOSS
079200                    VOUCHER-CANCEL-DATE
079300                    VOUCHER-CANCEL-AMOUNT
079400                    VOUCHER-EMPLOYEE
079425                    VOUCHER-SERVICE-FROM
079450                    VOUCHER-SERVICE-TO.
079475     MOVE FUNCTION CURRENT-DATE(1:8) TO
079487         VOUCHER-ENTERED-DATE.
079500     MOVE PRENT-CATEGORY TO VOUCHER-CATEGORY.
079600     IF PRENT-COMPANY NOT = ZEROES
079700         MOVE PRENT-COMPANY TO VOUCHER-COMPANY
079800     ELSE
079900         MOVE SIGN-ON-COMPANY TO VOUCHER-COMPANY.
080000     MOVE TODAY-DATE TO VOUCHER-DATE.
080100     PERFORM BUILD-RENT-DUE-DATE.
080200     MOVE DATE-CCYYMMDD TO VOUCHER-DUE
080300                           RENT-DUE-DATE.
080400     WRITE VOUCHER-RECORD
080500         INVALID KEY
080600         DISPLAY "RECORD ALREADY ON FILE".
080700     MOVE "VOUCHER" TO UPDJ-FILE.
080800     MOVE "W" TO UPDJ-ACTION.
080900     MOVE VOUCHER-RECORD TO UPDJ-IMAGE.
081000     PERFORM WRITE-UPDATE-JOURNAL.
081100
081200*---------------------------------
081300* Due on the terms' day of the
081400* month after the statement
081500* month, pulled back when that
081600* day does not exist in the
081700* month (e.g. the 31st in
081800* April).
081900*---------------------------------
082000 BUILD-RENT-DUE-DATE.
082100     MOVE STATEMENT-PERIOD TO WORK-PERIOD.
082200     PERFORM ADVANCE-WORK-PERIOD.
082300     MOVE WORK-PERIOD-YEAR TO DATE-YYYY.
082400     MOVE WORK-PERIOD-MONTH TO DATE-MM.
082500     MOVE PRENT-DUE-DAY TO DATE-DD.
082600     MOVE "N" TO ZERO-DATE-IS-OK.
082700     PERFORM CHECK-DATE.
082800     PERFORM PULL-BACK-DUE-DAY
082900         UNTIL DATE-IS-VALID.
083000
083100 PULL-BACK-DUE-DAY.
083200     SUBTRACT 1 FROM DATE-DD.
083300     PERFORM CHECK-DATE.
083400
083500*---------------------------------
083600* Percentage rent is paid as
083700* billed; only the dual-control
083800* threshold can hold it back.
083900*---------------------------------
084000 SET-APPROVAL-STATUS.
084100     IF APCTL-APPROVAL-THRESHOLD NOT = ZEROES
084200        AND VOUCHER-AMOUNT NOT <
084300            APCTL-APPROVAL-THRESHOLD
084400         MOVE "W" TO VOUCHER-APPROVAL
084500         DISPLAY "THIS VOUCHER REQUIRES APPROVAL BEFORE"
084600         DISPLAY "IT CAN BE SELECTED FOR PAYMENT"
084700     ELSE
084800         MOVE "A" TO VOUCHER-APPROVAL.
084900
085000 WRITE-RENT-LINE.
085100     MOVE NEXT-VOUCHER-NUMBER TO DIST-VOUCHER-NO.
085200     MOVE 1 TO DIST-LINE-NO.
085300     MOVE PRENT-EXPENSE-ACCOUNT TO DIST-ACCOUNT.
085400     MOVE RENT-DUE-NOW TO DIST-AMOUNT.
085500     MOVE ZEROES TO DIST-COMPANY.
085550     MOVE PRENT-STORE TO DIST-STORE.
085575     MOVE SPACES TO DIST-PROJECT.
085600     WRITE DISTRIBUTION-RECORD
085700         INVALID KEY
085800         DISPLAY "DISTRIBUTION LINE ALREADY ON FILE".
085900
086000 WRITE-RENT-AUDIT.
086100     MOVE NEXT-VOUCHER-NUMBER TO AUDIT-EVENT-VOUCHER-NO.
086200     MOVE PRENT-LANDLORD TO AUDIT-EVENT-VENDOR-NO.
086300     MOVE "PCT RENT" TO AUDIT-EVENT-ACTION.
086400     MOVE TODAY-DATE TO AUDIT-EVENT-DATE.
086500     MOVE RENT-DUE-NOW TO AUDIT-EVENT-AMOUNT.
086600     MOVE SPACE TO AUDIT-EVENT-OLD-VALUE.
086700     MOVE RENT-INVOICE TO AUDIT-EVENT-NEW-VALUE.
086800     PERFORM WRITE-AUDIT-RECORD.
086900     ADD RENT-DUE-NOW TO SESSION-RENT-TOTAL.
087000     ADD 1 TO SESSION-RENT-COUNT.
087100
087200*---------------------------------
087300* A month stated again replaces
087400* the statement whose voucher
087500* was cancelled or billed
087600* nothing.
087700*---------------------------------
087800 SAVE-STATEMENT-HISTORY.
087900     MOVE PRENT-STORE TO PRH-STORE.
088000     MOVE STATEMENT-PERIOD TO PRH-PERIOD.
088100     MOVE YEAR-START-PERIOD TO PRH-YEAR-START.
088200     MOVE TOTAL-NET TO PRH-NET-SALES.
088300     MOVE BREAKPOINT-TO-DATE TO PRH-BREAKPOINT.
088400     MOVE RENT-TO-DATE TO PRH-RENT-TO-DATE.
088500     MOVE ZEROES TO PRH-BILLED.
088600     IF STATED-VOUCHER-NO NOT = ZEROES
088700         MOVE RENT-DUE-NOW TO PRH-BILLED.
088800     MOVE STATED-VOUCHER-NO TO PRH-VOUCHER-NO.
088900     MOVE TODAY-DATE TO PRH-RUN-DATE.
089000     IF PRH-RECORD-FOUND = "Y"
089100         REWRITE PERCENT-RENT-HISTORY-RECORD
089200             INVALID KEY
089300             DISPLAY "ERROR REWRITING PERCENTAGE RENT HISTORY"
089400     ELSE
089500         WRITE PERCENT-RENT-HISTORY-RECORD
089600             INVALID KEY
089700             DISPLAY "ERROR WRITING PERCENTAGE RENT HISTORY".
089800
089900*---------------------------------
090000* The landlord statement, one
090100* page per store.
090200*---------------------------------
090300 PRINT-THE-STATEMENT.
090400     IF PAGE-NUMBER > 0
090500         PERFORM END-LAST-PAGE.
090600     PERFORM START-NEW-PAGE.
090700     PERFORM PRINT-ONE-MONTH
090800         VARYING MONTH-SUB FROM 1 BY 1
090900         UNTIL MONTH-SUB > MONTH-COUNT.
091000     PERFORM PRINT-SALES-TOTALS.
091100     PERFORM PRINT-RENT-FIGURES.
091200
091300 PRINT-ONE-MONTH.
091400     IF LINE-COUNT > MAXIMUM-LINES
091500         PERFORM START-NEXT-PAGE.
091600     MOVE SPACE TO DETAIL-LINE.
091700     MOVE MONTH-PERIOD (MONTH-SUB) TO PRINT-PERIOD.
091800     COMPUTE PRINT-GROSS = MONTH-NET (MONTH-SUB)
091900                         + MONTH-RETURNS (MONTH-SUB)
092000                         + MONTH-VOIDS (MONTH-SUB).
092100     MOVE MONTH-RETURNS (MONTH-SUB) TO PRINT-RETURNS.
092200     MOVE MONTH-VOIDS (MONTH-SUB) TO PRINT-VOIDS.
092300     MOVE MONTH-NET (MONTH-SUB) TO PRINT-NET.
092400     IF MONTH-IS-OPEN (MONTH-SUB) = "N"
092500         MOVE "CLOSED" TO PRINT-OPEN.
092600     MOVE DETAIL-LINE TO PRINTER-RECORD.
092700     PERFORM WRITE-TO-PRINTER.
092800
092900 PRINT-SALES-TOTALS.
093000     COMPUTE TOTAL-GROSS = TOTAL-NET + TOTAL-RETURNS
093100                                     + TOTAL-VOIDS.
093200     PERFORM LINE-FEED.
093300     MOVE SPACE TO DETAIL-LINE.
093400     MOVE TOTAL-GROSS TO PRINT-GROSS.
093500     MOVE TOTAL-RETURNS TO PRINT-RETURNS.
093600     MOVE TOTAL-VOIDS TO PRINT-VOIDS.
093700     MOVE TOTAL-NET TO PRINT-NET.
093800     MOVE DETAIL-LINE TO PRINTER-RECORD.
093900     MOVE "TOTAL" TO PRINTER-RECORD (1:5).
094000     PERFORM WRITE-TO-PRINTER.
094100     PERFORM LINE-FEED.
094200
094300 PRINT-RENT-FIGURES.
094400     IF LINE-COUNT > MAXIMUM-LINES - 12
094500         PERFORM START-NEXT-PAGE.
094600     MOVE "ANNUAL BREAKPOINT" TO PRINT-FIGURE-LABEL.
094700     MOVE PRENT-BREAKPOINT TO PRINT-FIGURE.
094800     PERFORM PRINT-FIGURE-LINE.
094900     MOVE "MONTHS OPEN IN LEASE YEAR TO DATE"
095000         TO PRINT-COUNT-LABEL.
095100     MOVE MONTHS-OPEN TO PRINT-COUNT.
095200     MOVE COUNT-LINE TO PRINTER-RECORD.
095300     PERFORM WRITE-TO-PRINTER.
095400     MOVE "BREAKPOINT FOR MONTHS OPEN" TO PRINT-FIGURE-LABEL.
095500     MOVE BREAKPOINT-TO-DATE TO PRINT-FIGURE.
095600     PERFORM PRINT-FIGURE-LINE.
095700     MOVE "NET SALES OVER BREAKPOINT" TO PRINT-FIGURE-LABEL.
095800     MOVE SALES-OVER-BREAKPOINT TO PRINT-FIGURE.
095900     PERFORM PRINT-FIGURE-LINE.
096000     MOVE PRENT-PERCENT TO PRINT-PERCENT.
096100     MOVE PERCENT-LINE TO PRINTER-RECORD.
096200     PERFORM WRITE-TO-PRINTER.
096300     MOVE "PERCENTAGE RENT FOR LEASE YEAR TO DATE"
096400         TO PRINT-FIGURE-LABEL.
096500     MOVE RENT-TO-DATE TO PRINT-FIGURE.
096600     PERFORM PRINT-FIGURE-LINE.
096700     MOVE "LESS BILLED ON EARLIER STATEMENTS"
096800         TO PRINT-FIGURE-LABEL.
096900     MOVE PREVIOUSLY-BILLED TO PRINT-FIGURE.
097000     PERFORM PRINT-FIGURE-LINE.
097100     PERFORM LINE-FEED.
097200     IF RENT-DUE-NOW > ZERO
097300         MOVE "AMOUNT DUE THIS STATEMENT" TO PRINT-FIGURE-LABEL
097400     ELSE
097500         MOVE "NO AMOUNT DUE THIS STATEMENT"
097600             TO PRINT-FIGURE-LABEL.
097700     MOVE RENT-DUE-NOW TO PRINT-FIGURE.
097800     PERFORM PRINT-FIGURE-LINE.
097900     IF STATED-VOUCHER-NO NOT = ZEROES
098000         MOVE STATED-VOUCHER-NO TO PRINT-VOUCHER-NO
098100         MOVE RENT-DUE-DATE TO DATE-CCYYMMDD
098200         PERFORM CONVERT-TO-MMDDCCYY
098300         MOVE DATE-MMDDCCYY TO PRINT-DUE-DATE
098400         MOVE VOUCHER-LINE TO PRINTER-RECORD
098500         PERFORM WRITE-TO-PRINTER.
098600
098700 PRINT-FIGURE-LINE.
098800     MOVE FIGURE-LINE TO PRINTER-RECORD.
098900     PERFORM WRITE-TO-PRINTER.
099000
099100*---------------------------------
099200* The same pool/live/archive
099300* probe the entry screen
099400* assigns with.
099500*---------------------------------
099600 FIND-NEXT-VOUCHER-NUMBER.
099700     PERFORM LOAD-NUMBER-POOL.
099800     MOVE "N" TO FREE-NUMBER-FOUND.
099900     MOVE ZEROES TO POOL-TRY-COUNT.
100000     PERFORM TRY-NEXT-POOL-NUMBER
100100         UNTIL FREE-NUMBER-FOUND = "Y"
100200            OR POOL-TRY-COUNT > 99998.
100300     IF FREE-NUMBER-FOUND = "Y"
100400         MOVE POOL-CANDIDATE TO NEXT-VOUCHER-NUMBER
100500         PERFORM SAVE-NUMBER-POOL.
100600
100700 TRY-NEXT-POOL-NUMBER.
100800     ADD 1 TO POOL-TRY-COUNT.
100900     ADD 1 TO POOL-CANDIDATE.
101000     IF POOL-CANDIDATE > 99998
101100         MOVE 1 TO POOL-CANDIDATE.
101200     MOVE "Y" TO CANDIDATE-IS-TAKEN.
101300     MOVE POOL-CANDIDATE TO VOUCHER-NUMBER.
101400     READ VOUCHER-FILE RECORD
101500         INVALID KEY
101600         MOVE "N" TO CANDIDATE-IS-TAKEN.
101700     IF CANDIDATE-IS-TAKEN = "N"
101800         MOVE POOL-CANDIDATE TO ARCH-NUMBER
101900         MOVE "Y" TO CANDIDATE-IS-TAKEN
102000         READ ARCHIVE-FILE RECORD
102100             INVALID KEY
102200             MOVE "N" TO CANDIDATE-IS-TAKEN.
102300     IF CANDIDATE-IS-TAKEN = "N"
102400         MOVE "Y" TO FREE-NUMBER-FOUND.
102500
102600 LOAD-NUMBER-POOL.
102700     MOVE ZEROES TO VNOCTL-NEXT.
102800     OPEN INPUT VNOCTL-FILE.
102900     MOVE "N" TO VNOCTL-AT-END.
103000     READ VNOCTL-FILE
103100         AT END MOVE "Y" TO VNOCTL-AT-END.
103200     CLOSE VNOCTL-FILE.
103300     IF VNOCTL-AT-END = "Y"
103400         MOVE ZEROES TO VNOCTL-NEXT.
103500     MOVE VNOCTL-NEXT TO POOL-CANDIDATE.
103600
103700 SAVE-NUMBER-POOL.
103800     MOVE POOL-CANDIDATE TO VNOCTL-NEXT.
103900     OPEN OUTPUT VNOCTL-FILE.
104000     WRITE VNOCTL-RECORD.
104100     CLOSE VNOCTL-FILE.
104200
104300*---------------------------------
104400* File I-O routines.
104500*---------------------------------
104600 READ-STORE-RECORD.
104700     MOVE PRENT-STORE TO STORE-CODE.
104800     MOVE "Y" TO STORE-RECORD-FOUND.
104900     READ STORE-FILE RECORD
105000         INVALID KEY
105100         MOVE "N" TO STORE-RECORD-FOUND.
105200     MOVE ZEROES TO OPEN-PERIOD.
105300     MOVE 999999 TO CLOSE-PERIOD.
105400     IF STORE-RECORD-FOUND = "Y"
105500         MOVE STORE-OPEN-DATE (1:6) TO OPEN-PERIOD
105600         IF STORE-CLOSE-DATE NOT = ZEROES
105700             MOVE STORE-CLOSE-DATE (1:6) TO CLOSE-PERIOD.
105800
105900 READ-VENDOR-RECORD.
106000     MOVE "Y" TO VENDOR-IS-GOOD.
106100     READ VENDOR-FILE RECORD
106200         INVALID KEY
106300         MOVE "N" TO VENDOR-IS-GOOD.
106400     IF VENDOR-IS-GOOD = "Y"
106500         IF NOT VENDOR-IS-ACTIVE
106600             MOVE "N" TO VENDOR-IS-GOOD.
106700
106800*---------------------------------
106900* The statement already on file
107000* for the month, and whether its
107100* voucher still stands.
107200*---------------------------------
107300 READ-STATEMENT-HISTORY.
107400     MOVE PRENT-STORE TO PRH-STORE.
107500     MOVE STATEMENT-PERIOD TO PRH-PERIOD.
107600     MOVE "Y" TO PRH-RECORD-FOUND.
107700     READ PERCENT-RENT-HISTORY-FILE RECORD
107800         INVALID KEY
107900         MOVE "N" TO PRH-RECORD-FOUND.
108000     MOVE "N" TO VOUCHER-STANDS.
108100     IF PRH-RECORD-FOUND = "Y"
108200        AND PRH-VOUCHER-NO NOT = ZEROES
108300         PERFORM CHECK-VOUCHER-STANDS.
108400
108500*---------------------------------
108600* Printer I-O routines.
108700*---------------------------------
108800 WRITE-TO-PRINTER.
108900     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
109000     ADD 1 TO LINE-COUNT.
109100
109200 LINE-FEED.
109300     MOVE SPACE TO PRINTER-RECORD.
109400     PERFORM WRITE-TO-PRINTER.
109500
109600 START-NEXT-PAGE.
109700     PERFORM END-LAST-PAGE.
109800     PERFORM START-NEW-PAGE.
109900
110000*---------------------------------
110100* Every page repeats the
110200* landlord and store it
110300* belongs to.
110400*---------------------------------
110500 START-NEW-PAGE.
110600     ADD 1 TO PAGE-NUMBER.
110700     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
110800     MOVE STATEMENT-PERIOD TO PRINT-TITLE-PERIOD.
110900     MOVE TITLE-LINE TO PRINTER-RECORD.
111000     PERFORM WRITE-TO-PRINTER.
111100     PERFORM LINE-FEED.
111200     MOVE VENDOR-NAME TO PRINT-LANDLORD-TEXT.
111300     MOVE LANDLORD-LINE TO PRINTER-RECORD.
111400     PERFORM WRITE-TO-PRINTER.
111500     MOVE SPACE TO PRINTER-RECORD.
111600     MOVE VENDOR-ADDRESS-1 TO PRINTER-RECORD (6:30).
111700     PERFORM WRITE-TO-PRINTER.
111800     IF VENDOR-ADDRESS-2 NOT = SPACE
111900         MOVE SPACE TO PRINTER-RECORD
112000         MOVE VENDOR-ADDRESS-2 TO PRINTER-RECORD (6:30)
112100         PERFORM WRITE-TO-PRINTER.
112200     MOVE VENDOR-CITY TO PRINT-CITY.
112300     MOVE VENDOR-STATE TO PRINT-STATE.
112400     MOVE VENDOR-ZIP TO PRINT-ZIP.
112500     MOVE LANDLORD-CITY-LINE TO PRINTER-RECORD.
112600     PERFORM WRITE-TO-PRINTER.
112700     PERFORM LINE-FEED.
112800     MOVE PRENT-STORE TO PRINT-STORE.
112900     MOVE STORE-NAME TO PRINT-STORE-NAME.
113000     MOVE YEAR-START-PERIOD TO PRINT-YEAR-START.
113100     MOVE YEAR-END-PERIOD TO PRINT-YEAR-END.
113200     MOVE STORE-LINE TO PRINTER-RECORD.
113300     PERFORM WRITE-TO-PRINTER.
113400     PERFORM LINE-FEED.
113500     MOVE COLUMN-LINE TO PRINTER-RECORD.
113600     PERFORM WRITE-TO-PRINTER.
113700     PERFORM LINE-FEED.
113800
113900 END-LAST-PAGE.
114000     PERFORM FORM-FEED.
114100     MOVE ZERO TO LINE-COUNT.
114200
114300 FORM-FEED.
114400     MOVE SPACE TO PRINTER-RECORD.
114500     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
114600
114700*---------------------------------
114800* Utility routines.
114900*---------------------------------
115000     COPY "PLCOMP01.CBL".
115100     COPY "PLDATE01.CBL".
115200     COPY "PLAUDIT01.CBL".
115300     COPY "PLSIGN01.CBL".
115400     COPY "PLUPDJ01.CBL".
115500     COPY "PLDCTL01.CBL".

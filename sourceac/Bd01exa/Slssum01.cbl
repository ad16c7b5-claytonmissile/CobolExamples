005200*---------------------------------
005300* The register transaction
005400* type: S = sale, R = return,
005450* V = post-void, N = no sale
005500* (the drawer opened with no
005550* amount; the count is how many
005600* times). Space on old detail
005650* means a sale.
005700*---------------------------------
005800     05  SALES-TRAN-TYPE          PIC X(1).
005900         88  TRAN-IS-SALE             VALUES "S" " ".
006000         88  TRAN-IS-RETURN           VALUE "R".
006100         88  TRAN-IS-VOID             VALUE "V".
006105         88  TRAN-IS-NO-SALE          VALUE "N".
006110*---------------------------------
006120* Extended cost of the goods on
006130* the line, signed like the
006140* amount. Zero on detail from
006150* a register that sends no
006160* cost.
006170*---------------------------------
006180     05  SALES-COST               PIC S9(6)V99.
006181*---------------------------------
006182* The hour the sales were rung
006183* (00-23, 99 when the register
006184* did not say) and the number
006185* of customer transactions. A
006186* ticket counts once, on the
006187* first line it touches.
006188*---------------------------------
006189     05  SALES-HOUR               PIC 9(2).
006190     05  SALES-TRAN-COUNT         PIC 9(5).
006191*---------------------------------
006192* The cashier who rang the line,
006193* spaces when the register did
006194* not say.
006195*---------------------------------
006196     05  SALES-CASHIER            PIC X(6).
006200
006300     COPY "FDCATG.CBL".
006400
007500     05  WORK-CATEGORY           PIC 9(2).
007600     05  WORK-DATE               PIC 9(8).
007700     05  WORK-AMOUNT             PIC S9(6)V99.
007710     05  WORK-TRAN-TYPE          PIC X(1).
007720         88  WORK-IS-NO-SALE         VALUE "N".
007730     05  WORK-COST               PIC S9(6)V99.
007740     05  WORK-HOUR               PIC 9(2).
007750     05  WORK-TRAN-COUNT         PIC 9(5).
007760     05  WORK-CASHIER            PIC X(6).
007800
007900 SD  SORT-FILE.
008000    
008500     05  SORT-CATEGORY           PIC 9(2).
008600     05  SORT-DATE               PIC 9(8).
008700     05  SORT-AMOUNT             PIC S9(6)V99.
008710     05  SORT-TRAN-TYPE          PIC X(1).
008720     05  SORT-COST               PIC S9(6)V99.
008730     05  SORT-HOUR               PIC 9(2).
008740     05  SORT-TRAN-COUNT         PIC 9(5).
008750     05  SORT-CASHIER            PIC X(6).
008800
008900     COPY "FDRCAT.CBL".
009000
047500         MOVE AGG-CATEGORY   TO SORT-CATEGORY
047600         MOVE AGG-DATE       TO SORT-DATE
047700         MOVE AGG-AMOUNT     TO SORT-AMOUNT
047710         MOVE "S"            TO SORT-TRAN-TYPE
047720         MOVE AGG-COST       TO SORT-COST
047730         MOVE 99             TO SORT-HOUR
047740         MOVE ZEROES         TO SORT-TRAN-COUNT
047750         MOVE SPACES         TO SORT-CASHIER
047800         RELEASE SORT-RECORD.
047900
048000 RELEASE-UNROLLED-DETAIL.
049600          MOVE SALES-CATEGORY   TO SORT-CATEGORY
049700          MOVE SALES-DATE       TO SORT-DATE
049800          MOVE SALES-AMOUNT     TO SORT-AMOUNT
049810          MOVE SALES-TRAN-TYPE  TO SORT-TRAN-TYPE
049820          MOVE SALES-COST       TO SORT-COST
049830          MOVE SALES-HOUR       TO SORT-HOUR
049840          MOVE SALES-TRAN-COUNT TO SORT-TRAN-COUNT
049850          MOVE SALES-CASHIER    TO SORT-CASHIER
049900          RELEASE SORT-RECORD.
050000
050100* LEVEL 1 CONTROL BREAK
069800
069900*---------------------------------
070000* Only records within the active
070100* period's date range count, and
070150* a no-sale line (a drawer open
070160* with no amount) is not a sale.
070200*---------------------------------
070300 READ-NEXT-VALID-WORK.
070400     PERFORM READ-NEXT-WORK-RECORD.
071600     ELSE
071700     IF WORK-DATE >= ACTIVE-PERIOD-START
071800        AND WORK-DATE <= ACTIVE-PERIOD-END
071850        AND NOT WORK-IS-NO-SALE
071900         MOVE "Y" TO DATE-IN-RANGE
072000     ELSE
072100         MOVE "N" TO DATE-IN-RANGE.

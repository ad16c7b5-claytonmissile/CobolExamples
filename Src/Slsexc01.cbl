001800*    an active store, which
001900*    almost always means a
002000*    missed register load
002010*  - categories whose gross
002020*    margin percent over the
002030*    range fell outside the
002040*    normal range set on the
002050*    category file
002100*
002200* The report covers an entered
002300* date range of up to 31 days.
003400         ORGANIZATION IS SEQUENTIAL.
003500
003600     COPY "SLSTORE.CBL".
003620
003640     COPY "SLCATG.CBL".
003700
003800     SELECT WORK-FILE
003900         ASSIGN TO "WORK"
006500*---------------------------------
006600* The register transaction
006700* type: S = sale, R = return,
006750* V = post-void, N = no sale
006800* (the drawer opened with no
006850* amount; the count is how many
006900* times). Space on old detail
006950* means a sale.
007000*---------------------------------
007100     05  SALES-TRAN-TYPE          PIC X(1).
007200         88  TRAN-IS-SALE             VALUES "S" " ".
007300         88  TRAN-IS-RETURN           VALUE "R".
007400         88  TRAN-IS-VOID             VALUE "V".
007405         88  TRAN-IS-NO-SALE          VALUE "N".
007410*---------------------------------
007420* Extended cost of the goods on
007430* the line, signed like the
007440* amount. Zero on detail from
007450* a register that sends no
007460* cost.
007470*---------------------------------
007480     05  SALES-COST               PIC S9(6)V99.
007481*---------------------------------
007482* The hour the sales were rung
007483* (00-23, 99 when the register
007484* did not say) and the number
007485* of customer transactions. A
007486* ticket counts once, on the
007487* first line it touches.
007488*---------------------------------
007489     05  SALES-HOUR               PIC 9(2).
007490     05  SALES-TRAN-COUNT         PIC 9(5).
007491*---------------------------------
007492* The cashier who rang the line,
007493* spaces when the register did
007494* not say.
007495*---------------------------------
007496     05  SALES-CASHIER            PIC X(6).
007500
007600     COPY "FDSTORE.CBL".
007620
007640     COPY "FDCATG.CBL".
007700
007800 FD  WORK-FILE
007900     LABEL RECORDS ARE STANDARD.
008400     05  WORK-CATEGORY           PIC 9(2).
008500     05  WORK-DATE               PIC 9(8).
008600     05  WORK-AMOUNT             PIC S9(6)V99.
008620     05  WORK-TRAN-TYPE          PIC X(1).
008640     05  WORK-COST               PIC S9(6)V99.
008660     05  WORK-HOUR               PIC 9(2).
008680     05  WORK-TRAN-COUNT         PIC 9(5).
008690     05  WORK-CASHIER            PIC X(6).
008700
008800 SD  SORT-FILE.
008900
009400     05  SORT-CATEGORY           PIC 9(2).
009500     05  SORT-DATE               PIC 9(8).
009600     05  SORT-AMOUNT             PIC S9(6)V99.
009620     05  SORT-TRAN-TYPE          PIC X(1).
009640     05  SORT-COST               PIC S9(6)V99.
009660     05  SORT-HOUR               PIC 9(2).
009680     05  SORT-TRAN-COUNT         PIC 9(5).
009690     05  SORT-CASHIER            PIC X(6).
009700
009800 FD  PRINTER-FILE
009900     LABEL RECORDS ARE OMITTED.
014200 77  RANK-DIRECTION          PIC X.
014300 77  A-COMBO-WAS-FOUND       PIC X.
014400
014405*---------------------------------
014410* Net sales and cost by
014415* category over the range, for
014420* the margin exceptions.
014425*---------------------------------
014430 77  MRG-SUB                 PIC 999.
014435 01  CATEGORY-MARGIN-TABLE.
014440     05  CATEGORY-MARGIN-ENTRY OCCURS 99 TIMES.
014445         10  MRG-SALES       PIC S9(9)V99.
014450         10  MRG-COST        PIC S9(9)V99.
014455 77  MARGIN-PERCENT          PIC S9(7)V9.
014460 77  CATG-RECORD-FOUND       PIC X.
014500 77  LINE-COUNT              PIC 999   VALUE ZERO.
014600 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
014700 77  MAXIMUM-LINES           PIC 999   VALUE 55.
017100         VALUE "  NO SALES ON ".
017200     05  PRINT-ZERO-DATE   PIC Z9/99/9999.
017300
017305 01  MARGIN-LINE.
017310     05  FILLER            PIC X(5)  VALUE "  CAT".
017315     05  PRINT-MRG-CATG    PIC Z9.
017320     05  FILLER            PIC X(1)  VALUE SPACE.
017325     05  PRINT-MRG-NAME    PIC X(20).
017330     05  FILLER            PIC X(1)  VALUE SPACE.
017335     05  PRINT-MRG-SALES   PIC ZZZ,ZZZ,ZZ9.99-.
017340     05  FILLER            PIC X(2)  VALUE SPACE.
017345     05  PRINT-MRG-PERCENT PIC -(4)9.9.
017350     05  FILLER            PIC X(8)  VALUE " NORMAL ".
017355     05  PRINT-MRG-LOW     PIC Z9.9.
017360     05  FILLER            PIC X(1)  VALUE "-".
017365     05  PRINT-MRG-HIGH    PIC Z9.9.
017390
017400 01  TITLE-LINE.
017500     05  FILLER              PIC X(26) VALUE SPACE.
017600     05  FILLER              PIC X(22)
019400     PERFORM GET-REPORT-OPTIONS.
019500     PERFORM SORT-DATA-FILE.
019600     PERFORM INIT-COMBO-TABLE.
019650     PERFORM INIT-MARGIN-TABLE.
019700     PERFORM SCAN-THE-WORK-FILE.
019800     PERFORM PRINT-THE-RANKINGS.
019850     PERFORM PRINT-MARGIN-EXCEPTIONS.
019900     PERFORM END-LAST-PAGE.
020000     CLOSE PRINTER-FILE.
020100     CLOSE STORE-FILE.
025100     MOVE ZEROES TO COMBO-AMOUNT (DEPT-SUB CATG-SUB).
025200     MOVE "N" TO COMBO-RANKED (DEPT-SUB CATG-SUB).
025300
025310 INIT-MARGIN-TABLE.
025320     PERFORM INIT-CATEGORY-MARGIN
025330         VARYING MRG-SUB FROM 1 BY 1
025340         UNTIL MRG-SUB > 99.
025350
025360 INIT-CATEGORY-MARGIN.
025370     MOVE ZEROES TO MRG-SALES (MRG-SUB)
025380                    MRG-COST (MRG-SUB).
025390
025400*---------------------------------
025500* One pass of the sorted file:
025600* the records for one store
030500         IF DEPT-SUB > 0 AND CATG-SUB > 0
030600             ADD WORK-AMOUNT
030700                 TO COMBO-AMOUNT (DEPT-SUB CATG-SUB).
030720     IF DAY-OFFSET > 0
030740        AND DAY-OFFSET NOT > RANGE-DAY-COUNT
030760        AND WORK-CATEGORY > 0
030780         PERFORM TALLY-CATEGORY-MARGIN.
030800     PERFORM READ-NEXT-WORK-RECORD.
030810
030820 TALLY-CATEGORY-MARGIN.
030830     MOVE WORK-CATEGORY TO MRG-SUB.
030840     ADD WORK-AMOUNT TO MRG-SALES (MRG-SUB).
030850     ADD WORK-COST TO MRG-COST (MRG-SUB).
030900
031000*---------------------------------
031100* At the store break: count the
047100     MOVE RANK-LINE TO PRINTER-RECORD.
047200     PERFORM WRITE-TO-PRINTER.
047300
047301*---------------------------------
047302* Margin exceptions. A category
047303* with no cost over the range
047304* came from registers that send
047305* no cost, so its margin is not
047306* known and it is not judged;
047307* nor is one with no normal
047308* range on the category file.
047309*---------------------------------
047310 PRINT-MARGIN-EXCEPTIONS.
047311     PERFORM LINE-FEED.
047312     MOVE "CATEGORIES OUTSIDE THEIR NORMAL MARGIN RANGE"
047313         TO PRINTER-RECORD.
047314     PERFORM WRITE-TO-PRINTER.
047315     OPEN INPUT CATEGORY-FILE.
047316     PERFORM JUDGE-CATEGORY-MARGIN
047317         VARYING MRG-SUB FROM 1 BY 1
047318         UNTIL MRG-SUB > 99.
047319     CLOSE CATEGORY-FILE.
047320
047321 JUDGE-CATEGORY-MARGIN.
047322     IF MRG-SALES (MRG-SUB) NOT = ZEROES
047323        AND MRG-COST (MRG-SUB) NOT = ZEROES
047324         PERFORM READ-MARGIN-CATEGORY
047325         IF CATG-RECORD-FOUND = "Y"
047326            AND CATG-MARGIN-LOW NUMERIC
047327            AND CATG-MARGIN-HIGH NUMERIC
047328            AND CATG-MARGIN-HIGH > ZEROES
047329             PERFORM TEST-CATEGORY-MARGIN.
047330
047331 READ-MARGIN-CATEGORY.
047332     MOVE MRG-SUB TO CATG-CODE.
047333     MOVE "Y" TO CATG-RECORD-FOUND.
047334     READ CATEGORY-FILE RECORD
047335         INVALID KEY
047336         MOVE "N" TO CATG-RECORD-FOUND.
047337
047338 TEST-CATEGORY-MARGIN.
047339     COMPUTE MARGIN-PERCENT ROUNDED =
047340         (MRG-SALES (MRG-SUB) - MRG-COST (MRG-SUB)) * 100
047341         / MRG-SALES (MRG-SUB).
047342     IF MARGIN-PERCENT < CATG-MARGIN-LOW
047343      OR MARGIN-PERCENT > CATG-MARGIN-HIGH
047344         PERFORM PRINT-MARGIN-LINE.
047345
047346 PRINT-MARGIN-LINE.
047347     IF LINE-COUNT > MAXIMUM-LINES
047348         PERFORM START-NEXT-PAGE.
047350     MOVE MRG-SUB TO PRINT-MRG-CATG.
047351     MOVE CATG-NAME TO PRINT-MRG-NAME.
047352     MOVE MRG-SALES (MRG-SUB) TO PRINT-MRG-SALES.
047353     MOVE MARGIN-PERCENT TO PRINT-MRG-PERCENT.
047354     MOVE CATG-MARGIN-LOW TO PRINT-MRG-LOW.
047355     MOVE CATG-MARGIN-HIGH TO PRINT-MRG-HIGH.
047356     MOVE MARGIN-LINE TO PRINTER-RECORD.
047357     PERFORM WRITE-TO-PRINTER.
047358
047400*---------------------------------
047500* Work file read routines -
047600* only records inside the

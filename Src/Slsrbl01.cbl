001300* aggregated date is rolled
001400* back in; the control date
001500* itself does not move.
001520* The hourly aggregates are
001540* rebuilt in the same pass.
001600*---------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
002600         ORGANIZATION IS SEQUENTIAL.
002700
002800     COPY "SLSAGG.CBL".
002820
002840     COPY "SLSHAG.CBL".
002900
003000     COPY "SLAGCTL.CBL".
003100
004800*---------------------------------
004900* The register transaction
005000* type: S = sale, R = return,
005050* V = post-void, N = no sale
005100* (the drawer opened with no
005150* amount; the count is how many
005200* times). Space on old detail
005250* means a sale.
005300*---------------------------------
005400     05  SALES-TRAN-TYPE          PIC X(1).
005500         88  TRAN-IS-SALE             VALUES "S" " ".
005600         88  TRAN-IS-RETURN           VALUE "R".
005700         88  TRAN-IS-VOID             VALUE "V".
005705         88  TRAN-IS-NO-SALE          VALUE "N".
005710*---------------------------------
005720* Extended cost of the goods on
005730* the line, signed like the
005740* amount. Zero on detail from
005750* a register that sends no
005760* cost.
005770*---------------------------------
005780     05  SALES-COST               PIC S9(6)V99.
005781*---------------------------------
005782* The hour the sales were rung
005783* (00-23, 99 when the register
005784* did not say) and the number
005785* of customer transactions. A
005786* ticket counts once, on the
005787* first line it touches.
005788*---------------------------------
005789     05  SALES-HOUR               PIC 9(2).
005790     05  SALES-TRAN-COUNT         PIC 9(5).
005791*---------------------------------
005792* The cashier who rang the line,
005793* spaces when the register did
005794* not say.
005795*---------------------------------
005796     05  SALES-CASHIER            PIC X(6).
005800
005900     COPY "FDSAGG.CBL".
005920
005940     COPY "FDSHAG.CBL".
006000
006100     COPY "FDAGCTL.CBL".
006200
006400
006500 77  SALES-FILE-AT-END       PIC X.
006600 77  AGG-RECORD-FOUND        PIC X.
006650 77  HAGG-RECORD-FOUND       PIC X.
006700 77  LAST-AGG-DATE           PIC 9(8).
006800 77  DETAIL-ROLLED-COUNT     PIC 9(7)  VALUE ZEROES.
006900
011400     OPEN OUTPUT AGGREGATE-FILE.
011500     CLOSE AGGREGATE-FILE.
011600     OPEN I-O AGGREGATE-FILE.
011620     OPEN OUTPUT HOURLY-AGG-FILE.
011640     CLOSE HOURLY-AGG-FILE.
011660     OPEN I-O HOURLY-AGG-FILE.
011700     OPEN INPUT SALES-FILE.
011800     MOVE "N" TO SALES-FILE-AT-END.
011900     PERFORM READ-NEXT-SALES-RECORD.
012100         UNTIL SALES-FILE-AT-END = "Y".
012200     CLOSE SALES-FILE.
012300     CLOSE AGGREGATE-FILE.
012350     CLOSE HOURLY-AGG-FILE.
012400     DISPLAY "DETAIL RECORDS ROLLED: " DETAIL-ROLLED-COUNT.
012500     DISPLAY "REBUILD COMPLETE".
012600
013900     PERFORM READ-AGGREGATE-RECORD.
014000     IF AGG-RECORD-FOUND = "Y"
014100         ADD SALES-AMOUNT TO AGG-AMOUNT
014150         ADD SALES-COST TO AGG-COST
014200         PERFORM REWRITE-AGGREGATE-RECORD
014300     ELSE
014400         MOVE SALES-STORE      TO AGG-STORE
014700         MOVE SALES-CATEGORY   TO AGG-CATEGORY
014800         MOVE SALES-DATE       TO AGG-DATE
014900         MOVE SALES-AMOUNT     TO AGG-AMOUNT
014950         MOVE SALES-COST       TO AGG-COST
015000         PERFORM WRITE-AGGREGATE-RECORD.
015001     IF NOT TRAN-IS-NO-SALE
015002         PERFORM ROLL-DETAIL-TO-HOUR.
015004
015006*---------------------------------
015007* The hour bucket for the
015008* store's day. An hour outside
015009* 00-23 goes to 99, not known.
015010* A no-sale is not a customer
015011* and stays out of the count.
015014*---------------------------------
015016 ROLL-DETAIL-TO-HOUR.
015018     MOVE SALES-STORE      TO HAGG-STORE.
015020     MOVE SALES-DATE       TO HAGG-DATE.
015022     MOVE SALES-HOUR       TO HAGG-HOUR.
015024     IF SALES-HOUR NOT NUMERIC
015026        OR SALES-HOUR > 23
015028         MOVE 99 TO HAGG-HOUR.
015030     PERFORM READ-HOURLY-AGG-RECORD.
015032     IF HAGG-RECORD-FOUND = "Y"
015034         ADD SALES-AMOUNT TO HAGG-AMOUNT
015036         ADD SALES-TRAN-COUNT TO HAGG-TRAN-COUNT
015038         PERFORM REWRITE-HOURLY-AGG-RECORD
015040     ELSE
015042         MOVE SALES-STORE      TO HAGG-STORE
015044         MOVE SALES-DATE       TO HAGG-DATE
015046         MOVE SALES-AMOUNT     TO HAGG-AMOUNT
015048         MOVE SALES-TRAN-COUNT TO HAGG-TRAN-COUNT
015050         PERFORM WRITE-HOURLY-AGG-RECORD.
015100
015200*---------------------------------
015300* Sales aggregation control -
018600     REWRITE AGGREGATE-RECORD
018700         INVALID KEY
018800         DISPLAY "ERROR REWRITING AGGREGATE RECORD".
018805
018810 READ-HOURLY-AGG-RECORD.
018815     MOVE "Y" TO HAGG-RECORD-FOUND.
018820     READ HOURLY-AGG-FILE RECORD
018825         INVALID KEY
018830         MOVE "N" TO HAGG-RECORD-FOUND.
018835
018840 WRITE-HOURLY-AGG-RECORD.
018845     WRITE HOURLY-AGG-RECORD
018850         INVALID KEY
018855         DISPLAY "HOURLY RECORD ALREADY ON FILE".
018860
018865 REWRITE-HOURLY-AGG-RECORD.
018870     REWRITE HOURLY-AGG-RECORD
018875         INVALID KEY
018880         DISPLAY "ERROR REWRITING HOURLY AGGREGATE".
018900
019000*---------------------------------
019100* Utility routines.

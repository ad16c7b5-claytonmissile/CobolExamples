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
005900     COPY "FDSHIST.CBL".
006000
017100     PERFORM READ-HISTORY-RECORD.
017200     IF HISTORY-RECORD-FOUND = "Y"
017300         ADD SALES-AMOUNT TO HIST-AMOUNT
017350         ADD SALES-COST TO HIST-COST
017400         PERFORM REWRITE-HISTORY-RECORD
017500     ELSE
017600         MOVE SALES-STORE TO HIST-STORE
017900         MOVE SALES-CATEGORY TO HIST-CATEGORY
018000         MOVE ROLL-PERIOD-ID TO HIST-PERIOD
018100         MOVE SALES-AMOUNT TO HIST-AMOUNT
018150         MOVE SALES-COST TO HIST-COST
018200         PERFORM WRITE-HISTORY-RECORD.
018300     ADD 1 TO ROLLED-COUNT.
018400     ADD SALES-AMOUNT TO ROLLED-TOTAL.

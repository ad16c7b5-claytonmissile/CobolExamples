004200     05  SALES-DATE               PIC 9(8).
004300     05  SALES-AMOUNT             PIC S9(6)V99.
004400*---------------------------------
004410* The register transaction
004420* type: S = sale, R = return,
004430* V = post-void, N = no sale
004440* (the drawer opened with no
004450* amount; the count is how many
004460* times). Space on old detail
004470* means a sale.
004480*---------------------------------
004490     05  SALES-TRAN-TYPE          PIC X(1).
004500         88  TRAN-IS-SALE             VALUES "S" " ".
004510         88  TRAN-IS-RETURN           VALUE "R".
004520         88  TRAN-IS-VOID             VALUE "V".
004530         88  TRAN-IS-NO-SALE          VALUE "N".
004540*---------------------------------
004550* Extended cost of the goods on
004560* the line, signed like the
004570* amount. Zero on detail from
004580* a register that sends no
004590* cost.
004600*---------------------------------
004610     05  SALES-COST               PIC S9(6)V99.
004620*---------------------------------
004630* The hour the sales were rung
004640* (00-23, 99 when the register
004650* did not say) and the number
004660* of customer transactions. A
004670* ticket counts once, on the
004680* first line it touches.
004690*---------------------------------
004700     05  SALES-HOUR               PIC 9(2).
004710     05  SALES-TRAN-COUNT         PIC 9(5).
004720*---------------------------------
004730* The cashier who rang the line,
004740* spaces when the register did
004750* not say.
004760*---------------------------------
004770     05  SALES-CASHIER            PIC X(6).
005400
005500     COPY "FDSTORE.CBL".
005600
011600     PERFORM ENTER-ONE-REGISTER-ITEM.
011700
011800 WRITE-SALES-RECORD.
011810     MOVE ZEROES TO SALES-COST
011820                    SALES-TRAN-COUNT.
011830     MOVE 99 TO SALES-HOUR.
011840     MOVE SPACES TO SALES-CASHIER.
011900     WRITE SALES-RECORD.
012000
012100 ENTER-REMAINING-FIELDS.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LSESPL01.
000300*---------------------------------
000400* Lease payment split.
000500*
000600* Called by the recurring
000700* voucher generation for each
000800* voucher it writes. When the
000900* template pays a lease, the
001000* voucher's amount is split
001100* into interest on the lease
001200* liability and principal off
001300* it, and written as the
001400* voucher's distribution lines:
001500* the interest (for an
001600* operating lease, the lease
001700* cost) to the lease's interest
001800* account, the principal to the
001900* liability account. The
002000* nightly extract journals the
002100* voucher from those lines like
002200* any other. The split, with
002300* the month's right-of-use
002400* amortization, goes on the
002500* lease history file for the
002600* month-end run to journal, and
002700* the lease moves on to the
002800* next payment.
002900*
003000* A lease booked to another
003100* company than the voucher's
003200* gets cross-company lines.
003300* A month before commencement,
003400* a month already paid, or an
003500* ended lease is refused and
003600* the voucher is left as it
003700* was written.
003800*---------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200
004300     COPY "SLLSE.CBL".
004400
004500     COPY "SLLSH.CBL".
004600
004700     COPY "SLDIST.CBL".
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100
005200     COPY "FDLSE.CBL".
005300
005400     COPY "FDLSH.CBL".
005500
005600     COPY "FDDIST.CBL".
005700
005800 WORKING-STORAGE SECTION.
005900
006000 77  LEASE-RECORD-FOUND      PIC X.
006100 77  TODAY-DATE              PIC 9(8).
006200 77  NEXT-LINE-NO            PIC 9(2).
006300
006400     COPY "WSLSE01.CBL".
006500
006600 LINKAGE SECTION.
006700
006800*---------------------------------
006900* Passed in by the generation
007000* run for each voucher written;
007100* SPLIT-RESULT and, when the
007200* lease goes on, the payment
007300* the template should carry
007400* next month, are set on exit.
007500*---------------------------------
007600 01  LEASE-SPLIT-REQUEST.
007700     05  SPLIT-RECUR-NUMBER     PIC 9(3).
007800     05  SPLIT-VOUCHER-NO       PIC 9(5).
007900     05  SPLIT-VOUCHER-COMPANY  PIC 9(2).
008000     05  SPLIT-PERIOD           PIC 9(6).
008100     05  SPLIT-AMOUNT           PIC S9(6)V99.
008200     05  SPLIT-RESULT           PIC X.
008300         88  SPLIT-NOT-A-LEASE     VALUE "N".
008400         88  SPLIT-WAS-MADE        VALUE "Y".
008500         88  SPLIT-WAS-LAST        VALUE "E".
008600         88  SPLIT-WAS-REFUSED     VALUE "R".
008700     05  SPLIT-NEXT-PAYMENT     PIC S9(6)V99.
008800
008900 PROCEDURE DIVISION USING LEASE-SPLIT-REQUEST.
009000 PROGRAM-BEGIN.
009100     PERFORM OPENING-PROCEDURE.
009200     PERFORM MAIN-PROCESS.
009300     PERFORM CLOSING-PROCEDURE.
009400
009500 PROGRAM-EXIT.
009600     EXIT PROGRAM.
009700
009800 PROGRAM-DONE.
009900     STOP RUN.
010000
010100 OPENING-PROCEDURE.
010200     OPEN I-O LEASE-FILE.
010300     OPEN I-O LEASE-HISTORY-FILE.
010400     OPEN I-O DISTRIBUTION-FILE.
010500     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
010600
010700 CLOSING-PROCEDURE.
010800     CLOSE LEASE-FILE.
010900     CLOSE LEASE-HISTORY-FILE.
011000     CLOSE DISTRIBUTION-FILE.
011100
011200 MAIN-PROCESS.
011300     MOVE "N" TO SPLIT-RESULT.
011400     MOVE ZEROES TO SPLIT-NEXT-PAYMENT.
011500     MOVE SPLIT-RECUR-NUMBER TO LSE-RECUR-NUMBER.
011600     PERFORM READ-LEASE-RECORD.
011700     IF LEASE-RECORD-FOUND = "Y"
011800         PERFORM CHECK-THE-SPLIT.
011900
012000 CHECK-THE-SPLIT.
012100     MOVE "R" TO SPLIT-RESULT.
012200     IF NOT LSE-IS-ACTIVE
012300         DISPLAY "LEASE " LSE-RECUR-NUMBER " HAS ENDED -"
012400                 " VOUCHER " SPLIT-VOUCHER-NO " NOT SPLIT"
012500     ELSE
012600     IF SPLIT-PERIOD < LSE-COMMENCE-DATE (1:6)
012700         DISPLAY "LEASE " LSE-RECUR-NUMBER " HAS NOT COMMENCED -"
012800                 " VOUCHER " SPLIT-VOUCHER-NO " NOT SPLIT"
012900     ELSE
013000     IF SPLIT-PERIOD NOT > LSE-LAST-PERIOD
013100         DISPLAY "LEASE " LSE-RECUR-NUMBER " IS PAID THROUGH "
013200                 LSE-LAST-PERIOD
013300         DISPLAY "VOUCHER " SPLIT-VOUCHER-NO " NOT SPLIT"
013400     ELSE
013500         PERFORM SPLIT-THIS-PAYMENT.
013600
013700 SPLIT-THIS-PAYMENT.
013800     COMPUTE LEASE-CALC-PAYMENT-NO = LSE-PAYMENTS-MADE + 1.
013900     MOVE SPLIT-AMOUNT TO LEASE-CALC-PAYMENT.
014000     MOVE LSE-LIABILITY-BALANCE TO LEASE-CALC-BALANCE.
014100     MOVE LSE-ROU-BALANCE TO LEASE-CALC-ROU-LEFT.
014200     PERFORM SPLIT-LEASE-PAYMENT.
014300     MOVE ZEROES TO NEXT-LINE-NO.
014400     IF LEASE-CALC-INTEREST NOT = ZEROES
014500         MOVE LSE-INTEREST-ACCOUNT TO DIST-ACCOUNT
014600         MOVE LEASE-CALC-INTEREST TO DIST-AMOUNT
014700         PERFORM WRITE-DIST-LINE.
014800     IF LEASE-CALC-PRINCIPAL NOT = ZEROES
014900         MOVE LSE-LIABILITY-ACCOUNT TO DIST-ACCOUNT
015000         MOVE LEASE-CALC-PRINCIPAL TO DIST-AMOUNT
015100         PERFORM WRITE-DIST-LINE.
015200     PERFORM WRITE-HISTORY-RECORD.
015300     MOVE LEASE-CALC-PAYMENT-NO TO LSE-PAYMENTS-MADE.
015400     MOVE SPLIT-PERIOD TO LSE-LAST-PERIOD.
015500     MOVE LEASE-CALC-BALANCE TO LSE-LIABILITY-BALANCE.
015600     MOVE LEASE-CALC-ROU-LEFT TO LSE-ROU-BALANCE.
015700     IF LSE-PAYMENTS-MADE NOT < LSE-TERM-MONTHS
015800         MOVE "E" TO LSE-STATUS
015900         MOVE ZEROES TO LSE-CURRENT-PAYMENT
016000         MOVE "E" TO SPLIT-RESULT
016100     ELSE
016200         COMPUTE LEASE-CALC-PAYMENT-NO = LSE-PAYMENTS-MADE + 1
016300         PERFORM COMPUTE-LEASE-PAYMENT
016400         MOVE LEASE-CALC-PAYMENT TO LSE-CURRENT-PAYMENT
016500                                    SPLIT-NEXT-PAYMENT
016600         MOVE "Y" TO SPLIT-RESULT.
016700     PERFORM REWRITE-LEASE-RECORD.
016800
016900*---------------------------------
017000* File I-O routines.
017100*---------------------------------
017200 READ-LEASE-RECORD.
017300     MOVE "Y" TO LEASE-RECORD-FOUND.
017400     READ LEASE-FILE RECORD
017500         INVALID KEY
017600         MOVE "N" TO LEASE-RECORD-FOUND.
017700
017800 REWRITE-LEASE-RECORD.
017900     REWRITE LEASE-RECORD
018000         INVALID KEY
018100         DISPLAY "ERROR REWRITING LEASE " LSE-RECUR-NUMBER.
018200
018300 WRITE-DIST-LINE.
018400     ADD 1 TO NEXT-LINE-NO.
018500     MOVE SPLIT-VOUCHER-NO TO DIST-VOUCHER-NO.
018600     MOVE NEXT-LINE-NO TO DIST-LINE-NO.
018700     IF LSE-COMPANY = SPLIT-VOUCHER-COMPANY
018800         MOVE ZEROES TO DIST-COMPANY
018900     ELSE
019000         MOVE LSE-COMPANY TO DIST-COMPANY.
019050     MOVE ZEROES TO DIST-STORE.
019075     MOVE SPACES TO DIST-PROJECT.
019100     WRITE DISTRIBUTION-RECORD
019200         INVALID KEY
019300         DISPLAY "ERROR WRITING DISTRIBUTION "
019400                 SPLIT-VOUCHER-NO "-" NEXT-LINE-NO.
019500
019600 WRITE-HISTORY-RECORD.
019700     MOVE LSE-RECUR-NUMBER TO LSH-RECUR-NUMBER.
019800     MOVE LEASE-CALC-PAYMENT-NO TO LSH-PAYMENT-NO.
019900     MOVE SPLIT-VOUCHER-NO TO LSH-VOUCHER-NO.
020000     MOVE SPLIT-PERIOD TO LSH-PERIOD.
020100     MOVE LEASE-CALC-PAYMENT TO LSH-PAYMENT.
020200     MOVE LEASE-CALC-INTEREST TO LSH-INTEREST.
020300     MOVE LEASE-CALC-PRINCIPAL TO LSH-PRINCIPAL.
020400     MOVE LEASE-CALC-BALANCE TO LSH-BALANCE.
020500     MOVE LEASE-CALC-ROU-AMORT TO LSH-ROU-AMORT.
020600     MOVE TODAY-DATE TO LSH-SPLIT-DATE.
020700     MOVE ZEROES TO LSH-POSTED-DATE.
020800     WRITE LEASE-HISTORY-RECORD
020900         INVALID KEY
021000         DISPLAY "ERROR WRITING LEASE HISTORY "
021100                 LSE-RECUR-NUMBER "-" LEASE-CALC-PAYMENT-NO.
021200
021300*---------------------------------
021400* Utility routines.
021500*---------------------------------
021600     COPY "PLLSE01.CBL".

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STPXPT01.
000300*---------------------------------
000400* Daily stop-request file to the
000500* bank.
000600*
000700* Every stop placed, renewed or
000800* released since the last run
000900* goes out on its account's
001000* stop-request file, one file
001100* per bank account the way the
001200* positive-pay export is named
001300* (VCHRSTOP01, VCHRSTOP02, ...).
001400* A file is written only for an
001500* account with something to
001600* send. Each stop sent is
001700* stamped with today's date so
001800* it is not sent twice.
001900*---------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300
002400     COPY "SLSTOP.CBL".
002500
002600     COPY "SLBANK.CBL".
002700
002800     COPY "SLVND02.CBL".
002900
003000     COPY "SLOPER.CBL".
003100
003200     COPY "SLSONLOG.CBL".
003300
003400     COPY "SLSESS.CBL".
003500
003600*---------------------------------
003700* The bank's stop-request file -
003800* comma-delimited with a heading
003900* line, one file per account.
004000*---------------------------------
004100     SELECT STOP-REQUEST-FILE
004200         ASSIGN TO STOP-REQUEST-DESTINATION
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700
004800     COPY "FDSTOP.CBL".
004900
005000     COPY "FDBANK.CBL".
005100
005200     COPY "FDVND04.CBL".
005300
005400     COPY "FDOPER.CBL".
005500
005600     COPY "FDSONLOG.CBL".
005700
005800     COPY "FDSESS.CBL".
005900
006000 FD  STOP-REQUEST-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 01  STOP-REQUEST-RECORD        PIC X(200).
006300
006400 WORKING-STORAGE SECTION.
006500
006600 77  BANK-AT-END             PIC X.
006700 77  STOP-AT-END             PIC X.
006800 77  VENDOR-RECORD-FOUND     PIC X.
006900 77  STOP-FILE-IS-OPEN       PIC X.
007000 77  ACCOUNT-COUNT           PIC 9(5).
007100 77  RUN-COUNT               PIC 9(5).
007200 77  RUN-TODAY               PIC 9(8).
007300 77  EXPORT-ACTION           PIC X(6).
007400 77  EXPORT-PAYEE            PIC X(30).
007500 01  EXPORT-AMOUNT-EDIT      PIC Z(6)9.99.
007600
007700 01  STOP-REQUEST-DESTINATION PIC X(10)
007800     VALUE "VCHRSTOP".
007900 01  STOP-REQUEST-NAME-FIELDS
008000     REDEFINES STOP-REQUEST-DESTINATION.
008100     05  FILLER              PIC X(8).
008200     05  STOP-REQUEST-SUFFIX PIC 9(2).
008300
008400     COPY "WSCASE01.CBL".
008500
008600     COPY "WSAUDIT01.CBL".
008700
008800     COPY "WSSIGN01.CBL".
008900
009000 PROCEDURE DIVISION.
009100 PROGRAM-BEGIN.
009200     PERFORM OPENING-PROCEDURE.
009300     MOVE "STPXPT01" TO SIGN-ON-PROGRAM.
009400     PERFORM GET-OPERATOR-SIGN-ON.
009500     IF OPERATOR-IS-SIGNED-ON
009600        AND SIGN-ON-CAN-PAYMENT = "Y"
009700         PERFORM MAIN-PROCESS
009800     ELSE
009900     IF OPERATOR-IS-SIGNED-ON
010000         DISPLAY "YOU ARE NOT AUTHORIZED FOR STOP PAYMENTS".
010100     PERFORM CLOSING-PROCEDURE.
010200
010300 PROGRAM-EXIT.
010400     EXIT PROGRAM.
010500
010600 PROGRAM-DONE.
010700     STOP RUN.
010800
010900 OPENING-PROCEDURE.
011000     OPEN I-O OPERATOR-FILE.
011100     OPEN I-O STOP-PAYMENT-FILE.
011200     OPEN I-O BANK-FILE.
011300     OPEN I-O VENDOR-FILE.
011400     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-TODAY.
011500
011600 CLOSING-PROCEDURE.
011700     CLOSE OPERATOR-FILE.
011800     CLOSE STOP-PAYMENT-FILE.
011900     CLOSE BANK-FILE.
012000     CLOSE VENDOR-FILE.
012100
012200 MAIN-PROCESS.
012300     MOVE ZEROES TO RUN-COUNT.
012400     MOVE "N" TO BANK-AT-END.
012500     MOVE ZEROES TO BANK-ACCOUNT-NO.
012600     START BANK-FILE KEY NOT < BANK-ACCOUNT-NO
012700         INVALID KEY
012800         MOVE "Y" TO BANK-AT-END.
012900     PERFORM EXPORT-NEXT-ACCOUNT
013000         UNTIL BANK-AT-END = "Y".
013100     DISPLAY "STOP REQUESTS SENT: " RUN-COUNT.
013200
013300 EXPORT-NEXT-ACCOUNT.
013400     READ BANK-FILE NEXT RECORD
013500         AT END MOVE "Y" TO BANK-AT-END.
013600     IF BANK-AT-END NOT = "Y"
013700         PERFORM EXPORT-ONE-ACCOUNT.
013800
013900*---------------------------------
014000* One pass of the stop file per
014100* account; the request file is
014200* opened on the first stop to
014300* send.
014400*---------------------------------
014500 EXPORT-ONE-ACCOUNT.
014600     MOVE ZEROES TO ACCOUNT-COUNT.
014700     MOVE "N" TO STOP-FILE-IS-OPEN.
014800     MOVE "N" TO STOP-AT-END.
014900     MOVE ZEROES TO STOP-CHECK-NO.
015000     START STOP-PAYMENT-FILE KEY NOT < STOP-CHECK-NO
015100         INVALID KEY
015200         MOVE "Y" TO STOP-AT-END.
015300     PERFORM EXPORT-NEXT-STOP
015400         UNTIL STOP-AT-END = "Y".
015500     IF STOP-FILE-IS-OPEN = "Y"
015600         CLOSE STOP-REQUEST-FILE
015700         DISPLAY "ACCOUNT " BANK-ACCOUNT-NO " "
015800                 STOP-REQUEST-DESTINATION " - "
015900                 ACCOUNT-COUNT " STOP REQUESTS".
016000
016100 EXPORT-NEXT-STOP.
016200     READ STOP-PAYMENT-FILE NEXT RECORD
016300         AT END MOVE "Y" TO STOP-AT-END.
016400     IF STOP-AT-END NOT = "Y"
016500        AND STOP-BANK-ACCT = BANK-ACCOUNT-NO
016600        AND STOP-SEND-IS-PENDING
016700         PERFORM EXPORT-THIS-STOP.
016800
016900 EXPORT-THIS-STOP.
017000     IF STOP-FILE-IS-OPEN = "N"
017100         MOVE BANK-ACCOUNT-NO TO STOP-REQUEST-SUFFIX
017200         OPEN OUTPUT STOP-REQUEST-FILE
017300         PERFORM WRITE-STOP-REQUEST-HEADING
017400         MOVE "Y" TO STOP-FILE-IS-OPEN.
017500     PERFORM WRITE-STOP-REQUEST-DETAIL.
017600     MOVE "Y" TO STOP-SENT-FLAG.
017700     MOVE RUN-TODAY TO STOP-SENT-DATE.
017800     REWRITE STOP-PAYMENT-RECORD
017900         INVALID KEY
018000         DISPLAY "ERROR REWRITING STOP PAYMENT RECORD".
018100     ADD 1 TO ACCOUNT-COUNT.
018200     ADD 1 TO RUN-COUNT.
018300
018400 WRITE-STOP-REQUEST-HEADING.
018500     MOVE SPACES TO STOP-REQUEST-RECORD.
018600     STRING
018700         "ACTION,CHECK-NO,CHECK-DATE,AMOUNT," DELIMITED BY SIZE
018800         "PAYEE,REQUEST-DATE,EXPIRY-DATE,"    DELIMITED BY SIZE
018900         "REASON"                             DELIMITED BY SIZE
019000         INTO STOP-REQUEST-RECORD.
019100     WRITE STOP-REQUEST-RECORD.
019200
019300 WRITE-STOP-REQUEST-DETAIL.
019400     IF STOP-ACTION-RENEW
019500         MOVE "RENEW" TO EXPORT-ACTION
019600     ELSE
019700     IF STOP-ACTION-CANCEL
019800         MOVE "CANCEL" TO EXPORT-ACTION
019900     ELSE
020000         MOVE "STOP" TO EXPORT-ACTION.
020100     MOVE STOP-VENDOR TO VENDOR-NUMBER.
020200     MOVE "Y" TO VENDOR-RECORD-FOUND.
020300     READ VENDOR-FILE RECORD
020400         INVALID KEY
020500         MOVE "N" TO VENDOR-RECORD-FOUND.
020600     IF VENDOR-RECORD-FOUND = "Y"
020700         MOVE VENDOR-NAME TO EXPORT-PAYEE
020800     ELSE
020900         MOVE "UNKNOWN PAYEE" TO EXPORT-PAYEE.
021000     MOVE STOP-AMOUNT TO EXPORT-AMOUNT-EDIT.
021100     MOVE SPACES TO STOP-REQUEST-RECORD.
021200     STRING
021300         FUNCTION TRIM(EXPORT-ACTION)       DELIMITED BY SIZE
021400         ","                                DELIMITED BY SIZE
021500         STOP-CHECK-NO                      DELIMITED BY SIZE
021600         ","                                DELIMITED BY SIZE
021700         STOP-CHECK-DATE                    DELIMITED BY SIZE
021800         ","                                DELIMITED BY SIZE
021900         FUNCTION TRIM(EXPORT-AMOUNT-EDIT)  DELIMITED BY SIZE
022000         ","                                DELIMITED BY SIZE
022100         FUNCTION TRIM(EXPORT-PAYEE)        DELIMITED BY SIZE
022200         ","                                DELIMITED BY SIZE
022300         STOP-REQUEST-DATE                  DELIMITED BY SIZE
022400         ","                                DELIMITED BY SIZE
022500         STOP-EXPIRY-DATE                   DELIMITED BY SIZE
022600         ","                                DELIMITED BY SIZE
022700         FUNCTION TRIM(STOP-REASON)         DELIMITED BY SIZE
022800         INTO STOP-REQUEST-RECORD.
022900     WRITE STOP-REQUEST-RECORD.
023000
023100*---------------------------------
023200* Utility routines.
023300*---------------------------------
023400     COPY "PLSIGN01.CBL".

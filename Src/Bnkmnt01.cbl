001000 FILE-CONTROL.
001100
001200     COPY "SLBANK.CBL".
001250
001260     COPY "SLACCT.CBL".
001300
001400     COPY "SLOPER.CBL".
001500
002100 FILE SECTION.
002200
002300     COPY "FDBANK.CBL".
002350
002360     COPY "FDACCT.CBL".
002400
002500     COPY "FDOPER.CBL".
002600
003500
003600 77  THE-MODE                     PIC X(7).
003700 77  WHICH-FIELD                  PIC 9.
003710 77  AMOUNT-ENTRY                 PIC 9(11).
003800 77  OK-TO-DELETE                 PIC X.
003900 77  BANK-RECORD-FOUND            PIC X.
004000 77  BANK-ACCOUNT-FIELD           PIC Z(2).
004200 77  BANK-FILE-AT-END             PIC X.
004300 77  SERIES-IS-CLEAR              PIC X.
004400 77  SERIES-GAP                   PIC S9(7).
004450 77  GL-ACCOUNT-IS-GOOD           PIC X.
004500 01  HOLD-BANK-RECORD.
004600     05  HOLD-BANK-ACCOUNT-NO     PIC 9(2).
004700     05  HOLD-BANK-NAME           PIC X(30).
004800     05  HOLD-BANK-NEXT-CHECK     PIC 9(6).
004900     05  HOLD-BANK-COMPANY        PIC 9(2).
004910     05  HOLD-BANK-STATEMENT-ACCT PIC X(17).
004920     05  HOLD-BANK-MINIMUM        PIC 9(9)V99.
004930     05  HOLD-BANK-GL-ACCOUNT     PIC 9(5).
005000
005100     COPY "WSCASE01.CBL".
005200
007700 OPENING-PROCEDURE.
007800     OPEN I-O OPERATOR-FILE.
007900     OPEN I-O BANK-FILE.
007950     OPEN INPUT ACCOUNT-FILE.
008000
008100 CLOSING-PROCEDURE.
008200     CLOSE OPERATOR-FILE.
008300     CLOSE BANK-FILE.
008350     CLOSE ACCOUNT-FILE.
008400
008500 MAIN-PROCESS.
008600     PERFORM GET-MENU-PICK.
016000     PERFORM ENTER-BANK-ACCOUNT-NAME.
016100     PERFORM ENTER-BANK-NEXT-CHECK-NO.
016200     PERFORM ENTER-BANK-COMPANY.
016250     PERFORM ENTER-BANK-STATEMENT-ACCT.
016280     PERFORM ENTER-BANK-MINIMUM-BALANCE.
016290     PERFORM ENTER-BANK-GL-ACCOUNT.
016300     PERFORM WRITE-BANK-RECORD.
016400     PERFORM GET-NEW-RECORD-KEY.
016500
018500 ASK-WHICH-FIELD.
018600     PERFORM ACCEPT-WHICH-FIELD.
018700     PERFORM RE-ACCEPT-WHICH-FIELD
018800         UNTIL WHICH-FIELD < 7.
018900
019000 ACCEPT-WHICH-FIELD.
019100     DISPLAY "ENTER THE NUMBER OF THE FIELD".
019200     DISPLAY "TO CHANGE (1-6) OR 0 TO EXIT".
019300     ACCEPT WHICH-FIELD.
019400
019500 RE-ACCEPT-WHICH-FIELD.
020800         PERFORM ENTER-BANK-NEXT-CHECK-NO
020900     ELSE
021000     IF WHICH-FIELD = 3
021100         PERFORM ENTER-BANK-COMPANY
021110     ELSE
021120     IF WHICH-FIELD = 4
021130         PERFORM ENTER-BANK-STATEMENT-ACCT
021140     ELSE
021150     IF WHICH-FIELD = 5
021160         PERFORM ENTER-BANK-MINIMUM-BALANCE
021170     ELSE
021180     IF WHICH-FIELD = 6
021190         PERFORM ENTER-BANK-GL-ACCOUNT.
021200
021300     PERFORM REWRITE-BANK-RECORD.
021400
026300     MOVE SPACE TO BANK-RECORD.
026400     MOVE ZEROES TO BANK-ACCOUNT-NO
026500                    BANK-NEXT-CHECK-NO
026600                    BANK-COMPANY
026650                    BANK-MINIMUM-BALANCE
026660                    BANK-GL-ACCOUNT.
026700
026800 ENTER-BANK-ACCOUNT-NO.
026900     DISPLAY "ENTER BANK ACCOUNT NUMBER (1-99)".
036100     DISPLAY "COMPANY NUMBER MUST NOT BE ZERO".
036200     PERFORM ACCEPT-BANK-COMPANY.
036300
036301*---------------------------------
036304* The account number exactly as
036307* the bank's BAI2 statement file
036310* carries it, leading zeros and
036313* all. May be left blank for an
036316* account the bank does not
036319* report on.
036322*---------------------------------
036325 ENTER-BANK-STATEMENT-ACCT.
036328     DISPLAY "ENTER ACCOUNT NUMBER AS ON THE BANK'S".
036331     DISPLAY "STATEMENT FILE (BLANK IF NONE)".
036334     ACCEPT BANK-STATEMENT-ACCT.
036337
036340*---------------------------------
036343* Keyed with no decimal point,
036346* e.g. 2500000 = 25000.00.
036349*---------------------------------
036352 ENTER-BANK-MINIMUM-BALANCE.
036355     DISPLAY "ENTER MINIMUM BALANCE WITH NO DECIMAL POINT".
036358     DISPLAY "EXAMPLE: 2500000 MEANS 25000.00".
036361     ACCEPT AMOUNT-ENTRY.
036364     COMPUTE BANK-MINIMUM-BALANCE = AMOUNT-ENTRY / 100.
036367
036368*---------------------------------
036369* The cash account transfers on
036370* this bank account journal to:
036371* an active asset account, or
036372* zero for the run's cash account.
036373*---------------------------------
036374 ENTER-BANK-GL-ACCOUNT.
036375     PERFORM ACCEPT-BANK-GL-ACCOUNT.
036376     PERFORM RE-ACCEPT-BANK-GL-ACCOUNT
036377         UNTIL GL-ACCOUNT-IS-GOOD = "Y".
036378
036379 ACCEPT-BANK-GL-ACCOUNT.
036380     DISPLAY "ENTER GL CASH ACCOUNT (0 = RUN'S CASH ACCOUNT)".
036381     ACCEPT BANK-GL-ACCOUNT.
036382     MOVE "Y" TO GL-ACCOUNT-IS-GOOD.
036383     IF BANK-GL-ACCOUNT NOT = ZEROES
036384         PERFORM READ-GL-ACCOUNT-RECORD.
036385
036386 RE-ACCEPT-BANK-GL-ACCOUNT.
036387     DISPLAY "MUST BE AN ACTIVE ASSET ACCOUNT OR 0".
036388     PERFORM ACCEPT-BANK-GL-ACCOUNT.
036389
036390 READ-GL-ACCOUNT-RECORD.
036391     MOVE BANK-GL-ACCOUNT TO ACCOUNT-NUMBER.
036392     READ ACCOUNT-FILE RECORD
036393         INVALID KEY
036394         MOVE "N" TO GL-ACCOUNT-IS-GOOD.
036395     IF GL-ACCOUNT-IS-GOOD = "Y"
036396         IF NOT ACCOUNT-IS-ACTIVE
036397            OR NOT ACCOUNT-IS-ASSET
036398             MOVE "N" TO GL-ACCOUNT-IS-GOOD.
036399
036400 GET-EXISTING-RECORD.
036500     PERFORM ACCEPT-EXISTING-KEY.
036600     PERFORM RE-ACCEPT-EXISTING-KEY
038200     DISPLAY "1. ACCOUNT NAME: " BANK-ACCOUNT-NAME.
038300     DISPLAY "2. NEXT CHECK NUMBER: " BANK-NEXT-CHECK-NO.
038400     DISPLAY "3. COMPANY: " BANK-COMPANY.
038410     DISPLAY "4. STATEMENT ACCOUNT: " BANK-STATEMENT-ACCT.
038420     DISPLAY "5. MINIMUM BALANCE: " BANK-MINIMUM-BALANCE.
038430     DISPLAY "6. GL CASH ACCOUNT: " BANK-GL-ACCOUNT.
038500
038600 READ-BANK-RECORD.
038700     MOVE "Y" TO BANK-RECORD-FOUND.

002400     COPY "SLVND02.CBL".
002500
002600     COPY "SLCATG.CBL".
002620
002640     COPY "SLSTORE.CBL".
002660
002680     COPY "SLACCT.CBL".
002700
002800     COPY "SLOPER.CBL".
002900
003900     COPY "FDVND04.CBL".
004000
004100     COPY "FDCATG.CBL".
004120
004140     COPY "FDSTORE.CBL".
004160
004180     COPY "FDACCT.CBL".
004200
004300     COPY "FDOPER.CBL".
004400
005100 77  VENDOR-RECORD-FOUND     PIC X.
005200 77  DFLT-RECORD-FOUND       PIC X.
005300 77  CATG-RECORD-FOUND       PIC X.
005350 77  STORE-RECORD-FOUND      PIC X.
005370 77  ACCOUNT-RECORD-FOUND    PIC X.
005400 77  ENTRY-VENDOR-NUMBER     PIC 9(5).
005500 77  VENDOR-NUMBER-FIELD     PIC Z(5).
005600
008600     OPEN I-O VENDOR-DEFAULTS-FILE.
008700     OPEN I-O VENDOR-FILE.
008800     OPEN I-O CATEGORY-FILE.
008850     OPEN INPUT STORE-FILE.
008870     OPEN INPUT ACCOUNT-FILE.
008900
009000 CLOSING-PROCEDURE.
009100     CLOSE OPERATOR-FILE.
009200     CLOSE VENDOR-DEFAULTS-FILE.
009300     CLOSE VENDOR-FILE.
009400     CLOSE CATEGORY-FILE.
009450     CLOSE STORE-FILE.
009470     CLOSE ACCOUNT-FILE.
009500
009600 MAIN-PROCESS.
009700     PERFORM GET-ENTRY-VENDOR.
012800     DISPLAY "  DEDUCTIBLE:  " DFLT-DEDUCTIBLE.
012900     DISPLAY "  DUE DAYS:    " DFLT-DUE-DAYS.
013000     DISPLAY "  CURRENCY:    " DFLT-CURRENCY.
013050     DISPLAY "  STORE:       " DFLT-STORE.
013070     DISPLAY "  ACCOUNT:     " DFLT-ACCOUNT.
013100
013200 OFFER-TO-ADD-DEFAULTS.
013300     MOVE "ADD DEFAULTS FOR THIS VENDOR (Y/N/Q)?"
018400     PERFORM ENTER-DEFAULT-DEDUCTIBLE.
018500     PERFORM ENTER-DEFAULT-DUE-DAYS.
018600     PERFORM ENTER-DEFAULT-CURRENCY.
018650     PERFORM ENTER-DEFAULT-STORE.
018670     PERFORM ENTER-DEFAULT-ACCOUNT.
018700
018800 ENTER-DEFAULT-CATEGORY.
018900     PERFORM ACCEPT-DEFAULT-CATEGORY.
023100     INSPECT DFLT-CURRENCY
023200         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
023300
023302*---------------------------------
023304* The default store must be on
023306* the store codes file; zero
023308* means no default.
023310*---------------------------------
023312 ENTER-DEFAULT-STORE.
023314     PERFORM ACCEPT-DEFAULT-STORE.
023316     PERFORM RE-ACCEPT-DEFAULT-STORE
023318         UNTIL STORE-RECORD-FOUND = "Y"
023320            OR DFLT-STORE = ZEROES.
023322
023324 ACCEPT-DEFAULT-STORE.
023326     DISPLAY "ENTER DEFAULT STORE (0 FOR NONE)".
023328     ACCEPT DFLT-STORE.
023330     MOVE "N" TO STORE-RECORD-FOUND.
023332     IF DFLT-STORE NOT = ZEROES
023334         MOVE DFLT-STORE TO STORE-CODE
023336         PERFORM READ-STORE-RECORD.
023338
023340 RE-ACCEPT-DEFAULT-STORE.
023342     DISPLAY "NO STORE ON FILE WITH THAT CODE".
023344     PERFORM ACCEPT-DEFAULT-STORE.
023364
023365*---------------------------------
023366* The default account must be
023367* an active account on the chart
023368* of accounts; zero means no
023369* default.
023370*---------------------------------
023371 ENTER-DEFAULT-ACCOUNT.
023372     PERFORM ACCEPT-DEFAULT-ACCOUNT.
023373     PERFORM RE-ACCEPT-DEFAULT-ACCOUNT
023374         UNTIL DFLT-ACCOUNT = ZEROES
023375            OR (ACCOUNT-RECORD-FOUND = "Y"
023376                AND ACCOUNT-IS-ACTIVE).
023377
023378 ACCEPT-DEFAULT-ACCOUNT.
023379     DISPLAY "ENTER DEFAULT G/L ACCOUNT (0 FOR NONE)".
023380     ACCEPT DFLT-ACCOUNT.
023381     MOVE "N" TO ACCOUNT-RECORD-FOUND.
023382     IF DFLT-ACCOUNT NOT = ZEROES
023383         MOVE DFLT-ACCOUNT TO ACCOUNT-NUMBER
023384         PERFORM READ-ACCOUNT-RECORD.
023385
023386 RE-ACCEPT-DEFAULT-ACCOUNT.
023387     IF ACCOUNT-RECORD-FOUND = "N"
023388         DISPLAY "NO ACCOUNT ON FILE WITH THAT NUMBER"
023389     ELSE
023390         DISPLAY "THAT ACCOUNT IS INACTIVE".
023391     PERFORM ACCEPT-DEFAULT-ACCOUNT.
023392
023400*---------------------------------
023500* File I-O routines.
023600*---------------------------------
025300         INVALID KEY
025400         MOVE "N" TO CATG-RECORD-FOUND.
025500
025510 READ-STORE-RECORD.
025520     MOVE "Y" TO STORE-RECORD-FOUND.
025530     READ STORE-FILE RECORD
025540         INVALID KEY
025550         MOVE "N" TO STORE-RECORD-FOUND.
025552
025554 READ-ACCOUNT-RECORD.
025556     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
025558     READ ACCOUNT-FILE RECORD
025560         INVALID KEY
025562         MOVE "N" TO ACCOUNT-RECORD-FOUND.
025570
025600*---------------------------------
025700* Utility routines.
025800*---------------------------------

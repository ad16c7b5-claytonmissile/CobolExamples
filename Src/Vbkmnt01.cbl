001800* reject. Changing the routing
001900* or account number restarts
002000* the prenote cycle.
002005*
002010* A new enrollment and any
002015* change to the routing or
002020* account number are not
002025* applied here - they are
002030* queued on the pending change
002035* file for a second operator to
002040* approve in VNDCHG01 after
002045* calling the vendor back, and
002050* the old details stay in force
002055* for the check run until then.
002100*---------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
003200     COPY "SLSONLOG.CBL".
003300
003400     COPY "SLSESS.CBL".
003420
003440     COPY "SLPCHG.CBL".
003460
003480     COPY "SLSACC.CBL".
003500
003600 DATA DIVISION.
003700 FILE SECTION.
004500     COPY "FDSONLOG.CBL".
004600
004700     COPY "FDSESS.CBL".
004720
004740     COPY "FDPCHG.CBL".
004760
004780     COPY "FDSACC.CBL".
004800
004900 WORKING-STORAGE SECTION.
005000
006400     COPY "WSAUDIT01.CBL".
006500
006600     COPY "WSSIGN01.CBL".
006620
006640     COPY "WSPCHG01.CBL".
006650
006660     COPY "WSMASK01.CBL".
006670
006680     COPY "WSSACC01.CBL".
006700
006800 PROCEDURE DIVISION.
006900 PROGRAM-BEGIN.
007000     PERFORM OPENING-PROCEDURE.
007100     MOVE "VBKMNT01" TO SIGN-ON-PROGRAM.
007200     PERFORM GET-OPERATOR-SIGN-ON.
007220     IF OPERATOR-IS-SIGNED-ON
007240         PERFORM ASK-FOR-FULL-VALUES.
007300     IF OPERATOR-IS-SIGNED-ON
007400        AND SIGN-ON-CAN-MAINT = "Y"
007500         PERFORM MAIN-PROCESS
008900     OPEN I-O OPERATOR-FILE.
009000     OPEN I-O VENDOR-BANK-FILE.
009100     OPEN INPUT VENDOR-FILE.
009150     OPEN I-O PENDING-CHANGE-FILE.
009200
009300 CLOSING-PROCEDURE.
009400     CLOSE OPERATOR-FILE.
009500     CLOSE VENDOR-BANK-FILE.
009600     CLOSE VENDOR-FILE.
009650     CLOSE PENDING-CHANGE-FILE.
009700
009800 MAIN-PROCESS.
009900     PERFORM GET-MENU-PICK.
017800     PERFORM ACCEPT-NEW-RECORD-KEY.
017900
018000*---------------------------------
018100* A fresh enrollment is queued
018200* for approval. Once approved it
018300* starts the prenote cycle - the
018400* zero-dollar test record goes
018500* out with the next export and
018600* stamps the prenote date.
018700*---------------------------------
018800 ADD-RECORDS.
018900     PERFORM ENTER-VBANK-ROUTING.
019000     PERFORM ENTER-VBANK-ACCOUNT.
019100     PERFORM ENTER-VBANK-ACCT-TYPE.
019200     PERFORM START-BANK-CHANGE.
019300     MOVE "Y" TO PCHG-NEW-ENROLLMENT.
019400     PERFORM QUEUE-BANK-CHANGE.
019500     PERFORM GET-NEW-RECORD-KEY.
019800
019900*---------------------------------
020000* CHANGE
023300     PERFORM CHANGE-THIS-FIELD.
023400     PERFORM GET-FIELD-TO-CHANGE.
023500
023550*---------------------------------
023600* New routing or account
023650* details are queued for
023700* approval; the enrollment keeps
023750* the old details meanwhile.
023800* Both numbers are keyed again,
023850* since a new bank usually means
023900* both change. Once approved the
023950* bank has never seen the
024000* account, so the prenote cycle
024050* starts over.
024100*---------------------------------
024150 CHANGE-THIS-FIELD.
024200     IF WHICH-FIELD = 1 OR 2
024250         PERFORM REQUEST-ACCOUNT-CHANGE
024300     ELSE
024350     IF WHICH-FIELD = 3
024400         PERFORM ENTER-VBANK-ACCT-TYPE
024450         PERFORM REWRITE-VBANK-RECORD.
024500
024550 REQUEST-ACCOUNT-CHANGE.
024600     PERFORM START-BANK-CHANGE.
024650     MOVE VBANK-ROUTING TO PCHG-OLD-ROUTING.
024700     MOVE VBANK-ACCOUNT TO PCHG-OLD-ACCOUNT.
024750     MOVE VBANK-ACCT-TYPE TO PCHG-OLD-ACCT-TYPE.
024800     PERFORM ENTER-VBANK-ROUTING.
024850     PERFORM ENTER-VBANK-ACCOUNT.
024900     MOVE VBANK-ROUTING TO PCHG-NEW-ROUTING.
024950     MOVE VBANK-ACCOUNT TO PCHG-NEW-ACCOUNT.
025000     MOVE VBANK-ACCT-TYPE TO PCHG-NEW-ACCT-TYPE.
025050     MOVE "N" TO PCHG-NEW-ENROLLMENT.
025100     MOVE PCHG-OLD-ROUTING TO VBANK-ROUTING.
025150     MOVE PCHG-OLD-ACCOUNT TO VBANK-ACCOUNT.
025200     IF PCHG-NEW-ROUTING = PCHG-OLD-ROUTING
025250        AND PCHG-NEW-ACCOUNT = PCHG-OLD-ACCOUNT
025300         DISPLAY "NO CHANGE WAS ENTERED"
025350     ELSE
025400         PERFORM QUEUE-BANK-CHANGE.
025500
025600*---------------------------------
025700* INQUIRE
035000     MOVE "P" TO VBANK-STATUS.
035100     MOVE ZEROES TO VBANK-PRENOTE-DATE
035200                    VBANK-LIVE-DATE.
035205
035210*---------------------------------
035215* Pending bank changes. The new
035220* details go to the pending
035225* change file under the operator
035230* who keyed them.
035235*---------------------------------
035240 START-BANK-CHANGE.
035245     MOVE SPACE TO PENDING-CHANGE-RECORD.
035250     MOVE VBANK-VENDOR TO PCHG-VENDOR.
035255     MOVE "B" TO PCHG-KIND.
035260     MOVE AUDIT-EVENT-OPERATOR-ID TO PCHG-KEYED-BY.
035265     MOVE VBANK-ROUTING TO PCHG-NEW-ROUTING.
035270     MOVE VBANK-ACCOUNT TO PCHG-NEW-ACCOUNT.
035275     MOVE VBANK-ACCT-TYPE TO PCHG-NEW-ACCT-TYPE.
035295
035300 QUEUE-BANK-CHANGE.
035305     PERFORM QUEUE-VENDOR-CHANGE.
035310     IF PCHG-WAS-QUEUED = "Y"
035315         DISPLAY "BANK DETAILS ARE PENDING - A SECOND OPERATOR"
035320         DISPLAY "MUST CALL THE VENDOR BACK AND APPROVE THEM IN"
035325         DISPLAY "VNDCHG01"
035330     ELSE
035335         DISPLAY "A BANK CHANGE IS ALREADY PENDING FOR THIS"
035340         DISPLAY "VENDOR - IT MUST BE APPROVED OR REJECTED FIRST".
035345
035350 DISPLAY-PENDING-BANK-CHANGE.
035355     MOVE VBANK-VENDOR TO PCHG-SCAN-VENDOR.
035360     PERFORM SCAN-VENDOR-CHANGES.
035365     IF PCHG-BANK-PENDING = "Y"
035370         DISPLAY "   AWAITING APPROVAL: BANK ACCOUNT CHANGE".
035400*---------------------------------
035500* Routines shared by all modes
035600*---------------------------------
044800     PERFORM SET-STATUS-DISPLAY.
044900     DISPLAY "VENDOR: " VBANK-VENDOR.
045000     DISPLAY "1. ROUTING NUMBER: " VBANK-ROUTING.
045020     MOVE VBANK-ACCOUNT TO MASK-VALUE.
045040     MOVE VBANK-VENDOR TO SACC-VENDOR.
045060     MOVE "BANK-ACCT" TO SACC-WHAT.
045080     PERFORM SHOW-SENSITIVE-VALUE.
045100     DISPLAY "2. ACCOUNT NUMBER: " MASK-VALUE.
045200     DISPLAY "3. ACCOUNT TYPE: " VBANK-ACCT-TYPE.
045300     DISPLAY "   STATUS: " STATUS-DISPLAY.
045400     DISPLAY "   PRENOTE SENT: " VBANK-PRENOTE-DATE.
045500     DISPLAY "   LIVE SINCE: " VBANK-LIVE-DATE.
045550     PERFORM DISPLAY-PENDING-BANK-CHANGE.
045600
045700 SET-STATUS-DISPLAY.
045800     IF VBANK-IS-PRENOTE
047200         INVALID KEY
047300         MOVE "N" TO VBANK-RECORD-FOUND.
047400
048000 REWRITE-VBANK-RECORD.
048100     REWRITE VENDOR-BANK-RECORD
048200         INVALID KEY
049100* Utility routines.
049200*---------------------------------
049300     COPY "PLSIGN01.CBL".
049400     COPY "PLPCHG01.CBL".
049500     COPY "PLMASK01.CBL".
049600     COPY "PLSACC01.CBL".

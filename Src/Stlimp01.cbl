000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STLIMP01.
000300*---------------------------------
000400* Card processor settlement
000500* import.
000600*
000700* Loads the card processor's
000800* daily settlement file (comma-
000900* separated: store, batch date
001000* as CCYYMMDD, then gross, fees,
001100* chargebacks and net in cents,
001200* net with a leading minus when
001300* the chargebacks outrun the
001400* batch) onto the card batch
001500* file beside the register's
001600* card tender for the same store
001700* and day, for the settlement
001800* reconciliation. The processor
001900* pays the net, so the fees and
002000* chargebacks it kept back post
002100* to the cash ledger of the bank
002200* account it pays into as
002300* adjustments; the sales journal
002400* extract picks them up as an
002500* expense. Rejects print with
002600* reasons and go to the
002700* settlement recycle file for
002800* correction through RCYMNT01,
002900* the same way the register
003000* import works.
003100*---------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500
003600     SELECT IMPORT-FILE
003700         ASSIGN TO "CARDSTL"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000*---------------------------------
004100* The reject recycle file: the
004200* run's rejects in original
004300* line format (columns 1-80)
004400* with the reason appended,
004500* re-readable as an input
004600* source once corrected. One
004700* select reads a prior pass,
004800* the other rewrites the file
004900* from this pass's rejects.
005000*---------------------------------
005100     SELECT OPTIONAL RECYCLE-IN-FILE
005200         ASSIGN TO "STLRCY"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500     SELECT RECYCLE-OUT-FILE
005600         ASSIGN TO "STLRCY"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800
005900     SELECT RECYCLE-WORK-FILE
006000         ASSIGN TO "RCYWORK"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200
006300     COPY "SLCBAT.CBL".
006400
006500     COPY "SLSTORE.CBL".
006600
006700     COPY "SLBANK.CBL".
006800
006900     COPY "SLCASHL.CBL".
007000
007100     COPY "SLOPER.CBL".
007200
007300     COPY "SLSONLOG.CBL".
007400
007500     COPY "SLSESS.CBL".
007600
007700     SELECT PRINTER-FILE
007800         ASSIGN TO PRINTER
007900         ORGANIZATION IS LINE SEQUENTIAL.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300
008400 FD  IMPORT-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  IMPORT-RECORD              PIC X(80).
008700
008800 FD  RECYCLE-IN-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  RECYCLE-IN-REC             PIC X(112).
009100
009200 FD  RECYCLE-OUT-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 01  RECYCLE-OUT-REC            PIC X(112).
009500
009600 FD  RECYCLE-WORK-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  RECYCLE-WORK-REC           PIC X(112).
009900
010000     COPY "FDCBAT.CBL".
010100
010200     COPY "FDSTORE.CBL".
010300
010400     COPY "FDBANK.CBL".
010500
010600     COPY "FDCASHL.CBL".
010700
010800     COPY "FDOPER.CBL".
010900
011000     COPY "FDSONLOG.CBL".
011100
011200     COPY "FDSESS.CBL".
011300
011400 FD  PRINTER-FILE
011500     LABEL RECORDS ARE OMITTED.
011600 01  PRINTER-RECORD             PIC X(80).
011700
011800 WORKING-STORAGE SECTION.
011900
012000 77  IMPORT-FILE-AT-END      PIC X.
012100 77  CBAT-RECORD-FOUND       PIC X.
012200 77  STORE-RECORD-FOUND      PIC X.
012300 77  BANK-RECORD-FOUND       PIC X.
012400 77  LINE-IS-GOOD            PIC X.
012500 77  IMP-NET-IS-NEGATIVE     PIC X.
012600 77  TODAY-DATE              PIC 9(8).
012700 77  ENTRY-BANK-ACCT         PIC 99.
012800
012900*---------------------------------
013000* The import line broken out of
013100* its comma-separated form,
013200* still in character form until
013300* it passes its edits.
013400*---------------------------------
013500 01  IMPORT-FIELDS.
013600     05  IMP-STORE           PIC X(2).
013700     05  IMP-DATE            PIC X(8).
013800     05  IMP-GROSS           PIC X(10).
013900     05  IMP-FEES            PIC X(10).
014000     05  IMP-CHARGEBACKS     PIC X(10).
014100     05  IMP-NET             PIC X(10).
014200
014300 01  IMP-STORE-NUMERIC       PIC 9(2).
014400 01  IMP-DATE-NUMERIC        PIC 9(8).
014500 01  IMP-AMOUNT-NUMERIC      PIC 9(8).
014600 01  IMP-AMOUNT-IMAGE        PIC 9(10).
014700 01  IMP-AMOUNT-SIGNED       PIC S9(10).
014800 77  PIECE-DOT-COUNT         PIC 9(2).
014900 77  REJECT-REASON           PIC X(30).
015000
015100*---------------------------------
015200* The settlement amounts in
015300* dollars, for the footing edit
015400* and the load.
015500*---------------------------------
015600 77  STL-GROSS               PIC S9(7)V99.
015700 77  STL-FEES                PIC S9(7)V99.
015800 77  STL-CHARGEBACKS         PIC S9(7)V99.
015900 77  STL-NET                 PIC S9(7)V99.
016000
016100*---------------------------------
016200* Recycle handling. A reject
016300* that can never load - a batch
016400* already settled - stays off
016500* the recycle file, or it would
016600* bounce forever.
016700*---------------------------------
016800 77  RUN-FROM-RECYCLE        PIC X.
016900 77  RECYCLE-WORK-AT-END     PIC X.
017000 77  REJECT-IS-RECYCLABLE    PIC X.
017100 77  RECYCLE-OUT-COUNT       PIC 9(5) VALUE ZEROES.
017200 01  RECYCLE-BUILD.
017300     05  RB-LINE             PIC X(80).
017400     05  RB-SEP              PIC X(2).
017500     05  RB-REASON           PIC X(30).
017600
017700 77  LOADED-COUNT            PIC 9(5)      VALUE ZEROES.
017800 77  LOADED-NET              PIC S9(9)V99  VALUE ZEROES.
017900 77  LOADED-FEES             PIC S9(9)V99  VALUE ZEROES.
018000 77  LOADED-CHARGEBACKS      PIC S9(9)V99  VALUE ZEROES.
018100 77  REJECT-COUNT            PIC 9(5)      VALUE ZEROES.
018200
018300 77  LINE-COUNT              PIC 999   VALUE ZERO.
018400 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
018500 77  MAXIMUM-LINES           PIC 999   VALUE 55.
018600
018700 01  DETAIL-LINE.
018800     05  PRINT-IMPORT-LINE PIC X(45).
018900     05  FILLER            PIC X(2)  VALUE SPACE.
019000     05  PRINT-REASON      PIC X(30).
019100
019200 01  TOTAL-LINE.
019300     05  FILLER            PIC X(8)  VALUE "LOADED:".
019400     05  PRINT-LOADED      PIC ZZZZ9.
019500     05  FILLER            PIC X(6)  VALUE "  NET:".
019600     05  PRINT-LOAD-NET    PIC ZZZ,ZZZ,ZZ9.99-.
019700     05  FILLER            PIC X(10) VALUE "  REJECTS:".
019800     05  PRINT-REJECTS     PIC ZZZZ9.
019900
020000 01  FEE-TOTAL-LINE.
020100     05  FILLER            PIC X(6)  VALUE "FEES:".
020200     05  PRINT-LOAD-FEES   PIC ZZZ,ZZZ,ZZ9.99-.
020300     05  FILLER            PIC X(15) VALUE "  CHARGEBACKS:".
020400     05  PRINT-LOAD-CHGBK  PIC ZZZ,ZZZ,ZZ9.99-.
020500
020600 01  TITLE-LINE.
020700     05  FILLER              PIC X(20) VALUE SPACE.
020800     05  FILLER              PIC X(29)
020900         VALUE "CARD SETTLEMENT EXCEPTIONS".
021000
021100     COPY "WSCASE01.CBL".
021200
021300     COPY "WSAUDIT01.CBL".
021400
021500     COPY "WSSIGN01.CBL".
021600
021700     COPY "WSDATE01.CBL".
021800
021900 PROCEDURE DIVISION.
022000 PROGRAM-BEGIN.
022100     PERFORM OPENING-PROCEDURE.
022200     MOVE "STLIMP01" TO SIGN-ON-PROGRAM.
022300     PERFORM GET-OPERATOR-SIGN-ON.
022400     IF OPERATOR-IS-SIGNED-ON
022500        AND SIGN-ON-CAN-ENTRY = "Y"
022600         PERFORM MAIN-PROCESS
022700     ELSE
022800     IF OPERATOR-IS-SIGNED-ON
022900         DISPLAY "YOU ARE NOT AUTHORIZED FOR"
023000         DISPLAY "SETTLEMENT ENTRY - IMPORT REFUSED".
023100     PERFORM CLOSING-PROCEDURE.
023200
023300 PROGRAM-EXIT.
023400     EXIT PROGRAM.
023500
023600 PROGRAM-DONE.
023700     ACCEPT OMITTED. STOP RUN.
023800
023900 OPENING-PROCEDURE.
024000     OPEN I-O OPERATOR-FILE.
024100     PERFORM GET-RUN-SOURCE.
024200     IF RUN-FROM-RECYCLE = "Y"
024300         OPEN INPUT RECYCLE-IN-FILE
024400     ELSE
024500         OPEN INPUT IMPORT-FILE.
024600     OPEN OUTPUT RECYCLE-WORK-FILE.
024700     OPEN I-O CARD-BATCH-FILE.
024800     OPEN I-O STORE-FILE.
024900     OPEN I-O BANK-FILE.
025000     OPEN EXTEND CASH-LEDGER-FILE.
025100     OPEN OUTPUT PRINTER-FILE.
025200     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
025300
025400 CLOSING-PROCEDURE.
025500     CLOSE OPERATOR-FILE.
025600     IF RUN-FROM-RECYCLE = "Y"
025700         CLOSE RECYCLE-IN-FILE
025800     ELSE
025900         CLOSE IMPORT-FILE.
026000     CLOSE RECYCLE-WORK-FILE.
026100     PERFORM REBUILD-RECYCLE-FILE.
026200     CLOSE CARD-BATCH-FILE.
026300     CLOSE STORE-FILE.
026400     CLOSE BANK-FILE.
026500     CLOSE CASH-LEDGER-FILE.
026600     PERFORM END-LAST-PAGE.
026700     CLOSE PRINTER-FILE.
026800
026900 MAIN-PROCESS.
027000     PERFORM GET-SETTLEMENT-ACCOUNT.
027100     PERFORM START-NEW-PAGE.
027200     PERFORM READ-NEXT-IMPORT-LINE.
027300     PERFORM IMPORT-ALL-LINES
027400         UNTIL IMPORT-FILE-AT-END = "Y".
027500     PERFORM PRINT-IMPORT-TOTALS.
027600
027700*---------------------------------
027800* The bank account the processor
027900* pays the net into - its cash
028000* ledger takes the fees and
028100* chargebacks.
028200*---------------------------------
028300 GET-SETTLEMENT-ACCOUNT.
028400     PERFORM ACCEPT-SETTLEMENT-ACCOUNT.
028500     PERFORM RE-ACCEPT-SETTLEMENT-ACCOUNT
028600         UNTIL BANK-RECORD-FOUND = "Y".
028700
028800 ACCEPT-SETTLEMENT-ACCOUNT.
028900     DISPLAY "ENTER BANK ACCOUNT THE PROCESSOR PAYS INTO".
029000     ACCEPT ENTRY-BANK-ACCT.
029100     MOVE ENTRY-BANK-ACCT TO BANK-ACCOUNT-NO.
029200     MOVE "Y" TO BANK-RECORD-FOUND.
029300     READ BANK-FILE RECORD
029400         INVALID KEY
029500         MOVE "N" TO BANK-RECORD-FOUND.
029600     IF BANK-RECORD-FOUND = "Y"
029700         DISPLAY "ACCOUNT: " BANK-ACCOUNT-NAME.
029800
029900 RE-ACCEPT-SETTLEMENT-ACCOUNT.
030000     DISPLAY "NO BANK ACCOUNT ON FILE WITH THAT NUMBER".
030100     PERFORM ACCEPT-SETTLEMENT-ACCOUNT.
030200
030300 IMPORT-ALL-LINES.
030400     PERFORM PARSE-IMPORT-LINE.
030500     PERFORM EDIT-IMPORT-LINE.
030600     IF LINE-IS-GOOD = "Y"
030700         PERFORM LOAD-THIS-LINE
030800     ELSE
030900         PERFORM REJECT-THIS-LINE.
031000     PERFORM READ-NEXT-IMPORT-LINE.
031100
031200 PARSE-IMPORT-LINE.
031300     MOVE SPACE TO IMPORT-FIELDS.
031400     UNSTRING IMPORT-RECORD
031500         DELIMITED BY ","
031600         INTO IMP-STORE
031700              IMP-DATE
031800              IMP-GROSS
031900              IMP-FEES
032000              IMP-CHARGEBACKS
032100              IMP-NET.
032200     PERFORM RIGHT-JUSTIFY-PIECES.
032300
032400*---------------------------------
032500* A delimited source never pads
032600* its numbers to full field
032700* width, so each numeric piece
032800* is re-written right-
032900* justified and zero-filled
033000* before the numeric edits.
033100* A piece that is not a clean
033200* whole number is left alone
033300* for the edits to reject. The
033400* net's sign is taken off here
033500* and remembered.
033600*---------------------------------
033700 RIGHT-JUSTIFY-PIECES.
033800     MOVE ZEROES TO PIECE-DOT-COUNT.
033900     INSPECT IMP-STORE
034000         TALLYING PIECE-DOT-COUNT FOR ALL ".".
034100     IF PIECE-DOT-COUNT = ZEROES
034200        AND FUNCTION TEST-NUMVAL(IMP-STORE) = ZEROES
034300         COMPUTE IMP-STORE-NUMERIC =
034400             FUNCTION NUMVAL(IMP-STORE)
034500         MOVE IMP-STORE-NUMERIC TO IMP-STORE.
034600     MOVE ZEROES TO PIECE-DOT-COUNT.
034700     INSPECT IMP-DATE
034800         TALLYING PIECE-DOT-COUNT FOR ALL ".".
034900     IF PIECE-DOT-COUNT = ZEROES
035000        AND FUNCTION TEST-NUMVAL(IMP-DATE) = ZEROES
035100         COMPUTE IMP-DATE-NUMERIC =
035200             FUNCTION NUMVAL(IMP-DATE)
035300         MOVE IMP-DATE-NUMERIC TO IMP-DATE.
035400     MOVE ZEROES TO PIECE-DOT-COUNT.
035500     INSPECT IMP-GROSS
035600         TALLYING PIECE-DOT-COUNT FOR ALL ".".
035700     IF PIECE-DOT-COUNT = ZEROES
035800        AND FUNCTION TEST-NUMVAL(IMP-GROSS) = ZEROES
035900         COMPUTE IMP-AMOUNT-IMAGE =
036000             FUNCTION NUMVAL(IMP-GROSS)
036100         MOVE IMP-AMOUNT-IMAGE TO IMP-GROSS.
036200     MOVE ZEROES TO PIECE-DOT-COUNT.
036300     INSPECT IMP-FEES
036400         TALLYING PIECE-DOT-COUNT FOR ALL ".".
036500     IF PIECE-DOT-COUNT = ZEROES
036600        AND FUNCTION TEST-NUMVAL(IMP-FEES) = ZEROES
036700         COMPUTE IMP-AMOUNT-IMAGE =
036800             FUNCTION NUMVAL(IMP-FEES)
036900         MOVE IMP-AMOUNT-IMAGE TO IMP-FEES.
037000     MOVE ZEROES TO PIECE-DOT-COUNT.
037100     INSPECT IMP-CHARGEBACKS
037200         TALLYING PIECE-DOT-COUNT FOR ALL ".".
037300     IF PIECE-DOT-COUNT = ZEROES
037400        AND FUNCTION TEST-NUMVAL(IMP-CHARGEBACKS) = ZEROES
037500         COMPUTE IMP-AMOUNT-IMAGE =
037600             FUNCTION NUMVAL(IMP-CHARGEBACKS)
037700         MOVE IMP-AMOUNT-IMAGE TO IMP-CHARGEBACKS.
037800     MOVE "N" TO IMP-NET-IS-NEGATIVE.
037900     MOVE ZEROES TO PIECE-DOT-COUNT.
038000     INSPECT IMP-NET
038100         TALLYING PIECE-DOT-COUNT FOR ALL ".".
038200     IF PIECE-DOT-COUNT = ZEROES
038300        AND FUNCTION TEST-NUMVAL(IMP-NET) = ZEROES
038400         COMPUTE IMP-AMOUNT-SIGNED =
038500             FUNCTION NUMVAL(IMP-NET)
038600         IF IMP-AMOUNT-SIGNED < ZEROES
038700             MOVE "Y" TO IMP-NET-IS-NEGATIVE
038800             COMPUTE IMP-AMOUNT-IMAGE = 0 - IMP-AMOUNT-SIGNED
038900             MOVE IMP-AMOUNT-IMAGE TO IMP-NET
039000         ELSE
039100             MOVE IMP-AMOUNT-SIGNED TO IMP-AMOUNT-IMAGE
039200             MOVE IMP-AMOUNT-IMAGE TO IMP-NET.
039300
039400*---------------------------------
039500* Cheapest edits first.
039600*---------------------------------
039700 EDIT-IMPORT-LINE.
039800     MOVE "Y" TO LINE-IS-GOOD.
039900     MOVE SPACE TO REJECT-REASON.
040000     IF IMP-STORE NOT NUMERIC
040100      OR IMP-DATE NOT NUMERIC
040200      OR IMP-GROSS NOT NUMERIC
040300      OR IMP-FEES NOT NUMERIC
040400      OR IMP-CHARGEBACKS NOT NUMERIC
040500      OR IMP-NET NOT NUMERIC
040600         MOVE "N" TO LINE-IS-GOOD
040700         MOVE "FIELD NOT NUMERIC" TO REJECT-REASON
040800     ELSE
040900     IF IMP-GROSS (1:2) NOT = "00"
041000      OR IMP-FEES (1:2) NOT = "00"
041100      OR IMP-CHARGEBACKS (1:2) NOT = "00"
041200      OR IMP-NET (1:2) NOT = "00"
041300         MOVE "N" TO LINE-IS-GOOD
041400         MOVE "AMOUNT TOO LARGE" TO REJECT-REASON.
041500     IF LINE-IS-GOOD = "Y"
041600         PERFORM EDIT-IMPORT-STORE.
041700     IF LINE-IS-GOOD = "Y"
041800         PERFORM EDIT-IMPORT-DATE.
041900     IF LINE-IS-GOOD = "Y"
042000         PERFORM EDIT-IMPORT-FOOTING.
042100     IF LINE-IS-GOOD = "Y"
042200         PERFORM EDIT-ALREADY-SETTLED.
042300
042400 EDIT-IMPORT-STORE.
042500     MOVE IMP-STORE TO STORE-CODE.
042600     MOVE "Y" TO STORE-RECORD-FOUND.
042700     READ STORE-FILE RECORD
042800         INVALID KEY
042900         MOVE "N" TO STORE-RECORD-FOUND.
043000     IF STORE-RECORD-FOUND = "N"
043100         MOVE "N" TO LINE-IS-GOOD
043200         MOVE "STORE NOT ON FILE" TO REJECT-REASON.
043300
043400 EDIT-IMPORT-DATE.
043500     MOVE IMP-DATE TO IMP-DATE-NUMERIC.
043600     MOVE IMP-DATE-NUMERIC TO DATE-CCYYMMDD.
043700     MOVE "N" TO ZERO-DATE-IS-OK.
043800     PERFORM CHECK-DATE.
043900     IF DATE-IS-VALID
044000         IF IMP-DATE-NUMERIC > TODAY-DATE
044100             MOVE "N" TO LINE-IS-GOOD
044200             MOVE "BATCH DATE IN THE FUTURE" TO REJECT-REASON
044300         ELSE
044400             NEXT SENTENCE
044500     ELSE
044600         MOVE "N" TO LINE-IS-GOOD
044700         MOVE "BATCH DATE NOT A REAL DATE" TO REJECT-REASON.
044800
044900*---------------------------------
045000* The processor's net must be
045100* its gross less what it kept
045200* back, or one of the figures
045300* was mis-keyed or mis-sent.
045400*---------------------------------
045500 EDIT-IMPORT-FOOTING.
045600     MOVE IMP-GROSS TO IMP-AMOUNT-NUMERIC.
045700     COMPUTE STL-GROSS = IMP-AMOUNT-NUMERIC / 100.
045800     MOVE IMP-FEES TO IMP-AMOUNT-NUMERIC.
045900     COMPUTE STL-FEES = IMP-AMOUNT-NUMERIC / 100.
046000     MOVE IMP-CHARGEBACKS TO IMP-AMOUNT-NUMERIC.
046100     COMPUTE STL-CHARGEBACKS = IMP-AMOUNT-NUMERIC / 100.
046200     MOVE IMP-NET TO IMP-AMOUNT-NUMERIC.
046300     IF IMP-NET-IS-NEGATIVE = "Y"
046400         COMPUTE STL-NET = 0 - IMP-AMOUNT-NUMERIC / 100
046500     ELSE
046600         COMPUTE STL-NET = IMP-AMOUNT-NUMERIC / 100.
046700     IF STL-GROSS - STL-FEES - STL-CHARGEBACKS NOT = STL-NET
046800         MOVE "N" TO LINE-IS-GOOD
046900         MOVE "NET DOES NOT FOOT" TO REJECT-REASON.
047000
047100*---------------------------------
047200* One settlement per store and
047300* batch date - a second means
047400* the file was sent or loaded
047500* twice.
047600*---------------------------------
047700 EDIT-ALREADY-SETTLED.
047800     PERFORM READ-CARD-BATCH.
047900     IF CBAT-RECORD-FOUND = "Y"
048000        AND CBAT-SETTLED-DATE NOT = ZEROES
048100         MOVE "N" TO LINE-IS-GOOD
048200         MOVE "BATCH ALREADY SETTLED" TO REJECT-REASON.
048300
048400 READ-CARD-BATCH.
048500     MOVE IMP-STORE TO IMP-STORE-NUMERIC.
048600     MOVE IMP-STORE-NUMERIC TO CBAT-STORE.
048700     MOVE IMP-DATE-NUMERIC TO CBAT-BATCH-DATE.
048800     MOVE "Y" TO CBAT-RECORD-FOUND.
048900     READ CARD-BATCH-FILE RECORD
049000         INVALID KEY
049100         MOVE "N" TO CBAT-RECORD-FOUND.
049200
049300*---------------------------------
049400* The register import may have
049500* opened the batch already with
049600* the day's card tender; the
049700* settlement fills in beside it.
049800*---------------------------------
049900 LOAD-THIS-LINE.
050000     PERFORM READ-CARD-BATCH.
050100     IF CBAT-RECORD-FOUND = "N"
050200         PERFORM INIT-CARD-BATCH-RECORD.
050300     MOVE STL-GROSS TO CBAT-GROSS.
050400     MOVE STL-FEES TO CBAT-FEES.
050500     MOVE STL-CHARGEBACKS TO CBAT-CHARGEBACKS.
050600     MOVE STL-NET TO CBAT-NET.
050700     MOVE TODAY-DATE TO CBAT-SETTLED-DATE.
050800     MOVE ENTRY-BANK-ACCT TO CBAT-BANK-ACCT.
050900     MOVE ZEROES TO CBAT-JOURNAL-DATE.
051000     IF CBAT-RECORD-FOUND = "Y"
051100         REWRITE CARD-BATCH-RECORD
051200             INVALID KEY
051300             DISPLAY "ERROR REWRITING CARD BATCH"
051400     ELSE
051500         WRITE CARD-BATCH-RECORD
051600             INVALID KEY
051700             DISPLAY "ERROR WRITING CARD BATCH".
051800     PERFORM POST-SETTLEMENT-TO-CASH-LEDGER.
051900     ADD 1 TO LOADED-COUNT.
052000     ADD STL-NET TO LOADED-NET.
052100     ADD STL-FEES TO LOADED-FEES.
052200     ADD STL-CHARGEBACKS TO LOADED-CHARGEBACKS.
052300
052400 INIT-CARD-BATCH-RECORD.
052500     MOVE SPACE TO CARD-BATCH-RECORD.
052600     MOVE IMP-STORE-NUMERIC TO CBAT-STORE.
052700     MOVE IMP-DATE-NUMERIC TO CBAT-BATCH-DATE.
052800     MOVE "N" TO CBAT-TENDER-LOADED.
052900     MOVE ZEROES TO CBAT-CARD-SALES
053000                    CBAT-SETTLED-DATE
053100                    CBAT-GROSS
053200                    CBAT-FEES
053300                    CBAT-CHARGEBACKS
053400                    CBAT-NET
053500                    CBAT-BANK-ACCT
053600                    CBAT-JOURNAL-DATE.
053700
053800*---------------------------------
053900* What the processor kept back
054000* never reaches the bank, so
054100* each posts as a negative
054200* adjustment against the store.
054300*---------------------------------
054400 POST-SETTLEMENT-TO-CASH-LEDGER.
054500     IF STL-FEES NOT = ZEROES
054600         PERFORM INIT-CASH-LEDGER-RECORD
054700         COMPUTE CASHL-AMOUNT = 0 - STL-FEES
054800         MOVE "CARD PROCESSOR FEES" TO CASHL-DESC
054900         WRITE CASH-LEDGER-RECORD.
055000     IF STL-CHARGEBACKS NOT = ZEROES
055100         PERFORM INIT-CASH-LEDGER-RECORD
055200         COMPUTE CASHL-AMOUNT = 0 - STL-CHARGEBACKS
055300         MOVE "CARD CHARGEBACKS" TO CASHL-DESC
055400         WRITE CASH-LEDGER-RECORD.
055500
055600 INIT-CASH-LEDGER-RECORD.
055700     MOVE SPACE TO CASH-LEDGER-RECORD.
055800     MOVE ENTRY-BANK-ACCT TO CASHL-BANK-ACCT.
055900     MOVE TODAY-DATE TO CASHL-DATE.
056000     MOVE "A" TO CASHL-TYPE.
056100     MOVE CBAT-STORE TO CASHL-REF.
056200
056300 REJECT-THIS-LINE.
056400     ADD 1 TO REJECT-COUNT.
056500     IF LINE-COUNT > MAXIMUM-LINES
056600         PERFORM START-NEXT-PAGE.
056700     MOVE SPACE TO DETAIL-LINE.
056800     MOVE IMPORT-RECORD TO PRINT-IMPORT-LINE.
056900     MOVE REJECT-REASON TO PRINT-REASON.
057000     MOVE DETAIL-LINE TO PRINTER-RECORD.
057100     PERFORM WRITE-TO-PRINTER.
057200     MOVE "Y" TO REJECT-IS-RECYCLABLE.
057300     IF REJECT-REASON = "BATCH ALREADY SETTLED"
057400         MOVE "N" TO REJECT-IS-RECYCLABLE.
057500     IF REJECT-IS-RECYCLABLE = "Y"
057600         PERFORM WRITE-RECYCLE-REJECT.
057700
057800 WRITE-RECYCLE-REJECT.
057900     MOVE SPACE TO RECYCLE-BUILD.
058000     MOVE IMPORT-RECORD TO RB-LINE.
058100     MOVE ",*" TO RB-SEP.
058200     MOVE REJECT-REASON TO RB-REASON.
058300     MOVE RECYCLE-BUILD TO RECYCLE-WORK-REC.
058400     WRITE RECYCLE-WORK-REC.
058500
058600 PRINT-IMPORT-TOTALS.
058700     PERFORM LINE-FEED.
058800     MOVE LOADED-COUNT TO PRINT-LOADED.
058900     MOVE LOADED-NET TO PRINT-LOAD-NET.
059000     MOVE REJECT-COUNT TO PRINT-REJECTS.
059100     MOVE TOTAL-LINE TO PRINTER-RECORD.
059200     PERFORM WRITE-TO-PRINTER.
059300     MOVE LOADED-FEES TO PRINT-LOAD-FEES.
059400     MOVE LOADED-CHARGEBACKS TO PRINT-LOAD-CHGBK.
059500     MOVE FEE-TOTAL-LINE TO PRINTER-RECORD.
059600     PERFORM WRITE-TO-PRINTER.
059700     DISPLAY LOADED-COUNT " SETTLEMENTS LOADED, "
059800             REJECT-COUNT " REJECTED".
059900
060000 READ-NEXT-IMPORT-LINE.
060100     MOVE "N" TO IMPORT-FILE-AT-END.
060200     IF RUN-FROM-RECYCLE = "Y"
060300         PERFORM READ-NEXT-RECYCLE-LINE
060400     ELSE
060500         READ IMPORT-FILE
060600             AT END MOVE "Y" TO IMPORT-FILE-AT-END.
060700
060800*---------------------------------
060900* The line proper lives in
061000* columns 1-80; the appended
061100* reason is dropped here.
061200*---------------------------------
061300 READ-NEXT-RECYCLE-LINE.
061400     READ RECYCLE-IN-FILE
061500         AT END MOVE "Y" TO IMPORT-FILE-AT-END.
061600     IF IMPORT-FILE-AT-END NOT = "Y"
061700         MOVE RECYCLE-IN-REC (1:80) TO IMPORT-RECORD.
061800
061900*---------------------------------
062000* Ask whether this run loads
062100* the processor's file or the
062200* corrected rejects from a
062300* prior pass.
062400*---------------------------------
062500 GET-RUN-SOURCE.
062600     PERFORM ACCEPT-RUN-SOURCE.
062700     PERFORM RE-ACCEPT-RUN-SOURCE
062800         UNTIL RUN-FROM-RECYCLE = "Y" OR "N".
062900
063000 ACCEPT-RUN-SOURCE.
063100     DISPLAY "RUN AGAINST THE REJECT RECYCLE FILE".
063200     DISPLAY "INSTEAD OF THE SETTLEMENT FILE (Y/N)?".
063300     ACCEPT RUN-FROM-RECYCLE.
063400     INSPECT RUN-FROM-RECYCLE
063500         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
063600
063700 RE-ACCEPT-RUN-SOURCE.
063800     DISPLAY "YOU MUST ENTER YES OR NO".
063900     PERFORM ACCEPT-RUN-SOURCE.
064000
064100*---------------------------------
064200* This pass's rejects become
064300* the new recycle file - a
064400* clean pass leaves it empty.
064500*---------------------------------
064600 REBUILD-RECYCLE-FILE.
064700     OPEN INPUT RECYCLE-WORK-FILE.
064800     OPEN OUTPUT RECYCLE-OUT-FILE.
064900     MOVE "N" TO RECYCLE-WORK-AT-END.
065000     PERFORM COPY-NEXT-RECYCLE-LINE
065100         UNTIL RECYCLE-WORK-AT-END = "Y".
065200     CLOSE RECYCLE-WORK-FILE.
065300     CLOSE RECYCLE-OUT-FILE.
065400     IF RECYCLE-OUT-COUNT NOT = ZEROES
065500         DISPLAY RECYCLE-OUT-COUNT
065600                 " REJECTS ON THE RECYCLE FILE".
065700
065800 COPY-NEXT-RECYCLE-LINE.
065900     READ RECYCLE-WORK-FILE
066000         AT END MOVE "Y" TO RECYCLE-WORK-AT-END.
066100     IF RECYCLE-WORK-AT-END NOT = "Y"
066200         MOVE RECYCLE-WORK-REC TO RECYCLE-OUT-REC
066300         WRITE RECYCLE-OUT-REC
066400         ADD 1 TO RECYCLE-OUT-COUNT.
066500
066600*---------------------------------
066700* Printer I-O routines.
066800*---------------------------------
066900 WRITE-TO-PRINTER.
067000     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
067100     ADD 1 TO LINE-COUNT.
067200
067300 LINE-FEED.
067400     MOVE SPACE TO PRINTER-RECORD.
067500     PERFORM WRITE-TO-PRINTER.
067600
067700 START-NEXT-PAGE.
067800     PERFORM END-LAST-PAGE.
067900     PERFORM START-NEW-PAGE.
068000
068100 START-NEW-PAGE.
068200     ADD 1 TO PAGE-NUMBER.
068300     MOVE TITLE-LINE TO PRINTER-RECORD.
068400     PERFORM WRITE-TO-PRINTER.
068500     PERFORM LINE-FEED.
068600
068700 END-LAST-PAGE.
068800     PERFORM FORM-FEED.
068900     MOVE ZERO TO LINE-COUNT.
069000
069100 FORM-FEED.
069200     MOVE SPACE TO PRINTER-RECORD.
069300     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
069400
069500*---------------------------------
069600* Utility routines.
069700*---------------------------------
069800     COPY "PLDATE01.CBL".
069900     COPY "PLSIGN01.CBL".

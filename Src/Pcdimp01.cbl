000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PCDIMP01.
000300*---------------------------------
000400* Purchasing card transaction
000500* import.
000600*
000700* Loads the card issuer's
000800* monthly transaction file
000900* (comma-separated: card
001000* reference, transaction
001100* reference, statement date and
001200* posting date as CCYYMMDD,
001300* merchant category code,
001400* merchant name, and amount in
001500* cents with a leading minus for
001600* a credit) onto the purchasing
001700* card transaction file, one
001800* record per line, for the
001900* cardholders to code. Each line
002000* is pre-coded from its merchant
002100* category default, or failing
002200* that the card's own default
002300* account. Rejects print with
002400* reasons and go to the P-card
002500* recycle file for correction
002600* through RCYMNT01, the same way
002700* the invoice import works.
002800*---------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200
003300     SELECT IMPORT-FILE
003400         ASSIGN TO "PCARDSTM"
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600
003700*---------------------------------
003800* The reject recycle file: the
003900* run's rejects in original
004000* line format (columns 1-100)
004100* with the reason appended,
004200* re-readable as an input
004300* source once corrected. One
004400* select reads a prior pass,
004500* the other rewrites the file
004600* from this pass's rejects.
004700*---------------------------------
004800     SELECT OPTIONAL RECYCLE-IN-FILE
004900         ASSIGN TO "PCRDRCY"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200     SELECT RECYCLE-OUT-FILE
005300         ASSIGN TO "PCRDRCY"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT RECYCLE-WORK-FILE
005700         ASSIGN TO "RCYWORK"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
006000     COPY "SLPCTR.CBL".
006100
006200     COPY "SLCRDH.CBL".
006300
006400     COPY "SLMCCD.CBL".
006500
006600     COPY "SLOPER.CBL".
006700
006800     COPY "SLSONLOG.CBL".
006900
007000     COPY "SLSESS.CBL".
007100
007200     SELECT PRINTER-FILE
007300         ASSIGN TO PRINTER
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800
007900 FD  IMPORT-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 01  IMPORT-RECORD              PIC X(100).
008200
008300 FD  RECYCLE-IN-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 01  RECYCLE-IN-REC             PIC X(132).
008600
008700 FD  RECYCLE-OUT-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  RECYCLE-OUT-REC            PIC X(132).
009000
009100 FD  RECYCLE-WORK-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 01  RECYCLE-WORK-REC           PIC X(132).
009400
009500     COPY "FDPCTR.CBL".
009600
009700     COPY "FDCRDH.CBL".
009800
009900     COPY "FDMCCD.CBL".
010000
010100     COPY "FDOPER.CBL".
010200
010300     COPY "FDSONLOG.CBL".
010400
010500     COPY "FDSESS.CBL".
010600
010700 FD  PRINTER-FILE
010800     LABEL RECORDS ARE OMITTED.
010900 01  PRINTER-RECORD             PIC X(80).
011000
011100 WORKING-STORAGE SECTION.
011200
011300 77  IMPORT-FILE-AT-END      PIC X.
011400 77  CRDH-RECORD-FOUND       PIC X.
011500 77  MCC-RECORD-FOUND        PIC X.
011600 77  PCT-RECORD-FOUND        PIC X.
011700 77  LINE-IS-GOOD            PIC X.
011800 77  IMP-IS-CREDIT           PIC X.
011900 77  TODAY-DATE              PIC 9(8).
012000
012100*---------------------------------
012200* The import line broken out of
012300* its comma-separated form,
012400* still in character form until
012500* it passes its edits.
012600*---------------------------------
012700 01  IMPORT-FIELDS.
012800     05  IMP-CARD            PIC X(10).
012900     05  IMP-REFERENCE       PIC X(12).
013000     05  IMP-STATEMENT       PIC X(8).
013100     05  IMP-POSTED          PIC X(8).
013200     05  IMP-MCC             PIC X(4).
013300     05  IMP-MERCHANT        PIC X(25).
013400     05  IMP-AMOUNT          PIC X(10).
013500
013600 01  IMP-STATEMENT-NUMERIC   PIC 9(8).
013700 01  IMP-POSTED-NUMERIC      PIC 9(8).
013800 01  IMP-MCC-NUMERIC         PIC 9(4).
013900 01  IMP-AMOUNT-NUMERIC      PIC 9(8).
014000 01  IMP-AMOUNT-IMAGE        PIC 9(10).
014100 01  IMP-AMOUNT-SIGNED       PIC S9(10).
014200 77  PIECE-DOT-COUNT         PIC 9(2).
014300 77  REJECT-REASON           PIC X(30).
014400
014500*---------------------------------
014600* Recycle handling. A reject
014700* that can never load - a line
014800* already on file - stays off
014900* the recycle file, or it would
015000* bounce forever.
015100*---------------------------------
015200 77  RUN-FROM-RECYCLE        PIC X.
015300 77  RECYCLE-WORK-AT-END     PIC X.
015400 77  REJECT-IS-RECYCLABLE    PIC X.
015500 77  RECYCLE-OUT-COUNT       PIC 9(5) VALUE ZEROES.
015600 01  RECYCLE-BUILD.
015700     05  RB-LINE             PIC X(100).
015800     05  RB-SEP              PIC X(2).
015900     05  RB-REASON           PIC X(30).
016000
016100 77  LOADED-COUNT            PIC 9(5)      VALUE ZEROES.
016200 77  LOADED-TOTAL            PIC S9(9)V99  VALUE ZEROES.
016300 77  UNCODED-COUNT           PIC 9(5)      VALUE ZEROES.
016400 77  REJECT-COUNT            PIC 9(5)      VALUE ZEROES.
016500
016600 77  LINE-COUNT              PIC 999   VALUE ZERO.
016700 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
016800 77  MAXIMUM-LINES           PIC 999   VALUE 55.
016900
017000 01  DETAIL-LINE.
017100     05  PRINT-IMPORT-LINE PIC X(45).
017200     05  FILLER            PIC X(2)  VALUE SPACE.
017300     05  PRINT-REASON      PIC X(30).
017400
017500 01  TOTAL-LINE.
017600     05  FILLER            PIC X(8)  VALUE "LOADED:".
017700     05  PRINT-LOADED      PIC ZZZZ9.
017800     05  FILLER            PIC X(8)  VALUE "  TOTAL:".
017900     05  PRINT-LOAD-TOTAL  PIC ZZZ,ZZZ,ZZ9.99-.
018000     05  FILLER            PIC X(10) VALUE "  REJECTS:".
018100     05  PRINT-REJECTS     PIC ZZZZ9.
018200
018300 01  UNCODED-LINE.
018400     05  FILLER            PIC X(33)
018500         VALUE "LOADED WITH NO DEFAULT ACCOUNT:".
018600     05  PRINT-UNCODED     PIC ZZZZ9.
018700
018800 01  TITLE-LINE.
018900     05  FILLER              PIC X(20) VALUE SPACE.
019000     05  FILLER              PIC X(29)
019100         VALUE "P-CARD STATEMENT EXCEPTIONS".
019200
019300     COPY "WSCASE01.CBL".
019400
019500     COPY "WSAUDIT01.CBL".
019600
019700     COPY "WSSIGN01.CBL".
019800
019900     COPY "WSDATE01.CBL".
020000
020100 PROCEDURE DIVISION.
020200 PROGRAM-BEGIN.
020300     PERFORM OPENING-PROCEDURE.
020400     MOVE "PCDIMP01" TO SIGN-ON-PROGRAM.
020500     PERFORM GET-OPERATOR-SIGN-ON.
020600     IF OPERATOR-IS-SIGNED-ON
020700        AND SIGN-ON-CAN-ENTRY = "Y"
020800         PERFORM MAIN-PROCESS
020900     ELSE
021000     IF OPERATOR-IS-SIGNED-ON
021100         DISPLAY "YOU ARE NOT AUTHORIZED FOR VOUCHER"
021200         DISPLAY "ENTRY - IMPORT REFUSED".
021300     PERFORM CLOSING-PROCEDURE.
021400
021500 PROGRAM-EXIT.
021600     EXIT PROGRAM.
021700
021800 PROGRAM-DONE.
021900     ACCEPT OMITTED. STOP RUN.
022000
022100 OPENING-PROCEDURE.
022200     OPEN I-O OPERATOR-FILE.
022300     PERFORM GET-RUN-SOURCE.
022400     IF RUN-FROM-RECYCLE = "Y"
022500         OPEN INPUT RECYCLE-IN-FILE
022600     ELSE
022700         OPEN INPUT IMPORT-FILE.
022800     OPEN OUTPUT RECYCLE-WORK-FILE.
022900     OPEN I-O PCARD-TRANS-FILE.
023000     OPEN I-O CARDHOLDER-FILE.
023100     OPEN I-O MCC-DEFAULT-FILE.
023200     OPEN OUTPUT PRINTER-FILE.
023300     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
023400
023500 CLOSING-PROCEDURE.
023600     CLOSE OPERATOR-FILE.
023700     IF RUN-FROM-RECYCLE = "Y"
023800         CLOSE RECYCLE-IN-FILE
023900     ELSE
024000         CLOSE IMPORT-FILE.
024100     CLOSE RECYCLE-WORK-FILE.
024200     PERFORM REBUILD-RECYCLE-FILE.
024300     CLOSE PCARD-TRANS-FILE.
024400     CLOSE CARDHOLDER-FILE.
024500     CLOSE MCC-DEFAULT-FILE.
024600     PERFORM END-LAST-PAGE.
024700     CLOSE PRINTER-FILE.
024800
024900 MAIN-PROCESS.
025000     PERFORM START-NEW-PAGE.
025100     PERFORM READ-NEXT-IMPORT-LINE.
025200     PERFORM IMPORT-ALL-LINES
025300         UNTIL IMPORT-FILE-AT-END = "Y".
025400     PERFORM PRINT-IMPORT-TOTALS.
025500
025600 IMPORT-ALL-LINES.
025700     PERFORM PARSE-IMPORT-LINE.
025800     PERFORM EDIT-IMPORT-LINE.
025900     IF LINE-IS-GOOD = "Y"
026000         PERFORM LOAD-THIS-LINE
026100     ELSE
026200         PERFORM REJECT-THIS-LINE.
026300     PERFORM READ-NEXT-IMPORT-LINE.
026400
026500 PARSE-IMPORT-LINE.
026600     MOVE SPACE TO IMPORT-FIELDS.
026700     UNSTRING IMPORT-RECORD
026800         DELIMITED BY ","
026900         INTO IMP-CARD
027000              IMP-REFERENCE
027100              IMP-STATEMENT
027200              IMP-POSTED
027300              IMP-MCC
027400              IMP-MERCHANT
027500              IMP-AMOUNT.
027600     INSPECT IMP-CARD
027700         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
027800     INSPECT IMP-REFERENCE
027900         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
028000     INSPECT IMP-MERCHANT
028100         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
028200     PERFORM RIGHT-JUSTIFY-PIECES.
028300
028400*---------------------------------
028500* A delimited source never pads
028600* its numbers to full field
028700* width, so each numeric piece
028800* is re-written right-
028900* justified and zero-filled
029000* before the numeric edits.
029100* A piece that is not a clean
029200* whole number is left alone
029300* for the edits to reject. The
029400* amount's sign is taken off
029500* here and remembered.
029600*---------------------------------
029700 RIGHT-JUSTIFY-PIECES.
029800     MOVE ZEROES TO PIECE-DOT-COUNT.
029900     INSPECT IMP-STATEMENT
030000         TALLYING PIECE-DOT-COUNT FOR ALL ".".
030100     IF PIECE-DOT-COUNT = ZEROES
030200        AND FUNCTION TEST-NUMVAL(IMP-STATEMENT) = ZEROES
030300         COMPUTE IMP-STATEMENT-NUMERIC =
030400             FUNCTION NUMVAL(IMP-STATEMENT)
030500         MOVE IMP-STATEMENT-NUMERIC TO IMP-STATEMENT.
030600     MOVE ZEROES TO PIECE-DOT-COUNT.
030700     INSPECT IMP-POSTED
030800         TALLYING PIECE-DOT-COUNT FOR ALL ".".
030900     IF PIECE-DOT-COUNT = ZEROES
031000        AND FUNCTION TEST-NUMVAL(IMP-POSTED) = ZEROES
031100         COMPUTE IMP-POSTED-NUMERIC =
031200             FUNCTION NUMVAL(IMP-POSTED)
031300         MOVE IMP-POSTED-NUMERIC TO IMP-POSTED.
031400     MOVE ZEROES TO PIECE-DOT-COUNT.
031500     INSPECT IMP-MCC
031600         TALLYING PIECE-DOT-COUNT FOR ALL ".".
031700     IF PIECE-DOT-COUNT = ZEROES
031800        AND FUNCTION TEST-NUMVAL(IMP-MCC) = ZEROES
031900         COMPUTE IMP-MCC-NUMERIC =
032000             FUNCTION NUMVAL(IMP-MCC)
032100         MOVE IMP-MCC-NUMERIC TO IMP-MCC.
032200     MOVE "N" TO IMP-IS-CREDIT.
032300     MOVE ZEROES TO PIECE-DOT-COUNT.
032400     INSPECT IMP-AMOUNT
032500         TALLYING PIECE-DOT-COUNT FOR ALL ".".
032600     IF PIECE-DOT-COUNT = ZEROES
032700        AND FUNCTION TEST-NUMVAL(IMP-AMOUNT) = ZEROES
032800         COMPUTE IMP-AMOUNT-SIGNED =
032900             FUNCTION NUMVAL(IMP-AMOUNT)
033000         IF IMP-AMOUNT-SIGNED < ZEROES
033100             MOVE "Y" TO IMP-IS-CREDIT
033200             COMPUTE IMP-AMOUNT-IMAGE = 0 - IMP-AMOUNT-SIGNED
033300             MOVE IMP-AMOUNT-IMAGE TO IMP-AMOUNT
033400         ELSE
033500             MOVE IMP-AMOUNT-SIGNED TO IMP-AMOUNT-IMAGE
033600             MOVE IMP-AMOUNT-IMAGE TO IMP-AMOUNT.
033700
033800*---------------------------------
033900* Cheapest edits first.
034000*---------------------------------
034100 EDIT-IMPORT-LINE.
034200     MOVE "Y" TO LINE-IS-GOOD.
034300     MOVE SPACE TO REJECT-REASON.
034400     IF IMP-STATEMENT NOT NUMERIC
034500      OR IMP-POSTED NOT NUMERIC
034600      OR IMP-MCC NOT NUMERIC
034700      OR IMP-AMOUNT NOT NUMERIC
034800         MOVE "N" TO LINE-IS-GOOD
034900         MOVE "FIELD NOT NUMERIC" TO REJECT-REASON
035000     ELSE
035100     IF IMP-AMOUNT (1:2) NOT = "00"
035200         MOVE "N" TO LINE-IS-GOOD
035300         MOVE "AMOUNT TOO LARGE" TO REJECT-REASON
035400     ELSE
035500     IF IMP-AMOUNT = ZEROES
035600         MOVE "N" TO LINE-IS-GOOD
035700         MOVE "ZERO AMOUNT" TO REJECT-REASON
035800     ELSE
035900     IF IMP-REFERENCE = SPACES
036000         MOVE "N" TO LINE-IS-GOOD
036100         MOVE "NO TRANSACTION REFERENCE" TO REJECT-REASON.
036200     IF LINE-IS-GOOD = "Y"
036300         PERFORM EDIT-IMPORT-CARD.
036400     IF LINE-IS-GOOD = "Y"
036500         PERFORM EDIT-IMPORT-DATES.
036600     IF LINE-IS-GOOD = "Y"
036700         PERFORM EDIT-DUPLICATE-LINE.
036800
036900 EDIT-IMPORT-CARD.
037000     MOVE IMP-CARD TO CRDH-CARD-ID.
037100     MOVE "Y" TO CRDH-RECORD-FOUND.
037200     READ CARDHOLDER-FILE RECORD
037300         INVALID KEY
037400         MOVE "N" TO CRDH-RECORD-FOUND.
037500     IF CRDH-RECORD-FOUND = "N"
037600         MOVE "N" TO LINE-IS-GOOD
037700         MOVE "CARD NOT ON FILE" TO REJECT-REASON
037800     ELSE
037900     IF NOT CRDH-IS-ACTIVE
038000         MOVE "N" TO LINE-IS-GOOD
038100         MOVE "CARD NOT ACTIVE" TO REJECT-REASON.
038200
038300 EDIT-IMPORT-DATES.
038400     MOVE IMP-STATEMENT TO IMP-STATEMENT-NUMERIC.
038500     MOVE IMP-STATEMENT-NUMERIC TO DATE-CCYYMMDD.
038600     MOVE "N" TO ZERO-DATE-IS-OK.
038700     PERFORM CHECK-DATE.
038800     IF DATE-IS-VALID
038900         NEXT SENTENCE
039000     ELSE
039100         MOVE "N" TO LINE-IS-GOOD
039200         MOVE "STATEMENT DATE NOT A REAL DATE"
039300             TO REJECT-REASON.
039400     IF LINE-IS-GOOD = "Y"
039500         MOVE IMP-POSTED TO IMP-POSTED-NUMERIC
039600         MOVE IMP-POSTED-NUMERIC TO DATE-CCYYMMDD
039700         PERFORM CHECK-DATE
039800         IF DATE-IS-VALID
039900             IF IMP-POSTED-NUMERIC > IMP-STATEMENT-NUMERIC
040000                 MOVE "N" TO LINE-IS-GOOD
040100                 MOVE "POSTED AFTER STATEMENT DATE"
040200                     TO REJECT-REASON
040300             ELSE
040400                 NEXT SENTENCE
040500         ELSE
040600             MOVE "N" TO LINE-IS-GOOD
040700             MOVE "POSTING DATE NOT A REAL DATE"
040800                 TO REJECT-REASON.
040900
041000*---------------------------------
041100* Card and issuer reference make
041200* the key, so a statement loaded
041300* twice is caught line by line.
041400*---------------------------------
041500 EDIT-DUPLICATE-LINE.
041600     MOVE IMP-CARD TO PCT-CARD-ID.
041700     MOVE IMP-REFERENCE TO PCT-REFERENCE.
041800     MOVE "Y" TO PCT-RECORD-FOUND.
041900     READ PCARD-TRANS-FILE RECORD
042000         INVALID KEY
042100         MOVE "N" TO PCT-RECORD-FOUND.
042200     IF PCT-RECORD-FOUND = "Y"
042300         MOVE "N" TO LINE-IS-GOOD
042400         MOVE "DUPLICATE CARD/REFERENCE" TO REJECT-REASON.
042500
042600 LOAD-THIS-LINE.
042700     MOVE SPACE TO PCARD-TRANS-RECORD.
042800     MOVE IMP-CARD TO PCT-CARD-ID.
042900     MOVE IMP-REFERENCE TO PCT-REFERENCE.
043000     MOVE IMP-STATEMENT-NUMERIC TO PCT-STATEMENT-DATE.
043100     MOVE IMP-POSTED-NUMERIC TO PCT-POST-DATE.
043200     MOVE IMP-MCC TO IMP-MCC-NUMERIC.
043300     MOVE IMP-MCC-NUMERIC TO PCT-MCC.
043400     MOVE IMP-MERCHANT TO PCT-MERCHANT.
043500     MOVE IMP-AMOUNT TO IMP-AMOUNT-NUMERIC.
043600     IF IMP-IS-CREDIT = "Y"
043700         COMPUTE PCT-AMOUNT = 0 - IMP-AMOUNT-NUMERIC / 100
043800     ELSE
043900         COMPUTE PCT-AMOUNT = IMP-AMOUNT-NUMERIC / 100.
044000     PERFORM APPLY-DEFAULT-CODING.
044100     MOVE "U" TO PCT-STATUS.
044200     MOVE TODAY-DATE TO PCT-IMPORT-DATE.
044300     MOVE ZEROES TO PCT-CODED-DATE
044400                    PCT-APPROVED-DATE
044500                    PCT-VOUCHER-NO.
044600     MOVE "N" TO PCT-TO-SUSPENSE.
044700     WRITE PCARD-TRANS-RECORD
044800         INVALID KEY
044900         DISPLAY "RECORD ALREADY ON FILE".
045000     ADD 1 TO LOADED-COUNT.
045100     ADD PCT-AMOUNT TO LOADED-TOTAL.
045200
045300*---------------------------------
045400* The merchant category default
045500* first, then the card's own
045600* default account; a line with
045700* neither is left for the
045800* holder to code from nothing.
045900*---------------------------------
046000 APPLY-DEFAULT-CODING.
046100     MOVE ZEROES TO PCT-ACCOUNT
046200                    PCT-CATEGORY.
046300     MOVE PCT-MCC TO MCC-CODE.
046400     MOVE "Y" TO MCC-RECORD-FOUND.
046500     READ MCC-DEFAULT-FILE RECORD
046600         INVALID KEY
046700         MOVE "N" TO MCC-RECORD-FOUND.
046800     IF MCC-RECORD-FOUND = "Y"
046900         MOVE MCC-ACCOUNT TO PCT-ACCOUNT
047000         MOVE MCC-CATEGORY TO PCT-CATEGORY
047100     ELSE
047200         MOVE CRDH-DEFAULT-ACCOUNT TO PCT-ACCOUNT.
047300     IF PCT-ACCOUNT = ZEROES
047400         ADD 1 TO UNCODED-COUNT.
047500
047600 REJECT-THIS-LINE.
047700     ADD 1 TO REJECT-COUNT.
047800     IF LINE-COUNT > MAXIMUM-LINES
047900         PERFORM START-NEXT-PAGE.
048000     MOVE SPACE TO DETAIL-LINE.
048100     MOVE IMPORT-RECORD TO PRINT-IMPORT-LINE.
048200     MOVE REJECT-REASON TO PRINT-REASON.
048300     MOVE DETAIL-LINE TO PRINTER-RECORD.
048400     PERFORM WRITE-TO-PRINTER.
048500     MOVE "Y" TO REJECT-IS-RECYCLABLE.
048600     IF REJECT-REASON = "DUPLICATE CARD/REFERENCE"
048700         MOVE "N" TO REJECT-IS-RECYCLABLE.
048800     IF REJECT-IS-RECYCLABLE = "Y"
048900         PERFORM WRITE-RECYCLE-REJECT.
049000
049100 WRITE-RECYCLE-REJECT.
049200     MOVE SPACE TO RECYCLE-BUILD.
049300     MOVE IMPORT-RECORD TO RB-LINE.
049400     MOVE ",*" TO RB-SEP.
049500     MOVE REJECT-REASON TO RB-REASON.
049600     MOVE RECYCLE-BUILD TO RECYCLE-WORK-REC.
049700     WRITE RECYCLE-WORK-REC.
049800
049900 PRINT-IMPORT-TOTALS.
050000     PERFORM LINE-FEED.
050100     MOVE LOADED-COUNT TO PRINT-LOADED.
050200     MOVE LOADED-TOTAL TO PRINT-LOAD-TOTAL.
050300     MOVE REJECT-COUNT TO PRINT-REJECTS.
050400     MOVE TOTAL-LINE TO PRINTER-RECORD.
050500     PERFORM WRITE-TO-PRINTER.
050600     MOVE UNCODED-COUNT TO PRINT-UNCODED.
050700     MOVE UNCODED-LINE TO PRINTER-RECORD.
050800     PERFORM WRITE-TO-PRINTER.
050900     DISPLAY LOADED-COUNT " CARD LINES LOADED, "
051000             REJECT-COUNT " REJECTED".
051100
051200 READ-NEXT-IMPORT-LINE.
051300     MOVE "N" TO IMPORT-FILE-AT-END.
051400     IF RUN-FROM-RECYCLE = "Y"
051500         PERFORM READ-NEXT-RECYCLE-LINE
051600     ELSE
051700         READ IMPORT-FILE
051800             AT END MOVE "Y" TO IMPORT-FILE-AT-END.
051900
052000*---------------------------------
052100* The line proper lives in
052200* columns 1-100; the appended
052300* reason is dropped here.
052400*---------------------------------
052500 READ-NEXT-RECYCLE-LINE.
052600     READ RECYCLE-IN-FILE
052700         AT END MOVE "Y" TO IMPORT-FILE-AT-END.
052800     IF IMPORT-FILE-AT-END NOT = "Y"
052900         MOVE RECYCLE-IN-REC (1:100) TO IMPORT-RECORD.
053000
053100*---------------------------------
053200* Ask whether this run loads
053300* the issuer's file or the
053400* corrected rejects from a
053500* prior pass.
053600*---------------------------------
053700 GET-RUN-SOURCE.
053800     PERFORM ACCEPT-RUN-SOURCE.
053900     PERFORM RE-ACCEPT-RUN-SOURCE
054000         UNTIL RUN-FROM-RECYCLE = "Y" OR "N".
054100
054200 ACCEPT-RUN-SOURCE.
054300     DISPLAY "RUN AGAINST THE REJECT RECYCLE FILE".
054400     DISPLAY "INSTEAD OF THE CARD STATEMENT (Y/N)?".
054500     ACCEPT RUN-FROM-RECYCLE.
054600     INSPECT RUN-FROM-RECYCLE
054700         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
054800
054900 RE-ACCEPT-RUN-SOURCE.
055000     DISPLAY "YOU MUST ENTER YES OR NO".
055100     PERFORM ACCEPT-RUN-SOURCE.
055200
055300*---------------------------------
055400* This pass's rejects become
055500* the new recycle file - a
055600* clean pass leaves it empty.
055700*---------------------------------
055800 REBUILD-RECYCLE-FILE.
055900     OPEN INPUT RECYCLE-WORK-FILE.
056000     OPEN OUTPUT RECYCLE-OUT-FILE.
056100     MOVE "N" TO RECYCLE-WORK-AT-END.
056200     PERFORM COPY-NEXT-RECYCLE-LINE
056300         UNTIL RECYCLE-WORK-AT-END = "Y".
056400     CLOSE RECYCLE-WORK-FILE.
056500     CLOSE RECYCLE-OUT-FILE.
056600     IF RECYCLE-OUT-COUNT NOT = ZEROES
056700         DISPLAY RECYCLE-OUT-COUNT
056800                 " REJECTS ON THE RECYCLE FILE".
056900
057000 COPY-NEXT-RECYCLE-LINE.
057100     READ RECYCLE-WORK-FILE
057200         AT END MOVE "Y" TO RECYCLE-WORK-AT-END.
057300     IF RECYCLE-WORK-AT-END NOT = "Y"
057400         MOVE RECYCLE-WORK-REC TO RECYCLE-OUT-REC
057500         WRITE RECYCLE-OUT-REC
057600         ADD 1 TO RECYCLE-OUT-COUNT.
057700
057800*---------------------------------
057900* Printer I-O routines.
058000*---------------------------------
058100 WRITE-TO-PRINTER.
058200     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
058300     ADD 1 TO LINE-COUNT.
058400
058500 LINE-FEED.
058600     MOVE SPACE TO PRINTER-RECORD.
058700     PERFORM WRITE-TO-PRINTER.
058800
058900 START-NEXT-PAGE.
059000     PERFORM END-LAST-PAGE.
059100     PERFORM START-NEW-PAGE.
059200
059300 START-NEW-PAGE.
059400     ADD 1 TO PAGE-NUMBER.
059500     MOVE TITLE-LINE TO PRINTER-RECORD.
059600     PERFORM WRITE-TO-PRINTER.
059700     PERFORM LINE-FEED.
059800
059900 END-LAST-PAGE.
060000     PERFORM FORM-FEED.
060100     MOVE ZERO TO LINE-COUNT.
060200
060300 FORM-FEED.
060400     MOVE SPACE TO PRINTER-RECORD.
060500     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
060600
060700*---------------------------------
060800* Utility routines.
060900*---------------------------------
061000     COPY "PLDATE01.CBL".
061100     COPY "PLSIGN01.CBL".

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BAIIMP01.
000300*---------------------------------
000400* BAI2 prior-day statement import.
000500*
000600* Reads the prior-day file the
000700* bank sends in the BAI2 format
000800* - a file header, a group
000900* header carrying the as-of
001000* date, then per account an
001100* account identifier with its
001200* balance summaries, the
001300* transaction detail lines and
001400* an account trailer - and:
001500*
001600*   posts deposits, bank fees,
001700*   interest and adjustments to
001800*   the cash ledger, through
001900*   the type code table kept by
002000*   BAIMNT01;
002100*   adds the checks the bank
002200*   paid to the cleared-checks
002300*   file;
002400*   compares the bank's closing
002500*   ledger balance (summary
002600*   code 015) with the ledger
002700*   balance CSHPOS01 reports
002800*   plus the checks still
002900*   outstanding at the as-of
003000*   date, and prints every
003100*   difference on an exception
003200*   page.
003300*
003400* Rejected lines go to a recycle
003500* file, preceded by the group
003600* and account header lines they
003700* belong under, so a corrected
003800* recycle file reads as a small
003900* BAI2 file of its own. A file
004000* already loaded, by its header
004100* identification, is refused.
004200*---------------------------------
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600
004700     SELECT IMPORT-FILE
004800         ASSIGN TO "BAI2PDAY"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005100*---------------------------------
005200* The reject recycle file: the
005300* run's rejects in original
005400* line format (columns 1-100)
005500* with the reason appended,
005600* re-readable as an input
005700* source once corrected. One
005800* select reads a prior pass,
005900* the other rewrites the file
006000* from this pass's rejects.
006100*---------------------------------
006200     SELECT OPTIONAL RECYCLE-IN-FILE
006300         ASSIGN TO "BAIRCY"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500
006600     SELECT RECYCLE-OUT-FILE
006700         ASSIGN TO "BAIRCY"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900
007000     SELECT RECYCLE-WORK-FILE
007100         ASSIGN TO "RCYWORK"
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300
007400*---------------------------------
007500* The cleared-checks file is
007600* appended to a check at a time,
007700* and is OPTIONAL here because a
007800* site taking its paid checks
007900* from the BAI2 file may never
008000* have run the BNKIMP01
008100* download that creates it.
008200*---------------------------------
008300     SELECT OPTIONAL BANK-CLEARED-FILE
008400         ASSIGN TO "BANKCLR"
008500         ORGANIZATION IS LINE SEQUENTIAL.
008600
008700     COPY "SLBANK.CBL".
008800
008900     COPY "SLBAIT.CBL".
009000
009100     COPY "SLBAILOG.CBL".
009200
009300     COPY "SLCASHL.CBL".
009400
009500     COPY "SLCHKREG.CBL".
009600
009700     COPY "SLOPER.CBL".
009800
009900     COPY "SLSONLOG.CBL".
010000
010100     COPY "SLSESS.CBL".
010200
010210     COPY "SLXFER.CBL".
010220
010300     SELECT PRINTER-FILE
010400         ASSIGN TO PRINTER
010500         ORGANIZATION IS LINE SEQUENTIAL.
010600
010700 DATA DIVISION.
010800 FILE SECTION.
010900
011000 FD  IMPORT-FILE
011100     LABEL RECORDS ARE STANDARD.
011200 01  IMPORT-RECORD              PIC X(100).
011300
011400 FD  RECYCLE-IN-FILE
011500     LABEL RECORDS ARE STANDARD.
011600 01  RECYCLE-IN-REC             PIC X(132).
011700
011800 FD  RECYCLE-OUT-FILE
011900     LABEL RECORDS ARE STANDARD.
012000 01  RECYCLE-OUT-REC            PIC X(132).
012100
012200 FD  RECYCLE-WORK-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  RECYCLE-WORK-REC           PIC X(132).
012500
012600     COPY "FDBANKCL.CBL".
012700
012800     COPY "FDBANK.CBL".
012900
013000     COPY "FDBAIT.CBL".
013100
013200     COPY "FDBAILOG.CBL".
013300
013400     COPY "FDCASHL.CBL".
013500
013600     COPY "FDCHKREG.CBL".
013700
013800     COPY "FDOPER.CBL".
013900
014000     COPY "FDSONLOG.CBL".
014100
014200     COPY "FDSESS.CBL".
014300
014310     COPY "FDXFER.CBL".
014320
014400 FD  PRINTER-FILE
014500     LABEL RECORDS ARE OMITTED.
014600 01  PRINTER-RECORD             PIC X(100).
014700
014800 WORKING-STORAGE SECTION.
014900
015000 77  IMPORT-FILE-AT-END      PIC X.
015100 77  LINE-IS-GOOD            PIC X.
015200 77  REJECT-REASON           PIC X(30).
015300 77  BANK-FILE-AT-END        PIC X.
015400 77  LOG-FILE-AT-END         PIC X.
015500 77  LEDGER-FILE-AT-END      PIC X.
015600 77  CHECK-REG-AT-END        PIC X.
015700 77  CLEARED-FILE-AT-END     PIC X.
015800 77  BAIT-RECORD-FOUND       PIC X.
015900 77  CHECK-IS-CLEARED        PIC X.
016000 77  CLEARED-BY-DATE         PIC 9(8).
016100 77  SEARCH-CHECK-NO         PIC 9(6).
016200
016300*---------------------------------
016400* Y once the file has passed
016500* the header and already-loaded
016600* checks. A refused file leaves
016700* the recycle file as it was.
016800*---------------------------------
016900 77  FILE-IS-ACCEPTED        PIC X     VALUE "N".
017000
017100*---------------------------------
017200* Recycle handling. A check the
017300* bank reports paid that is
017400* already on the cleared file
017500* stays off the recycle file -
017600* recycling it could only reject
017700* again.
017800*---------------------------------
017900 77  RUN-FROM-RECYCLE        PIC X.
018000 77  RECYCLE-WORK-AT-END     PIC X.
018100 77  REJECT-IS-RECYCLABLE    PIC X.
018200 77  RECYCLE-OUT-COUNT       PIC 9(5) VALUE ZEROES.
018300 01  RECYCLE-BUILD.
018400     05  RB-LINE             PIC X(100).
018500     05  RB-SEP              PIC X(2).
018600     05  RB-REASON           PIC X(30).
018700
018800*---------------------------------
018900* A BAI2 line broken out of its
019000* comma-separated form. Every
019100* line ends with a slash, which
019200* also ends the last field. The
019300* record code comes first.
019400*---------------------------------
019500 01  BAI-RECORD-CODE         PIC X(2).
019600 01  BAI-FIELDS.
019700     05  BAI-FIELD           PIC X(20)
019800                             OCCURS 30 TIMES.
019900 77  FIELD-SUB               PIC 9(3).
020000 77  SPLIT-POINTER           PIC 9(3).
020100 77  SUMMARY-SUB             PIC 9(3).
020200 77  REF-SUB                 PIC 9(3).
020300
020400*---------------------------------
020500* One field tested and converted
020600* as a whole number - BAI2
020700* amounts carry no decimal point
020800* and are in cents.
020900*---------------------------------
021000 77  FIELD-WORK              PIC X(20).
021100 77  FIELD-IS-NUMBER         PIC X.
021200 77  FIELD-NUMBER            PIC S9(15).
021300 77  PIECE-DOT-COUNT         PIC 9(2).
021400
021500*---------------------------------
021600* The file header's identifying
021700* fields, checked against the
021800* file log.
021900*---------------------------------
022000 01  HOLD-FILE-KEY.
022100     05  FILE-SENDER         PIC X(10).
022200     05  FILE-CREATE-DATE    PIC X(6).
022300     05  FILE-CREATE-TIME    PIC X(4).
022400     05  FILE-ID-NUMBER      PIC X(10).
022500 77  FILE-REFUSAL            PIC X(50).
022600
022700*---------------------------------
022800* Where the file stands. A group
022900* or account whose header was
023000* rejected is R, and every line
023100* under it follows it to the
023200* recycle file. Each header line
023300* is held so it can be written
023400* to the recycle file ahead of
023500* the first rejected line under
023600* it; the account header is
023700* held without its balance
023800* summaries, so recycling a
023900* detail line cannot report the
024000* balances a second time.
024100*---------------------------------
024200 77  GROUP-STATE             PIC X.
024300     88  GROUP-IS-GOOD           VALUE "G".
024400     88  GROUP-IS-REJECTED       VALUE "R".
024500 77  ACCOUNT-STATE           PIC X.
024600     88  ACCOUNT-IS-GOOD         VALUE "G".
024700     88  ACCOUNT-IS-REJECTED     VALUE "R".
024800 77  GROUP-AS-OF-DATE        PIC 9(8).
024900 77  ACCOUNT-BANK-NO         PIC 9(2).
025000 77  GROUP-LINE              PIC X(100).
025100 77  GROUP-LINE-RECYCLED     PIC X.
025200 77  ACCOUNT-LINE            PIC X(100).
025300 77  ACCOUNT-LINE-RECYCLED   PIC X.
025400
025500*---------------------------------
025600* The line before a continuation
025700* (88) record, and what became
025800* of it: P processed, R sent to
025900* the recycle file, N rejected
026000* and not recycled.
026100*---------------------------------
026200 77  LAST-RECORD-CODE        PIC X(2).
026300 77  LAST-LINE-FATE          PIC X.
026400 77  LAST-REJECT-REASON      PIC X(30).
026500
026600*---------------------------------
026700* One detail line, once edited.
026800*---------------------------------
026900 77  DETAIL-TYPE-CODE        PIC 9(3).
027000 77  DETAIL-AMOUNT           PIC S9(11)V99.
027100 77  DETAIL-CHECK-NO         PIC 9(6).
027200
027300*---------------------------------
027400* The bank accounts the bank
027500* reports on, by the account
027600* number on its statement files.
027700*---------------------------------
027800 77  BANK-TABLE-COUNT        PIC 9(3) VALUE ZEROES.
027900 77  BANK-TABLE-SUB          PIC 9(3).
028000 01  BANK-TABLE.
028100     05  BANK-TABLE-ENTRY    OCCURS 99 TIMES.
028200         10  BT-ACCOUNT-NO       PIC 9(2).
028300         10  BT-STATEMENT-ACCT   PIC X(17).
028400
028500*---------------------------------
028600* Per bank account, by account
028700* number: the bank's closing
028800* balance and the book figures
028900* it is compared with.
029000*---------------------------------
029100 77  BAL-SUB                 PIC 9(3).
029200 01  BALANCE-TABLE.
029300     05  BALANCE-ENTRY       OCCURS 99 TIMES.
029400         10  BAL-ACCOUNT-NAME    PIC X(30).
029500         10  BAL-REPORTED        PIC X.
029600         10  BAL-CLOSING-FOUND   PIC X.
029700         10  BAL-AS-OF-DATE      PIC 9(8).
029800         10  BAL-BANK-CLOSING    PIC S9(11)V99.
029900         10  BAL-LEDGER          PIC S9(11)V99.
030000         10  BAL-FLOAT           PIC S9(11)V99.
030100 77  BAL-DIFFERENCE          PIC S9(11)V99.
030200 77  EXCEPTION-COUNT         PIC 9(3) VALUE ZEROES.
030300
030400 77  DEPOSIT-COUNT           PIC 9(5)      VALUE ZEROES.
030500 77  DEPOSIT-TOTAL           PIC S9(11)V99 VALUE ZEROES.
030600 77  ADJUSTMENT-COUNT        PIC 9(5)      VALUE ZEROES.
030700 77  ADJUSTMENT-TOTAL        PIC S9(11)V99 VALUE ZEROES.
030800 77  CLEARED-COUNT           PIC 9(5)      VALUE ZEROES.
030900 77  CLEARED-TOTAL           PIC S9(11)V99 VALUE ZEROES.
031000 77  IGNORED-COUNT           PIC 9(5)      VALUE ZEROES.
031100 77  REJECT-COUNT            PIC 9(5)      VALUE ZEROES.
031110 77  TRANSFER-MATCHED-COUNT  PIC 9(5)      VALUE ZEROES.
031120 77  TRANSFER-MATCHED-TOTAL  PIC S9(11)V99 VALUE ZEROES.
031130 77  TRANSFER-FILE-AT-END    PIC X.
031140 77  TRANSFER-WAS-MATCHED    PIC X.
031200
031300 77  LINE-COUNT              PIC 999   VALUE ZERO.
031400 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
031500 77  MAXIMUM-LINES           PIC 999   VALUE 55.
031600
031700 01  DETAIL-LINE.
031800     05  PRINT-IMPORT-LINE PIC X(66).
031900     05  FILLER            PIC X(2)  VALUE SPACE.
032000     05  PRINT-REASON      PIC X(30).
032100
032200 01  TOTAL-LINE.
032300     05  PRINT-TOTAL-NAME  PIC X(20).
032400     05  PRINT-TOTAL-COUNT PIC ZZZZ9.
032500     05  FILLER            PIC X(3)  VALUE SPACE.
032600     05  PRINT-TOTAL-AMOUNT
032700                           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
032800
032900 01  EXCEPTION-HEADING.
033000     05  FILLER         PIC X(25) VALUE "ACCOUNT".
033100     05  FILLER         PIC X(11) VALUE "AS OF".
033200     05  FILLER         PIC X(16) VALUE "  BANK CLOSING".
033300     05  FILLER         PIC X(16) VALUE "        LEDGER".
033400     05  FILLER         PIC X(16) VALUE "   OUTSTANDING".
033500     05  FILLER         PIC X(16) VALUE "    DIFFERENCE".
033600
033700 01  EXCEPTION-LINE.
033800     05  PRINT-EXC-ACCOUNT PIC 99.
033900     05  FILLER            PIC X(2)  VALUE SPACE.
034000     05  PRINT-EXC-NAME    PIC X(20).
034100     05  FILLER            PIC X(1)  VALUE SPACE.
034200     05  PRINT-EXC-DATE    PIC 99/99/9999.
034300     05  FILLER            PIC X(1)  VALUE SPACE.
034400     05  PRINT-EXC-BANK    PIC ZZ,ZZZ,ZZZ.99-.
034500     05  FILLER            PIC X(2)  VALUE SPACE.
034600     05  PRINT-EXC-LEDGER  PIC ZZ,ZZZ,ZZZ.99-.
034700     05  FILLER            PIC X(2)  VALUE SPACE.
034800     05  PRINT-EXC-FLOAT   PIC ZZ,ZZZ,ZZZ.99-.
034900     05  FILLER            PIC X(2)  VALUE SPACE.
035000     05  PRINT-EXC-DIFF    PIC ZZ,ZZZ,ZZZ.99-.
035100
035200 01  MISSING-CLOSING-LINE.
035300     05  PRINT-MISS-ACCOUNT PIC 99.
035400     05  FILLER            PIC X(2)  VALUE SPACE.
035500     05  PRINT-MISS-NAME   PIC X(20).
035600     05  FILLER            PIC X(2)  VALUE SPACE.
035700     05  FILLER            PIC X(40)
035800         VALUE "NO CLOSING LEDGER BALANCE (015) REPORTED".
035900
036000 01  TITLE-LINE.
036100     05  FILLER              PIC X(30) VALUE SPACE.
036200     05  PRINT-TITLE         PIC X(40).
036300
036400     COPY "WSCASE01.CBL".
036500
036600     COPY "WSDATE01.CBL".
036700
036800     COPY "WSAUDIT01.CBL".
036900
037000     COPY "WSSIGN01.CBL".
037100
037200 PROCEDURE DIVISION.
037300 PROGRAM-BEGIN.
037400     PERFORM OPENING-PROCEDURE.
037500     MOVE "BAIIMP01" TO SIGN-ON-PROGRAM.
037600     PERFORM GET-OPERATOR-SIGN-ON.
037700     IF OPERATOR-IS-SIGNED-ON
037800        AND SIGN-ON-CAN-PAYMENT = "Y"
037900         PERFORM MAIN-PROCESS
038000     ELSE
038100     IF OPERATOR-IS-SIGNED-ON
038200         DISPLAY "YOU ARE NOT AUTHORIZED FOR CASH"
038300         DISPLAY "LEDGER POSTING - IMPORT REFUSED".
038400     PERFORM CLOSING-PROCEDURE.
038500
038600 PROGRAM-EXIT.
038700     EXIT PROGRAM.
038800
038900 PROGRAM-DONE.
039000     ACCEPT OMITTED. STOP RUN.
039100
039200 OPENING-PROCEDURE.
039300     OPEN I-O OPERATOR-FILE.
039400     PERFORM GET-RUN-SOURCE.
039500     IF RUN-FROM-RECYCLE = "Y"
039600         OPEN INPUT RECYCLE-IN-FILE
039700     ELSE
039800         OPEN INPUT IMPORT-FILE.
039900     OPEN OUTPUT RECYCLE-WORK-FILE.
040000     OPEN INPUT BAI-TYPE-FILE.
040100     PERFORM LOAD-BANK-TABLE.
040200     OPEN OUTPUT PRINTER-FILE.
040300
040400 CLOSING-PROCEDURE.
040500     CLOSE OPERATOR-FILE.
040600     IF RUN-FROM-RECYCLE = "Y"
040700         CLOSE RECYCLE-IN-FILE
040800     ELSE
040900         CLOSE IMPORT-FILE.
041000     CLOSE RECYCLE-WORK-FILE.
041100     IF FILE-IS-ACCEPTED = "Y"
041200         PERFORM REBUILD-RECYCLE-FILE.
041300     CLOSE BAI-TYPE-FILE.
041400     PERFORM END-LAST-PAGE.
041500     CLOSE PRINTER-FILE.
041600
041700 MAIN-PROCESS.
041800     MOVE "BAI2 PRIOR-DAY LOAD REGISTER" TO PRINT-TITLE.
041900     PERFORM START-NEW-PAGE.
042000     MOVE SPACE TO GROUP-STATE
042100                   ACCOUNT-STATE
042200                   GROUP-LINE
042300                   ACCOUNT-LINE
042400                   LAST-RECORD-CODE.
042500     MOVE "Y" TO GROUP-LINE-RECYCLED
042600                 ACCOUNT-LINE-RECYCLED.
042700     MOVE "P" TO LAST-LINE-FATE.
042800     PERFORM READ-NEXT-IMPORT-LINE.
042900     IF RUN-FROM-RECYCLE = "Y"
043000         MOVE "Y" TO FILE-IS-ACCEPTED
043100     ELSE
043200         PERFORM CHECK-FILE-HEADER.
043300     IF FILE-IS-ACCEPTED = "Y"
043400         PERFORM IMPORT-THE-FILE.
043500
043600 IMPORT-THE-FILE.
043700     OPEN EXTEND CASH-LEDGER-FILE.
043710     OPEN I-O TRANSFER-FILE.
043800     PERFORM IMPORT-ALL-LINES
043900         UNTIL IMPORT-FILE-AT-END = "Y".
044000     CLOSE CASH-LEDGER-FILE.
044010     CLOSE TRANSFER-FILE.
044100     PERFORM PRINT-IMPORT-TOTALS.
044200     PERFORM PRINT-BALANCE-EXCEPTIONS.
044300     IF RUN-FROM-RECYCLE = "N"
044400         PERFORM LOG-THIS-FILE.
044500
044600*---------------------------------
044700* A download run must start
044800* with the file header (01),
044900* and a file whose sender,
045000* creation date and time and
045100* file id are already on the
045200* log is refused outright - the
045300* bank resends a prior-day file
045400* often enough to matter.
045500*---------------------------------
045600 CHECK-FILE-HEADER.
045700     MOVE "Y" TO FILE-IS-ACCEPTED.
045800     MOVE SPACE TO FILE-REFUSAL.
045900     IF IMPORT-FILE-AT-END = "Y"
046000         MOVE "N" TO FILE-IS-ACCEPTED
046100         MOVE "THE BAI2 FILE IS EMPTY" TO FILE-REFUSAL
046200     ELSE
046300         PERFORM SPLIT-IMPORT-LINE
046400         IF BAI-RECORD-CODE NOT = "01"
046500             MOVE "N" TO FILE-IS-ACCEPTED
046600             MOVE "THE FILE DOES NOT START WITH A BAI2 HEADER"
046700                 TO FILE-REFUSAL.
046800     IF FILE-IS-ACCEPTED = "Y"
046900         MOVE BAI-FIELD (2) TO FILE-SENDER
047000         MOVE BAI-FIELD (4) TO FILE-CREATE-DATE
047100         MOVE BAI-FIELD (5) TO FILE-CREATE-TIME
047200         MOVE BAI-FIELD (6) TO FILE-ID-NUMBER
047300         PERFORM CHECK-FILE-LOG.
047400     IF FILE-IS-ACCEPTED = "N"
047500         DISPLAY "*** " FILE-REFUSAL
047600         DISPLAY "NOTHING WAS POSTED ***"
047700         MOVE FILE-REFUSAL TO PRINTER-RECORD
047800         PERFORM WRITE-TO-PRINTER
047900         MOVE "*** NOTHING WAS POSTED" TO PRINTER-RECORD
048000         PERFORM WRITE-TO-PRINTER.
048100
048200 CHECK-FILE-LOG.
048300     OPEN INPUT BAI-LOG-FILE.
048400     MOVE "N" TO LOG-FILE-AT-END.
048500     PERFORM CHECK-NEXT-LOG-ENTRY
048600         UNTIL LOG-FILE-AT-END = "Y"
048700            OR FILE-IS-ACCEPTED = "N".
048800     CLOSE BAI-LOG-FILE.
048900
049000 CHECK-NEXT-LOG-ENTRY.
049100     READ BAI-LOG-FILE
049200         AT END MOVE "Y" TO LOG-FILE-AT-END.
049300     IF LOG-FILE-AT-END NOT = "Y"
049400        AND BLOG-FILE-KEY = HOLD-FILE-KEY
049500         MOVE "N" TO FILE-IS-ACCEPTED
049600         MOVE BLOG-LOAD-DATE TO DATE-CCYYMMDD
049700         PERFORM FORMAT-THE-DATE
049800         MOVE SPACE TO FILE-REFUSAL
049900         STRING "THIS FILE WAS ALREADY LOADED ON "
050000                    DELIMITED BY SIZE
050100                FORMATTED-DATE (1:2) "/"
050200                FORMATTED-DATE (3:2) "/"
050300                FORMATTED-DATE (5:4)
050400                    DELIMITED BY SIZE
050500             INTO FILE-REFUSAL.
050600
050700 LOG-THIS-FILE.
050800     MOVE HOLD-FILE-KEY TO BLOG-FILE-KEY.
050900     MOVE FUNCTION CURRENT-DATE (1:8) TO BLOG-LOAD-DATE.
051000     OPEN EXTEND BAI-LOG-FILE.
051100     WRITE BAI-LOG-RECORD.
051200     CLOSE BAI-LOG-FILE.
051300
051400*---------------------------------
051500* One line, by record code. A
051600* continuation (88) belongs to
051700* the line before it and does
051800* not become the line before the
051900* next one.
052000*---------------------------------
052100 IMPORT-ALL-LINES.
052200     IF IMPORT-RECORD NOT = SPACES
052300         PERFORM SPLIT-IMPORT-LINE
052400         PERFORM IMPORT-ONE-LINE.
052500     PERFORM READ-NEXT-IMPORT-LINE.
052600
052700 IMPORT-ONE-LINE.
052800     IF BAI-RECORD-CODE = "88"
052900         PERFORM IMPORT-CONTINUATION
053000     ELSE
053100         MOVE "P" TO LAST-LINE-FATE
053200         PERFORM IMPORT-RECORD-BY-CODE
053300         MOVE BAI-RECORD-CODE TO LAST-RECORD-CODE.
053400
053500 IMPORT-RECORD-BY-CODE.
053600     IF BAI-RECORD-CODE = "01"
053700         NEXT SENTENCE
053800     ELSE
053900     IF BAI-RECORD-CODE = "02"
054000         PERFORM IMPORT-GROUP-HEADER
054100     ELSE
054200     IF BAI-RECORD-CODE = "03"
054300         PERFORM IMPORT-ACCOUNT-HEADER
054400     ELSE
054500     IF BAI-RECORD-CODE = "16"
054600         PERFORM IMPORT-DETAIL-LINE
054700     ELSE
054800     IF BAI-RECORD-CODE = "49"
054900         MOVE SPACE TO ACCOUNT-STATE
055000     ELSE
055100     IF BAI-RECORD-CODE = "98"
055200         MOVE SPACE TO GROUP-STATE
055300                       ACCOUNT-STATE
055400     ELSE
055500     IF BAI-RECORD-CODE = "99"
055600         NEXT SENTENCE
055700     ELSE
055800         MOVE "UNKNOWN RECORD CODE" TO REJECT-REASON
055900         PERFORM REJECT-THIS-LINE.
056000
056100*---------------------------------
056200* Break the line at its commas,
056300* stopping at the slash that
056400* ends it.
056500*---------------------------------
056600 SPLIT-IMPORT-LINE.
056700     MOVE SPACE TO BAI-FIELDS.
056800     MOVE IMPORT-RECORD (1:2) TO BAI-RECORD-CODE.
056900     MOVE ZEROES TO FIELD-SUB.
057000     MOVE 1 TO SPLIT-POINTER.
057100     PERFORM SPLIT-NEXT-FIELD
057200         UNTIL SPLIT-POINTER > 100
057300            OR FIELD-SUB = 30.
057400
057500 SPLIT-NEXT-FIELD.
057600     ADD 1 TO FIELD-SUB.
057700     UNSTRING IMPORT-RECORD
057800         DELIMITED BY "," OR "/"
057900         INTO BAI-FIELD (FIELD-SUB)
058000         WITH POINTER SPLIT-POINTER.
058100     IF IMPORT-RECORD (SPLIT-POINTER - 1:1) = "/"
058200         MOVE 101 TO SPLIT-POINTER.
058300
058400 GET-FIELD-NUMBER.
058500     MOVE "N" TO FIELD-IS-NUMBER.
058600     MOVE ZEROES TO FIELD-NUMBER
058700                    PIECE-DOT-COUNT.
058800     INSPECT FIELD-WORK
058900         TALLYING PIECE-DOT-COUNT FOR ALL ".".
059000     IF FIELD-WORK NOT = SPACES
059100        AND PIECE-DOT-COUNT = ZEROES
059200        AND FUNCTION TEST-NUMVAL(FIELD-WORK) = ZEROES
059300         MOVE "Y" TO FIELD-IS-NUMBER
059400         COMPUTE FIELD-NUMBER =
059500             FUNCTION NUMVAL(FIELD-WORK).
059600
059700*---------------------------------
059800* Group header (02): the as-of
059900* date, YYMMDD, applies to every
060000* account and line in the group.
060100*---------------------------------
060200 IMPORT-GROUP-HEADER.
060300     MOVE IMPORT-RECORD TO GROUP-LINE.
060400     MOVE "N" TO GROUP-LINE-RECYCLED.
060500     MOVE SPACE TO ACCOUNT-STATE
060600                   ACCOUNT-LINE.
060700     MOVE "Y" TO ACCOUNT-LINE-RECYCLED.
060800     MOVE "G" TO GROUP-STATE.
060900     MOVE BAI-FIELD (5) TO FIELD-WORK.
061000     PERFORM GET-FIELD-NUMBER.
061100     IF FIELD-IS-NUMBER NOT = "Y"
061200        OR FIELD-NUMBER < ZEROES
061300        OR FIELD-NUMBER > 999999
061400         MOVE "R" TO GROUP-STATE
061500         MOVE "AS-OF DATE NOT NUMERIC" TO REJECT-REASON
061600     ELSE
061700         COMPUTE DATE-CCYYMMDD = 20000000 + FIELD-NUMBER
061800         MOVE "N" TO ZERO-DATE-IS-OK
061900         PERFORM CHECK-DATE
062000         IF DATE-IS-VALID
062100             MOVE DATE-CCYYMMDD TO GROUP-AS-OF-DATE
062200         ELSE
062300             MOVE "R" TO GROUP-STATE
062400             MOVE "AS-OF DATE IS NOT A REAL DATE"
062500                 TO REJECT-REASON.
062600     IF GROUP-IS-REJECTED
062700         PERFORM REJECT-THIS-LINE
062800         MOVE "Y" TO GROUP-LINE-RECYCLED.
062900
063000*---------------------------------
063100* Account identifier (03): the
063200* account, found by the number
063300* the bank carries for it, and
063400* its balance summaries - sets
063500* of type code, amount, item
063600* count and funds type.
063700*---------------------------------
063800 IMPORT-ACCOUNT-HEADER.
063900     MOVE SPACE TO ACCOUNT-LINE.
064000     STRING "03," DELIMITED BY SIZE
064100            BAI-FIELD (2) DELIMITED BY SPACE
064200            "," DELIMITED BY SIZE
064300            BAI-FIELD (3) DELIMITED BY SPACE
064400            "/" DELIMITED BY SIZE
064500         INTO ACCOUNT-LINE.
064600     MOVE "N" TO ACCOUNT-LINE-RECYCLED.
064700     MOVE "G" TO ACCOUNT-STATE.
064800     IF NOT GROUP-IS-GOOD
064900         MOVE "R" TO ACCOUNT-STATE
065000         MOVE "NO GOOD GROUP HEADER" TO REJECT-REASON
065100     ELSE
065200         PERFORM FIND-STATEMENT-ACCOUNT
065300         IF BANK-TABLE-SUB > BANK-TABLE-COUNT
065400             MOVE "R" TO ACCOUNT-STATE
065500             MOVE "ACCOUNT NOT ON BANK FILE" TO REJECT-REASON.
065600     IF ACCOUNT-IS-REJECTED
065700         PERFORM REJECT-THIS-LINE
065800         MOVE "Y" TO ACCOUNT-LINE-RECYCLED
065900     ELSE
066000         MOVE BT-ACCOUNT-NO (BANK-TABLE-SUB)
066100             TO ACCOUNT-BANK-NO
066200         MOVE "Y" TO BAL-REPORTED (ACCOUNT-BANK-NO)
066300         MOVE 4 TO SUMMARY-SUB
066400         PERFORM TAKE-BALANCE-SUMMARIES.
066500
066600 FIND-STATEMENT-ACCOUNT.
066700     MOVE 1 TO BANK-TABLE-SUB.
066800     PERFORM BUMP-BANK-TABLE-SUB
066900         UNTIL BANK-TABLE-SUB > BANK-TABLE-COUNT
067000            OR BT-STATEMENT-ACCT (BANK-TABLE-SUB) =
067100               BAI-FIELD (2).
067200
067300 BUMP-BANK-TABLE-SUB.
067400     ADD 1 TO BANK-TABLE-SUB.
067500
067600*---------------------------------
067700* Only the closing ledger
067800* balance (015) is kept. A funds
067900* type of V carries a value date
068000* and time and S three more
068100* amounts; D carries a variable
068200* distribution, past which the
068300* remaining summaries on the
068400* line cannot be located.
068500*---------------------------------
068600 TAKE-BALANCE-SUMMARIES.
068700     PERFORM TAKE-ONE-SUMMARY
068800         UNTIL SUMMARY-SUB > 27
068900            OR BAI-FIELD (SUMMARY-SUB) = SPACES.
069000
069100 TAKE-ONE-SUMMARY.
069200     IF BAI-FIELD (SUMMARY-SUB) = "015"
069300         MOVE BAI-FIELD (SUMMARY-SUB + 1) TO FIELD-WORK
069400         PERFORM GET-FIELD-NUMBER
069500         IF FIELD-IS-NUMBER = "Y"
069600             PERFORM KEEP-CLOSING-BALANCE.
069700     IF BAI-FIELD (SUMMARY-SUB + 3) = "V"
069800         ADD 6 TO SUMMARY-SUB
069900     ELSE
070000     IF BAI-FIELD (SUMMARY-SUB + 3) = "S"
070100         ADD 7 TO SUMMARY-SUB
070200     ELSE
070300     IF BAI-FIELD (SUMMARY-SUB + 3) = "D"
070400         MOVE 99 TO SUMMARY-SUB
070500     ELSE
070600         ADD 4 TO SUMMARY-SUB.
070700
070800*---------------------------------
070900* A file carrying more than one
071000* day keeps the latest day's
071100* closing balance.
071200*---------------------------------
071300 KEEP-CLOSING-BALANCE.
071400     IF BAL-CLOSING-FOUND (ACCOUNT-BANK-NO) NOT = "Y"
071500        OR GROUP-AS-OF-DATE NOT <
071600           BAL-AS-OF-DATE (ACCOUNT-BANK-NO)
071700         MOVE "Y" TO BAL-CLOSING-FOUND (ACCOUNT-BANK-NO)
071800         MOVE GROUP-AS-OF-DATE
071900             TO BAL-AS-OF-DATE (ACCOUNT-BANK-NO)
072000         COMPUTE BAL-BANK-CLOSING (ACCOUNT-BANK-NO) =
072100             FIELD-NUMBER / 100.
072200
072300*---------------------------------
072400* Continuation (88): more of the
072500* line before it. It follows a
072600* rejected line to the recycle
072700* file, and carries more balance
072800* summaries after an account
072900* identifier.
073000*---------------------------------
073100 IMPORT-CONTINUATION.
073200     IF LAST-LINE-FATE = "R"
073300         MOVE LAST-REJECT-REASON TO REJECT-REASON
073400         PERFORM WRITE-RECYCLE-REJECT
073500     ELSE
073600     IF LAST-LINE-FATE = "P"
073700        AND LAST-RECORD-CODE = "03"
073800        AND ACCOUNT-IS-GOOD
073900         MOVE 2 TO SUMMARY-SUB
074000         PERFORM TAKE-BALANCE-SUMMARIES.
074100
074200*---------------------------------
074300* Transaction detail (16): type
074400* code, amount in cents, funds
074500* type, then the bank and
074600* customer references - for a
074700* paid check the customer
074800* reference is the check
074900* number.
075000*---------------------------------
075100 IMPORT-DETAIL-LINE.
075200     PERFORM EDIT-DETAIL-LINE.
075300     IF LINE-IS-GOOD = "Y"
075400         PERFORM APPLY-DETAIL-LINE
075500     ELSE
075600         PERFORM REJECT-THIS-LINE.
075700
075800*---------------------------------
075900* Edits, cheapest first. The
076000* first edit that fails names
076100* the reject reason.
076200*---------------------------------
076300 EDIT-DETAIL-LINE.
076400     MOVE "Y" TO LINE-IS-GOOD.
076500     MOVE SPACE TO REJECT-REASON.
076600     IF ACCOUNT-IS-REJECTED
076700         MOVE "N" TO LINE-IS-GOOD
076800         MOVE "NO GOOD ACCOUNT HEADER" TO REJECT-REASON
076900     ELSE
077000     IF NOT ACCOUNT-IS-GOOD
077100         MOVE "N" TO LINE-IS-GOOD
077200         MOVE "DETAIL OUTSIDE AN ACCOUNT" TO REJECT-REASON.
077300     IF LINE-IS-GOOD = "Y"
077400         PERFORM EDIT-DETAIL-TYPE-CODE.
077500     IF LINE-IS-GOOD = "Y"
077600         PERFORM EDIT-DETAIL-AMOUNT.
077700     IF LINE-IS-GOOD = "Y"
077800         PERFORM EDIT-DETAIL-FUNDS-TYPE.
077900     IF LINE-IS-GOOD = "Y"
078000         PERFORM EDIT-DETAIL-MAPPING.
078100     IF LINE-IS-GOOD = "Y"
078200        AND BAIT-IS-CHECK-PAID
078300         PERFORM EDIT-PAID-CHECK.
078400
078500 EDIT-DETAIL-TYPE-CODE.
078600     MOVE BAI-FIELD (2) TO FIELD-WORK.
078700     PERFORM GET-FIELD-NUMBER.
078800     IF FIELD-IS-NUMBER NOT = "Y"
078900        OR FIELD-NUMBER < 1
079000        OR FIELD-NUMBER > 999
079100         MOVE "N" TO LINE-IS-GOOD
079200         MOVE "TYPE CODE NOT NUMERIC" TO REJECT-REASON
079300     ELSE
079400         MOVE FIELD-NUMBER TO DETAIL-TYPE-CODE.
079500
079600 EDIT-DETAIL-AMOUNT.
079700     MOVE BAI-FIELD (3) TO FIELD-WORK.
079800     PERFORM GET-FIELD-NUMBER.
079900     IF FIELD-IS-NUMBER NOT = "Y"
080000        OR FIELD-NUMBER < ZEROES
080100        OR FIELD-NUMBER > 99999999999
080200         MOVE "N" TO LINE-IS-GOOD
080300         MOVE "AMOUNT NOT NUMERIC" TO REJECT-REASON
080400     ELSE
080500         COMPUTE DETAIL-AMOUNT = FIELD-NUMBER / 100.
080600
080700 EDIT-DETAIL-FUNDS-TYPE.
080800     IF BAI-FIELD (4) = SPACE OR "0" OR "1" OR "2" OR "Z"
080900         MOVE 5 TO REF-SUB
081000     ELSE
081100     IF BAI-FIELD (4) = "V"
081200         MOVE 7 TO REF-SUB
081300     ELSE
081400     IF BAI-FIELD (4) = "S"
081500         MOVE 8 TO REF-SUB
081600     ELSE
081700         MOVE "N" TO LINE-IS-GOOD
081800         MOVE "FUNDS TYPE NOT HANDLED" TO REJECT-REASON.
081900
082000 EDIT-DETAIL-MAPPING.
082100     MOVE DETAIL-TYPE-CODE TO BAIT-CODE.
082200     PERFORM READ-BAIT-RECORD.
082300     IF BAIT-RECORD-FOUND NOT = "Y"
082400         MOVE "N" TO LINE-IS-GOOD
082500         MOVE "TYPE CODE NOT MAPPED" TO REJECT-REASON.
082600
082700 EDIT-PAID-CHECK.
082800     MOVE BAI-FIELD (REF-SUB + 1) TO FIELD-WORK.
082900     PERFORM GET-FIELD-NUMBER.
083000     IF FIELD-IS-NUMBER NOT = "Y"
083100        OR FIELD-NUMBER < 1
083200        OR FIELD-NUMBER > 999999
083300         MOVE "N" TO LINE-IS-GOOD
083400         MOVE "CHECK NUMBER NOT NUMERIC" TO REJECT-REASON
083500     ELSE
083600         MOVE FIELD-NUMBER TO DETAIL-CHECK-NO.
083700     IF LINE-IS-GOOD = "Y"
083800        AND DETAIL-AMOUNT > 999999.99
083900         MOVE "N" TO LINE-IS-GOOD
084000         MOVE "CHECK AMOUNT TOO LARGE" TO REJECT-REASON.
084100     IF LINE-IS-GOOD = "Y"
084200         MOVE 99999999 TO CLEARED-BY-DATE
084300         MOVE DETAIL-CHECK-NO TO SEARCH-CHECK-NO
084400         PERFORM CHECK-IF-CLEARED
084500         IF CHECK-IS-CLEARED = "Y"
084600             MOVE "N" TO LINE-IS-GOOD
084700             MOVE "CHECK ALREADY CLEARED" TO REJECT-REASON.
084800
084900 APPLY-DETAIL-LINE.
085000     IF BAIT-IS-IGNORED
085100         ADD 1 TO IGNORED-COUNT
085200     ELSE
085300     IF BAIT-IS-CHECK-PAID
085400         PERFORM LOAD-PAID-CHECK
085500     ELSE
085600         PERFORM MATCH-TRANSFER-LINE
085610         IF TRANSFER-WAS-MATCHED = "N"
085620             PERFORM POST-LEDGER-LINE.
085700
085800*---------------------------------
085900* Deposits post as deposits;
086000* fees, interest and adjustments
086100* post as adjustments. The ref
086200* carries the BAI type code.
086300*---------------------------------
086400 POST-LEDGER-LINE.
086500     MOVE ACCOUNT-BANK-NO TO CASHL-BANK-ACCT.
086600     MOVE GROUP-AS-OF-DATE TO CASHL-DATE.
086700     IF BAIT-IS-DEPOSIT
086800         MOVE "D" TO CASHL-TYPE
086900     ELSE
087000         MOVE "A" TO CASHL-TYPE.
087100     MOVE DETAIL-TYPE-CODE TO CASHL-REF.
087200     IF BAIT-IS-DEBIT
087300         COMPUTE CASHL-AMOUNT = 0 - DETAIL-AMOUNT
087400     ELSE
087500         MOVE DETAIL-AMOUNT TO CASHL-AMOUNT.
087600     MOVE BAIT-DESCRIPTION TO CASHL-DESC.
087700     WRITE CASH-LEDGER-RECORD.
087800     IF BAIT-IS-DEPOSIT
087900         ADD 1 TO DEPOSIT-COUNT
088000         ADD CASHL-AMOUNT TO DEPOSIT-TOTAL
088100     ELSE
088200         ADD 1 TO ADJUSTMENT-COUNT
088300         ADD CASHL-AMOUNT TO ADJUSTMENT-TOTAL.
088400
088402*---------------------------------
088404* A transfer between our own
088406* accounts is already on the
088408* cash ledger from the day it
088410* was keyed, both sides. A
088412* bank line for the same amount
088414* on the right account, on or
088416* after the transfer date, is
088418* that transfer arriving: the
088420* side is stamped seen and the
088422* line is not posted again.
088424* A bank debit is the paying
088426* side, a bank credit the
088428* receiving side.
088430*---------------------------------
088432 MATCH-TRANSFER-LINE.
088434     MOVE "N" TO TRANSFER-WAS-MATCHED.
088436     MOVE "N" TO TRANSFER-FILE-AT-END.
088438     MOVE ZEROES TO XFER-NUMBER.
088440     START TRANSFER-FILE KEY NOT < XFER-NUMBER
088442         INVALID KEY
088444         MOVE "Y" TO TRANSFER-FILE-AT-END.
088446     PERFORM CHECK-NEXT-TRANSFER
088448         UNTIL TRANSFER-FILE-AT-END = "Y"
088450            OR TRANSFER-WAS-MATCHED = "Y".
088452     IF TRANSFER-WAS-MATCHED = "Y"
088454         ADD 1 TO TRANSFER-MATCHED-COUNT
088456         ADD DETAIL-AMOUNT TO TRANSFER-MATCHED-TOTAL
088458         REWRITE TRANSFER-RECORD
088460             INVALID KEY
088462             DISPLAY "ERROR REWRITING TRANSFER " XFER-NUMBER.
088464
088466 CHECK-NEXT-TRANSFER.
088468     READ TRANSFER-FILE NEXT RECORD
088470         AT END MOVE "Y" TO TRANSFER-FILE-AT-END.
088472     IF TRANSFER-FILE-AT-END NOT = "Y"
088474        AND XFER-AMOUNT = DETAIL-AMOUNT
088476        AND XFER-DATE NOT > GROUP-AS-OF-DATE
088478         PERFORM CHECK-TRANSFER-SIDE.
088480
088482 CHECK-TRANSFER-SIDE.
088484     IF BAIT-IS-DEBIT
088486        AND XFER-FROM-ACCT = ACCOUNT-BANK-NO
088488        AND XFER-FROM-SEEN-DATE = ZEROES
088490         MOVE GROUP-AS-OF-DATE TO XFER-FROM-SEEN-DATE
088492         MOVE "Y" TO TRANSFER-WAS-MATCHED
088493     ELSE
088494     IF NOT BAIT-IS-DEBIT
088495        AND XFER-TO-ACCT = ACCOUNT-BANK-NO
088496        AND XFER-TO-SEEN-DATE = ZEROES
088497         MOVE GROUP-AS-OF-DATE TO XFER-TO-SEEN-DATE
088498         MOVE "Y" TO TRANSFER-WAS-MATCHED.
088499
088500 LOAD-PAID-CHECK.
088600     MOVE DETAIL-CHECK-NO TO BANK-CHECK-NO.
088700     MOVE GROUP-AS-OF-DATE TO BANK-CLEARED-DATE.
088800     MOVE DETAIL-AMOUNT TO BANK-CLEARED-AMOUNT.
088900     OPEN EXTEND BANK-CLEARED-FILE.
089000     WRITE BANK-CLEARED-RECORD.
089100     CLOSE BANK-CLEARED-FILE.
089200     ADD 1 TO CLEARED-COUNT.
089300     ADD DETAIL-AMOUNT TO CLEARED-TOTAL.
089400
089500*---------------------------------
089600* Whether SEARCH-CHECK-NO is on
089700* the cleared file with a
089800* cleared date no later than
089900* CLEARED-BY-DATE.
090000*---------------------------------
090100 CHECK-IF-CLEARED.
090200     MOVE "N" TO CHECK-IS-CLEARED.
090300     OPEN INPUT BANK-CLEARED-FILE.
090400     MOVE "N" TO CLEARED-FILE-AT-END.
090500     PERFORM CHECK-NEXT-CLEARED
090600         UNTIL CLEARED-FILE-AT-END = "Y"
090700            OR CHECK-IS-CLEARED = "Y".
090800     CLOSE BANK-CLEARED-FILE.
090900
091000 CHECK-NEXT-CLEARED.
091100     READ BANK-CLEARED-FILE
091200         AT END MOVE "Y" TO CLEARED-FILE-AT-END.
091300     IF CLEARED-FILE-AT-END NOT = "Y"
091400        AND BANK-CHECK-NO = SEARCH-CHECK-NO
091500        AND BANK-CLEARED-DATE NOT > CLEARED-BY-DATE
091600         MOVE "Y" TO CHECK-IS-CLEARED.
091700
091800*---------------------------------
091900* A rejected line goes to the
092000* recycle file behind the group
092100* and account headers it sits
092200* under, each written once.
092300*---------------------------------
092400 REJECT-THIS-LINE.
092500     ADD 1 TO REJECT-COUNT.
092600     IF LINE-COUNT > MAXIMUM-LINES
092700         PERFORM START-NEXT-PAGE.
092800     MOVE SPACE TO DETAIL-LINE.
092900     MOVE IMPORT-RECORD TO PRINT-IMPORT-LINE.
093000     MOVE REJECT-REASON TO PRINT-REASON.
093100     MOVE DETAIL-LINE TO PRINTER-RECORD.
093200     PERFORM WRITE-TO-PRINTER.
093300     MOVE "Y" TO REJECT-IS-RECYCLABLE.
093400     IF REJECT-REASON = "CHECK ALREADY CLEARED"
093500         MOVE "N" TO REJECT-IS-RECYCLABLE.
093600     MOVE REJECT-REASON TO LAST-REJECT-REASON.
093700     IF REJECT-IS-RECYCLABLE = "Y"
093800         MOVE "R" TO LAST-LINE-FATE
093900         PERFORM WRITE-RECYCLE-CONTEXT
094000         PERFORM WRITE-RECYCLE-REJECT
094100     ELSE
094200         MOVE "N" TO LAST-LINE-FATE.
094300
094400 WRITE-RECYCLE-CONTEXT.
094500     IF BAI-RECORD-CODE NOT = "02"
094600        AND GROUP-LINE-RECYCLED = "N"
094700         MOVE GROUP-LINE TO RB-LINE
094800         PERFORM WRITE-RECYCLE-HEADER
094900         MOVE "Y" TO GROUP-LINE-RECYCLED.
095000     IF BAI-RECORD-CODE = "16"
095100        AND ACCOUNT-LINE-RECYCLED = "N"
095200         MOVE ACCOUNT-LINE TO RB-LINE
095300         PERFORM WRITE-RECYCLE-HEADER
095400         MOVE "Y" TO ACCOUNT-LINE-RECYCLED.
095500
095600 WRITE-RECYCLE-HEADER.
095700     MOVE ",*" TO RB-SEP.
095800     MOVE "HEADER FOR THE LINES BELOW" TO RB-REASON.
095900     MOVE RECYCLE-BUILD TO RECYCLE-WORK-REC.
096000     WRITE RECYCLE-WORK-REC.
096100
096200 WRITE-RECYCLE-REJECT.
096300     MOVE SPACE TO RECYCLE-BUILD.
096400     MOVE IMPORT-RECORD TO RB-LINE.
096500     MOVE ",*" TO RB-SEP.
096600     MOVE REJECT-REASON TO RB-REASON.
096700     MOVE RECYCLE-BUILD TO RECYCLE-WORK-REC.
096800     WRITE RECYCLE-WORK-REC.
096900
097000 PRINT-IMPORT-TOTALS.
097100     PERFORM LINE-FEED.
097200     MOVE "DEPOSITS POSTED" TO PRINT-TOTAL-NAME.
097300     MOVE DEPOSIT-COUNT TO PRINT-TOTAL-COUNT.
097400     MOVE DEPOSIT-TOTAL TO PRINT-TOTAL-AMOUNT.
097500     MOVE TOTAL-LINE TO PRINTER-RECORD.
097600     PERFORM WRITE-TO-PRINTER.
097700     MOVE "ADJUSTMENTS POSTED" TO PRINT-TOTAL-NAME.
097800     MOVE ADJUSTMENT-COUNT TO PRINT-TOTAL-COUNT.
097900     MOVE ADJUSTMENT-TOTAL TO PRINT-TOTAL-AMOUNT.
098000     MOVE TOTAL-LINE TO PRINTER-RECORD.
098100     PERFORM WRITE-TO-PRINTER.
098200     MOVE "CHECKS CLEARED" TO PRINT-TOTAL-NAME.
098300     MOVE CLEARED-COUNT TO PRINT-TOTAL-COUNT.
098400     MOVE CLEARED-TOTAL TO PRINT-TOTAL-AMOUNT.
098500     MOVE TOTAL-LINE TO PRINTER-RECORD.
098600     PERFORM WRITE-TO-PRINTER.
098700     MOVE SPACE TO TOTAL-LINE.
098800     MOVE "LINES IGNORED" TO PRINT-TOTAL-NAME.
098900     MOVE IGNORED-COUNT TO PRINT-TOTAL-COUNT.
099000     MOVE TOTAL-LINE TO PRINTER-RECORD.
099100     PERFORM WRITE-TO-PRINTER.
099200     MOVE "LINES REJECTED" TO PRINT-TOTAL-NAME.
099300     MOVE REJECT-COUNT TO PRINT-TOTAL-COUNT.
099400     MOVE TOTAL-LINE TO PRINTER-RECORD.
099500     PERFORM WRITE-TO-PRINTER.
099510     MOVE "TRANSFERS MATCHED" TO PRINT-TOTAL-NAME.
099520     MOVE TRANSFER-MATCHED-COUNT TO PRINT-TOTAL-COUNT.
099530     MOVE TRANSFER-MATCHED-TOTAL TO PRINT-TOTAL-AMOUNT.
099540     MOVE TOTAL-LINE TO PRINTER-RECORD.
099550     PERFORM WRITE-TO-PRINTER.
099600     DISPLAY DEPOSIT-COUNT " DEPOSITS AND "
099700             ADJUSTMENT-COUNT " ADJUSTMENTS POSTED".
099800     DISPLAY CLEARED-COUNT " CHECKS CLEARED, "
099900             IGNORED-COUNT " IGNORED, "
100000             REJECT-COUNT " REJECTED".
100010     DISPLAY TRANSFER-MATCHED-COUNT " TRANSFER LINES MATCHED".
100100
100200*---------------------------------
100300* The exception page. For each
100400* account the bank gave a
100500* closing balance for, the book
100600* side is the cash ledger as of
100700* that date plus the checks
100800* issued by then that the bank
100900* had not yet paid by then; the
101000* two should agree exactly. An
101100* account the bank reported
101200* without a closing balance is
101300* listed too, except on a
101400* recycle run, where the
101500* account headers come without
101600* their summaries.
101700*---------------------------------
101800 PRINT-BALANCE-EXCEPTIONS.
101900     PERFORM SUM-LEDGER-TO-AS-OF.
102000     PERFORM SUM-FLOAT-TO-AS-OF.
102100     MOVE "BAI2 BALANCE EXCEPTIONS" TO PRINT-TITLE.
102200     PERFORM START-NEXT-PAGE.
102300     MOVE EXCEPTION-HEADING TO PRINTER-RECORD.
102400     PERFORM WRITE-TO-PRINTER.
102500     PERFORM LINE-FEED.
102600     PERFORM CHECK-ONE-BALANCE
102700         VARYING BAL-SUB FROM 1 BY 1
102800           UNTIL BAL-SUB > 99.
102900     IF EXCEPTION-COUNT = ZEROES
103000         MOVE "ALL CLOSING BALANCES AGREE WITH THE BOOKS"
103100             TO PRINTER-RECORD
103200         PERFORM WRITE-TO-PRINTER.
103300     DISPLAY EXCEPTION-COUNT " BALANCE EXCEPTIONS".
103400
103500 CHECK-ONE-BALANCE.
103600     IF BAL-REPORTED (BAL-SUB) = "Y"
103700        AND BAL-CLOSING-FOUND (BAL-SUB) = "Y"
103800         COMPUTE BAL-DIFFERENCE =
103900             BAL-BANK-CLOSING (BAL-SUB)
104000             - BAL-LEDGER (BAL-SUB)
104100             - BAL-FLOAT (BAL-SUB)
104200         IF BAL-DIFFERENCE NOT = ZEROES
104300             PERFORM PRINT-BALANCE-EXCEPTION
104400         ELSE
104500             NEXT SENTENCE
104600     ELSE
104700     IF BAL-REPORTED (BAL-SUB) = "Y"
104800        AND RUN-FROM-RECYCLE = "N"
104900         PERFORM PRINT-MISSING-CLOSING.
105000
105100 PRINT-BALANCE-EXCEPTION.
105200     ADD 1 TO EXCEPTION-COUNT.
105300     IF LINE-COUNT > MAXIMUM-LINES
105400         PERFORM START-NEXT-PAGE.
105500     MOVE BAL-SUB TO PRINT-EXC-ACCOUNT.
105600     MOVE BAL-ACCOUNT-NAME (BAL-SUB) TO PRINT-EXC-NAME.
105700     MOVE BAL-AS-OF-DATE (BAL-SUB) TO DATE-CCYYMMDD.
105800     PERFORM FORMAT-THE-DATE.
105900     MOVE FORMATTED-DATE TO PRINT-EXC-DATE.
106000     MOVE BAL-BANK-CLOSING (BAL-SUB) TO PRINT-EXC-BANK.
106100     MOVE BAL-LEDGER (BAL-SUB) TO PRINT-EXC-LEDGER.
106200     MOVE BAL-FLOAT (BAL-SUB) TO PRINT-EXC-FLOAT.
106300     MOVE BAL-DIFFERENCE TO PRINT-EXC-DIFF.
106400     MOVE EXCEPTION-LINE TO PRINTER-RECORD.
106500     PERFORM WRITE-TO-PRINTER.
106600
106700 PRINT-MISSING-CLOSING.
106800     ADD 1 TO EXCEPTION-COUNT.
106900     IF LINE-COUNT > MAXIMUM-LINES
107000         PERFORM START-NEXT-PAGE.
107100     MOVE BAL-SUB TO PRINT-MISS-ACCOUNT.
107200     MOVE BAL-ACCOUNT-NAME (BAL-SUB) TO PRINT-MISS-NAME.
107300     MOVE MISSING-CLOSING-LINE TO PRINTER-RECORD.
107400     PERFORM WRITE-TO-PRINTER.
107500
107600 SUM-LEDGER-TO-AS-OF.
107700     OPEN INPUT CASH-LEDGER-FILE.
107800     MOVE "N" TO LEDGER-FILE-AT-END.
107900     PERFORM SUM-NEXT-LEDGER-LINE
108000         UNTIL LEDGER-FILE-AT-END = "Y".
108100     CLOSE CASH-LEDGER-FILE.
108200
108300 SUM-NEXT-LEDGER-LINE.
108400     READ CASH-LEDGER-FILE
108500         AT END MOVE "Y" TO LEDGER-FILE-AT-END.
108600     IF LEDGER-FILE-AT-END NOT = "Y"
108700        AND CASHL-BANK-ACCT > ZEROES
108800         IF BAL-CLOSING-FOUND (CASHL-BANK-ACCT) = "Y"
108900            AND CASHL-DATE NOT >
109000                BAL-AS-OF-DATE (CASHL-BANK-ACCT)
109100             ADD CASHL-AMOUNT TO BAL-LEDGER (CASHL-BANK-ACCT).
109200
109300 SUM-FLOAT-TO-AS-OF.
109400     OPEN INPUT CHECK-REG-FILE.
109500     MOVE "N" TO CHECK-REG-AT-END.
109600     MOVE ZEROES TO CHECK-REG-NO.
109700     START CHECK-REG-FILE KEY NOT < CHECK-REG-NO
109800         INVALID KEY
109900         MOVE "Y" TO CHECK-REG-AT-END.
110000     PERFORM SUM-NEXT-FLOAT-CHECK
110100         UNTIL CHECK-REG-AT-END = "Y".
110200     CLOSE CHECK-REG-FILE.
110300
110400 SUM-NEXT-FLOAT-CHECK.
110500     READ CHECK-REG-FILE NEXT RECORD
110600         AT END
110700         MOVE "Y" TO CHECK-REG-AT-END.
110800     IF CHECK-REG-AT-END NOT = "Y"
110900        AND CHECK-IS-ISSUED
111000        AND CHECK-REG-BANK-ACCT > ZEROES
111100         IF BAL-CLOSING-FOUND (CHECK-REG-BANK-ACCT) = "Y"
111200            AND CHECK-REG-DATE NOT >
111300                BAL-AS-OF-DATE (CHECK-REG-BANK-ACCT)
111400             PERFORM ADD-CHECK-IF-OUTSTANDING.
111500
111600 ADD-CHECK-IF-OUTSTANDING.
111700     MOVE CHECK-REG-NO TO SEARCH-CHECK-NO.
111800     MOVE BAL-AS-OF-DATE (CHECK-REG-BANK-ACCT)
111900         TO CLEARED-BY-DATE.
112000     PERFORM CHECK-IF-CLEARED.
112100     IF CHECK-IS-CLEARED = "N"
112200         ADD CHECK-REG-AMOUNT
112300             TO BAL-FLOAT (CHECK-REG-BANK-ACCT).
112400
112500*---------------------------------
112600* The bank accounts, with the
112700* account number the bank uses
112800* for each, and a clean balance
112900* table.
113000*---------------------------------
113100 LOAD-BANK-TABLE.
113200     PERFORM CLEAR-BALANCE-ENTRY
113300         VARYING BAL-SUB FROM 1 BY 1
113400           UNTIL BAL-SUB > 99.
113500     OPEN INPUT BANK-FILE.
113600     MOVE "N" TO BANK-FILE-AT-END.
113700     MOVE ZEROES TO BANK-ACCOUNT-NO.
113800     START BANK-FILE KEY NOT < BANK-ACCOUNT-NO
113900         INVALID KEY
114000         MOVE "Y" TO BANK-FILE-AT-END.
114100     PERFORM LOAD-NEXT-BANK-ACCOUNT
114200         UNTIL BANK-FILE-AT-END = "Y".
114300     CLOSE BANK-FILE.
114400
114500 CLEAR-BALANCE-ENTRY.
114600     MOVE SPACE TO BAL-ACCOUNT-NAME (BAL-SUB).
114700     MOVE "N" TO BAL-REPORTED (BAL-SUB)
114800                 BAL-CLOSING-FOUND (BAL-SUB).
114900     MOVE ZEROES TO BAL-AS-OF-DATE (BAL-SUB)
115000                    BAL-BANK-CLOSING (BAL-SUB)
115100                    BAL-LEDGER (BAL-SUB)
115200                    BAL-FLOAT (BAL-SUB).
115300
115400 LOAD-NEXT-BANK-ACCOUNT.
115500     READ BANK-FILE NEXT RECORD
115600         AT END
115700         MOVE "Y" TO BANK-FILE-AT-END.
115800     IF BANK-FILE-AT-END NOT = "Y"
115900        AND BANK-ACCOUNT-NO > ZEROES
116000         MOVE BANK-ACCOUNT-NAME
116100             TO BAL-ACCOUNT-NAME (BANK-ACCOUNT-NO)
116200         IF BANK-STATEMENT-ACCT NOT = SPACES
116300             ADD 1 TO BANK-TABLE-COUNT
116400             MOVE BANK-ACCOUNT-NO
116500                 TO BT-ACCOUNT-NO (BANK-TABLE-COUNT)
116600             MOVE BANK-STATEMENT-ACCT
116700                 TO BT-STATEMENT-ACCT (BANK-TABLE-COUNT).
116800
116900 READ-BAIT-RECORD.
117000     MOVE "Y" TO BAIT-RECORD-FOUND.
117100     READ BAI-TYPE-FILE RECORD
117200         INVALID KEY
117300         MOVE "N" TO BAIT-RECORD-FOUND.
117400
117500 READ-NEXT-IMPORT-LINE.
117600     MOVE "N" TO IMPORT-FILE-AT-END.
117700     IF RUN-FROM-RECYCLE = "Y"
117800         PERFORM READ-NEXT-RECYCLE-LINE
117900     ELSE
118000         READ IMPORT-FILE
118100             AT END MOVE "Y" TO IMPORT-FILE-AT-END.
118200
118300*---------------------------------
118400* The line proper lives in
118500* columns 1-100; the appended
118600* reason is dropped here.
118700*---------------------------------
118800 READ-NEXT-RECYCLE-LINE.
118900     READ RECYCLE-IN-FILE
119000         AT END MOVE "Y" TO IMPORT-FILE-AT-END.
119100     IF IMPORT-FILE-AT-END NOT = "Y"
119200         MOVE RECYCLE-IN-REC (1:100) TO IMPORT-RECORD.
119300
119400*---------------------------------
119500* Ask whether this run loads
119600* the bank's file or the
119700* corrected rejects from a
119800* prior pass.
119900*---------------------------------
120000 GET-RUN-SOURCE.
120100     PERFORM ACCEPT-RUN-SOURCE.
120200     PERFORM RE-ACCEPT-RUN-SOURCE
120300         UNTIL RUN-FROM-RECYCLE = "Y" OR "N".
120400
120500 ACCEPT-RUN-SOURCE.
120600     DISPLAY "RUN AGAINST THE REJECT RECYCLE FILE".
120700     DISPLAY "INSTEAD OF THE BAI2 FILE (Y/N)?".
120800     ACCEPT RUN-FROM-RECYCLE.
120900     INSPECT RUN-FROM-RECYCLE
121000         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
121100
121200 RE-ACCEPT-RUN-SOURCE.
121300     DISPLAY "YOU MUST ENTER YES OR NO".
121400     PERFORM ACCEPT-RUN-SOURCE.
121500
121600*---------------------------------
121700* This pass's rejects become
121800* the new recycle file - a
121900* clean pass leaves it empty.
122000*---------------------------------
122100 REBUILD-RECYCLE-FILE.
122200     OPEN INPUT RECYCLE-WORK-FILE.
122300     OPEN OUTPUT RECYCLE-OUT-FILE.
122400     MOVE "N" TO RECYCLE-WORK-AT-END.
122500     PERFORM COPY-NEXT-RECYCLE-LINE
122600         UNTIL RECYCLE-WORK-AT-END = "Y".
122700     CLOSE RECYCLE-WORK-FILE.
122800     CLOSE RECYCLE-OUT-FILE.
122900     IF RECYCLE-OUT-COUNT NOT = ZEROES
123000         DISPLAY RECYCLE-OUT-COUNT
123100                 " LINES ON THE RECYCLE FILE".
123200
123300 COPY-NEXT-RECYCLE-LINE.
123400     READ RECYCLE-WORK-FILE
123500         AT END MOVE "Y" TO RECYCLE-WORK-AT-END.
123600     IF RECYCLE-WORK-AT-END NOT = "Y"
123700         MOVE RECYCLE-WORK-REC TO RECYCLE-OUT-REC
123800         WRITE RECYCLE-OUT-REC
123900         ADD 1 TO RECYCLE-OUT-COUNT.
124000
124100*---------------------------------
124200* Printer I-O routines.
124300*---------------------------------
124400 WRITE-TO-PRINTER.
124500     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
124600     ADD 1 TO LINE-COUNT.
124700
124800 LINE-FEED.
124900     MOVE SPACE TO PRINTER-RECORD.
125000     PERFORM WRITE-TO-PRINTER.
125100
125200 START-NEXT-PAGE.
125300     PERFORM END-LAST-PAGE.
125400     PERFORM START-NEW-PAGE.
125500
125600 START-NEW-PAGE.
125700     ADD 1 TO PAGE-NUMBER.
125800     MOVE TITLE-LINE TO PRINTER-RECORD.
125900     PERFORM WRITE-TO-PRINTER.
126000     PERFORM LINE-FEED.
126100
126200 END-LAST-PAGE.
126300     PERFORM FORM-FEED.
126400     MOVE ZERO TO LINE-COUNT.
126500
126600 FORM-FEED.
126700     MOVE SPACE TO PRINTER-RECORD.
126800     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
126900
127000*---------------------------------
127100* Utility routines.
127200*---------------------------------
127300     COPY "PLDATE01.CBL".
127400
127500     COPY "PLSIGN01.CBL".

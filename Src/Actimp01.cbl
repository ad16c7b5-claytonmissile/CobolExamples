000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACTIMP01.
000300*---------------------------------
000400* Chart of accounts import from
000500* the corporate ledger.
000600*
000700* Loads the ledger's account
000800* master extract (comma-
000900* separated: account number,
001000* account name, account type
001100* A/L/Q/I/E, and status - A for
001200* open, I or C for closed) and
001300* brings the Chart of Accounts
001400* File into line with it. An
001500* account not on file is added,
001600* a name or type the ledger has
001700* changed is updated, and an
001800* account the ledger has closed
001900* is inactivated (one it has
002000* reopened is made active
002100* again). Every change prints
002200* on the change register with
002300* its before and after values.
002400*
002500* Before an account is
002600* inactivated the register
002700* lists every voucher
002800* distribution line, vendor
002900* default, sales G/L mapping
003000* and nightly run parameter
003100* still pointing at it, so
003200* they can be repointed before
003300* anything posts to a dead
003400* account. Rejects print with
003500* reasons and go to the chart
003600* recycle file for correction
003700* through RCYMNT01, the same
003800* way the other imports work.
003900*---------------------------------
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300
004400     SELECT IMPORT-FILE
004500         ASSIGN TO "COAEXTR"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800*---------------------------------
004900* The reject recycle file: the
005000* run's rejects in original
005100* line format (columns 1-80)
005200* with the reason appended,
005300* re-readable as an input
005400* source once corrected. One
005500* select reads a prior pass,
005600* the other rewrites the file
005700* from this pass's rejects.
005800*---------------------------------
005900     SELECT OPTIONAL RECYCLE-IN-FILE
006000         ASSIGN TO "COARCY"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200
006300     SELECT RECYCLE-OUT-FILE
006400         ASSIGN TO "COARCY"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600
006700     SELECT RECYCLE-WORK-FILE
006800         ASSIGN TO "RCYWORK"
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000
007100     COPY "SLACCT.CBL".
007200
007300     COPY "SLDIST.CBL".
007400
007500     COPY "SLVDFLT.CBL".
007600
007700     COPY "SLSGLMAP.CBL".
007800
007900     COPY "SLRPRM.CBL".
008000
008100     COPY "SLOPER.CBL".
008200
008300     COPY "SLSONLOG.CBL".
008400
008500     COPY "SLSESS.CBL".
008600
008700     SELECT PRINTER-FILE
008800         ASSIGN TO PRINTER
008900         ORGANIZATION IS LINE SEQUENTIAL.
009000
009100 DATA DIVISION.
009200 FILE SECTION.
009300
009400 FD  IMPORT-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  IMPORT-RECORD              PIC X(80).
009700
009800 FD  RECYCLE-IN-FILE
009900     LABEL RECORDS ARE STANDARD.
010000 01  RECYCLE-IN-REC             PIC X(112).
010100
010200 FD  RECYCLE-OUT-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  RECYCLE-OUT-REC            PIC X(112).
010500
010600 FD  RECYCLE-WORK-FILE
010700     LABEL RECORDS ARE STANDARD.
010800 01  RECYCLE-WORK-REC           PIC X(112).
010900
011000     COPY "FDACCT.CBL".
011100
011200     COPY "FDDIST.CBL".
011300
011400     COPY "FDVDFLT.CBL".
011500
011600     COPY "FDSGLMAP.CBL".
011700
011800     COPY "FDRPRM.CBL".
011900
012000     COPY "FDOPER.CBL".
012100
012200     COPY "FDSONLOG.CBL".
012300
012400     COPY "FDSESS.CBL".
012500
012600 FD  PRINTER-FILE
012700     LABEL RECORDS ARE OMITTED.
012800 01  PRINTER-RECORD             PIC X(80).
012900
013000 WORKING-STORAGE SECTION.
013100
013200 77  IMPORT-FILE-AT-END      PIC X.
013300 77  ACCOUNT-RECORD-FOUND    PIC X.
013400 77  LINE-IS-GOOD            PIC X.
013500 77  DIST-FILE-AT-END        PIC X.
013600 77  DFLT-FILE-AT-END        PIC X.
013700 77  SGLM-FILE-AT-END        PIC X.
013800 77  RPRM-FILE-AT-END        PIC X.
013900
014000*---------------------------------
014100* The import line broken out of
014200* its comma-separated form,
014300* still in character form until
014400* it passes its edits.
014500*---------------------------------
014600 01  IMPORT-FIELDS.
014700     05  IMP-ACCOUNT         PIC X(10).
014800     05  IMP-NAME            PIC X(30).
014900     05  IMP-TYPE            PIC X(1).
015000         88  IMP-TYPE-IS-VALID
015100             VALUES "A" "L" "Q" "I" "E".
015200     05  IMP-STATUS          PIC X(1).
015300         88  IMP-IS-OPEN         VALUE "A".
015400         88  IMP-IS-CLOSED       VALUES "I" "C".
015500
015600 01  IMP-ACCOUNT-IMAGE       PIC 9(10).
015700 01  IMP-ACCOUNT-NUMERIC     PIC 9(5).
015800 77  PIECE-DOT-COUNT         PIC 9(2).
015900 77  REJECT-REASON           PIC X(30).
016000
016100*---------------------------------
016200* Recycle handling. A reject
016300* that can never load - a
016400* closed account the chart has
016500* never carried - stays off the
016600* recycle file, or it would
016700* bounce forever.
016800*---------------------------------
016900 77  RUN-FROM-RECYCLE        PIC X.
017000 77  RECYCLE-WORK-AT-END     PIC X.
017100 77  REJECT-IS-RECYCLABLE    PIC X.
017200 77  RECYCLE-OUT-COUNT       PIC 9(5) VALUE ZEROES.
017300 01  RECYCLE-BUILD.
017400     05  RB-LINE             PIC X(80).
017500     05  RB-SEP              PIC X(2).
017600     05  RB-REASON           PIC X(30).
017700
017800*---------------------------------
017900* The account as it stood
018000* before this line touched it,
018100* for the register's "was" line.
018200*---------------------------------
018300 01  OLD-ACCOUNT-VALUES.
018400     05  OLD-ACCOUNT-NAME    PIC X(30).
018500     05  OLD-ACCOUNT-TYPE    PIC X(1).
018600     05  OLD-ACCOUNT-STATUS  PIC X(1).
018700 77  CHANGE-ACTION           PIC X(11).
018800
018900*---------------------------------
019000* The nightly run parameter
019100* record is read once at the
019200* start; an absent file simply
019300* means no parameter accounts
019400* to check.
019500*---------------------------------
019600 77  RPRM-ON-FILE            PIC X.
019700 77  REF-PARM-NAME           PIC X(20).
019800
019900 77  ADDED-COUNT             PIC 9(5)      VALUE ZEROES.
020000 77  CHANGED-COUNT           PIC 9(5)      VALUE ZEROES.
020100 77  INACTIVATED-COUNT       PIC 9(5)      VALUE ZEROES.
020200 77  REACTIVATED-COUNT       PIC 9(5)      VALUE ZEROES.
020300 77  UNCHANGED-COUNT         PIC 9(5)      VALUE ZEROES.
020400 77  REJECT-COUNT            PIC 9(5)      VALUE ZEROES.
020500 77  REFERENCE-COUNT         PIC 9(5)      VALUE ZEROES.
020600 77  ACCOUNT-REF-COUNT       PIC 9(5)      VALUE ZEROES.
020700
020800 77  LINE-COUNT              PIC 999   VALUE ZERO.
020900 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
021000 77  MAXIMUM-LINES           PIC 999   VALUE 55.
021100
021200 01  DETAIL-LINE.
021300     05  PRINT-IMPORT-LINE PIC X(45).
021400     05  FILLER            PIC X(2)  VALUE SPACE.
021500     05  PRINT-REASON      PIC X(30).
021600
021700 01  CHANGE-LINE.
021800     05  PRINT-CHG-ACCOUNT PIC X(5).
021900     05  FILLER            PIC X(2)  VALUE SPACE.
022000     05  PRINT-CHG-ACTION  PIC X(11).
022100     05  FILLER            PIC X(1)  VALUE SPACE.
022200     05  PRINT-CHG-WHEN    PIC X(3).
022300     05  FILLER            PIC X(1)  VALUE SPACE.
022400     05  PRINT-CHG-NAME    PIC X(30).
022500     05  FILLER            PIC X(3)  VALUE SPACE.
022600     05  PRINT-CHG-TYPE    PIC X(1).
022700     05  FILLER            PIC X(5)  VALUE SPACE.
022800     05  PRINT-CHG-STATUS  PIC X(1).
022900
023000 01  REFERENCE-LINE.
023100     05  FILLER            PIC X(7)  VALUE SPACE.
023200     05  PRINT-REF-FILE    PIC X(8).
023300     05  FILLER            PIC X(2)  VALUE SPACE.
023400     05  PRINT-REF-DETAIL  PIC X(50).
023500
023600 01  NO-REFERENCE-LINE.
023700     05  FILLER            PIC X(7)  VALUE SPACE.
023800     05  FILLER            PIC X(30)
023900         VALUE "NOTHING ON FILE POINTS HERE".
024000
024100 01  TOTAL-LINE-1.
024200     05  FILLER            PIC X(7)  VALUE "ADDED:".
024300     05  PRINT-ADDED       PIC ZZZZ9.
024400     05  FILLER            PIC X(11) VALUE "  CHANGED:".
024500     05  PRINT-CHANGED     PIC ZZZZ9.
024600     05  FILLER            PIC X(15) VALUE "  INACTIVATED:".
024700     05  PRINT-INACTIVATED PIC ZZZZ9.
024800     05  FILLER            PIC X(15) VALUE "  REACTIVATED:".
024900     05  PRINT-REACTIVATED PIC ZZZZ9.
025000
025100 01  TOTAL-LINE-2.
025200     05  FILLER            PIC X(11) VALUE "UNCHANGED:".
025300     05  PRINT-UNCHANGED   PIC ZZZZ9.
025400     05  FILLER            PIC X(11) VALUE "  REJECTS:".
025500     05  PRINT-REJECTS     PIC ZZZZ9.
025600     05  FILLER            PIC X(27)
025700         VALUE "  REFERENCES TO REPOINT:".
025800     05  PRINT-REFERENCES  PIC ZZZZ9.
025900
026000 01  TITLE-LINE.
026100     05  FILLER              PIC X(20) VALUE SPACE.
026200     05  FILLER              PIC X(33)
026300         VALUE "CHART OF ACCOUNTS CHANGE REGISTER".
026400
026500 01  COLUMN-LINE.
026600     05  FILLER              PIC X(7)  VALUE "ACCT".
026700     05  FILLER              PIC X(16) VALUE "ACTION".
026800     05  FILLER              PIC X(32) VALUE "NAME".
026900     05  FILLER              PIC X(6)  VALUE "TYPE".
027000     05  FILLER              PIC X(6)  VALUE "STAT".
027100
027200     COPY "WSCASE01.CBL".
027300
027400     COPY "WSAUDIT01.CBL".
027500
027600     COPY "WSSIGN01.CBL".
027700
027800 PROCEDURE DIVISION.
027900 PROGRAM-BEGIN.
028000     PERFORM OPENING-PROCEDURE.
028100     MOVE "ACTIMP01" TO SIGN-ON-PROGRAM.
028200     PERFORM GET-OPERATOR-SIGN-ON.
028300     IF OPERATOR-IS-SIGNED-ON
028400        AND SIGN-ON-CAN-MAINT = "Y"
028500         PERFORM MAIN-PROCESS
028600     ELSE
028700     IF OPERATOR-IS-SIGNED-ON
028800         DISPLAY "YOU ARE NOT AUTHORIZED FOR ACCOUNT"
028900         DISPLAY "MAINTENANCE - IMPORT REFUSED".
029000     PERFORM CLOSING-PROCEDURE.
029100
029200 PROGRAM-EXIT.
029300     EXIT PROGRAM.
029400
029500 PROGRAM-DONE.
029600     ACCEPT OMITTED. STOP RUN.
029700
029800 OPENING-PROCEDURE.
029900     OPEN I-O OPERATOR-FILE.
030000     PERFORM GET-RUN-SOURCE.
030100     IF RUN-FROM-RECYCLE = "Y"
030200         OPEN INPUT RECYCLE-IN-FILE
030300     ELSE
030400         OPEN INPUT IMPORT-FILE.
030500     OPEN OUTPUT RECYCLE-WORK-FILE.
030600     OPEN I-O ACCOUNT-FILE.
030700     OPEN INPUT DISTRIBUTION-FILE.
030800     OPEN INPUT VENDOR-DEFAULTS-FILE.
030900     OPEN INPUT SALES-GL-MAP-FILE.
031000     PERFORM LOAD-RUN-PARAMETERS.
031100     OPEN OUTPUT PRINTER-FILE.
031200
031300 CLOSING-PROCEDURE.
031400     CLOSE OPERATOR-FILE.
031500     IF RUN-FROM-RECYCLE = "Y"
031600         CLOSE RECYCLE-IN-FILE
031700     ELSE
031800         CLOSE IMPORT-FILE.
031900     CLOSE RECYCLE-WORK-FILE.
032000     PERFORM REBUILD-RECYCLE-FILE.
032100     CLOSE ACCOUNT-FILE.
032200     CLOSE DISTRIBUTION-FILE.
032300     CLOSE VENDOR-DEFAULTS-FILE.
032400     CLOSE SALES-GL-MAP-FILE.
032500     PERFORM END-LAST-PAGE.
032600     CLOSE PRINTER-FILE.
032700
032800 LOAD-RUN-PARAMETERS.
032900     OPEN INPUT RUN-PARM-FILE.
033000     MOVE "N" TO RPRM-FILE-AT-END.
033100     READ RUN-PARM-FILE
033200         AT END MOVE "Y" TO RPRM-FILE-AT-END.
033300     CLOSE RUN-PARM-FILE.
033400     IF RPRM-FILE-AT-END = "N"
033500         MOVE "Y" TO RPRM-ON-FILE
033600     ELSE
033700         MOVE "N" TO RPRM-ON-FILE.
033800
033900 MAIN-PROCESS.
034000     PERFORM START-NEW-PAGE.
034100     PERFORM READ-NEXT-IMPORT-LINE.
034200     PERFORM IMPORT-ALL-LINES
034300         UNTIL IMPORT-FILE-AT-END = "Y".
034400     PERFORM PRINT-IMPORT-TOTALS.
034500
034600 IMPORT-ALL-LINES.
034700     PERFORM PARSE-IMPORT-LINE.
034800     PERFORM EDIT-IMPORT-LINE.
034900     IF LINE-IS-GOOD = "Y"
035000         PERFORM LOAD-THIS-LINE
035100     ELSE
035200         PERFORM REJECT-THIS-LINE.
035300     PERFORM READ-NEXT-IMPORT-LINE.
035400
035500 PARSE-IMPORT-LINE.
035600     MOVE SPACE TO IMPORT-FIELDS.
035700     UNSTRING IMPORT-RECORD
035800         DELIMITED BY ","
035900         INTO IMP-ACCOUNT
036000              IMP-NAME
036100              IMP-TYPE
036200              IMP-STATUS.
036300     INSPECT IMP-NAME
036400         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
036500     INSPECT IMP-TYPE
036600         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
036700     INSPECT IMP-STATUS
036800         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
036900     IF IMP-STATUS = SPACE
037000         MOVE "A" TO IMP-STATUS.
037100     PERFORM RIGHT-JUSTIFY-PIECES.
037200
037300*---------------------------------
037400* A delimited source never pads
037500* its numbers to full field
037600* width, so the account number
037700* is re-written right-justified
037800* and zero-filled before the
037900* numeric edits. A piece that
038000* is not a clean whole number
038100* is left alone for the edits
038200* to reject.
038300*---------------------------------
038400 RIGHT-JUSTIFY-PIECES.
038500     MOVE ZEROES TO PIECE-DOT-COUNT.
038600     INSPECT IMP-ACCOUNT
038700         TALLYING PIECE-DOT-COUNT FOR ALL ".".
038800     IF PIECE-DOT-COUNT = ZEROES
038900        AND FUNCTION TEST-NUMVAL(IMP-ACCOUNT) = ZEROES
039000         COMPUTE IMP-ACCOUNT-IMAGE =
039100             FUNCTION NUMVAL(IMP-ACCOUNT)
039200         MOVE IMP-ACCOUNT-IMAGE TO IMP-ACCOUNT.
039300
039400*---------------------------------
039500* Cheapest edits first.
039600*---------------------------------
039700 EDIT-IMPORT-LINE.
039800     MOVE "Y" TO LINE-IS-GOOD.
039900     MOVE SPACE TO REJECT-REASON.
040000     IF IMP-ACCOUNT NOT NUMERIC
040100         MOVE "N" TO LINE-IS-GOOD
040200         MOVE "ACCOUNT NOT NUMERIC" TO REJECT-REASON
040300     ELSE
040400     IF IMP-ACCOUNT (1:5) NOT = "00000"
040500         MOVE "N" TO LINE-IS-GOOD
040600         MOVE "ACCOUNT NUMBER TOO LARGE" TO REJECT-REASON
040700     ELSE
040800     IF IMP-ACCOUNT = ZEROES
040900         MOVE "N" TO LINE-IS-GOOD
041000         MOVE "ZERO ACCOUNT NUMBER" TO REJECT-REASON
041100     ELSE
041200     IF IMP-NAME = SPACES
041300         MOVE "N" TO LINE-IS-GOOD
041400         MOVE "NO ACCOUNT NAME" TO REJECT-REASON
041500     ELSE
041600     IF NOT IMP-TYPE-IS-VALID
041700         MOVE "N" TO LINE-IS-GOOD
041800         MOVE "TYPE NOT A/L/Q/I/E" TO REJECT-REASON
041900     ELSE
042000     IF NOT IMP-IS-OPEN
042100        AND NOT IMP-IS-CLOSED
042200         MOVE "N" TO LINE-IS-GOOD
042300         MOVE "STATUS NOT A/I/C" TO REJECT-REASON.
042400     IF LINE-IS-GOOD = "Y"
042500         PERFORM EDIT-IMPORT-ACCOUNT.
042600
042700*---------------------------------
042800* A closed account the chart
042900* has never carried has nothing
043000* to inactivate and is not
043100* added.
043200*---------------------------------
043300 EDIT-IMPORT-ACCOUNT.
043400     MOVE IMP-ACCOUNT (6:5) TO IMP-ACCOUNT-NUMERIC.
043500     MOVE IMP-ACCOUNT-NUMERIC TO ACCOUNT-NUMBER.
043600     PERFORM READ-ACCOUNT-RECORD.
043700     IF ACCOUNT-RECORD-FOUND = "N"
043800        AND IMP-IS-CLOSED
043900         MOVE "N" TO LINE-IS-GOOD
044000         MOVE "CLOSED ACCOUNT NOT ON FILE" TO REJECT-REASON.
044100
044200 LOAD-THIS-LINE.
044300     IF ACCOUNT-RECORD-FOUND = "N"
044400         PERFORM ADD-NEW-ACCOUNT
044500     ELSE
044600         PERFORM UPDATE-OLD-ACCOUNT.
044700
044800 ADD-NEW-ACCOUNT.
044900     MOVE SPACE TO ACCOUNT-RECORD.
045000     MOVE IMP-ACCOUNT-NUMERIC TO ACCOUNT-NUMBER.
045100     MOVE IMP-NAME TO ACCOUNT-NAME.
045200     MOVE IMP-TYPE TO ACCOUNT-TYPE.
045300     MOVE "A" TO ACCOUNT-STATUS.
045400     WRITE ACCOUNT-RECORD
045500         INVALID KEY
045600         DISPLAY "RECORD ALREADY ON FILE".
045700     ADD 1 TO ADDED-COUNT.
045800     MOVE "ADDED" TO CHANGE-ACTION.
045900     MOVE SPACE TO OLD-ACCOUNT-VALUES.
046000     PERFORM PRINT-NEW-VALUES.
046100
046200*---------------------------------
046300* The ledger's name and type
046400* win; its status decides
046500* whether the account is
046600* inactivated or made active
046700* again. An account the ledger
046800* leaves as it stands is only
046900* counted.
047000*---------------------------------
047100 UPDATE-OLD-ACCOUNT.
047200     MOVE ACCOUNT-NAME TO OLD-ACCOUNT-NAME.
047300     MOVE ACCOUNT-TYPE TO OLD-ACCOUNT-TYPE.
047400     MOVE ACCOUNT-STATUS TO OLD-ACCOUNT-STATUS.
047500     MOVE SPACE TO CHANGE-ACTION.
047600     IF IMP-IS-CLOSED
047700        AND ACCOUNT-IS-ACTIVE
047800         MOVE "INACTIVATED" TO CHANGE-ACTION
047900         MOVE "I" TO ACCOUNT-STATUS
048000     ELSE
048100     IF IMP-IS-OPEN
048200        AND NOT ACCOUNT-IS-ACTIVE
048300         MOVE "REACTIVATED" TO CHANGE-ACTION
048400         MOVE "A" TO ACCOUNT-STATUS.
048500     IF IMP-NAME NOT = ACCOUNT-NAME
048600      OR IMP-TYPE NOT = ACCOUNT-TYPE
048700         MOVE IMP-NAME TO ACCOUNT-NAME
048800         MOVE IMP-TYPE TO ACCOUNT-TYPE
048900         IF CHANGE-ACTION = SPACE
049000             MOVE "CHANGED" TO CHANGE-ACTION.
049100     IF CHANGE-ACTION = SPACE
049200         ADD 1 TO UNCHANGED-COUNT
049300     ELSE
049400         PERFORM REWRITE-CHANGED-ACCOUNT.
049500
049600 REWRITE-CHANGED-ACCOUNT.
049700     REWRITE ACCOUNT-RECORD
049800         INVALID KEY
049900         DISPLAY "ERROR REWRITING ACCOUNT RECORD".
050000     IF CHANGE-ACTION = "INACTIVATED"
050100         ADD 1 TO INACTIVATED-COUNT
050200     ELSE
050300     IF CHANGE-ACTION = "REACTIVATED"
050400         ADD 1 TO REACTIVATED-COUNT
050500     ELSE
050600         ADD 1 TO CHANGED-COUNT.
050700     PERFORM PRINT-OLD-VALUES.
050800     PERFORM PRINT-NEW-VALUES.
050900     IF CHANGE-ACTION = "INACTIVATED"
051000         PERFORM LIST-ACCOUNT-REFERENCES.
051100
051200*---------------------------------
051300* The change register - the
051400* account as it was and as it
051500* now stands.
051600*---------------------------------
051700 PRINT-OLD-VALUES.
051800     IF LINE-COUNT > MAXIMUM-LINES
051900         PERFORM START-NEXT-PAGE.
052000     MOVE SPACE TO CHANGE-LINE.
052100     MOVE ACCOUNT-NUMBER TO PRINT-CHG-ACCOUNT.
052200     MOVE CHANGE-ACTION TO PRINT-CHG-ACTION.
052300     MOVE "WAS" TO PRINT-CHG-WHEN.
052400     MOVE OLD-ACCOUNT-NAME TO PRINT-CHG-NAME.
052500     MOVE OLD-ACCOUNT-TYPE TO PRINT-CHG-TYPE.
052600     MOVE OLD-ACCOUNT-STATUS TO PRINT-CHG-STATUS.
052700     MOVE CHANGE-LINE TO PRINTER-RECORD.
052800     PERFORM WRITE-TO-PRINTER.
052900
053000 PRINT-NEW-VALUES.
053100     IF LINE-COUNT > MAXIMUM-LINES
053200         PERFORM START-NEXT-PAGE.
053300     MOVE SPACE TO CHANGE-LINE.
053400     IF OLD-ACCOUNT-VALUES = SPACE
053500         MOVE ACCOUNT-NUMBER TO PRINT-CHG-ACCOUNT
053600         MOVE CHANGE-ACTION TO PRINT-CHG-ACTION.
053700     MOVE "NOW" TO PRINT-CHG-WHEN.
053800     MOVE ACCOUNT-NAME TO PRINT-CHG-NAME.
053900     MOVE ACCOUNT-TYPE TO PRINT-CHG-TYPE.
054000     MOVE ACCOUNT-STATUS TO PRINT-CHG-STATUS.
054100     MOVE CHANGE-LINE TO PRINTER-RECORD.
054200     PERFORM WRITE-TO-PRINTER.
054300
054400*---------------------------------
054500* Everything still pointing at
054600* an account just inactivated:
054700* voucher distribution lines,
054800* vendor default accounts,
054900* sales G/L mappings and the
055000* nightly run parameter
055100* accounts. Each must be
055200* repointed before it next
055300* posts.
055400*---------------------------------
055500 LIST-ACCOUNT-REFERENCES.
055600     MOVE ZEROES TO ACCOUNT-REF-COUNT.
055700     PERFORM LIST-DIST-REFERENCES.
055800     PERFORM LIST-DEFAULT-REFERENCES.
055900     PERFORM LIST-MAPPING-REFERENCES.
056000     IF RPRM-ON-FILE = "Y"
056100         PERFORM LIST-PARM-REFERENCES.
056200     IF ACCOUNT-REF-COUNT = ZEROES
056300         MOVE NO-REFERENCE-LINE TO PRINTER-RECORD
056400         PERFORM WRITE-TO-PRINTER.
056500     ADD ACCOUNT-REF-COUNT TO REFERENCE-COUNT.
056600
056700 LIST-DIST-REFERENCES.
056800     MOVE ZEROES TO DIST-KEY.
056900     MOVE "N" TO DIST-FILE-AT-END.
057000     START DISTRIBUTION-FILE
057100         KEY NOT < DIST-KEY
057200         INVALID KEY
057300         MOVE "Y" TO DIST-FILE-AT-END.
057400     IF DIST-FILE-AT-END = "N"
057500         PERFORM READ-NEXT-DIST-RECORD.
057600     PERFORM CHECK-ONE-DIST-LINE
057700         UNTIL DIST-FILE-AT-END = "Y".
057800
057900 CHECK-ONE-DIST-LINE.
058000     IF DIST-ACCOUNT = ACCOUNT-NUMBER
058100         MOVE SPACE TO REFERENCE-LINE
058200         MOVE "VCHRDIST" TO PRINT-REF-FILE
058300         STRING "VOUCHER "           DELIMITED BY SIZE
058400                DIST-VOUCHER-NO      DELIMITED BY SIZE
058500                " LINE "             DELIMITED BY SIZE
058600                DIST-LINE-NO         DELIMITED BY SIZE
058700             INTO PRINT-REF-DETAIL
058800         PERFORM PRINT-REFERENCE-LINE.
058900     PERFORM READ-NEXT-DIST-RECORD.
059000
059100 LIST-DEFAULT-REFERENCES.
059200     MOVE ZEROES TO DFLT-VENDOR.
059300     MOVE "N" TO DFLT-FILE-AT-END.
059400     START VENDOR-DEFAULTS-FILE
059500         KEY NOT < DFLT-VENDOR
059600         INVALID KEY
059700         MOVE "Y" TO DFLT-FILE-AT-END.
059800     IF DFLT-FILE-AT-END = "N"
059900         PERFORM READ-NEXT-DFLT-RECORD.
060000     PERFORM CHECK-ONE-DEFAULT
060100         UNTIL DFLT-FILE-AT-END = "Y".
060200
060300 CHECK-ONE-DEFAULT.
060400     IF DFLT-ACCOUNT NUMERIC
060500        AND DFLT-ACCOUNT = ACCOUNT-NUMBER
060600         MOVE SPACE TO REFERENCE-LINE
060700         MOVE "VENDDFLT" TO PRINT-REF-FILE
060800         STRING "VENDOR "            DELIMITED BY SIZE
060900                DFLT-VENDOR          DELIMITED BY SIZE
061000                " DEFAULT ACCOUNT"   DELIMITED BY SIZE
061100             INTO PRINT-REF-DETAIL
061200         PERFORM PRINT-REFERENCE-LINE.
061300     PERFORM READ-NEXT-DFLT-RECORD.
061400
061500 LIST-MAPPING-REFERENCES.
061600     MOVE ZEROES TO SGLM-KEY.
061700     MOVE "N" TO SGLM-FILE-AT-END.
061800     START SALES-GL-MAP-FILE
061900         KEY NOT < SGLM-KEY
062000         INVALID KEY
062100         MOVE "Y" TO SGLM-FILE-AT-END.
062200     IF SGLM-FILE-AT-END = "N"
062300         PERFORM READ-NEXT-SGLM-RECORD.
062400     PERFORM CHECK-ONE-MAPPING
062500         UNTIL SGLM-FILE-AT-END = "Y".
062600
062700 CHECK-ONE-MAPPING.
062800     IF SGLM-ACCOUNT = ACCOUNT-NUMBER
062900         MOVE SPACE TO REFERENCE-LINE
063000         MOVE "SLSGLMAP" TO PRINT-REF-FILE
063100         STRING "STORE "             DELIMITED BY SIZE
063200                SGLM-STORE           DELIMITED BY SIZE
063300                " SALES CATEGORY "   DELIMITED BY SIZE
063400                SGLM-CATEGORY        DELIMITED BY SIZE
063500             INTO PRINT-REF-DETAIL
063600         PERFORM PRINT-REFERENCE-LINE.
063700     PERFORM READ-NEXT-SGLM-RECORD.
063800
063900 LIST-PARM-REFERENCES.
064000     IF RPRM-AP-ACCOUNT = ACCOUNT-NUMBER
064100         MOVE "AP ACCOUNT" TO REF-PARM-NAME
064200         PERFORM PRINT-PARM-REFERENCE.
064300     IF RPRM-CASH-ACCOUNT = ACCOUNT-NUMBER
064400         MOVE "CASH ACCOUNT" TO REF-PARM-NAME
064500         PERFORM PRINT-PARM-REFERENCE.
064600     IF RPRM-SUSPENSE-ACCOUNT = ACCOUNT-NUMBER
064700         MOVE "SUSPENSE ACCOUNT" TO REF-PARM-NAME
064800         PERFORM PRINT-PARM-REFERENCE.
064900     IF RPRM-DISCOUNT-ACCOUNT = ACCOUNT-NUMBER
065000         MOVE "DISCOUNT ACCOUNT" TO REF-PARM-NAME
065100         PERFORM PRINT-PARM-REFERENCE.
065200     IF RPRM-RETAIN-ACCOUNT = ACCOUNT-NUMBER
065300         MOVE "RETAINAGE ACCOUNT" TO REF-PARM-NAME
065400         PERFORM PRINT-PARM-REFERENCE.
065500     IF RPRM-WHLD-ACCOUNT = ACCOUNT-NUMBER
065600         MOVE "WITHHOLDING ACCOUNT" TO REF-PARM-NAME
065700         PERFORM PRINT-PARM-REFERENCE.
065800     IF RPRM-FX-ACCOUNT = ACCOUNT-NUMBER
065900         MOVE "FX GAIN/LOSS ACCOUNT" TO REF-PARM-NAME
066000         PERFORM PRINT-PARM-REFERENCE.
066100     IF RPRM-ESCHEAT-ACCOUNT = ACCOUNT-NUMBER
066200         MOVE "ESCHEAT ACCOUNT" TO REF-PARM-NAME
066300         PERFORM PRINT-PARM-REFERENCE.
066400     IF RPRM-INTERCO-ACCOUNT = ACCOUNT-NUMBER
066500         MOVE "INTERCOMPANY ACCOUNT" TO REF-PARM-NAME
066600         PERFORM PRINT-PARM-REFERENCE.
066700     IF RPRM-GIFTCARD-ACCOUNT = ACCOUNT-NUMBER
066800         MOVE "GIFT CARD ACCOUNT" TO REF-PARM-NAME
066900         PERFORM PRINT-PARM-REFERENCE.
067000     IF RPRM-CARDFEE-ACCOUNT = ACCOUNT-NUMBER
067100         MOVE "CARD FEE ACCOUNT" TO REF-PARM-NAME
067200         PERFORM PRINT-PARM-REFERENCE.
067300
067400 PRINT-PARM-REFERENCE.
067500     MOVE SPACE TO REFERENCE-LINE.
067600     MOVE "APRUNPRM" TO PRINT-REF-FILE.
067700     STRING "NIGHTLY RUN PARAMETER - " DELIMITED BY SIZE
067800            REF-PARM-NAME              DELIMITED BY SIZE
067900         INTO PRINT-REF-DETAIL.
068000     PERFORM PRINT-REFERENCE-LINE.
068100
068200 PRINT-REFERENCE-LINE.
068300     IF LINE-COUNT > MAXIMUM-LINES
068400         PERFORM START-NEXT-PAGE.
068500     MOVE REFERENCE-LINE TO PRINTER-RECORD.
068600     PERFORM WRITE-TO-PRINTER.
068700     ADD 1 TO ACCOUNT-REF-COUNT.
068800
068900 REJECT-THIS-LINE.
069000     ADD 1 TO REJECT-COUNT.
069100     IF LINE-COUNT > MAXIMUM-LINES
069200         PERFORM START-NEXT-PAGE.
069300     MOVE SPACE TO DETAIL-LINE.
069400     MOVE IMPORT-RECORD TO PRINT-IMPORT-LINE.
069500     MOVE REJECT-REASON TO PRINT-REASON.
069600     MOVE DETAIL-LINE TO PRINTER-RECORD.
069700     PERFORM WRITE-TO-PRINTER.
069800     MOVE "Y" TO REJECT-IS-RECYCLABLE.
069900     IF REJECT-REASON = "CLOSED ACCOUNT NOT ON FILE"
070000         MOVE "N" TO REJECT-IS-RECYCLABLE.
070100     IF REJECT-IS-RECYCLABLE = "Y"
070200         PERFORM WRITE-RECYCLE-REJECT.
070300
070400 WRITE-RECYCLE-REJECT.
070500     MOVE SPACE TO RECYCLE-BUILD.
070600     MOVE IMPORT-RECORD TO RB-LINE.
070700     MOVE ",*" TO RB-SEP.
070800     MOVE REJECT-REASON TO RB-REASON.
070900     MOVE RECYCLE-BUILD TO RECYCLE-WORK-REC.
071000     WRITE RECYCLE-WORK-REC.
071100
071200 PRINT-IMPORT-TOTALS.
071300     PERFORM LINE-FEED.
071400     MOVE ADDED-COUNT TO PRINT-ADDED.
071500     MOVE CHANGED-COUNT TO PRINT-CHANGED.
071600     MOVE INACTIVATED-COUNT TO PRINT-INACTIVATED.
071700     MOVE REACTIVATED-COUNT TO PRINT-REACTIVATED.
071800     MOVE TOTAL-LINE-1 TO PRINTER-RECORD.
071900     PERFORM WRITE-TO-PRINTER.
072000     MOVE UNCHANGED-COUNT TO PRINT-UNCHANGED.
072100     MOVE REJECT-COUNT TO PRINT-REJECTS.
072200     MOVE REFERENCE-COUNT TO PRINT-REFERENCES.
072300     MOVE TOTAL-LINE-2 TO PRINTER-RECORD.
072400     PERFORM WRITE-TO-PRINTER.
072500     DISPLAY ADDED-COUNT " ADDED, "
072600             CHANGED-COUNT " CHANGED, "
072700             INACTIVATED-COUNT " INACTIVATED, "
072800             REJECT-COUNT " REJECTED".
072900     IF REFERENCE-COUNT NOT = ZEROES
073000         DISPLAY REFERENCE-COUNT
073100                 " REFERENCES TO INACTIVATED ACCOUNTS"
073200         DISPLAY "ARE LISTED ON THE REGISTER - REPOINT THEM".
073300
073400 READ-NEXT-IMPORT-LINE.
073500     MOVE "N" TO IMPORT-FILE-AT-END.
073600     IF RUN-FROM-RECYCLE = "Y"
073700         PERFORM READ-NEXT-RECYCLE-LINE
073800     ELSE
073900         READ IMPORT-FILE
074000             AT END MOVE "Y" TO IMPORT-FILE-AT-END.
074100
074200*---------------------------------
074300* The line proper lives in
074400* columns 1-80; the appended
074500* reason is dropped here.
074600*---------------------------------
074700 READ-NEXT-RECYCLE-LINE.
074800     READ RECYCLE-IN-FILE
074900         AT END MOVE "Y" TO IMPORT-FILE-AT-END.
075000     IF IMPORT-FILE-AT-END NOT = "Y"
075100         MOVE RECYCLE-IN-REC (1:80) TO IMPORT-RECORD.
075200
075300*---------------------------------
075400* Ask whether this run loads
075500* the ledger's extract or the
075600* corrected rejects from a
075700* prior pass.
075800*---------------------------------
075900 GET-RUN-SOURCE.
076000     PERFORM ACCEPT-RUN-SOURCE.
076100     PERFORM RE-ACCEPT-RUN-SOURCE
076200         UNTIL RUN-FROM-RECYCLE = "Y" OR "N".
076300
076400 ACCEPT-RUN-SOURCE.
076500     DISPLAY "RUN AGAINST THE REJECT RECYCLE FILE".
076600     DISPLAY "INSTEAD OF THE LEDGER EXTRACT (Y/N)?".
076700     ACCEPT RUN-FROM-RECYCLE.
076800     INSPECT RUN-FROM-RECYCLE
076900         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
077000
077100 RE-ACCEPT-RUN-SOURCE.
077200     DISPLAY "YOU MUST ENTER YES OR NO".
077300     PERFORM ACCEPT-RUN-SOURCE.
077400
077500*---------------------------------
077600* This pass's rejects become
077700* the new recycle file - a
077800* clean pass leaves it empty.
077900*---------------------------------
078000 REBUILD-RECYCLE-FILE.
078100     OPEN INPUT RECYCLE-WORK-FILE.
078200     OPEN OUTPUT RECYCLE-OUT-FILE.
078300     MOVE "N" TO RECYCLE-WORK-AT-END.
078400     PERFORM COPY-NEXT-RECYCLE-LINE
078500         UNTIL RECYCLE-WORK-AT-END = "Y".
078600     CLOSE RECYCLE-WORK-FILE.
078700     CLOSE RECYCLE-OUT-FILE.
078800     IF RECYCLE-OUT-COUNT NOT = ZEROES
078900         DISPLAY RECYCLE-OUT-COUNT
079000                 " REJECTS ON THE RECYCLE FILE".
079100
079200 COPY-NEXT-RECYCLE-LINE.
079300     READ RECYCLE-WORK-FILE
079400         AT END MOVE "Y" TO RECYCLE-WORK-AT-END.
079500     IF RECYCLE-WORK-AT-END NOT = "Y"
079600         MOVE RECYCLE-WORK-REC TO RECYCLE-OUT-REC
079700         WRITE RECYCLE-OUT-REC
079800         ADD 1 TO RECYCLE-OUT-COUNT.
079900
080000*---------------------------------
080100* File I-O routines.
080200*---------------------------------
080300 READ-ACCOUNT-RECORD.
080400     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
080500     READ ACCOUNT-FILE RECORD
080600         INVALID KEY
080700         MOVE "N" TO ACCOUNT-RECORD-FOUND.
080800
080900 READ-NEXT-DIST-RECORD.
081000     READ DISTRIBUTION-FILE NEXT RECORD
081100         AT END MOVE "Y" TO DIST-FILE-AT-END.
081200
081300 READ-NEXT-DFLT-RECORD.
081400     READ VENDOR-DEFAULTS-FILE NEXT RECORD
081500         AT END MOVE "Y" TO DFLT-FILE-AT-END.
081600
081700 READ-NEXT-SGLM-RECORD.
081800     READ SALES-GL-MAP-FILE NEXT RECORD
081900         AT END MOVE "Y" TO SGLM-FILE-AT-END.
082000
082100*---------------------------------
082200* Printer I-O routines.
082300*---------------------------------
082400 WRITE-TO-PRINTER.
082500     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
082600     ADD 1 TO LINE-COUNT.
082700
082800 LINE-FEED.
082900     MOVE SPACE TO PRINTER-RECORD.
083000     PERFORM WRITE-TO-PRINTER.
083100
083200 START-NEXT-PAGE.
083300     PERFORM END-LAST-PAGE.
083400     PERFORM START-NEW-PAGE.
083500
083600 START-NEW-PAGE.
083700     ADD 1 TO PAGE-NUMBER.
083800     MOVE TITLE-LINE TO PRINTER-RECORD.
083900     PERFORM WRITE-TO-PRINTER.
084000     PERFORM LINE-FEED.
084100     MOVE COLUMN-LINE TO PRINTER-RECORD.
084200     PERFORM WRITE-TO-PRINTER.
084300     PERFORM LINE-FEED.
084400
084500 END-LAST-PAGE.
084600     PERFORM FORM-FEED.
084700     MOVE ZERO TO LINE-COUNT.
084800
084900 FORM-FEED.
085000     MOVE SPACE TO PRINTER-RECORD.
085100     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
085200
085300*---------------------------------
085400* Utility routines.
085500*---------------------------------
085600     COPY "PLSIGN01.CBL".

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VNDW8X01.
000300*---------------------------------
000400* W-8 expiry review and hold
000500* run.
000600*
000700* Looks at every active foreign
000800* payee - a vendor carrying a
000900* 1042-S income code - and
001000* prints those whose W-8 runs
001100* out within the next N days,
001200* those whose form has already
001300* lapsed, and those with no form
001400* on file at all. The hold pass,
001500* confirmed up front, flags each
001600* lapsed or missing-form payee
001700* so the check run withholds at
001800* the full statutory rate until
001900* a new form is keyed, and
002000* writes each flag to the vendor
002100* change log.
002200*---------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600
002700     COPY "SLVND02.CBL".
002800
002900     COPY "SLVLOG.CBL".
003000
003100     COPY "SLOPER.CBL".
003200
003300     COPY "SLUPDJ.CBL".
003400
003500     COPY "SLSONLOG.CBL".
003600
003700     COPY "SLSESS.CBL".
003800
003900     SELECT PRINTER-FILE
004000         ASSIGN TO PRINTER
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500
004600     COPY "FDVND04.CBL".
004700
004800     COPY "FDVLOG.CBL".
004900
005000     COPY "FDOPER.CBL".
005100
005200     COPY "FDUPDJ.CBL".
005300
005400     COPY "FDSONLOG.CBL".
005500
005600     COPY "FDSESS.CBL".
005700
005800 FD  PRINTER-FILE
005900     LABEL RECORDS ARE OMITTED.
006000 01  PRINTER-RECORD             PIC X(80).
006100
006200 WORKING-STORAGE SECTION.
006300
006400 77  VENDOR-FILE-AT-END      PIC X.
006500 77  RUN-IS-HOLDING          PIC X.
006600 77  PROCEED-ANSWER          PIC X.
006700
006800 77  WARNING-DAYS            PIC 9(3).
006900 77  TODAY-DATE              PIC 9(8).
007000 77  WARNING-DATE            PIC 9(8).
007100 77  WARNING-ANSI            PIC 9(7).
007200
007300 77  W8-IS-LAPSED            PIC X.
007400 77  EXPIRING-COUNT          PIC 9(5).
007500 77  LAPSED-COUNT            PIC 9(5).
007600 77  HELD-COUNT              PIC 9(5).
007700
007800 01  DETAIL-LINE.
007900     05  PRINT-VENDOR-NO   PIC Z(4)9.
008000     05  FILLER            PIC X(1)  VALUE SPACE.
008100     05  PRINT-VENDOR-NAME PIC X(30).
008200     05  FILLER            PIC X(1)  VALUE SPACE.
008300     05  PRINT-W8-FORM     PIC X(1).
008400     05  FILLER            PIC X(2)  VALUE SPACE.
008500     05  PRINT-INCOME-CODE PIC 99.
008600     05  FILLER            PIC X(2)  VALUE SPACE.
008700     05  PRINT-EXPIRY      PIC 9(8).
008800     05  FILLER            PIC X(2)  VALUE SPACE.
008900     05  PRINT-W8-STATUS   PIC X(12).
009000
009100 01  COLUMN-LINE.
009200     05  FILLER         PIC X(6)  VALUE "VNDR".
009300     05  FILLER         PIC X(31) VALUE "NAME".
009400     05  FILLER         PIC X(3)  VALUE "W8".
009500     05  FILLER         PIC X(4)  VALUE "INC".
009600     05  FILLER         PIC X(10) VALUE "EXPIRES".
009700     05  FILLER         PIC X(12) VALUE "STATUS".
009800
009900 01  TITLE-LINE.
010000     05  FILLER              PIC X(16) VALUE SPACE.
010100     05  FILLER              PIC X(29)
010200         VALUE "W-8 EXPIRY REVIEW THROUGH".
010300     05  FILLER              PIC X(1)  VALUE SPACE.
010400     05  PRINT-WARNING-DATE  PIC 9(8).
010500     05  FILLER              PIC X(12) VALUE SPACE.
010600     05  FILLER              PIC X(5) VALUE "PAGE:".
010700     05  FILLER              PIC X(1) VALUE SPACE.
010800     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
010900
011000 77  LINE-COUNT              PIC 999   VALUE ZERO.
011100 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
011200 77  MAXIMUM-LINES           PIC 999   VALUE 55.
011300
011400     COPY "WSCASE01.CBL".
011500
011600     COPY "WSAUDIT01.CBL".
011700
011800     COPY "WSVLOG01.CBL".
011900
012000     COPY "WSSIGN01.CBL".
012100
012200 PROCEDURE DIVISION.
012300 PROGRAM-BEGIN.
012400     PERFORM OPENING-PROCEDURE.
012500     MOVE "VNDW8X01" TO SIGN-ON-PROGRAM.
012600     PERFORM GET-OPERATOR-SIGN-ON.
012700     IF OPERATOR-IS-SIGNED-ON
012800        AND SIGN-ON-CAN-UTILITY = "Y"
012900         PERFORM MAIN-PROCESS
013000     ELSE
013100     IF OPERATOR-IS-SIGNED-ON
013200         DISPLAY "YOU ARE NOT AUTHORIZED FOR UTILITIES".
013300     PERFORM CLOSING-PROCEDURE.
013400
013500 PROGRAM-EXIT.
013600     EXIT PROGRAM.
013700
013800 PROGRAM-DONE.
013900     STOP RUN.
014000
014100 OPENING-PROCEDURE.
014200     OPEN EXTEND UPDATE-JOURNAL-FILE.
014300     OPEN I-O OPERATOR-FILE.
014400     OPEN I-O VENDOR-FILE.
014500     OPEN EXTEND VENDOR-LOG-FILE.
014600     OPEN OUTPUT PRINTER-FILE.
014700
014800 CLOSING-PROCEDURE.
014900     CLOSE UPDATE-JOURNAL-FILE.
015000     CLOSE OPERATOR-FILE.
015100     CLOSE VENDOR-FILE.
015200     CLOSE VENDOR-LOG-FILE.
015300     PERFORM END-LAST-PAGE.
015400     CLOSE PRINTER-FILE.
015500
015600*---------------------------------
015700* The hold pass is the review
015800* with the flag set - the
015900* operator sees the same report
016000* either way.
016100*---------------------------------
016200 MAIN-PROCESS.
016300     DISPLAY "PLACE LAPSED W-8 PAYEES ON HOLD AT THE".
016400     DISPLAY "STATUTORY RATE? (N = REPORT ONLY)".
016500     PERFORM GET-PROCEED-ANSWER.
016600     MOVE PROCEED-ANSWER TO RUN-IS-HOLDING.
016700     PERFORM RUN-THE-REVIEW.
016800
016900 GET-PROCEED-ANSWER.
017000     PERFORM ACCEPT-PROCEED-ANSWER.
017100     PERFORM RE-ACCEPT-PROCEED-ANSWER
017200         UNTIL PROCEED-ANSWER = "Y" OR "N".
017300
017400 ACCEPT-PROCEED-ANSWER.
017500     DISPLAY "PROCEED (Y/N)?".
017600     ACCEPT PROCEED-ANSWER.
017700     INSPECT PROCEED-ANSWER
017800      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
017900
018000 RE-ACCEPT-PROCEED-ANSWER.
018100     DISPLAY "YOU MUST ENTER YES OR NO".
018200     PERFORM ACCEPT-PROCEED-ANSWER.
018300
018400 RUN-THE-REVIEW.
018500     PERFORM GET-WARNING-DAYS.
018600     PERFORM COMPUTE-WARNING-DATE.
018700     MOVE ZEROES TO EXPIRING-COUNT
018800                    LAPSED-COUNT
018900                    HELD-COUNT.
019000     PERFORM START-NEW-PAGE.
019100     PERFORM READ-FIRST-ACTIVE-VENDOR.
019200     PERFORM REVIEW-NEXT-VENDOR
019300         UNTIL VENDOR-FILE-AT-END = "Y".
019400     PERFORM LINE-FEED.
019500     DISPLAY "W-8S EXPIRING SOON: " EXPIRING-COUNT.
019600     DISPLAY "W-8S LAPSED OR MISSING: " LAPSED-COUNT.
019700     IF RUN-IS-HOLDING = "Y"
019800         DISPLAY "PAYEES PLACED ON HOLD: " HELD-COUNT.
019900
020000 GET-WARNING-DAYS.
020100     PERFORM ACCEPT-WARNING-DAYS.
020200     PERFORM RE-ACCEPT-WARNING-DAYS
020300         UNTIL WARNING-DAYS > ZEROES.
020400
020500 ACCEPT-WARNING-DAYS.
020600     DISPLAY "WARN OF FORMS EXPIRING WITHIN HOW MANY".
020700     DISPLAY "DAYS (E.G. 090)?".
020800     ACCEPT WARNING-DAYS.
020900
021000 RE-ACCEPT-WARNING-DAYS.
021100     DISPLAY "DAYS MUST NOT BE ZERO".
021200     PERFORM ACCEPT-WARNING-DAYS.
021300
021400 COMPUTE-WARNING-DATE.
021500     COMPUTE TODAY-DATE =
021600         FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)).
021700     COMPUTE WARNING-ANSI =
021800         FUNCTION INTEGER-OF-DATE(TODAY-DATE) + WARNING-DAYS.
021900     COMPUTE WARNING-DATE =
022000         FUNCTION DATE-OF-INTEGER(WARNING-ANSI).
022100
022200*---------------------------------
022300* Only payees with an income
022400* code are subject to the
022500* foreign withholding, so only
022600* they are reviewed. A form is
022700* lapsed when there is none, or
022800* it expired before today.
022900*---------------------------------
023000 REVIEW-NEXT-VENDOR.
023100     IF VENDOR-INCOME-CODE NOT = ZEROES
023200         PERFORM JUDGE-THIS-VENDOR.
023300     PERFORM READ-NEXT-ACTIVE-VENDOR.
023400
023500 JUDGE-THIS-VENDOR.
023600     MOVE "N" TO W8-IS-LAPSED.
023700     IF NOT VENDOR-HAS-W8
023800         MOVE "Y" TO W8-IS-LAPSED
023900     ELSE
024000     IF VENDOR-W8-EXPIRY < TODAY-DATE
024100         MOVE "Y" TO W8-IS-LAPSED.
024200     IF W8-IS-LAPSED = "Y"
024300         PERFORM REPORT-LAPSED-VENDOR
024400     ELSE
024500     IF VENDOR-W8-EXPIRY NOT > WARNING-DATE
024600         PERFORM REPORT-EXPIRING-VENDOR.
024700
024800 REPORT-EXPIRING-VENDOR.
024900     ADD 1 TO EXPIRING-COUNT.
025000     PERFORM FORMAT-W8-LINE.
025100     MOVE "EXPIRING" TO PRINT-W8-STATUS.
025200     PERFORM PRINT-W8-LINE.
025300
025400 REPORT-LAPSED-VENDOR.
025500     ADD 1 TO LAPSED-COUNT.
025600     PERFORM FORMAT-W8-LINE.
025700     IF NOT VENDOR-HAS-W8
025800         MOVE "NO FORM" TO PRINT-W8-STATUS
025900     ELSE
026000         MOVE "LAPSED" TO PRINT-W8-STATUS.
026100     IF VENDOR-IS-W8-HELD
026200         MOVE "ON HOLD" TO PRINT-W8-STATUS
026300     ELSE
026400     IF RUN-IS-HOLDING = "Y"
026500         PERFORM PLACE-VENDOR-ON-HOLD
026600         MOVE "HELD NOW" TO PRINT-W8-STATUS.
026700     PERFORM PRINT-W8-LINE.
026800
026900 FORMAT-W8-LINE.
027000     IF LINE-COUNT > MAXIMUM-LINES
027100         PERFORM START-NEXT-PAGE.
027200     MOVE SPACE TO DETAIL-LINE.
027300     MOVE VENDOR-NUMBER TO PRINT-VENDOR-NO.
027400     MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
027500     MOVE VENDOR-W8-FORM TO PRINT-W8-FORM.
027600     MOVE VENDOR-INCOME-CODE TO PRINT-INCOME-CODE.
027700     MOVE VENDOR-W8-EXPIRY TO PRINT-EXPIRY.
027800
027900 PRINT-W8-LINE.
028000     MOVE DETAIL-LINE TO PRINTER-RECORD.
028100     PERFORM WRITE-TO-PRINTER.
028200
028300*---------------------------------
028400* The hold itself, with the
028500* before and after flag on the
028600* vendor change log.
028700*---------------------------------
028800 PLACE-VENDOR-ON-HOLD.
028900     MOVE VENDOR-NUMBER TO VLOG-EVENT-VENDOR-NO.
029000     MOVE "W8-HOLD" TO VLOG-EVENT-ACTION.
029100     MOVE "VENDOR-W8-HOLD" TO VLOG-EVENT-FIELD.
029200     MOVE VENDOR-W8-HOLD TO VLOG-EVENT-OLD-VALUE.
029300     MOVE "Y" TO VENDOR-W8-HOLD.
029400     MOVE VENDOR-W8-HOLD TO VLOG-EVENT-NEW-VALUE.
029500     MOVE AUDIT-EVENT-OPERATOR-ID
029600         TO VLOG-EVENT-OPERATOR-ID.
029700     PERFORM WRITE-VENDOR-LOG-RECORD.
029800     REWRITE VENDOR-RECORD
029900         INVALID KEY
030000         DISPLAY "ERROR REWRITING VENDOR RECORD".
030100     MOVE "VENDOR" TO UPDJ-FILE.
030200     MOVE "R" TO UPDJ-ACTION.
030300     MOVE VENDOR-RECORD TO UPDJ-IMAGE.
030400     PERFORM WRITE-UPDATE-JOURNAL.
030500     ADD 1 TO HELD-COUNT.
030600
030700*---------------------------------
030800* Vendor file read routines -
030900* only active vendors are
031000* reviewed.
031100*---------------------------------
031200 READ-FIRST-ACTIVE-VENDOR.
031300     MOVE "N" TO VENDOR-FILE-AT-END.
031400     MOVE ZEROES TO VENDOR-NUMBER.
031500     START VENDOR-FILE KEY NOT < VENDOR-NUMBER
031600         INVALID KEY
031700         MOVE "Y" TO VENDOR-FILE-AT-END.
031800     IF VENDOR-FILE-AT-END NOT = "Y"
031900         PERFORM READ-NEXT-ACTIVE-VENDOR.
032000
032100 READ-NEXT-ACTIVE-VENDOR.
032200     PERFORM READ-NEXT-VENDOR-RECORD.
032300     PERFORM READ-NEXT-VENDOR-RECORD
032400         UNTIL VENDOR-FILE-AT-END = "Y"
032500            OR VENDOR-IS-ACTIVE.
032600
032700 READ-NEXT-VENDOR-RECORD.
032800     READ VENDOR-FILE NEXT RECORD
032900         AT END
033000         MOVE "Y" TO VENDOR-FILE-AT-END.
033100
033200 WRITE-TO-PRINTER.
033300     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
033400     ADD 1 TO LINE-COUNT.
033500
033600 LINE-FEED.
033700     MOVE SPACE TO PRINTER-RECORD.
033800     PERFORM WRITE-TO-PRINTER.
033900
034000 START-NEXT-PAGE.
034100     PERFORM END-LAST-PAGE.
034200     PERFORM START-NEW-PAGE.
034300
034400 START-NEW-PAGE.
034500     ADD 1 TO PAGE-NUMBER.
034600     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
034700     MOVE WARNING-DATE TO PRINT-WARNING-DATE.
034800     MOVE TITLE-LINE TO PRINTER-RECORD.
034900     PERFORM WRITE-TO-PRINTER.
035000     PERFORM LINE-FEED.
035100     MOVE COLUMN-LINE TO PRINTER-RECORD.
035200     PERFORM WRITE-TO-PRINTER.
035300     PERFORM LINE-FEED.
035400
035500 END-LAST-PAGE.
035600     PERFORM FORM-FEED.
035700     MOVE ZERO TO LINE-COUNT.
035800
035900 FORM-FEED.
036000     MOVE SPACE TO PRINTER-RECORD.
036100     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
036200
036300*---------------------------------
036400* Utility routines.
036500*---------------------------------
036600     COPY "PLSIGN01.CBL".
036700     COPY "PLUPDJ01.CBL".
036800     COPY "PLVLOG01.CBL".

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VNDCHR01.
000300*---------------------------------
000400* Nightly vendor pending changes
000500* report.
000600*
000700* Lists every remit-to, tax id
000800* and bank account change still
000900* waiting for a second operator
001000* to call the vendor back and
001100* approve it in VNDCHG01, with
001200* who keyed it and how many days
001300* it has waited - the vendor is
001400* still paid on the old values
001500* meanwhile, so an old request
001600* wants chasing. A second part
001700* lists the changes decided
001800* within the vendor change watch
001900* days on the AP control file,
002000* with who decided them and the
002100* callback that confirmed each
002200* approval.
002300*
002400* Run as a leg of the nightly
002500* batch; no operator input is
002600* taken.
002700*---------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100
003200     COPY "SLPCHG.CBL".
003300
003400     COPY "SLVND02.CBL".
003500
003600     COPY "SLAPCTL.CBL".
003700
003800     SELECT PRINTER-FILE
003900         ASSIGN TO PRINTER
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400
004500     COPY "FDPCHG.CBL".
004600
004700     COPY "FDVND04.CBL".
004800
004900     COPY "FDAPCTL.CBL".
005000
005100 FD  PRINTER-FILE
005200     LABEL RECORDS ARE OMITTED.
005300 01  PRINTER-RECORD             PIC X(80).
005400
005500 WORKING-STORAGE SECTION.
005600
005700 77  CHANGE-FILE-AT-END      PIC X.
005800 77  APCTL-FILE-AT-END       PIC X.
005900 77  VENDOR-RECORD-FOUND     PIC X.
006000 77  RUN-DATE                PIC 9(8).
006100 77  DAYS-WAITING            PIC S9(8).
006200 77  PENDING-COUNT           PIC 9(5) VALUE ZEROES.
006300 77  DECIDED-COUNT           PIC 9(5) VALUE ZEROES.
006400 77  REPORT-PART             PIC X.
006500     88  REPORTING-PENDING       VALUE "P".
006600     88  REPORTING-DECIDED       VALUE "D".
006700 01  OLD-IMAGE               PIC X(60).
006800 01  NEW-IMAGE               PIC X(60).
006900
007000 77  LINE-COUNT              PIC 999   VALUE ZERO.
007100 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
007200 77  MAXIMUM-LINES           PIC 999   VALUE 55.
007300
007400 01  COLUMN-LINE.
007500     05  FILLER         PIC X(7)  VALUE "VENDOR".
007600     05  FILLER         PIC X(25) VALUE "NAME".
007700     05  FILLER         PIC X(9)  VALUE "CHANGE".
007800     05  FILLER         PIC X(9)  VALUE "STATUS".
007900     05  FILLER         PIC X(9)  VALUE "BY".
008000     05  FILLER         PIC X(11) VALUE "DATED".
008100     05  FILLER         PIC X(4)  VALUE "DAYS".
008200
008300 01  DETAIL-LINE.
008400     05  PRINT-VENDOR      PIC 9(5).
008500     05  FILLER            PIC X(2)  VALUE SPACE.
008600     05  PRINT-NAME        PIC X(24).
008700     05  FILLER            PIC X(1)  VALUE SPACE.
008800     05  PRINT-KIND        PIC X(8).
008900     05  FILLER            PIC X(1)  VALUE SPACE.
009000     05  PRINT-STATUS      PIC X(8).
009100     05  FILLER            PIC X(1)  VALUE SPACE.
009200     05  PRINT-BY          PIC X(8).
009300     05  FILLER            PIC X(1)  VALUE SPACE.
009400     05  PRINT-DATE        PIC Z9/99/9999.
009500     05  FILLER            PIC X(1)  VALUE SPACE.
009600     05  PRINT-DAYS        PIC ZZZ9.
009700
009800 01  VALUE-LINE.
009900     05  FILLER            PIC X(7)  VALUE SPACE.
010000     05  PRINT-VALUE-LABEL PIC X(10).
010100     05  PRINT-VALUE       PIC X(60).
010200
010300 01  CALLBACK-LINE.
010400     05  FILLER            PIC X(7)  VALUE SPACE.
010500     05  FILLER            PIC X(10) VALUE "CALLBACK:".
010600     05  PRINT-CALLBACK-PHONE
010700                           PIC X(15).
010800     05  PRINT-CALLBACK-CONTACT
010900                           PIC X(30).
011000
011100 01  PART-LINE.
011200     05  FILLER            PIC X(20) VALUE "CHANGES DECIDED IN".
011300     05  FILLER            PIC X(9)  VALUE "THE LAST ".
011400     05  PRINT-WATCH-DAYS  PIC ZZ9.
011500     05  FILLER            PIC X(5)  VALUE " DAYS".
011600
011700 01  TOTAL-LINE.
011800     05  PRINT-TOTAL-COUNT PIC ZZZZ9.
011900     05  FILLER            PIC X(1)  VALUE SPACE.
012000     05  PRINT-TOTAL-WORDS PIC X(40).
012100
012200 01  TITLE-LINE.
012300     05  FILLER              PIC X(20) VALUE SPACE.
012400     05  FILLER              PIC X(35)
012500         VALUE "VENDOR CHANGES AWAITING APPROVAL".
012600     05  FILLER              PIC X(5) VALUE "PAGE:".
012700     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
012800
012900     COPY "WSDATE01.CBL".
012920
012940     COPY "WSMASK01.CBL".
013000
013100 LINKAGE SECTION.
013200
013300*---------------------------------
013400* Set on exit to the number of
013500* changes still pending, for the
013600* nightly batch driver's control
013700* report.
013800*---------------------------------
013900 01  RETURN-PENDING-COUNT       PIC 9(5).
014000
014100 PROCEDURE DIVISION USING RETURN-PENDING-COUNT.
014200 PROGRAM-BEGIN.
014300     PERFORM OPENING-PROCEDURE.
014400     PERFORM MAIN-PROCESS.
014500     PERFORM CLOSING-PROCEDURE.
014600     MOVE PENDING-COUNT TO RETURN-PENDING-COUNT.
014700
014800 PROGRAM-EXIT.
014900     EXIT PROGRAM.
015000
015100 PROGRAM-DONE.
015200     STOP RUN.
015300
015400 OPENING-PROCEDURE.
015500     OPEN INPUT PENDING-CHANGE-FILE.
015600     OPEN INPUT VENDOR-FILE.
015700     OPEN OUTPUT PRINTER-FILE.
015800     PERFORM LOAD-CONTROL-RECORD.
015900
016000 CLOSING-PROCEDURE.
016100     CLOSE PENDING-CHANGE-FILE.
016200     CLOSE VENDOR-FILE.
016300     PERFORM END-LAST-PAGE.
016400     CLOSE PRINTER-FILE.
016500
016600 MAIN-PROCESS.
016700     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
016800     PERFORM START-NEW-PAGE.
016900     MOVE "P" TO REPORT-PART.
017000     PERFORM REPORT-THE-CHANGES.
017100     PERFORM LINE-FEED.
017200     MOVE PENDING-COUNT TO PRINT-TOTAL-COUNT.
017300     MOVE "CHANGES AWAITING APPROVAL" TO PRINT-TOTAL-WORDS.
017400     MOVE TOTAL-LINE TO PRINTER-RECORD.
017500     PERFORM WRITE-TO-PRINTER.
017600     IF APCTL-CHANGE-WATCH-DAYS > ZERO
017700         PERFORM REPORT-DECIDED-CHANGES.
017800     DISPLAY PENDING-COUNT " VENDOR CHANGES AWAITING APPROVAL".
017900
018000 REPORT-DECIDED-CHANGES.
018100     PERFORM LINE-FEED.
018200     MOVE APCTL-CHANGE-WATCH-DAYS TO PRINT-WATCH-DAYS.
018300     MOVE PART-LINE TO PRINTER-RECORD.
018400     PERFORM WRITE-TO-PRINTER.
018500     PERFORM LINE-FEED.
018600     MOVE "D" TO REPORT-PART.
018700     PERFORM REPORT-THE-CHANGES.
018800     PERFORM LINE-FEED.
018900     MOVE DECIDED-COUNT TO PRINT-TOTAL-COUNT.
019000     MOVE "CHANGES DECIDED" TO PRINT-TOTAL-WORDS.
019100     MOVE TOTAL-LINE TO PRINTER-RECORD.
019200     PERFORM WRITE-TO-PRINTER.
019300
019400 REPORT-THE-CHANGES.
019500     MOVE "N" TO CHANGE-FILE-AT-END.
019600     MOVE ZEROES TO PCHG-KEY.
019700     START PENDING-CHANGE-FILE KEY NOT < PCHG-KEY
019800         INVALID KEY
019900         MOVE "Y" TO CHANGE-FILE-AT-END.
020000     PERFORM REPORT-NEXT-CHANGE
020100         UNTIL CHANGE-FILE-AT-END = "Y".
020200
020300 REPORT-NEXT-CHANGE.
020400     READ PENDING-CHANGE-FILE NEXT RECORD
020500         AT END MOVE "Y" TO CHANGE-FILE-AT-END.
020600     IF CHANGE-FILE-AT-END = "N"
020700         PERFORM CHECK-THIS-CHANGE.
020800
020900*---------------------------------
021000* Pending changes age from the
021100* day they were keyed; decided
021200* ones from the day they were
021300* decided, and only those inside
021400* the watch days are listed.
021500*---------------------------------
021600 CHECK-THIS-CHANGE.
021700     IF REPORTING-PENDING
021800         IF PCHG-IS-PENDING
021900             MOVE PCHG-KEYED-DATE TO DATE-CCYYMMDD
022000             PERFORM COMPUTE-DAYS-WAITING
022100             PERFORM PRINT-THIS-CHANGE
022200             ADD 1 TO PENDING-COUNT
022300         ELSE
022400             NEXT SENTENCE
022500     ELSE
022600     IF NOT PCHG-IS-PENDING
022700        AND PCHG-DECIDED-DATE NOT = ZEROES
022800         MOVE PCHG-DECIDED-DATE TO DATE-CCYYMMDD
022900         PERFORM COMPUTE-DAYS-WAITING
023000         IF DAYS-WAITING NOT > APCTL-CHANGE-WATCH-DAYS
023100             PERFORM PRINT-THIS-CHANGE
023200             ADD 1 TO DECIDED-COUNT.
023300
023400 COMPUTE-DAYS-WAITING.
023500     MOVE ZEROES TO DAYS-WAITING.
023600     IF DATE-CCYYMMDD < RUN-DATE
023700         COMPUTE DAYS-WAITING =
023800             FUNCTION INTEGER-OF-DATE(RUN-DATE) -
023900             FUNCTION INTEGER-OF-DATE(DATE-CCYYMMDD).
024000
024100 PRINT-THIS-CHANGE.
024200     IF LINE-COUNT > MAXIMUM-LINES
024300         PERFORM START-NEXT-PAGE.
024400     MOVE SPACE TO DETAIL-LINE.
024500     MOVE PCHG-VENDOR TO PRINT-VENDOR.
024600     MOVE PCHG-VENDOR TO VENDOR-NUMBER.
024700     PERFORM READ-VENDOR-RECORD.
024800     IF VENDOR-RECORD-FOUND = "Y"
024900         MOVE VENDOR-NAME TO PRINT-NAME
025000     ELSE
025100         MOVE "** NOT ON FILE **" TO PRINT-NAME.
025200     IF PCHG-IS-REMIT-TO
025300         MOVE "REMIT-TO" TO PRINT-KIND
025400     ELSE
025500     IF PCHG-IS-TAX-ID
025600         MOVE "TAX ID" TO PRINT-KIND
025700     ELSE
025800         MOVE "BANK" TO PRINT-KIND.
025900     IF PCHG-IS-PENDING
026000         MOVE "PENDING" TO PRINT-STATUS
026100         MOVE PCHG-KEYED-BY TO PRINT-BY
026200     ELSE
026300     IF PCHG-IS-APPROVED
026400         MOVE "APPROVED" TO PRINT-STATUS
026500         MOVE PCHG-DECIDED-BY TO PRINT-BY
026600     ELSE
026700         MOVE "REJECTED" TO PRINT-STATUS
026800         MOVE PCHG-DECIDED-BY TO PRINT-BY.
026900     PERFORM FORMAT-THE-DATE.
027000     MOVE FORMATTED-DATE TO PRINT-DATE.
027100     MOVE DAYS-WAITING TO PRINT-DAYS.
027200     MOVE DETAIL-LINE TO PRINTER-RECORD.
027300     PERFORM WRITE-TO-PRINTER.
027400     PERFORM PRINT-CHANGE-VALUES.
027500
027600 PRINT-CHANGE-VALUES.
027700     PERFORM BUILD-CHANGE-IMAGES.
027800     MOVE SPACE TO VALUE-LINE.
027900     MOVE "FROM:" TO PRINT-VALUE-LABEL.
028000     MOVE OLD-IMAGE TO PRINT-VALUE.
028100     MOVE VALUE-LINE TO PRINTER-RECORD.
028200     PERFORM WRITE-TO-PRINTER.
028300     MOVE "TO:" TO PRINT-VALUE-LABEL.
028400     MOVE NEW-IMAGE TO PRINT-VALUE.
028500     MOVE VALUE-LINE TO PRINTER-RECORD.
028600     PERFORM WRITE-TO-PRINTER.
028700     IF REPORTING-DECIDED
028800         PERFORM PRINT-DECISION-DETAIL.
028900
029000 PRINT-DECISION-DETAIL.
029100     IF PCHG-DECISION-NOTE NOT = SPACES
029200         MOVE "NOTE:" TO PRINT-VALUE-LABEL
029300         MOVE PCHG-DECISION-NOTE TO PRINT-VALUE
029400         MOVE VALUE-LINE TO PRINTER-RECORD
029500         PERFORM WRITE-TO-PRINTER.
029600     IF PCHG-IS-APPROVED
029700         MOVE PCHG-CALLBACK-PHONE TO PRINT-CALLBACK-PHONE
029800         MOVE PCHG-CALLBACK-CONTACT TO PRINT-CALLBACK-CONTACT
029900         MOVE CALLBACK-LINE TO PRINTER-RECORD
030000         PERFORM WRITE-TO-PRINTER.
030100
030200 BUILD-CHANGE-IMAGES.
030300     MOVE SPACE TO OLD-IMAGE
030400                   NEW-IMAGE.
030500     IF PCHG-IS-REMIT-TO
030600         PERFORM BUILD-REMIT-TO-IMAGES
030700     ELSE
030800     IF PCHG-IS-TAX-ID
030820         MOVE PCHG-OLD-TAX-ID TO MASK-VALUE
030840         PERFORM MASK-SENSITIVE-VALUE
030860         MOVE MASK-VALUE TO OLD-IMAGE
030880         MOVE PCHG-NEW-TAX-ID TO MASK-VALUE
030900         PERFORM MASK-SENSITIVE-VALUE
030920         MOVE MASK-VALUE TO NEW-IMAGE
031100     ELSE
031200         PERFORM BUILD-BANK-IMAGES.
031300
031400 BUILD-REMIT-TO-IMAGES.
031500     IF PCHG-OLD-REMIT-FLAG = "Y"
031600         STRING PCHG-OLD-REMIT-ADDRESS-1 DELIMITED BY "  "
031700                ", " DELIMITED BY SIZE
031800                PCHG-OLD-REMIT-CITY DELIMITED BY "  "
031900                " " DELIMITED BY SIZE
032000                PCHG-OLD-REMIT-STATE DELIMITED BY SIZE
032100             INTO OLD-IMAGE
032200     ELSE
032300         MOVE "(MAIN ADDRESS)" TO OLD-IMAGE.
032400     IF PCHG-NEW-REMIT-FLAG = "Y"
032500         STRING PCHG-NEW-REMIT-ADDRESS-1 DELIMITED BY "  "
032600                ", " DELIMITED BY SIZE
032700                PCHG-NEW-REMIT-CITY DELIMITED BY "  "
032800                " " DELIMITED BY SIZE
032900                PCHG-NEW-REMIT-STATE DELIMITED BY SIZE
033000             INTO NEW-IMAGE
033100     ELSE
033200         MOVE "(MAIN ADDRESS)" TO NEW-IMAGE.
033300
033400 BUILD-BANK-IMAGES.
033500     IF PCHG-IS-NEW-ENROLLMENT
033600         MOVE "(NEW ENROLLMENT)" TO OLD-IMAGE
033700     ELSE
033750         MOVE PCHG-OLD-ACCOUNT TO MASK-VALUE
033800         PERFORM MASK-SENSITIVE-VALUE
033850         STRING "ROUTING " DELIMITED BY SIZE
033900                PCHG-OLD-ROUTING DELIMITED BY SIZE
033950                " ACCOUNT " DELIMITED BY SIZE
034000                MASK-VALUE DELIMITED BY SIZE
034050             INTO OLD-IMAGE.
034250     MOVE PCHG-NEW-ACCOUNT TO MASK-VALUE.
034300     PERFORM MASK-SENSITIVE-VALUE.
034350     STRING "ROUTING " DELIMITED BY SIZE
034400            PCHG-NEW-ROUTING DELIMITED BY SIZE
034450            " ACCOUNT " DELIMITED BY SIZE
034500            MASK-VALUE DELIMITED BY SIZE
034550         INTO NEW-IMAGE.
034800
034900 READ-VENDOR-RECORD.
035000     MOVE "Y" TO VENDOR-RECORD-FOUND.
035100     READ VENDOR-FILE RECORD
035200         INVALID KEY
035300         MOVE "N" TO VENDOR-RECORD-FOUND.
035400
035500 LOAD-CONTROL-RECORD.
035600     MOVE ZEROES TO APCTL-CHANGE-WATCH-DAYS.
035700     OPEN INPUT APCTL-FILE.
035800     MOVE "N" TO APCTL-FILE-AT-END.
035900     READ APCTL-FILE
036000         AT END MOVE "Y" TO APCTL-FILE-AT-END.
036100     CLOSE APCTL-FILE.
036200     IF APCTL-FILE-AT-END = "Y"
036300         MOVE ZEROES TO APCTL-CHANGE-WATCH-DAYS.
036400
036500 WRITE-TO-PRINTER.
036600     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
036700     ADD 1 TO LINE-COUNT.
036800
036900 LINE-FEED.
037000     MOVE SPACE TO PRINTER-RECORD.
037100     PERFORM WRITE-TO-PRINTER.
037200
037300 START-NEXT-PAGE.
037400     PERFORM END-LAST-PAGE.
037500     PERFORM START-NEW-PAGE.
037600
037700 START-NEW-PAGE.
037800     ADD 1 TO PAGE-NUMBER.
037900     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
038000     MOVE TITLE-LINE TO PRINTER-RECORD.
038100     PERFORM WRITE-TO-PRINTER.
038200     PERFORM LINE-FEED.
038300     MOVE COLUMN-LINE TO PRINTER-RECORD.
038400     PERFORM WRITE-TO-PRINTER.
038500     PERFORM LINE-FEED.
038600
038700 END-LAST-PAGE.
038800     PERFORM FORM-FEED.
038900     MOVE ZERO TO LINE-COUNT.
039000
039100 FORM-FEED.
039200     MOVE SPACE TO PRINTER-RECORD.
039300     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
039400
039500*---------------------------------
039600* Utility routines.
039700*---------------------------------
039800     COPY "PLDATE01.CBL".
039900     COPY "PLMASK01.CBL".

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RPTBST01.
000300*---------------------------------
000400* Report bursting and delivery.
000500*
000600* Called by a cataloged report
000700* once its spool file is closed.
000800* The report's distribution list
000900* names each recipient, the
001000* company or store whose portion
001100* they get (zero for the whole
001200* report) and where it goes - a
001300* printer, a spool file, or an
001400* e-mail drop folder. The spool
001500* is split on the report's own
001600* company/store breaks, described
001700* by the caller, and each
001800* recipient's portion delivered.
001900* The delivery is recorded on the
002000* catalog record and on each
002100* recipient's list entry.
002200*
002300* A report with no distribution
002400* list is left as it was: in the
002500* catalog for RPTCAT01, or
002600* printed whole if the caller
002700* always went to the printer.
002800*---------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200
003300     COPY "SLRCAT.CBL".
003400
003500     COPY "SLRDST.CBL".
003600
003700     SELECT SPOOL-FILE
003800         ASSIGN TO SPOOL-DESTINATION
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100     SELECT DELIVERY-FILE
004200         ASSIGN TO DELIVERY-DESTINATION
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400
004500     SELECT PRINTER-FILE
004600         ASSIGN TO PRINTER
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100
005200     COPY "FDRCAT.CBL".
005300
005400     COPY "FDRDST.CBL".
005500
005600 FD  SPOOL-FILE
005700     LABEL RECORDS ARE STANDARD.
005800 01  SPOOL-RECORD               PIC X(132).
005900
006000 FD  DELIVERY-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 01  DELIVERY-RECORD            PIC X(132).
006300
006400 FD  PRINTER-FILE
006500     LABEL RECORDS ARE OMITTED.
006600 01  PRINTER-RECORD             PIC X(132).
006700
006800 WORKING-STORAGE SECTION.
006900
007000 77  SPOOL-DESTINATION       PIC X(10).
007100 77  DELIVERY-DESTINATION    PIC X(60).
007200
007300 77  SPOOL-FILE-AT-END       PIC X.
007400 77  RDST-FILE-AT-END        PIC X.
007500 77  RCAT-RECORD-FOUND       PIC X.
007600
007700 77  LIST-ENTRY-COUNT        PIC 9(3).
007800 77  LINES-DELIVERED         PIC 9(6).
007900
008000*---------------------------------
008100* Where the spool scan stands:
008200* still in the heading, or past
008300* the first break, and whose
008400* section or line this is.
008500*---------------------------------
008600 77  PAST-THE-HEADING        PIC X.
008700 77  SECTION-OWNER           PIC 9(2).
008800 77  LINE-OWNER              PIC 9(2).
008900 77  LINE-IS-CODED           PIC X.
009000
009100 01  CODE-ON-LINE            PIC X(2).
009200 01  CODE-ON-LINE-VALUE REDEFINES CODE-ON-LINE
009300                             PIC 9(2).
009400
009500*---------------------------------
009600* Which companies or stores the
009700* run actually has lines for, so
009800* nobody is sent a bare heading.
009900*---------------------------------
010000 01  CODE-PRESENT-TABLE.
010100     05  CODE-PRESENT        PIC X OCCURS 99 TIMES.
010200 77  CODE-SUB                PIC 9(2).
010300
010400 01  ROUTING-LINE.
010500     05  FILLER              PIC X(12) VALUE "DELIVER TO: ".
010600     05  ROUTE-NAME          PIC X(30).
010700     05  FILLER              PIC X(2)  VALUE " (".
010800     05  ROUTE-RECIPIENT     PIC X(8).
010900     05  FILLER              PIC X(7)  VALUE ")  RUN ".
011000     05  ROUTE-RUN-NUMBER    PIC Z(4)9.
011100
011200 LINKAGE SECTION.
011300
011400     COPY "WSBRST01.CBL".
011500
011600 PROCEDURE DIVISION USING BURST-PARAMETERS.
011700 PROGRAM-BEGIN.
011800     PERFORM OPENING-PROCEDURE.
011900     PERFORM MAIN-PROCESS.
012000     PERFORM CLOSING-PROCEDURE.
012100
012200 PROGRAM-EXIT.
012300     EXIT PROGRAM.
012400
012500 PROGRAM-DONE.
012600     STOP RUN.
012700
012800 OPENING-PROCEDURE.
012900     OPEN I-O RCAT-FILE.
013000     OPEN I-O RDST-FILE.
013100
013200 CLOSING-PROCEDURE.
013300     CLOSE RCAT-FILE.
013400     CLOSE RDST-FILE.
013500
013600 MAIN-PROCESS.
013700     MOVE ZEROES TO BURST-DELIVERED-COUNT.
013800     PERFORM READ-CATALOG-RECORD.
013900     IF RCAT-RECORD-FOUND = "Y"
014000         PERFORM BURST-THIS-RUN.
014100
014200 READ-CATALOG-RECORD.
014300     MOVE BURST-RUN-NUMBER TO RCAT-RUN-NUMBER.
014400     MOVE "Y" TO RCAT-RECORD-FOUND.
014500     READ RCAT-FILE RECORD
014600         INVALID KEY
014700         MOVE "N" TO RCAT-RECORD-FOUND.
014800     IF RCAT-RECORD-FOUND = "N"
014900         DISPLAY "RUN " BURST-RUN-NUMBER
015000                 " IS NOT ON THE REPORT CATALOG".
015100
015200 BURST-THIS-RUN.
015300     MOVE RCAT-SPOOL-NAME TO SPOOL-DESTINATION.
015400     PERFORM COUNT-LIST-ENTRIES.
015500     IF LIST-ENTRY-COUNT = ZEROES
015600         PERFORM DELIVER-WITHOUT-LIST
015700     ELSE
015800         PERFORM FIND-CODES-IN-SPOOL
015900         PERFORM DELIVER-TO-THE-LIST
016000         PERFORM RECORD-DELIVERY-ON-CATALOG.
016100
016200*---------------------------------
016300* No list - the report behaves
016400* exactly as it did before there
016500* were lists.
016600*---------------------------------
016700 DELIVER-WITHOUT-LIST.
016800     IF BURST-PRINT-WITHOUT-LIST
016900         PERFORM PRINT-WHOLE-SPOOL.
017000
017100 PRINT-WHOLE-SPOOL.
017200     OPEN INPUT SPOOL-FILE.
017300     OPEN OUTPUT PRINTER-FILE.
017400     PERFORM READ-NEXT-SPOOL-LINE.
017500     PERFORM PRINT-NEXT-SPOOL-LINE
017600         UNTIL SPOOL-FILE-AT-END = "Y".
017700     CLOSE SPOOL-FILE.
017800     CLOSE PRINTER-FILE.
017900
018000 PRINT-NEXT-SPOOL-LINE.
018100     MOVE SPOOL-RECORD TO PRINTER-RECORD.
018200     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
018300     PERFORM READ-NEXT-SPOOL-LINE.
018400
018500 COUNT-LIST-ENTRIES.
018600     MOVE ZEROES TO LIST-ENTRY-COUNT.
018700     PERFORM START-DISTRIBUTION-LIST.
018800     PERFORM COUNT-ONE-LIST-ENTRY
018900         UNTIL RDST-FILE-AT-END = "Y".
019000
019100 COUNT-ONE-LIST-ENTRY.
019200     ADD 1 TO LIST-ENTRY-COUNT.
019300     PERFORM READ-NEXT-LIST-ENTRY.
019400
019500*---------------------------------
019600* One pass of the spool to see
019700* which codes it has lines for.
019800*---------------------------------
019900 FIND-CODES-IN-SPOOL.
020000     MOVE ALL "N" TO CODE-PRESENT-TABLE.
020100     PERFORM START-SPOOL-SCAN.
020200     PERFORM NOTE-NEXT-LINE-OWNER
020300         UNTIL SPOOL-FILE-AT-END = "Y".
020400     CLOSE SPOOL-FILE.
020500
020600 NOTE-NEXT-LINE-OWNER.
020700     PERFORM FIND-LINE-OWNER.
020800     IF LINE-OWNER NOT = ZEROES
020900         MOVE LINE-OWNER TO CODE-SUB
021000         MOVE "Y" TO CODE-PRESENT (CODE-SUB).
021100     PERFORM READ-NEXT-SPOOL-LINE.
021200
021300 START-SPOOL-SCAN.
021400     MOVE "N" TO PAST-THE-HEADING.
021500     MOVE ZEROES TO SECTION-OWNER.
021600     OPEN INPUT SPOOL-FILE.
021700     PERFORM READ-NEXT-SPOOL-LINE.
021800
021900*---------------------------------
022000* Whose line this is, by the
022100* caller's break rules. Zero is
022200* the heading or a whole-report
022300* line.
022400*---------------------------------
022500 FIND-LINE-OWNER.
022600     IF BURST-BY-SECTION
022700         PERFORM READ-CODE-ON-LINE
022800         PERFORM FIND-SECTION-OWNER
022900     ELSE
023000     IF BURST-BY-LINE
023100         PERFORM READ-CODE-ON-LINE
023200         PERFORM FIND-LINE-CODE-OWNER
023300     ELSE
023400         MOVE ZEROES TO LINE-OWNER.
023500
023600 FIND-SECTION-OWNER.
023700     IF LINE-IS-CODED = "Y"
023800        AND SPOOL-RECORD (BURST-TEXT-COLUMN : BURST-TEXT-LENGTH)
023900          = BURST-BREAK-TEXT (1 : BURST-TEXT-LENGTH)
024000         MOVE "Y" TO PAST-THE-HEADING
024100         MOVE CODE-ON-LINE-VALUE TO SECTION-OWNER.
024200     MOVE SECTION-OWNER TO LINE-OWNER.
024300
024400 FIND-LINE-CODE-OWNER.
024500     IF LINE-IS-CODED = "Y"
024600         MOVE "Y" TO PAST-THE-HEADING
024700         MOVE CODE-ON-LINE-VALUE TO LINE-OWNER
024800     ELSE
024900         MOVE ZEROES TO LINE-OWNER.
025000
025100*---------------------------------
025200* Codes print zero-suppressed,
025300* so " 7" is store 7; a blank or
025400* non-numeric field is no code.
025500*---------------------------------
025600 READ-CODE-ON-LINE.
025700     MOVE "N" TO LINE-IS-CODED.
025800     MOVE SPOOL-RECORD (BURST-CODE-COLUMN : 2) TO CODE-ON-LINE.
025900     IF CODE-ON-LINE NOT = SPACES
026000         INSPECT CODE-ON-LINE
026100           REPLACING LEADING SPACE BY ZERO
026200         IF CODE-ON-LINE IS NUMERIC
026300             IF CODE-ON-LINE-VALUE NOT = ZEROES
026400                 MOVE "Y" TO LINE-IS-CODED.
026500
026600*---------------------------------
026700* Each recipient in turn, as
026800* long as the run has something
026900* for them.
027000*---------------------------------
027100 DELIVER-TO-THE-LIST.
027200     PERFORM START-DISTRIBUTION-LIST.
027300     PERFORM DELIVER-ONE-LIST-ENTRY
027400         UNTIL RDST-FILE-AT-END = "Y".
027500
027600 DELIVER-ONE-LIST-ENTRY.
027700     IF RDST-GETS-WHOLE-REPORT
027800         PERFORM DELIVER-TO-RECIPIENT
027900     ELSE
028000     IF CODE-PRESENT (RDST-BREAK-CODE) = "Y"
028100         PERFORM DELIVER-TO-RECIPIENT
028200     ELSE
028300         DISPLAY "NOTHING IN " RCAT-REPORT-NAME
028400                 " FOR " RDST-RECIPIENT.
028500     PERFORM READ-NEXT-LIST-ENTRY.
028600
028700 DELIVER-TO-RECIPIENT.
028800     MOVE ZEROES TO LINES-DELIVERED.
028900     PERFORM OPEN-RECIPIENT-DESTINATION.
029000     PERFORM START-SPOOL-SCAN.
029100     PERFORM ROUTE-NEXT-SPOOL-LINE
029200         UNTIL SPOOL-FILE-AT-END = "Y".
029300     CLOSE SPOOL-FILE.
029400     PERFORM CLOSE-RECIPIENT-DESTINATION.
029500     ADD 1 TO BURST-DELIVERED-COUNT.
029600     PERFORM RECORD-DELIVERY-ON-LIST.
029700     DISPLAY RCAT-REPORT-NAME " DELIVERED TO "
029800             RDST-RECIPIENT " - " LINES-DELIVERED " LINES".
029900
030000 ROUTE-NEXT-SPOOL-LINE.
030100     PERFORM FIND-LINE-OWNER.
030200     IF PAST-THE-HEADING = "N"
030300        OR RDST-GETS-WHOLE-REPORT
030400        OR LINE-OWNER = RDST-BREAK-CODE
030500         PERFORM WRITE-RECIPIENT-LINE.
030600     PERFORM READ-NEXT-SPOOL-LINE.
030700
030800*---------------------------------
030900* A printed portion carries a
031000* routing line so it can be
031100* handed out. A drop-folder
031200* portion is named for the run
031300* and the recipient, so every
031400* run is its own mail piece.
031500*---------------------------------
031600 OPEN-RECIPIENT-DESTINATION.
031700     IF RDST-TO-PRINTER
031800         OPEN OUTPUT PRINTER-FILE
031900         PERFORM PRINT-ROUTING-LINE
032000     ELSE
032100         PERFORM BUILD-DELIVERY-NAME
032200         OPEN OUTPUT DELIVERY-FILE.
032300
032400 PRINT-ROUTING-LINE.
032500     MOVE RDST-RECIPIENT-NAME TO ROUTE-NAME.
032600     MOVE RDST-RECIPIENT TO ROUTE-RECIPIENT.
032700     MOVE RCAT-RUN-NUMBER TO ROUTE-RUN-NUMBER.
032800     MOVE ROUTING-LINE TO PRINTER-RECORD.
032900     WRITE PRINTER-RECORD BEFORE ADVANCING 2.
033000
033100 BUILD-DELIVERY-NAME.
033200     MOVE SPACES TO DELIVERY-DESTINATION.
033300     IF RDST-TO-SPOOL-FILE
033400         MOVE RDST-DESTINATION TO DELIVERY-DESTINATION
033500     ELSE
033600         STRING RDST-DESTINATION DELIMITED BY SPACE
033700                "/"              DELIMITED BY SIZE
033800                RCAT-SPOOL-NAME  DELIMITED BY SPACE
033900                "-"              DELIMITED BY SIZE
034000                RDST-RECIPIENT   DELIMITED BY SPACE
034100                ".TXT"           DELIMITED BY SIZE
034200                INTO DELIVERY-DESTINATION.
034300
034400 WRITE-RECIPIENT-LINE.
034500     IF RDST-TO-PRINTER
034600         MOVE SPOOL-RECORD TO PRINTER-RECORD
034700         WRITE PRINTER-RECORD BEFORE ADVANCING 1
034800     ELSE
034900         MOVE SPOOL-RECORD TO DELIVERY-RECORD
035000         WRITE DELIVERY-RECORD.
035100     ADD 1 TO LINES-DELIVERED.
035200
035300 CLOSE-RECIPIENT-DESTINATION.
035400     IF RDST-TO-PRINTER
035500         MOVE SPACE TO PRINTER-RECORD
035600         WRITE PRINTER-RECORD BEFORE ADVANCING PAGE
035700         CLOSE PRINTER-FILE
035800     ELSE
035900         CLOSE DELIVERY-FILE.
036000
036100*---------------------------------
036200* Delivery is kept on the list
036300* entry (the last run each
036400* recipient was sent) and on the
036500* catalog record (how many
036600* recipients the run went to).
036700*---------------------------------
036800 RECORD-DELIVERY-ON-LIST.
036900     MOVE RCAT-RUN-NUMBER TO RDST-LAST-RUN-NUMBER.
037000     MOVE FUNCTION CURRENT-DATE(1:8)
037100       TO RDST-LAST-DELIVERED-DATE.
037200     MOVE FUNCTION CURRENT-DATE(9:6)
037300       TO RDST-LAST-DELIVERED-TIME.
037400     MOVE LINES-DELIVERED TO RDST-LAST-LINE-COUNT.
037500     REWRITE RDST-RECORD
037600         INVALID KEY
037700         DISPLAY "ERROR REWRITING DISTRIBUTION RECORD".
037800
037900 RECORD-DELIVERY-ON-CATALOG.
038000     MOVE BURST-DELIVERED-COUNT TO RCAT-DELIVERED-COUNT.
038100     MOVE FUNCTION CURRENT-DATE(1:8) TO RCAT-DELIVERED-DATE.
038200     MOVE FUNCTION CURRENT-DATE(9:6) TO RCAT-DELIVERED-TIME.
038300     REWRITE RCAT-RECORD
038400         INVALID KEY
038500         DISPLAY "ERROR REWRITING REPORT CATALOG RECORD".
038600
038700*---------------------------------
038800* File I-O routines.
038900*---------------------------------
039000 START-DISTRIBUTION-LIST.
039100     MOVE "N" TO RDST-FILE-AT-END.
039200     MOVE RCAT-REPORT-NAME TO RDST-REPORT-NAME.
039300     MOVE LOW-VALUES TO RDST-RECIPIENT.
039400     START RDST-FILE KEY NOT < RDST-KEY
039500         INVALID KEY
039600         MOVE "Y" TO RDST-FILE-AT-END.
039700     IF RDST-FILE-AT-END NOT = "Y"
039800         PERFORM READ-NEXT-LIST-ENTRY.
039900
040000 READ-NEXT-LIST-ENTRY.
040100     READ RDST-FILE NEXT RECORD
040200         AT END
040300         MOVE "Y" TO RDST-FILE-AT-END.
040400     IF RDST-FILE-AT-END NOT = "Y"
040500         IF RDST-REPORT-NAME NOT = RCAT-REPORT-NAME
040600             MOVE "Y" TO RDST-FILE-AT-END.
040700
040800 READ-NEXT-SPOOL-LINE.
040900     MOVE "N" TO SPOOL-FILE-AT-END.
041000     READ SPOOL-FILE
041100         AT END MOVE "Y" TO SPOOL-FILE-AT-END.

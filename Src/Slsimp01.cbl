001900* lines load; rejects print on
002000* an exception report with the
002100* reason, to be keyed by hand.
002102*
002104* Gift card issues (type I) and
002106* redemptions (type D) carry
002108* the card number as an eighth
002110* field. They go to the gift
002112* card ledger and the card's
002114* balance, never to the daily
002116* sales file - an issue is not
002118* a sale, and a redemption is
002120* booked to revenue by the
002122* sales journal extract.
002124*
002126* An optional ninth field
002128* carries the line's extended
002130* cost in cents, for gross
002132* margin. A sale line sends it
002134* after an empty card field:
002136*
002138*   ...,AMT,S,,COST
002140*
002142* A line without it loads at
002144* zero cost.
002146*
002148* Optional tenth and eleventh
002150* fields carry the hour the
002152* line's sales were rung (00-
002154* 23) and the number of
002156* customer transactions, for
002158* the hourly aggregates. A line
002160* without an hour loads as hour
002162* 99, not known.
002164*
002166* An optional twelfth field
002168* carries the cashier who rang
002170* the line, for loss prevention.
002172* Type N lines report register
002174* no-sales: no amount, with the
002176* number of drawer openings in
002178* the count field.
002180*
002182* Type T lines carry the store's
002184* card tender total for the day,
002186* with division, department and
002188* category zero. They go to the
002190* card batch file for the
002192* settlement reconciliation,
002194* never to the daily sales file.
002195*
002196* Each store's file opens with a
002197* header (type H) and closes with
002198* a trailer (type E) - see the
002199* polling control below.
002200*---------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
007500     COPY "SLSMAP.CBL".
007600
007700     COPY "SLCATG.CBL".
007710
007720     COPY "SLGCLG.CBL".
007730
007740     COPY "SLGCRD.CBL".
007760
007780     COPY "SLCBAT.CBL".
007790     COPY "SLPOLL.CBL".
007800
007900     SELECT PRINTER-FILE
008000         ASSIGN TO PRINTER
010900     05  SCAN-DATE                PIC 9(8).
011000     05  SCAN-AMOUNT              PIC S9(6)V99.
011100     05  SCAN-TRAN-TYPE           PIC X(1).
011150     05  SCAN-COST                PIC S9(6)V99.
011160     05  SCAN-HOUR                PIC 9(2).
011170     05  SCAN-TRAN-COUNT          PIC 9(5).
011180     05  SCAN-CASHIER             PIC X(6).
011200
011300*---------------------------------
011400* FDSALES.CBL
012600*---------------------------------
012700* The register transaction
012800* type: S = sale, R = return,
012850* V = post-void, N = no sale
012900* (the drawer opened with no
012950* amount; the count is how many
013000* times). Space on old detail
013050* means a sale.
013100*---------------------------------
013200     05  SALES-TRAN-TYPE          PIC X(1).
013300         88  TRAN-IS-SALE             VALUES "S" " ".
013400         88  TRAN-IS-RETURN           VALUE "R".
013500         88  TRAN-IS-VOID             VALUE "V".
013505         88  TRAN-IS-NO-SALE          VALUE "N".
013510*---------------------------------
013520* Extended cost of the goods on
013530* the line, signed like the
013540* amount. Zero on detail from
013550* a register that sends no
013560* cost.
013570*---------------------------------
013580     05  SALES-COST               PIC S9(6)V99.
013581*---------------------------------
013582* The hour the sales were rung
013583* (00-23, 99 when the register
013584* did not say) and the number
013585* of customer transactions. A
013586* ticket counts once, on the
013587* first line it touches.
013588*---------------------------------
013589     05  SALES-HOUR               PIC 9(2).
013590     05  SALES-TRAN-COUNT         PIC 9(5).
013591*---------------------------------
013592* The cashier who rang the line,
013593* spaces when the register did
013594* not say.
013595*---------------------------------
013596     05  SALES-CASHIER            PIC X(6).
013600
013700     COPY "FDSTORE.CBL".
013800
014100     COPY "FDSMAP.CBL".
014200
014300     COPY "FDCATG.CBL".
014310
014320     COPY "FDGCLG.CBL".
014330
014340     COPY "FDGCRD.CBL".
014360
014380     COPY "FDCBAT.CBL".
014390     COPY "FDPOLL.CBL".
014400
014500 FD  PRINTER-FILE
014600     LABEL RECORDS ARE OMITTED.
015400 77  SMAP-RECORD-FOUND       PIC X.
015500 77  CATG-RECORD-FOUND       PIC X.
015600 77  LINE-IS-GOOD            PIC X.
015610 77  GCL-RECORD-FOUND        PIC X.
015620 77  GC-RECORD-FOUND         PIC X.
015640 77  CBAT-RECORD-FOUND       PIC X.
015700
015800*---------------------------------
015900* The import line broken out of
017200* Optional seventh field: the
017300* register transaction type
017400* (S = sale, R = return,
017450* V = post-void, N = no sale,
017500* I = gift card issue, D = gift
017550* card redemption, T = card
017570* tender total). Blank on the
017600* old feed layout means a sale.
017660* H and E are the header and
017720* trailer around a store's file.
017800*---------------------------------
017900     05  IMP-TRANTYPE        PIC X(1).
017910         88  IMP-IS-GIFT-CARD    VALUES "I" "D".
017915         88  IMP-IS-CARD-TENDER  VALUE "T".
017916         88  IMP-IS-CONTROL-LINE VALUES "H" "E".
017917         88  IMP-IS-FILE-HEADER  VALUE "H".
017918         88  IMP-IS-FILE-TRAILER VALUE "E".
017920*---------------------------------
017930* Eighth field, gift card lines
017940* only: the card number.
017942* On H and E lines, the store
017944* file's sequence number.
017950*---------------------------------
017960     05  IMP-CARD            PIC X(16).
017965*---------------------------------
017970* Ninth field, optional: the
017975* extended cost in cents.
017980*---------------------------------
017985     05  IMP-COST            PIC X(10).
017986*---------------------------------
017987* Tenth and eleventh fields,
017988* optional: the hour rung and
017989* the transaction count.
017990*---------------------------------
017991     05  IMP-HOUR            PIC X(2).
017992     05  IMP-TRAN-COUNT      PIC X(5).
017993*---------------------------------
017994* Twelfth field, optional: the
017995* cashier ID.
017996*---------------------------------
017997     05  IMP-CASHIER         PIC X(6).
018000
018100 01  IMP-DATE-NUMERIC        PIC 9(8).
018200 01  IMP-AMOUNT-NUMERIC      PIC 9(8).
018300 01  IMP-CODE-IMAGE          PIC 9(2).
018400 01  IMP-AMOUNT-IMAGE        PIC 9(10).
018450 01  IMP-CARD-IMAGE          PIC 9(16).
018460 01  IMP-COUNT-IMAGE         PIC 9(5).
018470 01  IMP-HOUR-NUMERIC        PIC 9(2).
018500 77  PIECE-DOT-COUNT         PIC 9(2).
018600 01  JUSTIFY-CODE-PIECE      PIC X(2).
018700 77  REJECT-REASON           PIC X(30).
018702*---------------------------------
018704* Polling control. Each store's
018706* file opens with a header line
018708* carrying the file's sequence
018710* number in the eighth field:
018712*
018714*   STORE,0,0,0,DATE,0,H,SEQ
018716*
018718* and closes with a trailer
018720* carrying the amount in cents
018722* and the number of lines sent:
018724*
018726*   STORE,0,0,0,DATE,AMT,E,SEQ,,,LINES
018728*
018730* A file whose sequence number
018732* the store has already sent is
018734* refused whole.
018736*---------------------------------
018738 77  BLOCK-IS-OPEN           PIC X     VALUE "N".
018740 77  BLOCK-IS-REFUSED        PIC X     VALUE "N".
018742 77  BLOCK-STORE             PIC 9(2).
018744 77  BLOCK-DATE              PIC 9(8).
018746 77  BLOCK-SEQUENCE          PIC 9(6).
018748 77  BLOCK-LINES             PIC 9(6).
018750 77  BLOCK-AMOUNT            PIC 9(11).
018752 77  BLOCK-TRAILER-LINES     PIC 9(6).
018754 77  BLOCK-TRAILER-AMOUNT    PIC 9(9)V99.
018756 77  BLOCK-BALANCE           PIC X.
018758 77  BLOCK-REASON            PIC X(30).
018760 77  BLOCK-HEADER-LINE       PIC X(40).
018762 77  STORE-LAST-SEQUENCE     PIC 9(6).
018764 77  FILES-LOADED-COUNT      PIC 9(4)  VALUE ZEROES.
018766 77  FILES-REFUSED-COUNT     PIC 9(4)  VALUE ZEROES.
018768 77  FILES-UNBALANCED-COUNT  PIC 9(4)  VALUE ZEROES.
018770 77  SKIPPED-LINE-COUNT      PIC 9(6)  VALUE ZEROES.
018772 01  ARRIVAL-KEY.
018774     05  ARRIVAL-STORE       PIC 9(2).
018776     05  ARRIVAL-DATE        PIC 9(8).
018778 01  LAST-ARRIVAL-KEY        PIC X(10) VALUE SPACE.
018780 01  POLL-RUN-STAMP.
018782     05  POLL-RUN-DATE       PIC 9(8).
018784     05  POLL-RUN-TIME       PIC 9(6).
018800
018900*---------------------------------
019000* Recycle handling. A line the
021500 77  SEEN-TABLE-FULL         PIC X     VALUE "N".
021600 77  SEEN-COUNT              PIC 9(4)  VALUE ZEROES.
021700 77  SEEN-SUB                PIC 9(4).
021800 01  SEEN-KEY-WORK           PIC X(25).
021900 01  SEEN-KEYS-TABLE.
022000     05  SEEN-KEY            PIC X(25)
022100                             OCCURS 9999 TIMES.
022200
022300 77  LOADED-COUNT            PIC 9(6)      VALUE ZEROES.
022400 77  LOADED-TOTAL            PIC S9(9)V99  VALUE ZEROES.
022500 77  REJECT-COUNT            PIC 9(6)      VALUE ZEROES.
022510 77  GIFT-CARD-COUNT         PIC 9(6)      VALUE ZEROES.
022520 77  GIFT-CARD-ISSUED        PIC S9(9)V99  VALUE ZEROES.
022530 77  GIFT-CARD-REDEEMED      PIC S9(9)V99  VALUE ZEROES.
022550 77  CARD-TENDER-COUNT       PIC 9(6)      VALUE ZEROES.
022570 77  CARD-TENDER-TOTAL       PIC S9(9)V99  VALUE ZEROES.
022600
022700 77  LINE-COUNT              PIC 999   VALUE ZERO.
022800 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
024000     05  PRINT-LOAD-TOTAL  PIC ZZZ,ZZZ,ZZ9.99-.
024100     05  FILLER            PIC X(10) VALUE "  REJECTS:".
024200     05  PRINT-REJECTS     PIC ZZZZZ9.
024210
024220 01  GIFT-CARD-TOTAL-LINE.
024230     05  FILLER            PIC X(11) VALUE "GIFT CARDS:".
024240     05  PRINT-GC-COUNT    PIC ZZZZZ9.
024250     05  FILLER            PIC X(9)  VALUE "  ISSUED:".
024260     05  PRINT-GC-ISSUED   PIC ZZZ,ZZZ,ZZ9.99-.
024270     05  FILLER            PIC X(11) VALUE "  REDEEMED:".
024280     05  PRINT-GC-REDEEMED PIC ZZZ,ZZZ,ZZ9.99-.
024282
024284 01  CARD-TENDER-TOTAL-LINE.
024286     05  FILLER            PIC X(12) VALUE "CARD TENDER:".
024288     05  PRINT-CT-COUNT    PIC ZZZZZ9.
024290     05  FILLER            PIC X(8)  VALUE "  TOTAL:".
024292     05  PRINT-CT-TOTAL    PIC ZZZ,ZZZ,ZZ9.99-.
024300
024310 01  POLL-TOTAL-LINE.
024320     05  FILLER            PIC X(12) VALUE "STORE FILES:".
024330     05  PRINT-FILES-IN    PIC ZZZ9.
024340     05  FILLER            PIC X(11) VALUE "  REFUSED:".
024350     05  PRINT-FILES-REFUSED PIC ZZZ9.
024360     05  FILLER            PIC X(14) VALUE "  OUT OF BAL:".
024370     05  PRINT-FILES-UNBAL PIC ZZZ9.
024380     05  FILLER            PIC X(16) VALUE "  LINES SKIPPED:".
024390     05  PRINT-SKIPPED     PIC ZZZZZ9.
024400 01  TITLE-LINE.
024500     05  FILLER              PIC X(22) VALUE SPACE.
024600     05  FILLER              PIC X(26)
024900     COPY "WSCASE01.CBL".
025000
025100     COPY "WSDATE01.CBL".
025150     COPY "WSPOLL01.CBL".
025200
025300 PROCEDURE DIVISION.
025400 PROGRAM-BEGIN.
027500     OPEN I-O HIERARCHY-FILE.
027600     OPEN I-O SALES-MAP-FILE.
027700     OPEN I-O CATEGORY-FILE.
027710     OPEN I-O GIFT-CARD-LEDGER-FILE.
027720     OPEN I-O GIFT-CARD-FILE.
027740     OPEN I-O CARD-BATCH-FILE.
027760     OPEN I-O POLL-CONTROL-FILE.
027780     MOVE FUNCTION CURRENT-DATE (1:14) TO POLL-RUN-STAMP.
027800     OPEN OUTPUT PRINTER-FILE.
027900
028000 CLOSING-PROCEDURE.
028900     CLOSE HIERARCHY-FILE.
029000     CLOSE SALES-MAP-FILE.
029100     CLOSE CATEGORY-FILE.
029110     CLOSE GIFT-CARD-LEDGER-FILE.
029120     CLOSE GIFT-CARD-FILE.
029140     CLOSE CARD-BATCH-FILE.
029170     CLOSE POLL-CONTROL-FILE.
029200     PERFORM END-LAST-PAGE.
029300     CLOSE PRINTER-FILE.
029400
030000            OR SEEN-TABLE-FULL = "Y".
030100     IF SEEN-TABLE-FULL = "Y"
030200         PERFORM REPORT-SEEN-TABLE-FULL.
030220     IF BLOCK-IS-OPEN = "Y"
030240         MOVE "M" TO BLOCK-BALANCE
030260         PERFORM CLOSE-STORE-BLOCK.
030300     PERFORM PRINT-IMPORT-TOTALS.
030400
030500*---------------------------------
031000* unchecked rows.
031100*---------------------------------
031200 REPORT-SEEN-TABLE-FULL.
031300     DISPLAY "*** MORE THAN 9999 DETAIL LINES -".
031400     DISPLAY "DUPLICATES PAST THAT CANNOT BE CHECKED.".
031500     DISPLAY "LOAD STOPPED - REMAINING ROWS NOT LOADED.".
031600     DISPLAY "SPLIT THE REGISTER FILE AND RERUN ***".
032100         TO PRINTER-RECORD.
032200     PERFORM WRITE-TO-PRINTER.
032300
032302*---------------------------------
032304* Header and trailer lines are
032306* the polling control around a
032308* store's file, not sales, and
032310* never go through the edits.
032312*---------------------------------
032314 IMPORT-ALL-LINES.
032316     PERFORM PARSE-IMPORT-LINE.
032318     IF IMP-IS-CONTROL-LINE
032320         PERFORM HANDLE-CONTROL-LINE
032322     ELSE
032324     IF BLOCK-IS-REFUSED = "Y"
032326         ADD 1 TO SKIPPED-LINE-COUNT
032328     ELSE
032330         PERFORM IMPORT-DETAIL-LINE.
032332     PERFORM READ-NEXT-IMPORT-LINE.
032334
032336 IMPORT-DETAIL-LINE.
032338     IF BLOCK-IS-OPEN = "Y"
032340         PERFORM COUNT-BLOCK-LINE.
032342     PERFORM EDIT-IMPORT-LINE.
032344     IF LINE-IS-GOOD = "Y"
032346         PERFORM LOAD-THIS-LINE
032348     ELSE
032350         PERFORM REJECT-THIS-LINE.
032352
032354*---------------------------------
032356* The trailer counts every line
032358* the store sent, loaded or not,
032360* and the amounts as sent, in
032362* cents.
032364*---------------------------------
032366 COUNT-BLOCK-LINE.
032368     ADD 1 TO BLOCK-LINES.
032370     IF IMP-AMOUNT NUMERIC
032372         MOVE IMP-AMOUNT TO IMP-AMOUNT-IMAGE
032374         ADD IMP-AMOUNT-IMAGE TO BLOCK-AMOUNT.
032376
032378 HANDLE-CONTROL-LINE.
032380     IF IMP-IS-FILE-HEADER
032382         PERFORM HANDLE-FILE-HEADER
032384     ELSE
032386         PERFORM HANDLE-FILE-TRAILER.
032388
032390*---------------------------------
032392* A header ends any store file
032394* still open - its trailer never
032396* came. A file whose header will
032398* not edit, or whose sequence
032400* number the store has already
032402* sent, is refused whole: its
032404* lines are counted and skipped,
032406* never loaded or recycled.
032408*---------------------------------
032410 HANDLE-FILE-HEADER.
032412     IF BLOCK-IS-OPEN = "Y"
032414         MOVE "M" TO BLOCK-BALANCE
032416         PERFORM CLOSE-STORE-BLOCK.
032418     MOVE "N" TO BLOCK-IS-REFUSED.
032420     PERFORM EDIT-CONTROL-LINE.
032422     IF LINE-IS-GOOD = "Y"
032424         PERFORM CHECK-FILE-SEQUENCE.
032426     IF LINE-IS-GOOD = "Y"
032428         PERFORM OPEN-STORE-BLOCK
032430     ELSE
032432         MOVE "Y" TO BLOCK-IS-REFUSED
032434         ADD 1 TO FILES-REFUSED-COUNT
032436         PERFORM REJECT-THIS-LINE.
032438
032440 EDIT-CONTROL-LINE.
032442     MOVE "Y" TO LINE-IS-GOOD.
032444     MOVE SPACE TO REJECT-REASON.
032446     IF IMP-STORE NOT NUMERIC
032448         MOVE "N" TO LINE-IS-GOOD
032450         MOVE "CODE FIELD NOT NUMERIC" TO REJECT-REASON.
032452     IF LINE-IS-GOOD = "Y"
032454        AND IMP-DATE NOT NUMERIC
032456         MOVE "N" TO LINE-IS-GOOD
032458         MOVE "DATE NOT NUMERIC" TO REJECT-REASON.
032460     IF LINE-IS-GOOD = "Y"
032462         PERFORM EDIT-IMPORT-DATE.
032464     IF LINE-IS-GOOD = "Y"
032466         PERFORM EDIT-IMPORT-STORE.
032468     IF LINE-IS-GOOD = "Y"
032470         PERFORM EDIT-FILE-SEQUENCE.
032472
032474 EDIT-FILE-SEQUENCE.
032476     IF IMP-CARD NOT NUMERIC
032478      OR IMP-CARD = ZEROES
032480         MOVE "N" TO LINE-IS-GOOD
032482     ELSE
032484         MOVE IMP-CARD TO IMP-CARD-IMAGE
032486         IF IMP-CARD-IMAGE > 999999
032488             MOVE "N" TO LINE-IS-GOOD.
032490     IF LINE-IS-GOOD = "N"
032492         MOVE "FILE SEQUENCE MISSING/BAD" TO REJECT-REASON.
032494
032496 CHECK-FILE-SEQUENCE.
032498     PERFORM READ-STORE-SEQUENCE.
032500     IF IMP-CARD-IMAGE NOT > STORE-LAST-SEQUENCE
032502         MOVE "N" TO LINE-IS-GOOD
032504         MOVE "SEQUENCE ALREADY LOADED" TO REJECT-REASON
032506         PERFORM NOTE-REFUSED-FILE.
032508
032510 READ-STORE-SEQUENCE.
032512     MOVE IMP-STORE TO POLL-STORE.
032514     MOVE ZEROES TO POLL-DATE.
032516     PERFORM READ-POLL-RECORD.
032518     IF POLL-RECORD-FOUND = "Y"
032520         MOVE POLL-LAST-SEQUENCE TO STORE-LAST-SEQUENCE
032522     ELSE
032524         MOVE ZEROES TO STORE-LAST-SEQUENCE.
032526
032528*---------------------------------
032530* A refused duplicate is held
032532* against the day the file says
032534* it is, for the morning report.
032536*---------------------------------
032538 NOTE-REFUSED-FILE.
032540     MOVE IMP-STORE TO POLL-STORE.
032542     MOVE IMP-DATE-NUMERIC TO POLL-DATE.
032544     PERFORM READ-POLL-RECORD.
032546     IF POLL-RECORD-FOUND = "N"
032548         PERFORM INIT-POLL-RECORD.
032550     ADD 1 TO POLL-DUPLICATE-COUNT.
032552     MOVE "Y" TO POLL-NEW-EXCEPTION.
032554     PERFORM SAVE-POLL-RECORD.
032556
032558*---------------------------------
032560* The store's day is marked
032562* arrived as soon as its header
032564* is accepted, but stays short
032566* of balanced (M) until the
032568* trailer agrees - a run that
032570* dies part way leaves the day
032572* held. A sequence number past
032574* the next one expected means a
032576* file in between never came.
032578*---------------------------------
032580 OPEN-STORE-BLOCK.
032582     MOVE "Y" TO BLOCK-IS-OPEN.
032584     MOVE IMP-STORE TO BLOCK-STORE.
032586     MOVE IMP-DATE-NUMERIC TO BLOCK-DATE.
032588     MOVE IMP-CARD-IMAGE TO BLOCK-SEQUENCE.
032590     MOVE IMPORT-RECORD TO BLOCK-HEADER-LINE.
032592     MOVE ZEROES TO BLOCK-LINES
032594                    BLOCK-AMOUNT
032596                    BLOCK-TRAILER-LINES
032598                    BLOCK-TRAILER-AMOUNT.
032600     ADD 1 TO FILES-LOADED-COUNT.
032602     MOVE BLOCK-STORE TO POLL-STORE.
032604     MOVE BLOCK-DATE TO POLL-DATE.
032606     PERFORM READ-POLL-RECORD.
032608     IF POLL-RECORD-FOUND = "N"
032610         PERFORM INIT-POLL-RECORD.
032612     MOVE "A" TO POLL-STATUS.
032614     MOVE BLOCK-SEQUENCE TO POLL-SEQUENCE.
032616     MOVE POLL-RUN-DATE TO POLL-ARRIVED-DATE.
032618     MOVE POLL-RUN-TIME TO POLL-ARRIVED-TIME.
032620     MOVE "M" TO POLL-BALANCE.
032622     IF STORE-LAST-SEQUENCE NOT = ZEROES
032624        AND BLOCK-SEQUENCE > STORE-LAST-SEQUENCE + 1
032626         PERFORM NOTE-SEQUENCE-GAP.
032628     PERFORM SAVE-POLL-RECORD.
032630
032632 NOTE-SEQUENCE-GAP.
032634     MOVE "Y" TO POLL-SEQUENCE-GAP.
032636     COMPUTE POLL-EXPECTED-SEQUENCE = STORE-LAST-SEQUENCE + 1.
032638     MOVE "Y" TO POLL-NEW-EXCEPTION.
032640     MOVE "SEQUENCE GAP - FILE(S) MISSING" TO BLOCK-REASON.
032642     PERFORM PRINT-BLOCK-EXCEPTION.
032644
032646*---------------------------------
032648* The trailer must close the
032650* file its header opened, and
032652* its count and amount must
032654* agree with what the import
032656* counted for the file.
032658*---------------------------------
032660 HANDLE-FILE-TRAILER.
032662     IF BLOCK-IS-REFUSED = "Y"
032664         MOVE "N" TO BLOCK-IS-REFUSED
032666     ELSE
032668     IF BLOCK-IS-OPEN NOT = "Y"
032670         MOVE "TRAILER WITH NO HEADER" TO REJECT-REASON
032672         PERFORM REJECT-THIS-LINE
032674     ELSE
032676         PERFORM EDIT-FILE-TRAILER
032678         PERFORM CLOSE-STORE-BLOCK.
032680
032682 EDIT-FILE-TRAILER.
032684     MOVE "N" TO BLOCK-BALANCE.
032686     IF IMP-AMOUNT NUMERIC
032688         MOVE IMP-AMOUNT TO IMP-AMOUNT-IMAGE
032690         COMPUTE BLOCK-TRAILER-AMOUNT = IMP-AMOUNT-IMAGE / 100.
032692     IF IMP-TRAN-COUNT NUMERIC
032694         MOVE IMP-TRAN-COUNT TO BLOCK-TRAILER-LINES.
032696     IF IMP-AMOUNT NUMERIC
032698        AND IMP-TRAN-COUNT NUMERIC
032700        AND IMP-STORE = BLOCK-STORE
032702        AND IMP-DATE = BLOCK-DATE
032704        AND BLOCK-TRAILER-LINES = BLOCK-LINES
032706        AND IMP-AMOUNT-IMAGE = BLOCK-AMOUNT
032708         MOVE "Y" TO BLOCK-BALANCE.
032710
032712*---------------------------------
032714* The store's sequence moves up
032716* only when its file closes, so
032718* a run that dies part way
032720* through a file takes the same
032722* file again on the rerun - the
032724* duplicate guard skips the
032726* lines that made it in.
032728*---------------------------------
032730 CLOSE-STORE-BLOCK.
032732     MOVE BLOCK-STORE TO POLL-STORE.
032734     MOVE BLOCK-DATE TO POLL-DATE.
032736     PERFORM READ-POLL-RECORD.
032738     IF POLL-RECORD-FOUND = "N"
032740         PERFORM INIT-POLL-RECORD
032742         MOVE "A" TO POLL-STATUS.
032744     MOVE BLOCK-LINES TO POLL-LINES-RECEIVED.
032746     COMPUTE POLL-AMOUNT-RECEIVED = BLOCK-AMOUNT / 100.
032748     MOVE BLOCK-TRAILER-LINES TO POLL-TRAILER-LINES.
032750     MOVE BLOCK-TRAILER-AMOUNT TO POLL-TRAILER-AMOUNT.
032752     MOVE BLOCK-BALANCE TO POLL-BALANCE.
032754     IF BLOCK-BALANCE NOT = "Y"
032756         PERFORM NOTE-UNBALANCED-FILE.
032758     PERFORM SAVE-POLL-RECORD.
032760     PERFORM SAVE-STORE-SEQUENCE.
032762     MOVE "N" TO BLOCK-IS-OPEN.
032764
032766 NOTE-UNBALANCED-FILE.
032768     MOVE "Y" TO POLL-NEW-EXCEPTION.
032770     ADD 1 TO FILES-UNBALANCED-COUNT.
032772     IF BLOCK-BALANCE = "M"
032774         MOVE "NO TRAILER - FILE CUT SHORT" TO BLOCK-REASON
032776     ELSE
032778         MOVE "FILE OUT OF BALANCE TO TRAILER" TO BLOCK-REASON.
032780     PERFORM PRINT-BLOCK-EXCEPTION.
032782
032784 SAVE-STORE-SEQUENCE.
032786     MOVE BLOCK-STORE TO POLL-STORE.
032788     MOVE ZEROES TO POLL-DATE.
032790     PERFORM READ-POLL-RECORD.
032792     IF POLL-RECORD-FOUND = "N"
032794         MOVE SPACE TO POLL-SEQUENCE-RECORD
032796         MOVE BLOCK-STORE TO POLL-STORE
032798         MOVE ZEROES TO POLL-DATE
032800                        POLL-LAST-SEQUENCE
032802                        POLL-LAST-SEQ-DATE.
032804     IF BLOCK-SEQUENCE > POLL-LAST-SEQUENCE
032806         MOVE BLOCK-SEQUENCE TO POLL-LAST-SEQUENCE
032808         MOVE BLOCK-DATE TO POLL-LAST-SEQ-DATE
032810         PERFORM SAVE-POLL-RECORD.
032812
032814 PRINT-BLOCK-EXCEPTION.
032816     IF LINE-COUNT > MAXIMUM-LINES
032818         PERFORM START-NEXT-PAGE.
032820     MOVE SPACE TO DETAIL-LINE.
032822     MOVE BLOCK-HEADER-LINE TO PRINT-IMPORT-LINE.
032824     MOVE BLOCK-REASON TO PRINT-REASON.
032826     MOVE DETAIL-LINE TO PRINTER-RECORD.
032828     PERFORM WRITE-TO-PRINTER.
032830
032832*---------------------------------
032834* Every store and day that loads
032836* is marked arrived, so a feed
032838* that sends no header and
032840* trailer still clears the
032842* store's expected entry.
032844*---------------------------------
032846 NOTE-STORE-ARRIVAL.
032848     MOVE IMP-STORE TO ARRIVAL-STORE.
032850     MOVE IMP-DATE-NUMERIC TO ARRIVAL-DATE.
032852     IF ARRIVAL-KEY NOT = LAST-ARRIVAL-KEY
032854         MOVE ARRIVAL-KEY TO LAST-ARRIVAL-KEY
032856         PERFORM RECORD-STORE-ARRIVAL.
032858
032860 RECORD-STORE-ARRIVAL.
032862     MOVE ARRIVAL-KEY TO POLL-KEY.
032864     PERFORM READ-POLL-RECORD.
032866     IF POLL-RECORD-FOUND = "N"
032868         PERFORM INIT-POLL-RECORD.
032870     IF NOT POLL-IS-ARRIVED
032872         MOVE "A" TO POLL-STATUS
032874         MOVE POLL-RUN-DATE TO POLL-ARRIVED-DATE
032876         MOVE POLL-RUN-TIME TO POLL-ARRIVED-TIME
032878         PERFORM SAVE-POLL-RECORD.
032880
032882 SAVE-POLL-RECORD.
032884     IF POLL-RECORD-FOUND = "Y"
032886         REWRITE POLL-RECORD
032888             INVALID KEY
032890             DISPLAY "ERROR REWRITING POLLING CONTROL"
032892     ELSE
032894         WRITE POLL-RECORD
032896             INVALID KEY
032898             DISPLAY "ERROR WRITING POLLING CONTROL".
033200
033300 PARSE-IMPORT-LINE.
033400     MOVE SPACE TO IMPORT-FIELDS.
034000              IMP-CATEGORY
034100              IMP-DATE
034200              IMP-AMOUNT
034300              IMP-TRANTYPE
034350              IMP-CARD
034370              IMP-COST
034380              IMP-HOUR
034390              IMP-TRAN-COUNT
034395              IMP-CASHIER.
034400     INSPECT IMP-TRANTYPE
034500         CONVERTING LOWER-ALPHA
034600         TO         UPPER-ALPHA.
034620     INSPECT IMP-CASHIER
034640         CONVERTING LOWER-ALPHA
034660         TO         UPPER-ALPHA.
034700     PERFORM RIGHT-JUSTIFY-PIECES.
034750     PERFORM RIGHT-JUSTIFY-HOUR-COUNT.
034800
034900*---------------------------------
035000* A delimited source never pads
038600         COMPUTE IMP-AMOUNT-IMAGE =
038700             FUNCTION NUMVAL(IMP-AMOUNT)
038800         MOVE IMP-AMOUNT-IMAGE TO IMP-AMOUNT.
038810     MOVE ZEROES TO PIECE-DOT-COUNT.
038820     INSPECT IMP-CARD
038830         TALLYING PIECE-DOT-COUNT FOR ALL ".".
038840     IF IMP-CARD NOT = SPACE
038850        AND PIECE-DOT-COUNT = ZEROES
038860        AND FUNCTION TEST-NUMVAL(IMP-CARD) = ZEROES
038870         COMPUTE IMP-CARD-IMAGE =
038880             FUNCTION NUMVAL(IMP-CARD)
038890         MOVE IMP-CARD-IMAGE TO IMP-CARD.
038891     MOVE ZEROES TO PIECE-DOT-COUNT.
038892     INSPECT IMP-COST
038893         TALLYING PIECE-DOT-COUNT FOR ALL ".".
038894     IF IMP-COST NOT = SPACE
038895        AND PIECE-DOT-COUNT = ZEROES
038896        AND FUNCTION TEST-NUMVAL(IMP-COST) = ZEROES
038897         COMPUTE IMP-AMOUNT-IMAGE =
038898             FUNCTION NUMVAL(IMP-COST)
038899         MOVE IMP-AMOUNT-IMAGE TO IMP-COST.
038900
039000 RIGHT-JUSTIFY-A-CODE.
039100     MOVE ZEROES TO PIECE-DOT-COUNT.
039800             FUNCTION NUMVAL(JUSTIFY-CODE-PIECE)
039900         MOVE IMP-CODE-IMAGE TO JUSTIFY-CODE-PIECE.
040000
040005*---------------------------------
040010* The hour and count pieces of
040015* the newer feed layout.
040020*---------------------------------
040025 RIGHT-JUSTIFY-HOUR-COUNT.
040030     IF IMP-HOUR NOT = SPACE
040035         MOVE IMP-HOUR TO JUSTIFY-CODE-PIECE
040040         PERFORM RIGHT-JUSTIFY-A-CODE
040045         MOVE JUSTIFY-CODE-PIECE TO IMP-HOUR.
040050     MOVE ZEROES TO PIECE-DOT-COUNT.
040055     INSPECT IMP-TRAN-COUNT
040060         TALLYING PIECE-DOT-COUNT FOR ALL ".".
040065     IF IMP-TRAN-COUNT NOT = SPACE
040070        AND PIECE-DOT-COUNT = ZEROES
040075        AND FUNCTION TEST-NUMVAL(IMP-TRAN-COUNT) = ZEROES
040080         COMPUTE IMP-COUNT-IMAGE =
040085             FUNCTION NUMVAL(IMP-TRAN-COUNT)
040090         MOVE IMP-COUNT-IMAGE TO IMP-TRAN-COUNT.
040095

040100*---------------------------------
040200* Edits, cheapest first. The
041600        AND IMP-AMOUNT NOT NUMERIC
041700         MOVE "N" TO LINE-IS-GOOD
041800         MOVE "AMOUNT NOT NUMERIC" TO REJECT-REASON.
041810     IF LINE-IS-GOOD = "Y"
041820        AND IMP-COST = SPACE
041830         MOVE ZEROES TO IMP-COST.
041840     IF LINE-IS-GOOD = "Y"
041850        AND IMP-COST NOT NUMERIC
041860         MOVE "N" TO LINE-IS-GOOD
041870         MOVE "COST NOT NUMERIC" TO REJECT-REASON.
041872     IF LINE-IS-GOOD = "Y"
041874         PERFORM EDIT-IMPORT-HOUR.
041876     IF LINE-IS-GOOD = "Y"
041878        AND IMP-TRAN-COUNT = SPACE
041880         MOVE ZEROES TO IMP-TRAN-COUNT.
041882     IF LINE-IS-GOOD = "Y"
041884        AND IMP-TRAN-COUNT NOT NUMERIC
041886         MOVE "N" TO LINE-IS-GOOD
041888         MOVE "TRANSACTION COUNT NOT NUMERIC"
041890             TO REJECT-REASON.
041900     IF LINE-IS-GOOD = "Y"
042000        AND IMP-DATE NOT NUMERIC
042100         MOVE "N" TO LINE-IS-GOOD
042600         PERFORM TRANSLATE-OLD-CODES.
042700     IF LINE-IS-GOOD = "Y"
042800         PERFORM EDIT-IMPORT-STORE.
042850     IF LINE-IS-GOOD = "Y"
042900        AND NOT IMP-IS-CARD-TENDER
042950         PERFORM EDIT-IMPORT-CATEGORY.
043000     IF LINE-IS-GOOD = "Y"
043050        AND NOT IMP-IS-CARD-TENDER
043100         PERFORM EDIT-IMPORT-HIERARCHY.
043300     IF LINE-IS-GOOD = "Y"
043400         PERFORM EDIT-IMPORT-TRANTYPE.
043500     IF LINE-IS-GOOD = "Y"
043600         PERFORM EDIT-ALREADY-LOADED.
043700
043705*---------------------------------
043710* The hour must be 00 through
043715* 23, or 99 for not known.
043720* Blank on the old feed layout
043725* means not known.
043730*---------------------------------
043735 EDIT-IMPORT-HOUR.
043740     IF IMP-HOUR = SPACE
043745         MOVE "99" TO IMP-HOUR.
043750     IF IMP-HOUR NOT NUMERIC
043755         MOVE "N" TO LINE-IS-GOOD
043760         MOVE "HOUR NOT NUMERIC" TO REJECT-REASON
043765     ELSE
043770         MOVE IMP-HOUR TO IMP-HOUR-NUMERIC
043775         IF IMP-HOUR-NUMERIC > 23
043780            AND IMP-HOUR-NUMERIC NOT = 99
043785             MOVE "N" TO LINE-IS-GOOD
043790             MOVE "BAD TRANSACTION HOUR" TO REJECT-REASON.
043795
043800 EDIT-IMPORT-DATE.
043900     MOVE IMP-DATE TO IMP-DATE-NUMERIC.
044000     MOVE IMP-DATE-NUMERIC TO DATE-CCYYMMDD.
050900         MOVE "COMBO NOT ON HIERARCHY" TO REJECT-REASON.
051000
051100*---------------------------------
051200* The type must be S, R, V, N,
051300* I, D, T, or blank (a sale on
051400* the old feed layout). A gift
051410* card line must name a card.
051500*---------------------------------
051600 EDIT-IMPORT-TRANTYPE.
051700     IF IMP-TRANTYPE = "S" OR "R" OR "V" OR "N"
051705        OR IMP-TRANTYPE = SPACE
051710        OR IMP-IS-GIFT-CARD
051730        OR IMP-IS-CARD-TENDER
051800         NEXT SENTENCE
051900     ELSE
052000         MOVE "N" TO LINE-IS-GOOD
052100         MOVE "BAD TRANSACTION TYPE" TO REJECT-REASON.
052110     IF LINE-IS-GOOD = "Y"
052120        AND IMP-IS-GIFT-CARD
052130         IF IMP-CARD NOT NUMERIC
052140          OR IMP-CARD = ZEROES
052150             MOVE "N" TO LINE-IS-GOOD
052160             MOVE "GIFT CARD NUMBER MISSING/BAD"
052170                 TO REJECT-REASON.
052175     IF LINE-IS-GOOD = "Y"
052180        AND IMP-TRANTYPE = "N"
052185        AND IMP-AMOUNT NOT = ZEROES
052190         MOVE "N" TO LINE-IS-GOOD
052195         MOVE "NO SALE LINE HAS AN AMOUNT" TO REJECT-REASON.
052200
052300*---------------------------------
052400* One feed line per store/
052500* hierarchy/category/date/type/
052550* hour/cashier
052600* combination - the same
052700* combination already on the
052800* daily file means this line
052900* loaded in a prior pass.
053000*---------------------------------
053100 EDIT-ALREADY-LOADED.
053105     IF IMP-IS-GIFT-CARD
053110         PERFORM EDIT-GIFT-CARD-LOADED
053115     ELSE
053120     IF IMP-IS-CARD-TENDER
053125         PERFORM EDIT-CARD-TENDER-LOADED
053130     ELSE
053135         PERFORM EDIT-SALES-LINE-LOADED.
053150
053160 EDIT-SALES-LINE-LOADED.
053200     PERFORM BUILD-SEEN-KEY.
053300     MOVE 1 TO SEEN-SUB.
053400     PERFORM BUMP-SEEN-SUB
054600            IMP-CATEGORY DELIMITED BY SIZE
054700            IMP-DATE DELIMITED BY SIZE
054800            IMP-TRANTYPE DELIMITED BY SIZE
054850            IMP-HOUR DELIMITED BY SIZE
054870            IMP-CASHIER DELIMITED BY SIZE
054900         INTO SEEN-KEY-WORK.
055000     IF SEEN-KEY-WORK (17:1) = SPACE
055100         MOVE "S" TO SEEN-KEY-WORK (17:1).
055200
055300 BUMP-SEEN-SUB.
055400     ADD 1 TO SEEN-SUB.
055410
055420*---------------------------------
055430* A gift card line is already
055440* loaded when the ledger holds
055450* the same card, store, date
055460* and type.
055470*---------------------------------
055480 EDIT-GIFT-CARD-LOADED.
055481     PERFORM BUILD-LEDGER-KEY.
055482     MOVE "Y" TO GCL-RECORD-FOUND.
055483     READ GIFT-CARD-LEDGER-FILE RECORD
055484         INVALID KEY
055485         MOVE "N" TO GCL-RECORD-FOUND.
055486     IF GCL-RECORD-FOUND = "Y"
055487         MOVE "N" TO LINE-IS-GOOD
055488         MOVE "ALREADY LOADED" TO REJECT-REASON.
055489
055490 BUILD-LEDGER-KEY.
055491     MOVE SPACE TO GIFT-CARD-LEDGER-RECORD.
055492     MOVE IMP-DATE-NUMERIC TO GCL-DATE.
055493     MOVE IMP-STORE TO GCL-STORE.
055494     MOVE IMP-CARD TO GCL-CARD.
055495     MOVE IMP-TRANTYPE TO GCL-TRAN-TYPE.
055496
055500 LOAD-THIS-LINE.
055505     IF IMP-IS-GIFT-CARD
055510         PERFORM LOAD-GIFT-CARD-LINE
055515     ELSE
055520     IF IMP-IS-CARD-TENDER
055525         PERFORM LOAD-CARD-TENDER-LINE
055530     ELSE
055535         PERFORM LOAD-SALES-LINE.
055540     PERFORM NOTE-STORE-ARRIVAL.
055550
055560 LOAD-SALES-LINE.
055600     MOVE IMP-STORE TO SALES-STORE.
055700     MOVE IMP-DIVISION TO SALES-DIVISION.
055800     MOVE IMP-DEPARTMENT TO SALES-DEPARTMENT.
056000     MOVE IMP-DATE-NUMERIC TO SALES-DATE.
056100     MOVE IMP-AMOUNT TO IMP-AMOUNT-NUMERIC.
056200     COMPUTE SALES-AMOUNT = IMP-AMOUNT-NUMERIC / 100.
056220     MOVE IMP-COST TO IMP-AMOUNT-NUMERIC.
056240     COMPUTE SALES-COST = IMP-AMOUNT-NUMERIC / 100.
056250     MOVE IMP-HOUR-NUMERIC TO SALES-HOUR.
056260     MOVE IMP-TRAN-COUNT TO IMP-COUNT-IMAGE.
056270     MOVE IMP-COUNT-IMAGE TO SALES-TRAN-COUNT.
056280     MOVE IMP-CASHIER TO SALES-CASHIER.
056300     IF IMP-TRANTYPE = SPACE
056400         MOVE "S" TO SALES-TRAN-TYPE
056500     ELSE
056900     ADD SALES-AMOUNT TO LOADED-TOTAL.
057000     PERFORM NOTE-SEEN-KEY.
057100
057101*---------------------------------
057102* The ledger line records what
057103* the register did; the card
057104* record carries the running
057105* balance and the last date
057106* the card was used.
057107*---------------------------------
057108 LOAD-GIFT-CARD-LINE.
057109     PERFORM BUILD-LEDGER-KEY.
057110     MOVE IMP-DIVISION TO GCL-DIVISION.
057111     MOVE IMP-DEPARTMENT TO GCL-DEPARTMENT.
057112     MOVE IMP-CATEGORY TO GCL-CATEGORY.
057113     MOVE IMP-AMOUNT TO IMP-AMOUNT-NUMERIC.
057114     COMPUTE GCL-AMOUNT = IMP-AMOUNT-NUMERIC / 100.
057115     WRITE GIFT-CARD-LEDGER-RECORD
057116         INVALID KEY
057117         DISPLAY "ERROR WRITING GIFT CARD LEDGER".
057118     PERFORM POST-TO-GIFT-CARD.
057119     ADD 1 TO GIFT-CARD-COUNT.
057120     IF GCL-IS-ISSUE
057121         ADD GCL-AMOUNT TO GIFT-CARD-ISSUED
057122     ELSE
057123         ADD GCL-AMOUNT TO GIFT-CARD-REDEEMED.
057124
057125*---------------------------------
057126* A card first seen on a
057127* redemption was sold before
057128* the registers sent gift card
057129* lines; it is opened at the
057130* redeeming store with no
057131* issue date and goes negative
057132* until the old balance is
057133* keyed.
057134*---------------------------------
057135 POST-TO-GIFT-CARD.
057136     MOVE GCL-CARD TO GC-CARD.
057137     MOVE "Y" TO GC-RECORD-FOUND.
057138     READ GIFT-CARD-FILE RECORD
057139         INVALID KEY
057140         MOVE "N" TO GC-RECORD-FOUND.
057141     IF GC-RECORD-FOUND = "N"
057142         PERFORM INIT-GIFT-CARD-RECORD.
057143     IF GCL-IS-ISSUE
057144         ADD GCL-AMOUNT TO GC-ISSUED-TOTAL
057145                           GC-BALANCE
057146     ELSE
057147         ADD GCL-AMOUNT TO GC-REDEEMED-TOTAL
057148         SUBTRACT GCL-AMOUNT FROM GC-BALANCE.
057149     IF GCL-DATE > GC-LAST-ACTIVITY
057150         MOVE GCL-DATE TO GC-LAST-ACTIVITY.
057151     IF GC-RECORD-FOUND = "Y"
057152         PERFORM REWRITE-GIFT-CARD-RECORD
057153     ELSE
057154         PERFORM WRITE-GIFT-CARD-RECORD.
057155
057156 INIT-GIFT-CARD-RECORD.
057157     MOVE SPACE TO GIFT-CARD-RECORD.
057158     MOVE GCL-CARD TO GC-CARD.
057159     MOVE GCL-STORE TO GC-ISSUE-STORE.
057160     MOVE ZEROES TO GC-ISSUE-DATE
057161                    GC-ISSUED-TOTAL
057162                    GC-REDEEMED-TOTAL
057163                    GC-BALANCE
057164                    GC-LAST-ACTIVITY.
057165     IF GCL-IS-ISSUE
057166         MOVE GCL-DATE TO GC-ISSUE-DATE.
057167
057168 WRITE-GIFT-CARD-RECORD.
057169     WRITE GIFT-CARD-RECORD
057170         INVALID KEY
057171         DISPLAY "ERROR WRITING GIFT CARD".
057172
057173 REWRITE-GIFT-CARD-RECORD.
057174     REWRITE GIFT-CARD-RECORD
057175         INVALID KEY
057176         DISPLAY "ERROR REWRITING GIFT CARD".
057177
057200 NOTE-SEEN-KEY.
057300     IF SEEN-COUNT < 9999
057400         ADD 1 TO SEEN-COUNT
057500         MOVE SEEN-KEY-WORK TO SEEN-KEY (SEEN-COUNT)
057600     ELSE
057700         MOVE "Y" TO SEEN-TABLE-FULL.
057800
057801*---------------------------------
057802* One card tender line per store
057803* and day - a second means the
057804* line loaded in a prior pass.
057805*---------------------------------
057806 EDIT-CARD-TENDER-LOADED.
057807     PERFORM READ-CARD-BATCH.
057808     IF CBAT-RECORD-FOUND = "Y"
057809        AND CBAT-HAS-TENDER
057810         MOVE "N" TO LINE-IS-GOOD
057811         MOVE "ALREADY LOADED" TO REJECT-REASON.
057812
057813 READ-CARD-BATCH.
057814     MOVE IMP-STORE TO CBAT-STORE.
057815     MOVE IMP-DATE-NUMERIC TO CBAT-BATCH-DATE.
057816     MOVE "Y" TO CBAT-RECORD-FOUND.
057817     READ CARD-BATCH-FILE RECORD
057818         INVALID KEY
057819         MOVE "N" TO CBAT-RECORD-FOUND.
057820
057821*---------------------------------
057822* The settlement import may have
057823* opened the batch already; the
057824* tender fills in beside it.
057825*---------------------------------
057826 LOAD-CARD-TENDER-LINE.
057827     PERFORM READ-CARD-BATCH.
057828     IF CBAT-RECORD-FOUND = "N"
057829         PERFORM INIT-CARD-BATCH-RECORD.
057830     MOVE IMP-AMOUNT TO IMP-AMOUNT-NUMERIC.
057831     COMPUTE CBAT-CARD-SALES = IMP-AMOUNT-NUMERIC / 100.
057832     MOVE "Y" TO CBAT-TENDER-LOADED.
057833     IF CBAT-RECORD-FOUND = "Y"
057834         REWRITE CARD-BATCH-RECORD
057835             INVALID KEY
057836             DISPLAY "ERROR REWRITING CARD BATCH"
057837     ELSE
057838         WRITE CARD-BATCH-RECORD
057839             INVALID KEY
057840             DISPLAY "ERROR WRITING CARD BATCH".
057841     ADD 1 TO CARD-TENDER-COUNT.
057842     ADD CBAT-CARD-SALES TO CARD-TENDER-TOTAL.
057843
057844 INIT-CARD-BATCH-RECORD.
057845     MOVE SPACE TO CARD-BATCH-RECORD.
057846     MOVE IMP-STORE TO CBAT-STORE.
057847     MOVE IMP-DATE-NUMERIC TO CBAT-BATCH-DATE.
057848     MOVE "N" TO CBAT-TENDER-LOADED.
057849     MOVE ZEROES TO CBAT-CARD-SALES
057850                    CBAT-SETTLED-DATE
057851                    CBAT-GROSS
057852                    CBAT-FEES
057853                    CBAT-CHARGEBACKS
057854                    CBAT-NET
057855                    CBAT-BANK-ACCT
057856                    CBAT-JOURNAL-DATE.
057857
057900 REJECT-THIS-LINE.
058000     ADD 1 TO REJECT-COUNT.
058100     IF LINE-COUNT > MAXIMUM-LINES
058700     PERFORM WRITE-TO-PRINTER.
058800     MOVE "Y" TO REJECT-IS-RECYCLABLE.
058900     IF REJECT-REASON = "ALREADY LOADED"
058950        OR IMP-IS-CONTROL-LINE
059000         MOVE "N" TO REJECT-IS-RECYCLABLE.
059100     IF REJECT-IS-RECYCLABLE = "Y"
059200         PERFORM WRITE-RECYCLE-REJECT.
060600     MOVE REJECT-COUNT TO PRINT-REJECTS.
060700     MOVE TOTAL-LINE TO PRINTER-RECORD.
060800     PERFORM WRITE-TO-PRINTER.
060810     IF GIFT-CARD-COUNT NOT = ZEROES
060820         MOVE GIFT-CARD-COUNT TO PRINT-GC-COUNT
060830         MOVE GIFT-CARD-ISSUED TO PRINT-GC-ISSUED
060840         MOVE GIFT-CARD-REDEEMED TO PRINT-GC-REDEEMED
060850         MOVE GIFT-CARD-TOTAL-LINE TO PRINTER-RECORD
060860         PERFORM WRITE-TO-PRINTER.
060865     IF CARD-TENDER-COUNT NOT = ZEROES
060870         MOVE CARD-TENDER-COUNT TO PRINT-CT-COUNT
060875         MOVE CARD-TENDER-TOTAL TO PRINT-CT-TOTAL
060880         MOVE CARD-TENDER-TOTAL-LINE TO PRINTER-RECORD
060885         PERFORM WRITE-TO-PRINTER.
060886     IF FILES-LOADED-COUNT NOT = ZEROES
060887        OR FILES-REFUSED-COUNT NOT = ZEROES
060888         MOVE FILES-LOADED-COUNT TO PRINT-FILES-IN
060889         MOVE FILES-REFUSED-COUNT TO PRINT-FILES-REFUSED
060890         MOVE FILES-UNBALANCED-COUNT TO PRINT-FILES-UNBAL
060891         MOVE SKIPPED-LINE-COUNT TO PRINT-SKIPPED
060892         MOVE POLL-TOTAL-LINE TO PRINTER-RECORD
060893         PERFORM WRITE-TO-PRINTER.
060900     DISPLAY LOADED-COUNT " REGISTER ITEMS LOADED, "
061000             REJECT-COUNT " REJECTED".
061010     IF GIFT-CARD-COUNT NOT = ZEROES
061020         DISPLAY GIFT-CARD-COUNT " GIFT CARD LINES TO THE"
061030                 " GIFT CARD LEDGER".
061035     IF FILES-REFUSED-COUNT NOT = ZEROES
061040         DISPLAY "*** " FILES-REFUSED-COUNT
061045                 " STORE FILE(S) REFUSED - "
061050                 SKIPPED-LINE-COUNT " LINES SKIPPED ***".
061055     IF FILES-UNBALANCED-COUNT NOT = ZEROES
061060         DISPLAY "*** " FILES-UNBALANCED-COUNT
061065                 " STORE FILE(S) DID NOT BALANCE ***".
061100
061200 READ-NEXT-IMPORT-LINE.
061300     MOVE "N" TO IMPORT-FILE-AT-END.
070400            SCAN-CATEGORY DELIMITED BY SIZE
070500            SCAN-DATE DELIMITED BY SIZE
070600            SCAN-TRAN-TYPE DELIMITED BY SIZE
070650            SCAN-HOUR DELIMITED BY SIZE
070670            SCAN-CASHIER DELIMITED BY SIZE
070700         INTO SEEN-KEY-WORK.
070800     IF SEEN-KEY-WORK (17:1) = SPACE
070900         MOVE "S" TO SEEN-KEY-WORK (17:1).
074200* Utility routines.
074300*---------------------------------
074400     COPY "PLDATE01.CBL".
074500
074600     COPY "PLPOLL01.CBL".

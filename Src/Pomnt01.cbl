002600     COPY "SLCATG.CBL".
002700
002800     COPY "SLAPCTL.CBL".
002833
002866     COPY "SLPROJ.CBL".
002880
002890     COPY "SLREQN.CBL".
002900
003000 DATA DIVISION.
003100 FILE SECTION.
004700     COPY "FDCATG.CBL".
004800
004900     COPY "FDAPCTL.CBL".
004933
004966     COPY "FDPROJ.CBL".
004980
004990     COPY "FDREQN.CBL".
005000
005100 WORKING-STORAGE SECTION.
005200
006500* Budget encumbrance check at
006600* amount entry: this PO plus
006700* the category's other open
006750* commitments (open POs and
006760* requisitions not yet
006770* converted) plus the year's
006900* vouchered actuals against
007000* the category's annual
007100* budget. Past the control-
008400 77  TOTAL-AGAINST-BUDGET         PIC S9(9)V99.
008500 77  BUDGET-BLOCK-LIMIT           PIC S9(9)V99.
008600 77  PO-SCAN-AT-END               PIC X.
008650 77  REQN-SCAN-AT-END             PIC X.
008700 77  VOUCHER-FILE-AT-END          PIC X.
008800 77  OVERRIDE-ANSWER              PIC X.
008900 77  CATEGORY-FIELD               PIC 9(2).
009600     05  HOLD-PO-RELIEVED         PIC S9(8)V99.
009700     05  HOLD-PO-STATUS           PIC X(01).
009800     05  HOLD-PO-CATEGORY         PIC 9(02).
009850     05  HOLD-PO-PROJECT          PIC X(06).
009900
010000     COPY "WSCASE01.CBL".
010100
010400     COPY "WSSIGN01.CBL".
010500
010600     COPY "WSOVRD01.CBL".
010633
010666     COPY "WSPROJ01.CBL".
010700
010800 PROCEDURE DIVISION.
010900 PROGRAM-BEGIN.
013100     OPEN I-O VOUCHER-FILE.
013200     OPEN I-O BUDGET-FILE.
013300     OPEN I-O CATEGORY-FILE.
013350     OPEN I-O PROJECT-FILE.
013370     OPEN I-O REQUISITION-FILE.
013400     PERFORM LOAD-CONTROL-RECORD.
013500
013600 CLOSING-PROCEDURE.
014000     CLOSE VOUCHER-FILE.
014100     CLOSE BUDGET-FILE.
014200     CLOSE CATEGORY-FILE.
014250     CLOSE PROJECT-FILE.
014270     CLOSE REQUISITION-FILE.
014300
014400 MAIN-PROCESS.
014500     PERFORM GET-MENU-PICK.
021900     PERFORM ENTER-PO-VENDOR.
022000     PERFORM ENTER-PO-DESCRIPTION.
022100     PERFORM ENTER-PO-CATEGORY.
022150     PERFORM ENTER-PO-PROJECT.
022200     PERFORM ENTER-PO-AMOUNT.
022300     PERFORM ENTER-PO-STATUS.
022400     PERFORM WRITE-PO-RECORD.
024600 ASK-WHICH-FIELD.
024700     PERFORM ACCEPT-WHICH-FIELD.
024800     PERFORM RE-ACCEPT-WHICH-FIELD
024900         UNTIL WHICH-FIELD < 7.
025000
025100 ACCEPT-WHICH-FIELD.
025200     DISPLAY "ENTER THE NUMBER OF THE FIELD".
025300     DISPLAY "TO CHANGE (1-6) OR 0 TO EXIT".
025400     ACCEPT WHICH-FIELD.
025500
025600 RE-ACCEPT-WHICH-FIELD.
027500         PERFORM ENTER-PO-STATUS
027600     ELSE
027700     IF WHICH-FIELD = 5
027800         PERFORM ENTER-PO-CATEGORY
027820     ELSE
027840     IF WHICH-FIELD = 6
027860         PERFORM ENTER-PO-PROJECT.
027900
028000     PERFORM REWRITE-PO-RECORD.
028100
039900     DISPLAY "NO CATEGORY ON FILE WITH THAT CODE".
040000     PERFORM ACCEPT-PO-CATEGORY.
040100
040104*---------------------------------
040108* The project the PO is charged
040113* to. Blank means no project; a
040117* closed project takes no new
040121* commitments.
040126*---------------------------------
040130 ENTER-PO-PROJECT.
040134     PERFORM ACCEPT-PO-PROJECT.
040139     PERFORM RE-ACCEPT-PO-PROJECT
040143         UNTIL PROJECT-IS-VALID = "Y".
040147
040152 ACCEPT-PO-PROJECT.
040156     DISPLAY "ENTER PROJECT (BLANK = NONE)".
040160     ACCEPT PO-PROJECT.
040165     INSPECT PO-PROJECT
040169         CONVERTING LOWER-ALPHA
040173         TO         UPPER-ALPHA.
040178     MOVE PO-PROJECT TO PROJECT-TO-CHECK.
040182     PERFORM CHECK-PROJECT-CHARGE.
040186
040191 RE-ACCEPT-PO-PROJECT.
040195     PERFORM ACCEPT-PO-PROJECT.
040197
040200*---------------------------------
040300* Amount is keyed with no
040400* decimal point. The keyed
051000* commitments - the record
051100* being entered is saved
051200* around the scan and does
051300* not count itself. Requisitions
051310* submitted or approved but not
051320* yet on a PO are commitments
051330* too.
051400*---------------------------------
051500 SUM-OPEN-COMMITMENTS.
051600     MOVE ZEROES TO COMMITTED-OPEN-AMOUNT.
052200         MOVE "Y" TO PO-SCAN-AT-END.
052300     PERFORM SUM-NEXT-COMMITMENT
052400         UNTIL PO-SCAN-AT-END = "Y".
052450     PERFORM SUM-OPEN-REQUISITIONS.
052500     MOVE HOLD-PO-RECORD TO PO-RECORD.
052600
052700 SUM-NEXT-COMMITMENT.
053400         COMPUTE COMMITTED-OPEN-AMOUNT =
053500             COMMITTED-OPEN-AMOUNT
053600             + PO-AMOUNT - PO-RELIEVED-AMOUNT.
053605
053610 SUM-OPEN-REQUISITIONS.
053615     MOVE "N" TO REQN-SCAN-AT-END.
053620     MOVE ZEROES TO REQN-NUMBER.
053625     START REQUISITION-FILE KEY NOT < REQN-NUMBER
053630         INVALID KEY
053635         MOVE "Y" TO REQN-SCAN-AT-END.
053640     PERFORM SUM-NEXT-REQUISITION
053645         UNTIL REQN-SCAN-AT-END = "Y".
053650
053655 SUM-NEXT-REQUISITION.
053660     READ REQUISITION-FILE NEXT RECORD
053665         AT END MOVE "Y" TO REQN-SCAN-AT-END.
053670     IF REQN-SCAN-AT-END NOT = "Y"
053675        AND REQN-IS-OPEN
053680        AND REQN-CATEGORY = HOLD-PO-CATEGORY
053685         ADD REQN-AMOUNT TO COMMITTED-OPEN-AMOUNT.
053700
053800*---------------------------------
053900* The year's vouchered spend
062400     DISPLAY "4. STATUS: " PO-STATUS
062500             " (O=OPEN, C=CLOSED)".
062600     DISPLAY "5. CATEGORY: " PO-CATEGORY.
062650     DISPLAY "6. PROJECT: " PO-PROJECT.
062700
062800 READ-PO-RECORD.
062900     MOVE "Y" TO PO-RECORD-FOUND.
065900*---------------------------------
066000     COPY "PLSIGN01.CBL".
066100     COPY "PLOVRD01.CBL".
066200     COPY "PLPROJ01.CBL".

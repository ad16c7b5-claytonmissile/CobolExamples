003400     SELECT OPTIONAL BANK-RECYCLE-FILE
003500         ASSIGN TO "BANKRCY"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003620
003640     SELECT OPTIONAL PCARD-RECYCLE-FILE
003660         ASSIGN TO "PCRDRCY"
003680         ORGANIZATION IS LINE SEQUENTIAL.
003682
003684     SELECT OPTIONAL STL-RECYCLE-FILE
003686         ASSIGN TO "STLRCY"
003688         ORGANIZATION IS LINE SEQUENTIAL.
003690
003692     SELECT OPTIONAL COA-RECYCLE-FILE
003694         ASSIGN TO "COARCY"
003696         ORGANIZATION IS LINE SEQUENTIAL.
003697
003698     SELECT OPTIONAL BAI-RECYCLE-FILE
003699         ASSIGN TO "BAIRCY"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003710
003800     COPY "SLOPER.CBL".
003900
004000     COPY "SLSONLOG.CBL".
005500 FD  BANK-RECYCLE-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 01  BANK-RECYCLE-REC           PIC X(112).
005720
005740 FD  PCARD-RECYCLE-FILE
005760     LABEL RECORDS ARE STANDARD.
005780 01  PCARD-RECYCLE-REC          PIC X(132).
005782
005784 FD  STL-RECYCLE-FILE
005786     LABEL RECORDS ARE STANDARD.
005788 01  STL-RECYCLE-REC            PIC X(112).
005790
005792 FD  COA-RECYCLE-FILE
005794     LABEL RECORDS ARE STANDARD.
005796 01  COA-RECYCLE-REC            PIC X(112).
005797
005798 FD  BAI-RECYCLE-FILE
005799     LABEL RECORDS ARE STANDARD.
005800 01  BAI-RECYCLE-REC            PIC X(132).
005810
005900     COPY "FDOPER.CBL".
006000
006100     COPY "FDSONLOG.CBL".
006500 WORKING-STORAGE SECTION.
006600
006700 77  FILE-PICK               PIC 9.
006800     88  FILE-PICK-IS-VALID      VALUES 0 THRU 7.
006900
007000 77  RECYCLE-AT-END          PIC X.
007100 77  EDIT-IS-DONE            PIC X.
014700     DISPLAY "          1.  AP INVOICE REJECTS".
014800     DISPLAY "          2.  REGISTER SALES REJECTS".
014900     DISPLAY "          3.  BANK DOWNLOAD REJECTS".
014950     DISPLAY "          4.  P-CARD STATEMENT REJECTS".
014970     DISPLAY "          5.  CARD SETTLEMENT REJECTS".
014980     DISPLAY "          6.  CHART OF ACCOUNTS REJECTS".
014990     DISPLAY "          7.  BAI2 BANK STATEMENT REJECTS".
015000     DISPLAY " ".
015100     DISPLAY "          0.  EXIT".
015200
015300 ACCEPT-FILE-PICK.
015400     DISPLAY "YOUR CHOICE (0-7)?".
015500     ACCEPT FILE-PICK.
015600
015700 RE-ACCEPT-FILE-PICK.
017100* Load - the data part and the
017200* reason split at the ",*" the
017300* imports write between them.
017400* The AP, P-card and BAI2 files
017500* carry 100 data columns, the
017550* others 80.
017600*---------------------------------
017700 LOAD-RECYCLE-TABLE.
017800     MOVE ZEROES TO LINE-TABLE-COUNT.
019200             UNTIL RECYCLE-AT-END = "Y"
019300         CLOSE REG-RECYCLE-FILE
019400     ELSE
019450     IF FILE-PICK = 3
019500         MOVE 80 TO DATA-WIDTH
019600         OPEN INPUT BANK-RECYCLE-FILE
019700         PERFORM LOAD-NEXT-BANK-LINE
019800             UNTIL RECYCLE-AT-END = "Y"
019900         CLOSE BANK-RECYCLE-FILE
019905     ELSE
019910     IF FILE-PICK = 4
019915         MOVE 100 TO DATA-WIDTH
019920         OPEN INPUT PCARD-RECYCLE-FILE
019925         PERFORM LOAD-NEXT-PCARD-LINE
019930             UNTIL RECYCLE-AT-END = "Y"
019935         CLOSE PCARD-RECYCLE-FILE
019937     ELSE
019939     IF FILE-PICK = 5
019941         MOVE 80 TO DATA-WIDTH
019943         OPEN INPUT STL-RECYCLE-FILE
019945         PERFORM LOAD-NEXT-STL-LINE
019947             UNTIL RECYCLE-AT-END = "Y"
019949         CLOSE STL-RECYCLE-FILE
019951     ELSE
019952     IF FILE-PICK = 6
019953         MOVE 80 TO DATA-WIDTH
019955         OPEN INPUT COA-RECYCLE-FILE
019957         PERFORM LOAD-NEXT-COA-LINE
019959             UNTIL RECYCLE-AT-END = "Y"
019961         CLOSE COA-RECYCLE-FILE
019962     ELSE
019963         MOVE 100 TO DATA-WIDTH
019964         OPEN INPUT BAI-RECYCLE-FILE
019965         PERFORM LOAD-NEXT-BAI-LINE
019966             UNTIL RECYCLE-AT-END = "Y"
019967         CLOSE BAI-RECYCLE-FILE.
020000     IF TABLE-IS-FULL = "Y"
020100         DISPLAY "MORE THAN 500 LINES - ONLY THE FIRST"
020200         DISPLAY "500 ARE EDITABLE THIS PASS".
022100     IF RECYCLE-AT-END NOT = "Y"
022200         MOVE BANK-RECYCLE-REC TO LINE-IMAGE-WORK
022300         PERFORM STOW-ONE-LINE.
022310
022320 LOAD-NEXT-PCARD-LINE.
022330     READ PCARD-RECYCLE-FILE
022340         AT END MOVE "Y" TO RECYCLE-AT-END.
022350     IF RECYCLE-AT-END NOT = "Y"
022360         MOVE PCARD-RECYCLE-REC TO LINE-IMAGE-WORK
022370         PERFORM STOW-ONE-LINE.
022372
022374 LOAD-NEXT-STL-LINE.
022376     READ STL-RECYCLE-FILE
022378         AT END MOVE "Y" TO RECYCLE-AT-END.
022380     IF RECYCLE-AT-END NOT = "Y"
022382         MOVE STL-RECYCLE-REC TO LINE-IMAGE-WORK
022384         PERFORM STOW-ONE-LINE.
022386
022388 LOAD-NEXT-COA-LINE.
022390     READ COA-RECYCLE-FILE
022392         AT END MOVE "Y" TO RECYCLE-AT-END.
022394     IF RECYCLE-AT-END NOT = "Y"
022396         MOVE COA-RECYCLE-REC TO LINE-IMAGE-WORK
022398         PERFORM STOW-ONE-LINE.
022399
022401 LOAD-NEXT-BAI-LINE.
022402     READ BAI-RECYCLE-FILE
022403         AT END MOVE "Y" TO RECYCLE-AT-END.
022404     IF RECYCLE-AT-END NOT = "Y"
022405         MOVE BAI-RECYCLE-REC TO LINE-IMAGE-WORK
022406         PERFORM STOW-ONE-LINE.
022407
022500 STOW-ONE-LINE.
022600     IF LINE-TABLE-COUNT < 500
022700         ADD 1 TO LINE-TABLE-COUNT
034000             UNTIL LINE-SUB > LINE-TABLE-COUNT
034100         CLOSE REG-RECYCLE-FILE
034200     ELSE
034250     IF FILE-PICK = 3
034300         OPEN OUTPUT BANK-RECYCLE-FILE
034400         PERFORM SAVE-NEXT-BANK-LINE
034500             VARYING LINE-SUB FROM 1 BY 1
034600             UNTIL LINE-SUB > LINE-TABLE-COUNT
034700         CLOSE BANK-RECYCLE-FILE
034705     ELSE
034710     IF FILE-PICK = 4
034715         OPEN OUTPUT PCARD-RECYCLE-FILE
034720         PERFORM SAVE-NEXT-PCARD-LINE
034725             VARYING LINE-SUB FROM 1 BY 1
034730             UNTIL LINE-SUB > LINE-TABLE-COUNT
034735         CLOSE PCARD-RECYCLE-FILE
034737     ELSE
034739     IF FILE-PICK = 5
034741         OPEN OUTPUT STL-RECYCLE-FILE
034743         PERFORM SAVE-NEXT-STL-LINE
034745             VARYING LINE-SUB FROM 1 BY 1
034747             UNTIL LINE-SUB > LINE-TABLE-COUNT
034749         CLOSE STL-RECYCLE-FILE
034751     ELSE
034752     IF FILE-PICK = 6
034753         OPEN OUTPUT COA-RECYCLE-FILE
034755         PERFORM SAVE-NEXT-COA-LINE
034757             VARYING LINE-SUB FROM 1 BY 1
034759             UNTIL LINE-SUB > LINE-TABLE-COUNT
034761         CLOSE COA-RECYCLE-FILE
034762     ELSE
034763         OPEN OUTPUT BAI-RECYCLE-FILE
034764         PERFORM SAVE-NEXT-BAI-LINE
034765             VARYING LINE-SUB FROM 1 BY 1
034766             UNTIL LINE-SUB > LINE-TABLE-COUNT
034767         CLOSE BAI-RECYCLE-FILE.
034800     DISPLAY "RECYCLE FILE SAVED".
034900
035000 SAVE-NEXT-AP-LINE.
037000         PERFORM BUILD-LINE-IMAGE
037100         MOVE LINE-IMAGE-WORK TO BANK-RECYCLE-REC
037200         WRITE BANK-RECYCLE-REC.
037210
037220 SAVE-NEXT-PCARD-LINE.
037230     IF RL-DROPPED (LINE-SUB) = "Y"
037240         NEXT SENTENCE
037250     ELSE
037260         PERFORM BUILD-LINE-IMAGE
037270         MOVE LINE-IMAGE-WORK TO PCARD-RECYCLE-REC
037280         WRITE PCARD-RECYCLE-REC.
037282
037284 SAVE-NEXT-STL-LINE.
037286     IF RL-DROPPED (LINE-SUB) = "Y"
037288         NEXT SENTENCE
037290     ELSE
037292         PERFORM BUILD-LINE-IMAGE
037294         MOVE LINE-IMAGE-WORK TO STL-RECYCLE-REC
037296         WRITE STL-RECYCLE-REC.
037300
037310 SAVE-NEXT-COA-LINE.
037320     IF RL-DROPPED (LINE-SUB) = "Y"
037330         NEXT SENTENCE
037340     ELSE
037350         PERFORM BUILD-LINE-IMAGE
037360         MOVE LINE-IMAGE-WORK TO COA-RECYCLE-REC
037370         WRITE COA-RECYCLE-REC.
037380
037382 SAVE-NEXT-BAI-LINE.
037384     IF RL-DROPPED (LINE-SUB) = "Y"
037386         NEXT SENTENCE
037388     ELSE
037390         PERFORM BUILD-LINE-IMAGE
037392         MOVE LINE-IMAGE-WORK TO BAI-RECYCLE-REC
037394         WRITE BAI-RECYCLE-REC.
037396
037400 BUILD-LINE-IMAGE.
037500     MOVE SPACE TO LINE-IMAGE-WORK.
037600     MOVE RL-DATA-PART (LINE-SUB) (1:DATA-WIDTH)

002900* print on the accept
003000* register; rejects print
003100* with reasons to be fixed
003200* and re-fed. Each new vendor
003210* is screened against the OFAC
003220* sanctions list as it loads; a
003230* possible match loads on
003240* payment hold for review.
003300*---------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
005200     COPY "SLSONLOG.CBL".
005300
005400     COPY "SLSESS.CBL".
005410
005420     COPY "SLSDN.CBL".
005430
005440     COPY "SLSDNH.CBL".
005500
005600     SELECT PRINTER-FILE
005700         ASSIGN TO PRINTER
007700     COPY "FDSONLOG.CBL".
007800
007900     COPY "FDSESS.CBL".
007910
007920     COPY "FDSDN.CBL".
007930
007940     COPY "FDSDNH.CBL".
008000
008100 FD  PRINTER-FILE
008200     LABEL RECORDS ARE OMITTED.
011100 77  NEXT-VENDOR-NUMBER      PIC 9(5).
011200 77  LOADED-COUNT            PIC 9(5) VALUE ZEROES.
011300 77  REJECT-COUNT            PIC 9(5) VALUE ZEROES.
011310 77  HELD-COUNT              PIC 9(5) VALUE ZEROES.
011400
011500 01  DETAIL-LINE.
011600     05  PRINT-DISPOSITION PIC X(9).
012700     05  FILLER            PIC X(12)
012800         VALUE "  REJECTED:".
012900     05  PRINT-REJECTS     PIC ZZZZ9.
012910     05  FILLER            PIC X(8)
012920         VALUE "  HELD:".
012930     05  PRINT-HELD        PIC ZZZZ9.
013000
013100 01  TITLE-LINE.
013200     05  FILLER              PIC X(18) VALUE SPACE.
014800     COPY "WSVLOG01.CBL".
014900
015000     COPY "WSSIGN01.CBL".
015010
015020     COPY "WSSDN01.CBL".
015100
015200 PROCEDURE DIVISION.
015300 PROGRAM-BEGIN.
017600     OPEN I-O VENDOR-FILE.
017700     OPEN I-O STATE-FILE.
017800     OPEN EXTEND VENDOR-LOG-FILE.
017810     OPEN INPUT SANCTION-FILE.
017820     OPEN I-O SANCTION-HIT-FILE.
017900     OPEN OUTPUT PRINTER-FILE.
018000
018100 CLOSING-PROCEDURE.
018500     CLOSE VENDOR-FILE.
018600     CLOSE STATE-FILE.
018700     CLOSE VENDOR-LOG-FILE.
018710     CLOSE SANCTION-FILE.
018720     CLOSE SANCTION-HIT-FILE.
018800     PERFORM END-LAST-PAGE.
018900     CLOSE PRINTER-FILE.
019000
041100     MOVE "N" TO VENDOR-REMIT-TO-FLAG
041200                 VENDOR-CHECK-DIGIT-NOTED
041300                 VENDOR-DIVERSITY
041400                 VENDOR-TIN-MATCH
041410                 VENDOR-SANCTION-HOLD
041430                 VENDOR-W8-HOLD
041450                 VENDOR-ERS-FLAG
041475                 VENDOR-FAMILY-NETTING.
041500     MOVE ZEROES TO VENDOR-YTD-PAID
041600                    VENDOR-CERT-EXPIRATION
041700                    VENDOR-COMPANY
041900                    VENDOR-DIV-CERT-EXPIRY
042000                    VENDOR-TIN-MATCH-DATE
042100                    VENDOR-DISC-PERCENT
042200                    VENDOR-DISC-DAYS
042210                    VENDOR-SCREEN-DATE
042230                    VENDOR-TREATY-RATE
042250                    VENDOR-W8-EXPIRY
042270                    VENDOR-INCOME-CODE
042285                    VENDOR-PARENT.
042300     IF IMP-DISC-PCT NUMERIC
042400         COMPUTE VENDOR-DISC-PERCENT =
042500             FUNCTION NUMVAL(IMP-DISC-PCT) / 100.
042600     IF IMP-DISC-DAYS NUMERIC
042700         MOVE IMP-DISC-DAYS TO VENDOR-DISC-DAYS.
042710     MOVE "VNDIMP01" TO SCREEN-FOUND-BY.
042720     PERFORM SCREEN-THIS-VENDOR.
042800     WRITE VENDOR-RECORD
042900         INVALID KEY
043000         DISPLAY "ERROR WRITING VENDOR "
043600     PERFORM LOG-IMPORTED-VENDOR.
043700     PERFORM PRINT-ACCEPT-LINE.
043800     ADD 1 TO LOADED-COUNT.
043810     IF VENDOR-IS-SANCTION-HELD
043820         ADD 1 TO HELD-COUNT.
043900     ADD 1 TO NEXT-VENDOR-NUMBER.
044000
044100 LOG-IMPORTED-VENDOR.
044500     MOVE SPACE TO VLOG-EVENT-OLD-VALUE.
044600     MOVE VENDOR-NAME TO VLOG-EVENT-NEW-VALUE.
044700     PERFORM WRITE-VENDOR-LOG-RECORD.
044710     IF VENDOR-IS-SANCTION-HELD
044720         MOVE "SCREEN" TO VLOG-EVENT-ACTION
044730         MOVE "SANCTION-HOLD" TO VLOG-EVENT-FIELD
044740         MOVE "N" TO VLOG-EVENT-OLD-VALUE
044750         MOVE "Y" TO VLOG-EVENT-NEW-VALUE
044760         PERFORM WRITE-VENDOR-LOG-RECORD.
044800
044900 PRINT-ACCEPT-LINE.
045000     IF LINE-COUNT > MAXIMUM-LINES
045300     MOVE "ACCEPTED " TO PRINT-DISPOSITION.
045400     MOVE VENDOR-NUMBER TO PRINT-VENDOR-NO.
045500     MOVE VENDOR-NAME TO PRINT-IMPORT-NAME.
045510     IF VENDOR-IS-SANCTION-HELD
045520         MOVE "SANCTIONS HOLD - REVIEW MATCH"
045530             TO PRINT-REASON.
045600     MOVE DETAIL-LINE TO PRINTER-RECORD.
045700     PERFORM WRITE-TO-PRINTER.
045800
047200     PERFORM LINE-FEED.
047300     MOVE LOADED-COUNT TO PRINT-LOADED.
047400     MOVE REJECT-COUNT TO PRINT-REJECTS.
047410     MOVE HELD-COUNT TO PRINT-HELD.
047500     MOVE TOTAL-LINE TO PRINTER-RECORD.
047600     PERFORM WRITE-TO-PRINTER.
047700     DISPLAY LOADED-COUNT " VENDORS LOADED, "
047800             REJECT-COUNT " REJECTED, "
047810             HELD-COUNT " HELD FOR SANCTIONS REVIEW".
047900
048000 READ-NEXT-IMPORT-LINE.
048100     MOVE "N" TO IMPORT-FILE-AT-END.
051500     COPY "PLSIGN01.CBL".
051600     COPY "PLUPDJ01.CBL".
051700     COPY "PLVLOG01.CBL".
051710     COPY "PLSDN01.CBL".

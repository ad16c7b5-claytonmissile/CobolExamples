001600* no budget record list at the
001700* end so the budget file can
001800* be brought up to date.
001810* A voucher line carrying a
001820* prepaid schedule counts in
001830* the months its slices are
001840* expensed, not in the month
001850* it was vouchered.
001900*---------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002600     COPY "SLBUDGET.CBL".
002700
002800     COPY "SLCATG.CBL".
002850
002860     COPY "SLPPD.CBL".
002900
003000     SELECT PRINTER-FILE
003100         ASSIGN TO PRINTER
003900     COPY "FDBUDGET.CBL".
004000
004100     COPY "FDCATG.CBL".
004150
004160     COPY "FDPPD.CBL".
004200
004300 FD  PRINTER-FILE
004400     LABEL RECORDS ARE OMITTED.
004950 77  PO-FILE-AT-END          PIC X.
005000 77  BUDGET-FILE-AT-END      PIC X.
005100 77  CATG-RECORD-FOUND       PIC X.
005110 77  PREPAID-FILE-AT-END     PIC X.
005120 77  VOUCHER-RECORD-FOUND    PIC X.
005130 77  PREPAID-BASE-PART       PIC S9(6)V99.
005200
005300 01  REPORT-PERIOD-ID        PIC 9(6).
005400 01  REPORT-PERIOD-FIELDS REDEFINES REPORT-PERIOD-ID.
012100     05  PRINT-PERIOD        PIC 9(6).
012200
012300     COPY "WSCASE01.CBL".
012350
012360     COPY "WSPPD01.CBL".
012400
012500 PROCEDURE DIVISION.
012600 PROGRAM-BEGIN.
013850     OPEN I-O PO-FILE.
013900     OPEN I-O BUDGET-FILE.
014000     OPEN I-O CATEGORY-FILE.
014050     OPEN I-O PREPAID-FILE.
014100     OPEN OUTPUT PRINTER-FILE.
014200
014300 CLOSING-PROCEDURE.
014450     CLOSE PO-FILE.
014500     CLOSE BUDGET-FILE.
014600     CLOSE CATEGORY-FILE.
014650     CLOSE PREPAID-FILE.
014700     PERFORM END-LAST-PAGE.
014800     CLOSE PRINTER-FILE.
014900
015100     PERFORM GET-REPORT-PERIOD.
015200     PERFORM INIT-ACTUALS-TABLE.
015300     PERFORM TALLY-VOUCHER-ACTUALS.
015320     PERFORM SPREAD-PREPAID-SCHEDULES.
015350     PERFORM TALLY-PO-COMMITMENTS.
015400     PERFORM PRINT-THE-REPORT.
015500
030200     ELSE
030300         MOVE SPACE TO PRINT-CATG-NAME.
030400
030401*---------------------------------
030402* One pass of the prepaid
030403* schedule file. The voucher
030404* pass counted each prepaid
030405* line in full in the
030406* voucher's month; that is
030407* taken back out and each
030408* month's slice of the report
030409* year is put in instead, in
030410* USD at the voucher's rate.
030411* A voucher since archived is
030412* not in the voucher pass, so
030413* only its slices count, under
030414* the category it was entered
030415* with.
030416*---------------------------------
030417 SPREAD-PREPAID-SCHEDULES.
030418     MOVE "N" TO PREPAID-FILE-AT-END.
030419     MOVE ZEROES TO PPD-KEY.
030420     START PREPAID-FILE KEY NOT < PPD-KEY
030421         INVALID KEY
030422         MOVE "Y" TO PREPAID-FILE-AT-END.
030423     PERFORM SPREAD-NEXT-SCHEDULE
030424         UNTIL PREPAID-FILE-AT-END = "Y".
030425
030426 SPREAD-NEXT-SCHEDULE.
030427     READ PREPAID-FILE NEXT RECORD
030428         AT END MOVE "Y" TO PREPAID-FILE-AT-END.
030429     IF PREPAID-FILE-AT-END NOT = "Y"
030430        AND PPD-AMOUNT NOT = ZEROES
030431         PERFORM SPREAD-THIS-SCHEDULE.
030432
030433 SPREAD-THIS-SCHEDULE.
030434     MOVE PPD-VOUCHER-NO TO VOUCHER-NUMBER.
030435     MOVE "Y" TO VOUCHER-RECORD-FOUND.
030436     READ VOUCHER-FILE RECORD
030437         INVALID KEY
030438         MOVE "N" TO VOUCHER-RECORD-FOUND.
030439     IF VOUCHER-RECORD-FOUND = "Y"
030440         MOVE VOUCHER-CATEGORY TO CATG-SUB
030441     ELSE
030442         MOVE PPD-CATEGORY TO CATG-SUB.
030443     IF VOUCHER-RECORD-FOUND = "Y"
030444        AND CATG-SUB > ZEROES
030445         PERFORM TAKE-OUT-PREPAID-LINE.
030446     IF CATG-SUB > ZEROES
030447         PERFORM ADD-ONE-PREPAID-SLICE
030448             VARYING MONTH-SUB FROM 1 BY 1
030449             UNTIL MONTH-SUB > REPORT-PERIOD-MONTH.
030450
030451 TAKE-OUT-PREPAID-LINE.
030452     MOVE VOUCHER-DATE TO VOUCHER-PERIOD-WORK.
030453     IF VOUCHER-PERIOD-YEAR = REPORT-PERIOD-YEAR
030454        AND VOUCHER-PERIOD-MONTH NOT >
030455            REPORT-PERIOD-MONTH
030456         SUBTRACT PPD-BASE-AMOUNT
030457             FROM ACTUAL-YTD (CATG-SUB)
030458         IF VOUCHER-PERIOD-MONTH = REPORT-PERIOD-MONTH
030459             SUBTRACT PPD-BASE-AMOUNT
030460                 FROM ACTUAL-MTD (CATG-SUB).
030461
030462 ADD-ONE-PREPAID-SLICE.
030463     MOVE REPORT-PERIOD-YEAR TO PREPAID-PERIOD-YEAR.
030464     MOVE MONTH-SUB TO PREPAID-PERIOD-MONTH.
030465     PERFORM FIND-PREPAID-SLICE.
030466     IF PREPAID-SLICE NOT = ZEROES
030467         COMPUTE PREPAID-BASE-PART ROUNDED =
030468             PREPAID-SLICE * PPD-BASE-AMOUNT / PPD-AMOUNT
030469         ADD PREPAID-BASE-PART TO ACTUAL-YTD (CATG-SUB)
030470         IF MONTH-SUB = REPORT-PERIOD-MONTH
030471             ADD PREPAID-BASE-PART
030472                 TO ACTUAL-MTD (CATG-SUB).
030473
030500*---------------------------------
030600* Voucher file read routines.
030700*---------------------------------
036800 FORM-FEED.
036900     MOVE SPACE TO PRINTER-RECORD.
037000     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
037100
037200*---------------------------------
037300* Utility routines.
037400*---------------------------------
037500     COPY "PLPPD01.CBL".

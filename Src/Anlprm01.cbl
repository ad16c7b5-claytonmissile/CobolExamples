000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ANLPRM01.
000300*---------------------------------
000400* Payment Analytics Parameter
000500* File maintenance.
000600*
000700* Shows and changes the one
000800* record of thresholds the
000900* monthly continuous-audit run
001000* (ANLRUN01) tests the payments
001100* against: the split-invoice
001200* window, band and count, the
001300* round-dollar floor and
001400* multiple, the leading-digit
001500* sample size and tolerance,
001600* the one-operator floor, the
001700* shared-bank vendor count and
001800* the address compare length.
001900* Until the record is first
002000* saved the run uses the
002100* standard thresholds, and this
002200* screen starts from them.
002300*
002400* Changing what the auditors
002500* are told about is a utility,
002600* so a sign-on with utility
002700* authority is required.
002800*---------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200
003300     COPY "SLANPRM.CBL".
003400
003500     COPY "SLOPER.CBL".
003600
003700     COPY "SLSONLOG.CBL".
003800
003900     COPY "SLSESS.CBL".
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300
004400     COPY "FDANPRM.CBL".
004500
004600     COPY "FDOPER.CBL".
004700
004800     COPY "FDSONLOG.CBL".
004900
005000     COPY "FDSESS.CBL".
005100
005200 WORKING-STORAGE SECTION.
005300
005400 77  WHICH-FIELD             PIC 9(2).
005500 01  AMOUNT-ENTRY            PIC 9(8).
005600 01  DEVIATION-ENTRY         PIC 9(3).
005700 01  AMOUNT-DISPLAY          PIC ZZZ,ZZ9.99.
005800 01  DEVIATION-DISPLAY       PIC Z9.9.
005900
006000     COPY "WSANPRM01.CBL".
006100
006200     COPY "WSCASE01.CBL".
006300
006400     COPY "WSAUDIT01.CBL".
006500
006600     COPY "WSSIGN01.CBL".
006700
006800 PROCEDURE DIVISION.
006900 PROGRAM-BEGIN.
007000     OPEN I-O OPERATOR-FILE.
007100     MOVE "ANLPRM01" TO SIGN-ON-PROGRAM.
007200     PERFORM GET-OPERATOR-SIGN-ON.
007300     IF OPERATOR-IS-SIGNED-ON
007400        AND SIGN-ON-CAN-UTILITY = "Y"
007500         PERFORM MAIN-PROCESS
007600     ELSE
007700     IF OPERATOR-IS-SIGNED-ON
007800         DISPLAY "YOU ARE NOT AUTHORIZED FOR UTILITIES".
007900     CLOSE OPERATOR-FILE.
008000
008100 PROGRAM-EXIT.
008200     EXIT PROGRAM.
008300
008400 PROGRAM-DONE.
008500     STOP RUN.
008600
008700 MAIN-PROCESS.
008800     PERFORM LOAD-ANALYTICS-PARMS.
008900     IF ANPR-FROM-DEFAULTS = "Y"
009000         DISPLAY "NO THRESHOLDS SAVED - STARTING FROM"
009100         DISPLAY "THE STANDARD ONES".
009200     PERFORM GET-FIELD-TO-CHANGE.
009300     PERFORM CHANGE-ONE-FIELD
009400         UNTIL WHICH-FIELD = ZERO.
009500     PERFORM SAVE-PARM-RECORD.
009600
009700 SAVE-PARM-RECORD.
009800     OPEN OUTPUT ANALYTICS-PARM-FILE.
009900     WRITE ANALYTICS-PARM-RECORD.
010000     CLOSE ANALYTICS-PARM-FILE.
010100     DISPLAY "ANALYTICS THRESHOLDS SAVED".
010200
010300 GET-FIELD-TO-CHANGE.
010400     PERFORM DISPLAY-ALL-FIELDS.
010500     PERFORM ASK-WHICH-FIELD.
010600
010700 ASK-WHICH-FIELD.
010800     PERFORM ACCEPT-WHICH-FIELD.
010900     PERFORM RE-ACCEPT-WHICH-FIELD
011000         UNTIL WHICH-FIELD < 11.
011100
011200 ACCEPT-WHICH-FIELD.
011300     DISPLAY "ENTER THE NUMBER OF THE FIELD".
011400     DISPLAY "TO CHANGE (1-10) OR 0 TO SAVE AND EXIT".
011500     ACCEPT WHICH-FIELD.
011600
011700 RE-ACCEPT-WHICH-FIELD.
011800     DISPLAY "INVALID ENTRY".
011900     PERFORM ACCEPT-WHICH-FIELD.
012000
012100 CHANGE-ONE-FIELD.
012200     PERFORM CHANGE-THIS-FIELD.
012300     PERFORM GET-FIELD-TO-CHANGE.
012400
012500 CHANGE-THIS-FIELD.
012600     IF WHICH-FIELD = 1
012700         PERFORM ENTER-SPLIT-WINDOW
012800     ELSE
012900     IF WHICH-FIELD = 2
013000         PERFORM ENTER-SPLIT-FLOOR
013100     ELSE
013200     IF WHICH-FIELD = 3
013300         PERFORM ENTER-SPLIT-COUNT
013400     ELSE
013500     IF WHICH-FIELD = 4
013600         PERFORM ENTER-ROUND-MINIMUM
013700     ELSE
013800     IF WHICH-FIELD = 5
013900         PERFORM ENTER-ROUND-MULTIPLE
014000     ELSE
014100     IF WHICH-FIELD = 6
014200         PERFORM ENTER-BENFORD-COUNT
014300     ELSE
014400     IF WHICH-FIELD = 7
014500         PERFORM ENTER-BENFORD-DEVIATION
014600     ELSE
014700     IF WHICH-FIELD = 8
014800         PERFORM ENTER-SAME-OPER-MINIMUM
014900     ELSE
015000     IF WHICH-FIELD = 9
015100         PERFORM ENTER-BANK-VENDORS
015200     ELSE
015300     IF WHICH-FIELD = 10
015400         PERFORM ENTER-ADDRESS-COMPARE.
015500
015600 ENTER-SPLIT-WINDOW.
015700     DISPLAY "ENTER SPLIT-INVOICE WINDOW IN DAYS".
015800     DISPLAY "(E.G. 007) - 0 TURNS THE SPLIT TEST OFF".
015900     ACCEPT ANPR-SPLIT-WINDOW-DAYS.
016000
016100*---------------------------------
016200* The band is the part of the
016300* approval threshold an invoice
016400* must reach to count toward a
016500* split - 50 means from half the
016600* threshold up to just under it.
016700*---------------------------------
016800 ENTER-SPLIT-FLOOR.
016900     PERFORM ACCEPT-SPLIT-FLOOR.
017000     PERFORM RE-ACCEPT-SPLIT-FLOOR
017100         UNTIL ANPR-SPLIT-FLOOR-PCT < 100.
017200
017300 ACCEPT-SPLIT-FLOOR.
017400     DISPLAY "ENTER THE PERCENT OF THE APPROVAL".
017500     DISPLAY "THRESHOLD AN INVOICE MUST REACH TO".
017600     DISPLAY "COUNT TOWARD A SPLIT (E.G. 050)".
017700     ACCEPT ANPR-SPLIT-FLOOR-PCT.
017800
017900 RE-ACCEPT-SPLIT-FLOOR.
018000     DISPLAY "PERCENT MUST BE UNDER 100".
018100     PERFORM ACCEPT-SPLIT-FLOOR.
018200
018300 ENTER-SPLIT-COUNT.
018400     PERFORM ACCEPT-SPLIT-COUNT.
018500     PERFORM RE-ACCEPT-SPLIT-COUNT
018600         UNTIL ANPR-SPLIT-MIN-COUNT > 1.
018700
018800 ACCEPT-SPLIT-COUNT.
018900     DISPLAY "ENTER THE NUMBER OF INVOICES THAT MAKE".
019000     DISPLAY "A SPLIT (E.G. 02)".
019100     ACCEPT ANPR-SPLIT-MIN-COUNT.
019200
019300 RE-ACCEPT-SPLIT-COUNT.
019400     DISPLAY "A SPLIT TAKES AT LEAST 2 INVOICES".
019500     PERFORM ACCEPT-SPLIT-COUNT.
019600
019700*---------------------------------
019800* Amounts are keyed with no
019900* decimal point.
020000*---------------------------------
020100 ENTER-ROUND-MINIMUM.
020200     DISPLAY "ENTER ROUND-DOLLAR FLOOR WITH NO DECIMAL".
020300     DISPLAY "POINT - EXAMPLE: 100000 MEANS 1,000.00".
020400     ACCEPT AMOUNT-ENTRY.
020500     COMPUTE ANPR-ROUND-MIN-AMOUNT = AMOUNT-ENTRY / 100.
020600
020700 ENTER-ROUND-MULTIPLE.
020800     DISPLAY "ENTER ROUND-DOLLAR MULTIPLE WITH NO".
020900     DISPLAY "DECIMAL POINT - EXAMPLE: 10000 MEANS".
021000     DISPLAY "100.00 - 0 TURNS THE ROUND TEST OFF".
021100     ACCEPT AMOUNT-ENTRY.
021200     COMPUTE ANPR-ROUND-MULTIPLE = AMOUNT-ENTRY / 100.
021300
021400 ENTER-BENFORD-COUNT.
021500     DISPLAY "ENTER THE INVOICES A VENDOR MUST HAVE".
021600     DISPLAY "IN THE PERIOD FOR ITS LEADING DIGITS TO".
021700     DISPLAY "BE JUDGED (E.G. 0050)".
021800     DISPLAY "0 TURNS THE LEADING-DIGIT TEST OFF".
021900     ACCEPT ANPR-BENFORD-MIN-COUNT.
022000
022100*---------------------------------
022200* Keyed with no decimal point:
022300* 100 means 10.0 points.
022400*---------------------------------
022500 ENTER-BENFORD-DEVIATION.
022600     DISPLAY "ENTER THE POINTS A DIGIT'S SHARE MAY BE".
022700     DISPLAY "OFF THE EXPECTED SHARE, WITH NO DECIMAL".
022800     DISPLAY "POINT (100 = 10.0)".
022900     ACCEPT DEVIATION-ENTRY.
023000     COMPUTE ANPR-BENFORD-MAX-DEV = DEVIATION-ENTRY / 10.
023100
023200 ENTER-SAME-OPER-MINIMUM.
023300     DISPLAY "ENTER THE SMALLEST ONE-OPERATOR VOUCHER".
023400     DISPLAY "TO REPORT, WITH NO DECIMAL POINT".
023500     DISPLAY "0 REPORTS EVERY ONE".
023600     ACCEPT AMOUNT-ENTRY.
023700     COMPUTE ANPR-SAMEOP-MIN-AMOUNT = AMOUNT-ENTRY / 100.
023800
023900 ENTER-BANK-VENDORS.
024000     PERFORM ACCEPT-BANK-VENDORS.
024100     PERFORM RE-ACCEPT-BANK-VENDORS
024200         UNTIL ANPR-BANK-MIN-VENDORS > 1.
024300
024400 ACCEPT-BANK-VENDORS.
024500     DISPLAY "ENTER THE NUMBER OF VENDORS SHARING ONE".
024600     DISPLAY "BANK ACCOUNT TO REPORT (E.G. 02)".
024700     ACCEPT ANPR-BANK-MIN-VENDORS.
024800
024900 RE-ACCEPT-BANK-VENDORS.
025000     DISPLAY "SHARING TAKES AT LEAST 2 VENDORS".
025100     PERFORM ACCEPT-BANK-VENDORS.
025200
025300 ENTER-ADDRESS-COMPARE.
025400     PERFORM ACCEPT-ADDRESS-COMPARE.
025500     PERFORM RE-ACCEPT-ADDRESS-COMPARE
025600         UNTIL ANPR-ADDRESS-COMPARE > 4
025700           AND ANPR-ADDRESS-COMPARE < 31.
025800
025900 ACCEPT-ADDRESS-COMPARE.
026000     DISPLAY "ENTER THE CHARACTERS OF THE STREET".
026100     DISPLAY "ADDRESS TO COMPARE (05-30)".
026200     ACCEPT ANPR-ADDRESS-COMPARE.
026300
026400 RE-ACCEPT-ADDRESS-COMPARE.
026500     DISPLAY "ENTER 05 THROUGH 30".
026600     PERFORM ACCEPT-ADDRESS-COMPARE.
026700
026800 DISPLAY-ALL-FIELDS.
026900     DISPLAY " 1. SPLIT WINDOW DAYS: "
027000             ANPR-SPLIT-WINDOW-DAYS.
027100     DISPLAY " 2. SPLIT BAND FLOOR PCT OF THRESHOLD: "
027200             ANPR-SPLIT-FLOOR-PCT.
027300     DISPLAY " 3. SPLIT INVOICE COUNT: "
027400             ANPR-SPLIT-MIN-COUNT.
027500     MOVE ANPR-ROUND-MIN-AMOUNT TO AMOUNT-DISPLAY.
027600     DISPLAY " 4. ROUND-DOLLAR FLOOR: " AMOUNT-DISPLAY.
027700     MOVE ANPR-ROUND-MULTIPLE TO AMOUNT-DISPLAY.
027800     DISPLAY " 5. ROUND-DOLLAR MULTIPLE: " AMOUNT-DISPLAY.
027900     DISPLAY " 6. LEADING-DIGIT INVOICE COUNT: "
028000             ANPR-BENFORD-MIN-COUNT.
028100     MOVE ANPR-BENFORD-MAX-DEV TO DEVIATION-DISPLAY.
028200     DISPLAY " 7. LEADING-DIGIT POINTS OFF: "
028300             DEVIATION-DISPLAY.
028400     MOVE ANPR-SAMEOP-MIN-AMOUNT TO AMOUNT-DISPLAY.
028500     DISPLAY " 8. ONE-OPERATOR FLOOR: " AMOUNT-DISPLAY.
028600     DISPLAY " 9. VENDORS SHARING A BANK ACCOUNT: "
028700             ANPR-BANK-MIN-VENDORS.
028800     DISPLAY "10. ADDRESS CHARACTERS COMPARED: "
028900             ANPR-ADDRESS-COMPARE.
029000
029100*---------------------------------
029200* Utility routines.
029300*---------------------------------
029400     COPY "PLSIGN01.CBL".
029500     COPY "PLANPRM01.CBL".

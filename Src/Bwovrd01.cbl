000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BWOVRD01.
000300*---------------------------------
000400* Batch window override.
000500*
000600* The nightly driver marks the
000700* batch window open as its
000800* first leg starts and closed
000900* when the cycle ends. A run
001000* that dies part way leaves it
001100* open, and every online update
001200* stays shut until somebody
001300* clears it. This screen shows
001400* when the window opened and,
001500* once the operator confirms
001600* the run is really dead,
001700* clears it and writes the
001800* override to the audit trail.
001900* Utility authority only - the
002000* operator's own flag, since
002100* the open window has turned
002200* the sign-on's copy off.
002300*---------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700
002800     COPY "SLOPER.CBL".
002900
003000     COPY "SLSONLOG.CBL".
003100
003200     COPY "SLSESS.CBL".
003300
003400     COPY "SLAUDIT.CBL".
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800
003900     COPY "FDOPER.CBL".
004000
004100     COPY "FDSONLOG.CBL".
004200
004300     COPY "FDSESS.CBL".
004400
004500     COPY "FDAUDIT.CBL".
004600
004700 WORKING-STORAGE SECTION.
004800
004900 77  OK-TO-CLEAR             PIC X.
005000
005100     COPY "WSCASE01.CBL".
005200
005300     COPY "WSAUDIT01.CBL".
005400
005500     COPY "WSSIGN01.CBL".
005600
005700 PROCEDURE DIVISION.
005800 PROGRAM-BEGIN.
005900     PERFORM OPENING-PROCEDURE.
006000     MOVE "BWOVRD01" TO SIGN-ON-PROGRAM.
006100     PERFORM GET-OPERATOR-SIGN-ON.
006200     IF OPERATOR-IS-SIGNED-ON
006300        AND SIGN-ON-HELD-UTILITY = "Y"
006400         PERFORM MAIN-PROCESS
006500     ELSE
006600     IF OPERATOR-IS-SIGNED-ON
006700         DISPLAY "YOU ARE NOT AUTHORIZED FOR UTILITIES".
006800     PERFORM CLOSING-PROCEDURE.
006900
007000 PROGRAM-EXIT.
007100     EXIT PROGRAM.
007200
007300 PROGRAM-DONE.
007400     STOP RUN.
007500
007600 OPENING-PROCEDURE.
007700     OPEN I-O OPERATOR-FILE.
007800     OPEN EXTEND AUDIT-FILE.
007900
008000 CLOSING-PROCEDURE.
008100     CLOSE OPERATOR-FILE.
008200     CLOSE AUDIT-FILE.
008300
008400 MAIN-PROCESS.
008500     MOVE "Q" TO BATCH-WINDOW-REQUEST.
008600     MOVE AUDIT-EVENT-OPERATOR-ID TO BATCH-WINDOW-BY.
008700     CALL "BWSTAT01" USING BATCH-WINDOW-CALL.
008800     IF NOT BATCH-WINDOW-IS-OPEN
008900         DISPLAY "THE BATCH WINDOW IS NOT OPEN -"
009000         DISPLAY "THERE IS NOTHING TO CLEAR"
009100     ELSE
009200         PERFORM CLEAR-THE-WINDOW.
009300
009400 CLEAR-THE-WINDOW.
009500     DISPLAY "THE BATCH WINDOW HAS BEEN OPEN SINCE "
009600             BATCH-WINDOW-OPEN-DATE " "
009700             BATCH-WINDOW-OPEN-TIME.
009800     DISPLAY "CLEAR IT ONLY WHEN THE NIGHTLY RUN HAS DIED -".
009900     DISPLAY "NEVER WHILE IT IS STILL RUNNING.".
010000     PERFORM ASK-OK-TO-CLEAR.
010100     IF OK-TO-CLEAR = "Y"
010200         PERFORM FORCE-WINDOW-CLOSED.
010300
010400 ASK-OK-TO-CLEAR.
010500     PERFORM ACCEPT-OK-TO-CLEAR.
010600     PERFORM RE-ACCEPT-OK-TO-CLEAR
010700         UNTIL OK-TO-CLEAR = "Y" OR "N".
010800
010900 ACCEPT-OK-TO-CLEAR.
011000     DISPLAY "CLEAR THE BATCH WINDOW (Y/N)?".
011100     ACCEPT OK-TO-CLEAR.
011200     INSPECT OK-TO-CLEAR
011300      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
011400
011500 RE-ACCEPT-OK-TO-CLEAR.
011600     DISPLAY "YOU MUST ENTER YES OR NO".
011700     PERFORM ACCEPT-OK-TO-CLEAR.
011800
011900*---------------------------------
012000* The audit line carries who
012100* cleared the window and the
012200* date it had been open since.
012300*---------------------------------
012400 FORCE-WINDOW-CLOSED.
012500     MOVE "F" TO BATCH-WINDOW-REQUEST.
012600     MOVE AUDIT-EVENT-OPERATOR-ID TO BATCH-WINDOW-BY.
012700     CALL "BWSTAT01" USING BATCH-WINDOW-CALL.
012800     MOVE ZEROES TO AUDIT-EVENT-VOUCHER-NO
012900                    AUDIT-EVENT-VENDOR-NO
013000                    AUDIT-EVENT-AMOUNT.
013100     MOVE "BWCLEAR" TO AUDIT-EVENT-ACTION.
013200     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-EVENT-DATE.
013300     MOVE BATCH-WINDOW-OPEN-DATE TO AUDIT-EVENT-OLD-VALUE.
013400     MOVE "CLEARED" TO AUDIT-EVENT-NEW-VALUE.
013500     PERFORM WRITE-AUDIT-RECORD.
013600     DISPLAY "BATCH WINDOW CLEARED - ONLINE UPDATES REOPEN".
013700     DISPLAY "AT EACH OPERATOR'S NEXT SIGN-ON".
013800
013900*---------------------------------
014000* Utility routines.
014100*---------------------------------
014200     COPY "PLSIGN01.CBL".
014300
014400     COPY "PLAUDIT01.CBL".

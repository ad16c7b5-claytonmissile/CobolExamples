001200     COPY "SLRECUR.CBL".
001300
001400     COPY "SLVND02.CBL".
001450
001460     COPY "SLLSE.CBL".
001500
001600     COPY "SLOPER.CBL".
001700
002500     COPY "FDRECUR.CBL".
002600
002700     COPY "FDVND04.CBL".
002750
002760     COPY "FDLSE.CBL".
002800
002900     COPY "FDOPER.CBL".
003000
004200 77  OK-TO-DELETE                 PIC X.
004300 77  RECUR-RECORD-FOUND           PIC X.
004400 77  VENDOR-RECORD-FOUND          PIC X.
004450 77  LEASE-RECORD-FOUND           PIC X.
004500 77  RECUR-NUMBER-FIELD           PIC Z(3).
004600 01  AMOUNT-ENTRY                 PIC 9(8).
004700
007400     OPEN I-O OPERATOR-FILE.
007500     OPEN I-O RECUR-FILE.
007600     OPEN I-O VENDOR-FILE.
007650     OPEN I-O LEASE-FILE.
007700
007800 CLOSING-PROCEDURE.
007900     CLOSE OPERATOR-FILE.
008000     CLOSE RECUR-FILE.
008100     CLOSE VENDOR-FILE.
008150     CLOSE LEASE-FILE.
008200
008300 MAIN-PROCESS.
008400     PERFORM GET-MENU-PICK.
025000
025100 DELETE-RECORDS.
025200     PERFORM DISPLAY-ALL-FIELDS.
025210     PERFORM READ-LEASE-RECORD.
025220     IF LEASE-RECORD-FOUND = "Y"
025230         DISPLAY "THIS TEMPLATE PAYS LEASE " LSE-DESCRIPTION
025240         DISPLAY "DELETE THE LEASE FIRST OR MAKE THE"
025250         DISPLAY "TEMPLATE INACTIVE"
025260     ELSE
025300         PERFORM ASK-OK-TO-DELETE
025400         IF OK-TO-DELETE = "Y"
025500             PERFORM DELETE-RECUR-RECORD.
025600     PERFORM GET-EXISTING-RECORD.
025700
025800 ASK-OK-TO-DELETE.
042700     READ VENDOR-FILE RECORD
042800         INVALID KEY
042900         MOVE "N" TO VENDOR-RECORD-FOUND.
042910
042920 READ-LEASE-RECORD.
042930     MOVE RECUR-NUMBER TO LSE-RECUR-NUMBER.
042940     MOVE "Y" TO LEASE-RECORD-FOUND.
042950     READ LEASE-FILE RECORD
042960         INVALID KEY
042970         MOVE "N" TO LEASE-RECORD-FOUND.

043000*---------------------------------
043100* Utility routines.

012400         VALUE "DIVERSITY SPEND REPORT - YEAR".
012500     05  FILLER              PIC X(01) VALUE SPACE.
012600     05  SPEND-HEAD-YEAR     PIC 9(4).
012650     05  SPEND-HEAD-BASIS    PIC X(19) VALUE SPACE.
012700
012800 01  CLASS-HEAD-LINE.
012900     05  FILLER              PIC X(07) VALUE "CLASS: ".
017160     COPY "WSAUDIT01.CBL".
017200
017300     COPY "WSSIGN01.CBL".
017330
017360     COPY "WSFAM01.CBL".
017400
017500 PROCEDURE DIVISION.
017600 PROGRAM-BEGIN.
024300* vendor's class, sorted by
024400* class and vendor, then
024500* printed with class breaks.
024520* Rolled up to parent vendor,
024540* the spend keeps the class of
024560* the member that earned it but
024580* prints under the family head.
024600*---------------------------------
024700 SPEND-REPORT.
024800     PERFORM ENTER-REPORT-YEAR.
024810     PERFORM GET-FAMILY-ROLL-UP.
024820     IF FAMILY-ROLL-UP = "Y"
024830         MOVE " - BY VENDOR FAMILY" TO SPEND-HEAD-BASIS
024840     ELSE
024850         MOVE SPACE TO SPEND-HEAD-BASIS.
024900     PERFORM SORT-SPEND-RECORDS.
025000     PERFORM PRINT-SPEND-REPORT.
025100
026500 SORT-SPEND-RECORDS.
026600     OPEN I-O CHECK-REG-FILE.
026700     OPEN I-O VENDOR-FILE.
026730     IF FAMILY-ROLL-UP = "Y"
026760         PERFORM LOAD-FAMILY-TABLE.
026800     SORT SORT-FILE
026900         ON ASCENDING KEY SORT-CLASS
027000                          SORT-VENDOR
029100*---------------------------------
029200* Voids and spoils never moved
029300* money; everything else did.
029320* Employee reimbursements are
029340* not vendor spending.
029400*---------------------------------
029500 JUDGE-AND-RELEASE-CHECK.
029600     IF CHECK-REG-DATE (1:4) = REPORT-YEAR
029700        AND NOT CHECK-IS-VOID
029800        AND NOT CHECK-IS-SPOILED
029850        AND NOT CHECK-PAID-EMPLOYEE
029900         PERFORM RELEASE-IF-DIVERSE.
030000
030100 RELEASE-IF-DIVERSE.
030600         MOVE VENDOR-NUMBER TO SORT-VENDOR
030700         MOVE VENDOR-NAME TO SORT-NAME
030800         MOVE CHECK-REG-AMOUNT TO SORT-AMOUNT
030808         PERFORM RELEASE-SPEND-RECORD.
030816
030824 RELEASE-SPEND-RECORD.
030832     IF FAMILY-ROLL-UP = "Y"
030840         PERFORM CHARGE-FAMILY-HEAD.
030848     RELEASE SORT-RECORD.
030856
030864 CHARGE-FAMILY-HEAD.
030872     MOVE VENDOR-NUMBER TO FAMILY-VENDOR.
030880     PERFORM FIND-FAMILY-HEAD.
030888     IF FAMILY-HEAD NOT = VENDOR-NUMBER
030896         PERFORM LOOK-UP-FAMILY-HEAD.
030904
030912 LOOK-UP-FAMILY-HEAD.
030920     MOVE FAMILY-HEAD TO SORT-VENDOR
030928                         VENDOR-NUMBER.
030936     MOVE "Y" TO VENDOR-RECORD-FOUND.
030944     READ VENDOR-FILE RECORD
030952         INVALID KEY
030960         MOVE "N" TO VENDOR-RECORD-FOUND.
030968     IF VENDOR-RECORD-FOUND = "Y"
030976         MOVE VENDOR-NAME TO SORT-NAME
030984     ELSE
030992         MOVE "*NOT ON FILE*" TO SORT-NAME.
031000
031100 LOOK-UP-CHECK-VENDOR.
031200     MOVE CHECK-REG-VENDOR TO VENDOR-NUMBER.
049600* Utility routines.
049700*---------------------------------
049800     COPY "PLSIGN01.CBL".
049900     COPY "PLFAM01.CBL".

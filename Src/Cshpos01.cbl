002800
002900     COPY "SLVOUCH.CBL".
003000
003010     COPY "SLSWRL.CBL".
003020
003030     COPY "SLRPRM.CBL".
003032
003034     COPY "SLOPNI.CBL".
003036
003038     COPY "SLUPDJ.CBL".
003040
003100     SELECT PRINTER-FILE
003200         ASSIGN TO PRINTER
003300         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400     COPY "FDVOUCH.CBL".
004500
004510     COPY "FDSWRL.CBL".
004520
004530     COPY "FDRPRM.CBL".
004532
004534     COPY "FDOPNI.CBL".
004536
004538     COPY "FDUPDJ.CBL".
004540
004600 FD  PRINTER-FILE
004700     LABEL RECORDS ARE OMITTED.
004800 01  PRINTER-RECORD             PIC X(100).
006000 77  SELECTED-REQUIREMENT    PIC S9(11)V99 VALUE ZEROES.
006100 77  AVAILABLE-POSITION      PIC S9(11)V99.
006200 77  VOUCHER-OPEN-BALANCE    PIC S9(7)V99.
006210 77  SWRL-FILE-AT-END        PIC X.
006220 77  RPRM-FILE-AT-END        PIC X.
006230 77  CHECK-RUN-ACCT          PIC 9(2).
006240 77  ACCOUNT-REQUIREMENT     PIC S9(11)V99.
006250 77  FUNDING-SHORTFALL       PIC S9(11)V99.
006260 77  FUNDING-COUNT           PIC 9(3)      VALUE ZEROES.
006300
006400 01  DETAIL-LINE.
006500     05  PRINT-BANK-ACCT   PIC Z9.
008000         VALUE "CASH SELECTED VOUCHERS REQUIRE:".
008100     05  PRINT-REQUIRED    PIC ZZZ,ZZZ,ZZ9.99-.
008200
008210 01  FUNDING-LINE.
008220     05  FILLER            PIC X(10) VALUE "FUND ACCT ".
008230     05  PRINT-FUND-ACCT   PIC Z9.
008240     05  FILLER            PIC X(11) VALUE " FROM ACCT ".
008250     05  PRINT-FUND-FROM   PIC Z9.
008260     05  FILLER            PIC X(7)  VALUE SPACE.
008270     05  PRINT-FUND-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
008280
008300 01  TITLE-LINE.
008400     05  FILLER              PIC X(20) VALUE SPACE.
008500     05  FILLER              PIC X(26)
008600         VALUE "DAILY CASH POSITION REPORT".
008700
008800     COPY "WSCASE01.CBL".
008830
008860     COPY "WSOPNI01.CBL".
008900
009000 77  LINE-COUNT              PIC 999   VALUE ZERO.
009100
010500     OPEN I-O BANK-FILE.
010600     OPEN I-O CHECK-REG-FILE.
010700     OPEN I-O VOUCHER-FILE.
010710     OPEN I-O SWEEP-RULE-FILE.
010800     OPEN OUTPUT PRINTER-FILE.
010900
011000 CLOSING-PROCEDURE.
011100     CLOSE BANK-FILE.
011200     CLOSE CHECK-REG-FILE.
011300     CLOSE VOUCHER-FILE.
011310     CLOSE SWEEP-RULE-FILE.
011400     PERFORM FORM-FEED.
011500     CLOSE PRINTER-FILE.
011600
012700     MOVE SELECTED-REQUIREMENT TO PRINT-REQUIRED.
012800     MOVE REQUIREMENT-LINE TO PRINTER-RECORD.
012900     PERFORM WRITE-TO-PRINTER.
012910     PERFORM SUGGEST-CHECK-RUN-FUNDING.
013000
013100*---------------------------------
013200* The cash tonight's selected
013400* keyed pay-this-amount when
013500* one is set, else the full
013600* open balance.
013620* The nightly open-item file
013640* is read in place of the
013660* voucher file when it is
013680* current.
013700*---------------------------------
013800 SUM-SELECTED-REQUIREMENT.
013804     PERFORM CHECK-OPEN-ITEMS-CURRENT.
013808     IF OPEN-ITEMS-IN-USE = "Y"
013812         PERFORM SUM-OPEN-ITEM-SELECTED
013816     ELSE
013820         PERFORM SUM-VOUCHER-SELECTED.
013824
013828 SUM-OPEN-ITEM-SELECTED.
013832     OPEN INPUT OPEN-ITEM-FILE.
013836     PERFORM READ-FIRST-OPEN-ITEM.
013840     PERFORM SUM-NEXT-OPEN-ITEM
013844         UNTIL OPEN-ITEM-FILE-AT-END = "Y".
013848     CLOSE OPEN-ITEM-FILE.
013852
013856 SUM-NEXT-OPEN-ITEM.
013860     MOVE OPNI-VOUCHER-IMAGE TO VOUCHER-RECORD.
013864     IF VOUCHER-SELECTED = "Y"
013868        AND VOUCHER-BASE-AMOUNT > ZEROES
013872         PERFORM ADD-THIS-REQUIREMENT.
013876     PERFORM READ-NEXT-OPEN-ITEM.
013880
013884 SUM-VOUCHER-SELECTED.
013900     MOVE "N" TO VOUCHER-FILE-AT-END.
014000     MOVE ZEROES TO VOUCHER-NUMBER.
014100     START VOUCHER-FILE KEY NOT < VOUCHER-NUMBER
023000        AND CHECK-IS-ISSUED
023100         ADD CHECK-REG-AMOUNT TO OUTSTANDING-FLOAT.
023200
023201*---------------------------------
023202* What to move into each funded
023203* account before the check run:
023204* enough to cover the selected
023205* vouchers it will pay and
023206* leave its target balance,
023207* from the account its sweep
023208* rule funds it from. The
023209* vouchers draw on the run
023210* parameters' bank account, or
023211* on every funded account when
023212* none is set - the same rule
023213* XFRSWP01 posts by.
023214*---------------------------------
023215 SUGGEST-CHECK-RUN-FUNDING.
023216     OPEN INPUT RUN-PARM-FILE.
023217     MOVE "N" TO RPRM-FILE-AT-END.
023218     READ RUN-PARM-FILE
023219         AT END MOVE "Y" TO RPRM-FILE-AT-END.
023220     CLOSE RUN-PARM-FILE.
023221     MOVE ZEROES TO CHECK-RUN-ACCT.
023222     IF RPRM-FILE-AT-END = "N"
023223         MOVE RPRM-BANK-ACCOUNT TO CHECK-RUN-ACCT.
023224     PERFORM LINE-FEED.
023225     MOVE "N" TO SWRL-FILE-AT-END.
023226     MOVE ZEROES TO SWRL-BANK-ACCT.
023227     START SWEEP-RULE-FILE KEY NOT < SWRL-BANK-ACCT
023228         INVALID KEY
023229         MOVE "Y" TO SWRL-FILE-AT-END.
023230     PERFORM SUGGEST-NEXT-FUNDING
023231         UNTIL SWRL-FILE-AT-END = "Y".
023232     IF FUNDING-COUNT = ZEROES
023233         MOVE "NO CHECK RUN FUNDING NEEDED" TO PRINTER-RECORD
023234         PERFORM WRITE-TO-PRINTER.
023235
023236 SUGGEST-NEXT-FUNDING.
023237     READ SWEEP-RULE-FILE NEXT RECORD
023238         AT END MOVE "Y" TO SWRL-FILE-AT-END.
023239     IF SWRL-FILE-AT-END NOT = "Y"
023240        AND SWRL-IS-ACTIVE
023241        AND SWRL-FUND-FROM-ACCT NOT = ZEROES
023242         PERFORM SUGGEST-THIS-FUNDING.
023243
023244 SUGGEST-THIS-FUNDING.
023245     MOVE SWRL-BANK-ACCT TO POSITION-BANK-ACCT.
023246     PERFORM SUM-ACCOUNT-LEDGER.
023247     MOVE ZEROES TO ACCOUNT-REQUIREMENT.
023248     IF CHECK-RUN-ACCT = SWRL-BANK-ACCT
023249        OR CHECK-RUN-ACCT = ZEROES
023250         MOVE SELECTED-REQUIREMENT TO ACCOUNT-REQUIREMENT.
023251     COMPUTE FUNDING-SHORTFALL = SWRL-TARGET-BALANCE
023252         + ACCOUNT-REQUIREMENT - LEDGER-BALANCE.
023253     IF FUNDING-SHORTFALL > ZEROES
023254         PERFORM PRINT-FUNDING-LINE.
023255
023256 PRINT-FUNDING-LINE.
023257     MOVE SWRL-BANK-ACCT TO PRINT-FUND-ACCT.
023258     MOVE SWRL-FUND-FROM-ACCT TO PRINT-FUND-FROM.
023259     MOVE FUNDING-SHORTFALL TO PRINT-FUND-AMOUNT.
023260     MOVE FUNDING-LINE TO PRINTER-RECORD.
023261     PERFORM WRITE-TO-PRINTER.
023262     ADD 1 TO FUNDING-COUNT.
023263
023300 WRITE-TO-PRINTER.
023400     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
023500     ADD 1 TO LINE-COUNT.
024100 FORM-FEED.
024200     MOVE SPACE TO PRINTER-RECORD.
024300     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
024400
024500     COPY "PLOPNI01.CBL".

002800     COPY "SLSCHED.CBL".
002900
003000     COPY "SLVND02.CBL".
003020
003040     COPY "SLOPNI.CBL".
003060
003080     COPY "SLUPDJ.CBL".
003100
003200     SELECT WORK-FILE
003300         ASSIGN TO "WORK"
004800     COPY "FDSCHED.CBL".
004900
005000     COPY "FDVND04.CBL".
005020
005040     COPY "FDOPNI.CBL".
005060
005080     COPY "FDUPDJ.CBL".
005100
005200 FD  WORK-FILE
005300     LABEL RECORDS ARE STANDARD.
008300     05  WORK-RETAINED-AMOUNT  PIC S9(6)V99.
008400     05  WORK-FX-GAIN-LOSS    PIC S9(6)V99.
008500     05  WORK-USE-TAX              PIC S9(5)V99.
008520     05  WORK-CANCEL-FLAG          PIC X(01).
008540     05  WORK-CANCEL-DATE          PIC 9(08).
008560     05  WORK-CANCEL-AMOUNT        PIC S9(6)V99.
008570     05  WORK-PAYEE-TYPE           PIC X(01).
008580     05  WORK-EMPLOYEE             PIC 9(05).
008585     05  WORK-ENTERED-DATE         PIC 9(08).
008590     05  WORK-SERVICE-FROM         PIC 9(08).
008595     05  WORK-SERVICE-TO           PIC 9(08).
008596     05  WORK-CONTRACT             PIC X(08).
008597     05  WORK-ITEM-VENDOR-NAME     PIC X(30).
008598     05  WORK-ITEM-VENDOR-STATUS   PIC X(01).
008599     05  WORK-ITEM-VENDOR-FOUND    PIC X(01).
008600
008700 SD  SORT-FILE.
008800
011800     05  SORT-RETAINED-AMOUNT  PIC S9(6)V99.
011900     05  SORT-FX-GAIN-LOSS    PIC S9(6)V99.
012000     05  SORT-USE-TAX              PIC S9(5)V99.
012020     05  SORT-CANCEL-FLAG          PIC X(01).
012040     05  SORT-CANCEL-DATE          PIC 9(08).
012060     05  SORT-CANCEL-AMOUNT        PIC S9(6)V99.
012070     05  SORT-PAYEE-TYPE           PIC X(01).
012080     05  SORT-EMPLOYEE             PIC 9(05).
012085     05  SORT-ENTERED-DATE         PIC 9(08).
012090     05  SORT-SERVICE-FROM         PIC 9(08).
012095     05  SORT-SERVICE-TO           PIC 9(08).
012096     05  SORT-CONTRACT             PIC X(08).
012097     05  SORT-ITEM-VENDOR-NAME     PIC X(30).
012098     05  SORT-ITEM-VENDOR-STATUS   PIC X(01).
012099     05  SORT-ITEM-VENDOR-FOUND    PIC X(01).
012100
012200 FD  PRINTER-FILE
012300     LABEL RECORDS ARE OMITTED.
019900     COPY "WSCASE01.CBL".
020000
020100     COPY "WSDATE01.CBL".
020130
020160     COPY "WSOPNI01.CBL".
020200
020300 PROCEDURE DIVISION.
020400 PROGRAM-BEGIN.
024700* single due date - the
024800* extract releases one sort
024900* record per open
024920* installment. The open
024940* vouchers come from the
024960* nightly open-item file, with
024980* their vendors, when it is
025000* current, and from the voucher
025020* file when it is not.
025100*---------------------------------
025200 SORT-DATA-FILE.
025250     PERFORM CHECK-OPEN-ITEMS-CURRENT.
025300     OPEN I-O VOUCHER-FILE.
025400     OPEN I-O SCHEDULE-FILE.
025440     IF OPEN-ITEMS-IN-USE = "Y"
025480         SORT SORT-FILE
025520             ON ASCENDING KEY SORT-DUE
025560              INPUT PROCEDURE IS EXTRACT-OPEN-ITEM-RECORDS
025600              GIVING WORK-FILE
025640     ELSE
025680         SORT SORT-FILE
025720             ON ASCENDING KEY SORT-DUE
025760              INPUT PROCEDURE IS EXTRACT-FORECAST-RECORDS
025800              GIVING WORK-FILE.
025900     CLOSE VOUCHER-FILE.
026000     CLOSE SCHEDULE-FILE.
026100
027900     PERFORM RELEASE-OPEN-INSTALLMENTS.
028000     IF RELEASED-INSTALLMENTS = ZEROES
028100         MOVE VOUCHER-RECORD TO SORT-RECORD
028150         PERFORM CARRY-ITEM-VENDOR
028200         RELEASE SORT-RECORD.
028205
028210 EXTRACT-OPEN-ITEM-RECORDS.
028215     OPEN INPUT OPEN-ITEM-FILE.
028220     PERFORM READ-FIRST-OPEN-ITEM.
028225     PERFORM RELEASE-NEXT-OPEN-ITEM
028230         UNTIL OPEN-ITEM-FILE-AT-END = "Y".
028235     CLOSE OPEN-ITEM-FILE.
028240
028245 RELEASE-NEXT-OPEN-ITEM.
028250     MOVE OPNI-VOUCHER-IMAGE TO VOUCHER-RECORD.
028255     PERFORM RELEASE-THIS-VOUCHER.
028260     PERFORM READ-NEXT-OPEN-ITEM.
028265
028270 CARRY-ITEM-VENDOR.
028275     IF OPEN-ITEMS-IN-USE = "Y"
028280         MOVE OPNI-VENDOR-NAME TO SORT-ITEM-VENDOR-NAME
028285         MOVE OPNI-VENDOR-STATUS TO SORT-ITEM-VENDOR-STATUS
028290         MOVE OPNI-VENDOR-FOUND TO SORT-ITEM-VENDOR-FOUND.
028300
028400 RELEASE-OPEN-INSTALLMENTS.
028500     MOVE VOUCHER-NUMBER TO SCHED-VOUCHER-NO.
030000     IF SCHED-FILE-AT-END NOT = "Y"
030100        AND SCHED-IS-OPEN
030200         MOVE VOUCHER-RECORD TO SORT-RECORD
030250         PERFORM CARRY-ITEM-VENDOR
030300         MOVE SCHED-DUE-DATE TO SORT-DUE
030400         MOVE SCHED-AMOUNT TO SORT-BASE-AMOUNT
030500         MOVE SCHED-AMOUNT TO SORT-AMOUNT
042600         PERFORM CHECK-WORK-VENDOR-HOLD.
042700
042800 CHECK-WORK-VENDOR-HOLD.
042950     PERFORM GET-WORK-VENDOR.
043100     IF VENDOR-RECORD-FOUND = "Y" AND VENDOR-IS-ON-HOLD
043200         MOVE "N" TO VENDOR-NOT-ON-HOLD-FLAG
043300     ELSE
045400     READ VENDOR-FILE RECORD
045500         INVALID KEY
045600         MOVE "N" TO VENDOR-RECORD-FOUND.
045606
045612*---------------------------------
045618* From the open-item file the
045624* vendor came with the item;
045630* otherwise read it.
045636*---------------------------------
045642 GET-WORK-VENDOR.
045648     IF OPEN-ITEMS-IN-USE = "Y"
045654         MOVE WORK-ITEM-VENDOR-FOUND TO VENDOR-RECORD-FOUND
045660         MOVE WORK-ITEM-VENDOR-NAME TO VENDOR-NAME
045666         MOVE WORK-ITEM-VENDOR-STATUS TO VENDOR-STATUS
045672     ELSE
045678         MOVE WORK-VENDOR TO VENDOR-NUMBER
045684         PERFORM READ-VENDOR-RECORD.
045700
045800*---------------------------------
045900* Printer I-O routines.
049800* Utility routines.
049900*---------------------------------
050000     COPY "PLDATE01.CBL".
050100     COPY "PLOPNI01.CBL".

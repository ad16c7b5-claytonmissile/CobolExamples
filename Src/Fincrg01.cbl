003800     COPY "SLSONLOG.CBL".
003900
004000     COPY "SLSESS.CBL".
004030
004060     COPY "SLOPNI.CBL".
004100
004200     SELECT WORK-FILE
004300         ASSIGN TO "WORK"
006800     COPY "FDSONLOG.CBL".
006900
007000     COPY "FDSESS.CBL".
007030
007060     COPY "FDOPNI.CBL".
007100
007200 FD  WORK-FILE
007300     LABEL RECORDS ARE STANDARD.
010300     05  WORK-RETAINED-AMOUNT  PIC S9(6)V99.
010400     05  WORK-FX-GAIN-LOSS    PIC S9(6)V99.
010500     05  WORK-USE-TAX              PIC S9(5)V99.
010520     05  WORK-CANCEL-FLAG          PIC X(01).
010540     05  WORK-CANCEL-DATE          PIC 9(08).
010560     05  WORK-CANCEL-AMOUNT        PIC S9(6)V99.
010570     05  WORK-PAYEE-TYPE           PIC X(01).
010580     05  WORK-EMPLOYEE             PIC 9(05).
010585     05  WORK-ENTERED-DATE         PIC 9(08).
010590     05  WORK-SERVICE-FROM         PIC 9(08).
010593     05  WORK-SERVICE-TO           PIC 9(08).
010596     05  WORK-CONTRACT             PIC X(08).
010600
010700 SD  SORT-FILE.
010800
013800     05  SORT-RETAINED-AMOUNT  PIC S9(6)V99.
013900     05  SORT-FX-GAIN-LOSS    PIC S9(6)V99.
014000     05  SORT-USE-TAX              PIC S9(5)V99.
014020     05  SORT-CANCEL-FLAG          PIC X(01).
014040     05  SORT-CANCEL-DATE          PIC 9(08).
014060     05  SORT-CANCEL-AMOUNT        PIC S9(6)V99.
014070     05  SORT-PAYEE-TYPE           PIC X(01).
014080     05  SORT-EMPLOYEE             PIC 9(05).
014085     05  SORT-ENTERED-DATE         PIC 9(08).
014090     05  SORT-SERVICE-FROM         PIC 9(08).
014093     05  SORT-SERVICE-TO           PIC 9(08).
014096     05  SORT-CONTRACT             PIC X(08).
014100
014200 FD  PRINTER-FILE
014300     LABEL RECORDS ARE OMITTED.
021900     COPY "WSAUDIT01.CBL".
022000
022100     COPY "WSSIGN01.CBL".
022130
022160     COPY "WSOPNI01.CBL".
022200
022300 PROCEDURE DIVISION.
022400 PROGRAM-BEGIN.
027000
027100 RUN-THE-ASSESSMENT.
027200     PERFORM LOAD-CONTROL-RECORD.
027250     PERFORM CHECK-OPEN-ITEMS-CURRENT.
027300     PERFORM SORT-VOUCHERS-BY-VENDOR.
027400     OPEN I-O VOUCHER-FILE.
027500     OPEN I-O VENDOR-FILE.
032400         MOVE CHARGES-CREATED-COUNT TO DCTL-COUNT
032500         PERFORM POST-CONTROL-TOTALS.
032600
032610*---------------------------------
032620* The nightly open-item file,
032630* when it is current, already
032640* holds just the open vouchers;
032650* otherwise the whole voucher
032660* file is sorted.
032670*---------------------------------
032700 SORT-VOUCHERS-BY-VENDOR.
032720     IF OPEN-ITEMS-IN-USE = "Y"
032740         SORT SORT-FILE
032760             ON ASCENDING KEY SORT-VENDOR
032780              INPUT PROCEDURE IS RELEASE-OPEN-ITEMS
032800              GIVING WORK-FILE
032820     ELSE
032840         SORT SORT-FILE
032860             ON ASCENDING KEY SORT-VENDOR
032880              USING VOUCHER-FILE
032900              GIVING WORK-FILE.
032920
032940 RELEASE-OPEN-ITEMS.
032960     OPEN INPUT OPEN-ITEM-FILE.
032980     PERFORM READ-FIRST-OPEN-ITEM.
033000     PERFORM RELEASE-ONE-OPEN-ITEM
033020         UNTIL OPEN-ITEM-FILE-AT-END = "Y".
033040     CLOSE OPEN-ITEM-FILE.
033060
033080 RELEASE-ONE-OPEN-ITEM.
033100     MOVE OPNI-VOUCHER-IMAGE TO SORT-RECORD.
033120     RELEASE SORT-RECORD.
033140     PERFORM READ-NEXT-OPEN-ITEM.
033200
033300*---------------------------------
033400* The next free voucher number
033500* is one past the highest on
033550* the voucher file - carried on
033600* the open-item trailer when
033650* that file is in use.
033700*---------------------------------
033800 FIND-NEXT-VOUCHER-NUMBER.
033810     IF OPEN-ITEMS-IN-USE = "Y"
033820         COMPUTE NEXT-VOUCHER-NUMBER =
033830             OPEN-ITEM-HIGH-VOUCHER + 1
033840     ELSE
033850         PERFORM SCAN-VOUCHER-NUMBERS.
033860
033870 SCAN-VOUCHER-NUMBERS.
033900     MOVE 1 TO NEXT-VOUCHER-NUMBER.
034000     MOVE "N" TO VOUCHER-FILE-AT-END.
034100     MOVE ZEROES TO VOUCHER-NUMBER.
041600                    VOUCHER-USE-TAX
041700                    VOUCHER-RETAINAGE-PCT
041800                    VOUCHER-RETAINED-AMOUNT
041900                    VOUCHER-FX-GAIN-LOSS
041920                    VOUCHER-CANCEL-DATE
041940                    VOUCHER-CANCEL-AMOUNT
041960                    VOUCHER-EMPLOYEE
041970                    VOUCHER-SERVICE-FROM
041980                    VOUCHER-SERVICE-TO.
041990     MOVE FUNCTION CURRENT-DATE(1:8) TO
041995         VOUCHER-ENTERED-DATE.
042000     PERFORM SET-APPROVAL-STATUS.
042100     MOVE "N" TO VOUCHER-HOLD-FLAG.
042200     MOVE HOLD-COMPANY TO VOUCHER-COMPANY.
049300         UNTIL WORK-FILE-AT-END = "Y"
049400            OR (    WORK-PAID-AMOUNT NOT = WORK-BASE-AMOUNT
049500                AND WORK-BASE-AMOUNT > ZEROES
049550                AND WORK-PAYEE-TYPE NOT = "E"
049560                AND WORK-CANCEL-FLAG NOT = "C"
049600                AND WORK-IS-PAST-GRACE = "Y").
049700
049800 READ-NEXT-WORK-RECORD.
056100     COPY "PLDCTL01.CBL".
056200     COPY "PLSIGN01.CBL".
056300     COPY "PLUPDJ01.CBL".
056400     COPY "PLOPNI01.CBL".

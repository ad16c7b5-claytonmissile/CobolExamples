001500     COPY "SLVOUCH.CBL".
001600
001700     COPY "SLVND02.CBL".
001720
001740     COPY "SLEMP.CBL".
001800
001900     COPY "SLAUDIT.CBL".
002000
004100     COPY "SLDCTL.CBL".
004200
004300     COPY "SLWHLD.CBL".
004320
004340     COPY "SLFWHLD.CBL".
004400
004500     COPY "SLVBANK.CBL".
004600
004900     COPY "SLCASHL.CBL".
005000
005100     COPY "SLAPCTL.CBL".
005120
005140     COPY "SLPCHG.CBL".
005200
005300     SELECT WORK-FILE
005400         ASSIGN TO "WORK"
007800     COPY "FDVOUCH.CBL".
007900
008000     COPY "FDVND04.CBL".
008020
008040     COPY "FDEMP.CBL".
008100
008200     COPY "FDAUDIT.CBL".
008300
010400     COPY "FDDCTL.CBL".
010500
010600     COPY "FDWHLD.CBL".
010620
010640     COPY "FDFWHLD.CBL".
010700
010800     COPY "FDVBANK.CBL".
010900
011200     COPY "FDCASHL.CBL".
011300
011400     COPY "FDAPCTL.CBL".
011420
011440     COPY "FDPCHG.CBL".
011500
011600*---------------------------------
011700* The run pays from a snapshot
015600     05  WORK-RETAINED-AMOUNT  PIC S9(6)V99.
015700     05  WORK-FX-GAIN-LOSS     PIC S9(6)V99.
015800     05  WORK-USE-TAX          PIC S9(5)V99.
015820     05  WORK-CANCEL-FLAG      PIC X(01).
015840     05  WORK-CANCEL-DATE      PIC 9(08).
015860     05  WORK-CANCEL-AMOUNT    PIC S9(6)V99.
015870     05  WORK-PAYEE-TYPE       PIC X(01).
015880     05  WORK-EMPLOYEE         PIC 9(05).
015885     05  WORK-ENTERED-DATE     PIC 9(08).
015890     05  WORK-SERVICE-FROM     PIC 9(08).
015895     05  WORK-SERVICE-TO       PIC 9(08).
015898     05  WORK-CONTRACT         PIC X(08).
015900
016000 SD  SORT-FILE.
016100
019100     05  SORT-RETAINED-AMOUNT  PIC S9(6)V99.
019200     05  SORT-FX-GAIN-LOSS     PIC S9(6)V99.
019300     05  SORT-USE-TAX          PIC S9(5)V99.
019320     05  SORT-CANCEL-FLAG      PIC X(01).
019340     05  SORT-CANCEL-DATE      PIC 9(08).
019360     05  SORT-CANCEL-AMOUNT    PIC S9(6)V99.
019370     05  SORT-PAYEE-TYPE       PIC X(01).
019380     05  SORT-EMPLOYEE         PIC 9(05).
019385     05  SORT-ENTERED-DATE     PIC 9(08).
019390     05  SORT-SERVICE-FROM     PIC 9(08).
019395     05  SORT-SERVICE-TO       PIC 9(08).
019398     05  SORT-CONTRACT         PIC X(08).
019400
019500 FD  PRINTER-FILE
019600     LABEL RECORDS ARE OMITTED.
026700 77  OK-TO-PROCESS           PIC X.
026800 77  OK-TO-EXPORT-ACH        PIC X.
026900 77  VENDOR-RECORD-FOUND     PIC X.
026950 77  EMPLOYEE-RECORD-FOUND   PIC X.
027000
027100*---------------------------------
027200* The address printed on the
033300 77  PEND-ALREADY-APPLIED    PIC X.
033400 77  REG-WRITE-OK            PIC X.
033500 77  WHLD-WRITE-OK           PIC X.
033550 77  FWHLD-WRITE-OK          PIC X.
033600 77  SESSION-PAID-TOTAL      PIC S9(8)V99.
033700 77  SESSION-PAID-COUNT      PIC 9(5).
033800 77  VENDOR-RETAINED-TOTAL   PIC S9(7)V99.
036400 77  NET-CHECK-AMOUNT        PIC S9(7)V99.
036500 77  WITHHELD-THIS-CHECK     PIC S9(7)V99.
036600 77  BACKUP-WHLD-PERCENT     PIC 9(2)V99 VALUE 24.00.
036605*---------------------------------
036610* Non-resident withholding on a
036615* foreign payee: the statutory
036620* rate, the rate and exemption
036625* code this check is taken at,
036630* and whether the W-8 on file is
036635* good on the check date.
036640*---------------------------------
036645 77  NRA-THIS-CHECK          PIC S9(7)V99.
036650 77  STATUTORY-NRA-PERCENT   PIC 9(2)V99 VALUE 30.00.
036655 77  NRA-WHLD-PERCENT        PIC 9(2)V99.
036660 77  NRA-EXEMPT-CODE         PIC X(2).
036665 77  W8-IS-GOOD              PIC X.
036700 77  WORK-FILE-AT-END        PIC X.
036800 77  VOUCHER-READ-OK         PIC X.
036900 77  SAVE-VENDOR             PIC 9(5).
036920 77  SAVE-PAYEE-TYPE         PIC X.
036940 77  SAVE-EMPLOYEE           PIC 9(5).
037000 77  CURRENT-CHECK-NUMBER    PIC 9(6).
037100 77  GROSS-CHECK-AMOUNT      PIC S9(7)V99.
037200 77  VENDOR-DISCOUNT-TOTAL   PIC S9(5)V99.
039900         10  CREDIT-TAKEN-VOUCHER  PIC 9(5).
040000         10  CREDIT-TAKEN-INVOICE  PIC X(15).
040100         10  CREDIT-TAKEN-AMOUNT   PIC S9(6)V99.
040105*---------------------------------
040110* Every credit taken in this
040115* run, so a family member's
040120* credit netted against one
040125* check is not netted again by
040130* another before phase two
040135* posts it.
040140*---------------------------------
040145 77  CREDIT-SCAN-VENDOR      PIC 9(5).
040150 77  CREDIT-FAMILY-HEAD      PIC 9(5).
040155 77  FAMILY-SCAN-SUB         PIC 9(4).
040160 77  CREDIT-RUN-COUNT        PIC 9(3).
040165 77  CREDIT-RUN-SUB          PIC 9(3).
040170 01  CREDIT-RUN-TABLE.
040175     05  CREDIT-RUN-ENTRY    OCCURS 500 TIMES.
040180         10  CREDIT-RUN-VOUCHER    PIC 9(5).
040185         10  CREDIT-RUN-AMOUNT     PIC S9(6)V99.
040200
040300 01  RETAINAGE-LINE.
040400     05  FILLER            PIC X(23)
040900     05  FILLER            PIC X(23)
041000         VALUE "  LESS: BACKUP WITHHOLD".
041100     05  WHLD-PRINT-AMOUNT PIC ZZZ,ZZ9.99-.
041110
041120 01  NRA-WITHHOLDING-LINE.
041130     05  FILLER            PIC X(23)
041140         VALUE "  LESS: NRA WITHHOLDING".
041150     05  NRA-PRINT-AMOUNT  PIC ZZZ,ZZ9.99-.
041200
041300 01  DISCOUNT-LINE.
041400     05  FILLER            PIC X(23)
043900* payment time.
044000*---------------------------------
044100 77  PAYEE-IS-EFT            PIC X.
044120 77  MANUAL-REG-AT-END       PIC X.
044140 77  HOLD-CHECK-RUN-DATE     PIC 9(8).
044150*---------------------------------
044155* A vendor with an uncleared
044160* sanctions list match is not
044165* paid until SDNREV01 clears it.
044170*---------------------------------
044175 77  PAYEE-SANCTION-HELD     PIC X.
044200 77  VBANK-RECORD-FOUND      PIC X.
044300 77  APCTL-FILE-AT-END       PIC X.
044400 77  PRENOTE-DAYS-AGED       PIC S9(5).
045800 01  BALANCE-DISPLAY         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
045900 77  COMP-RECORD-FOUND       PIC X     VALUE "N".
046000 77  EXPORT-PAY-TYPE         PIC X(3).
046050 77  EXPORT-PAYEE-NO         PIC 9(5).
046100 77  EXPORT-ROUTING          PIC X(9).
046200 77  EXPORT-ACCOUNT          PIC X(17).
046300
049200         10  SPOIL-OLD-NO        PIC 9(6).
049300         10  SPOIL-NEW-NO        PIC 9(6).
049400         10  SPOIL-MAP-VENDOR    PIC 9(5).
049420         10  SPOIL-MAP-PAYEE-TYPE PIC X.
049440         10  SPOIL-MAP-EMPLOYEE  PIC 9(5).
049500         10  SPOIL-MAP-AMOUNT    PIC S9(7)V99.
049600 01  SPOIL-REPRINT-LINE.
049700     05  FILLER            PIC X(22)
054500     "  (NONE THIS RUN)".
054600 01  DUAL-SIG-FULL-LINE      PIC X(44)  VALUE
054700     "  ** LIST FULL - SEE THE CHECK REGISTER **".
054702*---------------------------------
054704* Checks to vendors whose
054706* remit-to, tax id or bank
054708* account change was approved
054710* within the watch days on the
054712* AP control file - listed after
054714* the register so the reviewer
054716* can confirm the new details
054718* before the money leaves.
054720*---------------------------------
054722 77  CHANGED-VENDOR-THIS-CHECK PIC X  VALUE "N".
054724 77  CHANGED-KINDS           PIC X(3).
054726 77  CHANGED-APPROVED-DATE   PIC 9(8).
054728 77  CHANGED-DAYS            PIC S9(8).
054730 77  CHANGE-FILE-AT-END      PIC X.
054732 77  CHANGED-COUNT           PIC 9(3)  VALUE ZEROES.
054734 77  CHANGED-SUB             PIC 9(3).
054736 77  CHANGED-LIST-FULL       PIC X     VALUE "N".
054738 01  CHANGED-VENDOR-TABLE.
054740     05  CHANGED-ENTRY OCCURS 200 TIMES.
054742         10  CHANGED-CHECK-NO    PIC 9(6).
054744         10  CHANGED-VENDOR      PIC 9(5).
054746         10  CHANGED-PAYEE       PIC X(25).
054748         10  CHANGED-WHAT        PIC X(3).
054750         10  CHANGED-DATE        PIC 9(8).
054752         10  CHANGED-AMOUNT      PIC S9(7)V99.
054754 01  CHANGED-TITLE-LINE      PIC X(50)  VALUE
054756     "CHECKS TO VENDORS WITH RECENTLY APPROVED CHANGES".
054758 01  CHANGED-KEY-LINE        PIC X(60)  VALUE
054760     "  CHANGED: R=REMIT-TO  T=TAX ID  B=BANK ACCOUNT".
054762 01  CHANGED-DETAIL-LINE.
054764     05  FILLER            PIC X(02) VALUE SPACES.
054766     05  CHG-PRINT-NO      PIC 9(6).
054768     05  FILLER            PIC X(01) VALUE SPACE.
054770     05  CHG-PRINT-VENDOR  PIC 9(5).
054772     05  FILLER            PIC X(01) VALUE SPACE.
054774     05  CHG-PRINT-PAYEE   PIC X(25).
054776     05  FILLER            PIC X(01) VALUE SPACE.
054778     05  CHG-PRINT-WHAT    PIC X(3).
054780     05  FILLER            PIC X(01) VALUE SPACE.
054782     05  CHG-PRINT-DATE    PIC Z9/99/9999.
054784     05  FILLER            PIC X(01) VALUE SPACE.
054786     05  CHG-PRINT-AMOUNT  PIC ZZ,ZZZ,ZZ9.99-.
054788 01  CHANGED-NONE-LINE       PIC X(30)  VALUE
054790     "  (NONE THIS RUN)".
054792 01  CHANGED-FULL-LINE       PIC X(44)  VALUE
054794     "  ** LIST FULL - SEE THE CHECK REGISTER **".
054800
054900 77  LINE-COUNT              PIC 999   VALUE ZERO.
055000 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
055400 77  CHECK-RUN-TOTAL         PIC S9(8)V99    VALUE ZEROES.
055500
055600     COPY "WSCASE01.CBL".
055620
055650     COPY "WSFAM01.CBL".
055700
055800     COPY "WSDATE01.CBL".
055900
059700     OPEN I-O COMPANY-FILE.
059800     OPEN I-O VOUCHER-FILE.
059900     OPEN I-O VENDOR-FILE.
059950     OPEN I-O EMPLOYEE-FILE.
060000     OPEN OUTPUT PRINTER-FILE.
060100     OPEN I-O BANK-FILE.
060200     OPEN EXTEND AUDIT-FILE.
060400     OPEN I-O CHECK-REG-FILE.
060500     OPEN I-O OPERATOR-FILE.
060600     OPEN I-O WITHHELD-FILE.
060650     OPEN I-O FOREIGN-WHLD-FILE.
060700     OPEN I-O VENDOR-BANK-FILE.
060750     OPEN INPUT PENDING-CHANGE-FILE.
060800     OPEN I-O CURRENCY-FILE.
060900     OPEN EXTEND CASH-LEDGER-FILE.
061000     PERFORM LOAD-CONTROL-RECORD.
061400     CLOSE COMPANY-FILE.
061500     CLOSE VOUCHER-FILE.
061600     CLOSE VENDOR-FILE.
061650     CLOSE EMPLOYEE-FILE.
061700     PERFORM END-LAST-PAGE.
061800     CLOSE PRINTER-FILE.
061900     IF OK-TO-EXPORT-ACH = "Y"
062400     CLOSE CHECK-REG-FILE.
062500     CLOSE OPERATOR-FILE.
062600     CLOSE WITHHELD-FILE.
062650     CLOSE FOREIGN-WHLD-FILE.
062700     CLOSE VENDOR-BANK-FILE.
062750     CLOSE PENDING-CHANGE-FILE.
062800     CLOSE CURRENCY-FILE.
062900     CLOSE CASH-LEDGER-FILE.
063000
074700             PERFORM WRITE-POSITIVE-PAY-HEADING.
074800
074900 RUN-PHASE-ONE.
074930     PERFORM LOAD-FAMILY-TABLE.
074960     MOVE ZEROES TO CREDIT-RUN-COUNT.
075000     MOVE "1" TO PAYCYC-STATUS.
075100     MOVE CHECK-RUN-DATE TO PAYCYC-DATE.
075200     MOVE RUN-BANK-ACCOUNT TO PAYCYC-BANK.
076000     PERFORM HANDLE-SPOILED-CHECKS.
076100     IF APCTL-SIGNATURE-THRESHOLD > ZERO
076200         PERFORM PRINT-DUAL-SIG-REGISTER.
076220     IF APCTL-CHANGE-WATCH-DAYS > ZERO
076240         PERFORM PRINT-CHANGED-VENDOR-REGISTER.
076300     PERFORM CHECK-CASH-POSITION.
076400     MOVE "P" TO PAYCYC-STATUS.
076500     PERFORM SAVE-PAYMENT-CYCLE.
077200     PERFORM POST-THE-PENDING-FILE.
077300     PERFORM POST-SESSION-TOTALS.
077400     IF OK-TO-EXPORT-ACH = "Y"
077450         PERFORM SEND-MANUAL-CHECKS
077500         PERFORM SEND-PENDING-PRENOTES.
077600     MOVE "C" TO PAYCYC-STATUS.
077700     PERFORM SAVE-PAYMENT-CYCLE.
108300     CLOSE VOUCHER-FILE.
108400     SORT SORT-FILE
108500         ON ASCENDING KEY SORT-VENDOR
108520          ASCENDING KEY SORT-PAYEE-TYPE
108540          ASCENDING KEY SORT-EMPLOYEE
108600          ASCENDING KEY SORT-NUMBER
108700          USING VOUCHER-FILE
108800          GIVING WORK-FILE.
109200     PERFORM START-ONE-VENDOR-CHECK.
109300     PERFORM PAY-GROUP-MEMBERS
109400         UNTIL WORK-FILE-AT-END = "Y"
109420            OR WORK-VENDOR NOT = SAVE-VENDOR
109440            OR WORK-PAYEE-TYPE NOT = SAVE-PAYEE-TYPE
109460            OR (WORK-PAYEE-TYPE = "E"
109480                AND WORK-EMPLOYEE NOT = SAVE-EMPLOYEE).
109600     PERFORM END-ONE-VENDOR-CHECK.
109700
109800 START-ONE-VENDOR-CHECK.
109820     MOVE WORK-VENDOR TO SAVE-VENDOR
109840                         VENDOR-NUMBER.
109860     MOVE WORK-PAYEE-TYPE TO SAVE-PAYEE-TYPE.
109880     IF WORK-PAYEE-TYPE = "E"
109900         MOVE WORK-EMPLOYEE TO SAVE-EMPLOYEE
109920     ELSE
109940         MOVE ZEROES TO SAVE-EMPLOYEE.
109960     PERFORM READ-PAYEE-RECORD.
109970     PERFORM CHECK-PAYEE-SANCTION-HOLD.
110070     PERFORM CHECK-VENDOR-CHANGES.
110200     PERFORM CHECK-EFT-ENROLLMENT.
110300     PERFORM SELECT-PAY-ADDRESS.
110400     PERFORM ASSIGN-CHECK-NUMBER.
111300     PERFORM PAY-ONE-WORK-VOUCHER.
111400     PERFORM READ-NEXT-PAYABLE-WORK.
111500
111510 CHECK-PAYEE-SANCTION-HOLD.
111520     MOVE "N" TO PAYEE-SANCTION-HELD.
111530     IF VENDOR-RECORD-FOUND = "Y"
111540        AND VENDOR-IS-SANCTION-HELD
111550         MOVE "Y" TO PAYEE-SANCTION-HELD
111560         DISPLAY "VENDOR " SAVE-VENDOR
111570                 " ON SANCTIONS HOLD - NOT PAID".
111580
111600*---------------------------------
111700* Post one voucher of the group
111800* against the live file. The
113400             OR VOUCHER-COMPANY = SIGN-ON-COMPANY)
113500        AND VOUCHER-HOLD-FLAG NOT = "Y"
113600        AND VOUCHER-PAID-AMOUNT NOT = VOUCHER-BASE-AMOUNT
113650        AND PAYEE-SANCTION-HELD = "N"
113700         PERFORM POST-THIS-VOUCHER.
113800
113900*---------------------------------
115000     MOVE VOUCHER-NUMBER TO PEND-VOUCHER-NO.
115100     MOVE CURRENT-CHECK-NUMBER TO PEND-CHECK-NO.
115200     MOVE SAVE-VENDOR TO PEND-VENDOR.
115220     MOVE SAVE-PAYEE-TYPE TO PEND-PAYEE-TYPE.
115240     MOVE SAVE-EMPLOYEE TO PEND-EMPLOYEE.
115300     MOVE CHECK-AMOUNT TO PEND-AMOUNT.
115400     MOVE DISCOUNT-TAKEN-AMOUNT TO PEND-DISC-TAKEN.
115500     MOVE RETAINED-THIS-CHECK TO PEND-RETAINED.
118700     ELSE
118800         PERFORM APPLY-VENDOR-CREDITS
118900         PERFORM COMPUTE-BACKUP-WITHHOLDING
118950         PERFORM COMPUTE-FOREIGN-WITHHOLDING
119000         PERFORM PRINT-CHECK-DETAIL
119100         PERFORM FINISH-VENDOR-CHECK
119150         PERFORM NOTE-CHANGED-VENDOR-CHECK.
119200
119300*---------------------------------
119400* IRS backup withholding - a
122700     MOVE ZEROES TO PEND-VOUCHER-NO.
122800     MOVE CURRENT-CHECK-NUMBER TO PEND-CHECK-NO.
122900     MOVE SAVE-VENDOR TO PEND-VENDOR.
122920     MOVE SAVE-PAYEE-TYPE TO PEND-PAYEE-TYPE.
122940     MOVE SAVE-EMPLOYEE TO PEND-EMPLOYEE.
123000     MOVE WITHHELD-THIS-CHECK TO PEND-AMOUNT.
123100     WRITE PENDING-RECORD.
123101
123102*---------------------------------
123103* Non-resident withholding - a
123104* foreign payee paid for US-
123105* source income (a non-zero
123106* 1042-S income code) has tax
123107* held out at the statutory 30
123108* percent unless a W-8 good on
123109* the check date says otherwise:
123110* a W-8ECI exempts the payment as
123111* effectively connected income,
123112* and a treaty claim takes the
123113* treaty rate. A form that has
123114* lapsed, or a vendor VNDW8X01
123115* has put on W-8 hold, gets the
123116* statutory rate. A record is
123117* posted even when nothing is
123118* withheld, since the 1042-S
123119* reports the gross regardless.
123120*---------------------------------
123121 COMPUTE-FOREIGN-WITHHOLDING.
123122     MOVE ZEROES TO NRA-THIS-CHECK.
123123     IF VENDOR-RECORD-FOUND = "Y"
123124        AND NOT VENDOR-GETS-1099
123125        AND VENDOR-INCOME-CODE NOT = ZEROES
123126        AND NET-CHECK-AMOUNT > ZEROES
123127         PERFORM SET-FOREIGN-WHLD-RATE
123128         PERFORM WITHHOLD-FOREIGN-FROM-CHECK.
123129
123130 SET-FOREIGN-WHLD-RATE.
123131     MOVE STATUTORY-NRA-PERCENT TO NRA-WHLD-PERCENT.
123132     MOVE "00" TO NRA-EXEMPT-CODE.
123133     MOVE "N" TO W8-IS-GOOD.
123134     IF VENDOR-HAS-W8
123135        AND VENDOR-W8-EXPIRY NOT < CHECK-RUN-DATE
123136        AND NOT VENDOR-IS-W8-HELD
123137         MOVE "Y" TO W8-IS-GOOD.
123138     IF W8-IS-GOOD = "Y"
123139        AND VENDOR-W8-IS-ECI
123140         MOVE ZEROES TO NRA-WHLD-PERCENT
123141         MOVE "01" TO NRA-EXEMPT-CODE
123142     ELSE
123143     IF W8-IS-GOOD = "Y"
123144        AND VENDOR-TREATY-COUNTRY NOT = SPACES
123145         PERFORM TAKE-TREATY-RATE.
123146
123147 TAKE-TREATY-RATE.
123148     MOVE VENDOR-TREATY-RATE TO NRA-WHLD-PERCENT.
123149     IF VENDOR-TREATY-RATE = ZEROES
123150         MOVE "04" TO NRA-EXEMPT-CODE.
123151
123152 WITHHOLD-FOREIGN-FROM-CHECK.
123153     COMPUTE NRA-THIS-CHECK ROUNDED =
123154         NET-CHECK-AMOUNT *
123155         (NRA-WHLD-PERCENT / 100).
123156     MOVE SPACE TO PENDING-RECORD.
123157     MOVE ZEROES TO PEND-FX-GAIN-LOSS
123158                    PEND-DISC-TAKEN
123159                    PEND-RETAINED.
123160     MOVE "F" TO PEND-TYPE.
123161     MOVE ZEROES TO PEND-VOUCHER-NO.
123162     MOVE CURRENT-CHECK-NUMBER TO PEND-CHECK-NO.
123163     MOVE SAVE-VENDOR TO PEND-VENDOR.
123164     MOVE SAVE-PAYEE-TYPE TO PEND-PAYEE-TYPE.
123165     MOVE SAVE-EMPLOYEE TO PEND-EMPLOYEE.
123166     MOVE NRA-THIS-CHECK TO PEND-AMOUNT.
123167     MOVE NET-CHECK-AMOUNT TO PEND-FWHLD-GROSS.
123168     MOVE NRA-WHLD-PERCENT TO PEND-FWHLD-RATE.
123169     MOVE VENDOR-INCOME-CODE TO PEND-INCOME-CODE.
123170     MOVE NRA-EXEMPT-CODE TO PEND-EXEMPT-CODE.
123171     MOVE VENDOR-TREATY-COUNTRY TO PEND-TREATY-COUNTRY.
123172     MOVE VENDOR-W8-FORM TO PEND-W8-FORM.
123173     WRITE PENDING-RECORD.
123174     SUBTRACT NRA-THIS-CHECK FROM NET-CHECK-AMOUNT.
123200
123300 FINISH-VENDOR-CHECK.
123400     MOVE SPACE TO PENDING-RECORD.
123900     MOVE ZEROES TO PEND-VOUCHER-NO.
124000     MOVE CURRENT-CHECK-NUMBER TO PEND-CHECK-NO.
124100     MOVE SAVE-VENDOR TO PEND-VENDOR.
124120     MOVE SAVE-PAYEE-TYPE TO PEND-PAYEE-TYPE.
124140     MOVE SAVE-EMPLOYEE TO PEND-EMPLOYEE.
124200     MOVE NET-CHECK-AMOUNT TO PEND-AMOUNT.
124300     WRITE PENDING-RECORD.
124400     ADD NET-CHECK-AMOUNT TO CHECK-RUN-TOTAL.
125200* positive-pay export.
125300*---------------------------------
125400 SELECT-PAY-ADDRESS.
125420     IF EMPLOYEE-RECORD-FOUND = "Y"
125440         MOVE EMP-ADDRESS-1          TO PAY-ADDRESS-1
125460         MOVE EMP-CITY               TO PAY-CITY
125480         MOVE EMP-STATE              TO PAY-STATE
125500         MOVE EMP-ZIP                TO PAY-ZIP
125520     ELSE
125540     IF VENDOR-RECORD-FOUND = "Y" AND VENDOR-HAS-REMIT-TO
125600         MOVE VENDOR-REMIT-ADDRESS-1 TO PAY-ADDRESS-1
125700         MOVE VENDOR-REMIT-CITY      TO PAY-CITY
125800         MOVE VENDOR-REMIT-STATE     TO PAY-STATE
139900     MOVE SAVE-VENDOR TO VENDOR-NUMBER.
140000     IF VENDOR-RECORD-FOUND = "Y"
140100        AND NET-CHECK-AMOUNT > ZEROES
140150         MOVE SAVE-VENDOR TO CREDIT-SCAN-VENDOR
140200         PERFORM SCAN-FOR-VENDOR-CREDITS
140250         PERFORM APPLY-FAMILY-CREDITS.
140300
140400*---------------------------------
140500* The vendor alternate key
140900*---------------------------------
141000 SCAN-FOR-VENDOR-CREDITS.
141100     MOVE "N" TO CREDIT-SCAN-AT-END.
141200     MOVE CREDIT-SCAN-VENDOR TO VOUCHER-VENDOR.
141300     START VOUCHER-FILE KEY NOT < VOUCHER-VENDOR
141400         INVALID KEY
141500         MOVE "Y" TO CREDIT-SCAN-AT-END.
142200     READ VOUCHER-FILE NEXT RECORD
142300         AT END MOVE "Y" TO CREDIT-SCAN-AT-END.
142400     IF CREDIT-SCAN-AT-END NOT = "Y"
142500        AND VOUCHER-VENDOR NOT = CREDIT-SCAN-VENDOR
142600         MOVE "Y" TO CREDIT-SCAN-AT-END.
142700     IF CREDIT-SCAN-AT-END NOT = "Y"
142800        AND (VOUCHER-COMPANY = ZEROES
142900             OR VOUCHER-COMPANY = SIGN-ON-COMPANY)
143000        AND VOUCHER-BASE-AMOUNT < ZEROES
143100        AND VOUCHER-PAID-AMOUNT NOT = VOUCHER-BASE-AMOUNT
143110        AND (CREDIT-SCAN-VENDOR = SAVE-VENDOR
143120             OR CREDIT-RUN-COUNT < 500)
143130         PERFORM FIND-CREDIT-STILL-OPEN
143140         IF CREDIT-OPEN-AMOUNT > ZEROES
143150             PERFORM APPLY-THIS-CREDIT.
143160
143170 FIND-CREDIT-STILL-OPEN.
143180     COMPUTE CREDIT-OPEN-AMOUNT =
143190         VOUCHER-PAID-AMOUNT - VOUCHER-BASE-AMOUNT.
143200     MOVE 1 TO CREDIT-RUN-SUB.
143210     PERFORM LESS-ONE-EARLIER-TAKE
143220         UNTIL CREDIT-RUN-SUB > CREDIT-RUN-COUNT.
143230
143240 LESS-ONE-EARLIER-TAKE.
143250     IF CREDIT-RUN-VOUCHER (CREDIT-RUN-SUB) = VOUCHER-NUMBER
143260         SUBTRACT CREDIT-RUN-AMOUNT (CREDIT-RUN-SUB)
143270             FROM CREDIT-OPEN-AMOUNT.
143280     ADD 1 TO CREDIT-RUN-SUB.
143300
143400 APPLY-THIS-CREDIT.
143700     IF CREDIT-OPEN-AMOUNT > NET-CHECK-AMOUNT
143800         MOVE NET-CHECK-AMOUNT TO CREDIT-TAKE-AMOUNT
143900     ELSE
144500     MOVE "C" TO PEND-TYPE.
144600     MOVE VOUCHER-NUMBER TO PEND-VOUCHER-NO.
144700     MOVE CURRENT-CHECK-NUMBER TO PEND-CHECK-NO.
144800     MOVE VOUCHER-VENDOR TO PEND-VENDOR.
144820     MOVE SAVE-PAYEE-TYPE TO PEND-PAYEE-TYPE.
144840     MOVE SAVE-EMPLOYEE TO PEND-EMPLOYEE.
144900     MOVE CREDIT-TAKE-AMOUNT TO PEND-AMOUNT.
145000     WRITE PENDING-RECORD.
145100     SUBTRACT CREDIT-TAKE-AMOUNT FROM NET-CHECK-AMOUNT.
145600         TO CREDIT-TAKEN-INVOICE (CREDIT-TAKEN-COUNT).
145700     MOVE CREDIT-TAKE-AMOUNT
145800         TO CREDIT-TAKEN-AMOUNT (CREDIT-TAKEN-COUNT).
145802     IF CREDIT-RUN-COUNT < 500
145804         ADD 1 TO CREDIT-RUN-COUNT
145806         MOVE VOUCHER-NUMBER
145808             TO CREDIT-RUN-VOUCHER (CREDIT-RUN-COUNT)
145810         MOVE CREDIT-TAKE-AMOUNT
145812             TO CREDIT-RUN-AMOUNT (CREDIT-RUN-COUNT).
145814
145816*---------------------------------
145818* A family flagged for cross-
145820* netting lets the credit memo
145822* of any member - the head or
145824* another branch - reduce this
145826* check once the payee's own
145828* credits are used up. Once
145830* the run table is full no
145832* further cross-netting is
145834* done, so nothing can be
145836* taken twice.
145838*---------------------------------
145840 APPLY-FAMILY-CREDITS.
145842     MOVE SAVE-VENDOR TO FAMILY-VENDOR.
145844     PERFORM FIND-FAMILY-HEAD.
145846     IF FAMILY-HEAD-NETS = "Y"
145848        AND CREDIT-RUN-COUNT < 500
145850         PERFORM SCAN-FAMILY-CREDITS.
145852
145854 SCAN-FAMILY-CREDITS.
145856     MOVE FAMILY-HEAD TO CREDIT-FAMILY-HEAD.
145858     IF CREDIT-FAMILY-HEAD NOT = SAVE-VENDOR
145860         MOVE CREDIT-FAMILY-HEAD TO CREDIT-SCAN-VENDOR
145862         PERFORM SCAN-FOR-VENDOR-CREDITS.
145864     MOVE 1 TO FAMILY-SCAN-SUB.
145866     PERFORM SCAN-ONE-FAMILY-MEMBER
145868         UNTIL FAMILY-SCAN-SUB > FAMILY-LINK-COUNT
145870            OR NET-CHECK-AMOUNT = ZEROES
145872            OR CREDIT-TAKEN-COUNT = 20.
145874
145876 SCAN-ONE-FAMILY-MEMBER.
145878     IF FAMILY-LINK-VENDOR (FAMILY-SCAN-SUB) NOT = SAVE-VENDOR
145880        AND FAMILY-LINK-VENDOR (FAMILY-SCAN-SUB)
145882              NOT = CREDIT-FAMILY-HEAD
145884         MOVE FAMILY-LINK-VENDOR (FAMILY-SCAN-SUB)
145886           TO FAMILY-VENDOR
145888         PERFORM FIND-FAMILY-HEAD
145890         IF FAMILY-HEAD = CREDIT-FAMILY-HEAD
145892             MOVE FAMILY-LINK-VENDOR (FAMILY-SCAN-SUB)
145894               TO CREDIT-SCAN-VENDOR
145896             PERFORM SCAN-FOR-VENDOR-CREDITS.
145898     ADD 1 TO FAMILY-SCAN-SUB.
145900
146000
146100*---------------------------------
148900         PERFORM POST-PENDING-CHECK
149000     ELSE
149100     IF PEND-TYPE = "W"
149200         PERFORM POST-PENDING-WITHHELD
149220     ELSE
149240     IF PEND-TYPE = "F"
149260         PERFORM POST-PENDING-FOREIGN.
149300     PERFORM READ-NEXT-PENDING.
149400
149500 POST-PENDING-VOUCHER.
152300     IF VOUCHER-PAID-AMOUNT NOT = VOUCHER-BASE-AMOUNT
152400         MOVE "N" TO VOUCHER-SELECTED.
152500
152510*---------------------------------
152520* An employee reimbursement is
152530* not vendor spending and never
152540* reaches the 1099 totals.
152550*---------------------------------
152600 POST-PENDING-TO-YTD.
152650     IF PEND-PAYEE-TYPE = "E"
152700         MOVE "N" TO VENDOR-RECORD-FOUND
152750     ELSE
152800         MOVE PEND-VENDOR TO VENDOR-NUMBER
152850         PERFORM READ-VENDOR-RECORD.
152900     IF VENDOR-RECORD-FOUND = "Y"
153000         COMPUTE VENDOR-YTD-PAID =
153100             VENDOR-YTD-PAID + PEND-AMOUNT
161000                 " COLLIDES WITH ANOTHER RUN'S ***"
161100         DISPLAY "*** FIX THE BANK CHECK SERIES ***".
161200
161202*---------------------------------
161204* The non-resident withholding
161206* lands on its own file, for the
161208* 1042 deposits and the 1042-S,
161210* with the same resume-safe key.
161212*---------------------------------
161214 POST-PENDING-FOREIGN.
161216     MOVE SPACE TO FOREIGN-WHLD-RECORD.
161218     MOVE PEND-CHECK-NO TO FWHLD-CHECK-NO.
161220     MOVE PEND-VENDOR TO FWHLD-VENDOR.
161222     MOVE CHECK-RUN-DATE TO FWHLD-DATE.
161224     MOVE PEND-INCOME-CODE TO FWHLD-INCOME-CODE.
161226     MOVE PEND-FWHLD-GROSS TO FWHLD-GROSS.
161228     MOVE PEND-FWHLD-RATE TO FWHLD-RATE.
161230     MOVE PEND-AMOUNT TO FWHLD-AMOUNT.
161232     MOVE PEND-EXEMPT-CODE TO FWHLD-EXEMPT-CODE.
161234     MOVE PEND-TREATY-COUNTRY TO FWHLD-TREATY-COUNTRY.
161236     MOVE PEND-W8-FORM TO FWHLD-W8-FORM.
161238     MOVE ZEROES TO FWHLD-DEPOSIT-DATE
161240                    FWHLD-DEPOSIT-REF.
161242     MOVE "Y" TO FWHLD-WRITE-OK.
161244     WRITE FOREIGN-WHLD-RECORD
161246         INVALID KEY
161248         MOVE "N" TO FWHLD-WRITE-OK.
161250     IF FWHLD-WRITE-OK = "N"
161252         PERFORM CHECK-FOREIGN-COLLISION.
161254
161256 CHECK-FOREIGN-COLLISION.
161258     READ FOREIGN-WHLD-FILE RECORD
161260         INVALID KEY
161262         CONTINUE.
161264     IF FWHLD-VENDOR = PEND-VENDOR
161266        AND FWHLD-DATE = CHECK-RUN-DATE
161268         CONTINUE
161270     ELSE
161272         DISPLAY "*** NRA WITHHOLDING FOR CHECK " PEND-CHECK-NO
161274                 " COLLIDES WITH ANOTHER RUN'S ***"
161276         DISPLAY "*** FIX THE BANK CHECK SERIES ***".
161300*---------------------------------
161400* The check itself: the
161500* register record (a duplicate
162300     MOVE PEND-VENDOR TO SAVE-VENDOR
162400                         VENDOR-NUMBER.
162500     MOVE PEND-AMOUNT TO NET-CHECK-AMOUNT.
162520     MOVE PEND-PAYEE-TYPE TO SAVE-PAYEE-TYPE.
162540     IF PEND-PAYEE-TYPE = "E"
162560         MOVE PEND-EMPLOYEE TO SAVE-EMPLOYEE
162580     ELSE
162600         MOVE ZEROES TO SAVE-EMPLOYEE.
162620     PERFORM READ-PAYEE-RECORD.
162700     PERFORM CHECK-EFT-ENROLLMENT.
162800     PERFORM SELECT-PAY-ADDRESS.
162900     PERFORM SET-PAYEE-NAME.
163300     PERFORM WRITE-CHECK-REGISTER-RECORD.
163400     PERFORM POST-CHECK-TO-CASH-LEDGER.
163500     IF OK-TO-EXPORT-ACH = "Y"
166000     MOVE CURRENT-CHECK-NUMBER TO CHECK-REG-NO.
166100     MOVE CHECK-RUN-DATE TO CHECK-REG-DATE.
166200     MOVE SAVE-VENDOR TO CHECK-REG-VENDOR.
166220     MOVE SAVE-PAYEE-TYPE TO CHECK-REG-PAYEE-TYPE.
166240     MOVE SAVE-EMPLOYEE TO CHECK-REG-EMPLOYEE.
166300     MOVE RUN-BANK-ACCOUNT TO CHECK-REG-BANK-ACCT.
166400     MOVE NET-CHECK-AMOUNT TO CHECK-REG-AMOUNT.
166500     MOVE "I" TO CHECK-REG-STATUS.
173500         PERFORM WRITE-TO-PRINTER.
173600
173700     MOVE SPACE TO PAY-TO-LINE.
173800     PERFORM SET-PAYEE-NAME.
174200     MOVE PAY-TO-LINE TO PRINTER-RECORD.
174300     PERFORM WRITE-TO-PRINTER.
174400
174500     MOVE SPACE TO PAY-ADDRESS-LINE-1.
174600     MOVE SPACE TO PAY-ADDRESS-LINE-2.
174650     IF VENDOR-RECORD-FOUND = "Y"
174700        OR EMPLOYEE-RECORD-FOUND = "Y"
174800         MOVE PAY-ADDRESS-1 TO PRINT-PAY-ADDRESS-1
174900         MOVE PAY-CITY      TO PRINT-PAY-CITY
175000         MOVE PAY-STATE     TO PRINT-PAY-STATE
178100             0 - WITHHELD-THIS-CHECK
178200         MOVE WITHHOLDING-LINE TO PRINTER-RECORD
178300         PERFORM WRITE-TO-PRINTER.
178310     IF NRA-THIS-CHECK NOT = ZEROES
178320         COMPUTE NRA-PRINT-AMOUNT =
178330             0 - NRA-THIS-CHECK
178340         MOVE NRA-WITHHOLDING-LINE TO PRINTER-RECORD
178350         PERFORM WRITE-TO-PRINTER.
178400     IF VENDOR-FX-TOTAL NOT = ZEROES
178500         MOVE VENDOR-FX-TOTAL TO FX-PRINT-AMOUNT
178600         MOVE FX-ADJUST-LINE TO PRINTER-RECORD
184500             TO DUAL-SIG-AMOUNT (DUAL-SIG-COUNT)
184600     ELSE
184700         MOVE "Y" TO DUAL-SIG-LIST-FULL.
184702
184704*---------------------------------
184706* A vendor payee with a change
184708* approved within the watch days
184710* of the check date is noted for
184712* the list; the kinds changed
184714* and the latest approval go
184716* with it.
184718*---------------------------------
184720 CHECK-VENDOR-CHANGES.
184722     MOVE "N" TO CHANGED-VENDOR-THIS-CHECK.
184724     MOVE SPACE TO CHANGED-KINDS.
184726     MOVE ZEROES TO CHANGED-APPROVED-DATE.
184728     IF APCTL-CHANGE-WATCH-DAYS > ZERO
184730        AND SAVE-PAYEE-TYPE NOT = "E"
184732         PERFORM SCAN-APPROVED-CHANGES.
184734
184736 SCAN-APPROVED-CHANGES.
184738     MOVE "N" TO CHANGE-FILE-AT-END.
184740     MOVE SAVE-VENDOR TO PCHG-VENDOR.
184742     MOVE ZEROES TO PCHG-SEQUENCE.
184744     START PENDING-CHANGE-FILE KEY NOT < PCHG-KEY
184746         INVALID KEY
184748         MOVE "Y" TO CHANGE-FILE-AT-END.
184750     PERFORM SCAN-NEXT-APPROVED-CHANGE
184752         UNTIL CHANGE-FILE-AT-END = "Y".
184754
184756 SCAN-NEXT-APPROVED-CHANGE.
184758     READ PENDING-CHANGE-FILE NEXT RECORD
184760         AT END MOVE "Y" TO CHANGE-FILE-AT-END.
184762     IF CHANGE-FILE-AT-END = "N"
184764        AND PCHG-VENDOR NOT = SAVE-VENDOR
184766         MOVE "Y" TO CHANGE-FILE-AT-END.
184768     IF CHANGE-FILE-AT-END = "N"
184770        AND PCHG-IS-APPROVED
184772         PERFORM JUDGE-APPROVED-CHANGE.
184774
184776 JUDGE-APPROVED-CHANGE.
184778     MOVE ZEROES TO CHANGED-DAYS.
184780     IF PCHG-DECIDED-DATE < CHECK-RUN-DATE
184782         COMPUTE CHANGED-DAYS =
184784             FUNCTION INTEGER-OF-DATE(CHECK-RUN-DATE)
184786             - FUNCTION INTEGER-OF-DATE(PCHG-DECIDED-DATE).
184788     IF CHANGED-DAYS NOT > APCTL-CHANGE-WATCH-DAYS
184790         MOVE "Y" TO CHANGED-VENDOR-THIS-CHECK
184792         PERFORM NOTE-CHANGE-KIND.
184794
184796 NOTE-CHANGE-KIND.
184798     IF PCHG-IS-REMIT-TO
184800         MOVE "R" TO CHANGED-KINDS (1:1)
184802     ELSE
184804     IF PCHG-IS-TAX-ID
184806         MOVE "T" TO CHANGED-KINDS (2:1)
184808     ELSE
184810         MOVE "B" TO CHANGED-KINDS (3:1).
184812     IF PCHG-DECIDED-DATE > CHANGED-APPROVED-DATE
184814         MOVE PCHG-DECIDED-DATE TO CHANGED-APPROVED-DATE.
184816
184818 NOTE-CHANGED-VENDOR-CHECK.
184820     IF CHANGED-VENDOR-THIS-CHECK = "Y"
184822         PERFORM ADD-CHANGED-VENDOR-ENTRY.
184824
184826 ADD-CHANGED-VENDOR-ENTRY.
184828     IF CHANGED-COUNT < 200
184830         ADD 1 TO CHANGED-COUNT
184832         MOVE CURRENT-CHECK-NUMBER
184834             TO CHANGED-CHECK-NO (CHANGED-COUNT)
184836         MOVE SAVE-VENDOR
184838             TO CHANGED-VENDOR (CHANGED-COUNT)
184840         MOVE PRINT-VENDOR-NAME
184842             TO CHANGED-PAYEE (CHANGED-COUNT)
184844         MOVE CHANGED-KINDS
184846             TO CHANGED-WHAT (CHANGED-COUNT)
184848         MOVE CHANGED-APPROVED-DATE
184850             TO CHANGED-DATE (CHANGED-COUNT)
184852         MOVE NET-CHECK-AMOUNT
184854             TO CHANGED-AMOUNT (CHANGED-COUNT)
184856     ELSE
184858         MOVE "Y" TO CHANGED-LIST-FULL.
184900 PRINT-ONE-STUB-LINE.
185000     MOVE SPACE TO MEMO-LINE.
185100     MOVE STUB-VOUCHER-NO (STUB-SUB) TO PRINT-VOUCHER-NO.
191800         ","                                DELIMITED BY SIZE
191900         CHECK-RUN-DATE                     DELIMITED BY SIZE
192000         ","                                DELIMITED BY SIZE
192100         EXPORT-PAYEE-NO                    DELIMITED BY SIZE
192200         ","                                DELIMITED BY SIZE
192300         FUNCTION TRIM(PRINT-VENDOR-NAME)   DELIMITED BY SIZE
192400         ","                                DELIMITED BY SIZE
194100     WRITE POSITIVE-PAY-RECORD.
194200
194300 SET-EXPORT-PAY-FIELDS.
194320     IF SAVE-PAYEE-TYPE = "E"
194340         MOVE SAVE-EMPLOYEE TO EXPORT-PAYEE-NO
194360     ELSE
194380         MOVE SAVE-VENDOR TO EXPORT-PAYEE-NO.
194400     IF PAYEE-IS-EFT = "Y"
194500         MOVE "EFT" TO EXPORT-PAY-TYPE
194600         MOVE VBANK-ROUTING TO EXPORT-ROUTING
194900         MOVE "CHK" TO EXPORT-PAY-TYPE
195000         MOVE SPACE TO EXPORT-ROUTING
195100         MOVE SPACE TO EXPORT-ACCOUNT.
195101
195102*---------------------------------
195103* Checks written by hand on this
195104* bank account since the last
195105* export ride out on this run's
195106* positive-pay file, under
195107* their own date, and are
195108* stamped sent so they go to
195109* the bank exactly once.
195110*---------------------------------
195111 SEND-MANUAL-CHECKS.
195112     MOVE CHECK-RUN-DATE TO HOLD-CHECK-RUN-DATE.
195113     MOVE "N" TO MANUAL-REG-AT-END.
195114     MOVE ZEROES TO CHECK-REG-NO.
195115     START CHECK-REG-FILE KEY NOT < CHECK-REG-NO
195116         INVALID KEY
195117         MOVE "Y" TO MANUAL-REG-AT-END.
195118     PERFORM SEND-NEXT-MANUAL-CHECK
195119         UNTIL MANUAL-REG-AT-END = "Y".
195120     MOVE HOLD-CHECK-RUN-DATE TO CHECK-RUN-DATE.
195121
195122 SEND-NEXT-MANUAL-CHECK.
195123     READ CHECK-REG-FILE NEXT RECORD
195124         AT END MOVE "Y" TO MANUAL-REG-AT-END.
195125     IF MANUAL-REG-AT-END NOT = "Y"
195126        AND CHECK-WAS-MANUAL
195127        AND CHECK-PPAY-IS-PENDING
195128        AND CHECK-IS-ISSUED
195129        AND CHECK-REG-BANK-ACCT = RUN-BANK-ACCOUNT
195130         PERFORM SEND-THIS-MANUAL-CHECK.
195131
195132 SEND-THIS-MANUAL-CHECK.
195133     MOVE CHECK-REG-NO TO CURRENT-CHECK-NUMBER.
195134     MOVE CHECK-REG-DATE TO CHECK-RUN-DATE.
195135     MOVE CHECK-REG-AMOUNT TO NET-CHECK-AMOUNT.
195137     PERFORM READ-MANUAL-CHECK-PAYEE.
195139     MOVE "N" TO PAYEE-IS-EFT.
195140     PERFORM SELECT-PAY-ADDRESS.
195142     PERFORM SET-PAYEE-NAME.
195145     PERFORM WRITE-POSITIVE-PAY-DETAIL.
195146     MOVE "Y" TO CHECK-REG-PPAY-SENT.
195147     REWRITE CHECK-REG-RECORD
195148         INVALID KEY
195149         DISPLAY "ERROR REWRITING CHECK REGISTER".
195150     MOVE "CHECKREG" TO UPDJ-FILE.
195151     MOVE "R" TO UPDJ-ACTION.
195152     MOVE CHECK-REG-RECORD TO UPDJ-IMAGE.
195153     PERFORM WRITE-UPDATE-JOURNAL.
195155
195157 READ-MANUAL-CHECK-PAYEE.
195159     MOVE CHECK-REG-VENDOR TO SAVE-VENDOR
195161                              VENDOR-NUMBER.
195163     MOVE CHECK-REG-PAYEE-TYPE TO SAVE-PAYEE-TYPE.
195165     IF CHECK-PAID-EMPLOYEE
195167         MOVE CHECK-REG-EMPLOYEE TO SAVE-EMPLOYEE
195169     ELSE
195171         MOVE ZEROES TO SAVE-EMPLOYEE.
195173     PERFORM READ-PAYEE-RECORD.
195200
195300 PRINT-RUN-TOTALS.
195400     MOVE SPACE TO TOTAL-LINE.
199000         TO DUAL-PRINT-AMOUNT.
199100     MOVE DUAL-SIG-DETAIL-LINE TO PRINTER-RECORD.
199200     PERFORM WRITE-TO-PRINTER.
199205
199210 PRINT-CHANGED-VENDOR-REGISTER.
199215     PERFORM LINE-FEED.
199220     MOVE CHANGED-TITLE-LINE TO PRINTER-RECORD.
199225     PERFORM WRITE-TO-PRINTER.
199230     IF CHANGED-COUNT = ZERO
199235         MOVE CHANGED-NONE-LINE TO PRINTER-RECORD
199240         PERFORM WRITE-TO-PRINTER
199245     ELSE
199250         MOVE CHANGED-KEY-LINE TO PRINTER-RECORD
199255         PERFORM WRITE-TO-PRINTER
199260         PERFORM PRINT-ONE-CHANGED-LINE
199265             VARYING CHANGED-SUB FROM 1 BY 1
199270             UNTIL CHANGED-SUB > CHANGED-COUNT.
199275     IF CHANGED-LIST-FULL = "Y"
199280         MOVE CHANGED-FULL-LINE TO PRINTER-RECORD
199285         PERFORM WRITE-TO-PRINTER.
199290
199295 PRINT-ONE-CHANGED-LINE.
199300     MOVE CHANGED-CHECK-NO (CHANGED-SUB) TO CHG-PRINT-NO.
199305     MOVE CHANGED-VENDOR (CHANGED-SUB) TO CHG-PRINT-VENDOR.
199310     MOVE CHANGED-PAYEE (CHANGED-SUB) TO CHG-PRINT-PAYEE.
199315     MOVE CHANGED-WHAT (CHANGED-SUB) TO CHG-PRINT-WHAT.
199320     MOVE CHANGED-DATE (CHANGED-SUB) TO DATE-CCYYMMDD.
199325     PERFORM FORMAT-THE-DATE.
199330     MOVE FORMATTED-DATE TO CHG-PRINT-DATE.
199335     MOVE CHANGED-AMOUNT (CHANGED-SUB) TO CHG-PRINT-AMOUNT.
199340     MOVE CHANGED-DETAIL-LINE TO PRINTER-RECORD.
199345     PERFORM WRITE-TO-PRINTER.
199400*---------------------------------
199500* Walk the sorted work file,
199600* skipping any snapshot record
202700* only a live enrollment pays
202800* electronically.
202900*---------------------------------
202910*---------------------------------
202920* Employees are always paid by
202930* check - enrollments belong to
202940* vendors.
202950*---------------------------------
203000 CHECK-EFT-ENROLLMENT.
203100     MOVE "N" TO PAYEE-IS-EFT.
203200     MOVE SAVE-VENDOR TO VBANK-VENDOR.
203250     MOVE "Y" TO VBANK-RECORD-FOUND.
203300     IF SAVE-PAYEE-TYPE = "E"
203350         MOVE "N" TO VBANK-RECORD-FOUND
203400     ELSE
203450         READ VENDOR-BANK-FILE RECORD
203500             INVALID KEY
203550             MOVE "N" TO VBANK-RECORD-FOUND.
203700     IF VBANK-RECORD-FOUND = "Y"
203800        AND VBANK-IS-PRENOTE
203900        AND VBANK-PRENOTE-DATE NOT = ZEROES
206500     MOVE ZEROES TO APCTL-APPROVAL-THRESHOLD
206600                    APCTL-STALE-DAYS
206700                    APCTL-PRENOTE-DAYS
206800                    APCTL-SIGNATURE-THRESHOLD
206850                    APCTL-CHANGE-WATCH-DAYS.
206900     OPEN INPUT APCTL-FILE.
207000     MOVE "N" TO APCTL-FILE-AT-END.
207100     READ APCTL-FILE
207500         MOVE ZEROES TO APCTL-APPROVAL-THRESHOLD
207600                        APCTL-STALE-DAYS
207700                        APCTL-PRENOTE-DAYS
207800                        APCTL-SIGNATURE-THRESHOLD
207850                        APCTL-CHANGE-WATCH-DAYS.
207900
208000*---------------------------------
208100* Zero-dollar prenote test
226800         ADD 1 TO NEXT-CHECK-NUMBER
226900         MOVE PEND-VENDOR
227000             TO SPOIL-MAP-VENDOR (SPOIL-SUB)
227020         MOVE PEND-PAYEE-TYPE
227040             TO SPOIL-MAP-PAYEE-TYPE (SPOIL-SUB)
227060         MOVE PEND-EMPLOYEE
227080             TO SPOIL-MAP-EMPLOYEE (SPOIL-SUB)
227100         MOVE ZEROES TO SPOIL-MAP-AMOUNT (SPOIL-SUB)
227200     ELSE
227300         MOVE "Y" TO SPOIL-MAP-FULL
229200     PERFORM DROP-SPOILED-DUAL-SIG
229300         VARYING DUAL-SIG-SUB FROM 1 BY 1
229400         UNTIL DUAL-SIG-SUB > DUAL-SIG-COUNT.
229420     PERFORM RENUMBER-SPOILED-CHANGED
229440         VARYING CHANGED-SUB FROM 1 BY 1
229460         UNTIL CHANGED-SUB > CHANGED-COUNT.
229500     PERFORM REPRINT-SPOILED-CHECK.
229600     DISPLAY "CHECK " SPOIL-OLD-NO (SPOIL-SUB)
229700             " SPOILED - REPRINTED AS "
230800        SPOIL-OLD-NO (SPOIL-SUB)
230900         MOVE ZEROES
231000             TO DUAL-SIG-CHECK-NO (DUAL-SIG-SUB).
231010
231020*---------------------------------
231030* The changed-vendor list simply
231040* follows the reprint to its new
231050* number.
231060*---------------------------------
231070 RENUMBER-SPOILED-CHANGED.
231080     IF CHANGED-CHECK-NO (CHANGED-SUB) =
231090        SPOIL-OLD-NO (SPOIL-SUB)
231100         MOVE SPOIL-NEW-NO (SPOIL-SUB)
231110             TO CHANGED-CHECK-NO (CHANGED-SUB).
231200 WRITE-SPOILED-REGISTER.
231300     MOVE SPACE TO CHECK-REG-RECORD.
231400     MOVE SPOIL-OLD-NO (SPOIL-SUB) TO CHECK-REG-NO.
231500     MOVE CHECK-RUN-DATE TO CHECK-REG-DATE.
231600     MOVE SPOIL-MAP-VENDOR (SPOIL-SUB)
231700         TO CHECK-REG-VENDOR.
231720     MOVE SPOIL-MAP-PAYEE-TYPE (SPOIL-SUB)
231740         TO CHECK-REG-PAYEE-TYPE.
231760     MOVE SPOIL-MAP-EMPLOYEE (SPOIL-SUB)
231780         TO CHECK-REG-EMPLOYEE.
231800     MOVE ZEROES TO CHECK-REG-AMOUNT.
231900     MOVE RUN-BANK-ACCOUNT TO CHECK-REG-BANK-ACCT.
232000     MOVE "X" TO CHECK-REG-STATUS.
233300                 " IS ALREADY ON THE REGISTER".
233400
233500 REPRINT-SPOILED-CHECK.
233520     MOVE SPOIL-MAP-VENDOR (SPOIL-SUB)
233540         TO SAVE-VENDOR
233560            VENDOR-NUMBER.
233580     MOVE SPOIL-MAP-PAYEE-TYPE (SPOIL-SUB)
233600         TO SAVE-PAYEE-TYPE.
233620     MOVE SPOIL-MAP-EMPLOYEE (SPOIL-SUB)
233640         TO SAVE-EMPLOYEE.
233660     PERFORM READ-PAYEE-RECORD.
233900     PERFORM START-NEXT-PAGE.
234000     MOVE SPACE TO CHECK-LINE.
234100     MOVE SPOIL-NEW-NO (SPOIL-SUB) TO PRINT-CHECK-NO.
234600     MOVE CHECK-LINE TO PRINTER-RECORD.
234700     PERFORM WRITE-TO-PRINTER.
234800     MOVE SPACE TO PAY-TO-LINE.
234900     PERFORM SET-PAYEE-NAME.
235300     MOVE PAY-TO-LINE TO PRINTER-RECORD.
235400     PERFORM WRITE-TO-PRINTER.
235500     MOVE SPOIL-OLD-NO (SPOIL-SUB) TO SPOIL-PRINT-OLD.
236700*---------------------------------
236800* Other file I-O routines.
236900*---------------------------------
236902*---------------------------------
236904* The payee is a vendor or, for
236906* an expense reimbursement, an
236908* employee; at most one of the
236910* found flags is set.
236912*---------------------------------
236914 READ-PAYEE-RECORD.
236916     IF SAVE-PAYEE-TYPE = "E"
236918         MOVE "N" TO VENDOR-RECORD-FOUND
236920         MOVE SAVE-EMPLOYEE TO EMP-NUMBER
236922         PERFORM READ-EMPLOYEE-RECORD
236924     ELSE
236926         MOVE "N" TO EMPLOYEE-RECORD-FOUND
236928         PERFORM READ-VENDOR-RECORD.
236930
236932 SET-PAYEE-NAME.
236934     IF VENDOR-RECORD-FOUND = "Y"
236936         MOVE VENDOR-NAME TO PRINT-VENDOR-NAME
236938     ELSE
236940     IF EMPLOYEE-RECORD-FOUND = "Y"
236942         MOVE EMP-NAME TO PRINT-VENDOR-NAME
236944     ELSE
236946     IF SAVE-PAYEE-TYPE = "E"
236948         MOVE "*EMPLOYEE NOT ON FILE*" TO PRINT-VENDOR-NAME
236950     ELSE
236952         MOVE "*VENDOR NOT ON FILE*" TO PRINT-VENDOR-NAME.
236954
236956 READ-EMPLOYEE-RECORD.
236958     MOVE "Y" TO EMPLOYEE-RECORD-FOUND.
236960     READ EMPLOYEE-FILE RECORD
236962         INVALID KEY
236964         MOVE "N" TO EMPLOYEE-RECORD-FOUND.
237000 READ-VENDOR-RECORD.
237100     MOVE "Y" TO VENDOR-RECORD-FOUND.
237200     READ VENDOR-FILE RECORD
243900     COPY "PLCOMP01.CBL".
244000     COPY "PLDCTL01.CBL".
244100     COPY "PLPERD01.CBL".
244200     COPY "PLFAM01.CBL".

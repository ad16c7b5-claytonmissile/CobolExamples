015200         DISPLAY "     4.  INSTALLMENT SCHEDULES"
015300         DISPLAY "     5.  RECEIPTS"
015400         DISPLAY "     6.  DOCUMENT REFERENCES"
015500         DISPLAY "    26.  IMPORT REJECT RECYCLE"
015550         DISPLAY "    27.  VOUCHER CORRECTION"
015560         DISPLAY "    33.  EXPENSE REPORTS"
015570         DISPLAY "    34.  EXPENSE APPROVAL"
015575         DISPLAY "    37.  P-CARD IMPORT"
015580         DISPLAY "    38.  P-CARD CODING"
015585         DISPLAY "    39.  P-CARD SIGN-OFF"
015590         DISPLAY "    40.  P-CARD VOUCHER BUILD"
015592         DISPLAY "    44.  PETTY CASH SLIPS"
015594         DISPLAY "    45.  PETTY CASH REPLENISHMENT"
015596         DISPLAY "    48.  ASSET RETIREMENTS"
015598         DISPLAY "    51.  PERCENTAGE RENT STATEMENTS"
015599         DISPLAY "    53.  SALES TAX FILING".
015600     IF SIGN-ON-CAN-PAYMENT = "Y"
015700         DISPLAY "  PAYMENT:"
015800         DISPLAY "     7.  SELECT VOUCHERS"
016000         DISPLAY "     9.  VOID A CHECK"
016100         DISPLAY "    10.  BANK RECONCILIATION"
016200         DISPLAY "    11.  CASH LEDGER"
016300         DISPLAY "    12.  POSITIVE-PAY EXCEPTIONS"
016350         DISPLAY "    28.  MANUAL CHECKS"
016375         DISPLAY "    29.  STOP PAYMENTS"
016380         DISPLAY "    30.  WIRE REQUESTS"
016385         DISPLAY "    31.  WIRE APPROVAL"
016390         DISPLAY "    32.  WIRE RELEASE".
016400     IF SIGN-ON-CAN-MAINT = "Y"
016500         DISPLAY "  MAINTENANCE:"
016600         DISPLAY "    13.  VENDORS"
017000         DISPLAY "    17.  CURRENCY RATES"
017100         DISPLAY "    18.  VENDOR BANK ENROLLMENT"
017200         DISPLAY "    19.  HOLD REASON CODES"
017300         DISPLAY "    20.  PROCESSING CALENDAR"
017308         DISPLAY "    35.  EMPLOYEES"
017316         DISPLAY "    36.  MILEAGE RATES"
017324         DISPLAY "    41.  CARDHOLDERS"
017332         DISPLAY "    42.  MERCHANT CATEGORY DEFAULTS"
017340         DISPLAY "    43.  PETTY CASH FUNDS"
017348         DISPLAY "    46.  ASSET CLASSES"
017356         DISPLAY "    47.  FIXED ASSETS"
017364         DISPLAY "    49.  LEASES"
017372         DISPLAY "    50.  PERCENTAGE RENT TERMS"
017380         DISPLAY "    52.  SALES TAX JURISDICTIONS"
017388         DISPLAY "    56.  REQUISITION CONVERSION"
017394         DISPLAY "    58.  REBATE AGREEMENTS"
017397         DISPLAY "    60.  NOTES PAYABLE".
017400     IF SIGN-ON-CAN-UTILITY = "Y"
017500         DISPLAY "  UTILITY:"
017600         DISPLAY "    21.  AP CONTROL SETTINGS"
017700         DISPLAY "    22.  RUN PARAMETERS"
017800         DISPLAY "    23.  OPERATORS"
017900         DISPLAY "    24.  VENDOR MERGE"
017930         DISPLAY "    25.  RECORD LOCKS"
017960         DISPLAY "    61.  REPORT DISTRIBUTION".
018005     IF SIGN-ON-HELD-UTILITY = "Y"
018010         DISPLAY "  BATCH WINDOW:"
018015         DISPLAY "    59.  CLEAR A STALE BATCH WINDOW".
018020     DISPLAY "  REQUISITIONS:".
018040     DISPLAY "    54.  PURCHASE REQUISITIONS".
018060     DISPLAY "    55.  REQUISITION APPROVAL".
018073     DISPLAY "  MAILROOM:".
018086     DISPLAY "    57.  INVOICE RECEIPT LOG".
018100     DISPLAY " ".
018200     DISPLAY "     0.  SIGN OFF".
018300
019700     IF MENU-PICK > 0 AND MENU-PICK < 7
019800        AND SIGN-ON-CAN-ENTRY = "Y"
019900         MOVE "Y" TO PICK-IS-GOOD.
020000     IF (MENU-PICK = 26 OR 27)
020100        AND SIGN-ON-CAN-ENTRY = "Y"
020200         MOVE "Y" TO PICK-IS-GOOD.
020300     IF MENU-PICK > 6 AND MENU-PICK < 13
020400        AND SIGN-ON-CAN-PAYMENT = "Y"
020500         MOVE "Y" TO PICK-IS-GOOD.
020520     IF MENU-PICK > 27 AND MENU-PICK < 33
020540        AND SIGN-ON-CAN-PAYMENT = "Y"
020560         MOVE "Y" TO PICK-IS-GOOD.
020600     IF MENU-PICK > 12 AND MENU-PICK < 21
020700        AND SIGN-ON-CAN-MAINT = "Y"
020800         MOVE "Y" TO PICK-IS-GOOD.
020810     IF (MENU-PICK = 33 OR 34)
020820        AND SIGN-ON-CAN-ENTRY = "Y"
020830         MOVE "Y" TO PICK-IS-GOOD.
020840     IF MENU-PICK = 34
020850        AND SIGN-ON-CAN-PAYMENT = "Y"
020860         MOVE "Y" TO PICK-IS-GOOD.
020870     IF (MENU-PICK = 35 OR 36)
020880        AND SIGN-ON-CAN-MAINT = "Y"
020890         MOVE "Y" TO PICK-IS-GOOD.
020891     IF MENU-PICK > 36 AND MENU-PICK < 41
020892        AND SIGN-ON-CAN-ENTRY = "Y"
020893         MOVE "Y" TO PICK-IS-GOOD.
020894     IF MENU-PICK = 39
020895        AND SIGN-ON-CAN-PAYMENT = "Y"
020896         MOVE "Y" TO PICK-IS-GOOD.
020897     IF (MENU-PICK = 41 OR 42)
020898        AND SIGN-ON-CAN-MAINT = "Y"
020899         MOVE "Y" TO PICK-IS-GOOD.
020900     IF MENU-PICK > 20 AND MENU-PICK < 26
021000        AND SIGN-ON-CAN-UTILITY = "Y"
021010         MOVE "Y" TO PICK-IS-GOOD.
021020     IF MENU-PICK = 43
021030        AND SIGN-ON-CAN-MAINT = "Y"
021040         MOVE "Y" TO PICK-IS-GOOD.
021050     IF (MENU-PICK = 44 OR 45)
021060        AND SIGN-ON-CAN-ENTRY = "Y"
021070         MOVE "Y" TO PICK-IS-GOOD.
021080     IF (MENU-PICK = 46 OR 47 OR 49 OR 50 OR 52)
021090        AND SIGN-ON-CAN-MAINT = "Y"
021100         MOVE "Y" TO PICK-IS-GOOD.
021110     IF (MENU-PICK = 48 OR 51 OR 53)
021120        AND SIGN-ON-CAN-ENTRY = "Y"
021130         MOVE "Y" TO PICK-IS-GOOD.
021140     IF (MENU-PICK = 54 OR 55)
021150         MOVE "Y" TO PICK-IS-GOOD.
021160     IF MENU-PICK = 56
021170        AND SIGN-ON-CAN-MAINT = "Y"
021180         MOVE "Y" TO PICK-IS-GOOD.
021186     IF MENU-PICK = 57
021192         MOVE "Y" TO PICK-IS-GOOD.
021194     IF MENU-PICK = 58
021196        AND SIGN-ON-CAN-MAINT = "Y"
021198         MOVE "Y" TO PICK-IS-GOOD.
021218     IF MENU-PICK = 59
021238        AND SIGN-ON-HELD-UTILITY = "Y"
021258         MOVE "Y" TO PICK-IS-GOOD.
021260     IF MENU-PICK = 60
021265        AND SIGN-ON-CAN-MAINT = "Y"
021270         MOVE "Y" TO PICK-IS-GOOD.
021272     IF MENU-PICK = 61
021274        AND SIGN-ON-CAN-UTILITY = "Y"
021276         MOVE "Y" TO PICK-IS-GOOD.
021278
021280*---------------------------------
021282* The flags are read again and
021284* the batch window asked about
021286* after every pick, so a menu
021288* left signed on closes its
021290* update groups when the
021292* nightly run starts and gets
021294* them back when it ends.
021296*---------------------------------
021300 RUN-THE-PICK.
021400     PERFORM LAUNCH-THE-PROGRAM.
021450     PERFORM REFRESH-BATCH-WINDOW.
021500     PERFORM GET-MENU-PICK.
021600
021700*---------------------------------
030200         CALL "LOCKSW01"
030300     ELSE
030400     IF MENU-PICK = 26
030410         CALL "RCYMNT01"
030420     ELSE
030430     IF MENU-PICK = 27
030440         CALL "VCHMNT01"
030450     ELSE
030460     IF MENU-PICK = 28
030470         CALL "CHKMAN01"
030480     ELSE
030490     IF MENU-PICK = 29
030500         CALL "STPMNT01"
030510     ELSE
030520     IF MENU-PICK = 30
030530         CALL "WIRMNT01"
030540     ELSE
030550     IF MENU-PICK = 31
030560         CALL "WIRAPR01"
030570     ELSE
030580     IF MENU-PICK = 32
030590         CALL "WIRREL01"
030600     ELSE
030700     IF MENU-PICK = 33
030800         CALL "EXPMNT01"
030900     ELSE
031000     IF MENU-PICK = 34
031100         CALL "EXPAPR01"
031200     ELSE
031300     IF MENU-PICK = 35
031400         CALL "EMPMNT01"
031500     ELSE
031600     IF MENU-PICK = 36
031700         CALL "MILMNT01"
031800     ELSE
031900     IF MENU-PICK = 37
032000         CALL "PCDIMP01"
032100     ELSE
032200     IF MENU-PICK = 38
032300         CALL "PCDCOD01"
032400     ELSE
032500     IF MENU-PICK = 39
032600         CALL "PCDAPR01"
032700     ELSE
032800     IF MENU-PICK = 40
032900         CALL "PCDBLD01"
033000     ELSE
033100     IF MENU-PICK = 41
033200         CALL "CRDMNT01"
033300     ELSE
033400     IF MENU-PICK = 42
033500         CALL "MCCMNT01"
033600     ELSE
033700     IF MENU-PICK = 43
033800         CALL "PCFMNT01"
033900     ELSE
034000     IF MENU-PICK = 44
034100         CALL "PCSMNT01"
034200     ELSE
034300     IF MENU-PICK = 45
034400         CALL "PCFRPL01"
034500     ELSE
034600     IF MENU-PICK = 46
034700         CALL "ACLMNT01"
034800     ELSE
034900     IF MENU-PICK = 47
035000         CALL "FASMNT01"
035100     ELSE
035200     IF MENU-PICK = 48
035300         CALL "FASRET01"
035400     ELSE
035500     IF MENU-PICK = 49
035600         CALL "LSEMNT01"
035700     ELSE
035800     IF MENU-PICK = 50
035900         CALL "PRNMNT01"
036000     ELSE
036100     IF MENU-PICK = 51
036200         CALL "PRNCAL01"
036300     ELSE
036400     IF MENU-PICK = 52
036500         CALL "TXJMNT01"
036600     ELSE
036700     IF MENU-PICK = 53
036800         CALL "STXFIL01"
036820     ELSE
036840     IF MENU-PICK = 54
036860         CALL "REQMNT01"
036880     ELSE
036900     IF MENU-PICK = 55
036920         CALL "REQAPR01"
036940     ELSE
036960     IF MENU-PICK = 56
036980         CALL "REQCNV01"
037000     ELSE
037020     IF MENU-PICK = 57
037040         CALL "INVLOG01"
037060     ELSE
037080     IF MENU-PICK = 58
037660         CALL "RBTMNT01"
038240     ELSE
038820     IF MENU-PICK = 59
039400         CALL "BWOVRD01"
039550     ELSE
039700     IF MENU-PICK = 60
039760         CALL "NTPMNT01"
039820     ELSE
039880     IF MENU-PICK = 61
039940         CALL "RDSMNT01".
040000
040100*---------------------------------
040200* Utility routines.
040300*---------------------------------
040400     COPY "PLSIGN01.CBL".
040500     COPY "PLCOMP01.CBL".

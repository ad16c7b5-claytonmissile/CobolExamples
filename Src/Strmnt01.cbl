000900 FILE-CONTROL.
001000
001100     COPY "SLSTORE.CBL".
001110
001120     COPY "SLTAXJ.CBL".
001130
001140     COPY "SLSTATE.CBL".
001150
001160     COPY "SLBANK.CBL".
001200
001300 DATA DIVISION.
001400 FILE SECTION.
001500
001600     COPY "FDSTORE.CBL".
001610
001620     COPY "FDTAXJ.CBL".
001630
001640     COPY "FDSTATE.CBL".
001650
001660     COPY "FDBANK.CBL".
001700
001800 WORKING-STORAGE SECTION.
001900
002500 77  OK-TO-DELETE                 PIC X.
002600 77  STORE-RECORD-FOUND            PIC X.
002700 77  STORE-CODE-FIELD              PIC Z(2).
002710 77  TAXJ-RECORD-FOUND             PIC X.
002720 77  STATE-RECORD-FOUND            PIC X.
002730 77  BANK-RECORD-FOUND             PIC X.
002800
002900     COPY "WSCASE01.CBL".
002500
004200
004300 OPENING-PROCEDURE.
004400     OPEN I-O STORE-FILE.
004410     OPEN INPUT TAX-JURISDICTION-FILE.
004420     OPEN INPUT STATE-FILE.
004430     OPEN INPUT BANK-FILE.
004500
004600 CLOSING-PROCEDURE.
004700     CLOSE STORE-FILE.
004710     CLOSE TAX-JURISDICTION-FILE.
004720     CLOSE STATE-FILE.
004730     CLOSE BANK-FILE.
004800
004900 MAIN-PROCESS.
005000     PERFORM GET-MENU-PICK.
012500     PERFORM ENTER-STORE-STATUS.
012510     PERFORM ENTER-STORE-OPEN-DATE.
012520     PERFORM ENTER-STORE-CLOSE-DATE.
012530     PERFORM ENTER-TAX-JURISDICTION.
012540     PERFORM ENTER-STORE-STATE.
012560     PERFORM ENTER-STORE-SQUARE-FEET.
012570     PERFORM ENTER-STORE-BANK-ACCT.
012580     PERFORM ENTER-STORE-DISTRICT.
012600     PERFORM WRITE-STORE-RECORD.
012700     PERFORM GET-NEW-RECORD-KEY.
012800
014800 ASK-WHICH-FIELD.
014900     PERFORM ACCEPT-WHICH-FIELD.
015000     PERFORM RE-ACCEPT-WHICH-FIELD
015100         UNTIL WHICH-FIELD NOT > 9.
015200
015300 ACCEPT-WHICH-FIELD.
015400     DISPLAY "ENTER THE NUMBER OF THE FIELD".
015500     DISPLAY "TO CHANGE (1-9) OR 0 TO EXIT".
015600     ACCEPT WHICH-FIELD.
015700
015800 RE-ACCEPT-WHICH-FIELD.
017010     IF WHICH-FIELD = 3
017020         PERFORM ENTER-STORE-OPEN-DATE       ELSE
017030     IF WHICH-FIELD = 4
017040         PERFORM ENTER-STORE-CLOSE-DATE      ELSE
017050     IF WHICH-FIELD = 5
017060         PERFORM ENTER-TAX-JURISDICTION      ELSE
017070     IF WHICH-FIELD = 6
017075         PERFORM ENTER-STORE-STATE           ELSE
017080     IF WHICH-FIELD = 7
017085         PERFORM ENTER-STORE-SQUARE-FEET     ELSE
017090     IF WHICH-FIELD = 8
017095         PERFORM ENTER-STORE-BANK-ACCT       ELSE
017096     IF WHICH-FIELD = 9
017097         PERFORM ENTER-STORE-DISTRICT.
017100
017200     PERFORM REWRITE-STORE-RECORD.
017300
022200     MOVE SPACE TO STORE-RECORD.
022300     MOVE ZEROES TO STORE-CODE
022310                    STORE-OPEN-DATE
022320                    STORE-CLOSE-DATE
022340                    STORE-TAX-JURISDICTION
022360                    STORE-SQUARE-FEET
022380                    STORE-BANK-ACCT
022390                    STORE-DISTRICT.
022400     MOVE "A" TO STORE-STATUS.
022500
022600 ENTER-STORE-CODE.
027681     PERFORM GET-A-DATE.
027682     MOVE DATE-CCYYMMDD TO STORE-CLOSE-DATE.
027683
027684*---------------------------------
027685* The jurisdiction must be on
027686* the Sales Tax Jurisdiction
027687* File. Zero means the store
027688* collects no sales tax.
027689*---------------------------------
027690 ENTER-TAX-JURISDICTION.
027691     PERFORM ACCEPT-TAX-JURISDICTION.
027692     PERFORM RE-ACCEPT-TAX-JURISDICTION
027693         UNTIL STORE-TAX-JURISDICTION = ZEROES
027694            OR TAXJ-RECORD-FOUND = "Y".
027695
027696 ACCEPT-TAX-JURISDICTION.
027697     DISPLAY "ENTER SALES TAX JURISDICTION (0 = NONE)".
027698     ACCEPT STORE-TAX-JURISDICTION.
027699     MOVE STORE-TAX-JURISDICTION TO TAXJ-CODE.
027700     MOVE "Y" TO TAXJ-RECORD-FOUND.
027701     READ TAX-JURISDICTION-FILE RECORD
027702         INVALID KEY
027703         MOVE "N" TO TAXJ-RECORD-FOUND.
027704
027705 RE-ACCEPT-TAX-JURISDICTION.
027706     DISPLAY "JURISDICTION NOT ON FILE".
027707     PERFORM ACCEPT-TAX-JURISDICTION.
027708
027710 DISPLAY-ALL-FIELDS.
027800     DISPLAY "STORE CODE: " STORE-CODE.
027900     DISPLAY "1. NAME: " STORE-NAME.
028000     DISPLAY "2. STATUS: " STORE-STATUS.
028010     DISPLAY "3. OPEN DATE: " STORE-OPEN-DATE.
028020     DISPLAY "4. CLOSE DATE: " STORE-CLOSE-DATE.
028030     DISPLAY "5. TAX JURISDICTION: " STORE-TAX-JURISDICTION.
028040     DISPLAY "6. STATE: " STORE-STATE.
028060     DISPLAY "7. SQUARE FEET: " STORE-SQUARE-FEET.
028070     DISPLAY "8. DEPOSIT BANK ACCOUNT: " STORE-BANK-ACCT.
028080     DISPLAY "9. DISTRICT: " STORE-DISTRICT.
028100
028200 READ-STORE-RECORD.
028300     MOVE "Y" TO STORE-RECORD-FOUND.
029900     DELETE STORE-FILE RECORD
030000         INVALID KEY
030100         DISPLAY "ERROR DELETING RECORD".
030200
030300*---------------------------------
030400* The state must be on the
030500* State Codes File. Blank
030600* means not yet assigned.
030700*---------------------------------
030800 ENTER-STORE-STATE.
030900     PERFORM ACCEPT-STORE-STATE.
031000     PERFORM RE-ACCEPT-STORE-STATE
031100         UNTIL STORE-STATE = SPACES
031200            OR STATE-RECORD-FOUND = "Y".
031300
031400 ACCEPT-STORE-STATE.
031500     DISPLAY "ENTER STATE CODE (BLANK = NONE)".
031600     ACCEPT STORE-STATE.
031700     INSPECT STORE-STATE
031800         CONVERTING LOWER-ALPHA
031900         TO         UPPER-ALPHA.
032000     MOVE STORE-STATE TO STATE-CODE.
032100     MOVE "Y" TO STATE-RECORD-FOUND.
032200     READ STATE-FILE RECORD
032300         INVALID KEY
032400         MOVE "N" TO STATE-RECORD-FOUND.
032500
032600 RE-ACCEPT-STORE-STATE.
032700     DISPLAY "STATE NOT ON FILE".
032800     PERFORM ACCEPT-STORE-STATE.
032900
033000*---------------------------------
033100* Selling floor area, for the
033200* shared costs allocated on
033300* square footage. Zero means
033400* not measured.
033500*---------------------------------
033600 ENTER-STORE-SQUARE-FEET.
033700     DISPLAY "ENTER SQUARE FEET (0 = NOT MEASURED)".
033800     ACCEPT STORE-SQUARE-FEET.
033900
034000*---------------------------------
034100* The bank account the store
034200* deposits its takings to, for
034300* the cash flow forecast. Must
034400* be on the Bank Account File;
034500* zero means not assigned.
034600*---------------------------------
034700 ENTER-STORE-BANK-ACCT.
034800     PERFORM ACCEPT-STORE-BANK-ACCT.
034900     PERFORM RE-ACCEPT-STORE-BANK-ACCT
035000         UNTIL STORE-BANK-ACCT = ZEROES
035100            OR BANK-RECORD-FOUND = "Y".
035200
035300 ACCEPT-STORE-BANK-ACCT.
035400     DISPLAY "ENTER DEPOSIT BANK ACCOUNT (0 = NONE)".
035500     ACCEPT STORE-BANK-ACCT.
035600     MOVE STORE-BANK-ACCT TO BANK-ACCOUNT-NO.
035700     MOVE "Y" TO BANK-RECORD-FOUND.
035800     READ BANK-FILE RECORD
035900         INVALID KEY
036000         MOVE "N" TO BANK-RECORD-FOUND.
036100
036200 RE-ACCEPT-STORE-BANK-ACCT.
036300     DISPLAY "BANK ACCOUNT NOT ON FILE".
036400     PERFORM ACCEPT-STORE-BANK-ACCT.
036500
036600*---------------------------------
036700* The district the store reports
036800* to, for the district roll-up
036900* on the weekly store packet.
037000* Zero means not in a district.
037100*---------------------------------
037200 ENTER-STORE-DISTRICT.
037300     DISPLAY "ENTER DISTRICT (0 = NONE)".
037400     ACCEPT STORE-DISTRICT.
999000*---------------------------------
999100* Utility routines.
999200*---------------------------------

013500     PERFORM ENTER-STATE-COUNTRY.
013600     PERFORM ENTER-STATE-REGION.
013700     PERFORM ENTER-STATE-TAX-RATE.
013750     PERFORM ENTER-STATE-DORMANT-MONTHS.
013800     PERFORM WRITE-STATE-RECORD.
013900     PERFORM GET-NEW-RECORD-KEY.
014000
016000 ASK-WHICH-FIELD.
016100     PERFORM ACCEPT-WHICH-FIELD.
016200     PERFORM RE-ACCEPT-WHICH-FIELD
016300         UNTIL WHICH-FIELD < 6.
016400
016500 ACCEPT-WHICH-FIELD.
016600     DISPLAY "ENTER THE NUMBER OF THE FIELD".
016700     DISPLAY "TO CHANGE (1-5) OR 0 TO EXIT".
016800     ACCEPT WHICH-FIELD.
016900
017000 RE-ACCEPT-WHICH-FIELD.
018600         PERFORM ENTER-STATE-REGION
018700     ELSE
018800     IF WHICH-FIELD = 4
018900         PERFORM ENTER-STATE-TAX-RATE
018920     ELSE
018940     IF WHICH-FIELD = 5
018960         PERFORM ENTER-STATE-DORMANT-MONTHS.
019000
019100     PERFORM REWRITE-STATE-RECORD.
019200
027300 INIT-STATE-RECORD.
027400     MOVE SPACE TO STATE-RECORD.
027500     MOVE "US" TO STATE-COUNTRY-CODE.
027600     MOVE ZEROES TO STATE-USE-TAX-RATE
027650                    STATE-GC-DORMANT-MONTHS.
027700
027800 ENTER-STATE-CODE.
027900     DISPLAY "ENTER STATE CODE (BLANK TO EXIT)".
031500     ACCEPT TAX-RATE-ENTRY.
031600     COMPUTE STATE-USE-TAX-RATE = TAX-RATE-ENTRY / 1000.
031700
031710*---------------------------------
031720* Months a gift card may sit
031730* unused before the state
031740* treats it as abandoned;
031750* zero for no threshold.
031760*---------------------------------
031770 ENTER-STATE-DORMANT-MONTHS.
031780     DISPLAY "ENTER GIFT CARD DORMANCY THRESHOLD IN".
031785     DISPLAY "MONTHS (0 = NONE)".
031790     ACCEPT STATE-GC-DORMANT-MONTHS.
031795
031800 ENTER-STATE-REGION.
031900     DISPLAY "ENTER REGION (OPTIONAL)".
032000     ACCEPT STATE-REGION.
034500     DISPLAY "3. REGION: " STATE-REGION.
034600     MOVE STATE-USE-TAX-RATE TO TAX-RATE-DISPLAY.
034700     DISPLAY "4. USE-TAX RATE PCT: " TAX-RATE-DISPLAY.
034750     DISPLAY "5. GIFT CARD DORMANCY MONTHS: "
034760             STATE-GC-DORMANT-MONTHS.
034800
034900 READ-STATE-RECORD.
035000     MOVE "Y" TO STATE-RECORD-FOUND.

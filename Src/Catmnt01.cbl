002500 77  OK-TO-DELETE                 PIC X.
002600 77  CATG-RECORD-FOUND            PIC X.
002700 77  CATG-CODE-FIELD              PIC Z(2).
002720 77  MARGIN-ENTRY                 PIC 9(3).
002740 77  MARGIN-LOW-FIELD             PIC Z9.9.
002760 77  MARGIN-HIGH-FIELD            PIC Z9.9.
002800
002900     COPY "WSCASE01.CBL".
003000
012200
012300 ADD-RECORDS.
012400     PERFORM ENTER-CATG-NAME.
012410     PERFORM ENTER-CATG-TAX-STATUS.
012430     PERFORM ENTER-CATG-MARGIN-RANGE.
012500     PERFORM WRITE-CATG-RECORD.
012600     PERFORM GET-NEW-RECORD-KEY.
012700
014700 ASK-WHICH-FIELD.
014800     PERFORM ACCEPT-WHICH-FIELD.
014900     PERFORM RE-ACCEPT-WHICH-FIELD
015000         UNTIL WHICH-FIELD < 4.
015100
015200 ACCEPT-WHICH-FIELD.
015300     DISPLAY "ENTER THE NUMBER OF THE FIELD".
015400     DISPLAY "TO CHANGE (1-3) OR 0 TO EXIT".
015500     ACCEPT WHICH-FIELD.
015600
015700 RE-ACCEPT-WHICH-FIELD.
016400
016500 CHANGE-THIS-FIELD.
016600     IF WHICH-FIELD = 1
016700         PERFORM ENTER-CATG-NAME            ELSE
016710     IF WHICH-FIELD = 2
016720         PERFORM ENTER-CATG-TAX-STATUS      ELSE
016740     IF WHICH-FIELD = 3
016760         PERFORM ENTER-CATG-MARGIN-RANGE.
016800
016900     PERFORM REWRITE-CATG-RECORD.
017000
021800 INIT-CATG-RECORD.
021900     MOVE SPACE TO CATEGORY-RECORD.
022000     MOVE ZEROES TO CATG-CODE.
022010     MOVE "T" TO CATG-TAX-STATUS.
022030     MOVE ZEROES TO CATG-MARGIN-LOW
022050                    CATG-MARGIN-HIGH.
022100
022200 ENTER-CATG-CODE.
022300     DISPLAY "ENTER CATEGORY CODE (1-99)".
022900     DISPLAY "ENTER CATEGORY NAME".
023000     ACCEPT CATG-NAME.
023100
023101*---------------------------------
023105* Sales of an exempt category
023109* are reported as exempt sales
023113* and carry no sales tax.
023117*---------------------------------
023121 ENTER-CATG-TAX-STATUS.
023125     PERFORM ACCEPT-CATG-TAX-STATUS.
023129     PERFORM RE-ACCEPT-CATG-TAX-STATUS
023133         UNTIL CATG-TAX-STATUS = "T" OR "E".
023137
023141 ACCEPT-CATG-TAX-STATUS.
023145     DISPLAY "SALES TAX - T (TAXABLE) OR E (EXEMPT)".
023149     DISPLAY "(DEFAULT T)".
023153     ACCEPT CATG-TAX-STATUS.
023157     IF CATG-TAX-STATUS = SPACE
023161         MOVE "T" TO CATG-TAX-STATUS.
023165     INSPECT CATG-TAX-STATUS
023169         CONVERTING LOWER-ALPHA
023173         TO         UPPER-ALPHA.
023177
023181 RE-ACCEPT-CATG-TAX-STATUS.
023185     DISPLAY "SALES TAX MUST BE T OR E".
023189     PERFORM ACCEPT-CATG-TAX-STATUS.
023193
023200 GET-EXISTING-RECORD.
023300     PERFORM ACCEPT-EXISTING-KEY.
023400     PERFORM RE-ACCEPT-EXISTING-KEY
024800 DISPLAY-ALL-FIELDS.
024900     DISPLAY "CATEGORY CODE: " CATG-CODE.
025000     DISPLAY "1. NAME: " CATG-NAME.
025010     DISPLAY "2. SALES TAX: " CATG-TAX-STATUS.
025012     IF CATG-MARGIN-LOW NOT NUMERIC
025014      OR CATG-MARGIN-HIGH NOT NUMERIC
025016         MOVE ZEROES TO CATG-MARGIN-LOW
025018                        CATG-MARGIN-HIGH.
025020     MOVE CATG-MARGIN-LOW TO MARGIN-LOW-FIELD.
025022     MOVE CATG-MARGIN-HIGH TO MARGIN-HIGH-FIELD.
025024     DISPLAY "3. NORMAL MARGIN PCT: " MARGIN-LOW-FIELD
025026         " TO " MARGIN-HIGH-FIELD.
025028
025030*---------------------------------
025032* The normal gross margin range
025034* the sales exception report
025036* judges the category against.
025038*---------------------------------
025040 ENTER-CATG-MARGIN-RANGE.
025042     PERFORM ACCEPT-CATG-MARGIN-RANGE.
025044     PERFORM RE-ACCEPT-CATG-MARGIN-RANGE
025046         UNTIL CATG-MARGIN-HIGH NOT < CATG-MARGIN-LOW.
025048
025050 ACCEPT-CATG-MARGIN-RANGE.
025052     DISPLAY "ENTER NORMAL GROSS MARGIN PERCENT LOW".
025054     DISPLAY "WITH NO DECIMAL POINT - 355 MEANS 35.5 PCT".
025056     ACCEPT MARGIN-ENTRY.
025058     COMPUTE CATG-MARGIN-LOW = MARGIN-ENTRY / 10.
025060     DISPLAY "ENTER NORMAL GROSS MARGIN PERCENT HIGH".
025062     DISPLAY "WITH NO DECIMAL POINT - 0 FOR NO RANGE".
025064     ACCEPT MARGIN-ENTRY.
025066     COMPUTE CATG-MARGIN-HIGH = MARGIN-ENTRY / 10.
025068     IF CATG-MARGIN-HIGH = ZEROES
025070         MOVE ZEROES TO CATG-MARGIN-LOW.
025072
025074 RE-ACCEPT-CATG-MARGIN-RANGE.
025076     DISPLAY "HIGH MUST NOT BE BELOW LOW".
025078     PERFORM ACCEPT-CATG-MARGIN-RANGE.
025100
025200 READ-CATG-RECORD.
025300     MOVE "Y" TO CATG-RECORD-FOUND.

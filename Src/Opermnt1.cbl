004400 77  OPERATOR-FILE-IS-EMPTY       PIC X.
004500 77  ACCESS-IS-ALLOWED            PIC X.
004600 77  PASSWORD-SAVE                PIC X(8).
004620 77  SUPERVISOR-IS-VALID          PIC X.
004640 01  OPERATOR-RECORD-SAVE         PIC X(95).
004700
004800     COPY "WSCASE01.CBL".
004900
019200     PERFORM ENTER-OPER-AUTH-PAYMENT.
019300     PERFORM ENTER-OPER-AUTH-MAINT.
019400     PERFORM ENTER-OPER-AUTH-UTILITY.
019450     PERFORM ENTER-OPER-AUTH-UNMASK.
019470     PERFORM ENTER-OPER-SUPERVISOR.
019480     PERFORM ENTER-OPER-REQN-TIER.
019500     PERFORM WRITE-OPER-RECORD.
019600     PERFORM GET-NEW-RECORD-KEY.
019700
021700 ASK-WHICH-FIELD.
021800     PERFORM ACCEPT-WHICH-FIELD.
021900     PERFORM RE-ACCEPT-WHICH-FIELD
022000         UNTIL WHICH-FIELD < 10.
022100
022200 ACCEPT-WHICH-FIELD.
022300     DISPLAY "ENTER THE NUMBER OF THE FIELD".
022400     DISPLAY "TO CHANGE (1-9) OR 0 TO EXIT".
022500     ACCEPT WHICH-FIELD.
022600
022700 RE-ACCEPT-WHICH-FIELD.
024900         PERFORM ENTER-OPER-AUTH-MAINT
025000     ELSE
025100     IF WHICH-FIELD = 6
025120         PERFORM ENTER-OPER-AUTH-UTILITY
025140     ELSE
025160     IF WHICH-FIELD = 7
025180         PERFORM ENTER-OPER-AUTH-UNMASK
025200     ELSE
025220     IF WHICH-FIELD = 8
025240         PERFORM ENTER-OPER-SUPERVISOR
025250     ELSE
025260     IF WHICH-FIELD = 9
025270         PERFORM ENTER-OPER-REQN-TIER.
025300
025400     PERFORM REWRITE-OPER-RECORD.
025500
032800     MOVE "N" TO OPER-AUTH-ENTRY
032900                 OPER-AUTH-PAYMENT
033000                 OPER-AUTH-MAINT
033100                 OPER-AUTH-UTILITY
033150                 OPER-AUTH-UNMASK.
033200     MOVE ZEROES TO OPER-PW-CHANGED-DATE
033300                    OPER-FAILED-TRIES
033350                    OPER-REQN-TIER.
033400
033500 ENTER-OPER-ID.
033600     DISPLAY "ENTER OPERATOR ID (BLANK TO EXIT)".
043500 RE-ACCEPT-OPER-AUTH-UTILITY.
043600     DISPLAY "YOU MUST ENTER YES OR NO".
043700     PERFORM ACCEPT-OPER-AUTH-UTILITY.
043702
043704*---------------------------------
043706* Without this an operator sees
043708* vendor tax ids and bank account
043710* numbers masked to the last four.
043712*---------------------------------
043714 ENTER-OPER-AUTH-UNMASK.
043716     PERFORM ACCEPT-OPER-AUTH-UNMASK.
043718     PERFORM RE-ACCEPT-OPER-AUTH-UNMASK
043720         UNTIL OPER-AUTH-UNMASK = "Y" OR "N".
043722
043724 ACCEPT-OPER-AUTH-UNMASK.
043726     DISPLAY "MAY THIS OPERATOR SEE FULL TAX IDS AND".
043728     DISPLAY "BANK ACCOUNT NUMBERS (Y/N)?".
043730     ACCEPT OPER-AUTH-UNMASK.
043732     INSPECT OPER-AUTH-UNMASK
043734         CONVERTING LOWER-ALPHA
043736         TO         UPPER-ALPHA.
043738
043740 RE-ACCEPT-OPER-AUTH-UNMASK.
043742     DISPLAY "YOU MUST ENTER YES OR NO".
043744     PERFORM ACCEPT-OPER-AUTH-UNMASK.
043745
043746*---------------------------------
043747* The supervisor must be another
043748* operator already on file. The
043749* record being keyed is held
043750* aside while the supervisor is
043751* looked up.
043752*---------------------------------
043753 ENTER-OPER-SUPERVISOR.
043754     PERFORM ACCEPT-OPER-SUPERVISOR.
043755     PERFORM RE-ACCEPT-OPER-SUPERVISOR
043756         UNTIL SUPERVISOR-IS-VALID = "Y".
043757
043758 ACCEPT-OPER-SUPERVISOR.
043759     DISPLAY "ENTER THE SUPERVISOR WHO RECERTIFIES THIS".
043760     DISPLAY "OPERATOR'S ACCESS (BLANK FOR NONE)".
043761     ACCEPT OPER-SUPERVISOR.
043762     INSPECT OPER-SUPERVISOR
043763         CONVERTING LOWER-ALPHA
043764         TO         UPPER-ALPHA.
043765     PERFORM CHECK-OPER-SUPERVISOR.
043766
043767 RE-ACCEPT-OPER-SUPERVISOR.
043768     PERFORM ACCEPT-OPER-SUPERVISOR.
043769
043770 CHECK-OPER-SUPERVISOR.
043771     MOVE "Y" TO SUPERVISOR-IS-VALID.
043772     IF OPER-SUPERVISOR = OPER-ID
043773         MOVE "N" TO SUPERVISOR-IS-VALID
043774         DISPLAY "THE SUPERVISOR MUST BE ANOTHER OPERATOR"
043775     ELSE
043776     IF OPER-SUPERVISOR NOT = SPACES
043777         PERFORM LOOK-UP-SUPERVISOR.
043778
043779 LOOK-UP-SUPERVISOR.
043780     MOVE OPERATOR-RECORD TO OPERATOR-RECORD-SAVE.
043781     MOVE OPER-SUPERVISOR TO OPER-ID.
043782     READ OPERATOR-FILE RECORD
043783         INVALID KEY
043784         MOVE "N" TO SUPERVISOR-IS-VALID.
043785     MOVE OPERATOR-RECORD-SAVE TO OPERATOR-RECORD.
043786     IF SUPERVISOR-IS-VALID = "N"
043787         DISPLAY "NO OPERATOR ON FILE WITH THAT ID".
043792
043797*---------------------------------
043802* The highest requisition tier
043807* the operator may approve, 0
043812* for none. Tier 4 approves
043817* every requisition.
043822*---------------------------------
043827 ENTER-OPER-REQN-TIER.
043832     PERFORM ACCEPT-OPER-REQN-TIER.
043837     PERFORM RE-ACCEPT-OPER-REQN-TIER
043842         UNTIL OPER-REQN-TIER < 5.
043847
043852 ACCEPT-OPER-REQN-TIER.
043857     DISPLAY "ENTER THE HIGHEST REQUISITION TIER THIS".
043862     DISPLAY "OPERATOR MAY APPROVE (0 = NONE, 1-4)".
043867     ACCEPT OPER-REQN-TIER.
043872
043877 RE-ACCEPT-OPER-REQN-TIER.
043882     DISPLAY "TIER MUST BE 0 THROUGH 4".
043887     PERFORM ACCEPT-OPER-REQN-TIER.
043892
043900 GET-EXISTING-RECORD.
044000     PERFORM ACCEPT-EXISTING-KEY.
044100     PERFORM RE-ACCEPT-EXISTING-KEY
045900     DISPLAY "4. MAY SELECT AND PAY: " OPER-AUTH-PAYMENT.
046000     DISPLAY "5. MAY MAINTAIN MASTERS: " OPER-AUTH-MAINT.
046100     DISPLAY "6. MAY RUN UTILITIES: " OPER-AUTH-UTILITY.
046150     DISPLAY "7. MAY SEE FULL TAX/BANK IDS: " OPER-AUTH-UNMASK.
046170     DISPLAY "8. SUPERVISOR: " OPER-SUPERVISOR.
046180     DISPLAY "9. REQUISITION APPROVAL TIER: " OPER-REQN-TIER.
046200     DISPLAY "   PASSWORD CHANGED: " OPER-PW-CHANGED-DATE.
046300     DISPLAY "   FAILED TRIES: " OPER-FAILED-TRIES.
046400     IF OPER-IS-LOCKED

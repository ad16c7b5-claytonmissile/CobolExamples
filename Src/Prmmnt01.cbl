010200         DISPLAY "DEFAULTS"
010300         MOVE SPACE TO RUN-PARM-RECORD
010400         PERFORM INIT-PARM-NUMERICS.
010410*    A record saved before the
010420*    window fields existed reads
010430*    them as spaces.
010440     IF RPRM-WINDOW-START NOT NUMERIC
010450         MOVE ZEROES TO RPRM-WINDOW-START.
010460     IF RPRM-WINDOW-WARN NOT NUMERIC
010470         MOVE ZEROES TO RPRM-WINDOW-WARN.
010500
010600 INIT-PARM-NUMERICS.
010700     MOVE ZEROES TO RPRM-CUTOFF-PLUS-DAYS
011500                    RPRM-WHLD-ACCOUNT
011600                    RPRM-FX-ACCOUNT
011610                    RPRM-ESCHEAT-ACCOUNT
011620                    RPRM-INTERCO-ACCOUNT
011640                    RPRM-GIFTCARD-ACCOUNT
011650                    RPRM-CARDFEE-ACCOUNT
011660                    RPRM-WINDOW-START
011670                    RPRM-WINDOW-WARN.
011700     MOVE "N" TO RPRM-EXPORT-ACH.
011720     MOVE "PRINTER" TO RPRM-REPORT-DEST.
011800
012900 ASK-WHICH-FIELD.
013000     PERFORM ACCEPT-WHICH-FIELD.
013100     PERFORM RE-ACCEPT-WHICH-FIELD
013200         UNTIL WHICH-FIELD < 21.
013300
013400 ACCEPT-WHICH-FIELD.
013500     DISPLAY "ENTER THE NUMBER OF THE FIELD".
013600     DISPLAY "TO CHANGE (1-20) OR 0 TO SAVE AND EXIT".
013700     ACCEPT WHICH-FIELD.
013800
013900 RE-ACCEPT-WHICH-FIELD.
020340         ACCEPT RPRM-ESCHEAT-ACCOUNT
020350     ELSE
020360     IF WHICH-FIELD = 15
020363         DISPLAY "ENTER INTERCOMPANY DUE-TO/FROM ACCOUNT"
020366         ACCEPT RPRM-INTERCO-ACCOUNT
020369     ELSE
020370     IF WHICH-FIELD = 17
020371         DISPLAY "ENTER GIFT CARD LIABILITY ACCOUNT NUMBER"
020372         ACCEPT RPRM-GIFTCARD-ACCOUNT
020373     ELSE
020374     IF WHICH-FIELD = 18
020375         DISPLAY "ENTER CARD PROCESSOR FEE EXPENSE ACCOUNT"
020376         ACCEPT RPRM-CARDFEE-ACCOUNT
020377     ELSE
020378     IF WHICH-FIELD = 19
020379         DISPLAY "ENTER SCHEDULED BATCH START (HHMM,"
020380         DISPLAY "24-HOUR CLOCK, 0000 = NONE)"
020381         ACCEPT RPRM-WINDOW-START
020382     ELSE
020383     IF WHICH-FIELD = 20
020384         DISPLAY "WARN SIGNED-ON OPERATORS HOW MANY"
020385         DISPLAY "MINUTES BEFORE THE START (000 = NONE)"
020386         ACCEPT RPRM-WINDOW-WARN
020387     ELSE
020388     IF WHICH-FIELD = 16
020389         DISPLAY "ENTER CONTROL REPORT DESTINATION"
020390         DISPLAY "(PRINTER OR A SPOOL FILE NAME)"
020393         ACCEPT RPRM-REPORT-DEST
020396         IF RPRM-REPORT-DEST = SPACES
020399             MOVE "PRINTER" TO RPRM-REPORT-DEST.
020400
020500 DISPLAY-ALL-FIELDS.
020600     DISPLAY " 1. CUTOFF: TODAY PLUS "
022900             RPRM-INTERCO-ACCOUNT.
022920     DISPLAY "16. CONTROL REPORT DESTINATION: "
022940             RPRM-REPORT-DEST.
022960     DISPLAY "17. GIFT CARD LIABILITY ACCOUNT: "
022980             RPRM-GIFTCARD-ACCOUNT.
023080     DISPLAY "18. CARD PROCESSOR FEE ACCOUNT: "
023180             RPRM-CARDFEE-ACCOUNT.
023200     DISPLAY "19. BATCH WINDOW START (HHMM): "
023220             RPRM-WINDOW-START.
023240     DISPLAY "20. WARNING MINUTES BEFORE START: "
023260             RPRM-WINDOW-WARN.
022600
999000*---------------------------------
999100* Utility routines.

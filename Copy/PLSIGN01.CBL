000900*  three failures) and the
001000*  per-function authority flags
001100*  SIGN-ON-CAN-ENTRY, -PAYMENT,
001150*  -MAINT, -UTILITY and -UNMASK
001200*  (full tax id and bank account
001250*  display) from the
001300*  operator's master record.
001400*  AUDIT-EVENT-OPERATOR-ID is
001500*  also set, so every audit
001600*  line written afterwards
001700*  carries who signed on.
001706*
001712* While the nightly batch window
001718* is open (BWSTAT01) an attended
001724* sign-on is cut back to inquiry:
001730* the entry, payment, maint and
001736* utility flags come back "N"
001742* and SIGN-ON-QUIESCED "Y". In
001748* the warning period before the
001754* window the operator is told
001760* when it opens.
001766* REFRESH-BATCH-WINDOW re-reads
001772* the flags and asks again, for
001778* a caller (the menu) that
001784* stays signed on for hours.
001800*
001900* Every attempt is appended to
002000* the sign-on log (who, when,
005300         PERFORM TRY-OPERATOR-SIGN-ON
005400             UNTIL SIGN-ON-OK = "Y"
005500                OR SIGN-ON-TRIES > 2.
005530     IF SIGN-ON-OK = "Y"
005560         PERFORM CHECK-BATCH-WINDOW.
005600     IF SIGN-ON-OK NOT = "Y"
005700         DISPLAY "SIGN-ON FAILED".
005800
008800         MOVE OPER-AUTH-PAYMENT TO SIGN-ON-CAN-PAYMENT
008900         MOVE OPER-AUTH-MAINT   TO SIGN-ON-CAN-MAINT
009000         MOVE OPER-AUTH-UTILITY TO SIGN-ON-CAN-UTILITY
009050         MOVE OPER-AUTH-UNMASK  TO SIGN-ON-CAN-UNMASK
009100         MOVE OPER-ID TO AUDIT-EVENT-OPERATOR-ID
009200         MOVE "SESSION" TO SIGN-ON-LOG-RESULT
009300         PERFORM LOG-SIGN-ON-EVENT
014400     MOVE OPER-AUTH-PAYMENT TO SIGN-ON-CAN-PAYMENT.
014500     MOVE OPER-AUTH-MAINT   TO SIGN-ON-CAN-MAINT.
014600     MOVE OPER-AUTH-UTILITY TO SIGN-ON-CAN-UTILITY.
014650     MOVE OPER-AUTH-UNMASK  TO SIGN-ON-CAN-UNMASK.
014700     MOVE OPER-ID TO AUDIT-EVENT-OPERATOR-ID.
014800     MOVE "GOOD" TO SIGN-ON-LOG-RESULT.
014900     PERFORM LOG-SIGN-ON-EVENT.
024700         DISPLAY "THAT PASSWORD WAS USED RECENTLY -"
024800         DISPLAY "PICK ONE YOU HAVE NOT USED".
024900
024902*---------------------------------
024904* The batch window. The driver's
024906* own legs are told they own
024908* the window and keep their
024910* flags; anybody else is held
024912* to inquiry until it closes.
024914*---------------------------------
024916 CHECK-BATCH-WINDOW.
024918     MOVE "N" TO SIGN-ON-QUIESCED.
024920     MOVE SIGN-ON-CAN-UTILITY TO SIGN-ON-HELD-UTILITY.
024922     MOVE "Q" TO BATCH-WINDOW-REQUEST.
024924     MOVE SIGN-ON-PROGRAM TO BATCH-WINDOW-BY.
024926     CALL "BWSTAT01" USING BATCH-WINDOW-CALL.
024928     IF BATCH-WINDOW-IS-OPEN
024930        AND BATCH-WINDOW-OWNER NOT = "Y"
024932         PERFORM QUIESCE-FOR-BATCH-WINDOW
024934     ELSE
024936     IF BATCH-WINDOW-WARN = "Y"
024938         DISPLAY "*** THE NIGHTLY BATCH STARTS AT "
024940                 BATCH-WINDOW-START-HH ":"
024942                 BATCH-WINDOW-START-MM
024944         DISPLAY "*** FINISH YOUR UPDATES AND SIGN OFF".
024946
024948 QUIESCE-FOR-BATCH-WINDOW.
024950     MOVE "Y" TO SIGN-ON-QUIESCED.
024952     MOVE "N" TO SIGN-ON-CAN-ENTRY
024954                 SIGN-ON-CAN-PAYMENT
024956                 SIGN-ON-CAN-MAINT
024958                 SIGN-ON-CAN-UTILITY.
024960     DISPLAY "*** THE NIGHTLY BATCH HAS BEEN RUNNING SINCE "
024962             BATCH-WINDOW-OPEN-DATE " "
024964             BATCH-WINDOW-OPEN-TIME.
024966     DISPLAY "*** UPDATES ARE CLOSED UNTIL IT FINISHES -".
024968     DISPLAY "*** INQUIRIES AND REPORTS ONLY".
024970
024972 REFRESH-BATCH-WINDOW.
024974     MOVE AUDIT-EVENT-OPERATOR-ID TO OPER-ID.
024976     MOVE "Y" TO SIGN-ON-OPER-FOUND.
024978     READ OPERATOR-FILE RECORD
024980         INVALID KEY
024982         MOVE "N" TO SIGN-ON-OPER-FOUND.
024984     IF SIGN-ON-OPER-FOUND = "Y"
024986         MOVE OPER-AUTH-ENTRY   TO SIGN-ON-CAN-ENTRY
024988         MOVE OPER-AUTH-PAYMENT TO SIGN-ON-CAN-PAYMENT
024990         MOVE OPER-AUTH-MAINT   TO SIGN-ON-CAN-MAINT
024992         MOVE OPER-AUTH-UTILITY TO SIGN-ON-CAN-UTILITY
024994         PERFORM CHECK-BATCH-WINDOW.
024996
025000*---------------------------------
025100* The unattended sign-on: one
025200* try with the batch identity

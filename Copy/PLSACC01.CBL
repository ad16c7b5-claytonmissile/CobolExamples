000100*---------------------------------
000200* PLSACC01 USAGE:
000300*  After the sign-on,
000400*  PERFORM ASK-FOR-FULL-VALUES.
000500*  An operator with the
000600*  full-display authority is
000700*  asked once whether to see tax
000800*  ids and bank accounts in full
000900*  for this run; everyone else
001000*  sees them masked.
001100*
001200*  To show a value:
001300*  MOVE the value TO MASK-VALUE,
001400*    the vendor TO SACC-VENDOR,
001500*    "TAX-ID" or "BANK-ACCT"
001600*    TO SACC-WHAT.
001700*  PERFORM SHOW-SENSITIVE-VALUE.
001800*  DISPLAY MASK-VALUE.
001900* RETURNS:
002000*  MASK-VALUE in full, with a
002100*  line written to the access
002200*  log (operator, date and time,
002300*  program, vendor, value), when
002400*  the operator chose full
002500*  display; masked to the last
002600*  four otherwise.
002700*
002710*  A value too long for
002720*  MASK-VALUE goes the same way
002730*  through MASK-WIDE-VALUE and
002740*  SHOW-SENSITIVE-WIDE-VALUE.
002750*
002800* Requires PLMASK01, PLSIGN01
002900* and the sign-on already done,
003000* WSMASK01, WSSACC01, WSSIGN01,
003100* WSAUDIT01 and WSCASE01 in
003200* WORKING-STORAGE, and
003300* SLSACC/FDSACC in the file
003400* sections.
003500*---------------------------------
003600 ASK-FOR-FULL-VALUES.
003700     MOVE "N" TO SACC-SHOW-FULL.
003800     IF SIGN-ON-CAN-UNMASK = "Y"
003900         PERFORM ACCEPT-FULL-VALUES-ANSWER
004000         PERFORM RE-ACCEPT-FULL-VALUES-ANSWER
004100             UNTIL SACC-ANSWER = "Y" OR "N"
004200         MOVE SACC-ANSWER TO SACC-SHOW-FULL.
004300
004400 ACCEPT-FULL-VALUES-ANSWER.
004500     DISPLAY "SHOW TAX IDS AND BANK ACCOUNTS IN FULL (Y/N)?".
004600     ACCEPT SACC-ANSWER.
004700     INSPECT SACC-ANSWER
004800       CONVERTING LOWER-ALPHA
004900       TO         UPPER-ALPHA.
005000
005100 RE-ACCEPT-FULL-VALUES-ANSWER.
005200     DISPLAY "YOU MUST ENTER YES OR NO".
005300     PERFORM ACCEPT-FULL-VALUES-ANSWER.
005400
005500 SHOW-SENSITIVE-VALUE.
005600     IF SACC-SHOW-FULL = "Y"
005700        AND MASK-VALUE NOT = SPACES
005800         PERFORM LOG-SENSITIVE-ACCESS
005900     ELSE
006000         PERFORM MASK-SENSITIVE-VALUE.
006010
006020 SHOW-SENSITIVE-WIDE-VALUE.
006030     IF SACC-SHOW-FULL = "Y"
006040        AND MASK-WIDE-VALUE NOT = SPACES
006050         PERFORM LOG-SENSITIVE-ACCESS
006060     ELSE
006070         PERFORM MASK-SENSITIVE-WIDE-VALUE.
006100
006200*---------------------------------
006300* One CSV line per full display,
006400* opened EXTEND around each
006500* event like the sign-on log.
006600*---------------------------------
006700 LOG-SENSITIVE-ACCESS.
006800     MOVE FUNCTION CURRENT-DATE(1:8) TO SACC-TODAY.
006900     MOVE FUNCTION CURRENT-DATE(9:6) TO SACC-TIME-NOW.
007000     OPEN EXTEND SENSITIVE-ACCESS-FILE.
007100     MOVE SPACES TO SENSITIVE-ACCESS-RECORD.
007200     STRING
007300         FUNCTION TRIM(AUDIT-EVENT-OPERATOR-ID)
007400                                              DELIMITED BY SIZE
007500         ","                                  DELIMITED BY SIZE
007600         SACC-TODAY                           DELIMITED BY SIZE
007700         SACC-TIME-NOW                        DELIMITED BY SIZE
007800         ","                                  DELIMITED BY SIZE
007900         FUNCTION TRIM(SIGN-ON-PROGRAM)       DELIMITED BY SIZE
008000         ","                                  DELIMITED BY SIZE
008100         SACC-VENDOR                          DELIMITED BY SIZE
008200         ","                                  DELIMITED BY SIZE
008300         FUNCTION TRIM(SACC-WHAT)             DELIMITED BY SIZE
008400         INTO SENSITIVE-ACCESS-RECORD.
008500     WRITE SENSITIVE-ACCESS-RECORD.
008600     CLOSE SENSITIVE-ACCESS-FILE.

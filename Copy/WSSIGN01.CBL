001500 01  SIGN-ON-CAN-PAYMENT      PIC X     VALUE "N".
001600 01  SIGN-ON-CAN-MAINT        PIC X     VALUE "N".
001700 01  SIGN-ON-CAN-UTILITY      PIC X     VALUE "N".
001750 01  SIGN-ON-CAN-UNMASK       PIC X     VALUE "N".
001800
001900*---------------------------------
002000* Password aging and lockout
006600 01  SIGN-ON-SESSION-USED     PIC X     VALUE "N".
006700 01  SIGN-ON-SESSION-COMPANY  PIC 9(2)  VALUE ZERO.
006800 01  SESSION-FILE-AT-END      PIC X.
006900
007000*---------------------------------
007100* The nightly batch window. The
007200* sign-on asks BWSTAT01 whether
007300* the cycle is running; while
007400* it is, an attended sign-on
007500* keeps inquiry only - the
007600* entry, payment, maintenance
007700* and utility flags are turned
007800* off and SIGN-ON-QUIESCED is
007900* set for the programs that
008000* gate on the sign-on alone.
008100* The operator's own utility
008200* flag is kept in
008300* SIGN-ON-HELD-UTILITY so the
008400* window override can still be
008500* reached. BWSTAT01 carries the
008600* same call area in its
008700* LINKAGE SECTION.
008800*---------------------------------
008900 01  SIGN-ON-QUIESCED         PIC X     VALUE "N".
009000     88  SIGN-ON-IS-QUIESCED      VALUE "Y".
009100 01  SIGN-ON-HELD-UTILITY     PIC X     VALUE "N".
009200
009300 01  BATCH-WINDOW-CALL.
009400     05  BATCH-WINDOW-REQUEST PIC X.
009500         88  BATCH-WINDOW-ASK         VALUE "Q".
009600         88  BATCH-WINDOW-OPEN-IT     VALUE "O".
009700         88  BATCH-WINDOW-CLOSE-IT    VALUE "C".
009800         88  BATCH-WINDOW-FORCE-IT    VALUE "F".
009900     05  BATCH-WINDOW-BY      PIC X(8).
010000     05  BATCH-WINDOW-STATE   PIC X.
010100         88  BATCH-WINDOW-IS-OPEN     VALUE "O".
010200     05  BATCH-WINDOW-OWNER   PIC X.
010300     05  BATCH-WINDOW-OPEN-DATE
010400                              PIC 9(8).
010500     05  BATCH-WINDOW-OPEN-TIME
010600                              PIC 9(6).
010700     05  BATCH-WINDOW-WARN    PIC X.
010800     05  BATCH-WINDOW-START-HH
010900                              PIC 99.
011000     05  BATCH-WINDOW-START-MM
011100                              PIC 99.

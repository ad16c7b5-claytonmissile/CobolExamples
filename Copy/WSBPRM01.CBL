003300     05  BRP-FX-ACCOUNT        PIC 9(05).
003400     05  BRP-ESCHEAT-ACCOUNT   PIC 9(05).
003500     05  BRP-INTERCO-ACCOUNT   PIC 9(05).
003550     05  BRP-GIFTCARD-ACCOUNT  PIC 9(05).
003570     05  BRP-CARDFEE-ACCOUNT   PIC 9(05).
003600     05  BRP-REPORT-DEST       PIC X(10).

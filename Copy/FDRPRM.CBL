001120* the report destination is
001140* where the driver's control
001160* report prints (cataloged
001168* reports keep their spool);
001176* the window start (HHMM) and
001184* warning minutes tell signed-on
001192* operators the cycle is coming.
001200*---------------------------------
001300 FD  RUN-PARM-FILE
001400     LABEL RECORDS ARE STANDARD.
002800     05  RPRM-FX-ACCOUNT       PIC 9(05).
002810     05  RPRM-ESCHEAT-ACCOUNT  PIC 9(05).
002820     05  RPRM-INTERCO-ACCOUNT  PIC 9(05).
002830     05  RPRM-GIFTCARD-ACCOUNT PIC 9(05).
002850     05  RPRM-CARDFEE-ACCOUNT  PIC 9(05).
002900     05  RPRM-REPORT-DEST      PIC X(10).
003000     05  RPRM-WINDOW-START     PIC 9(04).
003100     05  RPRM-WINDOW-WARN      PIC 9(03).

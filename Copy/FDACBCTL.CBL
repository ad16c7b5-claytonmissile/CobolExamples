000100*---------------------------------
000200* FDACBCTL - Record layout for
000300* the Account Balance posting
000400* control file.
000500*---------------------------------
000600 FD  ACB-CTL-FILE
000700     LABEL RECORDS ARE STANDARD.
000800 01  ACB-CTL-RECORD.
000900     05  ACBC-LAST-BATCH      PIC 9(06).
001000     05  ACBC-POST-DATE       PIC 9(08).

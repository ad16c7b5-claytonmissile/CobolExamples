006800     05  WORK-RETAINED-AMOUNT  PIC S9(6)V99.
006900     05  WORK-FX-GAIN-LOSS    PIC S9(6)V99.
007000     05  WORK-USE-TAX              PIC S9(5)V99.
007020     05  WORK-CANCEL-FLAG          PIC X(01).
007040     05  WORK-CANCEL-DATE          PIC 9(08).
007060     05  WORK-CANCEL-AMOUNT        PIC S9(6)V99.
007070     05  WORK-PAYEE-TYPE           PIC X(01).
007080     05  WORK-EMPLOYEE             PIC 9(05).
007085     05  WORK-ENTERED-DATE         PIC 9(08).
007090     05  WORK-SERVICE-FROM         PIC 9(08).
007095     05  WORK-SERVICE-TO           PIC 9(08).
007098     05  WORK-CONTRACT             PIC X(08).
007100
007200 SD  SORT-FILE.
007300
010300     05  SORT-RETAINED-AMOUNT  PIC S9(6)V99.
010400     05  SORT-FX-GAIN-LOSS    PIC S9(6)V99.
010500     05  SORT-USE-TAX              PIC S9(5)V99.
010520     05  SORT-CANCEL-FLAG          PIC X(01).
010540     05  SORT-CANCEL-DATE          PIC 9(08).
010560     05  SORT-CANCEL-AMOUNT        PIC S9(6)V99.
010570     05  SORT-PAYEE-TYPE           PIC X(01).
010580     05  SORT-EMPLOYEE             PIC 9(05).
010585     05  SORT-ENTERED-DATE         PIC 9(08).
010590     05  SORT-SERVICE-FROM         PIC 9(08).
010595     05  SORT-SERVICE-TO           PIC 9(08).
010598     05  SORT-CONTRACT             PIC X(08).
010600
010700 FD  PRINTER-FILE
010800     LABEL RECORDS ARE OMITTED.
029100*---------------------------------
029200* Read first, read next routines.
029300* Blank invoice numbers cannot
029400* be duplicates of anything,
029450* and a cancelled voucher can
029470* never be paid, so it is left
029480* out rather than paired with
029490* the voucher that replaced it.
029500*---------------------------------
029600 READ-FIRST-VALID-WORK.
029700     MOVE "N" TO WORK-FILE-AT-END.
030100     PERFORM READ-NEXT-WORK-RECORD.
030200     PERFORM READ-NEXT-WORK-RECORD
030300         UNTIL WORK-FILE-AT-END = "Y"
030400            OR (    WORK-INVOICE NOT = SPACES
030450                AND WORK-CANCEL-FLAG NOT = "C").
030500
030600 READ-NEXT-WORK-RECORD.
030700     READ WORK-FILE

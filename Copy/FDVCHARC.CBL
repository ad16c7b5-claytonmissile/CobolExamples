004000     05  ARCH-RETAINED-AMOUNT  PIC S9(6)V99.
004100     05  ARCH-FX-GAIN-LOSS     PIC S9(6)V99.
004200     05  ARCH-USE-TAX          PIC S9(5)V99.
004300     05  ARCH-CANCEL-FLAG      PIC X(01).
004400     05  ARCH-CANCEL-DATE      PIC 9(08).
004500     05  ARCH-CANCEL-AMOUNT    PIC S9(6)V99.
004600     05  ARCH-PAYEE-TYPE       PIC X(01).
004700     05  ARCH-EMPLOYEE         PIC 9(05).
004800     05  ARCH-ENTERED-DATE     PIC 9(08).
004900     05  ARCH-SERVICE-FROM     PIC 9(08).
005000     05  ARCH-SERVICE-TO       PIC 9(08).
005100     05  ARCH-CONTRACT         PIC X(08).

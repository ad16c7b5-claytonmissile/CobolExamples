000600* the check itself (register
000700* and positive-pay source),
000710* W = backup withholding held
000720* out of the check,
000740* F = non-resident withholding
000760* on a foreign payee's check.
000800*---------------------------------
000900 FD  PENDING-FILE
001000     LABEL RECORDS ARE STANDARD.
001700     05  PEND-DISC-TAKEN      PIC S9(4)V99.
001800     05  PEND-RETAINED        PIC S9(6)V99.
001900     05  PEND-FX-GAIN-LOSS    PIC S9(6)V99.
002000     05  PEND-PAYEE-TYPE      PIC X(01).
002100     05  PEND-EMPLOYEE        PIC 9(05).
002200*---------------------------------
002300* On an F record only: what the
002400* 1042-S needs about the payment
002500* - the gross withheld on, the
002600* rate applied, the income and
002700* exemption codes, the treaty
002800* country and the W-8 form.
002900*---------------------------------
003000     05  PEND-FWHLD-GROSS     PIC S9(7)V99.
003100     05  PEND-FWHLD-RATE      PIC 9(2)V99.
003200     05  PEND-INCOME-CODE     PIC 9(02).
003300     05  PEND-EXEMPT-CODE     PIC X(02).
003400     05  PEND-TREATY-COUNTRY  PIC X(02).
003500     05  PEND-W8-FORM         PIC X(01).

000100*---------------------------------
000200* FDFWHLD - Record layout for
000300* the Foreign Withholding File.
000400* One record per check to a
000500* foreign payee paid for US-
000600* source income: the gross, the
000700* rate and the tax withheld, and
000800* why the rate was what it was.
000900* A record is kept even when
001000* nothing was withheld (a treaty
001100* exemption or effectively
001200* connected income) because the
001300* 1042-S reports the gross all
001400* the same.
001500*---------------------------------
001600 FD  FOREIGN-WHLD-FILE
001700     LABEL RECORDS ARE STANDARD.
001800 01  FOREIGN-WHLD-RECORD.
001900     05  FWHLD-CHECK-NO       PIC 9(06).
002000     05  FWHLD-VENDOR         PIC 9(05).
002100     05  FWHLD-DATE           PIC 9(08).
002200     05  FWHLD-INCOME-CODE    PIC 9(02).
002300     05  FWHLD-GROSS          PIC S9(7)V99.
002400     05  FWHLD-RATE           PIC 9(2)V99.
002500     05  FWHLD-AMOUNT         PIC S9(7)V99.
002600*---------------------------------
002700* The chapter 3 exemption code
002800* as the 1042-S wants it: 00 =
002900* not exempt (withheld at the
003000* statutory or a reduced treaty
003100* rate), 01 = effectively
003200* connected income (W-8ECI), 04
003300* = exempt under a treaty.
003400*---------------------------------
003500     05  FWHLD-EXEMPT-CODE    PIC X(02).
003600     05  FWHLD-TREATY-COUNTRY PIC X(02).
003700     05  FWHLD-W8-FORM        PIC X(01).
003800*---------------------------------
003900* Stamped by FWHDEP01: the date
004000* the withholding was swept into
004100* a federal deposit and the
004200* deposit voucher that carries
004300* it. Zero means not yet
004400* deposited.
004500*---------------------------------
004600     05  FWHLD-DEPOSIT-DATE   PIC 9(08).
004700     05  FWHLD-DEPOSIT-REF    PIC 9(05).

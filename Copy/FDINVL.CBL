000100*---------------------------------
000200* FDINVL - Record layout for the
000300* Invoice Receipt Log. One entry
000400* per paper invoice, written by
000500* the mailroom or scanning clerk
000600* the day it arrives, before
000700* anyone keys a voucher. Voucher
000800* entry marks the entry with the
000900* voucher it became; what is
001000* still open is the backlog.
001100*---------------------------------
001200 FD  INVOICE-LOG-FILE
001300     LABEL RECORDS ARE STANDARD.
001400 01  INVOICE-LOG-RECORD.
001500     05  INVL-NUMBER          PIC 9(06).
001600     05  INVL-VENDOR-INVOICE.
001700         10  INVL-VENDOR      PIC 9(05).
001800         10  INVL-INVOICE     PIC X(15).
001900     05  INVL-AMOUNT          PIC S9(6)V99.
002000*---------------------------------
002100* The date printed on the
002200* invoice starts the vendor's
002300* discount window; the received
002400* date starts our clock.
002500*---------------------------------
002600     05  INVL-INVOICE-DATE    PIC 9(08).
002700     05  INVL-RECEIVED-DATE   PIC 9(08).
002800*---------------------------------
002900* The scan system's ID for the
003000* image, carried to the voucher's
003100* document references when the
003200* voucher is keyed.
003300*---------------------------------
003400     05  INVL-DOCUMENT-ID     PIC X(20).
003500     05  INVL-LOGGED-BY       PIC X(08).
003600     05  INVL-STATUS          PIC X(01).
003700         88  INVL-IS-OPEN         VALUE "O".
003800         88  INVL-IS-VOUCHERED    VALUE "V".
003900         88  INVL-IS-RETURNED     VALUE "R".
004000     05  INVL-VOUCHER         PIC 9(05).
004100     05  INVL-MATCHED-DATE    PIC 9(08).

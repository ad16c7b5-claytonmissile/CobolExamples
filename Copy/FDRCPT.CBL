001900     05  RCPT-DATE            PIC 9(08).
002000     05  RCPT-AMOUNT          PIC S9(8)V99.
002100     05  RCPT-INITIALS        PIC X(03).
002200*---------------------------------
002300* The project the goods were
002400* received for, carried from
002500* the PO. Blank means no
002600* project.
002700*---------------------------------
002800     05  RCPT-PROJECT         PIC X(06).
002900*---------------------------------
003000* The voucher that settled the
003100* receipt under evaluated receipt
003200* settlement, set by ERSRUN01.
003300* Zero means the receipt has not
003400* been settled that way.
003500*---------------------------------
003600     05  RCPT-VOUCHER         PIC 9(05).

000100*---------------------------------
000200* FDCNTR - Record layout for the
000300* Contract Master File. One
000400* record per service contract
000500* (cleaning, security, HVAC
000600* maintenance and the like)
000700* signed for a term and a
000800* not-to-exceed amount with no
000900* PO behind each invoice.
001000* Vouchers carry the contract
001100* number; spend to date is the
001200* total of those vouchers.
001300*---------------------------------
001400 FD  CONTRACT-FILE
001500     LABEL RECORDS ARE STANDARD.
001600 01  CONTRACT-RECORD.
001700     05  CNTR-NUMBER          PIC X(08).
001800     05  CNTR-VENDOR          PIC 9(05).
001900     05  CNTR-DESCRIPTION     PIC X(30).
002000     05  CNTR-START-DATE      PIC 9(08).
002100     05  CNTR-END-DATE        PIC 9(08).
002200     05  CNTR-LIMIT-AMOUNT    PIC S9(8)V99.
002300*---------------------------------
002400* The spend categories the
002500* contract covers. All zero
002600* means any category.
002700*---------------------------------
002800     05  CNTR-CATEGORY        PIC 9(02)
002900                              OCCURS 5 TIMES.
003000*---------------------------------
003100* How many days before the end
003200* date the contract comes up on
003300* the renewal notice list. Zero
003400* leaves it off the list.
003500*---------------------------------
003600     05  CNTR-NOTICE-DAYS     PIC 9(03).

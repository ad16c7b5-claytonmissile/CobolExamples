000100*---------------------------------
000200* FDNTH - Record layout for the
000300* Note History File. One record
000400* for every movement on a note,
000500* numbered in the order made:
000600*   B - a borrowing, the original
000700*       advance or a later draw;
000800*       AMOUNT is what was lent
000900*   P - a payment vouchered;
001000*       AMOUNT is the payment,
001100*       split into interest and
001200*       principal
001300*   R - a rate change on an
001400*       indexed note; RATE is the
001500*       new rate in force
001600* BALANCE is what was owed after
001700* it, DATE the day it took
001800* effect (a payment: its due
001900* date).
002000*---------------------------------
002100 FD  NOTE-HISTORY-FILE
002200     LABEL RECORDS ARE STANDARD.
002300 01  NOTE-HISTORY-RECORD.
002400     05  NTH-KEY.
002500         10  NTH-NOTE-NUMBER   PIC 9(03).
002600         10  NTH-SEQ           PIC 9(04).
002700     05  NTH-TYPE              PIC X(01).
002800         88  NTH-IS-BORROWING     VALUE "B".
002900         88  NTH-IS-PAYMENT       VALUE "P".
003000         88  NTH-IS-RATE-CHANGE   VALUE "R".
003100     05  NTH-DATE              PIC 9(08).
003200     05  NTH-PAYMENT-NO        PIC 9(03).
003300     05  NTH-VOUCHER-NO        PIC 9(05).
003400     05  NTH-AMOUNT            PIC S9(7)V99.
003500     05  NTH-INTEREST          PIC S9(6)V99.
003600     05  NTH-PRINCIPAL         PIC S9(7)V99.
003700     05  NTH-BALANCE           PIC S9(7)V99.
003800     05  NTH-RATE              PIC 9(02)V999.
003900     05  NTH-ENTERED-DATE      PIC 9(08).
004000     05  NTH-ENTERED-BY        PIC X(08).

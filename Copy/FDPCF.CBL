000100*---------------------------------
000200* FDPCF - Record layout for the
000300* Petty Cash Fund File. One
000400* imprest fund per store, held
000500* by a custodian who is an
000600* employee - the fund is
000700* replenished by an employee
000800* voucher payable to the
000900* custodian.
001000*---------------------------------
001100 FD  PETTY-CASH-FUND-FILE
001200     LABEL RECORDS ARE STANDARD.
001300 01  PETTY-CASH-FUND-RECORD.
001400     05  PCF-STORE            PIC 9(02).
001500     05  PCF-CUSTODIAN        PIC 9(05).
001600     05  PCF-FUND-AMOUNT      PIC 9(5)V99.
001700*---------------------------------
001800* The bank account the
001900* replenishment checks are drawn
002000* on; its company is the fund's
002100* company.
002200*---------------------------------
002300     05  PCF-BANK-ACCT        PIC 9(02).
002400*---------------------------------
002500* The fund is due for
002600* replenishment once the cash
002700* expected in the box is down
002800* to this amount.
002900*---------------------------------
003000     05  PCF-REPLENISH-AT     PIC 9(5)V99.
003100     05  PCF-OVER-SHORT-ACCOUNT
003200                              PIC 9(05).
003300     05  PCF-LAST-SLIP-NO     PIC 9(05).
003400     05  PCF-LAST-COUNT-DATE  PIC 9(08).
003500     05  PCF-LAST-COUNT-AMOUNT
003600                              PIC 9(5)V99.
003700     05  PCF-STATUS           PIC X(01).
003800         88  PCF-IS-ACTIVE        VALUE "A".
003900         88  PCF-IS-INACTIVE      VALUE "I".
004000         88  PCF-STATUS-IS-VALID  VALUES "A" "I".

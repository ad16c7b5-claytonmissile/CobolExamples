001900* its own accounts.
002000*---------------------------------
002100     05  BANK-COMPANY         PIC 9(02).
002200*---------------------------------
002300* The account number as the bank
002400* shows it on its BAI2 statement
002500* files, so the prior-day import
002600* can find the account.
002700*---------------------------------
002800     05  BANK-STATEMENT-ACCT  PIC X(17).
002900*---------------------------------
003000* The lowest balance the account
003100* should be run down to. The cash
003200* flow forecast flags any week
003300* projected to end below it.
003400*---------------------------------
003500     05  BANK-MINIMUM-BALANCE PIC 9(9)V99.
003600*---------------------------------
003700* The general ledger cash account
003800* the bank account books to. Zero
003900* books it to the run's cash
004000* account, as every account did
004100* before accounts had their own.
004200*---------------------------------
004300     05  BANK-GL-ACCOUNT      PIC 9(05).

000100*---------------------------------
000200* FDSTOP - Record layout for the
000300* Stop Payment File. One record
000400* per check a stop has been
000500* asked for: who asked and why,
000600* the bank's confirmation
000700* number, when the stop lapses
000800* at the bank, and the fee the
000900* bank charged for it. The
001000* check's own figures are
001100* copied from the register so
001200* the bank file can be built
001300* without it.
001400*---------------------------------
001500 FD  STOP-PAYMENT-FILE
001600     LABEL RECORDS ARE STANDARD.
001700 01  STOP-PAYMENT-RECORD.
001800     05  STOP-CHECK-NO        PIC 9(06).
001900     05  STOP-BANK-ACCT       PIC 9(02).
002000     05  STOP-VENDOR          PIC 9(05).
002100     05  STOP-AMOUNT          PIC S9(7)V99.
002200     05  STOP-CHECK-DATE      PIC 9(08).
002300     05  STOP-REQUEST-DATE    PIC 9(08).
002400     05  STOP-OPERATOR        PIC X(08).
002500     05  STOP-REASON          PIC X(30).
002600     05  STOP-BANK-CONFIRM    PIC X(15).
002700     05  STOP-EXPIRY-DATE     PIC 9(08).
002800     05  STOP-FEE             PIC S9(5)V99.
002900     05  STOP-FEE-DATE        PIC 9(08).
003000*---------------------------------
003100* A while the stop stands, R
003200* once it has been released
003300* (the check may be paid after
003400* all). A stop past its expiry
003500* date is still A here but the
003600* bank no longer honors it.
003700*---------------------------------
003800     05  STOP-STATUS          PIC X(01).
003900         88  STOP-IS-ACTIVE       VALUE "A".
004000         88  STOP-IS-RELEASED     VALUE "R".
004100*---------------------------------
004200* What the bank must be told on
004300* the next stop-request file -
004400* P place, R renew, C cancel -
004500* and N until that file has
004600* carried it, Y once it has.
004700*---------------------------------
004800     05  STOP-BANK-ACTION     PIC X(01).
004900         88  STOP-ACTION-PLACE    VALUE "P".
005000         88  STOP-ACTION-RENEW    VALUE "R".
005100         88  STOP-ACTION-CANCEL   VALUE "C".
005200     05  STOP-SENT-FLAG       PIC X(01).
005300         88  STOP-SEND-IS-PENDING VALUE "N".
005400     05  STOP-SENT-DATE       PIC 9(08).

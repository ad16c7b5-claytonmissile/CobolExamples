000100*---------------------------------
000200* FDCBAT - Record layout for the
000300* Card Batch File. One record
000400* per store per batch date. The
000500* register import fills in the
000600* card tender (type T lines);
000700* the settlement import fills
000800* in the processor's gross,
000900* fees, chargebacks and net and
001000* the date it loaded them. Either
001100* may come first. A zero settled
001200* date means the processor has
001300* not yet paid the batch.
001400*
001500* The sales journal extract
001600* journals the fees and
001700* chargebacks once and sets the
001800* journaled date.
001900*---------------------------------
002000 FD  CARD-BATCH-FILE
002100     LABEL RECORDS ARE STANDARD.
002200 01  CARD-BATCH-RECORD.
002300     05  CBAT-KEY.
002400         10  CBAT-STORE        PIC 9(02).
002500         10  CBAT-BATCH-DATE   PIC 9(08).
002600     05  CBAT-TENDER-LOADED    PIC X(01).
002700         88  CBAT-HAS-TENDER       VALUE "Y".
002800     05  CBAT-CARD-SALES       PIC S9(7)V99.
002900     05  CBAT-SETTLED-DATE     PIC 9(08).
003000     05  CBAT-GROSS            PIC S9(7)V99.
003100     05  CBAT-FEES             PIC S9(7)V99.
003200     05  CBAT-CHARGEBACKS      PIC S9(7)V99.
003300     05  CBAT-NET              PIC S9(7)V99.
003400     05  CBAT-BANK-ACCT        PIC 9(02).
003500     05  CBAT-JOURNAL-DATE     PIC 9(08).

000100*---------------------------------
000200* FDCFIT - Record layout for the
000300* Cash Forecast Item File. Each
000400* item is a single expected
000500* movement of cash on one bank
000600* account on one date, in (I)
000700* or out (O). Items stay on the
000800* file until deleted; the
000900* forecast only picks up those
001000* dated inside its horizon.
001100*---------------------------------
001200 FD  CASH-ITEM-FILE
001300     LABEL RECORDS ARE STANDARD.
001400 01  CASH-ITEM-RECORD.
001500     05  CFIT-NUMBER          PIC 9(05).
001600     05  CFIT-BANK-ACCT       PIC 9(02).
001700     05  CFIT-DATE            PIC 9(08).
001800     05  CFIT-DIRECTION       PIC X(01).
001900         88  CFIT-IS-RECEIPT      VALUE "I".
002000         88  CFIT-IS-PAYMENT      VALUE "O".
002100         88  CFIT-DIRECTION-IS-VALID
002200             VALUES "I" "O".
002300     05  CFIT-AMOUNT          PIC 9(9)V99.
002400     05  CFIT-DESC            PIC X(30).

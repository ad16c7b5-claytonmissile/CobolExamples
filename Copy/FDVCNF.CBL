000100*---------------------------------
000200* FDVCNF - Record layout for the
000300* Vendor Confirmation File. The
000400* letter run stores the open
000500* balance it asked the vendor to
000600* confirm, how the vendor was
000700* picked (B balance, A activity,
000800* K keyed list) and the letters
000900* sent. The reply stores what
001000* the vendor confirmed and the
001100* difference, and the status
001200* follows it until it is closed:
001300*  S  letter sent, no reply yet
001400*  A  vendor agreed the balance
001500*  D  difference being worked
001600*  C  difference cleared
001700*---------------------------------
001800 FD  CONFIRMATION-FILE
001900     LABEL RECORDS ARE STANDARD.
002000 01  CONFIRMATION-RECORD.
002100     05  CONF-KEY.
002200         10  CONF-AS-OF-DATE   PIC 9(08).
002300         10  CONF-VENDOR       PIC 9(05).
002400     05  CONF-COMPANY          PIC 9(02).
002500     05  CONF-SELECTED-BY      PIC X(01).
002600         88  CONF-BY-BALANCE       VALUE "B".
002700         88  CONF-BY-ACTIVITY      VALUE "A".
002800         88  CONF-BY-KEYED-LIST    VALUE "K".
002900     05  CONF-RECORDED-BALANCE PIC S9(9)V99.
003000     05  CONF-OPEN-COUNT       PIC 9(05).
003100     05  CONF-FIRST-SENT       PIC 9(08).
003200     05  CONF-LAST-SENT        PIC 9(08).
003300     05  CONF-LETTERS-SENT     PIC 9(02).
003400     05  CONF-STATUS           PIC X(01).
003500         88  CONF-AWAITING-REPLY   VALUE "S".
003600         88  CONF-IS-AGREED        VALUE "A".
003700         88  CONF-HAS-DIFFERENCE   VALUE "D".
003800         88  CONF-IS-CLEARED       VALUE "C".
003900         88  CONF-IS-OUTSTANDING   VALUES "S" "D".
004000     05  CONF-REPLY-DATE       PIC 9(08).
004100     05  CONF-CONFIRMED-AMOUNT PIC S9(9)V99.
004200     05  CONF-DIFFERENCE       PIC S9(9)V99.
004300     05  CONF-CLEARED-DATE     PIC 9(08).
004400     05  CONF-FOLLOW-UP-NOTE   PIC X(40).
004500     05  CONF-OPERATOR         PIC X(08).

000100*---------------------------------
000200* FDPCS - Record layout for the
000300* Petty Cash Slip File. One
000400* record per disbursement from a
000500* store's fund, keyed by store
000600* and a slip number the fund
000700* assigns, so a fund's slips
000800* read together.
000900*---------------------------------
001000 FD  PETTY-CASH-SLIP-FILE
001100     LABEL RECORDS ARE STANDARD.
001200 01  PETTY-CASH-SLIP-RECORD.
001300     05  PCS-KEY.
001400         10  PCS-STORE        PIC 9(02).
001500         10  PCS-SLIP-NO      PIC 9(05).
001600     05  PCS-DATE             PIC 9(08).
001700*---------------------------------
001800* D - cash paid out of the box
001900* A - over/short from a cash
002000*     count, charged to the
002100*     fund's over/short account;
002200*     an overage is negative
002300*---------------------------------
002400     05  PCS-TYPE             PIC X(01).
002500         88  PCS-IS-DISBURSEMENT  VALUE "D".
002600         88  PCS-IS-COUNT-ADJUST  VALUE "A".
002700     05  PCS-PAID-TO          PIC X(25).
002800     05  PCS-DESCRIPTION      PIC X(30).
002900     05  PCS-CATEGORY         PIC 9(02).
003000     05  PCS-ACCOUNT          PIC 9(05).
003100     05  PCS-AMOUNT           PIC S9(6)V99.
003200*---------------------------------
003300* O - on hand in the box, not
003400*     yet replenished
003500* R - on a replenishment
003600*     voucher (PCS-VOUCHER-NO)
003700* V - voided
003800*---------------------------------
003900     05  PCS-STATUS           PIC X(01).
004000         88  PCS-IS-ON-HAND       VALUE "O".
004100         88  PCS-IS-REPLENISHED   VALUE "R".
004200         88  PCS-IS-VOID          VALUE "V".
004300     05  PCS-VOUCHER-NO       PIC 9(05).
004400     05  PCS-ENTERED-BY       PIC X(08).
004500     05  PCS-ENTERED-DATE     PIC 9(08).

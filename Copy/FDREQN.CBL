000100*---------------------------------
000200* FDREQN - Record layout for the
000300* Purchase Requisition File. One
000400* record per request for goods
000500* or services keyed by store or
000600* department staff ahead of any
000700* purchase order. It waits for
000800* an approver of its amount
000900* tier, then for a buyer to
001000* turn it into a PO; the PO
001100* number is stamped here when
001200* it is converted.
001300*---------------------------------
001400 FD  REQUISITION-FILE
001500     LABEL RECORDS ARE STANDARD.
001600 01  REQUISITION-RECORD.
001700     05  REQN-NUMBER          PIC 9(06).
001800     05  REQN-REQUESTER       PIC X(08).
001900     05  REQN-STORE           PIC 9(02).
002000     05  REQN-DEPARTMENT      PIC 9(02).
002100*---------------------------------
002200* The vendor the requester
002300* suggests. Zero leaves the
002400* choice to the buyer; the
002500* conversion screen sets it to
002600* the vendor actually ordered
002700* from.
002800*---------------------------------
002900     05  REQN-VENDOR          PIC 9(05).
003000     05  REQN-DESCRIPTION     PIC X(30).
003100     05  REQN-CATEGORY        PIC 9(02).
003200     05  REQN-AMOUNT          PIC S9(8)V99.
003300     05  REQN-NEED-DATE       PIC 9(08).
003400     05  REQN-ENTRY-DATE      PIC 9(08).
003500*---------------------------------
003600* The approval tier the
003700* estimated amount falls in,
003800* from the tier ceilings on the
003900* AP control file. Only an
004000* operator whose own tier is at
004100* least this high may approve.
004200*---------------------------------
004300     05  REQN-TIER            PIC 9(01).
004400     05  REQN-STATUS          PIC X(01).
004500         88  REQN-IS-SUBMITTED    VALUE "S".
004600         88  REQN-IS-APPROVED     VALUE "A".
004700         88  REQN-IS-REJECTED     VALUE "R".
004800         88  REQN-IS-CONVERTED    VALUE "C".
004900         88  REQN-IS-OPEN         VALUES "S" "A".
005000     05  REQN-DECIDED-BY      PIC X(08).
005100     05  REQN-DECIDED-DATE    PIC 9(08).
005200     05  REQN-REJECT-REASON   PIC X(30).
005300     05  REQN-PO-NUMBER       PIC X(10).
005400     05  REQN-CONVERTED-BY    PIC X(08).
005500     05  REQN-CONVERTED-DATE  PIC 9(08).

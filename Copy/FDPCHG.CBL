000100*---------------------------------
000200* FDPCHG - Record layout for the
000300* Vendor Pending Change File.
000400* A change to a vendor's
000500* remit-to address, tax id or
000600* bank routing/account is not
000700* applied when it is keyed - it
000800* is queued here with the old
000900* and new values, and the
001000* vendor master keeps the old
001100* values until a second
001200* operator (never the one who
001300* keyed it) calls the vendor
001400* back at the number already on
001500* file and approves it in
001600* VNDCHG01. The record stays on
001700* file after the decision so
001800* the check run can flag
001900* vendors paid soon after a
002000* change went live.
002100*
002200* Kind:   R = remit-to address,
002300*         T = tax id,
002400*         B = bank routing and
002500*             account.
002600* Status: P = pending,
002700*         A = approved and applied,
002800*         X = rejected.
002900*---------------------------------
003000 FD  PENDING-CHANGE-FILE
003100     LABEL RECORDS ARE STANDARD.
003200 01  PENDING-CHANGE-RECORD.
003300     05  PCHG-KEY.
003400         10  PCHG-VENDOR          PIC 9(05).
003500         10  PCHG-SEQUENCE        PIC 9(04).
003600     05  PCHG-KIND                PIC X(01).
003700         88  PCHG-IS-REMIT-TO         VALUE "R".
003800         88  PCHG-IS-TAX-ID           VALUE "T".
003900         88  PCHG-IS-BANK-ACCOUNT     VALUE "B".
004000     05  PCHG-STATUS              PIC X(01).
004100         88  PCHG-IS-PENDING          VALUE "P".
004200         88  PCHG-IS-APPROVED         VALUE "A".
004300         88  PCHG-IS-REJECTED         VALUE "X".
004400     05  PCHG-KEYED-BY            PIC X(08).
004500     05  PCHG-KEYED-DATE          PIC 9(08).
004600     05  PCHG-KEYED-TIME          PIC 9(06).
004700*---------------------------------
004800* The values before and after,
004900* laid out by kind.
005000*---------------------------------
005100     05  PCHG-OLD-VALUES.
005200         10  PCHG-OLD-REMIT-FLAG  PIC X(01).
005300         10  PCHG-OLD-REMIT-ADDRESS-1
005400                                  PIC X(30).
005500         10  PCHG-OLD-REMIT-ADDRESS-2
005600                                  PIC X(30).
005700         10  PCHG-OLD-REMIT-CITY  PIC X(20).
005800         10  PCHG-OLD-REMIT-STATE PIC X(02).
005900         10  PCHG-OLD-REMIT-ZIP   PIC X(10).
006000     05  PCHG-OLD-TAX-VALUES REDEFINES PCHG-OLD-VALUES.
006100         10  PCHG-OLD-TAX-ID      PIC X(11).
006200         10  FILLER               PIC X(82).
006300     05  PCHG-OLD-BANK-VALUES REDEFINES PCHG-OLD-VALUES.
006400         10  PCHG-OLD-ROUTING     PIC X(09).
006500         10  PCHG-OLD-ACCOUNT     PIC X(17).
006600         10  PCHG-OLD-ACCT-TYPE   PIC X(01).
006700         10  FILLER               PIC X(66).
006800     05  PCHG-NEW-VALUES.
006900         10  PCHG-NEW-REMIT-FLAG  PIC X(01).
007000         10  PCHG-NEW-REMIT-ADDRESS-1
007100                                  PIC X(30).
007200         10  PCHG-NEW-REMIT-ADDRESS-2
007300                                  PIC X(30).
007400         10  PCHG-NEW-REMIT-CITY  PIC X(20).
007500         10  PCHG-NEW-REMIT-STATE PIC X(02).
007600         10  PCHG-NEW-REMIT-ZIP   PIC X(10).
007700     05  PCHG-NEW-TAX-VALUES REDEFINES PCHG-NEW-VALUES.
007800         10  PCHG-NEW-TAX-ID      PIC X(11).
007900         10  FILLER               PIC X(82).
008000*---------------------------------
008100* A bank change for a vendor
008200* with no enrollment yet is a
008300* new enrollment; approving it
008400* writes the enrollment in
008500* prenote status.
008600*---------------------------------
008700     05  PCHG-NEW-BANK-VALUES REDEFINES PCHG-NEW-VALUES.
008800         10  PCHG-NEW-ROUTING     PIC X(09).
008900         10  PCHG-NEW-ACCOUNT     PIC X(17).
009000         10  PCHG-NEW-ACCT-TYPE   PIC X(01).
009100         10  PCHG-NEW-ENROLLMENT  PIC X(01).
009200             88  PCHG-IS-NEW-ENROLLMENT VALUE "Y".
009300         10  FILLER               PIC X(65).
009400*---------------------------------
009500* The decision, and for an
009600* approval the callback that
009700* confirmed it: the number on
009800* file that was dialled and
009900* the person at the vendor who
010000* confirmed the change.
010100*---------------------------------
010200     05  PCHG-DECIDED-BY          PIC X(08).
010300     05  PCHG-DECIDED-DATE        PIC 9(08).
010400     05  PCHG-CALLBACK-PHONE      PIC X(14).
010500     05  PCHG-CALLBACK-CONTACT    PIC X(30).
010600     05  PCHG-DECISION-NOTE       PIC X(40).

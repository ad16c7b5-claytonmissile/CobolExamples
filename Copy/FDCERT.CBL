000100*---------------------------------
000200* FDCERT - Record layout for the
000300* Operator Access Certification
000400* History File. RCTRUN01 writes
000500* one record per operator when a
000600* recertification cycle is
000700* opened, carrying the
000800* operator's authority flags,
000900* last good sign-on and lock
001000* state as they stood that day
001100* and the supervisor who must
001200* vouch for them. The
001300* supervisor's decision is
001400* recorded on it in RCTENT01;
001500* one still pending after the
001600* deadline is marked lapsed by
001700* RCTLCK01 and the operator
001800* locked. Records are never
001900* deleted - the file is the
002000* auditors' history of who
002100* confirmed whose access, when.
002200*
002300* Status: P = pending,
002400*         K = kept as it was,
002500*         R = revoked,
002600*         C = changed,
002700*         L = lapsed at the
002800*             deadline and locked.
002900*---------------------------------
003000 FD  CERT-HISTORY-FILE
003100     LABEL RECORDS ARE STANDARD.
003200 01  CERT-RECORD.
003300     05  CERT-KEY.
003400         10  CERT-CYCLE           PIC X(06).
003500         10  CERT-OPERATOR        PIC X(08).
003600     05  CERT-SUPERVISOR          PIC X(08).
003700     05  CERT-OPENED-DATE         PIC 9(08).
003800     05  CERT-DEADLINE            PIC 9(08).
003900     05  CERT-STATUS              PIC X(01).
004000         88  CERT-IS-PENDING          VALUE "P".
004100         88  CERT-IS-KEPT             VALUE "K".
004200         88  CERT-IS-REVOKED          VALUE "R".
004300         88  CERT-IS-CHANGED          VALUE "C".
004400         88  CERT-IS-LAPSED           VALUE "L".
004500*---------------------------------
004600* Entry, payment, maintenance,
004700* utility and full tax/bank id
004800* authority - as the cycle found
004900* them, and as they were left by
005000* the decision.
005100*---------------------------------
005200     05  CERT-OLD-FLAGS.
005300         10  CERT-OLD-ENTRY       PIC X(01).
005400         10  CERT-OLD-PAYMENT     PIC X(01).
005500         10  CERT-OLD-MAINT       PIC X(01).
005600         10  CERT-OLD-UTILITY     PIC X(01).
005700         10  CERT-OLD-UNMASK      PIC X(01).
005800     05  CERT-NEW-FLAGS.
005900         10  CERT-NEW-ENTRY       PIC X(01).
006000         10  CERT-NEW-PAYMENT     PIC X(01).
006100         10  CERT-NEW-MAINT       PIC X(01).
006200         10  CERT-NEW-UTILITY     PIC X(01).
006300         10  CERT-NEW-UNMASK      PIC X(01).
006400     05  CERT-LAST-SIGN-ON        PIC 9(08).
006500     05  CERT-WAS-LOCKED          PIC X(01).
006600     05  CERT-DECIDED-BY          PIC X(08).
006700     05  CERT-DECIDED-DATE        PIC 9(08).
006800     05  CERT-DECISION-NOTE       PIC X(40).

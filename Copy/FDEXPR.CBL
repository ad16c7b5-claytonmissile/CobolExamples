000100*---------------------------------
000200* FDEXPR - Record layout for the
000300* Expense Report File. One
000400* employee's report with its
000500* lines; an approved report
000600* becomes one employee voucher
000700* whose number is stamped here.
000800*---------------------------------
000900 FD  EXPENSE-REPORT-FILE
001000     LABEL RECORDS ARE STANDARD.
001100 01  EXPENSE-REPORT-RECORD.
001200     05  EXPR-NUMBER          PIC 9(06).
001300     05  EXPR-EMPLOYEE        PIC 9(05).
001400     05  EXPR-COMPANY         PIC 9(02).
001500     05  EXPR-PURPOSE         PIC X(30).
001600     05  EXPR-DATE            PIC 9(08).
001700     05  EXPR-STATUS          PIC X(01).
001800         88  EXPR-IS-PENDING      VALUE "P".
001900         88  EXPR-IS-APPROVED     VALUE "A".
002000         88  EXPR-IS-REJECTED     VALUE "R".
002100         88  EXPR-IS-CANCELLED    VALUE "X".
002200     05  EXPR-ENTERED-BY      PIC X(08).
002300     05  EXPR-DECIDED-BY      PIC X(08).
002400     05  EXPR-DECIDED-DATE    PIC 9(08).
002500     05  EXPR-TOTAL           PIC S9(6)V99.
002600*---------------------------------
002700* Open travel advances netted
002800* against the report when it
002900* was approved, and the
003000* voucher that pays the rest.
003100*---------------------------------
003200     05  EXPR-ADVANCE-APPLIED PIC S9(6)V99.
003300     05  EXPR-VOUCHER-NO      PIC 9(05).
003400     05  EXPR-LINE-COUNT      PIC 9(02).
003500     05  EXPR-LINE OCCURS 30 TIMES.
003600         10  EXPR-LINE-DATE   PIC 9(08).
003700         10  EXPR-LINE-TYPE   PIC X(02).
003800             88  EXPR-LINE-IS-AIRFARE   VALUE "AI".
003900             88  EXPR-LINE-IS-LODGING   VALUE "LO".
004000             88  EXPR-LINE-IS-MEALS     VALUE "ME".
004100             88  EXPR-LINE-IS-MILEAGE   VALUE "MI".
004200             88  EXPR-LINE-IS-GROUND    VALUE "GT".
004300             88  EXPR-LINE-IS-OTHER     VALUE "OT".
004400             88  EXPR-LINE-TYPE-IS-VALID
004500                 VALUES "AI" "LO" "ME" "MI" "GT" "OT".
004600         10  EXPR-LINE-DESC   PIC X(20).
004700         10  EXPR-LINE-MILES  PIC 9(04).
004800         10  EXPR-LINE-AMOUNT PIC S9(5)V99.
004900         10  EXPR-LINE-RECEIPT
005000                              PIC X(01).
005100             88  EXPR-LINE-HAS-RECEIPT  VALUE "Y".
005200         10  EXPR-LINE-ACCOUNT
005300                              PIC 9(05).

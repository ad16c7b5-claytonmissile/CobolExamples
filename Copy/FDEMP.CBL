000100*---------------------------------
000200* FDEMP - Record layout for the
000300* Employee Payee File. The
000400* people reimbursed for travel
000500* and out-of-pocket spending,
000600* kept apart from the vendor
000700* master so they never reach
000800* 1099, diversity or vendor
000900* scorecard reporting.
001000*---------------------------------
001100 FD  EMPLOYEE-FILE
001200     LABEL RECORDS ARE STANDARD.
001300 01  EMPLOYEE-RECORD.
001400     05  EMP-NUMBER           PIC 9(05).
001500     05  EMP-NAME             PIC X(30).
001600     05  EMP-ADDRESS-1        PIC X(30).
001700     05  EMP-CITY             PIC X(20).
001800     05  EMP-STATE            PIC X(02).
001900     05  EMP-ZIP              PIC X(10).
002000     05  EMP-DEPARTMENT       PIC 9(02).
002100     05  EMP-COMPANY          PIC 9(02).
002200*---------------------------------
002300* The employee number of the
002400* manager who approves this
002500* employee's expense reports,
002600* and the sign-on the employee
002700* uses - the approval screen
002800* matches the signed-on
002900* operator to the manager's
003000* sign-on.
003100*---------------------------------
003200     05  EMP-MANAGER          PIC 9(05).
003300     05  EMP-OPERATOR-ID      PIC X(08).
003400     05  EMP-STATUS           PIC X(01).
003500         88  EMP-IS-ACTIVE        VALUE "A".
003600         88  EMP-IS-INACTIVE      VALUE "I".
003700         88  EMP-STATUS-IS-VALID  VALUES "A" "I".

000100*---------------------------------
000200* WSPOLL01 - Working storage for
000300* the shared polling completeness
000400* check. See PLPOLL01 for usage.
000500*---------------------------------
000600 01  POLL-CHECK-DATE          PIC 9(8).
000700 01  POLL-DAY-IS-COMPLETE     PIC X     VALUE "Y".
000800 01  POLL-UNRESOLVED-COUNT    PIC 9(3)  VALUE ZEROES.
000900 01  POLL-FIRST-UNRESOLVED    PIC 9(2)  VALUE ZEROES.
001000 01  POLL-STORE-EXPECTED      PIC X.
001100 01  POLL-STORE-RESOLVED      PIC X.
001200 01  POLL-STORE-AT-END        PIC X.
001300 01  POLL-RECORD-FOUND        PIC X.
001400 01  POLL-KEY-HOLD            PIC X(10).

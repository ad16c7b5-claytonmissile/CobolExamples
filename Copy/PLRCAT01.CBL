001400*
001500* The operator is asked for
001600* here, once per run, for the
001700* catalog record. A program that
001710* runs unattended moves its own
001720* name to REGISTER-OPERATOR-ID
001730* first and is not asked.
001800*
001900* Requires RCAT-FILE already be
002000* OPEN I-O in the calling
002200* WSCASE01 in WORKING-STORAGE.
002300*---------------------------------
002400 REGISTER-REPORT-RUN.
002500     IF REGISTER-OPERATOR-ID = SPACES
002550         DISPLAY "ENTER YOUR OPERATOR ID (FOR THE REPORT CATALOG)"
002600         ACCEPT REGISTER-OPERATOR-ID.
002700     INSPECT REGISTER-OPERATOR-ID
002800       CONVERTING LOWER-ALPHA
002900       TO         UPPER-ALPHA.
003800     MOVE "RP00000   " TO REGISTER-SPOOL-NAME.
003900     MOVE RCAT-NEXT-RUN-NUMBER TO REGISTER-SPOOL-NUMBER.
004000     MOVE REGISTER-SPOOL-NAME TO RCAT-SPOOL-NAME.
004050     MOVE ZEROES TO RCAT-DELIVERED-COUNT
004060                    RCAT-DELIVERED-DATE
004070                    RCAT-DELIVERED-TIME.
004100     WRITE RCAT-RECORD
004200         INVALID KEY
004300         DISPLAY "ERROR WRITING REPORT CATALOG RECORD".

000100*---------------------------------
000200* FDSWRL - Record layout for the
000300* Sweep Rule File. The target
000400* balance is what the account
000500* should hold: anything above it
000600* is swept to the sweep-to
000700* account, and any shortfall
000800* below it once the selected
000900* vouchers are paid is funded
001000* from the fund-from account.
001100* A target of zero with a
001200* sweep-to account is a
001300* zero-balance account. Either
001400* account may be zero for a rule
001500* that only sweeps or only
001600* funds.
001700*---------------------------------
001800 FD  SWEEP-RULE-FILE
001900     LABEL RECORDS ARE STANDARD.
002000 01  SWEEP-RULE-RECORD.
002100     05  SWRL-BANK-ACCT       PIC 9(02).
002200     05  SWRL-SWEEP-TO-ACCT   PIC 9(02).
002300     05  SWRL-FUND-FROM-ACCT  PIC 9(02).
002400     05  SWRL-TARGET-BALANCE  PIC 9(9)V99.
002500     05  SWRL-ACTIVE          PIC X(01).
002600         88  SWRL-IS-ACTIVE       VALUE "Y".
002700         88  SWRL-ACTIVE-IS-VALID VALUES "Y" "N".

000100*---------------------------------
000200* SLEXPR - File control entry
000300* for the Expense Report File.
000400*---------------------------------
000500     SELECT EXPENSE-REPORT-FILE
000600         ASSIGN TO "EXPRPT"
000700         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS EXPR-NUMBER.

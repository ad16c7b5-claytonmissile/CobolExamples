000100*---------------------------------
000200* SLEMP - File control entry
000300* for the Employee Payee File.
000400*---------------------------------
000500     SELECT EMPLOYEE-FILE
000600         ASSIGN TO "EMPLOYEE"
000700         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS EMP-NUMBER.

000100*---------------------------------
000200* WSANPRM01 - Working storage for
000300* the shared payment analytics
000400* parameter load. See PLANPRM01
000500* for usage.
000600*---------------------------------
000700 01  ANPR-FILE-AT-END         PIC X.
000800 01  ANPR-FROM-DEFAULTS       PIC X.

001100     05  FILLER               PIC X(2).
001200     05  REGISTER-SPOOL-NUMBER PIC 9(5).
001300     05  FILLER               PIC X(3).
001400 01  REGISTER-OPERATOR-ID     PIC X(8)  VALUE SPACE.
001500 01  RCAT-FILE-AT-END         PIC X.
001600 01  RCAT-NEXT-RUN-NUMBER     PIC 9(5).

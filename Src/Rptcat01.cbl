001200* spool file to the printer -
001300* exactly as first produced,
001400* not rerun against today's
001450* data. The browse also shows
001500* how many recipients each run
001550* was burst and delivered to.
001600*---------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
007100     05  BRW-OPERATOR        PIC X(8).
007200     05  FILLER              PIC X(1)  VALUE SPACE.
007300     05  BRW-PARAMETERS      PIC X(30).
007330     05  FILLER              PIC X(1)  VALUE SPACE.
007360     05  BRW-DELIVERED       PIC ZZ9.
007400
007500     COPY "WSCASE01.CBL".
007600
014600     MOVE RCAT-RUN-TIME TO BRW-RUN-TIME.
014700     MOVE RCAT-OPERATOR TO BRW-OPERATOR.
014800     MOVE RCAT-PARAMETERS TO BRW-PARAMETERS.
014850     MOVE RCAT-DELIVERED-COUNT TO BRW-DELIVERED.
014900     DISPLAY BROWSE-LINE.
015000     PERFORM PAUSE-THE-SCREEN.
015100     PERFORM READ-NEXT-CATALOG-RECORD.

000800* the last twelve periods on
000900* the snapshot file, ending
001000* at an entered period - in
001050* total, for one vendor, or
001100* for the family that vendor
001150* heads -
001200* so a growing over-90
001300* bucket is a report instead
001400* of a pile of paper on the
003700
003800 77  SNAP-FILE-AT-END        PIC X.
003900 77  FILTER-VENDOR           PIC 9(5).
003950 77  FILTER-FAMILY           PIC X.
004000
004100 01  END-PERIOD              PIC 9(6).
004200 01  END-PERIOD-FIELDS REDEFINES END-PERIOD.
008400     05  FILLER              PIC X(20) VALUE SPACE.
008500     05  FILLER              PIC X(27)
008600         VALUE "AGING TREND - TWELVE MONTHS".
008700     05  PRINT-F-LABEL       PIC X(9)  VALUE " VENDOR: ".
008800     05  PRINT-F-VENDOR      PIC Z(4)9.
008900     05  FILLER              PIC X(10)
009000         VALUE " (0 = ALL)".
012600         UNTIL END-MONTH-IS-VALID.
012700     DISPLAY "ENTER VENDOR NUMBER (0 FOR ALL)".
012800     ACCEPT FILTER-VENDOR.
012803     MOVE "N" TO FILTER-FAMILY.
012806     IF FILTER-VENDOR NOT = ZEROES
012809         PERFORM GET-FILTER-FAMILY.
012812     IF FILTER-FAMILY = "Y"
012815         MOVE " FAMILY: " TO PRINT-F-LABEL.
012818
012821*---------------------------------
012824* Rolled up, the vendor entered
012827* is taken as the family head
012830* and every member's snapshot
012833* is summed under it.
012836*---------------------------------
012839 GET-FILTER-FAMILY.
012842     PERFORM ACCEPT-FILTER-FAMILY.
012845     PERFORM RE-ACCEPT-FILTER-FAMILY
012848         UNTIL FILTER-FAMILY = "Y" OR "N".
012851
012854 ACCEPT-FILTER-FAMILY.
012857     DISPLAY "ROLL UP TO PARENT VENDOR (Y/N)?".
012860     ACCEPT FILTER-FAMILY.
012863     INSPECT FILTER-FAMILY
012866         CONVERTING LOWER-ALPHA
012869         TO         UPPER-ALPHA.
012872     IF FILTER-FAMILY = SPACE
012875         MOVE "N" TO FILTER-FAMILY.
012878
012881 RE-ACCEPT-FILTER-FAMILY.
012884     DISPLAY "YOU MUST ENTER YES OR NO".
012887     PERFORM ACCEPT-FILTER-FAMILY.
012900
013000 ACCEPT-END-PERIOD.
013100     DISPLAY "ENTER ENDING PERIOD (CCYYMM)".
017300         AT END MOVE "Y" TO SNAP-FILE-AT-END.
017400     IF SNAP-FILE-AT-END NOT = "Y"
017500        AND (FILTER-VENDOR = ZEROES
017550             OR SNAP-VENDOR = FILTER-VENDOR
017600             OR (FILTER-FAMILY = "Y"
017650                 AND SNAP-FAMILY-HEAD = FILTER-VENDOR))
017700         PERFORM PLACE-THIS-SNAPSHOT
017800             VARYING PERIOD-SUB FROM 1 BY 1
017900             UNTIL PERIOD-SUB > 12.

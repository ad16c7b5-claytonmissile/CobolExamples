000800* 31-60, 61-90, or OVER 90 days
000900* past due, with totals by
001000* bucket and a grand total.
001005* Each run is one company's
001010* section, burst to that
001015* company's distribution list.
001020* Rolled up to parent vendor,
001040* the buckets are also summed
001060* by vendor family after the
001080* totals.
001100*---------------------------------
001200 ENVIRONMENT DIVISION.
001300 INPUT-OUTPUT SECTION.
002600         ORGANIZATION IS LINE SEQUENTIAL.
002700
002800     COPY "SLRCAT.CBL".
002820
002840     COPY "SLOPNI.CBL".
002860
002880     COPY "SLUPDJ.CBL".
002900
003000 DATA DIVISION.
003100 FILE SECTION.
003900     COPY "FDCOMP.CBL".
004000
004100     COPY "FDRCAT.CBL".
004120
004140     COPY "FDOPNI.CBL".
004160
004180     COPY "FDUPDJ.CBL".
004200
004300 FD  PRINTER-FILE
004400     LABEL RECORDS ARE OMITTED.
011400     05  FILLER              PIC X(1) VALUE SPACE.
011500     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
011600
011602*---------------------------------
011604* Family summary - one line per
011606* family head, bucket by bucket.
011608*---------------------------------
011610 01  FAMILY-LABEL-LINE.
011612     05  FILLER            PIC X(20) VALUE "FAMILY".
011614     05  FILLER            PIC X(12) VALUE "    CURRENT".
011616     05  FILLER            PIC X(12) VALUE "       1-30".
011618     05  FILLER            PIC X(12) VALUE "      31-60".
011620     05  FILLER            PIC X(12) VALUE "      61-90".
011622     05  FILLER            PIC X(12) VALUE "    OVER 90".
011624
011626 01  FAMILY-LINE.
011628     05  PRINT-FAM-HEAD    PIC Z(4)9.
011630     05  FILLER            PIC X(1)  VALUE SPACE.
011632     05  PRINT-FAM-NAME    PIC X(13).
011634     05  PRINT-FAM-BUCKET  OCCURS 5 TIMES.
011636         10  FILLER        PIC X(1).
011638         10  PRINT-FAM-AMOUNT
011640                           PIC ZZZ,ZZ9.99-.
011642
011644 77  FAM-AGING-COUNT       PIC 9(3)  VALUE ZEROES.
011646 77  FAM-AGING-SUB         PIC 9(3).
011648 77  FAM-SWAP-SUB          PIC 9(3).
011650 77  FAM-BUCKET-SUB        PIC 9.
011652 77  FAM-AGING-IS-FULL     PIC X     VALUE "N".
011654 01  FAM-AGING-TABLE.
011656     05  FAM-AGING-ENTRY   OCCURS 500 TIMES.
011658         10  FAM-AGING-HEAD    PIC 9(5).
011660         10  FAM-AGING-AMOUNT  PIC S9(8)V99
011662                               OCCURS 5 TIMES.
011664 01  FAM-SWAP-ENTRY.
011666     05  FILLER            PIC X(55).
011668
011700 01  AS-OF-LINE.
011800     05  FILLER              PIC X(15) VALUE "REPORT AS OF:".
011900     05  PRINT-AS-OF-DATE     PIC Z9/99/9999.
012200 77  REPORT-DESTINATION      PIC X(10) VALUE "PRINTER".
012300
012400     COPY "WSRCAT01.CBL".
012430
012460     COPY "WSBRST01.CBL".
012500
012600     COPY "WSCOMP01.CBL".
012700
015600     COPY "WSCASE01.CBL".
015700
015800     COPY "WSDATE01.CBL".
015830
015860     COPY "WSFAM01.CBL".
015870
015880     COPY "WSOPNI01.CBL".
015900
016000 LINKAGE SECTION.
016100
019200     CLOSE RCAT-FILE.
019300     PERFORM END-LAST-PAGE.
019400     CLOSE PRINTER-FILE.
019450     PERFORM DELIVER-THE-REPORT.
019500
019506*---------------------------------
019512* The company head line that
019518* tops every page is the break
019524* the run is burst on.
019530*---------------------------------
019536 DELIVER-THE-REPORT.
019542     MOVE REGISTER-SPOOL-NUMBER TO BURST-RUN-NUMBER.
019548     MOVE "S" TO BURST-BREAK-MODE.
019554     MOVE "  COMPANY" TO BURST-BREAK-TEXT.
019560     MOVE 31 TO BURST-TEXT-COLUMN.
019566     MOVE 9 TO BURST-TEXT-LENGTH.
019572     MOVE 41 TO BURST-CODE-COLUMN.
019578     MOVE "N" TO BURST-WITHOUT-LIST.
019584     CALL "RPTBST01" USING BURST-PARAMETERS.
019590
019600 MAIN-PROCESS.
019650     MOVE "N" TO FAMILY-ROLL-UP.
019700     IF BRP-ACTIVE = "Y"
019800         PERFORM RUN-FROM-PARAMETERS
019900     ELSE
022200     PERFORM GET-OK-TO-PROCESS.
022300     IF OK-TO-PROCESS = "Y"
022400         PERFORM GET-AS-OF-DATE
022450         PERFORM GET-FAMILY-ROLL-UP
022500         PERFORM PRINT-THE-REPORT.
022600
022700 GET-OK-TO-PROCESS.
025200     PERFORM UPDATE-REPORT-PARAMETERS.
025300
025400 PRINT-THE-REPORT.
025430     IF FAMILY-ROLL-UP = "Y"
025460         PERFORM LOAD-FAMILY-TABLE.
025500     PERFORM START-NEW-PAGE.
025600     PERFORM READ-FIRST-UNPAID-VOUCHER.
025700     IF VOUCHER-FILE-AT-END = "Y"
026100         PERFORM PRINT-ALL-VOUCHERS
026200             UNTIL VOUCHER-FILE-AT-END = "Y"
026300         PERFORM PRINT-TOTALS.
026320     IF FAMILY-ROLL-UP = "Y"
026340        AND FAM-AGING-COUNT NOT = ZEROES
026360         PERFORM PRINT-FAMILY-SUMMARY.
026400
026500 PRINT-ALL-VOUCHERS.
026600     PERFORM PRINT-ONE-VOUCHER.
027300         VOUCHER-BASE-AMOUNT - VOUCHER-PAID-AMOUNT.
027400     PERFORM COMPUTE-AGE-DAYS.
027500     PERFORM BUCKET-THIS-VOUCHER.
027530     IF FAMILY-ROLL-UP = "Y"
027560         PERFORM AGE-UNDER-FAMILY.
027600     PERFORM PRINT-DETAIL-LINE.
027700
027800*---------------------------------
031100     MOVE SPACE TO DETAIL-LINE.
031200     MOVE VOUCHER-VENDOR TO PRINT-VENDOR-NO.
031300
031450     PERFORM GET-VOUCHER-VENDOR.
031600     IF VENDOR-RECORD-FOUND = "Y"
031700         MOVE VENDOR-NAME TO PRINT-NAME
031800     ELSE
036100     MOVE GRAND-TOTAL       TO PRINT-GRAND-TOTAL.
036200     MOVE TOTAL-LINE TO PRINTER-RECORD.
036300     PERFORM WRITE-TO-PRINTER.
036301*---------------------------------
036302* Family roll-up: each open
036303* amount is also charged to its
036304* family head, in the same
036305* bucket the detail line shows.
036306*---------------------------------
036307 AGE-UNDER-FAMILY.
036308     MOVE VOUCHER-VENDOR TO FAMILY-VENDOR.
036309     PERFORM FIND-FAMILY-HEAD.
036310     PERFORM FIND-FAMILY-AGING-SLOT.
036311     IF FAM-AGING-SUB NOT > 500
036312         PERFORM SET-FAMILY-BUCKET
036313         ADD OPEN-AMOUNT
036314           TO FAM-AGING-AMOUNT (FAM-AGING-SUB FAM-BUCKET-SUB).
036315
036316 SET-FAMILY-BUCKET.
036317     IF AGE-DAYS <= 0
036318         MOVE 1 TO FAM-BUCKET-SUB
036319     ELSE
036320     IF AGE-DAYS <= 30
036321         MOVE 2 TO FAM-BUCKET-SUB
036322     ELSE
036323     IF AGE-DAYS <= 60
036324         MOVE 3 TO FAM-BUCKET-SUB
036325     ELSE
036326     IF AGE-DAYS <= 90
036327         MOVE 4 TO FAM-BUCKET-SUB
036328     ELSE
036329         MOVE 5 TO FAM-BUCKET-SUB.
036330
036331 FIND-FAMILY-AGING-SLOT.
036332     MOVE 1 TO FAM-AGING-SUB.
036333     PERFORM BUMP-FAM-AGING-SUB
036334         UNTIL FAM-AGING-SUB > FAM-AGING-COUNT
036335            OR FAM-AGING-HEAD (FAM-AGING-SUB) = FAMILY-HEAD.
036336     IF FAM-AGING-SUB > FAM-AGING-COUNT
036337         PERFORM OPEN-FAMILY-AGING-SLOT.
036338
036339 BUMP-FAM-AGING-SUB.
036340     ADD 1 TO FAM-AGING-SUB.
036341
036342 OPEN-FAMILY-AGING-SLOT.
036343     IF FAM-AGING-COUNT < 500
036344         ADD 1 TO FAM-AGING-COUNT
036345         MOVE FAM-AGING-COUNT TO FAM-AGING-SUB
036346         MOVE FAMILY-HEAD TO FAM-AGING-HEAD (FAM-AGING-SUB)
036347         MOVE ZEROES TO FAM-AGING-AMOUNT (FAM-AGING-SUB 1)
036348                        FAM-AGING-AMOUNT (FAM-AGING-SUB 2)
036349                        FAM-AGING-AMOUNT (FAM-AGING-SUB 3)
036350                        FAM-AGING-AMOUNT (FAM-AGING-SUB 4)
036351                        FAM-AGING-AMOUNT (FAM-AGING-SUB 5)
036352     ELSE
036353         MOVE 501 TO FAM-AGING-SUB
036354         MOVE "Y" TO FAM-AGING-IS-FULL.
036355
036356*---------------------------------
036357* The summary prints in family
036358* head order - a straight
036359* exchange sort is plenty for
036360* five hundred entries.
036361*---------------------------------
036362 PRINT-FAMILY-SUMMARY.
036363     PERFORM SORT-FAMILY-ONE-PASS
036364         VARYING FAM-AGING-SUB FROM 1 BY 1
036365         UNTIL FAM-AGING-SUB NOT < FAM-AGING-COUNT.
036366     PERFORM LINE-FEED.
036367     MOVE "AGING BY VENDOR FAMILY" TO PRINTER-RECORD.
036368     PERFORM WRITE-TO-PRINTER.
036369     MOVE FAMILY-LABEL-LINE TO PRINTER-RECORD.
036370     PERFORM WRITE-TO-PRINTER.
036371     PERFORM PRINT-ONE-FAMILY
036372         VARYING FAM-AGING-SUB FROM 1 BY 1
036373         UNTIL FAM-AGING-SUB > FAM-AGING-COUNT.
036374     IF FAM-AGING-IS-FULL = "Y"
036375         MOVE "MORE THAN 500 FAMILIES - THE REST ARE NOT SUMMED"
036376           TO PRINTER-RECORD
036377         PERFORM WRITE-TO-PRINTER.
036378
036379 SORT-FAMILY-ONE-PASS.
036380     COMPUTE FAM-SWAP-SUB = FAM-AGING-SUB + 1.
036381     PERFORM SORT-FAMILY-ONE-COMPARE
036382         UNTIL FAM-SWAP-SUB > FAM-AGING-COUNT.
036383
036384 SORT-FAMILY-ONE-COMPARE.
036385     IF FAM-AGING-HEAD (FAM-SWAP-SUB)
036386          < FAM-AGING-HEAD (FAM-AGING-SUB)
036387         MOVE FAM-AGING-ENTRY (FAM-AGING-SUB) TO FAM-SWAP-ENTRY
036388         MOVE FAM-AGING-ENTRY (FAM-SWAP-SUB)
036389           TO FAM-AGING-ENTRY (FAM-AGING-SUB)
036390         MOVE FAM-SWAP-ENTRY TO FAM-AGING-ENTRY (FAM-SWAP-SUB).
036391     ADD 1 TO FAM-SWAP-SUB.
036392
036393 PRINT-ONE-FAMILY.
036394     IF LINE-COUNT > MAXIMUM-LINES
036395         PERFORM START-NEXT-PAGE.
036396     MOVE SPACE TO FAMILY-LINE.
036397     MOVE FAM-AGING-HEAD (FAM-AGING-SUB) TO PRINT-FAM-HEAD
036398                                            VENDOR-NUMBER.
036399     PERFORM READ-VENDOR-RECORD.
036400     IF VENDOR-RECORD-FOUND = "Y"
036401         MOVE VENDOR-NAME TO PRINT-FAM-NAME
036402     ELSE
036403         MOVE "*NOT ON FILE*" TO PRINT-FAM-NAME.
036404     PERFORM FORMAT-FAMILY-BUCKET
036405         VARYING FAM-BUCKET-SUB FROM 1 BY 1
036406         UNTIL FAM-BUCKET-SUB > 5.
036407     MOVE FAMILY-LINE TO PRINTER-RECORD.
036408     PERFORM WRITE-TO-PRINTER.
036409
036410 FORMAT-FAMILY-BUCKET.
036411     MOVE FAM-AGING-AMOUNT (FAM-AGING-SUB FAM-BUCKET-SUB)
036412       TO PRINT-FAM-AMOUNT (FAM-BUCKET-SUB).
036413
036500*---------------------------------
036600* Scan the voucher file in
036700* voucher number order, skipping
036800* any voucher that has already
036820* been paid. When the nightly
036840* open-item file is current it
036860* is read instead - it holds
036880* only the open vouchers, in
036900* the same order, each with its
036920* vendor's name.
037000*---------------------------------
037100 READ-FIRST-UNPAID-VOUCHER.
037200     MOVE "N" TO VOUCHER-FILE-AT-END.
037250     PERFORM CHECK-OPEN-ITEMS-CURRENT.
037300     IF OPEN-ITEMS-IN-USE = "Y"
037350         OPEN INPUT OPEN-ITEM-FILE
037400         MOVE "N" TO OPEN-ITEM-FILE-AT-END
037450     ELSE
037500         MOVE ZEROES TO VOUCHER-NUMBER
037550         START VOUCHER-FILE KEY NOT < VOUCHER-NUMBER
037600             INVALID KEY
037650             MOVE "Y" TO VOUCHER-FILE-AT-END.
037700
037800     IF VOUCHER-FILE-AT-END NOT = "Y"
037900         PERFORM READ-NEXT-UNPAID-VOUCHER.
038900                        SIGN-ON-COMPANY)).
039000
039100 READ-VOUCHER-FILE-NEXT-RECORD.
039120     IF OPEN-ITEMS-IN-USE = "Y"
039140         PERFORM READ-OPEN-ITEM-VOUCHER
039160     ELSE
039180         READ VOUCHER-FILE NEXT RECORD
039200             AT END
039220             MOVE "Y" TO VOUCHER-FILE-AT-END.
039240
039260 READ-OPEN-ITEM-VOUCHER.
039280     PERFORM READ-NEXT-OPEN-ITEM.
039300     IF OPEN-ITEM-FILE-AT-END = "Y"
039320         MOVE "Y" TO VOUCHER-FILE-AT-END
039340         CLOSE OPEN-ITEM-FILE
039360     ELSE
039380         MOVE OPNI-VOUCHER-IMAGE TO VOUCHER-RECORD.
039500
039600*---------------------------------
039700* Other file I-O routines.
040100     READ VENDOR-FILE RECORD
040200         INVALID KEY
040300         MOVE "N" TO VENDOR-RECORD-FOUND.
040307
040314*---------------------------------
040321* From the open-item file the
040328* vendor came with the item;
040335* otherwise read it.
040342*---------------------------------
040349 GET-VOUCHER-VENDOR.
040356     IF OPEN-ITEMS-IN-USE = "Y"
040363         MOVE OPNI-VENDOR-FOUND TO VENDOR-RECORD-FOUND
040370         MOVE OPNI-VENDOR-NAME TO VENDOR-NAME
040377     ELSE
040384         MOVE VOUCHER-VENDOR TO VENDOR-NUMBER
040391         PERFORM READ-VENDOR-RECORD.
040400
040500 WRITE-TO-PRINTER.
040600     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
044900     COPY "PLHRSN01.CBL".
045000     COPY "PLRCAT01.CBL".
045100     COPY "PLCOMP01.CBL".
045200     COPY "PLFAM01.CBL".
045300     COPY "PLOPNI01.CBL".

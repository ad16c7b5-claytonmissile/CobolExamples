002200* no mapping is journaled to
002300* the suspense account and
002400* flagged on the console.
002410*
002420* Sales tax on each aggregate
002430* (see PLSTAX01) is credited
002440* to its jurisdiction's sales
002450* tax payable account under
002460* source SLS-TAX, and the
002470* offsetting debit is the
002480* sales plus the tax.
002500*
002520* Gift card lines come from the
002540* gift card ledger, not the
002560* aggregates: an issue credits
002580* the gift card liability (the
002600* cash taken is added to the
002620* offsetting debit), and a
002640* redemption debits the
002660* liability and credits the
002680* mapped revenue account.
002700*
002720* Card processor fees and
002740* chargebacks come from the card
002760* batch file once the
002780* settlement import has loaded
002800* them: the card fee expense
002820* account is debited under
002840* source SLS-FEE and the cash
002860* account credited, since the
002880* processor never paid that
002900* part over. Each batch is
002920* journaled once, on the first
002940* extract on or after the day
002960* it settled.
002980*
003000* The extract day is the date
003020* the aggregation control
003040* says the roll has reached.
003060* Launched by the nightly
003080* driver, the accounts come
003100* from the run parameters;
003120* stand-alone, they are
003140* prompted.
003400*---------------------------------
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
004700     COPY "SLGLJHST.CBL".
004800
004900     COPY "SLGLJCTL.CBL".
004910
004920     COPY "SLSTORE.CBL".
004930
004940     COPY "SLCATG.CBL".
004950
004960     COPY "SLTAXJ.CBL".
004970
004980     COPY "SLGCLG.CBL".
004985
004990     COPY "SLCBAT.CBL".
004995     COPY "SLPOLL.CBL".
005000
005100 DATA DIVISION.
005200 FILE SECTION.
006200     COPY "FDGLJHST.CBL".
006300
006400     COPY "FDGLJCTL.CBL".
006410
006420     COPY "FDSTORE.CBL".
006430
006440     COPY "FDCATG.CBL".
006450
006460     COPY "FDTAXJ.CBL".
006470
006480     COPY "FDGCLG.CBL".
006485
006490     COPY "FDCBAT.CBL".
006495     COPY "FDPOLL.CBL".
006500
006600 WORKING-STORAGE SECTION.
006700
006900 77  AGCTL-AT-END            PIC X.
007000 77  JCTL-AT-END             PIC X.
007100 77  SGLM-RECORD-FOUND       PIC X.
007150 77  GCL-FILE-AT-END         PIC X.
007170 77  CBAT-FILE-AT-END        PIC X.
007200
007300 77  EXTRACT-DATE            PIC 9(8).
007400 77  DEBIT-ACCOUNT-NUMBER    PIC 9(5).
007500 77  SUSPENSE-ACCT-NUMBER    PIC 9(5).
007600 77  MAPPED-ACCOUNT          PIC 9(5).
007610 77  MAP-STORE               PIC 9(2).
007620 77  MAP-CATEGORY            PIC 9(2).
007630 77  GIFT-CARD-ACCOUNT       PIC 9(5).
007700 77  DAY-SALES-TOTAL         PIC S9(9)V99 VALUE ZEROES.
007710 77  DAY-TAX-TOTAL           PIC S9(9)V99 VALUE ZEROES.
007720 77  DAY-CASH-TOTAL          PIC S9(9)V99 VALUE ZEROES.
007730 77  TAX-ACCOUNT             PIC 9(5).
007740 77  DAY-GC-ISSUED           PIC S9(9)V99 VALUE ZEROES.
007750 77  DAY-GC-REDEEMED         PIC S9(9)V99 VALUE ZEROES.
007760 77  CARD-FEE-ACCOUNT        PIC 9(5).
007770 77  DAY-CARD-FEES           PIC S9(9)V99 VALUE ZEROES.
007780 77  CARD-FEE-BATCH-COUNT    PIC 9(5)     VALUE ZEROES.
007800 77  UNMAPPED-COUNT          PIC 9(5)     VALUE ZEROES.
007900 77  RUN-BATCH-NO            PIC 9(6).
008000 77  EXTRACT-RUN-DATE        PIC 9(8).
008400 77  JOURNAL-CREDIT-TOTAL    PIC S9(9)V99 VALUE ZEROES.
008500
008600     COPY "WSCASE01.CBL".
008610
008620     COPY "WSSTAX01.CBL".
008660     COPY "WSPOLL01.CBL".
008700
008800 LINKAGE SECTION.
008900
011900 OPENING-PROCEDURE.
012000     OPEN I-O AGGREGATE-FILE.
012100     OPEN I-O SALES-GL-MAP-FILE.
012110     OPEN INPUT STORE-FILE.
012120     OPEN INPUT CATEGORY-FILE.
012130     OPEN INPUT TAX-JURISDICTION-FILE.
012140     OPEN INPUT GIFT-CARD-LEDGER-FILE.
012240     OPEN I-O CARD-BATCH-FILE.
012320     OPEN INPUT POLL-CONTROL-FILE.
012400
012500 CLOSING-PROCEDURE.
012600     CLOSE AGGREGATE-FILE.
012700     CLOSE SALES-GL-MAP-FILE.
012710     CLOSE STORE-FILE.
012720     CLOSE CATEGORY-FILE.
012730     CLOSE TAX-JURISDICTION-FILE.
012740     CLOSE GIFT-CARD-LEDGER-FILE.
012760     CLOSE CARD-BATCH-FILE.
012780     CLOSE POLL-CONTROL-FILE.
012800     IF JOURNAL-IS-OPEN = "Y"
012850         CLOSE JOURNAL-FILE
012900         CLOSE JOURNAL-HISTORY-FILE.
013100 MAIN-PROCESS.
013200     PERFORM GET-EXTRACT-DATE.
013220     PERFORM CHECK-RE-EXTRACT-GUARD.
013225     IF OK-TO-EXTRACT = "Y"
013230         PERFORM CHECK-POLLING-GUARD.
013240     IF OK-TO-EXTRACT = "Y"
013260         PERFORM RUN-THE-EXTRACT.
013280
013500     MOVE FUNCTION CURRENT-DATE(1:8)
013600         TO EXTRACT-RUN-DATE.
013700     PERFORM EXTRACT-DAY-SALES.
013750     PERFORM EXTRACT-DAY-GIFT-CARDS.
013770     PERFORM EXTRACT-SETTLEMENT-FEES.
013800     PERFORM WRITE-OFFSET-DEBIT.
013900     PERFORM SAVE-NEXT-BATCH-NUMBER.
014000     DISPLAY "SALES JOURNAL RECORDS: "
014200     IF UNMAPPED-COUNT NOT = ZEROES
014300         DISPLAY "*** " UNMAPPED-COUNT " AGGREGATES HAD"
014400         DISPLAY "NO MAPPING - POSTED TO SUSPENSE ***".
014410     IF DAY-GC-ISSUED NOT = ZEROES
014412        OR DAY-GC-REDEEMED NOT = ZEROES
014414         DISPLAY "GIFT CARDS ISSUED: " DAY-GC-ISSUED
014416         DISPLAY "GIFT CARDS REDEEMED: " DAY-GC-REDEEMED.
014417     IF CARD-FEE-BATCH-COUNT NOT = ZEROES
014418         DISPLAY "CARD BATCHES WITH FEES: " CARD-FEE-BATCH-COUNT
014419         DISPLAY "CARD FEES AND CHARGEBACKS: " DAY-CARD-FEES.
014420
014422*---------------------------------
014424* The same silent-doubling
014426* guard the AP extract runs:
014428* a day whose SLS- entries
014430* are already on the journal
014432* history is not extracted
014434* again. The nightly driver
014482         AT END MOVE "Y" TO HISTORY-AT-END.
014484     IF HISTORY-AT-END NOT = "Y"
014486        AND JHST-DATE = EXTRACT-DATE
014488        AND JHST-SOURCE (1:4) = "SLS-"
014490         MOVE "Y" TO DATE-ALREADY-EXTRACTED
014492         MOVE JHST-BATCH-NO TO PRIOR-BATCH-NO.
014494
014506     DISPLAY "WOULD DOUBLE THE DAY'S REVENUE ON THE".
014508     DISPLAY "LEDGER - EXTRACT SKIPPED ***".
014510
014512*---------------------------------
014514* A day the roll would hold back
014516* - a store expected that day
014518* not yet polled in, or its file
014520* not balanced, and not waived -
014522* is not journaled either.
014524*---------------------------------
014526 CHECK-POLLING-GUARD.
014528     IF EXTRACT-DATE NOT = ZEROES
014530         MOVE EXTRACT-DATE TO POLL-CHECK-DATE
014532         PERFORM CHECK-POLLING-DAY
014534         IF POLL-DAY-IS-COMPLETE NOT = "Y"
014536             PERFORM HANDLE-UNPOLLED-DAY.
014538
014540 HANDLE-UNPOLLED-DAY.
014542     MOVE "N" TO OK-TO-EXTRACT.
014544     DISPLAY "*** SALES FOR " EXTRACT-DATE " ARE HELD BACK -".
014546     DISPLAY POLL-UNRESOLVED-COUNT
014547             " STORE(S) NOT POLLED, FIRST IS".
014548     DISPLAY "STORE " POLL-FIRST-UNRESOLVED " - RESOLVE OR WAIVE".
014550     DISPLAY "THEM FIRST - EXTRACT SKIPPED ***".
014552
014600*---------------------------------
014700* The extract day is wherever
014800* the roll has aggregated
016300         MOVE BRP-CASH-ACCOUNT TO DEBIT-ACCOUNT-NUMBER
016400         MOVE BRP-SUSPENSE-ACCOUNT
016500             TO SUSPENSE-ACCT-NUMBER
016550         MOVE BRP-GIFTCARD-ACCOUNT TO GIFT-CARD-ACCOUNT
016570         MOVE BRP-CARDFEE-ACCOUNT TO CARD-FEE-ACCOUNT
016600     ELSE
016700         DISPLAY "ENTER CASH/UNDEPOSITED DEBIT ACCOUNT"
016800         ACCEPT DEBIT-ACCOUNT-NUMBER
016900         DISPLAY "ENTER SUSPENSE ACCOUNT NUMBER"
017000         ACCEPT SUSPENSE-ACCT-NUMBER
017020         DISPLAY "ENTER GIFT CARD LIABILITY ACCOUNT"
017030         ACCEPT GIFT-CARD-ACCOUNT
017040         DISPLAY "ENTER CARD PROCESSOR FEE EXPENSE ACCOUNT"
017050         ACCEPT CARD-FEE-ACCOUNT.
017060     IF GIFT-CARD-ACCOUNT = ZEROES
017070         DISPLAY "NO GIFT CARD LIABILITY ACCOUNT - GIFT"
017075         DISPLAY "CARDS WILL POST TO SUSPENSE"
017080         MOVE SUSPENSE-ACCT-NUMBER TO GIFT-CARD-ACCOUNT.
017082     IF CARD-FEE-ACCOUNT = ZEROES
017084         DISPLAY "NO CARD FEE EXPENSE ACCOUNT - CARD FEES"
017086         DISPLAY "WILL POST TO SUSPENSE"
017088         MOVE SUSPENSE-ACCT-NUMBER TO CARD-FEE-ACCOUNT.
017100
017200*---------------------------------
017300* One pass of the aggregate
019400         PERFORM JOURNALIZE-THIS-AGGREGATE.
019500
019600 JOURNALIZE-THIS-AGGREGATE.
019650     MOVE AGG-STORE TO MAP-STORE.
019660     MOVE AGG-CATEGORY TO MAP-CATEGORY.
019700     PERFORM LOOK-UP-THE-MAPPING.
019800     PERFORM INIT-JOURNAL-RECORD.
019900     MOVE MAPPED-ACCOUNT TO JRNL-ACCOUNT.
020100     MOVE AGG-AMOUNT TO JRNL-CREDIT.
020200     PERFORM WRITE-JOURNAL-RECORD.
020300     ADD AGG-AMOUNT TO DAY-SALES-TOTAL.
020310     PERFORM COMPUTE-AGGREGATE-TAX.
020320     IF STAX-TAX NOT = ZEROES
020330         PERFORM JOURNALIZE-SALES-TAX.
020340
020350*---------------------------------
020360* The tax the store collected
020370* on the aggregate is owed to
020380* the jurisdiction - credited
020390* to its payable account, or
020400* to suspense when the
020410* jurisdiction names none.
020420*---------------------------------
020430 JOURNALIZE-SALES-TAX.
020440     IF STAX-LIABILITY-ACCOUNT = ZEROES
020450         MOVE SUSPENSE-ACCT-NUMBER TO TAX-ACCOUNT
020460         ADD 1 TO UNMAPPED-COUNT
020470     ELSE
020480         MOVE STAX-LIABILITY-ACCOUNT TO TAX-ACCOUNT.
020490     PERFORM INIT-JOURNAL-RECORD.
020491     MOVE TAX-ACCOUNT TO JRNL-ACCOUNT.
020492     MOVE "SLS-TAX" TO JRNL-SOURCE.
020493     MOVE STAX-TAX TO JRNL-CREDIT.
020494     PERFORM WRITE-JOURNAL-RECORD.
020495     ADD STAX-TAX TO DAY-TAX-TOTAL.
020496
020500*---------------------------------
020600* Exact store mapping first,
020700* then the store-zero
021000* journal still balances.
021100*---------------------------------
021200 LOOK-UP-THE-MAPPING.
021300     MOVE MAP-STORE TO SGLM-STORE.
021400     MOVE MAP-CATEGORY TO SGLM-CATEGORY.
021500     MOVE "Y" TO SGLM-RECORD-FOUND.
021600     READ SALES-GL-MAP-FILE RECORD
021700         INVALID KEY
021800         MOVE "N" TO SGLM-RECORD-FOUND.
021900     IF SGLM-RECORD-FOUND = "N"
022000         MOVE ZEROES TO SGLM-STORE
022100         MOVE MAP-CATEGORY TO SGLM-CATEGORY
022200         MOVE "Y" TO SGLM-RECORD-FOUND
022300         READ SALES-GL-MAP-FILE RECORD
022400             INVALID KEY
023000         ADD 1 TO UNMAPPED-COUNT.
023100
023200 WRITE-OFFSET-DEBIT.
023210     COMPUTE DAY-CASH-TOTAL = DAY-SALES-TOTAL + DAY-TAX-TOTAL
023220                            + DAY-GC-ISSUED.
023300     IF DAY-CASH-TOTAL = ZEROES
023350        AND JOURNAL-RECORD-COUNT = ZEROES
023400         DISPLAY "NO SALES TO EXTRACT FOR " EXTRACT-DATE
023450     ELSE
023470     IF DAY-CASH-TOTAL NOT = ZEROES
023600         PERFORM INIT-JOURNAL-RECORD
023700         MOVE DEBIT-ACCOUNT-NUMBER TO JRNL-ACCOUNT
023800         MOVE "SLS-REV" TO JRNL-SOURCE
023900         MOVE DAY-CASH-TOTAL TO JRNL-DEBIT
024000         PERFORM WRITE-JOURNAL-RECORD.
024100
024101*---------------------------------
024102* One pass of the gift card
024103* ledger for the extract day.
024104*---------------------------------
024105 EXTRACT-DAY-GIFT-CARDS.
024106     MOVE "N" TO GCL-FILE-AT-END.
024107     MOVE SPACE TO GIFT-CARD-LEDGER-RECORD.
024108     MOVE EXTRACT-DATE TO GCL-DATE.
024109     MOVE ZEROES TO GCL-STORE GCL-CARD.
024110     START GIFT-CARD-LEDGER-FILE KEY NOT < GCL-KEY
024111         INVALID KEY
024112         MOVE "Y" TO GCL-FILE-AT-END.
024113     PERFORM EXTRACT-NEXT-GIFT-CARD
024114         UNTIL GCL-FILE-AT-END = "Y".
024115
024116 EXTRACT-NEXT-GIFT-CARD.
024117     READ GIFT-CARD-LEDGER-FILE NEXT RECORD
024118         AT END MOVE "Y" TO GCL-FILE-AT-END.
024119     IF GCL-FILE-AT-END NOT = "Y"
024120        AND GCL-DATE NOT = EXTRACT-DATE
024121         MOVE "Y" TO GCL-FILE-AT-END.
024122     IF GCL-FILE-AT-END NOT = "Y"
024123        AND GCL-AMOUNT NOT = ZEROES
024124         PERFORM JOURNALIZE-THIS-GIFT-CARD.
024125
024126 JOURNALIZE-THIS-GIFT-CARD.
024127     IF GCL-IS-ISSUE
024128         PERFORM JOURNALIZE-GIFT-CARD-ISSUE
024129     ELSE
024130         PERFORM JOURNALIZE-GIFT-CARD-REDEEM.
024131
024132*---------------------------------
024133* The money taken for a card
024134* is owed to the holder until
024135* the card is spent.
024136*---------------------------------
024137 JOURNALIZE-GIFT-CARD-ISSUE.
024138     PERFORM INIT-JOURNAL-RECORD.
024139     MOVE GIFT-CARD-ACCOUNT TO JRNL-ACCOUNT.
024140     MOVE "SLS-GC" TO JRNL-SOURCE.
024141     MOVE GCL-AMOUNT TO JRNL-CREDIT.
024142     PERFORM WRITE-JOURNAL-RECORD.
024143     ADD GCL-AMOUNT TO DAY-GC-ISSUED.
024144
024145*---------------------------------
024146* Spending the card moves the
024147* amount off the liability and
024148* onto the revenue account the
024149* store and category map to.
024150*---------------------------------
024151 JOURNALIZE-GIFT-CARD-REDEEM.
024152     PERFORM INIT-JOURNAL-RECORD.
024153     MOVE GIFT-CARD-ACCOUNT TO JRNL-ACCOUNT.
024154     MOVE "SLS-GC" TO JRNL-SOURCE.
024155     MOVE GCL-AMOUNT TO JRNL-DEBIT.
024156     PERFORM WRITE-JOURNAL-RECORD.
024157     MOVE GCL-STORE TO MAP-STORE.
024158     MOVE GCL-CATEGORY TO MAP-CATEGORY.
024159     PERFORM LOOK-UP-THE-MAPPING.
024160     PERFORM INIT-JOURNAL-RECORD.
024161     MOVE MAPPED-ACCOUNT TO JRNL-ACCOUNT.
024162     MOVE "SLS-REV" TO JRNL-SOURCE.
024163     MOVE GCL-AMOUNT TO JRNL-CREDIT.
024164     PERFORM WRITE-JOURNAL-RECORD.
024165     ADD GCL-AMOUNT TO DAY-GC-REDEEMED.
024166
024200*---------------------------------
024300* Journal record routines -
024400* the same layout the AP
028900     OPEN OUTPUT JOURNAL-CTL-FILE.
029000     WRITE JOURNAL-CTL-RECORD.
029100     CLOSE JOURNAL-CTL-FILE.
029200
029201*---------------------------------
029202* One pass of the card batch
029203* file for settlements not yet
029204* journaled. A batch settled
029205* after the extract day waits
029206* for a later extract.
029207*---------------------------------
029208 EXTRACT-SETTLEMENT-FEES.
029209     MOVE "N" TO CBAT-FILE-AT-END.
029210     MOVE ZEROES TO CBAT-KEY.
029211     START CARD-BATCH-FILE KEY NOT < CBAT-KEY
029212         INVALID KEY
029213         MOVE "Y" TO CBAT-FILE-AT-END.
029214     PERFORM EXTRACT-NEXT-CARD-BATCH
029215         UNTIL CBAT-FILE-AT-END = "Y".
029216     IF DAY-CARD-FEES NOT = ZEROES
029217         PERFORM WRITE-CARD-FEE-OFFSET.
029218
029219 EXTRACT-NEXT-CARD-BATCH.
029220     READ CARD-BATCH-FILE NEXT RECORD
029221         AT END MOVE "Y" TO CBAT-FILE-AT-END.
029222     IF CBAT-FILE-AT-END NOT = "Y"
029223        AND CBAT-SETTLED-DATE NOT = ZEROES
029224        AND CBAT-SETTLED-DATE NOT > EXTRACT-DATE
029225        AND CBAT-JOURNAL-DATE = ZEROES
029226         PERFORM JOURNALIZE-CARD-BATCH-FEES.
029227
029228*---------------------------------
029229* What the processor kept back
029230* is an expense of taking the
029231* card. The batch is marked
029232* journaled even when it had
029233* nothing to post, so it is
029234* not looked at again.
029235*---------------------------------
029236 JOURNALIZE-CARD-BATCH-FEES.
029237     IF CBAT-FEES + CBAT-CHARGEBACKS NOT = ZEROES
029238         PERFORM INIT-JOURNAL-RECORD
029239         MOVE CARD-FEE-ACCOUNT TO JRNL-ACCOUNT
029240         MOVE "SLS-FEE" TO JRNL-SOURCE
029241         COMPUTE JRNL-DEBIT = CBAT-FEES + CBAT-CHARGEBACKS
029242         PERFORM WRITE-JOURNAL-RECORD
029243         ADD JRNL-DEBIT TO DAY-CARD-FEES
029244         ADD 1 TO CARD-FEE-BATCH-COUNT.
029245     MOVE EXTRACT-DATE TO CBAT-JOURNAL-DATE.
029246     REWRITE CARD-BATCH-RECORD
029247         INVALID KEY
029248         DISPLAY "ERROR REWRITING CARD BATCH".
029249
029250*---------------------------------
029251* The fees never reached the
029252* bank, so they come back off
029253* the cash the day's sales
029254* debited.
029255*---------------------------------
029256 WRITE-CARD-FEE-OFFSET.
029257     PERFORM INIT-JOURNAL-RECORD.
029258     MOVE DEBIT-ACCOUNT-NUMBER TO JRNL-ACCOUNT.
029259     MOVE "SLS-FEE" TO JRNL-SOURCE.
029260     MOVE DAY-CARD-FEES TO JRNL-CREDIT.
029261     PERFORM WRITE-JOURNAL-RECORD.
029300*---------------------------------
029400* Utility routines.
029500*---------------------------------
029600     COPY "PLSTAX01.CBL".
029700
029800     COPY "PLPOLL01.CBL".

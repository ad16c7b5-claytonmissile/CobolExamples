001700* the G/L distribution
001800* lines, the installment
001900* schedules, the document
002000* references, the line items,
002010* the prepaid expense
002020* schedules, the fixed assets
002030* and their depreciation
002040* history, the lease payment
002050* and percentage rent
002060* histories, the sales tax
002070* filings, the note payment
002080* history, and the audit
002100* trail's voucher numbers.
002200* A printed old-to-new map
002300* is the permanent record of
004700     COPY "SLVDOC.CBL".
004710
004720     COPY "SLVLINE.CBL".
004730
004740     COPY "SLPPD.CBL".
004750
004760     COPY "SLFAS.CBL".
004770
004780     COPY "SLFAH.CBL".
004785
004790     COPY "SLLSH.CBL".
004791     COPY "SLNTH.CBL".
004792
004794     COPY "SLPRH.CBL".
004795
004796     COPY "SLSTXH.CBL".
004800
004900     COPY "SLAUDIT.CBL".
005000
007600     COPY "FDVDOC.CBL".
007610
007620     COPY "FDVLINE.CBL".
007630
007640     COPY "FDPPD.CBL".
007650
007660     COPY "FDFAS.CBL".
007670
007680     COPY "FDFAH.CBL".
007685
007690     COPY "FDLSH.CBL".
007691     COPY "FDNTH.CBL".
007692
007694     COPY "FDPRH.CBL".
007695
007696     COPY "FDSTXH.CBL".
007700
007800     COPY "FDAUDIT.CBL".
007900
009800 77  SCHED-FILE-AT-END       PIC X.
009900 77  DOC-FILE-AT-END         PIC X.
009910 77  VLINE-FILE-AT-END       PIC X.
009920 77  PPD-FILE-AT-END         PIC X.
009930 77  FAS-FILE-AT-END         PIC X.
009940 77  FAH-FILE-AT-END         PIC X.
009950 77  LSH-FILE-AT-END         PIC X.
009955 77  NTH-FILE-AT-END         PIC X.
009960 77  PRH-FILE-AT-END         PIC X.
009970 77  STXH-FILE-AT-END        PIC X.
010000 77  AUDIT-FILE-AT-END       PIC X.
010100 77  WORK-FILE-AT-END        PIC X.
010200 77  CANDIDATE-IS-TAKEN      PIC X.
018700     OPEN I-O SCHEDULE-FILE.
018800     OPEN I-O DOC-REF-FILE.
018810     OPEN I-O LINE-ITEM-FILE.
018820     OPEN I-O PREPAID-FILE.
018830     OPEN I-O FIXED-ASSET-FILE.
018840     OPEN I-O ASSET-HISTORY-FILE.
018850     OPEN I-O LEASE-HISTORY-FILE.
018855     OPEN I-O NOTE-HISTORY-FILE.
018860     OPEN I-O PERCENT-RENT-HISTORY-FILE.
018870     OPEN I-O SALES-TAX-FILING-FILE.
018900     OPEN OUTPUT PRINTER-FILE.
019000
019100 CLOSING-PROCEDURE.
019600     CLOSE SCHEDULE-FILE.
019700     CLOSE DOC-REF-FILE.
019710     CLOSE LINE-ITEM-FILE.
019720     CLOSE PREPAID-FILE.
019730     CLOSE FIXED-ASSET-FILE.
019740     CLOSE ASSET-HISTORY-FILE.
019750     CLOSE LEASE-HISTORY-FILE.
019755     CLOSE NOTE-HISTORY-FILE.
019760     CLOSE PERCENT-RENT-HISTORY-FILE.
019770     CLOSE SALES-TAX-FILING-FILE.
019800     PERFORM END-LAST-PAGE.
019900     CLOSE PRINTER-FILE.
020000
033400     PERFORM MOVE-SCHEDULE-LINES.
033500     PERFORM MOVE-DOCUMENT-REFS.
033510     PERFORM MOVE-LINE-ITEMS.
033520     PERFORM MOVE-PREPAID-SCHEDULES.
033530     PERFORM MOVE-FIXED-ASSETS.
033540     PERFORM MOVE-ASSET-HISTORY.
033550     PERFORM MOVE-LEASE-HISTORY.
033555     PERFORM MOVE-NOTE-HISTORY.
033560     PERFORM MOVE-PERCENT-RENT-HISTORY.
033570     PERFORM MOVE-SALES-TAX-FILINGS.
033600     ADD 1 TO MAP-COUNT.
033700     MOVE OLD-VOUCHER-NO TO MAP-OLD-NO (MAP-COUNT).
033800     MOVE NEW-VOUCHER-NO TO MAP-NEW-NO (MAP-COUNT).
045146         INVALID KEY
045147         MOVE "Y" TO VLINE-FILE-AT-END.
045148
045149*---------------------------------
045150* So do the prepaid expense
045151* schedules, keyed like the
045152* distribution lines they
045153* belong to.
045154*---------------------------------
045155 MOVE-PREPAID-SCHEDULES.
045156     MOVE OLD-VOUCHER-NO TO PPD-VOUCHER-NO.
045157     MOVE ZEROES TO PPD-LINE-NO.
045158     MOVE "N" TO PPD-FILE-AT-END.
045159     START PREPAID-FILE KEY NOT < PPD-KEY
045160         INVALID KEY
045161         MOVE "Y" TO PPD-FILE-AT-END.
045162     PERFORM MOVE-NEXT-PREPAID
045163         UNTIL PPD-FILE-AT-END = "Y".
045164
045165 MOVE-NEXT-PREPAID.
045166     READ PREPAID-FILE NEXT RECORD
045167         AT END MOVE "Y" TO PPD-FILE-AT-END.
045168     IF PPD-FILE-AT-END NOT = "Y"
045169        AND PPD-VOUCHER-NO NOT = OLD-VOUCHER-NO
045170         MOVE "Y" TO PPD-FILE-AT-END.
045171     IF PPD-FILE-AT-END NOT = "Y"
045172         PERFORM MOVE-THIS-PREPAID.
045173
045174 MOVE-THIS-PREPAID.
045175     MOVE NEW-VOUCHER-NO TO PPD-VOUCHER-NO.
045176     WRITE PREPAID-RECORD
045177         INVALID KEY
045178         DISPLAY "ERROR MOVING PREPAID SCHEDULE".
045179     MOVE OLD-VOUCHER-NO TO PPD-VOUCHER-NO.
045180     DELETE PREPAID-FILE RECORD
045181         INVALID KEY
045182         DISPLAY "ERROR DELETING PREPAID SCHEDULE".
045183     MOVE OLD-VOUCHER-NO TO PPD-VOUCHER-NO.
045184     MOVE ZEROES TO PPD-LINE-NO.
045185     START PREPAID-FILE KEY NOT < PPD-KEY
045186         INVALID KEY
045187         MOVE "Y" TO PPD-FILE-AT-END.
045188
045200*---------------------------------
045300* The audit trail keeps its
045400* history honest by moving
055900     MOVE SPACE TO PRINTER-RECORD.
056000     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
056100
056102*---------------------------------
056103* The fixed assets move with
056104* their voucher the same way as
056105* the prepaid schedules: the
056106* asset number is the voucher
056107* and line, and the month by
056108* month depreciation history is
056109* kept under the same number.
056110*---------------------------------
056111 MOVE-FIXED-ASSETS.
056112     MOVE OLD-VOUCHER-NO TO FAS-VOUCHER-NO.
056113     MOVE ZEROES TO FAS-LINE-NO.
056114     MOVE "N" TO FAS-FILE-AT-END.
056115     START FIXED-ASSET-FILE KEY NOT < FAS-KEY
056116         INVALID KEY
056117         MOVE "Y" TO FAS-FILE-AT-END.
056118     PERFORM MOVE-NEXT-FIXED-ASSET
056119         UNTIL FAS-FILE-AT-END = "Y".
056120
056121 MOVE-NEXT-FIXED-ASSET.
056122     READ FIXED-ASSET-FILE NEXT RECORD
056123         AT END MOVE "Y" TO FAS-FILE-AT-END.
056124     IF FAS-FILE-AT-END NOT = "Y"
056125        AND FAS-VOUCHER-NO NOT = OLD-VOUCHER-NO
056126         MOVE "Y" TO FAS-FILE-AT-END.
056127     IF FAS-FILE-AT-END NOT = "Y"
056128         PERFORM MOVE-THIS-FIXED-ASSET.
056129
056130 MOVE-THIS-FIXED-ASSET.
056131     MOVE NEW-VOUCHER-NO TO FAS-VOUCHER-NO.
056132     WRITE FIXED-ASSET-RECORD
056133         INVALID KEY
056134         DISPLAY "ERROR MOVING FIXED ASSET".
056135     MOVE OLD-VOUCHER-NO TO FAS-VOUCHER-NO.
056136     DELETE FIXED-ASSET-FILE RECORD
056137         INVALID KEY
056138         DISPLAY "ERROR DELETING FIXED ASSET".
056139     MOVE OLD-VOUCHER-NO TO FAS-VOUCHER-NO.
056140     MOVE ZEROES TO FAS-LINE-NO.
056141     START FIXED-ASSET-FILE KEY NOT < FAS-KEY
056142         INVALID KEY
056143         MOVE "Y" TO FAS-FILE-AT-END.
056144
056145 MOVE-ASSET-HISTORY.
056146     MOVE OLD-VOUCHER-NO TO FAH-VOUCHER-NO.
056147     MOVE ZEROES TO FAH-LINE-NO.
056148     MOVE ZEROES TO FAH-PERIOD.
056149     MOVE "N" TO FAH-FILE-AT-END.
056150     START ASSET-HISTORY-FILE KEY NOT < FAH-KEY
056151         INVALID KEY
056152         MOVE "Y" TO FAH-FILE-AT-END.
056153     PERFORM MOVE-NEXT-ASSET-HISTORY
056154         UNTIL FAH-FILE-AT-END = "Y".
056155
056156 MOVE-NEXT-ASSET-HISTORY.
056157     READ ASSET-HISTORY-FILE NEXT RECORD
056158         AT END MOVE "Y" TO FAH-FILE-AT-END.
056159     IF FAH-FILE-AT-END NOT = "Y"
056160        AND FAH-VOUCHER-NO NOT = OLD-VOUCHER-NO
056161         MOVE "Y" TO FAH-FILE-AT-END.
056162     IF FAH-FILE-AT-END NOT = "Y"
056163         PERFORM MOVE-THIS-ASSET-HISTORY.
056164
056165 MOVE-THIS-ASSET-HISTORY.
056166     MOVE NEW-VOUCHER-NO TO FAH-VOUCHER-NO.
056167     WRITE ASSET-HISTORY-RECORD
056168         INVALID KEY
056169         DISPLAY "ERROR MOVING ASSET HISTORY".
056170     MOVE OLD-VOUCHER-NO TO FAH-VOUCHER-NO.
056171     DELETE ASSET-HISTORY-FILE RECORD
056172         INVALID KEY
056173         DISPLAY "ERROR DELETING ASSET HISTORY".
056174     MOVE OLD-VOUCHER-NO TO FAH-VOUCHER-NO.
056175     MOVE ZEROES TO FAH-LINE-NO.
056176     MOVE ZEROES TO FAH-PERIOD.
056177     START ASSET-HISTORY-FILE KEY NOT < FAH-KEY
056178         INVALID KEY
056179         MOVE "Y" TO FAH-FILE-AT-END.
056180
056181*---------------------------------
056182* A lease payment is found by
056183* the voucher that paid it, so
056184* the history follows the
056185* voucher to its new number.
056186*---------------------------------
056187 MOVE-LEASE-HISTORY.
056188     MOVE "N" TO LSH-FILE-AT-END.
056189     PERFORM MOVE-NEXT-LEASE-HISTORY
056190         UNTIL LSH-FILE-AT-END = "Y".
056191
056192 MOVE-NEXT-LEASE-HISTORY.
056193     MOVE OLD-VOUCHER-NO TO LSH-VOUCHER-NO.
056194     START LEASE-HISTORY-FILE KEY = LSH-VOUCHER-NO
056195         INVALID KEY
056196         MOVE "Y" TO LSH-FILE-AT-END.
056197     IF LSH-FILE-AT-END NOT = "Y"
056198         READ LEASE-HISTORY-FILE NEXT RECORD
056199             AT END MOVE "Y" TO LSH-FILE-AT-END.
056200     IF LSH-FILE-AT-END NOT = "Y"
056201         MOVE NEW-VOUCHER-NO TO LSH-VOUCHER-NO
056202         REWRITE LEASE-HISTORY-RECORD
056203             INVALID KEY
056204             DISPLAY "ERROR MOVING LEASE HISTORY"
056205             MOVE "Y" TO LSH-FILE-AT-END.
056206
056207*---------------------------------
056208* A percentage rent statement
056209* is billed only while its
056210* voucher stands, so it
056211* follows the voucher too.
056212*---------------------------------
056213 MOVE-PERCENT-RENT-HISTORY.
056214     MOVE "N" TO PRH-FILE-AT-END.
056215     PERFORM MOVE-NEXT-PERCENT-RENT-HIST
056216         UNTIL PRH-FILE-AT-END = "Y".
056217
056218 MOVE-NEXT-PERCENT-RENT-HIST.
056219     MOVE OLD-VOUCHER-NO TO PRH-VOUCHER-NO.
056220     START PERCENT-RENT-HISTORY-FILE KEY = PRH-VOUCHER-NO
056221         INVALID KEY
056222         MOVE "Y" TO PRH-FILE-AT-END.
056223     IF PRH-FILE-AT-END NOT = "Y"
056224         READ PERCENT-RENT-HISTORY-FILE NEXT RECORD
056225             AT END MOVE "Y" TO PRH-FILE-AT-END.
056226     IF PRH-FILE-AT-END NOT = "Y"
056227         MOVE NEW-VOUCHER-NO TO PRH-VOUCHER-NO
056228         REWRITE PERCENT-RENT-HISTORY-RECORD
056229             INVALID KEY
056230             DISPLAY "ERROR MOVING PERCENTAGE RENT HISTORY"
056231             MOVE "Y" TO PRH-FILE-AT-END.
056232
056233*---------------------------------
056234* A sales tax month stays filed
056235* only while its remittance
056236* voucher stands, so the filing
056237* follows the voucher too.
056238*---------------------------------
056239 MOVE-SALES-TAX-FILINGS.
056240     MOVE "N" TO STXH-FILE-AT-END.
056241     PERFORM MOVE-NEXT-SALES-TAX-FILING
056242         UNTIL STXH-FILE-AT-END = "Y".
056243
056244 MOVE-NEXT-SALES-TAX-FILING.
056245     MOVE OLD-VOUCHER-NO TO STXH-VOUCHER-NO.
056246     START SALES-TAX-FILING-FILE KEY = STXH-VOUCHER-NO
056247         INVALID KEY
056248         MOVE "Y" TO STXH-FILE-AT-END.
056249     IF STXH-FILE-AT-END NOT = "Y"
056250         READ SALES-TAX-FILING-FILE NEXT RECORD
056251             AT END MOVE "Y" TO STXH-FILE-AT-END.
056252     IF STXH-FILE-AT-END NOT = "Y"
056253         MOVE NEW-VOUCHER-NO TO STXH-VOUCHER-NO
056254         REWRITE SALES-TAX-FILING-RECORD
056255             INVALID KEY
056256             DISPLAY "ERROR MOVING SALES TAX FILING"
056257             MOVE "Y" TO STXH-FILE-AT-END.
056258
056260*---------------------------------
056270* A note payment is found by
056280* the voucher that paid it,
056290* and follows it the same way.
056300*---------------------------------
056310 MOVE-NOTE-HISTORY.
056320     MOVE "N" TO NTH-FILE-AT-END.
056330     PERFORM MOVE-NEXT-NOTE-HISTORY
056340         UNTIL NTH-FILE-AT-END = "Y".
056350
056360 MOVE-NEXT-NOTE-HISTORY.
056370     MOVE OLD-VOUCHER-NO TO NTH-VOUCHER-NO.
056380     START NOTE-HISTORY-FILE KEY = NTH-VOUCHER-NO
056390         INVALID KEY
056400         MOVE "Y" TO NTH-FILE-AT-END.
056410     IF NTH-FILE-AT-END NOT = "Y"
056420         READ NOTE-HISTORY-FILE NEXT RECORD
056430             AT END MOVE "Y" TO NTH-FILE-AT-END.
056440     IF NTH-FILE-AT-END NOT = "Y"
056450         MOVE NEW-VOUCHER-NO TO NTH-VOUCHER-NO
056460         REWRITE NOTE-HISTORY-RECORD
056470             INVALID KEY
056480             DISPLAY "ERROR MOVING NOTE HISTORY"
056490             MOVE "Y" TO NTH-FILE-AT-END.
056500
999000*---------------------------------
999100* Utility routines.
999200*---------------------------------

003300     COPY "SLVLOG.CBL".
003400
003500     COPY "SLVNOTE.CBL".
003510
003520     COPY "SLSDN.CBL".
003530
003540     COPY "SLSDNH.CBL".
003560
003580     COPY "SLPCHG.CBL".
003585
003590     COPY "SLSACC.CBL".
003600
003700 DATA DIVISION.
003800 FILE SECTION.
005800     COPY "FDVLOG.CBL".
005900
006000     COPY "FDVNOTE.CBL".
006010
006020     COPY "FDSDN.CBL".
006030
006040     COPY "FDSDNH.CBL".
006060
006080     COPY "FDPCHG.CBL".
006085
006090     COPY "FDSACC.CBL".
006100
006200 WORKING-STORAGE SECTION.
006300
008300 77  NOTE-SCAN-AT-END             PIC X.
008400 77  NEWEST-NOTE-TEXT             PIC X(60).
008500 77  NEWEST-NOTE-DATE             PIC 9(8).
008510 77  OLD-SANCTION-HOLD            PIC X.
008600
008700 77  VENDOR-NUMBER-FIELD          PIC Z(5).
008800 01  DISC-PERCENT-ENTRY           PIC 9(4).
009300 77  CERT-DAYS-TO-EXPIRATION      PIC S9(5).
009400 77  FIELD-IMAGE-WORK             PIC X(30).
009500 77  DISC-PERCENT-IMAGE           PIC 99.99.
009505 77  TREATY-RATE-ENTRY            PIC 9(4).
009510 01  W8-IMAGE-WORK.
009515     05  W8-IMAGE-FORM            PIC X.
009520     05  FILLER                   PIC X     VALUE SPACE.
009525     05  W8-IMAGE-COUNTRY         PIC XX.
009530     05  FILLER                   PIC X     VALUE SPACE.
009535     05  W8-IMAGE-RATE            PIC 99.99.
009540     05  FILLER                   PIC X     VALUE SPACE.
009545     05  W8-IMAGE-EXPIRY          PIC 9(8).
009550     05  FILLER                   PIC X     VALUE SPACE.
009555     05  W8-IMAGE-INCOME          PIC 99.
009560 01  FAMILY-IMAGE-WORK.
009565     05  FAMILY-IMAGE-PARENT      PIC 9(5).
009570     05  FILLER                   PIC X     VALUE SPACE.
009575     05  FAMILY-IMAGE-NETTING     PIC X.
009580 77  PARENT-ENTRY                 PIC 9(5).
009582 77  PARENT-CHILD                 PIC 9(5).
009584 77  PARENT-CLIMB                 PIC 9(5).
009586 77  PARENT-STEPS                 PIC 99.
009588 77  PARENT-IS-VALID              PIC X.
009589 77  PORTAL-PIN-BLANKS            PIC 99.
009590 01  SAVE-VENDOR-RECORD           PIC X(400).
009600
009700     COPY "WSCASE01.CBL".
009800
011100     COPY "WSCOMP01.CBL".
011200
011300     COPY "WSVLOG01.CBL".
011310
011320     COPY "WSSDN01.CBL".
011340     COPY "WSPCHG01.CBL".
011360     COPY "WSMASK01.CBL".
011380     COPY "WSSACC01.CBL".
011400
011500 PROCEDURE DIVISION.
011600 PROGRAM-BEGIN.
011900     PERFORM GET-OPERATOR-SIGN-ON.
012000     IF OPERATOR-IS-SIGNED-ON
012100         PERFORM GET-COMPANY-CODE.
012120     IF OPERATOR-IS-SIGNED-ON
012140         PERFORM ASK-FOR-FULL-VALUES.
012200     IF OPERATOR-IS-SIGNED-ON
012300        AND SIGN-ON-CAN-MAINT = "Y"
012400         PERFORM MAIN-PROCESS
014400     OPEN I-O LOCK-FILE.
014500     OPEN EXTEND VENDOR-LOG-FILE.
014600     OPEN I-O NOTE-FILE.
014610     OPEN INPUT SANCTION-FILE.
014620     OPEN I-O SANCTION-HIT-FILE.
014640     OPEN I-O PENDING-CHANGE-FILE.
014700
014800 CLOSING-PROCEDURE.
014900     CLOSE UPDATE-JOURNAL-FILE.
015500     CLOSE LOCK-FILE.
015600     CLOSE VENDOR-LOG-FILE.
015700     CLOSE NOTE-FILE.
015710     CLOSE SANCTION-FILE.
015720     CLOSE SANCTION-HIT-FILE.
015740     CLOSE PENDING-CHANGE-FILE.
015800
015900 MAIN-PROCESS.
016000     PERFORM GET-MENU-PICK.
030200
030300 ADD-RECORDS.
030400     PERFORM ENTER-REMAINING-FIELDS.
030450     PERFORM SCREEN-ENTERED-VENDOR.
030500     PERFORM WRITE-VENDOR-RECORD.
030600     MOVE "ADD" TO VLOG-EVENT-ACTION.
030700     MOVE "RECORD" TO VLOG-EVENT-FIELD.
032800     PERFORM ENTER-VENDOR-DISC-TERMS.
032900     PERFORM ENTER-VENDOR-DIVERSITY.
033000     PERFORM ENTER-VENDOR-DIV-CERT.
033050     PERFORM ENTER-VENDOR-W8.
033075     PERFORM ENTER-VENDOR-ERS.
033088     PERFORM ENTER-VENDOR-PARENT.
033094     PERFORM ENTER-VENDOR-PORTAL-PIN.
033100
033200*---------------------------------
033300* CHANGE
037300 ASK-WHICH-FIELD.
037400     PERFORM ACCEPT-WHICH-FIELD.
037500     PERFORM RE-ACCEPT-WHICH-FIELD
037600         UNTIL WHICH-FIELD < 22.
037700
037800 ACCEPT-WHICH-FIELD.
037900     DISPLAY "ENTER THE NUMBER OF THE FIELD".
038000     DISPLAY "TO CHANGE (1-21) OR 0 TO EXIT".
038100     ACCEPT WHICH-FIELD.
038200
038300 RE-ACCEPT-WHICH-FIELD.
038800     PERFORM CHANGE-THIS-FIELD.
038900     PERFORM GET-FIELD-TO-CHANGE.
039000
039020*---------------------------------
039040* The tax id and the remit-to
039060* address are not changed here -
039080* the change is queued for a
039100* second operator to approve
039120* after calling the vendor back,
039140* and the old values stay in
039160* force until then.
039180*---------------------------------
039200 CHANGE-THIS-FIELD.
039220     IF WHICH-FIELD = 11 OR 14
039240         PERFORM REQUEST-SENSITIVE-CHANGE
039260     ELSE
039280         PERFORM APPLY-FIELD-CHANGE.
039300
039320*---------------------------------
039340* Every change carries the
039360* field name and the before
039380* and after images to the
039400* vendor change log - the
039420* classic AP fraud path runs
039440* through quiet remit-to and
039460* tax-id edits.
039480*---------------------------------
039500 APPLY-FIELD-CHANGE.
040100     PERFORM CAPTURE-FIELD-IMAGE.
040200     MOVE FIELD-IMAGE-WORK TO VLOG-EVENT-OLD-VALUE.
040300     IF WHICH-FIELD = 1
043400         PERFORM ENTER-VENDOR-DIVERSITY.
043500     IF WHICH-FIELD = 17
043600         PERFORM ENTER-VENDOR-DIV-CERT.
043620     IF WHICH-FIELD = 18
043640         PERFORM ENTER-VENDOR-W8.
043660     IF WHICH-FIELD = 19
043680         PERFORM ENTER-VENDOR-ERS.
043684     IF WHICH-FIELD = 20
043688         PERFORM ENTER-VENDOR-PARENT.
043692     IF WHICH-FIELD = 21
043696         PERFORM ENTER-VENDOR-PORTAL-PIN.
043700
043800     PERFORM CAPTURE-FIELD-IMAGE.
043900     MOVE FIELD-IMAGE-WORK TO VLOG-EVENT-NEW-VALUE.
044000     MOVE "CHANGE" TO VLOG-EVENT-ACTION.
044100     PERFORM LOG-VENDOR-CHANGE.
044200
044210     IF WHICH-FIELD = 1 OR 2 OR 5 OR 14
044220         PERFORM SCREEN-ENTERED-VENDOR.
044300     PERFORM REWRITE-VENDOR-RECORD.
044302
044304*---------------------------------
044306* The new value is keyed as
044308* usual, the before and after
044310* go to the pending change
044312* file, and the vendor record
044314* is put back as it was. The
044316* request is logged to the
044318* vendor change log; the
044320* approval is logged again by
044322* VNDCHG01 when it is applied.
044324*---------------------------------
044326 REQUEST-SENSITIVE-CHANGE.
044328     MOVE SPACE TO PENDING-CHANGE-RECORD.
044330     MOVE VENDOR-NUMBER TO PCHG-VENDOR.
044332     MOVE AUDIT-EVENT-OPERATOR-ID TO PCHG-KEYED-BY.
044334     PERFORM CAPTURE-FIELD-IMAGE.
044336     MOVE FIELD-IMAGE-WORK TO VLOG-EVENT-OLD-VALUE.
044338     IF WHICH-FIELD = 11
044340         PERFORM ENTER-NEW-TAX-ID
044342     ELSE
044344         PERFORM ENTER-NEW-REMIT-TO.
044346     PERFORM CAPTURE-FIELD-IMAGE.
044348     MOVE FIELD-IMAGE-WORK TO VLOG-EVENT-NEW-VALUE.
044350     IF WHICH-FIELD = 11
044352         MOVE PCHG-OLD-TAX-ID TO VENDOR-TAX-ID
044354     ELSE
044356         PERFORM RESTORE-OLD-REMIT-TO.
044358     IF PCHG-NEW-VALUES = PCHG-OLD-VALUES
044360         DISPLAY "NO CHANGE WAS ENTERED"
044362     ELSE
044364         PERFORM QUEUE-SENSITIVE-CHANGE.
044366
044368 ENTER-NEW-TAX-ID.
044370     MOVE "T" TO PCHG-KIND.
044372     MOVE VENDOR-TAX-ID TO PCHG-OLD-TAX-ID.
044374     PERFORM ENTER-VENDOR-TAX-ID.
044376     MOVE VENDOR-TAX-ID TO PCHG-NEW-TAX-ID.
044378
044380 ENTER-NEW-REMIT-TO.
044382     MOVE "R" TO PCHG-KIND.
044384     MOVE VENDOR-REMIT-TO-FLAG TO PCHG-OLD-REMIT-FLAG.
044386     MOVE VENDOR-REMIT-ADDRESS-1 TO PCHG-OLD-REMIT-ADDRESS-1.
044388     MOVE VENDOR-REMIT-ADDRESS-2 TO PCHG-OLD-REMIT-ADDRESS-2.
044390     MOVE VENDOR-REMIT-CITY TO PCHG-OLD-REMIT-CITY.
044392     MOVE VENDOR-REMIT-STATE TO PCHG-OLD-REMIT-STATE.
044394     MOVE VENDOR-REMIT-ZIP TO PCHG-OLD-REMIT-ZIP.
044396     PERFORM ENTER-VENDOR-REMIT-TO.
044398     MOVE VENDOR-REMIT-TO-FLAG TO PCHG-NEW-REMIT-FLAG.
044400     MOVE VENDOR-REMIT-ADDRESS-1 TO PCHG-NEW-REMIT-ADDRESS-1.
044402     MOVE VENDOR-REMIT-ADDRESS-2 TO PCHG-NEW-REMIT-ADDRESS-2.
044404     MOVE VENDOR-REMIT-CITY TO PCHG-NEW-REMIT-CITY.
044406     MOVE VENDOR-REMIT-STATE TO PCHG-NEW-REMIT-STATE.
044408     MOVE VENDOR-REMIT-ZIP TO PCHG-NEW-REMIT-ZIP.
044410
044412 RESTORE-OLD-REMIT-TO.
044414     MOVE PCHG-OLD-REMIT-FLAG TO VENDOR-REMIT-TO-FLAG.
044416     MOVE PCHG-OLD-REMIT-ADDRESS-1 TO VENDOR-REMIT-ADDRESS-1.
044418     MOVE PCHG-OLD-REMIT-ADDRESS-2 TO VENDOR-REMIT-ADDRESS-2.
044420     MOVE PCHG-OLD-REMIT-CITY TO VENDOR-REMIT-CITY.
044422     MOVE PCHG-OLD-REMIT-STATE TO VENDOR-REMIT-STATE.
044424     MOVE PCHG-OLD-REMIT-ZIP TO VENDOR-REMIT-ZIP.
044426
044428 QUEUE-SENSITIVE-CHANGE.
044430     PERFORM QUEUE-VENDOR-CHANGE.
044432     IF PCHG-WAS-QUEUED = "Y"
044434         MOVE "REQUEST" TO VLOG-EVENT-ACTION
044436         PERFORM LOG-VENDOR-CHANGE
044438         DISPLAY "CHANGE IS PENDING - A SECOND OPERATOR MUST CALL"
044440         DISPLAY "THE VENDOR BACK AND APPROVE IT IN VNDCHG01"
044442     ELSE
044444         DISPLAY "A CHANGE TO THIS FIELD IS ALREADY PENDING -"
044446         DISPLAY "IT MUST BE APPROVED OR REJECTED FIRST".
044500*---------------------------------
044600* INQUIRE
044700*---------------------------------
056700                    VENDOR-DIV-CERT-EXPIRY
056800                    VENDOR-TIN-MATCH-DATE.
056900     MOVE "N" TO VENDOR-TIN-MATCH.
056910     MOVE "N" TO VENDOR-SANCTION-HOLD.
056920     MOVE ZEROES TO VENDOR-SCREEN-DATE.
056930     MOVE "N" TO VENDOR-W8-HOLD.
056940     MOVE ZEROES TO VENDOR-TREATY-RATE
056950                    VENDOR-W8-EXPIRY
056960                    VENDOR-INCOME-CODE.
056970     MOVE "N" TO VENDOR-ERS-FLAG.
056980     MOVE ZEROES TO VENDOR-PARENT.
056990     MOVE "N" TO VENDOR-FAMILY-NETTING.
056995     MOVE SPACE TO VENDOR-PORTAL-PIN.
057000
057100 ENTER-VENDOR-NUMBER.
057200     MOVE "N" TO AUTO-ASSIGN-VENDOR-NUMBER.
127100     PERFORM DISPLAY-VENDOR-REMIT-TO.
127200     PERFORM DISPLAY-VENDOR-DISC-TERMS.
127300     PERFORM DISPLAY-VENDOR-DIVERSITY.
127350     PERFORM DISPLAY-VENDOR-W8.
127375     PERFORM DISPLAY-VENDOR-ERS.
127388     PERFORM DISPLAY-VENDOR-PARENT.
127394     PERFORM DISPLAY-VENDOR-PORTAL-PIN.
127400     PERFORM DISPLAY-VENDOR-YTD-PAID.
127410     PERFORM DISPLAY-SANCTION-HOLD.
127430     PERFORM DISPLAY-PENDING-CHANGES.
127500     PERFORM DISPLAY-NEWEST-NOTE.
127600     DISPLAY " ".
127700
131500     DISPLAY "10. VENDOR FAX: " VENDOR-FAX.
131600
131700 DISPLAY-VENDOR-TAX-ID.
131720     MOVE VENDOR-TAX-ID TO MASK-VALUE.
131740     MOVE VENDOR-NUMBER TO SACC-VENDOR.
131760     MOVE "TAX-ID" TO SACC-WHAT.
131780     PERFORM SHOW-SENSITIVE-VALUE.
131800     DISPLAY "11. VENDOR TAX ID: " MASK-VALUE.
131900
132000 DISPLAY-VENDOR-1099-FLAG.
132100     DISPLAY "12. 1099 REPORTABLE: " VENDOR-1099-FLAG.
145800         MOVE VENDOR-FAX TO FIELD-IMAGE-WORK.
145900     IF WHICH-FIELD = 11
146000         MOVE "TAX-ID" TO VLOG-EVENT-FIELD
146050         MOVE VENDOR-TAX-ID TO MASK-VALUE
146100         PERFORM MASK-SENSITIVE-VALUE
146150         MOVE MASK-VALUE TO FIELD-IMAGE-WORK.
146200     IF WHICH-FIELD = 12
146300         MOVE "1099-FLAG" TO VLOG-EVENT-FIELD
146400         MOVE VENDOR-1099-FLAG TO FIELD-IMAGE-WORK.
147900         MOVE "DIV-CERT" TO VLOG-EVENT-FIELD
148000         MOVE VENDOR-DIV-CERT-EXPIRY
148100             TO FIELD-IMAGE-WORK.
148105     IF WHICH-FIELD = 18
148110         MOVE "W-8" TO VLOG-EVENT-FIELD
148115         MOVE VENDOR-W8-FORM TO W8-IMAGE-FORM
148120         MOVE VENDOR-TREATY-COUNTRY TO W8-IMAGE-COUNTRY
148125         MOVE VENDOR-TREATY-RATE TO W8-IMAGE-RATE
148130         MOVE VENDOR-W8-EXPIRY TO W8-IMAGE-EXPIRY
148135         MOVE VENDOR-INCOME-CODE TO W8-IMAGE-INCOME
148140         MOVE W8-IMAGE-WORK TO FIELD-IMAGE-WORK.
148145     IF WHICH-FIELD = 19
148150         MOVE "ERS" TO VLOG-EVENT-FIELD
148155         MOVE VENDOR-ERS-FLAG TO FIELD-IMAGE-WORK.
148160     IF WHICH-FIELD = 20
148165         MOVE "PARENT" TO VLOG-EVENT-FIELD
148170         MOVE VENDOR-PARENT TO FAMILY-IMAGE-PARENT
148175         MOVE VENDOR-FAMILY-NETTING TO FAMILY-IMAGE-NETTING
148180         MOVE FAMILY-IMAGE-WORK TO FIELD-IMAGE-WORK.
148185     IF WHICH-FIELD = 21
148190         MOVE "PORTAL-PIN" TO VLOG-EVENT-FIELD
148195         PERFORM CAPTURE-PORTAL-PIN-IMAGE.
148200
148300*---------------------------------
148400* Supplier diversity fields -
153300             VENDOR-DIV-CERT-DATE " "
153400             VENDOR-DIV-CERT-EXPIRY.
153500
153510 DISPLAY-SANCTION-HOLD.
153512     IF VENDOR-IS-SANCTION-HELD
153514         DISPLAY "   SANCTIONS HOLD: POSSIBLE OFAC LIST MATCH"
153516                 " - SEE SDNREV01".
153518
153520*---------------------------------
153522* A new vendor, or a change to
153524* its name, address, state or
153526* remit-to, is screened against
153528* the sanctions list before the
153530* record is written.
153532*---------------------------------
153534 SCREEN-ENTERED-VENDOR.
153536     MOVE VENDOR-SANCTION-HOLD TO OLD-SANCTION-HOLD.
153538     IF OLD-SANCTION-HOLD NOT = "Y"
153540         MOVE "N" TO OLD-SANCTION-HOLD.
153542     MOVE "VNDMNT05" TO SCREEN-FOUND-BY.
153544     PERFORM SCREEN-THIS-VENDOR.
153546     IF VENDOR-IS-SANCTION-HELD
153548         DISPLAY "POSSIBLE SANCTIONS LIST MATCH - PAYMENTS ARE"
153550         DISPLAY "HELD UNTIL THE MATCH IS CLEARED IN SDNREV01".
153552     IF VENDOR-SANCTION-HOLD NOT = OLD-SANCTION-HOLD
153554         MOVE "SCREEN" TO VLOG-EVENT-ACTION
153556         MOVE "SANCTION-HOLD" TO VLOG-EVENT-FIELD
153558         MOVE OLD-SANCTION-HOLD TO VLOG-EVENT-OLD-VALUE
153560         MOVE VENDOR-SANCTION-HOLD TO VLOG-EVENT-NEW-VALUE
153562         PERFORM LOG-VENDOR-CHANGE.

153600 LOG-VENDOR-CHANGE.
153700     MOVE VENDOR-NUMBER TO VLOG-EVENT-VENDOR-NO.
154500     MOVE VENDOR-NAME TO VLOG-EVENT-OLD-VALUE.
154600     MOVE SPACE TO VLOG-EVENT-NEW-VALUE.
154700     PERFORM LOG-VENDOR-CHANGE.
154710
154720 DISPLAY-PENDING-CHANGES.
154730     MOVE VENDOR-NUMBER TO PCHG-SCAN-VENDOR.
154740     PERFORM SCAN-VENDOR-CHANGES.
154750     IF PCHG-REMIT-PENDING = "Y"
154760         DISPLAY "   AWAITING APPROVAL: REMIT-TO CHANGE".
154770     IF PCHG-TAX-PENDING = "Y"
154780         DISPLAY "   AWAITING APPROVAL: TAX ID CHANGE".
154790     IF PCHG-BANK-PENDING = "Y"
154800         DISPLAY "   AWAITING APPROVAL: BANK ACCOUNT CHANGE".
154900*---------------------------------
155000* File I-O Routines
155100*---------------------------------
160200       INVALID KEY
160300          MOVE "N" TO STATE-RECORD-FOUND.
160400
160500*---------------------------------
160600* Non-resident withholding - an
160700* overseas supplier or licensor
160800* (its state code carries a
160900* country other than US) gives us
161000* a W-8 instead of a W-9. The
161100* check run withholds on the
161200* income code at the treaty rate
161300* while the form is good, and at
161400* the statutory rate otherwise.
161500* Entering a form that is still
161600* in date lifts the hold VNDW8X01
161700* puts on when the old one lapses.
161800*---------------------------------
161900 ENTER-VENDOR-W8.
162000     MOVE VENDOR-STATE TO STATE-CODE.
162100     PERFORM READ-STATE-RECORD.
162200     IF STATE-RECORD-FOUND = "Y"
162300        AND STATE-COUNTRY-CODE = "US"
162400         PERFORM CLEAR-VENDOR-W8
162500         DISPLAY "US VENDOR - NO W-8 OR TREATY DETAILS"
162600     ELSE
162700         PERFORM ENTER-VENDOR-W8-FORM
162800         PERFORM ENTER-VENDOR-TREATY
162900         PERFORM ENTER-VENDOR-INCOME-CODE
163000         PERFORM SET-VENDOR-W8-HOLD.
163100
163200 CLEAR-VENDOR-W8.
163300     MOVE SPACE TO VENDOR-W8-FORM
163400                   VENDOR-TREATY-COUNTRY.
163500     MOVE ZEROES TO VENDOR-TREATY-RATE
163600                    VENDOR-W8-EXPIRY
163700                    VENDOR-INCOME-CODE.
163800     MOVE "N" TO VENDOR-W8-HOLD.
163900
164000 ENTER-VENDOR-W8-FORM.
164100     PERFORM ACCEPT-VENDOR-W8-FORM.
164200     PERFORM RE-ACCEPT-VENDOR-W8-FORM
164300         UNTIL VENDOR-HAS-W8
164400            OR VENDOR-W8-FORM = SPACE.
164500
164600 ACCEPT-VENDOR-W8-FORM.
164700     DISPLAY "ENTER W-8 ON FILE - B (W-8BEN), E (W-8BEN-E),".
164800     DISPLAY "C (W-8ECI), X (W-8EXP), I (W-8IMY),".
164900     DISPLAY "N (NONE) - DEFAULT N".
165000     ACCEPT VENDOR-W8-FORM.
165100     INSPECT VENDOR-W8-FORM
165200         CONVERTING LOWER-ALPHA
165300         TO         UPPER-ALPHA.
165400     IF VENDOR-W8-FORM = "N"
165500         MOVE SPACE TO VENDOR-W8-FORM.
165600
165700 RE-ACCEPT-VENDOR-W8-FORM.
165800     DISPLAY "FORM MUST BE B, E, C, X, I, OR N".
165900     PERFORM ACCEPT-VENDOR-W8-FORM.
166000
166100*---------------------------------
166200* No form, no treaty - the
166300* statutory rate applies. A form
166400* claiming no treaty (an ECI
166500* form, say) keeps its expiry but
166600* has no country or rate.
166700*---------------------------------
166800 ENTER-VENDOR-TREATY.
166900     IF VENDOR-W8-FORM = SPACE
167000         MOVE SPACE TO VENDOR-TREATY-COUNTRY
167100         MOVE ZEROES TO VENDOR-TREATY-RATE
167200                        VENDOR-W8-EXPIRY
167300     ELSE
167400         PERFORM ENTER-VENDOR-TREATY-COUNTRY
167500         PERFORM ENTER-VENDOR-W8-EXPIRY.
167600
167700 ENTER-VENDOR-TREATY-COUNTRY.
167800     DISPLAY "ENTER TREATY COUNTRY CODE (BLANK FOR NO TREATY)".
167900     ACCEPT VENDOR-TREATY-COUNTRY.
168000     INSPECT VENDOR-TREATY-COUNTRY
168100         CONVERTING LOWER-ALPHA
168200         TO         UPPER-ALPHA.
168300     IF VENDOR-TREATY-COUNTRY = SPACES
168400         MOVE ZEROES TO VENDOR-TREATY-RATE
168500     ELSE
168600         PERFORM ENTER-VENDOR-TREATY-RATE.
168700
168800 ENTER-VENDOR-TREATY-RATE.
168900     PERFORM ACCEPT-VENDOR-TREATY-RATE.
169000     PERFORM RE-ACCEPT-VENDOR-TREATY-RATE
169100         UNTIL VENDOR-TREATY-RATE < 30.
169200
169300 ACCEPT-VENDOR-TREATY-RATE.
169400     DISPLAY "ENTER TREATY RATE WITH NO DECIMAL POINT".
169500     DISPLAY "EXAMPLE: 1000 MEANS 10.00 PCT - 0 FOR EXEMPT".
169600     ACCEPT TREATY-RATE-ENTRY.
169700     COMPUTE VENDOR-TREATY-RATE = TREATY-RATE-ENTRY / 100.
169800
169900 RE-ACCEPT-VENDOR-TREATY-RATE.
170000     DISPLAY "A TREATY RATE MUST BE BELOW THE 30 PCT".
170100     DISPLAY "STATUTORY RATE".
170200     PERFORM ACCEPT-VENDOR-TREATY-RATE.
170300
170400 ENTER-VENDOR-W8-EXPIRY.
170500     MOVE "N" TO ZERO-DATE-IS-OK.
170600     MOVE "ENTER W-8 EXPIRATION (MM/DD/CCYY)"
170700         TO DATE-PROMPT.
170800     PERFORM GET-A-DATE.
170900     MOVE DATE-CCYYMMDD TO VENDOR-W8-EXPIRY.
171000
171100 ENTER-VENDOR-INCOME-CODE.
171200     DISPLAY "ENTER 1042-S INCOME CODE OF WHAT WE BUY".
171300     DISPLAY "(E.G. 12 ROYALTIES, 17 SERVICES) - 0 FOR".
171400     DISPLAY "GOODS OR OTHER PAYMENTS NOT WITHHELD ON".
171500     ACCEPT VENDOR-INCOME-CODE.
171600
171700 SET-VENDOR-W8-HOLD.
171800     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAYS-DATE.
171900     IF VENDOR-W8-FORM NOT = SPACE
172000        AND VENDOR-W8-EXPIRY > TODAYS-DATE
172100         MOVE "N" TO VENDOR-W8-HOLD
172200     ELSE
172300     IF VENDOR-INCOME-CODE NOT = ZEROES
172400         MOVE "Y" TO VENDOR-W8-HOLD
172500     ELSE
172600         MOVE "N" TO VENDOR-W8-HOLD.
172700
172800 DISPLAY-VENDOR-W8.
172900     IF VENDOR-W8-FORM = SPACE
173000        AND VENDOR-INCOME-CODE = ZEROES
173100         DISPLAY "18. W-8/TREATY: NONE"
173200     ELSE
173300         MOVE VENDOR-TREATY-RATE TO W8-IMAGE-RATE
173400         DISPLAY "18. W-8/TREATY: FORM " VENDOR-W8-FORM
173500                 " COUNTRY " VENDOR-TREATY-COUNTRY
173600                 " RATE " W8-IMAGE-RATE
173700                 " EXPIRES " VENDOR-W8-EXPIRY
173800                 " INCOME CODE " VENDOR-INCOME-CODE.
173900     IF VENDOR-IS-W8-HELD
174000         DISPLAY "   W-8 HOLD: WITHHOLDING AT THE STATUTORY RATE".
174003
174006*---------------------------------
174009* Evaluated receipt settlement.
174012* A flagged vendor is vouchered
174015* from its dock receipts by the
174018* nightly ERSRUN01 and is sent a
174021* self-billing notice; an invoice
174024* it sends anyway is caught as a
174027* duplicate at voucher entry.
174030*---------------------------------
174033 ENTER-VENDOR-ERS.
174036     PERFORM ACCEPT-VENDOR-ERS.
174039     PERFORM RE-ACCEPT-VENDOR-ERS
174042         UNTIL VENDOR-ERS-FLAG = "Y" OR "N".
174045
174048 ACCEPT-VENDOR-ERS.
174051     DISPLAY "SETTLE THIS VENDOR FROM RECEIPTS (ERS) (Y/N)?".
174054     ACCEPT VENDOR-ERS-FLAG.
174057     INSPECT VENDOR-ERS-FLAG
174060         CONVERTING LOWER-ALPHA
174063         TO         UPPER-ALPHA.
174066     IF VENDOR-ERS-FLAG = SPACE
174069         MOVE "N" TO VENDOR-ERS-FLAG.
174072
174075 RE-ACCEPT-VENDOR-ERS.
174078     DISPLAY "YOU MUST ENTER YES OR NO".
174081     PERFORM ACCEPT-VENDOR-ERS.
174084
174087 DISPLAY-VENDOR-ERS.
174090     DISPLAY "19. EVALUATED RECEIPT SETTLEMENT: " VENDOR-ERS-FLAG.
174100
174110*---------------------------------
174120* Vendor family. The parent must
174130* be on file, must not be the
174140* vendor itself, and must not
174150* already roll up to this vendor
174160* - the chain above it is walked
174170* to the top to be sure. The
174180* walk reads the vendor file, so
174190* the record being entered is
174200* saved around it.
174210*---------------------------------
174220 ENTER-VENDOR-PARENT.
174230     MOVE VENDOR-RECORD TO SAVE-VENDOR-RECORD.
174240     MOVE VENDOR-NUMBER TO PARENT-CHILD.
174250     PERFORM ACCEPT-VENDOR-PARENT.
174260     PERFORM RE-ACCEPT-VENDOR-PARENT
174270         UNTIL PARENT-IS-VALID = "Y".
174280     MOVE SAVE-VENDOR-RECORD TO VENDOR-RECORD.
174290     MOVE PARENT-ENTRY TO VENDOR-PARENT.
174300     PERFORM ENTER-VENDOR-FAMILY-NETTING.
174310
174320 ACCEPT-VENDOR-PARENT.
174330     DISPLAY "ENTER THE PARENT VENDOR NUMBER".
174340     DISPLAY "(0 IF THIS VENDOR HEADS ITS OWN FAMILY)".
174350     ACCEPT PARENT-ENTRY.
174360     MOVE "Y" TO PARENT-IS-VALID.
174370     IF PARENT-ENTRY = PARENT-CHILD
174380         MOVE "A VENDOR CANNOT BE ITS OWN PARENT"
174390           TO ERROR-MESSAGE
174400         MOVE "N" TO PARENT-IS-VALID
174410     ELSE
174420         MOVE PARENT-ENTRY TO PARENT-CLIMB
174430         MOVE ZEROES TO PARENT-STEPS
174440         PERFORM CLIMB-PARENT-CHAIN
174450             UNTIL PARENT-CLIMB = ZEROES
174460                OR PARENT-IS-VALID = "N".
174470
174480 RE-ACCEPT-VENDOR-PARENT.
174490     DISPLAY ERROR-MESSAGE.
174500     PERFORM ACCEPT-VENDOR-PARENT.
174510
174520 CLIMB-PARENT-CHAIN.
174530     ADD 1 TO PARENT-STEPS.
174540     MOVE PARENT-CLIMB TO VENDOR-NUMBER.
174550     PERFORM READ-VENDOR-RECORD.
174560     IF VENDOR-RECORD-FOUND = "N"
174570         PERFORM PARENT-CHAIN-ENDS
174580     ELSE
174590     IF VENDOR-PARENT = PARENT-CHILD
174600         MOVE "THAT VENDOR ALREADY ROLLS UP TO THIS ONE"
174610           TO ERROR-MESSAGE
174620         MOVE "N" TO PARENT-IS-VALID
174630     ELSE
174640     IF PARENT-STEPS > 20
174650         MOVE "THAT FAMILY IS MORE THAN 20 LEVELS DEEP"
174660           TO ERROR-MESSAGE
174670         MOVE "N" TO PARENT-IS-VALID
174680     ELSE
174690         MOVE VENDOR-PARENT TO PARENT-CLIMB.
174700
174710*---------------------------------
174720* A parent deleted higher up the
174730* chain simply ends the family
174740* there; only the parent keyed
174750* has to be on file.
174760*---------------------------------
174770 PARENT-CHAIN-ENDS.
174780     IF PARENT-CLIMB = PARENT-ENTRY
174790         MOVE "PARENT VENDOR NOT ON FILE" TO ERROR-MESSAGE
174800         MOVE "N" TO PARENT-IS-VALID
174810     ELSE
174820         MOVE ZEROES TO PARENT-CLIMB.
174830
174840*---------------------------------
174850* Cross-netting is kept on the
174860* family head only.
174870*---------------------------------
174880 ENTER-VENDOR-FAMILY-NETTING.
174890     IF VENDOR-PARENT NOT = ZEROES
174900         MOVE "N" TO VENDOR-FAMILY-NETTING
174910     ELSE
174920         PERFORM ACCEPT-VENDOR-FAMILY-NETTING
174930         PERFORM RE-ACCEPT-VENDOR-FAMILY-NETTING
174940             UNTIL VENDOR-FAMILY-NETTING = "Y" OR "N".
174950
174960 ACCEPT-VENDOR-FAMILY-NETTING.
174970     DISPLAY "NET CREDITS ACROSS THIS VENDOR'S FAMILY (Y/N)?".
174980     ACCEPT VENDOR-FAMILY-NETTING.
174990     INSPECT VENDOR-FAMILY-NETTING
175000         CONVERTING LOWER-ALPHA
175010         TO         UPPER-ALPHA.
175020     IF VENDOR-FAMILY-NETTING = SPACE
175030         MOVE "N" TO VENDOR-FAMILY-NETTING.
175040
175050 RE-ACCEPT-VENDOR-FAMILY-NETTING.
175060     DISPLAY "YOU MUST ENTER YES OR NO".
175070     PERFORM ACCEPT-VENDOR-FAMILY-NETTING.
175080
175090 DISPLAY-VENDOR-PARENT.
175100     IF VENDOR-PARENT = ZEROES
175110         DISPLAY "20. PARENT VENDOR: NONE  FAMILY NETTING: "
175120                 VENDOR-FAMILY-NETTING
175130     ELSE
175140         DISPLAY "20. PARENT VENDOR: " VENDOR-PARENT.
175141
175142*---------------------------------
175143* The portal PIN is never shown
175144* or logged - the screen and the
175145* change log only say whether
175146* one is on file. Blank takes
175147* the vendor off the portal.
175148*---------------------------------
175149 ENTER-VENDOR-PORTAL-PIN.
175150     PERFORM ACCEPT-VENDOR-PORTAL-PIN.
175151     PERFORM RE-ACCEPT-VENDOR-PORTAL-PIN
175152         UNTIL PORTAL-PIN-BLANKS = ZERO
175153            OR VENDOR-PORTAL-PIN = SPACE.
175154
175155 ACCEPT-VENDOR-PORTAL-PIN.
175156     DISPLAY "ENTER THE 6 CHARACTER SUPPLIER PORTAL PIN".
175157     DISPLAY "(ENTER BLANK TO KEEP THE VENDOR OFF THE PORTAL)".
175158     ACCEPT VENDOR-PORTAL-PIN.
175159     INSPECT VENDOR-PORTAL-PIN
175160         CONVERTING LOWER-ALPHA
175161         TO         UPPER-ALPHA.
175162     MOVE ZERO TO PORTAL-PIN-BLANKS.
175163     INSPECT VENDOR-PORTAL-PIN
175164         TALLYING PORTAL-PIN-BLANKS FOR ALL SPACE.
175165
175166 RE-ACCEPT-VENDOR-PORTAL-PIN.
175167     DISPLAY "THE PIN MUST BE 6 CHARACTERS WITH NO SPACES".
175168     PERFORM ACCEPT-VENDOR-PORTAL-PIN.
175169
175170 CAPTURE-PORTAL-PIN-IMAGE.
175171     IF VENDOR-PORTAL-PIN = SPACE
175172         MOVE "NONE" TO FIELD-IMAGE-WORK
175173     ELSE
175174         MOVE "ON FILE" TO FIELD-IMAGE-WORK.
175175
175176 DISPLAY-VENDOR-PORTAL-PIN.
175177     IF VENDOR-PORTAL-PIN = SPACE
175178         DISPLAY "21. PORTAL PIN: NONE"
175179     ELSE
175180         DISPLAY "21. PORTAL PIN: ON FILE".
175200
175300     COPY "PLSIGN01.CBL".
175400     COPY "PLUPDJ01.CBL".
175500     COPY "PLLOCK01.CBL".
175600     COPY "PLCOMP01.CBL".
175700     COPY "PLVLOG01.CBL".
175800     COPY "PLSDN01.CBL".
175900     COPY "PLPCHG01.CBL".
176000     COPY "PLMASK01.CBL".
176100     COPY "PLSACC01.CBL".
176200
176300     COPY "PLCKDG01.CBL".
176400
176500     COPY "PLDATE01.CBL".
176600
176700     COPY "PLCONF01.CBL".

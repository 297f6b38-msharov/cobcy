000100*----------------------------------------------------------*
000110* TENARPF.COB
000120*
000130* Nightly receivables subledger proof.  AMOUNT-PAID on
000140* indexed.dbf, the payledgr.dat detail and the tenbal.dat
000150* open items are kept by different programs -- TENPOST,
000160* TENBANK, TENNSF, TENWAIV, TENCLOSE, TENFAPPL and the
000170* rest -- and TENBALN only proves record counts.  This job
000180* rebuilds every unit's current-cycle balance from the
000190* detail and proves it against the master unit by unit.
000200*
000210* The cycle starts at the unit's latest "C" carry-forward
000220* on tenbal.dat (the last close) and, for a unit that has
000230* changed hands since, at the move-in (TENMOVE resets the
000240* paid bucket).  The cycle's payledgr.dat payments,
000250* reversals netted, must add up to AMOUNT-PAID; the
000260* balance is TENCLOSE's -- rent less the TENCNCL
000270* concession, plus the carry-forward and the open
000280* postings since it -- less the payments, figured once
000290* from the master and once from the detail.
000300*
000310* The payments are sorted by unit onto a work file and
000320* walked in step with indexed.dbf, the TENRECON match.
000330* Every unit that differs is listed with the cycle's
000340* payments behind it, payments for a unit not on
000350* indexed.dbf are listed on their own, and the control
000360* page carries the portfolio totals for accounting to
000370* sign off.  An out-of-balance proof ends with a return
000380* code of 1, the TENBALN convention, so the driver log
000390* names it.  Printed on arproof.YYYYMMDD and cataloged
000400* through TENRCAT.
000410*----------------------------------------------------------*
000420* MODIFICATION HISTORY
000430*   DATE       INIT  DESCRIPTION
000440*   2026-10-15 JHM   "B" rent abatement credits from TENABAT
000450*                    count toward the balance.
000460*   2026-10-15 JHM   "T" lease-break charges from TENLBRK
000470*                    count toward the balance.
000480*   2026-10-15 JHM   Messages now go through TENOLOG to the
000490*                    dated operations log, each with its
000500*                    severity (and the unit where there is
000510*                    one); aborts raise a menu alert.
000520*   2026-10-15 JHM   Original program.
000530*----------------------------------------------------------*
000540 identification division.
000550 program-id. tenarpf.
000560 author. J. H. Masters.
000570 installation. Property Management Systems.
000580 date-written. 2026-10-15.
000590 date-compiled. 2026-10-15.

000600 environment division.
000610 configuration section.
000620 source-computer. Intel486.
000630 object-computer. Intel486.

000640 input-output section.
000650 file-control.
000660     select sample-idx-file assign to disk
000670         organization is indexed
000680         record key is unit-key of sample-idx-record
000690         access mode is sequential
000700         file status is idx-file-status.

000710     select optional payment-ledger-file assign to disk
000720         organization is line sequential
000730         file status is pay-file-status.

000740     select optional balance-file assign to disk
000750         organization is line sequential
000760         file status is bal-file-status.

000770     select sort-work-file assign to disk.

000780     select sorted-pay-file assign to disk
000790         organization is line sequential
000800         file status is spy-file-status.

000810     select proof-report assign to disk
000820         organization is line sequential.

000830 data division.
000840 file section.
000850 fd  sample-idx-file
000860     label records are standard
000870     value of file-id is "indexed.dbf".
000880     copy TENREC
000890         replacing ==:REC-NAME:== by ==sample-idx-record==
000900             ==address== by ==street-addr==.

000910 fd  payment-ledger-file
000920     label records are standard
000930     value of file-id is "payledgr.dat".
000940     copy TENPAY
000950         replacing ==:REC-NAME:==
000960             by ==payment-record==.

000970 fd  balance-file
000980     label records are standard
000990     value of file-id is "tenbal.dat".
001000     copy TENBAL
001010         replacing ==:REC-NAME:==
001020             by ==balance-record==.

001030 sd  sort-work-file.
001040     copy TENPAY
001050         replacing ==:REC-NAME:==
001060             by ==sort-pay-record==.

001070 fd  sorted-pay-file
001080     label records are standard
001090     value of file-id is "arproof.tmp".
001100     copy TENPAY
001110         replacing ==:REC-NAME:==
001120             by ==sorted-pay-record==.

001130 fd  proof-report
001140     label records are standard
001150     value of file-id is arproof-filename.
001160 01  report-line             picture is X(80).

001170 working-storage section.
001180 01  arproof-filename        picture is X(30).
001190     copy TENRCAT.
001200     copy TENOLOG.
001210     copy TENCNCL.
001220 01  idx-file-status         picture is X(02).
001230 01  pay-file-status         picture is X(02).
001240 01  bal-file-status         picture is X(02).
001250 01  spy-file-status         picture is X(02).

001260 01  switches.
001270     05  pay-eof-switch      picture is X(01) value "N".
001280         88  payment-file-at-end     value "Y".
001290     05  bal-eof-switch      picture is X(01) value "N".
001300         88  balance-file-at-end     value "Y".
001310     05  spy-eof-switch      picture is X(01) value "N".
001320         88  sorted-pay-eof          value "Y".
001330     05  idx-eof-switch      picture is X(01) value "N".
001340         88  indexed-eof             value "Y".
001350     05  open-items-overflow-sw
001360                             picture is X(01) value "N".
001370         88  open-items-overflow     value "Y".
001380     05  in-balance-switch   picture is X(01) value "Y".
001390         88  proof-in-balance        value "Y".

001400 01  run-date                picture is 9(08).
001410 01  run-date-breakdown redefines run-date.
001420     05  run-date-yyyymm     picture is 9(06).
001430     05  run-date-day        picture is 9(02).

001440 01  pay-merge-key.
001450     05  pay-key-building    picture is 9(02).
001460     05  pay-key-aptnum      picture is 9(04).
001470 01  unit-merge-key.
001480     05  unit-key-building   picture is 9(02).
001490     05  unit-key-aptnum     picture is 9(04).

001500 01  counters.
001510     05  units-proved        picture is 9(05) value zero.
001520     05  units-differing     picture is 9(05) value zero.
001530     05  orphan-count        picture is 9(05) value zero.
001540     05  line-count          picture is 9(07) value zero.

001550*----------------------------------------------------------*
001560* One unit's cycle, figured from the master and from the
001570* detail, and the portfolio control totals.
001580*----------------------------------------------------------*
001590 01  unit-figures.
001600     05  prior-carry-fwd     picture is S9(05)V99.
001610     05  prior-carry-date    picture is 9(08).
001620     05  open-postings       picture is S9(06)V99.
001630     05  unit-rent-due       picture is S9(06)V99.
001640     05  detail-paid         picture is S9(06)V99.
001650     05  paid-difference     picture is S9(06)V99.
001660     05  master-balance      picture is S9(06)V99.
001670     05  rebuilt-balance     picture is S9(06)V99.

001680 01  control-totals.
001690     05  ctl-master-paid     picture is S9(09)V99 value zero.
001700     05  ctl-detail-paid     picture is S9(09)V99 value zero.
001710     05  ctl-orphan-paid     picture is S9(09)V99 value zero.
001720     05  ctl-master-balance  picture is S9(09)V99 value zero.
001730     05  ctl-rebuilt-balance picture is S9(09)V99 value zero.
001740     05  ctl-difference      picture is S9(09)V99 value zero.

001750 01  edited-amount           picture is ZZZ,ZZ9.99CR.
001760 01  edited-total            picture is ZZ,ZZZ,ZZ9.99CR.
001770 01  detail-label            picture is X(30).
001780 01  counted-label           picture is X(14).

001790*----------------------------------------------------------*
001800* The payments on file for the unit in hand, kept so a
001810* unit that differs can list them.
001820*----------------------------------------------------------*
001830 01  unit-payment-area.
001840     05  unit-payment-count  picture is 9(03) value zero.
001850     05  unit-payment-extra  picture is 9(05) value zero.
001860     05  unit-payment occurs 50 times.
001870         10  up-date         picture is 9(08).
001880         10  up-method       picture is X(01).
001890         10  up-receipt-no   picture is 9(06).
001900         10  up-amount       picture is S9(05)V99.
001910         10  up-counted      picture is X(01).
001920 01  payment-sub             picture is 9(03).

001930*----------------------------------------------------------*
001940* Open items from tenbal.dat, the TENCLOSE passes: the
001950* latest carry-forward per unit, then the fee, utility,
001960* adjustment, waiver and repair postings dated after it.
001970*----------------------------------------------------------*
001980 01  carry-fwd-table-area.
001990     05  carry-fwd-count     picture is 9(04) value zero.
002000     05  carry-fwd-entry occurs 1 to 500 times
002010             depending on carry-fwd-count
002020             indexed by carry-fwd-index.
002030         10  cf-building     picture is 9(02).
002040         10  cf-aptnum       picture is 9(04).
002050         10  cf-date         picture is 9(08).
002060         10  cf-amount       picture is S9(05)V99.

002070 01  open-post-table-area.
002080     05  open-post-count     picture is 9(04) value zero.
002090     05  open-post-entry occurs 1 to 500 times
002100             depending on open-post-count
002110             indexed by open-post-index.
002120         10  op-building     picture is 9(02).
002130         10  op-aptnum       picture is 9(04).
002140         10  op-amount       picture is S9(06)V99.

002150 procedure division.
002160 0000-mainline.
002170     move "TENARPF" to TENOLOG-PROGRAM.
002180     perform 1000-initialize thru 1000-exit.
002190     sort sort-work-file
002200         on ascending key pay-building of sort-pay-record
002210             pay-aptnum of sort-pay-record
002220             pay-date of sort-pay-record
002230         input procedure is 2000-release-payments
002240             thru 2000-exit
002250         giving sorted-pay-file.
002260     perform 4000-prove-units thru 4000-exit.
002270     perform 8000-control-page thru 8000-exit.
002280     perform 9000-finish thru 9000-exit.
002290     goback.

002300 1000-initialize.
002310     move "I" to TENOLOG-SEVERITY
002320     move "receivables subledger proof" to TENOLOG-TEXT
002330     call "TENOLOG" using TENOLOG-PARMS.
002340     accept run-date from date yyyymmdd.
002350     perform 1500-load-open-items thru 1500-exit.
002360     if open-items-overflow
002370         move "A" to TENOLOG-SEVERITY
002380         move spaces to TENOLOG-TEXT
002390         string "tenbal.dat open items exceed " delimited by size
002400             "the table - nothing proved" delimited by size
002410             into TENOLOG-TEXT
002420         call "TENOLOG" using TENOLOG-PARMS
002430         move 1 to return-code
002440         goback.
002450     open input sample-idx-file.
002460     if idx-file-status not = "00"
002470         move "A" to TENOLOG-SEVERITY
002480         move spaces to TENOLOG-TEXT
002490         string "cannot open indexed.dbf, status "
002500                 delimited by size
002510             idx-file-status delimited by size
002520             into TENOLOG-TEXT
002530         call "TENOLOG" using TENOLOG-PARMS
002540         move 1 to return-code
002550         goback.
002560     move spaces to arproof-filename.
002570     string "arproof." delimited by size
002580         run-date delimited by size
002590         into arproof-filename.
002600     open output proof-report.
002610     move "RECEIVABLES SUBLEDGER PROOF" to report-line.
002620     write report-line.
002630     move spaces to report-line.
002640     string "AS OF: " delimited by size
002650         run-date delimited by size
002660         into report-line.
002670     write report-line.
002680     move spaces to report-line.
002690     write report-line.
002700     add 3 to line-count.
002710 1000-exit.
002720     exit.

002730 1500-load-open-items.
002740     move "N" to bal-eof-switch.
002750     open input balance-file.
002760     if bal-file-status not = "00"
002770         close balance-file
002780         go to 1500-exit.
002790     perform 1510-read-carry thru 1510-exit
002800         until balance-file-at-end.
002810     close balance-file.
002820     move "N" to bal-eof-switch.
002830     open input balance-file.
002840     perform 1540-read-posting thru 1540-exit
002850         until balance-file-at-end.
002860     close balance-file.
002870 1500-exit.
002880     exit.

002890 1510-read-carry.
002900     read balance-file
002910         at end
002920             move "Y" to bal-eof-switch
002930         not at end
002940             if bal-carry-forward of balance-record
002950                 perform 1520-stow-carry thru 1520-exit.
002960 1510-exit.
002970     exit.

002980 1520-stow-carry.
002990     set carry-fwd-index to 1.
003000     if carry-fwd-count > zero
003010         search carry-fwd-entry
003020             at end
003030                 perform 1530-add-carry thru 1530-exit
003040             when cf-building (carry-fwd-index)
003050                     = bal-building of balance-record
003060                 and cf-aptnum (carry-fwd-index)
003070                     = bal-aptnum of balance-record
003080                 if bal-date of balance-record
003090                     > cf-date (carry-fwd-index)
003100                     move bal-date of balance-record
003110                         to cf-date (carry-fwd-index)
003120                     move bal-amount of balance-record
003130                         to cf-amount (carry-fwd-index)
003140                 end-if
003150     else
003160         perform 1530-add-carry thru 1530-exit.
003170 1520-exit.
003180     exit.

003190 1530-add-carry.
003200     if carry-fwd-count >= 500
003210         move "Y" to open-items-overflow-sw
003220     else
003230         add 1 to carry-fwd-count
003240         move bal-building of balance-record
003250             to cf-building (carry-fwd-count)
003260         move bal-aptnum of balance-record
003270             to cf-aptnum (carry-fwd-count)
003280         move bal-date of balance-record
003290             to cf-date (carry-fwd-count)
003300         move bal-amount of balance-record
003310             to cf-amount (carry-fwd-count).
003320 1530-exit.
003330     exit.

003340 1540-read-posting.
003350     read balance-file
003360         at end
003370             move "Y" to bal-eof-switch
003380         not at end
003390             if bal-nsf-fee of balance-record
003400                 or bal-utility of balance-record
003410                 or bal-adjustment of balance-record
003420                 or bal-waiver of balance-record
003430                 or bal-repair-charge of balance-record
003440                 or bal-lease-break of balance-record
003450                 or bal-abatement of balance-record
003460                 perform 1550-stow-posting thru 1550-exit.
003470 1540-exit.
003480     exit.

003490 1550-stow-posting.
003500     set carry-fwd-index to 1.
003510     if carry-fwd-count > zero
003520         search carry-fwd-entry
003530             at end
003540                 continue
003550             when cf-building (carry-fwd-index)
003560                     = bal-building of balance-record
003570                 and cf-aptnum (carry-fwd-index)
003580                     = bal-aptnum of balance-record
003590                 if bal-date of balance-record
003600                     <= cf-date (carry-fwd-index)
003610                     go to 1550-exit
003620                 end-if
003630         end-search.
003640     set open-post-index to 1.
003650     if open-post-count > zero
003660         search open-post-entry
003670             at end
003680                 perform 1560-add-posting thru 1560-exit
003690             when op-building (open-post-index)
003700                     = bal-building of balance-record
003710                 and op-aptnum (open-post-index)
003720                     = bal-aptnum of balance-record
003730                 add bal-amount of balance-record
003740                     to op-amount (open-post-index)
003750     else
003760         perform 1560-add-posting thru 1560-exit.
003770 1550-exit.
003780     exit.

003790 1560-add-posting.
003800     if open-post-count >= 500
003810         move "Y" to open-items-overflow-sw
003820     else
003830         add 1 to open-post-count
003840         move bal-building of balance-record
003850             to op-building (open-post-count)
003860         move bal-aptnum of balance-record
003870             to op-aptnum (open-post-count)
003880         move bal-amount of balance-record
003890             to op-amount (open-post-count).
003900 1560-exit.
003910     exit.

003920*----------------------------------------------------------*
003930* Release the payments dated after the unit's last close
003940* to the sort; anything older was settled into the
003950* carry-forward already.
003960*----------------------------------------------------------*
003970 2000-release-payments.
003980     open input payment-ledger-file.
003990     if pay-file-status not = "00"
004000         move "W" to TENOLOG-SEVERITY
004010         move spaces to TENOLOG-TEXT
004020         string "no payledgr.dat on file, " delimited by size
004030             "proving against no payments" delimited by size
004040             into TENOLOG-TEXT
004050         call "TENOLOG" using TENOLOG-PARMS
004060         close payment-ledger-file
004070         go to 2000-exit.
004080     perform 2100-read-payment thru 2100-exit
004090         until payment-file-at-end.
004100     close payment-ledger-file.
004110 2000-exit.
004120     exit.

004130 2100-read-payment.
004140     read payment-ledger-file
004150         at end
004160             move "Y" to pay-eof-switch
004170         not at end
004180             perform 2200-release-one thru 2200-exit.
004190 2100-exit.
004200     exit.

004210 2200-release-one.
004220     if carry-fwd-count > zero
004230         set carry-fwd-index to 1
004240         search carry-fwd-entry
004250             at end
004260                 continue
004270             when cf-building (carry-fwd-index)
004280                     = pay-building of payment-record
004290                 and cf-aptnum (carry-fwd-index)
004300                     = pay-aptnum of payment-record
004310                 if pay-date of payment-record
004320                     <= cf-date (carry-fwd-index)
004330                     go to 2200-exit
004340                 end-if
004350         end-search.
004360     move payment-record to sort-pay-record.
004370     release sort-pay-record.
004380 2200-exit.
004390     exit.

004400*----------------------------------------------------------*
004410* Balanced-line walk of indexed.dbf and the sorted
004420* payments.  An exhausted side carries a high-values key
004430* so the other side drains through the same compare.
004440*----------------------------------------------------------*
004450 4000-prove-units.
004460     open input sorted-pay-file.
004470     move low-values to unit-key of sample-idx-record.
004480     start sample-idx-file key is not less than
004490             unit-key of sample-idx-record
004500         invalid key
004510             move "W" to TENOLOG-SEVERITY
004520             move "indexed.dbf is empty" to TENOLOG-TEXT
004530             call "TENOLOG" using TENOLOG-PARMS
004540             move "Y" to idx-eof-switch
004550             move high-values to unit-merge-key.
004560     perform 4100-read-sorted-pay thru 4100-exit.
004570     if not indexed-eof
004580         perform 4200-read-unit thru 4200-exit.
004590     perform 4300-match-lines thru 4300-exit
004600         until sorted-pay-eof and indexed-eof.
004610     close sorted-pay-file.
004620 4000-exit.
004630     exit.

004640 4100-read-sorted-pay.
004650     read sorted-pay-file
004660         at end
004670             move "Y" to spy-eof-switch
004680             move high-values to pay-merge-key
004690         not at end
004700             move pay-building of sorted-pay-record
004710                 to pay-key-building
004720             move pay-aptnum of sorted-pay-record
004730                 to pay-key-aptnum.
004740 4100-exit.
004750     exit.

004760 4200-read-unit.
004770     read sample-idx-file next record
004780         at end
004790             move "Y" to idx-eof-switch
004800             move high-values to unit-merge-key
004810         not at end
004820             move building-id of sample-idx-record
004830                 to unit-key-building
004840             move aptnum of sample-idx-record
004850                 to unit-key-aptnum.
004860     move zero to unit-payment-count.
004870     move zero to unit-payment-extra.
004880     move zero to detail-paid.
004890 4200-exit.
004900     exit.

004910 4300-match-lines.
004920     evaluate true
004930         when pay-merge-key < unit-merge-key
004940             perform 4500-orphan-payment thru 4500-exit
004950             perform 4100-read-sorted-pay thru 4100-exit
004960         when pay-merge-key = unit-merge-key
004970             perform 4400-stow-payment thru 4400-exit
004980             perform 4100-read-sorted-pay thru 4100-exit
004990         when other
005000             perform 5000-prove-unit thru 5000-exit
005010             perform 4200-read-unit thru 4200-exit
005020     end-evaluate.
005030 4300-exit.
005040     exit.

005050*----------------------------------------------------------*
005060* A payment counts toward the tenant now in the unit when
005070* it is dated on or after the move-in; for a vacant unit,
005080* anything after the move-out should not be there at all.
005090*----------------------------------------------------------*
005100 4400-stow-payment.
005110     move "N" to counted-label.
005120     if occ-occupied of sample-idx-record
005130         if pay-date of sorted-pay-record
005140             not < occ-status-date of sample-idx-record
005150             move "Y" to counted-label
005160         end-if
005170     else
005180         if pay-date of sorted-pay-record
005190             > occ-status-date of sample-idx-record
005200             move "Y" to counted-label
005210         end-if.
005220     if counted-label = "Y"
005230         add pay-amount of sorted-pay-record to detail-paid.
005240     if unit-payment-count >= 50
005250         add 1 to unit-payment-extra
005260         go to 4400-exit.
005270     add 1 to unit-payment-count.
005280     move pay-date of sorted-pay-record
005290         to up-date (unit-payment-count).
005300     move pay-method of sorted-pay-record
005310         to up-method (unit-payment-count).
005320     move pay-receipt-no of sorted-pay-record
005330         to up-receipt-no (unit-payment-count).
005340     move pay-amount of sorted-pay-record
005350         to up-amount (unit-payment-count).
005360     move counted-label to up-counted (unit-payment-count).
005370 4400-exit.
005380     exit.

005390 4500-orphan-payment.
005400     add 1 to orphan-count.
005410     add pay-amount of sorted-pay-record to ctl-orphan-paid.
005420     move "N" to in-balance-switch.
005430     move pay-amount of sorted-pay-record to edited-amount.
005440     move spaces to report-line.
005450     string "NO UNIT " delimited by size
005460         pay-building of sorted-pay-record delimited by size
005470         "-" delimited by size
005480         pay-aptnum of sorted-pay-record delimited by size
005490         " ON indexed.dbf - PAYMENT " delimited by size
005500         pay-date of sorted-pay-record delimited by size
005510         " " delimited by size
005520         pay-method of sorted-pay-record delimited by size
005530         " " delimited by size
005540         edited-amount delimited by size
005550         into report-line.
005560     write report-line.
005570     add 1 to line-count.
005580 4500-exit.
005590     exit.

005600*----------------------------------------------------------*
005610* The unit's balance both ways.  Only an occupied unit is
005620* charged rent; the open items apply either way.
005630*----------------------------------------------------------*
005640 5000-prove-unit.
005650     add 1 to units-proved.
005660     perform 5100-find-open-items thru 5100-exit.
005670     move zero to unit-rent-due.
005680     if occ-occupied of sample-idx-record
005690         move building-id of sample-idx-record
005700             to TENCNCL-BUILDING
005710         move aptnum of sample-idx-record to TENCNCL-APTNUM
005720         move run-date-yyyymm to TENCNCL-MONTH
005730         move rent-amount of sample-idx-record
005740             to TENCNCL-RENT
005750         call "TENCNCL" using TENCNCL-PARMS
005760         compute unit-rent-due =
005770             rent-amount of sample-idx-record
005780                 - TENCNCL-CREDIT.
005790     compute master-balance =
005800         unit-rent-due + prior-carry-fwd + open-postings
005810             - amount-paid of sample-idx-record.
005820     compute rebuilt-balance =
005830         unit-rent-due + prior-carry-fwd + open-postings
005840             - detail-paid.
005850     compute paid-difference =
005860         amount-paid of sample-idx-record - detail-paid.
005870     add amount-paid of sample-idx-record to ctl-master-paid.
005880     add detail-paid to ctl-detail-paid.
005890     add master-balance to ctl-master-balance.
005900     add rebuilt-balance to ctl-rebuilt-balance.
005910     if paid-difference = zero
005920         go to 5000-exit.
005930     add 1 to units-differing.
005940     move "N" to in-balance-switch.
005950     perform 5200-list-difference thru 5200-exit.
005960 5000-exit.
005970     exit.

005980 5100-find-open-items.
005990     move zero to prior-carry-fwd.
006000     move zero to prior-carry-date.
006010     move zero to open-postings.
006020     if carry-fwd-count > zero
006030         set carry-fwd-index to 1
006040         search carry-fwd-entry
006050             at end
006060                 continue
006070             when cf-building (carry-fwd-index)
006080                     = building-id of sample-idx-record
006090                 and cf-aptnum (carry-fwd-index)
006100                     = aptnum of sample-idx-record
006110                 move cf-amount (carry-fwd-index)
006120                     to prior-carry-fwd
006130                 move cf-date (carry-fwd-index)
006140                     to prior-carry-date
006150         end-search.
006160     if open-post-count > zero
006170         set open-post-index to 1
006180         search open-post-entry
006190             at end
006200                 continue
006210             when op-building (open-post-index)
006220                     = building-id of sample-idx-record
006230                 and op-aptnum (open-post-index)
006240                     = aptnum of sample-idx-record
006250                 move op-amount (open-post-index)
006260                     to open-postings
006270         end-search.
006280 5100-exit.
006290     exit.

006300 5200-list-difference.
006310     move spaces to report-line.
006320     string "DIFFERENCE " delimited by size
006330         building-id of sample-idx-record delimited by size
006340         "-" delimited by size
006350         aptnum of sample-idx-record delimited by size
006360         " " delimited by size
006370         name of sample-idx-record delimited by size
006380         " STATUS " delimited by size
006390         occ-status of sample-idx-record delimited by size
006400         " SINCE " delimited by size
006410         occ-status-date of sample-idx-record
006420             delimited by size
006430         into report-line.
006440     write report-line.
006450     add 1 to line-count.
006460     move "    PAID PER MASTER" to detail-label.
006470     move amount-paid of sample-idx-record to edited-amount.
006480     perform 5300-detail-line thru 5300-exit.
006490     move "    PAID PER DETAIL" to detail-label.
006500     move detail-paid to edited-amount.
006510     perform 5300-detail-line thru 5300-exit.
006520     move "    DIFFERENCE" to detail-label.
006530     move paid-difference to edited-amount.
006540     perform 5300-detail-line thru 5300-exit.
006550     move "    RENT LESS CONCESSION" to detail-label.
006560     move unit-rent-due to edited-amount.
006570     perform 5300-detail-line thru 5300-exit.
006580     move spaces to detail-label.
006590     string "    CARRY-FORWARD " delimited by size
006600         prior-carry-date delimited by size
006610         into detail-label.
006620     move prior-carry-fwd to edited-amount.
006630     perform 5300-detail-line thru 5300-exit.
006640     move "    OPEN POSTINGS SINCE" to detail-label.
006650     move open-postings to edited-amount.
006660     perform 5300-detail-line thru 5300-exit.
006670     move "    BALANCE PER MASTER" to detail-label.
006680     move master-balance to edited-amount.
006690     perform 5300-detail-line thru 5300-exit.
006700     move "    BALANCE REBUILT" to detail-label.
006710     move rebuilt-balance to edited-amount.
006720     perform 5300-detail-line thru 5300-exit.
006730     perform 5400-payment-line thru 5400-exit
006740         varying payment-sub from 1 by 1
006750         until payment-sub > unit-payment-count.
006760     if unit-payment-extra > zero
006770         move spaces to report-line
006780         string "    ... " delimited by size
006790             unit-payment-extra delimited by size
006800             " more payment(s) not listed"
006810                 delimited by size
006820             into report-line
006830         write report-line
006840         add 1 to line-count.
006850     if unit-payment-count = zero
006860         move "    NO PAYMENTS ON FILE THIS CYCLE"
006870             to report-line
006880         write report-line
006890         add 1 to line-count.
006900     move spaces to report-line.
006910     write report-line.
006920     add 1 to line-count.
006930 5200-exit.
006940     exit.

006950 5300-detail-line.
006960     move spaces to report-line.
006970     string detail-label delimited by size
006980         edited-amount delimited by size
006990         into report-line.
007000     write report-line.
007010     add 1 to line-count.
007020 5300-exit.
007030     exit.

007040 5400-payment-line.
007050     if up-counted (payment-sub) = "Y"
007060         move "COUNTED" to counted-label
007070     else
007080         move "PRIOR TENANT" to counted-label.
007090     move up-amount (payment-sub) to edited-amount.
007100     move spaces to report-line.
007110     string "    PAYMENT " delimited by size
007120         up-date (payment-sub) delimited by size
007130         " " delimited by size
007140         up-method (payment-sub) delimited by size
007150         " RCPT " delimited by size
007160         up-receipt-no (payment-sub) delimited by size
007170         "  " delimited by size
007180         edited-amount delimited by size
007190         "  " delimited by size
007200         counted-label delimited by size
007210         into report-line.
007220     write report-line.
007230     add 1 to line-count.
007240 5400-exit.
007250     exit.

007260*----------------------------------------------------------*
007270* Portfolio control totals for the accounting sign-off.
007280*----------------------------------------------------------*
007290 8000-control-page.
007300     compute ctl-difference =
007310         ctl-master-paid - ctl-detail-paid - ctl-orphan-paid.
007320     move spaces to report-line.
007330     write report-line.
007340     move "PORTFOLIO CONTROL TOTALS" to report-line.
007350     write report-line.
007360     move spaces to report-line.
007370     string "  UNITS PROVED:        " delimited by size
007380         units-proved delimited by size
007390         into report-line.
007400     write report-line.
007410     move spaces to report-line.
007420     string "  UNITS IN DIFFERENCE: " delimited by size
007430         units-differing delimited by size
007440         into report-line.
007450     write report-line.
007460     move spaces to report-line.
007470     string "  PAYMENTS, NO UNIT:   " delimited by size
007480         orphan-count delimited by size
007490         into report-line.
007500     write report-line.
007510     add 5 to line-count.
007520     move "  PAID PER MASTER" to detail-label.
007530     move ctl-master-paid to edited-total.
007540     perform 8100-total-line thru 8100-exit.
007550     move "  PAID PER DETAIL" to detail-label.
007560     move ctl-detail-paid to edited-total.
007570     perform 8100-total-line thru 8100-exit.
007580     move "  PAID TO NO UNIT" to detail-label.
007590     move ctl-orphan-paid to edited-total.
007600     perform 8100-total-line thru 8100-exit.
007610     move "  NET DIFFERENCE" to detail-label.
007620     move ctl-difference to edited-total.
007630     perform 8100-total-line thru 8100-exit.
007640     move "  BALANCE PER MASTER" to detail-label.
007650     move ctl-master-balance to edited-total.
007660     perform 8100-total-line thru 8100-exit.
007670     move "  BALANCE REBUILT" to detail-label.
007680     move ctl-rebuilt-balance to edited-total.
007690     perform 8100-total-line thru 8100-exit.
007700     move spaces to report-line.
007710     write report-line.
007720     if proof-in-balance
007730         move "*** IN BALANCE - SIGN OFF BELOW ***"
007740             to report-line
007750     else
007760         move "*** OUT OF BALANCE - INVESTIGATE ***"
007770             to report-line.
007780     write report-line.
007790     move spaces to report-line.
007800     write report-line.
007810     move "ACCOUNTING SIGN-OFF: ______________________"
007820         to report-line.
007830     write report-line.
007840     add 4 to line-count.
007850 8000-exit.
007860     exit.

007870 8100-total-line.
007880     move spaces to report-line.
007890     string detail-label delimited by size
007900         edited-total delimited by size
007910         into report-line.
007920     write report-line.
007930     add 1 to line-count.
007940 8100-exit.
007950     exit.

007960 9000-finish.
007970     close sample-idx-file proof-report.
007980     move "TENARPF" to TENRCAT-PROGRAM.
007990     move arproof-filename to TENRCAT-FILENAME.
008000     move 1 to TENRCAT-PAGES.
008010     move line-count to TENRCAT-LINES.
008020     call "TENRCAT" using TENRCAT-PARMS.
008030     if proof-in-balance
008040         move "I" to TENOLOG-SEVERITY
008050         move spaces to TENOLOG-TEXT
008060         string units-proved delimited by size
008070             " unit(s) proved, in balance" delimited by size
008080             into TENOLOG-TEXT
008090         call "TENOLOG" using TENOLOG-PARMS
008100     else
008110         move "E" to TENOLOG-SEVERITY
008120         move spaces to TENOLOG-TEXT
008130         string "OUT OF BALANCE - " delimited by size
008140             units-differing delimited by size
008150             " unit(s) differ, " delimited by size
008160             orphan-count delimited by size
008170             " payment(s) to no unit" delimited by size
008180             into TENOLOG-TEXT
008190         call "TENOLOG" using TENOLOG-PARMS
008200         move 1 to return-code.
008210 9000-exit.
008220     exit.

000100*----------------------------------------------------------*
000110* TENSUSA.COB
000120*
000130* Unapplied-cash apply screen.  A lockbox or housing-
000140* authority item TENBANK or TENHAPP could not match to a
000150* unit sits on suspense.dat: the money is in the bank but
000160* on no tenant's ledger.  This screen lists the open
000170* suspense items, and for the one picked lets the operator
000180* find the right unit through the TENNAMI-style name search
000190* (any part of the tenant or co-tenant name) or by keying
000200* the unit, then applies it as an ordinary payment:
000210* AMOUNT-PAID on indexed.dbf, a payledgr.dat record under
000220* the item's own method (lockbox "L" or authority "H") with
000230* the next receipt number, and the usual tenhist.dat and
000240* audit-log entries, under the TENLOCK in-use lock.  An
000250* applied record appended to suspense.dat closes the item
000260* and names the unit, receipt and operator.
000270*----------------------------------------------------------*
000280* MODIFICATION HISTORY
000290*   DATE       INIT  DESCRIPTION
000300*   2026-10-15 JHM   The applied item is spread across the
000310*                    unit's open charges in the company's
000320*                    payorder.dat application order through
000330*                    the TENAPLY subprogram, which writes the
000340*                    payalloc.dat detail of what it paid.
000350*   2026-10-15 JHM   Original program.
000360*----------------------------------------------------------*
000370 identification division.
000380 program-id. tensusa.
000390 author. J. H. Masters.
000400 installation. Property Management Systems.
000410 date-written. 2026-10-15.
000420 date-compiled. 2026-10-15.

000430 environment division.
000440 configuration section.
000450 source-computer. Intel486.
000460 object-computer. Intel486.

000470 input-output section.
000480 file-control.
000490     select sample-idx-file assign to disk
000500         organization is indexed
000510         record key is unit-key of sample-idx-record
000520         access mode is dynamic
000530         file status is idx-file-status.

000540     select optional suspense-file assign to disk
000550         organization is line sequential
000560         file status is sus-file-status.

000570     select optional payment-ledger-file assign to disk
000580         organization is line sequential
000590         file status is pay-file-status.

000600     select history-file assign to disk
000610         organization is line sequential.

000620     select audit-log-file assign to disk
000630         organization is line sequential.

000640     select optional batch-lock-file assign to disk
000650         organization is line sequential
000660         file status is lck-file-status.

000670 data division.
000680 file section.
000690 fd  sample-idx-file
000700     label records are standard
000710     value of file-id is "indexed.dbf".
000720     copy TENREC
000730         replacing ==:REC-NAME:== by ==sample-idx-record==
000740             ==address== by ==street-addr==.

000750 fd  suspense-file
000760     label records are standard
000770     value of file-id is "suspense.dat".
000780     copy TENSUS
000790         replacing ==:REC-NAME:==
000800             by ==suspense-record==.

000810 fd  payment-ledger-file
000820     label records are standard
000830     value of file-id is "payledgr.dat".
000840     copy TENPAY
000850         replacing ==:REC-NAME:==
000860             by ==payment-record==.

000870 fd  history-file
000880     label records are standard
000890     value of file-id is "tenhist.dat".
000900     copy TENHIST
000910         replacing ==:REC-NAME:==
000920             by ==history-record==.

000930 fd  audit-log-file
000940     label records are standard
000950     value of file-id is "tenaudit.dat".
000960     copy TENAUDIT
000970         replacing ==:REC-NAME:==
000980             by ==audit-record==.

000990 fd  batch-lock-file
001000     label records are standard
001010     value of file-id is "batchlck.ctl".
001020 01  batch-lock-record.
001030     05  lck-status          picture is X(06).
001040     05  lck-date            picture is 9(08).
001050     05  lck-time            picture is 9(08).

001060 working-storage section.
001070 01  lck-file-status         picture is X(02).
001080 01  batch-locked-switch     picture is X(01) value "N".
001090     88  batch-locked                value "Y".
001100 01  before-image            picture is X(133).
001110     copy TENWHO.
001120     copy TENLOCK.
001130     copy TENAPLY.
001140     copy TENFMT.
001150 01  idx-file-status         picture is X(02).
001160 01  sus-file-status         picture is X(02).
001170 01  pay-file-status         picture is X(02).
001180 01  sus-eof-switch          picture is X(01).
001190     88  suspense-file-at-end        value "Y".
001200 01  pay-eof-switch          picture is X(01) value "N".
001210     88  payment-file-at-end         value "Y".
001220 01  more-switch             picture is X(01) value "Y".
001230     88  more-records                value "Y".
001240 01  unit-found-switch       picture is X(01).
001250     88  unit-found                  value "Y".
001260 01  today-date              picture is 9(08).
001270 01  audit-clock-time        picture is 9(08).
001280 01  before-name             picture is X(25).
001290 01  receipt-counter         picture is 9(06) value zero.
001300 01  applied-count           picture is 9(05) value zero.
001310 01  applied-total           picture is 9(07)V99 value zero.
001320 01  open-count              picture is 9(04).
001330 01  entered-item            picture is 9(06).
001340 01  entered-building        picture is 9(02).
001350 01  entered-aptnum          picture is 9(04).
001360 01  reply                   picture is X(01).
001370 01  item-sub                picture is 9(04).
001380 01  amount-text             picture is X(12).
001390 01  balance-open            picture is S9(06)V99.
001400 01  search-name             picture is X(25).
001410 01  search-length           picture is 9(02).
001420 01  length-sub              picture is 9(02).
001430 01  compare-sub             picture is 9(02).
001440 01  compare-limit           picture is 9(02).
001450 01  match-found-switch      picture is X(01).
001460     88  match-found                 value "Y".
001470 01  pick-number             picture is 9(03).
001480 01  match-sub               picture is 9(03).

001490*----------------------------------------------------------*
001500* Latest suspense.dat record per item number.
001510*----------------------------------------------------------*
001520 01  suspense-table-area.
001530     05  suspense-table-count picture is 9(04) value zero.
001540     05  suspense-table-entry occurs 1 to 2000 times
001550             depending on suspense-table-count
001560             indexed by suspense-table-index.
001570         10  st-item         picture is 9(06).
001580         10  st-image        picture is X(95).
001590     copy TENSUS
001600         replacing ==:REC-NAME:==
001610             by ==current-item==.

001620*----------------------------------------------------------*
001630* Units whose tenant or co-tenant name holds the search
001640* argument, the TENNAMI pick list.
001650*----------------------------------------------------------*
001660 01  match-table-area.
001670     05  match-table-count   picture is 9(03) value zero.
001680     05  match-table-entry occurs 1 to 100 times
001690             depending on match-table-count.
001700         10  mt-building     picture is 9(02).
001710         10  mt-aptnum       picture is 9(04).
001720         10  mt-name         picture is X(25).

001730 procedure division.
001740 0000-mainline.
001750     perform 1000-initialize thru 1000-exit.
001760     perform 2000-apply-one thru 2000-exit
001770         until not more-records.
001780     perform 9000-finish thru 9000-exit.
001790     stop run.

001800 1000-initialize.
001810     display "TENSUSA: unapplied-cash suspense - apply an item".
001820     perform 1100-check-batch-lock thru 1100-exit.
001830     if batch-locked
001840         display "TENSUSA: nightly batch in progress - "
001850             "tenant files are locked, inquiry only "
001860             "(use TENINQ) until the window closes"
001870         stop run.
001880     call "TENWHO" using TENWHO-PARMS.
001890     if not TENWHO-SIGNED-ON
001900         or TENWHO-AUTHORITY < 2
001910         display "TENSUSA: update authority required - "
001920             "sign on through TENSIGN first"
001930         stop run.
001940     open i-o sample-idx-file.
001950     if idx-file-status not = "00"
001960         display "TENSUSA: cannot open indexed.dbf, status "
001970             idx-file-status
001980         stop run.
001990     accept today-date from date yyyymmdd.
002000     perform 1200-seed-receipt thru 1200-exit.
002010     open extend payment-ledger-file.
002020     open extend history-file.
002030     open extend audit-log-file.
002040 1000-exit.
002050     exit.

002060*----------------------------------------------------------*
002070* Batch-window lock check: the nightly driver raises the
002080* lock at start of chain and clears it at finish.
002090*----------------------------------------------------------*
002100 1100-check-batch-lock.
002110     open input batch-lock-file.
002120     if lck-file-status not = "00"
002130         go to 1100-exit.
002140     read batch-lock-file
002150         at end
002160             continue
002170         not at end
002180             if lck-status = "LOCKED"
002190                 move "Y" to batch-locked-switch.
002200     close batch-lock-file.
002210 1100-exit.
002220     exit.

002230*----------------------------------------------------------*
002240* Receipt numbers continue from the highest already on the
002250* ledger, the TENBANK convention.
002260*----------------------------------------------------------*
002270 1200-seed-receipt.
002280     open input payment-ledger-file.
002290     if pay-file-status not = "00"
002300         close payment-ledger-file
002310         move "Y" to pay-eof-switch
002320         go to 1200-exit.
002330     perform 1210-scan-receipt thru 1210-exit
002340         until payment-file-at-end.
002350     close payment-ledger-file.
002360 1200-exit.
002370     exit.

002380 1210-scan-receipt.
002390     read payment-ledger-file
002400         at end
002410             move "Y" to pay-eof-switch
002420         not at end
002430             if pay-receipt-no of payment-record
002440                 > receipt-counter
002450                 move pay-receipt-no of payment-record
002460                     to receipt-counter.
002470 1210-exit.
002480     exit.

002490 2000-apply-one.
002500     perform 2100-load-suspense thru 2100-exit.
002510     if open-count = zero
002520         display "TENSUSA: no open items in suspense"
002530         move "N" to more-switch
002540         go to 2000-exit.
002550     display "Suspense item to apply (0 to quit): ".
002560     move zero to entered-item.
002570     accept entered-item.
002580     if entered-item = zero
002590         move "N" to more-switch
002600         go to 2000-exit.
002610     set suspense-table-index to 1.
002620     search suspense-table-entry
002630         at end
002640             display "TENSUSA: no suspense item " entered-item
002650             go to 2000-exit
002660         when st-item (suspense-table-index) = entered-item
002670             move st-image (suspense-table-index)
002680                 to current-item.
002690     if not sus-open of current-item
002700         display "TENSUSA: item " entered-item
002710             " was already applied to "
002720             sus-building of current-item "-"
002730             sus-aptnum of current-item
002740         go to 2000-exit.
002750     perform 2300-find-unit thru 2300-exit.
002760     if not unit-found
002770         go to 2000-exit.
002780     move "L" to TENLOCK-FUNCTION.
002790     move building-id of sample-idx-record to TENLOCK-BUILDING.
002800     move aptnum of sample-idx-record to TENLOCK-APTNUM.
002810     call "TENLOCK" using TENLOCK-PARMS.
002820     if TENLOCK-BUSY
002830         display "TENSUSA: record in use by operator "
002840             TENLOCK-HOLDER ", try again shortly"
002850         go to 2000-exit.
002860     perform 2500-apply-item thru 2500-exit.
002870     move "U" to TENLOCK-FUNCTION.
002880     call "TENLOCK" using TENLOCK-PARMS.
002890 2000-exit.
002900     exit.

002910*----------------------------------------------------------*
002920* Reloaded before every pick so an item another operator
002930* applied meanwhile no longer shows as open.
002940*----------------------------------------------------------*
002950 2100-load-suspense.
002960     move zero to suspense-table-count.
002970     move zero to open-count.
002980     move "N" to sus-eof-switch.
002990     open input suspense-file.
003000     if sus-file-status not = "00"
003010         close suspense-file
003020         go to 2100-exit.
003030     perform 2110-read-suspense thru 2110-exit
003040         until suspense-file-at-end.
003050     close suspense-file.
003060     perform 2150-list-open thru 2150-exit
003070         varying item-sub from 1 by 1
003080         until item-sub > suspense-table-count.
003090 2100-exit.
003100     exit.

003110 2110-read-suspense.
003120     read suspense-file
003130         at end
003140             move "Y" to sus-eof-switch
003150             go to 2110-exit.
003160     set suspense-table-index to 1.
003170     if suspense-table-count > zero
003180         search suspense-table-entry
003190             at end
003200                 perform 2120-add-item thru 2120-exit
003210             when st-item (suspense-table-index)
003220                     = sus-item of suspense-record
003230                 move suspense-record
003240                     to st-image (suspense-table-index)
003250     else
003260         perform 2120-add-item thru 2120-exit.
003270 2110-exit.
003280     exit.

003290 2120-add-item.
003300     if suspense-table-count >= 2000
003310         display "TENSUSA: suspense table overflow, item "
003320             sus-item of suspense-record " not shown"
003330     else
003340         add 1 to suspense-table-count
003350         move sus-item of suspense-record
003360             to st-item (suspense-table-count)
003370         move suspense-record
003380             to st-image (suspense-table-count).
003390 2120-exit.
003400     exit.

003410 2150-list-open.
003420     move st-image (item-sub) to current-item.
003430     if not sus-open of current-item
003440         go to 2150-exit.
003450     add 1 to open-count.
003460     move "A" to TENFMT-FORMAT-CODE.
003470     move sus-amount of current-item to TENFMT-RAW-AMOUNT.
003480     call "TENFMT" using TENFMT-PARMS.
003490     display sus-item of current-item " "
003500         sus-source of current-item " "
003510         sus-bank-ref of current-item " "
003520         sus-date of current-item " "
003530         TENFMT-EDITED-OUT " "
003540         sus-remitter of current-item " "
003550         sus-reason of current-item.
003560 2150-exit.
003570     exit.

003580*----------------------------------------------------------*
003590* The unit the money belongs to: picked off a name search,
003600* or keyed outright when the name is left blank.
003610*----------------------------------------------------------*
003620 2300-find-unit.
003630     move "N" to unit-found-switch.
003640     display "Tenant name or part of a name "
003650         "(blank to key the unit): ".
003660     move spaces to search-name.
003670     accept search-name.
003680     if search-name = spaces
003690         display "Building number: "
003700         accept entered-building
003710         display "Apartment number: "
003720         accept entered-aptnum
003730     else
003740         perform 2310-find-length thru 2310-exit
003750         perform 2320-scan-file thru 2320-exit
003760         if match-table-count = zero
003770             display "TENSUSA: no tenant matches " search-name
003780             go to 2300-exit
003790         end-if
003800         perform 2380-show-one thru 2380-exit
003810             varying match-sub from 1 by 1
003820             until match-sub > match-table-count
003830         display "Pick a number (0 to skip): "
003840         move zero to pick-number
003850         accept pick-number
003860         if pick-number = zero
003870             or pick-number > match-table-count
003880             go to 2300-exit
003890         end-if
003900         move mt-building (pick-number) to entered-building
003910         move mt-aptnum (pick-number) to entered-aptnum.
003920     move entered-building to building-id of sample-idx-record.
003930     move entered-aptnum to aptnum of sample-idx-record.
003940     read sample-idx-file
003950         invalid key
003960             display "TENSUSA: no unit " entered-building "-"
003970                 entered-aptnum " on indexed.dbf"
003980         not invalid key
003990             move "Y" to unit-found-switch.
004000 2300-exit.
004010     exit.

004020 2310-find-length.
004030     move zero to search-length.
004040     perform 2311-check-character thru 2311-exit
004050         varying length-sub from 1 by 1
004060         until length-sub > 25.
004070 2310-exit.
004080     exit.

004090 2311-check-character.
004100     if search-name (length-sub:1) not = space
004110         move length-sub to search-length.
004120 2311-exit.
004130     exit.

004140 2320-scan-file.
004150     move zero to match-table-count.
004160     move low-values to unit-key of sample-idx-record.
004170     start sample-idx-file key is not less than
004180             unit-key of sample-idx-record
004190         invalid key
004200             move "10" to idx-file-status.
004210     perform 2330-read-next thru 2330-exit
004220         until idx-file-status = "10".
004230 2320-exit.
004240     exit.

004250 2330-read-next.
004260     read sample-idx-file next record
004270         at end
004280             move "10" to idx-file-status
004290         not at end
004300             perform 2340-test-record thru 2340-exit.
004310 2330-exit.
004320     exit.

004330 2340-test-record.
004340     perform 2350-match-name thru 2350-exit.
004350     if match-found
004360         perform 2370-add-match thru 2370-exit
004370         go to 2340-exit.
004380     perform 2360-match-co-tenant thru 2360-exit.
004390     if match-found
004400         perform 2370-add-match thru 2370-exit.
004410 2340-exit.
004420     exit.

004430*----------------------------------------------------------*
004440* Contains-anywhere comparison of the search argument
004450* against the 25-byte name fields, as TENNAMI does it.
004460*----------------------------------------------------------*
004470 2350-match-name.
004480     move "N" to match-found-switch.
004490     compute compare-limit = 26 - search-length.
004500     perform 2351-compare-at thru 2351-exit
004510         varying compare-sub from 1 by 1
004520         until compare-sub > compare-limit
004530             or match-found.
004540 2350-exit.
004550     exit.

004560 2351-compare-at.
004570     if name of sample-idx-record
004580             (compare-sub:search-length)
004590         = search-name (1:search-length)
004600         move "Y" to match-found-switch.
004610 2351-exit.
004620     exit.

004630 2360-match-co-tenant.
004640     move "N" to match-found-switch.
004650     compute compare-limit = 26 - search-length.
004660     perform 2361-compare-at thru 2361-exit
004670         varying compare-sub from 1 by 1
004680         until compare-sub > compare-limit
004690             or match-found.
004700 2360-exit.
004710     exit.

004720 2361-compare-at.
004730     if co-tenant-name of sample-idx-record
004740             (compare-sub:search-length)
004750         = search-name (1:search-length)
004760         move "Y" to match-found-switch.
004770 2361-exit.
004780     exit.

004790 2370-add-match.
004800     if match-table-count >= 100
004810         display "TENSUSA: more than 100 matches, narrow "
004820             "the search"
004830     else
004840         add 1 to match-table-count
004850         move building-id of sample-idx-record
004860             to mt-building (match-table-count)
004870         move aptnum of sample-idx-record
004880             to mt-aptnum (match-table-count)
004890         move name of sample-idx-record
004900             to mt-name (match-table-count).
004910 2370-exit.
004920     exit.

004930 2380-show-one.
004940     display match-sub ". " mt-building (match-sub) "-"
004950         mt-aptnum (match-sub) "  " mt-name (match-sub).
004960 2380-exit.
004970     exit.

004980*----------------------------------------------------------*
004990* Confirm against the unit's open balance, then post the
005000* item the way TENBANK posts a matched lockbox payment.
005010*----------------------------------------------------------*
005020 2500-apply-item.
005030     compute balance-open =
005040         rent-amount of sample-idx-record
005050             - amount-paid of sample-idx-record.
005060     move "A" to TENFMT-FORMAT-CODE.
005070     move sus-amount of current-item to TENFMT-RAW-AMOUNT.
005080     call "TENFMT" using TENFMT-PARMS.
005090     move TENFMT-EDITED-OUT to amount-text.
005100     display "Unit " building-id of sample-idx-record "-"
005110         aptnum of sample-idx-record " "
005120         name of sample-idx-record.
005130     display "Item " sus-item of current-item " amount "
005140         amount-text " - open balance " balance-open.
005150     if sus-amount of current-item > balance-open
005160         display "TENSUSA: the item is more than the unit's "
005170             "open balance".
005180     display "Apply this item to the unit (Y/N): ".
005190     move space to reply.
005200     accept reply.
005210     if reply not = "Y"
005220         display "TENSUSA: nothing applied"
005230         go to 2500-exit.
005240     move sample-idx-record to before-image.
005250     move name of sample-idx-record to before-name.
005260     add sus-amount of current-item
005270         to amount-paid of sample-idx-record.
005280     rewrite sample-idx-record
005290         invalid key
005300             display "TENSUSA: rewrite failed, status "
005310                 idx-file-status
005320                 " - nothing applied"
005330             go to 2500-exit.
005340     add 1 to applied-count.
005350     add sus-amount of current-item to applied-total.
005360     perform 2600-record-payment thru 2600-exit.
005370     perform 2700-record-history thru 2700-exit.
005380     perform 2800-record-audit thru 2800-exit.
005390     perform 2900-close-item thru 2900-exit.
005400     display "TENSUSA: item " sus-item of current-item
005410         " applied to " building-id of sample-idx-record "-"
005420         aptnum of sample-idx-record ", receipt "
005430         receipt-counter.
005440 2500-exit.
005450     exit.

005460 2600-record-payment.
005470     add 1 to receipt-counter.
005480     move building-id of sample-idx-record
005490         to pay-building of payment-record.
005500     move aptnum of sample-idx-record
005510         to pay-aptnum of payment-record.
005520     move today-date to pay-date of payment-record.
005530     move sus-amount of current-item
005540         to pay-amount of payment-record.
005550     move sus-source of current-item
005560         to pay-method of payment-record.
005570     move receipt-counter to pay-receipt-no of payment-record.
005580     move zero to pay-deposit-ticket of payment-record.
005590     write payment-record.
005600     perform 2650-allocate-payment thru 2650-exit.
005610 2600-exit.
005620     exit.

005630*----------------------------------------------------------*
005640* What the item paid, in the company's application order,
005650* onto payalloc.dat.
005660*----------------------------------------------------------*
005670 2650-allocate-payment.
005680     move "P" to TENAPLY-FUNCTION.
005690     move company-code of sample-idx-record to TENAPLY-COMPANY.
005700     move building-id of sample-idx-record to TENAPLY-BUILDING.
005710     move aptnum of sample-idx-record to TENAPLY-APTNUM.
005720     move rent-amount of sample-idx-record to TENAPLY-RENT.
005730     compute TENAPLY-PRIOR-PAID =
005740         amount-paid of sample-idx-record
005750             - sus-amount of current-item.
005760     move today-date to TENAPLY-PAY-DATE.
005770     move sus-amount of current-item to TENAPLY-AMOUNT.
005780     move receipt-counter to TENAPLY-RECEIPT-NO.
005790     move sus-source of current-item to TENAPLY-METHOD.
005800     move "TENSUSA" to TENAPLY-PROGRAM.
005810     call "TENAPLY" using TENAPLY-PARMS.
005820 2650-exit.
005830     exit.

005840 2700-record-history.
005850     move building-id of sample-idx-record
005860         to hist-building of history-record.
005870     move aptnum of sample-idx-record
005880         to hist-aptnum of history-record.
005890     move today-date to hist-date of history-record.
005900     move "U" to hist-action of history-record.
005910     move name of sample-idx-record
005920         to hist-name of history-record.
005930     move TENWHO-OPERATOR
005940         to hist-operator of history-record.
005950     write history-record.
005960 2700-exit.
005970     exit.

005980 2800-record-audit.
005990     accept audit-clock-time from time.
006000     move "TENSUSA" to audit-program of audit-record.
006010     move today-date to audit-date of audit-record.
006020     move audit-clock-time to audit-time of audit-record.
006030     move building-id of sample-idx-record
006040         to audit-building of audit-record.
006050     move aptnum of sample-idx-record
006060         to audit-aptnum of audit-record.
006070     move "R" to audit-action of audit-record.
006080     move before-name to audit-before-name of audit-record.
006090     move name of sample-idx-record
006100         to audit-after-name of audit-record.
006110     move occ-status of sample-idx-record
006120         to audit-before-status of audit-record.
006130     move occ-status of sample-idx-record
006140         to audit-after-status of audit-record.
006150     move TENWHO-OPERATOR
006160         to audit-operator of audit-record.
006170     move before-image
006180         to audit-before-image of audit-record
006190     write audit-record.
006200 2800-exit.
006210     exit.

006220 2900-close-item.
006230     move "A" to sus-status of current-item.
006240     move building-id of sample-idx-record
006250         to sus-building of current-item.
006260     move aptnum of sample-idx-record
006270         to sus-aptnum of current-item.
006280     move receipt-counter to sus-receipt-no of current-item.
006290     move today-date to sus-applied-date of current-item.
006300     move TENWHO-OPERATOR to sus-operator of current-item.
006310     open extend suspense-file.
006320     move current-item to suspense-record.
006330     write suspense-record.
006340     close suspense-file.
006350 2900-exit.
006360     exit.

006370 9000-finish.
006380     close sample-idx-file.
006390     close payment-ledger-file.
006400     close history-file.
006410     close audit-log-file.
006420     move "A" to TENFMT-FORMAT-CODE.
006430     move applied-total to TENFMT-RAW-AMOUNT.
006440     call "TENFMT" using TENFMT-PARMS.
006450     display "TENSUSA: " applied-count " item(s) applied, "
006460         TENFMT-EDITED-OUT.
006470 9000-exit.
006480     exit.

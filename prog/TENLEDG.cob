000220* range) into one date-ordered listing with a running
000230* balance column -- charges add, payments subtract --
000240* both columns edited through CR-capable pictures, the
000250* TENSTMT convention for signed amounts.  Under each
000260* payment the payalloc.dat allocation detail shows what
000270* the payment paid, charge by charge.  On request the
000280* unit's commlog.dat communications for the same range
000290* (TENCOMM entries) print under the money, so the card
000300* shows what the tenant was told beside what was paid.
000310*----------------------------------------------------------*
000320* MODIFICATION HISTORY
000330*   DATE       INIT  DESCRIPTION
000340*   2026-10-15 JHM   Asks whether to print the unit's
000350*                    communications log; when answered Y
000360*                    the commlog.dat entries dated in the
000370*                    range print after the ledger lines.
000380*   2026-10-15 JHM   Each payment is followed by indented
000390*                    "TO" lines from the payalloc.dat detail
000400*                    the TENAPLY allocation writes: the
000410*                    charge class, the charge's date and the
000420*                    amount the payment paid toward it.
000430*   2026-10-15 JHM   "B" abatement entries from TENABAT print
000440*                    as RENT ABATEMENT.
000450*   2026-10-15 JHM   "T" lease-break entries from TENLBRK
000460*                    print as LEASE BREAK CHARGE.
000470*   2026-09-03 JHM   Original program.
000480*----------------------------------------------------------*
000490 identification division.
000500 program-id. tenledg.
000510 author. J. H. Masters.
000520 installation. Property Management Systems.
000530 date-written. 2026-09-03.
000540 date-compiled. 2026-09-03.

000550 environment division.
000560 configuration section.
000570 source-computer. Intel486.
000580 object-computer. Intel486.

000590 input-output section.
000600 file-control.
000610     select sample-idx-file assign to disk
000620         organization is indexed
000630         record key is unit-key of sample-idx-record
000640         access mode is random
000650         file status is idx-file-status.

000660     select optional payment-ledger-file assign to disk
000670         organization is line sequential
000680         file status is pay-file-status.

000690     select optional balance-file assign to disk
000700         organization is line sequential
000710         file status is bal-file-status.

000720     select optional recurring-charge-file assign to disk
000730         organization is line sequential
000740         file status is chg-file-status.

000750     select optional allocation-file assign to disk
000760         organization is line sequential
000770         file status is alc-file-status.

000780     select optional comm-log-file assign to disk
000790         organization is line sequential
000800         file status is cml-file-status.

000810     select ledger-card-report assign to disk
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

001030 fd  recurring-charge-file
001040     label records are standard
001050     value of file-id is "rechg.dat".
001060     copy TENCHG
001070         replacing ==:REC-NAME:==
001080             by ==recurring-charge-record==.

001090 fd  allocation-file
001100     label records are standard
001110     value of file-id is "payalloc.dat".
001120     copy TENALC
001130         replacing ==:REC-NAME:==
001140             by ==allocation-record==.

001150 fd  comm-log-file
001160     label records are standard
001170     value of file-id is "commlog.dat".
001180     copy TENCML
001190         replacing ==:REC-NAME:==
001200             by ==comm-log-record==.

001210 fd  ledger-card-report
001220     label records are standard
001230     value of file-id is ledger-rpt-filename.
001240 01  report-line             picture is X(80).

001250 working-storage section.
001260 01  ledger-rpt-filename     picture is X(30).
001270     copy TENRCAT.
001280 01  idx-file-status         picture is X(02).
001290 01  pay-file-status         picture is X(02).
001300 01  bal-file-status         picture is X(02).
001310 01  chg-file-status         picture is X(02).
001320 01  alc-file-status         picture is X(02).
001330 01  pay-eof-switch          picture is X(01).
001340     88  payment-file-at-end         value "Y".
001350 01  bal-eof-switch          picture is X(01).
001360     88  balance-file-at-end         value "Y".
001370 01  chg-eof-switch          picture is X(01).
001380     88  charge-file-at-end          value "Y".
001390 01  alc-eof-switch          picture is X(01).
001400     88  allocation-file-at-end      value "Y".
001410 01  cml-file-status         picture is X(02).
001420 01  cml-eof-switch          picture is X(01).
001430     88  log-file-at-end             value "Y".
001440 01  comm-wanted             picture is X(01).
001450 01  comm-count              picture is 9(04).
001460 01  more-switch             picture is X(01) value "Y".
001470     88  more-records                value "Y".
001480 01  run-date                picture is 9(08).
001490 01  card-count              picture is 9(04) value zero.
001500 01  line-count              picture is 9(07) value zero.
001510 01  range-from              picture is 9(08).
001520 01  range-thru              picture is 9(08).
001530 01  bill-month-date         picture is 9(08).
001540 01  bill-month-parts redefines bill-month-date.
001550     05  bill-yyyy           picture is 9(04).
001560     05  bill-mm             picture is 9(02).
001570     05  bill-dd             picture is 9(02).
001580 01  running-balance         picture is S9(08)V99.
001590 01  edited-running          picture is $99,999,999.99CR.
001600 01  edited-amount           picture is $9,999,999.99CR.
001610 01  item-sub                picture is 9(04).
001620 01  alloc-sub               picture is 9(04).
001630 01  class-text              picture is X(14).
001640 01  sort-sub                picture is 9(04).
001650 01  swap-switch             picture is X(01).
001660     88  swapped-this-pass           value "Y".

001670*----------------------------------------------------------*
001680* The unit's merged ledger items for the range: charges
001690* carry positive amounts, payments negative, so the running
001700* balance is a straight accumulation in date order.
001710*----------------------------------------------------------*
001720 01  item-table-area.
001730     05  item-table-count    picture is 9(04) value zero.
001740     05  item-table-entry occurs 1 to 500 times
001750             depending on item-table-count.
001760         10  it-date         picture is 9(08).
001770         10  it-description  picture is X(20).
001780         10  it-amount       picture is S9(07)V99.
001790         10  it-receipt-no   picture is 9(06).
001800         10  it-method       picture is X(01).
001810 01  swap-item.
001820     05  sw-date             picture is 9(08).
001830     05  sw-description      picture is X(20).
001840     05  sw-amount           picture is S9(07)V99.
001850     05  sw-receipt-no       picture is 9(06).
001860     05  sw-method           picture is X(01).

001870*----------------------------------------------------------*
001880* The unit's payalloc.dat allocations: which payment (date,
001890* receipt, method) paid how much of which charge.
001900*----------------------------------------------------------*
001910 01  alloc-table-area.
001920     05  alloc-table-count   picture is 9(04) value zero.
001930     05  alloc-table-entry occurs 1 to 1000 times
001940             depending on alloc-table-count.
001950         10  at-pay-date     picture is 9(08).
001960         10  at-receipt-no   picture is 9(06).
001970         10  at-method       picture is X(01).
001980         10  at-class        picture is X(01).
001990         10  at-item-date    picture is 9(08).
002000         10  at-amount       picture is S9(05)V99.

002010 procedure division.
002020 0000-mainline.
002030     perform 1000-initialize thru 1000-exit.
002040     perform 2000-card-one thru 2000-exit
002050         until not more-records.
002060     perform 9000-finish thru 9000-exit.
002070     stop run.

002080 1000-initialize.
002090     display "TENLEDG: tenant ledger-card report".
002100     accept run-date from date yyyymmdd.
002110     open input sample-idx-file.
002120     if idx-file-status not = "00"
002130         display "TENLEDG: cannot open indexed.dbf, status "
002140             idx-file-status
002150         stop run.
002160     move spaces to ledger-rpt-filename.
002170     string "ledgcard." delimited by size
002180         run-date delimited by size
002190         into ledger-rpt-filename.
002200     open output ledger-card-report.
002210 1000-exit.
002220     exit.

002230 2000-card-one.
002240     display "Apartment number (0000 to quit): ".
002250     accept aptnum.
002260     if aptnum = 0
002270         move "N" to more-switch
002280     else
002290         display "Building number: "
002300         accept building-id
002310         perform 2100-read-and-card thru 2100-exit.
002320 2000-exit.
002330     exit.

002340 2100-read-and-card.
002350     read sample-idx-file
002360         invalid key
002370             display "TENLEDG: no unit " building-id "-" aptnum
002380                 " on indexed.dbf".
002390     if idx-file-status not = "00"
002400         go to 2100-exit.
002410     display "From date (YYYYMMDD): ".
002420     accept range-from.
002430     display "Thru date (YYYYMMDD): ".
002440     accept range-thru.
002450     display "Print communications log (Y/N): ".
002460     move space to comm-wanted.
002470     accept comm-wanted.
002480     move zero to item-table-count.
002490     move zero to alloc-table-count.
002500     perform 3000-load-payments thru 3000-exit.
002510     perform 3100-load-balances thru 3100-exit.
002520     perform 3200-load-recurring thru 3200-exit.
002530     perform 3300-load-allocations thru 3300-exit.
002540     perform 4000-sort-items thru 4000-exit.
002550     perform 5000-print-card thru 5000-exit.
002560     if comm-wanted = "Y"
002570         perform 5500-print-comms thru 5500-exit.
002580     add 1 to card-count.
002590 2100-exit.
002600     exit.

002610 3000-load-payments.
002620     move "N" to pay-eof-switch.
002630     open input payment-ledger-file.
002640     if pay-file-status not = "00"
002650         close payment-ledger-file
002660         move "Y" to pay-eof-switch
002670         go to 3000-exit.
002680     perform 3010-read-payment thru 3010-exit
002690         until payment-file-at-end.
002700     close payment-ledger-file.
002710 3000-exit.
002720     exit.

002730 3010-read-payment.
002740     read payment-ledger-file
002750         at end
002760             move "Y" to pay-eof-switch
002770         not at end
002780             if pay-building of payment-record = building-id
002790                 and pay-aptnum of payment-record = aptnum
002800                 and pay-date of payment-record >= range-from
002810                 and pay-date of payment-record <= range-thru
002820                 perform 3020-stow-payment thru 3020-exit.
002830 3010-exit.
002840     exit.

002850 3020-stow-payment.
002860     if item-table-count >= 500
002870         display "TENLEDG: item table overflow"
002880         go to 3020-exit.
002890     add 1 to item-table-count.
002900     move pay-date of payment-record
002910         to it-date (item-table-count).
002920     if pay-reversal of payment-record
002930         move "PAYMENT REVERSED" to
002940             it-description (item-table-count)
002950     else
002960         move "PAYMENT RECEIVED" to
002970             it-description (item-table-count).
002980     compute it-amount (item-table-count) =
002990         zero - pay-amount of payment-record.
003000     move pay-receipt-no of payment-record
003010         to it-receipt-no (item-table-count).
003020     move pay-method of payment-record
003030         to it-method (item-table-count).
003040 3020-exit.
003050     exit.

003060 3100-load-balances.
003070     move "N" to bal-eof-switch.
003080     open input balance-file.
003090     if bal-file-status not = "00"
003100         close balance-file
003110         move "Y" to bal-eof-switch
003120         go to 3100-exit.
003130     perform 3110-read-balance thru 3110-exit
003140         until balance-file-at-end.
003150     close balance-file.
003160 3100-exit.
003170     exit.

003180 3110-read-balance.
003190     read balance-file
003200         at end
003210             move "Y" to bal-eof-switch
003220         not at end
003230             if bal-building of balance-record = building-id
003240                 and bal-aptnum of balance-record = aptnum
003250                 and bal-date of balance-record >= range-from
003260                 and bal-date of balance-record <= range-thru
003270                 perform 3120-stow-balance thru 3120-exit.
003280 3110-exit.
003290     exit.

003300 3120-stow-balance.
003310     if item-table-count >= 500
003320         display "TENLEDG: item table overflow"
003330         go to 3120-exit.
003340     add 1 to item-table-count.
003350     move bal-date of balance-record
003360         to it-date (item-table-count).
003370     evaluate true
003380         when bal-carry-forward of balance-record
003390             move "BALANCE FORWARD" to
003400                 it-description (item-table-count)
003410         when bal-nsf-fee of balance-record
003420             move "FEE ASSESSED" to
003430                 it-description (item-table-count)
003440         when bal-utility of balance-record
003450             move "UTILITY ALLOCATION" to
003460                 it-description (item-table-count)
003470         when bal-adjustment of balance-record
003480             move "ADJUSTMENT" to
003490                 it-description (item-table-count)
003500         when bal-waiver of balance-record
003510             move "FEE WAIVED" to
003520                 it-description (item-table-count)
003530         when bal-repair-charge of balance-record
003540             move "REPAIR CHARGE" to
003550                 it-description (item-table-count)
003560         when bal-lease-break of balance-record
003570             move "LEASE BREAK CHARGE" to
003580                 it-description (item-table-count)
003590         when bal-abatement of balance-record
003600             move "RENT ABATEMENT" to
003610                 it-description (item-table-count)
003620         when other
003630             move "BALANCE ENTRY" to
003640                 it-description (item-table-count)
003650     end-evaluate.
003660     move bal-amount of balance-record
003670         to it-amount (item-table-count).
003680     move zero to it-receipt-no (item-table-count).
003690     move space to it-method (item-table-count).
003700 3120-exit.
003710     exit.

003720*----------------------------------------------------------*
003730* Recurring rechg.dat charges, billed as of the first of
003740* each month falling inside the range.
003750*----------------------------------------------------------*
003760 3200-load-recurring.
003770     move range-from to bill-month-date.
003780     move 01 to bill-dd.
003790     if bill-month-date < range-from
003800         perform 3230-next-month thru 3230-exit.
003810     perform 3210-bill-month thru 3210-exit
003820         until bill-month-date > range-thru.
003830 3200-exit.
003840     exit.

003850 3210-bill-month.
003860     move "N" to chg-eof-switch.
003870     open input recurring-charge-file.
003880     if chg-file-status not = "00"
003890         close recurring-charge-file
003900         move "Y" to chg-eof-switch
003910         move 99999999 to bill-month-date
003920         go to 3210-exit.
003930     perform 3220-read-charge thru 3220-exit
003940         until charge-file-at-end.
003950     close recurring-charge-file.
003960     perform 3230-next-month thru 3230-exit.
003970 3210-exit.
003980     exit.

003990 3220-read-charge.
004000     read recurring-charge-file
004010         at end
004020             move "Y" to chg-eof-switch
004030         not at end
004040             if chg-building of recurring-charge-record
004050                     = building-id
004060                 and chg-aptnum of recurring-charge-record
004070                     = aptnum
004080                 perform 3240-stow-charge thru 3240-exit.
004090 3220-exit.
004100     exit.

004110 3230-next-month.
004120     if bill-mm = 12
004130         add 1 to bill-yyyy
004140         move 01 to bill-mm
004150     else
004160         add 1 to bill-mm.
004170 3230-exit.
004180     exit.

004190 3240-stow-charge.
004200     if item-table-count >= 500
004210         display "TENLEDG: item table overflow"
004220         go to 3240-exit.
004230     add 1 to item-table-count.
004240     move bill-month-date to it-date (item-table-count).
004250     move chg-description of recurring-charge-record
004260         to it-description (item-table-count).
004270     move chg-amount of recurring-charge-record
004280         to it-amount (item-table-count).
004290     move zero to it-receipt-no (item-table-count).
004300     move space to it-method (item-table-count).
004310 3240-exit.
004320     exit.

004330 3300-load-allocations.
004340     move "N" to alc-eof-switch.
004350     open input allocation-file.
004360     if alc-file-status not = "00"
004370         close allocation-file
004380         move "Y" to alc-eof-switch
004390         go to 3300-exit.
004400     perform 3310-read-allocation thru 3310-exit
004410         until allocation-file-at-end.
004420     close allocation-file.
004430 3300-exit.
004440     exit.

004450 3310-read-allocation.
004460     read allocation-file
004470         at end
004480             move "Y" to alc-eof-switch
004490         not at end
004500             if alc-building of allocation-record = building-id
004510                 and alc-aptnum of allocation-record = aptnum
004520                 and alc-pay-date of allocation-record
004530                     >= range-from
004540                 and alc-pay-date of allocation-record
004550                     <= range-thru
004560                 perform 3320-stow-allocation thru 3320-exit.
004570 3310-exit.
004580     exit.

004590 3320-stow-allocation.
004600     if alloc-table-count >= 1000
004610         display "TENLEDG: allocation table overflow"
004620         go to 3320-exit.
004630     add 1 to alloc-table-count.
004640     move alc-pay-date of allocation-record
004650         to at-pay-date (alloc-table-count).
004660     move alc-receipt-no of allocation-record
004670         to at-receipt-no (alloc-table-count).
004680     move alc-method of allocation-record
004690         to at-method (alloc-table-count).
004700     move alc-class of allocation-record
004710         to at-class (alloc-table-count).
004720     move alc-item-date of allocation-record
004730         to at-item-date (alloc-table-count).
004740     move alc-amount of allocation-record
004750         to at-amount (alloc-table-count).
004760 3320-exit.
004770     exit.

004780*----------------------------------------------------------*
004790* Exchange sort into date order; the table is small (500
004800* items at most) and already nearly ordered.
004810*----------------------------------------------------------*
004820 4000-sort-items.
004830     if item-table-count < 2
004840         go to 4000-exit.
004850     move "Y" to swap-switch.
004860     perform 4100-sort-pass thru 4100-exit
004870         until not swapped-this-pass.
004880 4000-exit.
004890     exit.

004900 4100-sort-pass.
004910     move "N" to swap-switch.
004920     perform 4200-compare-pair thru 4200-exit
004930         varying sort-sub from 1 by 1
004940         until sort-sub >= item-table-count.
004950 4100-exit.
004960     exit.

004970 4200-compare-pair.
004980     if it-date (sort-sub) > it-date (sort-sub + 1)
004990         move item-table-entry (sort-sub) to swap-item
005000         move item-table-entry (sort-sub + 1)
005010             to item-table-entry (sort-sub)
005020         move swap-item to item-table-entry (sort-sub + 1)
005030         move "Y" to swap-switch.
005040 4200-exit.
005050     exit.

005060 5000-print-card.
005070     move all "=" to report-line.
005080     write report-line.
005090     move "TENANT LEDGER CARD" to report-line.
005100     write report-line.
005110     move spaces to report-line.
005120     string "UNIT " delimited by size
005130         building-id of sample-idx-record delimited by size
005140         "-" delimited by size
005150         aptnum of sample-idx-record delimited by size
005160         "  " delimited by size
005170         name of sample-idx-record delimited by size
005180         into report-line.
005190     write report-line.
005200     move spaces to report-line.
005210     string "PERIOD " delimited by size
005220         range-from delimited by size
005230         " THRU " delimited by size
005240         range-thru delimited by size
005250         into report-line.
005260     write report-line.
005270     move spaces to report-line.
005280     string "  DATE      DESCRIPTION           "
005290         delimited by size
005300         "        AMOUNT         BALANCE" delimited by size
005310         into report-line.
005320     write report-line.
005330     add 5 to line-count.
005340     move zero to running-balance.
005350     perform 5100-print-item thru 5100-exit
005360         varying item-sub from 1 by 1
005370         until item-sub > item-table-count.
005380     if item-table-count = zero
005390         move "  NO ACTIVITY IN PERIOD" to report-line
005400         write report-line
005410         add 1 to line-count.
005420     move spaces to report-line.
005430     write report-line.
005440     add 1 to line-count.
005450 5000-exit.
005460     exit.

005470 5100-print-item.
005480     add it-amount (item-sub) to running-balance.
005490     move it-amount (item-sub) to edited-amount.
005500     move running-balance to edited-running.
005510     move spaces to report-line.
005520     string "  " delimited by size
005530         it-date (item-sub) delimited by size
005540         "  " delimited by size
005550         it-description (item-sub) delimited by size
005560         "  " delimited by size
005570         edited-amount delimited by size
005580         " " delimited by size
005590         edited-running delimited by size
005600         into report-line.
005610     write report-line.
005620     add 1 to line-count.
005630     if it-method (item-sub) not = space
005640         and alloc-table-count > zero
005650         perform 5200-print-allocation thru 5200-exit
005660             varying alloc-sub from 1 by 1
005670             until alloc-sub > alloc-table-count.
005680 5100-exit.
005690     exit.

005700*----------------------------------------------------------*
005710* What the payment paid, indented under it in the amount
005720* column; detail of the payment, so the balance stays.
005730*----------------------------------------------------------*
005740 5200-print-allocation.
005750     if at-pay-date (alloc-sub) not = it-date (item-sub)
005760         or at-receipt-no (alloc-sub)
005770             not = it-receipt-no (item-sub)
005780         or at-method (alloc-sub) not = it-method (item-sub)
005790         go to 5200-exit.
005800     evaluate at-class (alloc-sub)
005810         when "F"
005820             move "LATE/NSF FEE" to class-text
005830         when "U"
005840             move "UTILITY" to class-text
005850         when "R"
005860             move "REPAIR CHARGE" to class-text
005870         when "T"
005880             move "LEASE BREAK" to class-text
005890         when "A"
005900             move "ADJUSTMENT" to class-text
005910         when "P"
005920             move "PRIOR BALANCE" to class-text
005930         when "M"
005940             move "RENT" to class-text
005950         when "X"
005960             move "OVERPAYMENT" to class-text
005970         when other
005980             move "OTHER" to class-text
005990     end-evaluate.
006000     move at-amount (alloc-sub) to edited-amount.
006010     move spaces to report-line.
006020     string "    TO " delimited by size
006030         class-text delimited by size
006040         " " delimited by size
006050         at-item-date (alloc-sub) delimited by size
006060         into report-line.
006070     move edited-amount to report-line (33:15).
006080     write report-line.
006090     add 1 to line-count.
006100 5200-exit.
006110     exit.

006120*----------------------------------------------------------*
006130* The unit's communications for the range, in the order
006140* they were logged, under the card they belong to.
006150*----------------------------------------------------------*
006160 5500-print-comms.
006170     move "  COMMUNICATIONS" to report-line.
006180     write report-line.
006190     add 1 to line-count.
006200     move zero to comm-count.
006210     perform 5505-scan-comms thru 5505-exit.
006220     if comm-count = zero
006230         move "  NO COMMUNICATIONS IN PERIOD" to report-line
006240         write report-line
006250         add 1 to line-count.
006260     move spaces to report-line.
006270     write report-line.
006280     add 1 to line-count.
006290 5500-exit.
006300     exit.

006310 5505-scan-comms.
006320     move "N" to cml-eof-switch.
006330     open input comm-log-file.
006340     if cml-file-status not = "00"
006350         close comm-log-file
006360         go to 5505-exit.
006370     perform 5510-read-comm thru 5510-exit
006380         until log-file-at-end.
006390     close comm-log-file.
006400 5505-exit.
006410     exit.

006420 5510-read-comm.
006430     read comm-log-file
006440         at end
006450             move "Y" to cml-eof-switch
006460             go to 5510-exit.
006470     if cml-building of comm-log-record not = building-id
006480         or cml-aptnum of comm-log-record not = aptnum
006490         or cml-date of comm-log-record < range-from
006500         or cml-date of comm-log-record > range-thru
006510         go to 5510-exit.
006520     move spaces to report-line.
006530     string "  " delimited by size
006540         cml-date of comm-log-record delimited by size
006550         "  " delimited by size
006560         cml-operator of comm-log-record delimited by size
006570         " " delimited by size
006580         cml-channel of comm-log-record delimited by size
006590         " " delimited by size
006600         cml-subject of comm-log-record delimited by size
006610         " " delimited by size
006620         cml-note of comm-log-record (1:50) delimited by size
006630         into report-line.
006640     write report-line.
006650     add 1 to line-count.
006660     add 1 to comm-count.
006670 5510-exit.
006680     exit.

006690 9000-finish.
006700     close sample-idx-file.
006710     close ledger-card-report.
006720     move "TENLEDG" to TENRCAT-PROGRAM.
006730     move ledger-rpt-filename to TENRCAT-FILENAME.
006740     move card-count to TENRCAT-PAGES.
006750     move line-count to TENRCAT-LINES.
006760     call "TENRCAT" using TENRCAT-PARMS.
006770     display "TENLEDG: " card-count " ledger card(s) printed".
006780 9000-exit.
006790     exit.

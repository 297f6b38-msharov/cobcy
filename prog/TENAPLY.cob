000100*----------------------------------------------------------*
000110* TENAPLY.COB
000120*
000130* Payment allocation subprogram.  Every posting path used
000140* to add a payment straight into AMOUNT-PAID, so late fees,
000150* NSF fees, repair chargebacks and utility charges were
000160* never paid off in any set order and nobody could show
000170* which charges a partial payment covered.  The posting
000180* programs now CALL this with the unit, its AMOUNT-PAID
000190* before the payment and the payment itself; it works out
000200* the unit's open charges for the billing cycle the way
000210* TENCLOSE will close them -- the latest carry-forward when
000220* it is a debt, the fee, utility, repair, lease-break and
000230* adjustment postings on tenbal.dat dated after it, and the
000240* month's rent less any TENCNCL concession -- takes off the
000250* waivers (against fees), abatements (against rent) and
000260* other credits, takes off what payalloc.dat says earlier
000270* payments this cycle already paid, and spends the new
000280* payment across what is left in the company's payorder.dat
000290* order, oldest charge first within a class, appending a
000300* payalloc.dat record per charge paid.  Money in
000310* AMOUNT-PAID with no allocation behind it (posted before
000320* allocation existed, or by a path that does not allocate)
000330* is spent the same way first, without records; a reversal
000340* that leaves AMOUNT-PAID below what was allocated reopens
000350* charges from the far end of the order.  Function I does
000360* the same arithmetic without a payment or a write, for the
000370* reports.
000380*----------------------------------------------------------*
000390* MODIFICATION HISTORY
000400*   DATE       INIT  DESCRIPTION
000410*   2026-10-15 JHM   Original program.
000420*----------------------------------------------------------*
000430 identification division.
000440 program-id. tenaply.
000450 author. J. H. Masters.
000460 installation. Property Management Systems.
000470 date-written. 2026-10-15.
000480 date-compiled. 2026-10-15.

000490 environment division.
000500 configuration section.
000510 source-computer. Intel486.
000520 object-computer. Intel486.

000530 input-output section.
000540 file-control.
000550     select optional pay-order-file assign to disk
000560         organization is line sequential
000570         file status is apo-file-status.

000580     select optional balance-file assign to disk
000590         organization is line sequential
000600         file status is bal-file-status.

000610     select optional allocation-file assign to disk
000620         organization is line sequential
000630         file status is alc-file-status.

000640 data division.
000650 file section.
000660 fd  pay-order-file
000670     label records are standard
000680     value of file-id is "payorder.dat".
000690     copy TENAPO
000700         replacing ==:REC-NAME:==
000710             by ==pay-order-record==.

000720 fd  balance-file
000730     label records are standard
000740     value of file-id is "tenbal.dat".
000750     copy TENBAL
000760         replacing ==:REC-NAME:==
000770             by ==balance-record==.

000780 fd  allocation-file
000790     label records are standard
000800     value of file-id is "payalloc.dat".
000810     copy TENALC
000820         replacing ==:REC-NAME:==
000830             by ==allocation-record==.

000840 working-storage section.
000850 01  apo-file-status         picture is X(02).
000860 01  apo-eof-switch          picture is X(01).
000870     88  order-file-at-end           value "Y".
000880 01  bal-file-status         picture is X(02).
000890 01  bal-eof-switch          picture is X(01).
000900     88  balance-file-at-end         value "Y".
000910 01  alc-file-status         picture is X(02).
000920 01  alc-eof-switch          picture is X(01).
000930     88  allocation-file-at-end      value "Y".
000940 01  table-loaded-switch     picture is X(01) value "N".
000950     88  table-loaded                value "Y".
000960 01  item-found-switch       picture is X(01).
000970     88  item-found                  value "Y".
000980 01  spend-mode              picture is X(01).
000990     88  spend-writes                value "W".
001000     copy TENCNCL.
001010     copy TENDUEL.
001020 01  run-date                picture is 9(08).
001030 01  house-order             picture is X(07) value "FURTAPM".
001040 01  wanted-order            picture is X(07).
001050 01  order-class             picture is X(01).
001060 01  order-tally             picture is 9(02).
001070 01  order-length            picture is 9(02).
001080 01  class-sub               picture is S9(02).
001090 01  item-sub                picture is 9(03).
001100 01  pick-sub                picture is 9(03).
001110 01  spend-class             picture is X(01).
001120 01  spend-amount            picture is 9(07)V99.
001130 01  portion                 picture is 9(05)V99.
001140 01  cycle-date              picture is 9(08).
001150 01  carry-amount            picture is S9(05)V99.
001160 01  fee-credit              picture is 9(07)V99.
001170 01  rent-credit             picture is 9(07)V99.
001180 01  general-credit          picture is 9(07)V99.
001190 01  cycle-allocated         picture is S9(07)V99.
001200 01  unallocated             picture is S9(07)V99.
001210 01  net-rent                picture is S9(05)V99.
001220 01  alc-amount-left         picture is 9(05)V99.

001230*----------------------------------------------------------*
001240* payorder.dat, latest record per company.
001250*----------------------------------------------------------*
001260 01  order-table-area.
001270     05  order-table-count   picture is 9(03) value zero.
001280     05  order-table-entry occurs 1 to 100 times
001290             depending on order-table-count
001300             indexed by order-table-index.
001310         10  ot-company      picture is 9(02).
001320         10  ot-order        picture is X(07).

001330*----------------------------------------------------------*
001340* The unit's charges open in the cycle: the amount charged,
001350* what is still owed and what this payment paid.
001360*----------------------------------------------------------*
001370 01  item-table-area.
001380     05  item-table-count    picture is 9(03).
001390     05  item-table-entry occurs 100 times.
001400         10  itm-class       picture is X(01).
001410         10  itm-date        picture is 9(08).
001420         10  itm-reference   picture is 9(05).
001430         10  itm-charged     picture is 9(05)V99.
001440         10  itm-open        picture is 9(05)V99.
001450         10  itm-applied     picture is 9(05)V99.

001460 linkage section.
001470     copy TENAPLY.

001480 procedure division using TENAPLY-PARMS.
001490 0000-mainline.
001500     if not table-loaded
001510         perform 1000-load-orders thru 1000-exit.
001520     accept run-date from date yyyymmdd.
001530     move zero to TENAPLY-ALLOC-COUNT.
001540     move zero to TENAPLY-UNAPPLIED.
001550     perform 1500-pick-order thru 1500-exit.
001560     perform 2000-find-cycle thru 2000-exit.
001570     perform 2100-load-charges thru 2100-exit.
001580     perform 2300-add-rent thru 2300-exit.
001590     perform 2400-take-credits thru 2400-exit.
001600     perform 2500-take-allocations thru 2500-exit.
001610     perform 2700-spend-unallocated thru 2700-exit.
001620     if TENAPLY-POST
001630         perform 3000-post-payment thru 3000-exit.
001640     perform 4000-return-items thru 4000-exit.
001650     goback.

001660 1000-load-orders.
001670     move "Y" to table-loaded-switch.
001680     move "N" to apo-eof-switch.
001690     open input pay-order-file.
001700     if apo-file-status not = "00"
001710         close pay-order-file
001720         go to 1000-exit.
001730     perform 1100-read-order thru 1100-exit
001740         until order-file-at-end.
001750     close pay-order-file.
001760 1000-exit.
001770     exit.

001780 1100-read-order.
001790     read pay-order-file
001800         at end
001810             move "Y" to apo-eof-switch
001820         not at end
001830             perform 1200-stow-order thru 1200-exit.
001840 1100-exit.
001850     exit.

001860 1200-stow-order.
001870     set order-table-index to 1.
001880     if order-table-count > zero
001890         search order-table-entry
001900             at end
001910                 perform 1300-add-order thru 1300-exit
001920             when ot-company (order-table-index)
001930                     = apo-company of pay-order-record
001940                 move apo-order of pay-order-record
001950                     to ot-order (order-table-index)
001960     else
001970         perform 1300-add-order thru 1300-exit.
001980 1200-exit.
001990     exit.

002000 1300-add-order.
002010     if order-table-count >= 100
002020         display "TENAPLY: order table overflow"
002030     else
002040         add 1 to order-table-count
002050         move apo-company of pay-order-record
002060             to ot-company (order-table-count)
002070         move apo-order of pay-order-record
002080             to ot-order (order-table-count).
002090 1300-exit.
002100     exit.

002110*----------------------------------------------------------*
002120* The company's order, else company 00's, else the house
002130* order; a class the record leaves out (or a stray code)
002140* falls in behind the named ones in house order.
002150*----------------------------------------------------------*
002160 1500-pick-order.
002170     move house-order to wanted-order.
002180     if order-table-count > zero
002190         perform 1505-find-company thru 1505-exit.
002200     move spaces to TENAPLY-ORDER.
002210     move zero to order-length.
002220     perform 1520-take-class thru 1520-exit
002230         varying class-sub from 1 by 1
002240         until class-sub > 7.
002250     move house-order to wanted-order.
002260     perform 1520-take-class thru 1520-exit
002270         varying class-sub from 1 by 1
002280         until class-sub > 7.
002290 1500-exit.
002300     exit.

002310 1505-find-company.
002320     set order-table-index to 1.
002330     search order-table-entry
002340         at end
002350             perform 1510-try-default thru 1510-exit
002360         when ot-company (order-table-index) = TENAPLY-COMPANY
002370             move ot-order (order-table-index) to wanted-order.
002380 1505-exit.
002390     exit.

002400 1510-try-default.
002410     set order-table-index to 1.
002420     search order-table-entry
002430         at end
002440             continue
002450         when ot-company (order-table-index) = zero
002460             move ot-order (order-table-index) to wanted-order.
002470 1510-exit.
002480     exit.

002490 1520-take-class.
002500     move wanted-order (class-sub:1) to order-class.
002510     if order-class = space
002520         go to 1520-exit.
002530     move zero to order-tally.
002540     inspect house-order tallying order-tally
002550         for all order-class.
002560     if order-tally = zero
002570         go to 1520-exit.
002580     move zero to order-tally.
002590     inspect TENAPLY-ORDER tallying order-tally
002600         for all order-class.
002610     if order-tally not = zero
002620         go to 1520-exit.
002630     add 1 to order-length.
002640     move order-class to TENAPLY-ORDER (order-length:1).
002650 1520-exit.
002660     exit.

002670*----------------------------------------------------------*
002680* The unit's latest carry-forward opens the cycle.
002690*----------------------------------------------------------*
002700 2000-find-cycle.
002710     move zero to cycle-date.
002720     move zero to carry-amount.
002730     move zero to item-table-count.
002740     move zero to fee-credit.
002750     move zero to rent-credit.
002760     move zero to general-credit.
002770     move "N" to bal-eof-switch.
002780     open input balance-file.
002790     if bal-file-status not = "00"
002800         close balance-file
002810         go to 2000-exit.
002820     perform 2010-read-carry thru 2010-exit
002830         until balance-file-at-end.
002840     close balance-file.
002850     if carry-amount > zero
002860         move "P" to spend-class
002870         move carry-amount to portion
002880         perform 2200-add-item thru 2200-exit
002890         move cycle-date to itm-date (1)
002900     else
002910         subtract carry-amount from general-credit.
002920 2000-exit.
002930     exit.

002940 2010-read-carry.
002950     read balance-file
002960         at end
002970             move "Y" to bal-eof-switch
002980             go to 2010-exit.
002990     if bal-building of balance-record = TENAPLY-BUILDING
003000         and bal-aptnum of balance-record = TENAPLY-APTNUM
003010         and bal-carry-forward of balance-record
003020         and bal-date of balance-record >= cycle-date
003030         move bal-date of balance-record to cycle-date
003040         move bal-amount of balance-record to carry-amount.
003050 2010-exit.
003060     exit.

003070*----------------------------------------------------------*
003080* Postings dated after the carry-forward: a charge is an
003090* open item, a waiver a credit against fees, an abatement
003100* a credit against rent, any other negative entry a credit
003110* against whatever is owed.
003120*----------------------------------------------------------*
003130 2100-load-charges.
003140     move "N" to bal-eof-switch.
003150     open input balance-file.
003160     if bal-file-status not = "00"
003170         close balance-file
003180         go to 2100-exit.
003190     perform 2110-read-charge thru 2110-exit
003200         until balance-file-at-end.
003210     close balance-file.
003220 2100-exit.
003230     exit.

003240 2110-read-charge.
003250     read balance-file
003260         at end
003270             move "Y" to bal-eof-switch
003280             go to 2110-exit.
003290     if bal-building of balance-record not = TENAPLY-BUILDING
003300         or bal-aptnum of balance-record not = TENAPLY-APTNUM
003310         or bal-carry-forward of balance-record
003320         or bal-date of balance-record <= cycle-date
003330         or bal-amount of balance-record = zero
003340         go to 2110-exit.
003350     if bal-amount of balance-record < zero
003360         evaluate true
003370             when bal-waiver of balance-record
003380                 subtract bal-amount of balance-record
003390                     from fee-credit
003400             when bal-abatement of balance-record
003410                 subtract bal-amount of balance-record
003420                     from rent-credit
003430             when other
003440                 subtract bal-amount of balance-record
003450                     from general-credit
003460         end-evaluate
003470         go to 2110-exit.
003480     evaluate true
003490         when bal-nsf-fee of balance-record
003500             move "F" to spend-class
003510         when bal-utility of balance-record
003520             move "U" to spend-class
003530         when bal-repair-charge of balance-record
003540             move "R" to spend-class
003550         when bal-lease-break of balance-record
003560             move "T" to spend-class
003570         when other
003580             move "A" to spend-class
003590     end-evaluate.
003600     move bal-amount of balance-record to portion.
003610     perform 2200-add-item thru 2200-exit.
003620     if item-table-count > zero
003630         move bal-date of balance-record
003640             to itm-date (item-table-count)
003650         move bal-reference of balance-record
003660             to itm-reference (item-table-count).
003670 2110-exit.
003680     exit.

003690*----------------------------------------------------------*
003700* Adds an open item of SPEND-CLASS for PORTION; the caller
003710* fills in its date and reference.  A cycle with more open
003720* charges than the table holds leaves the excess unpaid
003730* until the close compounds it into the carry-forward.
003740*----------------------------------------------------------*
003750 2200-add-item.
003760     if item-table-count >= 100
003770         display "TENAPLY: item table overflow for "
003780             TENAPLY-BUILDING "-" TENAPLY-APTNUM
003790         go to 2200-exit.
003800     add 1 to item-table-count.
003810     move spend-class to itm-class (item-table-count).
003820     move zero to itm-date (item-table-count).
003830     move zero to itm-reference (item-table-count).
003840     move portion to itm-charged (item-table-count).
003850     move portion to itm-open (item-table-count).
003860     move zero to itm-applied (item-table-count).
003870 2200-exit.
003880     exit.

003890*----------------------------------------------------------*
003900* The month's rent less its concession, due on the unit's
003910* due date for the month.
003920*----------------------------------------------------------*
003930 2300-add-rent.
003940     move TENAPLY-BUILDING to TENCNCL-BUILDING.
003950     move TENAPLY-APTNUM to TENCNCL-APTNUM.
003960     move TENAPLY-PAY-DATE (1:6) to TENCNCL-MONTH.
003970     move TENAPLY-RENT to TENCNCL-RENT.
003980     call "TENCNCL" using TENCNCL-PARMS.
003990     compute net-rent = TENAPLY-RENT - TENCNCL-CREDIT.
004000     if net-rent not > zero
004010         go to 2300-exit.
004020     move TENAPLY-BUILDING to TENDUEL-BUILDING.
004030     move TENAPLY-APTNUM to TENDUEL-APTNUM.
004040     move "M" to TENDUEL-FUNCTION.
004050     move TENAPLY-PAY-DATE (1:6) to TENDUEL-MONTH.
004060     call "TENDUEL" using TENDUEL-PARMS.
004070     move "M" to spend-class.
004080     move net-rent to portion.
004090     perform 2200-add-item thru 2200-exit.
004100     if item-table-count > zero
004110         and itm-class (item-table-count) = "M"
004120         move TENDUEL-DUE-DATE to itm-date (item-table-count).
004130 2300-exit.
004140     exit.

004150*----------------------------------------------------------*
004160* Waivers come off the fees and abatements off the rent,
004170* oldest first; what they cannot use joins the general
004180* credit, spent with the unallocated money below.
004190*----------------------------------------------------------*
004200 2400-take-credits.
004210     move "N" to spend-mode.
004220     move fee-credit to spend-amount.
004230     move "F" to spend-class.
004240     perform 5100-spend-class thru 5100-exit.
004250     add spend-amount to general-credit.
004260     move rent-credit to spend-amount.
004270     move "M" to spend-class.
004280     perform 5100-spend-class thru 5100-exit.
004290     add spend-amount to general-credit.
004300 2400-exit.
004310     exit.

004320*----------------------------------------------------------*
004330* What earlier payments this cycle already paid, charge by
004340* charge.  An overpayment record is credit toward charges
004350* posted since.
004360*----------------------------------------------------------*
004370 2500-take-allocations.
004380     move zero to cycle-allocated.
004390     move "N" to alc-eof-switch.
004400     open input allocation-file.
004410     if alc-file-status not = "00"
004420         close allocation-file
004430         go to 2500-exit.
004440     perform 2510-read-allocation thru 2510-exit
004450         until allocation-file-at-end.
004460     close allocation-file.
004470 2500-exit.
004480     exit.

004490 2510-read-allocation.
004500     read allocation-file
004510         at end
004520             move "Y" to alc-eof-switch
004530             go to 2510-exit.
004540     if alc-building of allocation-record not = TENAPLY-BUILDING
004550         or alc-aptnum of allocation-record not = TENAPLY-APTNUM
004560         or alc-posted-date of allocation-record
004570             not > cycle-date
004580         go to 2510-exit.
004590     add alc-amount of allocation-record to cycle-allocated.
004600     if alc-overpayment of allocation-record
004610         add alc-amount of allocation-record to general-credit
004620         go to 2510-exit.
004630     move alc-amount of allocation-record to alc-amount-left.
004640     move "Y" to item-found-switch.
004650     perform 2520-match-item thru 2520-exit
004660         until alc-amount-left = zero
004670             or not item-found.
004680 2510-exit.
004690     exit.

004700 2520-match-item.
004710     move zero to pick-sub.
004720     perform 2530-check-match thru 2530-exit
004730         varying item-sub from 1 by 1
004740         until item-sub > item-table-count
004750             or pick-sub not = zero.
004760     if pick-sub = zero
004770         move "N" to item-found-switch
004780         go to 2520-exit.
004790     if itm-open (pick-sub) < alc-amount-left
004800         move itm-open (pick-sub) to portion
004810     else
004820         move alc-amount-left to portion.
004830     subtract portion from itm-open (pick-sub).
004840     subtract portion from alc-amount-left.
004850 2520-exit.
004860     exit.

004870 2530-check-match.
004880     if itm-class (item-sub) = alc-class of allocation-record
004890         and itm-date (item-sub)
004900             = alc-item-date of allocation-record
004910         and itm-reference (item-sub)
004920             = alc-item-reference of allocation-record
004930         and itm-open (item-sub) > zero
004940         move item-sub to pick-sub.
004950 2530-exit.
004960     exit.

004970*----------------------------------------------------------*
004980* AMOUNT-PAID beyond the cycle's allocations, and the
004990* credits, are spent in order without records; AMOUNT-PAID
005000* short of them (a reversal) reopens charges from the far
005010* end of the order.
005020*----------------------------------------------------------*
005030 2700-spend-unallocated.
005040     compute unallocated = TENAPLY-PRIOR-PAID - cycle-allocated.
005050     move "N" to spend-mode.
005060     move general-credit to spend-amount.
005070     if unallocated > zero
005080         add unallocated to spend-amount.
005090     perform 5000-spend thru 5000-exit.
005100     if unallocated < zero
005110         compute spend-amount = zero - unallocated
005120         perform 5500-reopen thru 5500-exit.
005130 2700-exit.
005140     exit.

005150 3000-post-payment.
005160     move "W" to spend-mode.
005170     move TENAPLY-AMOUNT to spend-amount.
005180     open extend allocation-file.
005190     perform 5000-spend thru 5000-exit.
005200     if spend-amount > zero
005210         move spend-amount to TENAPLY-UNAPPLIED
005220         move spend-amount to portion
005230         move "X" to alc-class of allocation-record
005240         move TENAPLY-PAY-DATE
005250             to alc-item-date of allocation-record
005260         move zero to alc-item-reference of allocation-record
005270         perform 3100-write-allocation thru 3100-exit.
005280     close allocation-file.
005290 3000-exit.
005300     exit.

005310 3100-write-allocation.
005320     move TENAPLY-BUILDING to alc-building of allocation-record.
005330     move TENAPLY-APTNUM to alc-aptnum of allocation-record.
005340     move run-date to alc-posted-date of allocation-record.
005350     move TENAPLY-PAY-DATE to alc-pay-date of allocation-record.
005360     move TENAPLY-RECEIPT-NO
005370         to alc-receipt-no of allocation-record.
005380     move TENAPLY-METHOD to alc-method of allocation-record.
005390     move portion to alc-amount of allocation-record.
005400     move TENAPLY-PROGRAM to alc-program of allocation-record.
005410     write allocation-record.
005420     add 1 to TENAPLY-ALLOC-COUNT.
005430 3100-exit.
005440     exit.

005450 4000-return-items.
005460     move zero to TENAPLY-ITEM-COUNT.
005470     move zero to TENAPLY-OPEN-TOTAL.
005480     perform 4100-return-one thru 4100-exit
005490         varying item-sub from 1 by 1
005500         until item-sub > item-table-count.
005510 4000-exit.
005520     exit.

005530 4100-return-one.
005540     add itm-open (item-sub) to TENAPLY-OPEN-TOTAL.
005550     if itm-open (item-sub) = zero
005560         and itm-applied (item-sub) = zero
005570         go to 4100-exit.
005580     if TENAPLY-ITEM-COUNT >= 40
005590         go to 4100-exit.
005600     add 1 to TENAPLY-ITEM-COUNT.
005610     move itm-class (item-sub)
005620         to TENAPLY-ITEM-CLASS (TENAPLY-ITEM-COUNT).
005630     move itm-date (item-sub)
005640         to TENAPLY-ITEM-DATE (TENAPLY-ITEM-COUNT).
005650     move itm-reference (item-sub)
005660         to TENAPLY-ITEM-REFERENCE (TENAPLY-ITEM-COUNT).
005670     move itm-open (item-sub)
005680         to TENAPLY-ITEM-OPEN (TENAPLY-ITEM-COUNT).
005690     move itm-applied (item-sub)
005700         to TENAPLY-ITEM-APPLIED (TENAPLY-ITEM-COUNT).
005710 4100-exit.
005720     exit.

005730*----------------------------------------------------------*
005740* Spends SPEND-AMOUNT class by class in the company's
005750* order; whatever is left over comes back in SPEND-AMOUNT.
005760*----------------------------------------------------------*
005770 5000-spend.
005780     perform 5050-spend-position thru 5050-exit
005790         varying class-sub from 1 by 1
005800         until class-sub > 7
005810             or spend-amount = zero.
005820 5000-exit.
005830     exit.

005840 5050-spend-position.
005850     move TENAPLY-ORDER (class-sub:1) to spend-class.
005860     perform 5100-spend-class thru 5100-exit.
005870 5050-exit.
005880     exit.

005890 5100-spend-class.
005900     move "Y" to item-found-switch.
005910     perform 5200-spend-oldest thru 5200-exit
005920         until spend-amount = zero
005930             or not item-found.
005940 5100-exit.
005950     exit.

005960*----------------------------------------------------------*
005970* The oldest charge of SPEND-CLASS still owing takes what
005980* it needs; in write mode the allocation is recorded.
005990*----------------------------------------------------------*
006000 5200-spend-oldest.
006010     move zero to pick-sub.
006020     perform 5210-check-oldest thru 5210-exit
006030         varying item-sub from 1 by 1
006040         until item-sub > item-table-count.
006050     if pick-sub = zero
006060         move "N" to item-found-switch
006070         go to 5200-exit.
006080     if itm-open (pick-sub) < spend-amount
006090         move itm-open (pick-sub) to portion
006100     else
006110         move spend-amount to portion.
006120     subtract portion from itm-open (pick-sub).
006130     subtract portion from spend-amount.
006140     if not spend-writes
006150         go to 5200-exit.
006160     add portion to itm-applied (pick-sub).
006170     move itm-class (pick-sub) to alc-class of allocation-record.
006180     move itm-date (pick-sub)
006190         to alc-item-date of allocation-record.
006200     move itm-reference (pick-sub)
006210         to alc-item-reference of allocation-record.
006220     perform 3100-write-allocation thru 3100-exit.
006230 5200-exit.
006240     exit.

006250 5210-check-oldest.
006260     if itm-class (item-sub) not = spend-class
006270         or itm-open (item-sub) = zero
006280         go to 5210-exit.
006290     if pick-sub = zero
006300         move item-sub to pick-sub
006310         go to 5210-exit.
006320     if itm-date (item-sub) < itm-date (pick-sub)
006330         move item-sub to pick-sub.
006340 5210-exit.
006350     exit.

006360*----------------------------------------------------------*
006370* Gives SPEND-AMOUNT back to the charges, last class in the
006380* order and newest charge first.
006390*----------------------------------------------------------*
006400 5500-reopen.
006410     perform 5550-reopen-position thru 5550-exit
006420         varying class-sub from 7 by -1
006430         until class-sub < 1
006440             or spend-amount = zero.
006450 5500-exit.
006460     exit.

006470 5550-reopen-position.
006480     move TENAPLY-ORDER (class-sub:1) to spend-class.
006490     move "Y" to item-found-switch.
006500     perform 5600-reopen-newest thru 5600-exit
006510         until spend-amount = zero
006520             or not item-found.
006530 5550-exit.
006540     exit.

006550 5600-reopen-newest.
006560     move zero to pick-sub.
006570     perform 5610-check-newest thru 5610-exit
006580         varying item-sub from 1 by 1
006590         until item-sub > item-table-count.
006600     if pick-sub = zero
006610         move "N" to item-found-switch
006620         go to 5600-exit.
006630     compute portion =
006640         itm-charged (pick-sub) - itm-open (pick-sub).
006650     if portion > spend-amount
006660         move spend-amount to portion.
006670     add portion to itm-open (pick-sub).
006680     subtract portion from spend-amount.
006690 5600-exit.
006700     exit.

006710 5610-check-newest.
006720     if itm-class (item-sub) not = spend-class
006730         or itm-open (item-sub) not < itm-charged (item-sub)
006740         go to 5610-exit.
006750     if pick-sub = zero
006760         move item-sub to pick-sub
006770         go to 5610-exit.
006780     if itm-date (item-sub) not < itm-date (pick-sub)
006790         move item-sub to pick-sub.
006800 5610-exit.
006810     exit.

000220* tape, item count and dollar total, appends a register
000230* record per ticket to depreg.dat, and stamps the ticket
000240* number back onto each ledger record so "which deposit was
000250* this check in" reads straight off payledgr.dat.  A payment
000260* TENPOST took into a front-desk cash drawer waits until
000270* TENDRWM shows that drawer closed balanced or signed off.
000280*----------------------------------------------------------*
000290* MODIFICATION HISTORY
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-15 JHM   Messages now go through TENOLOG to the
000320*                    dated operations log, each with its
000330*                    severity (and the unit where there is
000340*                    one); aborts raise a menu alert.
000350*   2026-10-15 JHM   Bundles a front-desk payment only
000360*                    once its cash drawer has closed
000370*                    balanced or been signed off by a
000380*                    supervisor: a ledger payment matching
000390*                    a drwitem.dat item of a drawer still
000400*                    open or out of balance on drawer.dat
000410*                    stays off the ticket, and the held
000420*                    drawers print after the tickets.
000430*   2026-09-03 JHM   Original program.
000440*----------------------------------------------------------*
000450 identification division.
000460 program-id. tendept.
000470 author. J. H. Masters.
000480 installation. Property Management Systems.
000490 date-written. 2026-09-03.
000500 date-compiled. 2026-09-03.

000510 environment division.
000520 configuration section.
000530 source-computer. Intel486.
000540 object-computer. Intel486.

000550 input-output section.
000560 file-control.
000570     select optional payment-ledger-file assign to disk
000580         organization is line sequential
000590         file status is pay-file-status.

000600     select optional ledger-copy-file assign to disk
000610         organization is line sequential
000620         file status is cpy-file-status.

000630     select optional deposit-register-file assign to disk
000640         organization is line sequential
000650         file status is reg-file-status.

000660     select deposit-ticket-report assign to disk
000670         organization is line sequential.

000680     select optional drawer-file assign to disk
000690         organization is line sequential
000700         file status is drw-file-status.

000710     select optional drawer-item-file assign to disk
000720         organization is line sequential
000730         file status is dri-file-status.

000740 data division.
000750 file section.
000760 fd  payment-ledger-file
000770     label records are standard
000780     value of file-id is "payledgr.dat".
000790     copy TENPAY
000800         replacing ==:REC-NAME:==
000810             by ==payment-record==.

000820 fd  ledger-copy-file
000830     label records are standard
000840     value of file-id is "payledgr.new".
000850     copy TENPAY
000860         replacing ==:REC-NAME:==
000870             by ==ledger-copy-record==.

000880 fd  deposit-register-file
000890     label records are standard
000900     value of file-id is "depreg.dat".
000910     copy TENDTK
000920         replacing ==:REC-NAME:==
000930             by ==deposit-ticket-record==.

000940 fd  deposit-ticket-report
000950     label records are standard
000960     value of file-id is ticket-rpt-filename.
000970 01  report-line             picture is X(80).

000980 fd  drawer-file
000990     label records are standard
001000     value of file-id is "drawer.dat".
001010     copy TENDRW
001020         replacing ==:REC-NAME:==
001030             by ==drawer-record==.

001040 fd  drawer-item-file
001050     label records are standard
001060     value of file-id is "drwitem.dat".
001070     copy TENDRI
001080         replacing ==:REC-NAME:==
001090             by ==drawer-item-record==.

001100 working-storage section.
001110 01  ticket-rpt-filename     picture is X(30).
001120     copy TENRCAT.
001130     copy TENOLOG.
001140 01  pay-file-status         picture is X(02).
001150 01  cpy-file-status         picture is X(02).
001160 01  reg-file-status         picture is X(02).
001170 01  pay-eof-switch          picture is X(01).
001180     88  payment-file-at-end         value "Y".
001190 01  cpy-eof-switch          picture is X(01).
001200     88  copy-file-at-end            value "Y".
001210 01  reg-eof-switch          picture is X(01).
001220     88  register-file-at-end        value "Y".
001230 01  today-date              picture is 9(08).
001240 01  ticket-counter          picture is 9(06) value zero.
001250 01  eligible-count          picture is 9(05) value zero.
001260 01  stamped-count           picture is 9(05) value zero.
001270 01  ticket-count            picture is 9(03) value zero.
001280 01  line-count              picture is 9(07) value zero.
001290 01  method-sub              picture is 9(01).
001300 01  method-name-out         picture is X(12).

001310*----------------------------------------------------------*
001320* One bundle per payment method: checks, cash and money
001330* orders go to the teller as separate physical tickets.
001340*----------------------------------------------------------*
001350 01  method-table-area.
001360     05  method-entry occurs 3 times.
001370         10  mt-method       picture is X(01).
001380         10  mt-count        picture is 9(05).
001390         10  mt-total        picture is 9(07)V99.
001400         10  mt-ticket       picture is 9(06).

001410*----------------------------------------------------------*
001420* The day's undeposited items, stowed on the tally pass so
001430* each ticket can print its own adding-machine tape.
001440*----------------------------------------------------------*
001450 01  item-table-area.
001460     05  item-table-count    picture is 9(04) value zero.
001470     05  item-table-entry occurs 1 to 500 times
001480             depending on item-table-count.
001490         10  it-building     picture is 9(02).
001500         10  it-aptnum       picture is 9(04).
001510         10  it-method       picture is X(01).
001520         10  it-receipt      picture is 9(06).
001530         10  it-amount       picture is 9(05)V99.
001540 01  item-sub                picture is 9(04).
001550 01  eligible-switch         picture is X(01).
001560     88  payment-eligible            value "Y".
001570 01  held-switch             picture is X(01).
001580     88  payment-held                value "Y".
001590 01  drw-file-status         picture is X(02).
001600 01  dri-file-status         picture is X(02).
001610 01  drw-eof-switch          picture is X(01).
001620     88  drawer-file-at-end          value "Y".
001630 01  dri-eof-switch          picture is X(01).
001640     88  item-file-at-end            value "Y".
001650 01  held-count              picture is 9(05) value zero.
001660 01  held-sub                picture is 9(03).
001670 01  status-name-out         picture is X(20).

001680*----------------------------------------------------------*
001690* Cash drawers not yet depositable: the latest drawer.dat
001700* record is still open or closed out of balance.  A drawer
001710* drops off the table when a later record balances or signs
001720* it off.
001730*----------------------------------------------------------*
001740 01  held-drawer-area.
001750     05  held-drawer-count   picture is 9(03) value zero.
001760     05  held-drawer-entry occurs 1 to 300 times
001770             depending on held-drawer-count
001780             indexed by held-drawer-index.
001790         10  hd-number       picture is 9(06).
001800         10  hd-operator     picture is X(08).
001810         10  hd-date         picture is 9(08).
001820         10  hd-status       picture is X(01).
001830         10  hd-item-count   picture is 9(05).
001840         10  hd-total        picture is 9(07)V99.

001850*----------------------------------------------------------*
001860* drwitem.dat postings of those drawers, matched against
001870* the ledger to hold each one off the ticket.
001880*----------------------------------------------------------*
001890 01  held-item-area.
001900     05  held-item-count     picture is 9(04) value zero.
001910     05  held-item-entry occurs 1 to 2000 times
001920             depending on held-item-count
001930             indexed by held-item-index.
001940         10  hi-drawer-sub   picture is 9(03).
001950         10  hi-building     picture is 9(02).
001960         10  hi-aptnum       picture is 9(04).
001970         10  hi-date         picture is 9(08).
001980         10  hi-method       picture is X(01).
001990         10  hi-amount       picture is 9(05)V99.
002000         10  hi-receipt      picture is 9(06).
002010     copy TENFMT.
002020     copy TENRUNC.

002030 procedure division.
002040 0000-mainline.
002050     move "TENDEPT" to TENOLOG-PROGRAM.
002060     perform 1000-initialize thru 1000-exit.
002070     perform 2000-tally-ledger thru 2000-exit
002080         until payment-file-at-end.
002090     close payment-ledger-file.
002100     perform 3000-assign-tickets thru 3000-exit.
002110     perform 4000-print-tickets thru 4000-exit.
002120     if eligible-count > zero
002130         perform 5000-stamp-ledger thru 5000-exit
002140         perform 6000-copy-back thru 6000-exit.
002150     perform 9000-finish thru 9000-exit.
002160     stop run.

002170 1000-initialize.
002180     move "I" to TENOLOG-SEVERITY
002190     move "end-of-day deposit ticket run" to TENOLOG-TEXT
002200     call "TENOLOG" using TENOLOG-PARMS.
002210     move "TENDEPT" to TENRUNC-PROGRAM.
002220     move "S" to TENRUNC-FUNCTION.
002230     move zero to TENRUNC-COUNT.
002240     call "TENRUNC" using TENRUNC-PARMS.
002250     if TENRUNC-ALREADY-RAN
002260         move "A" to TENOLOG-SEVERITY
002270         move spaces to TENOLOG-TEXT
002280         string "already run this business date - "
002290                 delimited by size
002300             "put TENDEPT on runover.ctl to rerun"
002310                 delimited by size
002320             into TENOLOG-TEXT
002330         call "TENOLOG" using TENOLOG-PARMS
002340         move 1 to return-code
002350         stop run.
002360     accept today-date from date yyyymmdd.
002370     move "C" to mt-method (1).
002380     move "A" to mt-method (2).
002390     move "M" to mt-method (3).
002400     perform 1050-clear-method thru 1050-exit
002410         varying method-sub from 1 by 1
002420         until method-sub > 3.
002430     perform 1100-seed-ticket thru 1100-exit.
002440     perform 1200-load-drawers thru 1200-exit.
002450     if held-drawer-count > zero
002460         perform 1300-load-held-items thru 1300-exit.
002470     move "N" to pay-eof-switch.
002480     open input payment-ledger-file.
002490     if pay-file-status not = "00"
002500         close payment-ledger-file
002510         move "Y" to pay-eof-switch.
002520 1000-exit.
002530     exit.

002540 1050-clear-method.
002550     move zero to mt-count (method-sub).
002560     move zero to mt-total (method-sub).
002570     move zero to mt-ticket (method-sub).
002580 1050-exit.
002590     exit.

002600*----------------------------------------------------------*
002610* Ticket numbers continue from the highest already on the
002620* depreg.dat register, the way TENBANK seeds its receipt
002630* counter, so reruns never reuse a ticket number.
002640*----------------------------------------------------------*
002650 1100-seed-ticket.
002660     move "N" to reg-eof-switch.
002670     open input deposit-register-file.
002680     if reg-file-status not = "00"
002690         close deposit-register-file
002700         move "Y" to reg-eof-switch
002710         go to 1100-exit.
002720     perform 1110-scan-ticket thru 1110-exit
002730         until register-file-at-end.
002740     close deposit-register-file.
002750 1100-exit.
002760     exit.

002770 1110-scan-ticket.
002780     read deposit-register-file
002790         at end
002800             move "Y" to reg-eof-switch
002810         not at end
002820             if dtk-ticket of deposit-ticket-record
002830                 > ticket-counter
002840                 move dtk-ticket of deposit-ticket-record
002850                     to ticket-counter.
002860 1110-exit.
002870     exit.

002880 1200-load-drawers.
002890     move "N" to drw-eof-switch.
002900     open input drawer-file.
002910     if drw-file-status not = "00"
002920         close drawer-file
002930         go to 1200-exit.
002940     perform 1210-read-drawer thru 1210-exit
002950         until drawer-file-at-end.
002960     close drawer-file.
002970 1200-exit.
002980     exit.

002990 1210-read-drawer.
003000     read drawer-file
003010         at end
003020             move "Y" to drw-eof-switch
003030             go to 1210-exit.
003040     set held-drawer-index to 1.
003050     if held-drawer-count > zero
003060         search held-drawer-entry
003070             at end
003080                 perform 1230-add-drawer thru 1230-exit
003090             when hd-number (held-drawer-index)
003100                     = drw-number of drawer-record
003110                 perform 1220-update-drawer thru 1220-exit
003120     else
003130         perform 1230-add-drawer thru 1230-exit.
003140 1210-exit.
003150     exit.

003160*----------------------------------------------------------*
003170* A later record for a drawer already held: a depositable
003180* one takes it off the table, the last entry moving into
003190* its slot.
003200*----------------------------------------------------------*
003210 1220-update-drawer.
003220     if drw-depositable of drawer-record
003230         move held-drawer-entry (held-drawer-count)
003240             to held-drawer-entry (held-drawer-index)
003250         subtract 1 from held-drawer-count
003260     else
003270         move drw-status of drawer-record
003280             to hd-status (held-drawer-index).
003290 1220-exit.
003300     exit.

003310 1230-add-drawer.
003320     if drw-depositable of drawer-record
003330         go to 1230-exit.
003340     if held-drawer-count >= 300
003350         move "W" to TENOLOG-SEVERITY
003360         move spaces to TENOLOG-TEXT
003370         string "drawer table overflow, drawer " delimited by size
003380             drw-number of drawer-record delimited by size
003390             " not held" delimited by size
003400             into TENOLOG-TEXT
003410         call "TENOLOG" using TENOLOG-PARMS
003420         go to 1230-exit.
003430     add 1 to held-drawer-count.
003440     move drw-number of drawer-record
003450         to hd-number (held-drawer-count).
003460     move drw-operator of drawer-record
003470         to hd-operator (held-drawer-count).
003480     move drw-date of drawer-record
003490         to hd-date (held-drawer-count).
003500     move drw-status of drawer-record
003510         to hd-status (held-drawer-count).
003520     move zero to hd-item-count (held-drawer-count).
003530     move zero to hd-total (held-drawer-count).
003540 1230-exit.
003550     exit.

003560 1300-load-held-items.
003570     move "N" to dri-eof-switch.
003580     open input drawer-item-file.
003590     if dri-file-status not = "00"
003600         close drawer-item-file
003610         go to 1300-exit.
003620     perform 1310-read-item thru 1310-exit
003630         until item-file-at-end.
003640     close drawer-item-file.
003650 1300-exit.
003660     exit.

003670 1310-read-item.
003680     read drawer-item-file
003690         at end
003700             move "Y" to dri-eof-switch
003710             go to 1310-exit.
003720     set held-drawer-index to 1.
003730     search held-drawer-entry
003740         at end
003750             go to 1310-exit
003760         when hd-number (held-drawer-index)
003770                 = dri-drawer of drawer-item-record
003780             continue.
003790     if held-item-count >= 2000
003800         move "W" to TENOLOG-SEVERITY
003810         move spaces to TENOLOG-TEXT
003820         string "held item table overflow, drawer "
003830                 delimited by size
003840             dri-drawer of drawer-item-record delimited by size
003850             " item not held" delimited by size
003860             into TENOLOG-TEXT
003870         call "TENOLOG" using TENOLOG-PARMS
003880         go to 1310-exit.
003890     add 1 to held-item-count.
003900     set hi-drawer-sub (held-item-count) to held-drawer-index.
003910     move dri-building of drawer-item-record
003920         to hi-building (held-item-count).
003930     move dri-aptnum of drawer-item-record
003940         to hi-aptnum (held-item-count).
003950     move dri-date of drawer-item-record
003960         to hi-date (held-item-count).
003970     move dri-method of drawer-item-record
003980         to hi-method (held-item-count).
003990     move dri-amount of drawer-item-record
004000         to hi-amount (held-item-count).
004010     move dri-receipt-no of drawer-item-record
004020         to hi-receipt (held-item-count).
004030 1310-exit.
004040     exit.

004050 2000-tally-ledger.
004060     read payment-ledger-file
004070         at end
004080             move "Y" to pay-eof-switch
004090         not at end
004100             perform 2100-tally-payment thru 2100-exit.
004110 2000-exit.
004120     exit.

004130 2100-tally-payment.
004140     perform 2150-check-eligible thru 2150-exit.
004150     if payment-held
004160         add 1 to held-count
004170         move hi-drawer-sub (held-item-index) to held-sub
004180         add 1 to hd-item-count (held-sub)
004190         add pay-amount of payment-record
004200             to hd-total (held-sub).
004210     if not payment-eligible
004220         go to 2100-exit.
004230     add 1 to eligible-count.
004240     perform 2200-find-method thru 2200-exit.
004250     add 1 to mt-count (method-sub).
004260     add pay-amount of payment-record
004270         to mt-total (method-sub).
004280     perform 2300-stow-item thru 2300-exit.
004290 2100-exit.
004300     exit.

004310*----------------------------------------------------------*
004320* Eligible for the trip to the teller: not yet on a ticket,
004330* a positive amount, paid by check, cash or money order, and
004340* not taken into a cash drawer that is still open or out of
004350* balance.
004360*----------------------------------------------------------*
004370 2150-check-eligible.
004380     move "N" to eligible-switch.
004390     move "N" to held-switch.
004400     if pay-deposit-ticket of payment-record not = zero
004410         go to 2150-exit.
004420     if pay-amount of payment-record not > zero
004430         go to 2150-exit.
004440     if pay-by-check of payment-record
004450         or pay-by-cash of payment-record
004460         or pay-by-money-order of payment-record
004470         move "Y" to eligible-switch.
004480     if payment-eligible
004490         and held-item-count > zero
004500         perform 2160-check-drawer thru 2160-exit.
004510 2150-exit.
004520     exit.

004530 2160-check-drawer.
004540     set held-item-index to 1.
004550     search held-item-entry
004560         at end
004570             continue
004580         when hi-building (held-item-index)
004590                 = pay-building of payment-record
004600             and hi-aptnum (held-item-index)
004610                 = pay-aptnum of payment-record
004620             and hi-date (held-item-index)
004630                 = pay-date of payment-record
004640             and hi-method (held-item-index)
004650                 = pay-method of payment-record
004660             and hi-receipt (held-item-index)
004670                 = pay-receipt-no of payment-record
004680             and hi-amount (held-item-index)
004690                 = pay-amount of payment-record
004700             move "Y" to held-switch
004710             move "N" to eligible-switch.
004720 2160-exit.
004730     exit.

004740 2200-find-method.
004750     if pay-by-check of payment-record
004760         move 1 to method-sub
004770     else
004780         if pay-by-cash of payment-record
004790             move 2 to method-sub
004800         else
004810             move 3 to method-sub.
004820 2200-exit.
004830     exit.

004840 2300-stow-item.
004850     if item-table-count >= 500
004860         move "W" to TENOLOG-SEVERITY
004870         move spaces to TENOLOG-TEXT
004880         string "item table overflow, ticket prints "
004890                 delimited by size
004900             "without the overflow items itemized"
004910                 delimited by size
004920             into TENOLOG-TEXT
004930         call "TENOLOG" using TENOLOG-PARMS
004940     else
004950         add 1 to item-table-count
004960         move pay-building of payment-record
004970             to it-building (item-table-count)
004980         move pay-aptnum of payment-record
004990             to it-aptnum (item-table-count)
005000         move pay-method of payment-record
005010             to it-method (item-table-count)
005020         move pay-receipt-no of payment-record
005030             to it-receipt (item-table-count)
005040         move pay-amount of payment-record
005050             to it-amount (item-table-count).
005060 2300-exit.
005070     exit.

005080 3000-assign-tickets.
005090     perform 3100-assign-one thru 3100-exit
005100         varying method-sub from 1 by 1
005110         until method-sub > 3.
005120 3000-exit.
005130     exit.

005140 3100-assign-one.
005150     if mt-count (method-sub) > zero
005160         add 1 to ticket-counter
005170         move ticket-counter to mt-ticket (method-sub)
005180         add 1 to ticket-count.
005190 3100-exit.
005200     exit.

005210 4000-print-tickets.
005220     move spaces to ticket-rpt-filename.
005230     string "depostkt." delimited by size
005240         today-date delimited by size
005250         into ticket-rpt-filename.
005260     open output deposit-ticket-report.
005270     open extend deposit-register-file.
005280     move "DAILY CASH RECEIPTS DEPOSIT TICKETS" to report-line.
005290     write report-line.
005300     move spaces to report-line.
005310     string "RUN DATE: " delimited by size
005320         today-date delimited by size
005330         into report-line.
005340     write report-line.
005350     add 2 to line-count.
005360     if eligible-count = zero
005370         move spaces to report-line
005380         write report-line
005390         move "  NO UNDEPOSITED ITEMS ON THE LEDGER"
005400             to report-line
005410         write report-line
005420         add 2 to line-count
005430     else
005440         perform 4100-print-one-ticket thru 4100-exit
005450             varying method-sub from 1 by 1
005460             until method-sub > 3.
005470     if held-count > zero
005480         perform 4400-print-held thru 4400-exit.
005490     close deposit-ticket-report.
005500     close deposit-register-file.
005510 4000-exit.
005520     exit.

005530 4100-print-one-ticket.
005540     if mt-count (method-sub) = zero
005550         go to 4100-exit.
005560     perform 4150-method-name thru 4150-exit.
005570     move all "=" to report-line.
005580     write report-line.
005590     move spaces to report-line.
005600     string "DEPOSIT TICKET " delimited by size
005610         mt-ticket (method-sub) delimited by size
005620         "  " delimited by size
005630         method-name-out delimited by size
005640         into report-line.
005650     write report-line.
005660     move "  BLDG-APT  RECEIPT       AMOUNT" to report-line.
005670     write report-line.
005680     add 3 to line-count.
005690     perform 4200-print-item thru 4200-exit
005700         varying item-sub from 1 by 1
005710         until item-sub > item-table-count.
005720     move "A" to TENFMT-FORMAT-CODE.
005730     move mt-total (method-sub) to TENFMT-RAW-AMOUNT.
005740     call "TENFMT" using TENFMT-PARMS.
005750     move spaces to report-line.
005760     string "  ITEMS: " delimited by size
005770         mt-count (method-sub) delimited by size
005780         "   TOTAL: " delimited by size
005790         TENFMT-EDITED-OUT delimited by size
005800         into report-line.
005810     write report-line.
005820     add 1 to line-count.
005830     perform 4300-write-register thru 4300-exit.
005840 4100-exit.
005850     exit.

005860 4150-method-name.
005870     if method-sub = 1
005880         move "CHECKS" to method-name-out
005890     else
005900         if method-sub = 2
005910             move "CASH" to method-name-out
005920         else
005930             move "MONEY ORDERS" to method-name-out.
005940 4150-exit.
005950     exit.

005960 4200-print-item.
005970     if it-method (item-sub) not = mt-method (method-sub)
005980         go to 4200-exit.
005990     move "A" to TENFMT-FORMAT-CODE.
006000     move it-amount (item-sub) to TENFMT-RAW-AMOUNT.
006010     call "TENFMT" using TENFMT-PARMS.
006020     move spaces to report-line.
006030     string "  " delimited by size
006040         it-building (item-sub) delimited by size
006050         "-" delimited by size
006060         it-aptnum (item-sub) delimited by size
006070         "   " delimited by size
006080         it-receipt (item-sub) delimited by size
006090         "  " delimited by size
006100         TENFMT-EDITED-OUT delimited by size
006110         into report-line.
006120     write report-line.
006130     add 1 to line-count.
006140 4200-exit.
006150     exit.

006160 4300-write-register.
006170     move mt-ticket (method-sub)
006180         to dtk-ticket of deposit-ticket-record.
006190     move today-date to dtk-date of deposit-ticket-record.
006200     move mt-method (method-sub)
006210         to dtk-method of deposit-ticket-record.
006220     move mt-count (method-sub)
006230         to dtk-item-count of deposit-ticket-record.
006240     move mt-total (method-sub)
006250         to dtk-total of deposit-ticket-record.
006260     write deposit-ticket-record.
006270 4300-exit.
006280     exit.

006290*----------------------------------------------------------*
006300* Drawers whose payments stayed off the tickets, for the
006310* supervisor to chase: still open, or closed out of
006320* balance and waiting on a TENDRWM sign-off.
006330*----------------------------------------------------------*
006340 4400-print-held.
006350     move all "=" to report-line.
006360     write report-line.
006370     move "HELD - CASH DRAWER NOT CLOSED AND BALANCED"
006380         to report-line.
006390     write report-line.
006400     move "  DRAWER  OPERATOR  OPENED    STATUS" to report-line.
006410     move "ITEMS       AMOUNT" to report-line (60:18).
006420     write report-line.
006430     add 3 to line-count.
006440     perform 4410-print-held-drawer thru 4410-exit
006450         varying held-sub from 1 by 1
006460         until held-sub > held-drawer-count.
006470 4400-exit.
006480     exit.

006490 4410-print-held-drawer.
006500     if hd-item-count (held-sub) = zero
006510         go to 4410-exit.
006520     if hd-status (held-sub) = "U"
006530         move "CLOSED OUT OF BALANCE" to status-name-out
006540     else
006550         move "OPEN" to status-name-out.
006560     move "A" to TENFMT-FORMAT-CODE.
006570     move hd-total (held-sub) to TENFMT-RAW-AMOUNT.
006580     call "TENFMT" using TENFMT-PARMS.
006590     move spaces to report-line.
006600     string "  " delimited by size
006610         hd-number (held-sub) delimited by size
006620         "  " delimited by size
006630         hd-operator (held-sub) delimited by size
006640         "  " delimited by size
006650         hd-date (held-sub) delimited by size
006660         "  " delimited by size
006670         status-name-out delimited by size
006680         into report-line.
006690     move hd-item-count (held-sub) to report-line (60:5).
006700     move TENFMT-EDITED-OUT to report-line (66:12).
006710     write report-line.
006720     add 1 to line-count.
006730 4410-exit.
006740     exit.

006750*----------------------------------------------------------*
006760* Stamp pass: copy the ledger to payledgr.new with each
006770* bundled payment carrying its ticket number; a line-
006780* sequential file cannot be rewritten in place.
006790*----------------------------------------------------------*
006800 5000-stamp-ledger.
006810     move "N" to pay-eof-switch.
006820     open input payment-ledger-file.
006830     if pay-file-status not = "00"
006840         close payment-ledger-file
006850         move "Y" to pay-eof-switch
006860         go to 5000-exit.
006870     open output ledger-copy-file.
006880     perform 5100-stamp-one thru 5100-exit
006890         until payment-file-at-end.
006900     close payment-ledger-file.
006910     close ledger-copy-file.
006920 5000-exit.
006930     exit.

006940 5100-stamp-one.
006950     read payment-ledger-file
006960         at end
006970             move "Y" to pay-eof-switch
006980         not at end
006990             perform 5200-stamp-record thru 5200-exit.
007000 5100-exit.
007010     exit.

007020 5200-stamp-record.
007030     perform 2150-check-eligible thru 2150-exit.
007040     if payment-eligible
007050         perform 2200-find-method thru 2200-exit
007060         move mt-ticket (method-sub)
007070             to pay-deposit-ticket of payment-record
007080         add 1 to stamped-count.
007090     move payment-record to ledger-copy-record.
007100     write ledger-copy-record.
007110 5200-exit.
007120     exit.

007130 6000-copy-back.
007140     move "N" to cpy-eof-switch.
007150     open input ledger-copy-file.
007160     if cpy-file-status not = "00"
007170         close ledger-copy-file
007180         move "Y" to cpy-eof-switch
007190         go to 6000-exit.
007200     open output payment-ledger-file.
007210     perform 6100-copy-one thru 6100-exit
007220         until copy-file-at-end.
007230     close ledger-copy-file.
007240     close payment-ledger-file.
007250 6000-exit.
007260     exit.

007270 6100-copy-one.
007280     read ledger-copy-file
007290         at end
007300             move "Y" to cpy-eof-switch
007310         not at end
007320             move ledger-copy-record to payment-record
007330             write payment-record.
007340 6100-exit.
007350     exit.

007360 9000-finish.
007370     move "TENDEPT" to TENRCAT-PROGRAM.
007380     move ticket-rpt-filename to TENRCAT-FILENAME.
007390     move ticket-count to TENRCAT-PAGES.
007400     move line-count to TENRCAT-LINES.
007410     call "TENRCAT" using TENRCAT-PARMS.
007420     move "E" to TENRUNC-FUNCTION.
007430     move stamped-count to TENRUNC-COUNT.
007440     call "TENRUNC" using TENRUNC-PARMS.
007450     move "I" to TENOLOG-SEVERITY
007460     move spaces to TENOLOG-TEXT
007470     string ticket-count delimited by size
007480         " ticket(s), " delimited by size
007490         stamped-count delimited by size
007500         " item(s) deposited" delimited by size
007510         into TENOLOG-TEXT
007520     call "TENOLOG" using TENOLOG-PARMS.
007530     if held-count > zero
007540         move "W" to TENOLOG-SEVERITY
007550         move spaces to TENOLOG-TEXT
007560         string held-count delimited by size
007570             " item(s) held for cash drawers not closed "
007580                 delimited by size
007590             "and balanced" delimited by size
007600             into TENOLOG-TEXT
007610         call "TENOLOG" using TENOLOG-PARMS.
007620 9000-exit.
007630     exit.

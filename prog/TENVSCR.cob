000100*----------------------------------------------------------*
000110* TENVSCR.COB
000120*
000130* Quarterly vendor performance scorecard.  When the same
000140* unit opened another plumbing ticket within weeks of a
000150* vendor "fixing" it nobody noticed, and the second invoice
000160* was paid like the first.  For the last complete calendar
000170* quarter before the run date this report takes every
000180* workordr.dat ticket closed in the quarter (latest record
000190* per ticket) and credits it to each vendor with a
000200* wocost.dat posting on it -- the storeroom and in-house
000210* technician postings carry no vendor and are left out.
000220* Per vendor and TENWOR category it shows the tickets
000230* handled, the average days from open to close (TENDAYS),
000240* the average cost per ticket and the callback rate.  A
000250* callback is another ticket in the same category on the
000260* same unit (building and apartment) opened within thirty
000270* days after the vendor's close.  Each callback pair is
000280* listed with the callback ticket's cost so the property
000290* manager can dispute the second invoice.  The report goes
000300* to vscore.YYYYMMDD, cataloged through TENRCAT.
000310*----------------------------------------------------------*
000320* MODIFICATION HISTORY
000330*   DATE       INIT  DESCRIPTION
000340*   2026-10-15 JHM   Messages now go through TENOLOG to the
000350*                    dated operations log, each with its
000360*                    severity (and the unit where there is
000370*                    one); aborts raise a menu alert.
000380*   2026-10-15 JHM   Original program.
000390*----------------------------------------------------------*
000400 identification division.
000410 program-id. tenvscr.
000420 author. J. H. Masters.
000430 installation. Property Management Systems.
000440 date-written. 2026-10-15.
000450 date-compiled. 2026-10-15.

000460 environment division.
000470 configuration section.
000480 source-computer. Intel486.
000490 object-computer. Intel486.

000500 input-output section.
000510 file-control.
000520     select optional work-order-file assign to disk
000530         organization is line sequential
000540         file status is wor-file-status.

000550     select optional vendor-master-file assign to disk
000560         organization is line sequential
000570         file status is vnd-file-status.

000580     select optional work-cost-file assign to disk
000590         organization is line sequential
000600         file status is wco-file-status.

000610     select scorecard-report assign to disk
000620         organization is line sequential.

000630 data division.
000640 file section.
000650 fd  work-order-file
000660     label records are standard
000670     value of file-id is "workordr.dat".
000680     copy TENWOR
000690         replacing ==:REC-NAME:==
000700             by ==work-order-record==.

000710 fd  vendor-master-file
000720     label records are standard
000730     value of file-id is "vendmst.dat".
000740     copy TENVND
000750         replacing ==:REC-NAME:==
000760             by ==vendor-record==.

000770 fd  work-cost-file
000780     label records are standard
000790     value of file-id is "wocost.dat".
000800     copy TENWCO
000810         replacing ==:REC-NAME:==
000820             by ==work-cost-record==.

000830 fd  scorecard-report
000840     label records are standard
000850     value of file-id is vscore-filename.
000860 01  report-line             picture is X(80).

000870 working-storage section.
000880 01  vscore-filename         picture is X(30).
000890     copy TENRCAT.
000900     copy TENOLOG.
000910     copy TENDAYS.
000920 01  wor-file-status         picture is X(02).
000930 01  vnd-file-status         picture is X(02).
000940 01  wco-file-status         picture is X(02).
000950 01  eof-switch              picture is X(01).
000960     88  file-at-end                 value "Y".
000970 01  table-overflow-switch   picture is X(01) value "N".
000980     88  table-overflow              value "Y".
000990 01  run-date                picture is 9(08).
001000 01  run-date-parts redefines run-date.
001010     05  run-yyyy            picture is 9(04).
001020     05  run-mm              picture is 9(02).
001030     05  run-dd              picture is 9(02).
001040 01  quarter-number          picture is 9(01).
001050 01  quarter-year            picture is 9(04).
001060 01  quarter-start           picture is 9(08).
001070 01  quarter-start-parts redefines quarter-start.
001080     05  qs-yyyy             picture is 9(04).
001090     05  qs-mm               picture is 9(02).
001100     05  qs-dd               picture is 9(02).
001110 01  quarter-end             picture is 9(08).
001120 01  quarter-end-parts redefines quarter-end.
001130     05  qe-yyyy             picture is 9(04).
001140     05  qe-mm               picture is 9(02).
001150     05  qe-dd               picture is 9(02).
001160 01  line-count              picture is 9(07) value zero.
001170 01  pair-count-listed       picture is 9(05) value zero.
001180 01  callback-count-listed   picture is 9(05) value zero.
001190 01  ticket-sub              picture is 9(04).
001200 01  callback-sub            picture is 9(04).
001210 01  earlier-sub             picture is 9(04).
001220 01  average-days            picture is 9(05)V9.
001230 01  average-cost            picture is 9(09)V99.
001240 01  callback-rate           picture is 9(03)V9.
001250 01  vendor-name             picture is X(25).
001260 01  edited-tickets          picture is ZZZZ9.
001270 01  edited-days             picture is ZZZ9.9.
001280 01  edited-cost             picture is ZZ,ZZZ,ZZ9.99.
001290 01  edited-callbacks        picture is ZZZZ9.
001300 01  edited-rate             picture is ZZ9.9.

001310*----------------------------------------------------------*
001320* Each workordr.dat ticket, latest record, with everything
001330* posted to it on wocost.dat.
001340*----------------------------------------------------------*
001350 01  ticket-table-area.
001360     05  ticket-table-count  picture is 9(04) value zero.
001370     05  ticket-table-entry occurs 1 to 1000 times
001380             depending on ticket-table-count
001390             indexed by ticket-table-index.
001400         10  tk-ticket       picture is 9(05).
001410         10  tk-building     picture is 9(02).
001420         10  tk-aptnum       picture is 9(04).
001430         10  tk-category     picture is X(01).
001440         10  tk-opened       picture is 9(08).
001450         10  tk-status       picture is X(01).
001460             88  tk-closed           value "C".
001470         10  tk-date-closed  picture is 9(08).
001480         10  tk-cost         picture is 9(09)V99.

001490*----------------------------------------------------------*
001500* One entry per vendor per ticket the vendor posted to,
001510* with the first callback found against it.
001520*----------------------------------------------------------*
001530 01  pair-table-area.
001540     05  pair-table-count    picture is 9(04) value zero.
001550     05  pair-table-entry occurs 1 to 2000 times
001560             depending on pair-table-count
001570             indexed by pair-table-index.
001580         10  pr-vendor       picture is 9(04).
001590         10  pr-ticket-sub   picture is 9(04).
001600         10  pr-cost         picture is 9(09)V99.
001610         10  pr-callback-sub picture is 9(04).

001620*----------------------------------------------------------*
001630* The quarter's totals per vendor and category.
001640*----------------------------------------------------------*
001650 01  score-table-area.
001660     05  score-table-count   picture is 9(04) value zero.
001670     05  score-table-entry occurs 1 to 500 times
001680             depending on score-table-count
001690             indexed by score-table-index.
001700         10  sc-vendor       picture is 9(04).
001710         10  sc-category     picture is X(01).
001720         10  sc-tickets      picture is 9(05).
001730         10  sc-days         picture is 9(07).
001740         10  sc-cost         picture is 9(09)V99.
001750         10  sc-callbacks    picture is 9(05).
001760         10  sc-listed-sw    picture is X(01).
001770             88  sc-listed           value "Y".

001780*----------------------------------------------------------*
001790* Latest vendmst.dat name per vendor.
001800*----------------------------------------------------------*
001810 01  vendor-table-area.
001820     05  vendor-table-count  picture is 9(04) value zero.
001830     05  vendor-table-entry occurs 1 to 500 times
001840             depending on vendor-table-count
001850             indexed by vendor-table-index.
001860         10  vt-number       picture is 9(04).
001870         10  vt-name         picture is X(25).

001880 procedure division.
001890 0000-mainline.
001900     move "TENVSCR" to TENOLOG-PROGRAM.
001910     perform 1000-initialize thru 1000-exit.
001920     perform 2000-load-tickets thru 2000-exit.
001930     if not table-overflow
001940         perform 3000-load-costs thru 3000-exit.
001950     if not table-overflow
001960         perform 4000-load-vendors thru 4000-exit.
001970     if not table-overflow
001980         perform 5000-score-pair thru 5000-exit
001990             varying pair-table-index from 1 by 1
002000             until pair-table-index > pair-table-count.
002010     if table-overflow
002020         move "A" to TENOLOG-SEVERITY
002030         move spaces to TENOLOG-TEXT
002040         string "tickets, postings or vendors exceed the "
002050                 delimited by size
002060             "tables - nothing reported" delimited by size
002070             into TENOLOG-TEXT
002080         call "TENOLOG" using TENOLOG-PARMS
002090         close scorecard-report
002100         move 1 to return-code
002110         goback.
002120     perform 6000-list-vendor thru 6000-exit
002130         varying vendor-table-index from 1 by 1
002140         until vendor-table-index > vendor-table-count.
002150     move "NOT ON VENDMST.DAT" to vendor-name.
002160     perform 6200-list-score thru 6200-exit
002170         varying score-table-index from 1 by 1
002180         until score-table-index > score-table-count.
002190     perform 7000-list-callbacks thru 7000-exit.
002200     perform 9000-finish thru 9000-exit.
002210     goback.

002220*----------------------------------------------------------*
002230* The quarter reported is the last one completed before
002240* the run date.
002250*----------------------------------------------------------*
002260 1000-initialize.
002270     move "I" to TENOLOG-SEVERITY
002280     move "quarterly vendor performance scorecard" to TENOLOG-TEXT
002290     call "TENOLOG" using TENOLOG-PARMS.
002300     accept run-date from date yyyymmdd.
002310     compute quarter-number = (run-mm + 2) / 3.
002320     move run-yyyy to quarter-year.
002330     if quarter-number = 1
002340         move 4 to quarter-number
002350         subtract 1 from quarter-year
002360     else
002370         subtract 1 from quarter-number.
002380     move quarter-year to qs-yyyy.
002390     compute qs-mm = quarter-number * 3 - 2.
002400     move 1 to qs-dd.
002410     move quarter-year to qe-yyyy.
002420     compute qe-mm = quarter-number * 3.
002430     if quarter-number = 2
002440         or quarter-number = 3
002450         move 30 to qe-dd
002460     else
002470         move 31 to qe-dd.
002480     move spaces to vscore-filename.
002490     string "vscore." delimited by size
002500         run-date delimited by size
002510         into vscore-filename.
002520     open output scorecard-report.
002530     move "VENDOR PERFORMANCE SCORECARD" to report-line.
002540     write report-line.
002550     move spaces to report-line.
002560     string "QUARTER: " delimited by size
002570         quarter-year delimited by size
002580         " Q" delimited by size
002590         quarter-number delimited by size
002600         "  TICKETS CLOSED " delimited by size
002610         quarter-start delimited by size
002620         " - " delimited by size
002630         quarter-end delimited by size
002640         "  RUN DATE: " delimited by size
002650         run-date delimited by size
002660         into report-line.
002670     write report-line.
002680     move spaces to report-line.
002690     write report-line.
002700     move spaces to report-line.
002710     string "VNDR NAME                     CAT  TKTS    DAYS"
002720             delimited by size
002730         "       AVG COST  CALLS  RATE%" delimited by size
002740         into report-line.
002750     write report-line.
002760     move "  (DAYS = AVERAGE DAYS FROM OPEN TO CLOSE)"
002770         to report-line.
002780     write report-line.
002790     add 5 to line-count.
002800 1000-exit.
002810     exit.

002820 2000-load-tickets.
002830     move "N" to eof-switch.
002840     open input work-order-file.
002850     if wor-file-status not = "00"
002860         close work-order-file
002870         go to 2000-exit.
002880     perform 2100-read-ticket thru 2100-exit
002890         until file-at-end.
002900     close work-order-file.
002910 2000-exit.
002920     exit.

002930 2100-read-ticket.
002940     read work-order-file
002950         at end
002960             move "Y" to eof-switch
002970         not at end
002980             perform 2200-stow-ticket thru 2200-exit.
002990 2100-exit.
003000     exit.

003010 2200-stow-ticket.
003020     set ticket-table-index to 1.
003030     if ticket-table-count > zero
003040         search ticket-table-entry
003050             at end
003060                 perform 2300-add-ticket thru 2300-exit
003070             when tk-ticket (ticket-table-index)
003080                     = wor-ticket of work-order-record
003090                 perform 2400-move-ticket thru 2400-exit
003100     else
003110         perform 2300-add-ticket thru 2300-exit.
003120 2200-exit.
003130     exit.

003140 2300-add-ticket.
003150     if ticket-table-count >= 1000
003160         move "Y" to table-overflow-switch
003170         go to 2300-exit.
003180     add 1 to ticket-table-count.
003190     set ticket-table-index to ticket-table-count.
003200     move zero to tk-cost (ticket-table-index).
003210     perform 2400-move-ticket thru 2400-exit.
003220 2300-exit.
003230     exit.

003240 2400-move-ticket.
003250     move wor-ticket of work-order-record
003260         to tk-ticket (ticket-table-index).
003270     move wor-building of work-order-record
003280         to tk-building (ticket-table-index).
003290     move wor-aptnum of work-order-record
003300         to tk-aptnum (ticket-table-index).
003310     move wor-category of work-order-record
003320         to tk-category (ticket-table-index).
003330     move wor-date-opened of work-order-record
003340         to tk-opened (ticket-table-index).
003350     move wor-status of work-order-record
003360         to tk-status (ticket-table-index).
003370     move wor-date-closed of work-order-record
003380         to tk-date-closed (ticket-table-index).
003390 2400-exit.
003400     exit.

003410*----------------------------------------------------------*
003420* Every posting counts toward its ticket's cost; a vendor
003430* posting also ties the vendor to the ticket.
003440*----------------------------------------------------------*
003450 3000-load-costs.
003460     move "N" to eof-switch.
003470     open input work-cost-file.
003480     if wco-file-status not = "00"
003490         close work-cost-file
003500         go to 3000-exit.
003510     perform 3100-read-cost thru 3100-exit
003520         until file-at-end.
003530     close work-cost-file.
003540 3000-exit.
003550     exit.

003560 3100-read-cost.
003570     read work-cost-file
003580         at end
003590             move "Y" to eof-switch
003600             go to 3100-exit.
003610     if ticket-table-count = zero
003620         go to 3100-exit.
003630     set ticket-table-index to 1.
003640     search ticket-table-entry
003650         at end
003660             go to 3100-exit
003670         when tk-ticket (ticket-table-index)
003680                 = wco-ticket of work-cost-record
003690             add wco-labor of work-cost-record
003700                 wco-materials of work-cost-record
003710                 to tk-cost (ticket-table-index).
003720     if wco-vendor of work-cost-record = zero
003730         go to 3100-exit.
003740     set ticket-sub to ticket-table-index.
003750     set pair-table-index to 1.
003760     if pair-table-count > zero
003770         search pair-table-entry
003780             at end
003790                 perform 3200-add-pair thru 3200-exit
003800             when pr-vendor (pair-table-index)
003810                     = wco-vendor of work-cost-record
003820                 and pr-ticket-sub (pair-table-index) = ticket-sub
003830                 add wco-labor of work-cost-record
003840                     wco-materials of work-cost-record
003850                     to pr-cost (pair-table-index)
003860     else
003870         perform 3200-add-pair thru 3200-exit.
003880 3100-exit.
003890     exit.

003900 3200-add-pair.
003910     if pair-table-count >= 2000
003920         move "Y" to table-overflow-switch
003930         go to 3200-exit.
003940     add 1 to pair-table-count.
003950     move wco-vendor of work-cost-record
003960         to pr-vendor (pair-table-count).
003970     move ticket-sub to pr-ticket-sub (pair-table-count).
003980     move zero to pr-cost (pair-table-count).
003990     add wco-labor of work-cost-record
004000         wco-materials of work-cost-record
004010         to pr-cost (pair-table-count).
004020     move zero to pr-callback-sub (pair-table-count).
004030 3200-exit.
004040     exit.

004050 4000-load-vendors.
004060     move "N" to eof-switch.
004070     open input vendor-master-file.
004080     if vnd-file-status not = "00"
004090         close vendor-master-file
004100         go to 4000-exit.
004110     perform 4100-read-vendor thru 4100-exit
004120         until file-at-end.
004130     close vendor-master-file.
004140 4000-exit.
004150     exit.

004160 4100-read-vendor.
004170     read vendor-master-file
004180         at end
004190             move "Y" to eof-switch
004200             go to 4100-exit.
004210     set vendor-table-index to 1.
004220     if vendor-table-count > zero
004230         search vendor-table-entry
004240             at end
004250                 perform 4200-add-vendor thru 4200-exit
004260             when vt-number (vendor-table-index)
004270                     = vnd-number of vendor-record
004280                 move vnd-name of vendor-record
004290                     to vt-name (vendor-table-index)
004300     else
004310         perform 4200-add-vendor thru 4200-exit.
004320 4100-exit.
004330     exit.

004340 4200-add-vendor.
004350     if vendor-table-count >= 500
004360         move "Y" to table-overflow-switch
004370         go to 4200-exit.
004380     add 1 to vendor-table-count.
004390     move vnd-number of vendor-record
004400         to vt-number (vendor-table-count).
004410     move vnd-name of vendor-record
004420         to vt-name (vendor-table-count).
004430 4200-exit.
004440     exit.

004450*----------------------------------------------------------*
004460* A vendor's ticket closed in the quarter is scored, and
004470* checked for a callback on the same unit and category.
004480*----------------------------------------------------------*
004490 5000-score-pair.
004500     move pr-ticket-sub (pair-table-index) to ticket-sub.
004510     if not tk-closed (ticket-sub)
004520         go to 5000-exit.
004530     if tk-date-closed (ticket-sub) < quarter-start
004540         or tk-date-closed (ticket-sub) > quarter-end
004550         go to 5000-exit.
004560     set score-table-index to 1.
004570     if score-table-count > zero
004580         search score-table-entry
004590             at end
004600                 perform 5100-add-score thru 5100-exit
004610             when sc-vendor (score-table-index)
004620                     = pr-vendor (pair-table-index)
004630                 and sc-category (score-table-index)
004640                     = tk-category (ticket-sub)
004650                 continue
004660     else
004670         perform 5100-add-score thru 5100-exit.
004680     if table-overflow
004690         go to 5000-exit.
004700     move tk-opened (ticket-sub) to TENDAYS-FROM.
004710     move tk-date-closed (ticket-sub) to TENDAYS-TO.
004720     call "TENDAYS" using TENDAYS-PARMS.
004730     add 1 to sc-tickets (score-table-index).
004740     if TENDAYS-DAYS > zero
004750         add TENDAYS-DAYS to sc-days (score-table-index).
004760     add pr-cost (pair-table-index)
004770         to sc-cost (score-table-index).
004780     perform 5200-find-callback thru 5200-exit
004790         varying callback-sub from 1 by 1
004800         until callback-sub > ticket-table-count.
004810     if pr-callback-sub (pair-table-index) not = zero
004820         add 1 to sc-callbacks (score-table-index).
004830 5000-exit.
004840     exit.

004850 5100-add-score.
004860     if score-table-count >= 500
004870         move "Y" to table-overflow-switch
004880         go to 5100-exit.
004890     add 1 to score-table-count.
004900     set score-table-index to score-table-count.
004910     move pr-vendor (pair-table-index)
004920         to sc-vendor (score-table-index).
004930     move tk-category (ticket-sub)
004940         to sc-category (score-table-index).
004950     move zero to sc-tickets (score-table-index).
004960     move zero to sc-days (score-table-index).
004970     move zero to sc-cost (score-table-index).
004980     move zero to sc-callbacks (score-table-index).
004990     move "N" to sc-listed-sw (score-table-index).
005000 5100-exit.
005010     exit.

005020*----------------------------------------------------------*
005030* The earliest ticket opened on the unit in the category
005040* from the close through thirty days after is the
005050* callback.
005060*----------------------------------------------------------*
005070 5200-find-callback.
005080     if callback-sub = ticket-sub
005090         go to 5200-exit.
005100     if tk-building (callback-sub) not = tk-building (ticket-sub)
005110         or tk-aptnum (callback-sub) not = tk-aptnum (ticket-sub)
005120         or tk-category (callback-sub)
005130             not = tk-category (ticket-sub)
005140         go to 5200-exit.
005150     move tk-date-closed (ticket-sub) to TENDAYS-FROM.
005160     move tk-opened (callback-sub) to TENDAYS-TO.
005170     call "TENDAYS" using TENDAYS-PARMS.
005180     if TENDAYS-DAYS < zero
005190         or TENDAYS-DAYS > 30
005200         go to 5200-exit.
005210     if pr-callback-sub (pair-table-index) not = zero
005220         move pr-callback-sub (pair-table-index) to earlier-sub
005230         if tk-opened (callback-sub) not < tk-opened (earlier-sub)
005240             go to 5200-exit.
005250     move callback-sub to pr-callback-sub (pair-table-index).
005260 5200-exit.
005270     exit.

005280 6000-list-vendor.
005290     move vt-name (vendor-table-index) to vendor-name.
005300     perform 6100-list-vendor-score thru 6100-exit
005310         varying score-table-index from 1 by 1
005320         until score-table-index > score-table-count.
005330 6000-exit.
005340     exit.

005350 6100-list-vendor-score.
005360     if sc-vendor (score-table-index)
005370             not = vt-number (vendor-table-index)
005380         go to 6100-exit.
005390     perform 6200-list-score thru 6200-exit.
005400 6100-exit.
005410     exit.

005420 6200-list-score.
005430     if sc-listed (score-table-index)
005440         go to 6200-exit.
005450     move "Y" to sc-listed-sw (score-table-index).
005460     compute average-days rounded =
005470         sc-days (score-table-index)
005480             / sc-tickets (score-table-index).
005490     compute average-cost rounded =
005500         sc-cost (score-table-index)
005510             / sc-tickets (score-table-index).
005520     compute callback-rate rounded =
005530         sc-callbacks (score-table-index) * 100
005540             / sc-tickets (score-table-index).
005550     move sc-tickets (score-table-index) to edited-tickets.
005560     move average-days to edited-days.
005570     move average-cost to edited-cost.
005580     move sc-callbacks (score-table-index) to edited-callbacks.
005590     move callback-rate to edited-rate.
005600     move spaces to report-line.
005610     string sc-vendor (score-table-index) delimited by size
005620         " " delimited by size
005630         vendor-name delimited by size
005640         " " delimited by size
005650         sc-category (score-table-index) delimited by size
005660         "  " delimited by size
005670         edited-tickets delimited by size
005680         "  " delimited by size
005690         edited-days delimited by size
005700         "  " delimited by size
005710         edited-cost delimited by size
005720         "  " delimited by size
005730         edited-callbacks delimited by size
005740         "  " delimited by size
005750         edited-rate delimited by size
005760         into report-line.
005770     write report-line.
005780     add 1 to line-count.
005790     add 1 to pair-count-listed.
005800 6200-exit.
005810     exit.

005820*----------------------------------------------------------*
005830* Each callback pair, for disputing the second invoice.
005840*----------------------------------------------------------*
005850 7000-list-callbacks.
005860     move spaces to report-line.
005870     write report-line.
005880     move "CALLBACKS WITHIN 30 DAYS OF THE VENDOR'S CLOSE"
005890         to report-line.
005900     write report-line.
005910     move spaces to report-line.
005920     string "VNDR BLDG UNIT CAT TICKET  CLOSED CALLBACK   "
005930             delimited by size
005940         "OPENED CALLBACK COST" delimited by size
005950         into report-line.
005960     write report-line.
005970     add 3 to line-count.
005980     perform 7100-list-callback thru 7100-exit
005990         varying pair-table-index from 1 by 1
006000         until pair-table-index > pair-table-count.
006010     if callback-count-listed = zero
006020         move "NONE" to report-line
006030         write report-line
006040         add 1 to line-count.
006050 7000-exit.
006060     exit.

006070 7100-list-callback.
006080     if pr-callback-sub (pair-table-index) = zero
006090         go to 7100-exit.
006100     move pr-ticket-sub (pair-table-index) to ticket-sub.
006110     move pr-callback-sub (pair-table-index) to callback-sub.
006120     move tk-cost (callback-sub) to edited-cost.
006130     move spaces to report-line.
006140     string pr-vendor (pair-table-index) delimited by size
006150         "   " delimited by size
006160         tk-building (ticket-sub) delimited by size
006170         " " delimited by size
006180         tk-aptnum (ticket-sub) delimited by size
006190         "  " delimited by size
006200         tk-category (ticket-sub) delimited by size
006210         "  " delimited by size
006220         tk-ticket (ticket-sub) delimited by size
006230         " " delimited by size
006240         tk-date-closed (ticket-sub) delimited by size
006250         "    " delimited by size
006260         tk-ticket (callback-sub) delimited by size
006270         " " delimited by size
006280         tk-opened (callback-sub) delimited by size
006290         " " delimited by size
006300         edited-cost delimited by size
006310         into report-line.
006320     write report-line.
006330     add 1 to line-count.
006340     add 1 to callback-count-listed.
006350 7100-exit.
006360     exit.

006370 9000-finish.
006380     if pair-count-listed = zero
006390         move spaces to report-line
006400         write report-line
006410         move "NO VENDOR TICKETS CLOSED IN THE QUARTER"
006420             to report-line
006430         write report-line
006440         add 2 to line-count.
006450     close scorecard-report.
006460     move "TENVSCR" to TENRCAT-PROGRAM.
006470     move vscore-filename to TENRCAT-FILENAME.
006480     move 1 to TENRCAT-PAGES.
006490     move line-count to TENRCAT-LINES.
006500     call "TENRCAT" using TENRCAT-PARMS.
006510     move "I" to TENOLOG-SEVERITY
006520     move spaces to TENOLOG-TEXT
006530     string pair-count-listed delimited by size
006540         " vendor/category line(s), " delimited by size
006550         callback-count-listed delimited by size
006560         " callback(s)" delimited by size
006570         into TENOLOG-TEXT
006580     call "TENOLOG" using TENOLOG-PARMS.
006590 9000-exit.
006600     exit.

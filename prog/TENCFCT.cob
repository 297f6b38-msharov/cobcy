000100*----------------------------------------------------------*
000110* TENCFCT.COB
000120*
000130* Ninety-day cash-receipts forecast, run weekly from the
000140* nightly driver (the batcal.ctl calendar marks the
000150* CASHFCST step W).  TENVFCT forecasts vacancies; this
000160* projects the money.  For every occupied unit, each rent
000170* due date (the first of the month) falling in the next
000180* thirteen weeks is projected from RENT-AMOUNT, as changed
000190* by any pending rentchg.dat change effective by then and
000200* less the TENCNCL concession credit; a lease on lease.dat
000210* ending inside the window without renewal is taken as a
000220* move-out, and no rent is projected after it.  The
000230* haportn.dat authority portion lands on the due date, as
000240* does the tenant portion of a unit on achacct.dat autopay.
000250* Anyone else's portion lands after the unit's own habit
000260* off a year of payledgr.dat: its average days late for
000270* the expected case, its worst for the low case, and a
000280* unit averaging over thirty days late is left out of the
000290* low case entirely.  Active payplan.dat installments due
000300* in the window count in the expected case only.  The
000310* weekly expected and low-case amounts print per building,
000320* grouped by company, with company and portfolio totals,
000330* on cashfcst.YYYYMMDD cataloged through TENRCAT, and the
000340* company.ctl restriction is honored.
000350*----------------------------------------------------------*
000360* MODIFICATION HISTORY
000370*   DATE       INIT  DESCRIPTION
000380*   2026-10-15 JHM   Messages now go through TENOLOG to the
000390*                    dated operations log, each with its
000400*                    severity (and the unit where there is
000410*                    one); aborts raise a menu alert.
000420*   2026-10-15 JHM   Original program.
000430*----------------------------------------------------------*
000440 identification division.
000450 program-id. tencfct.
000460 author. J. H. Masters.
000470 installation. Property Management Systems.
000480 date-written. 2026-10-15.
000490 date-compiled. 2026-10-15.

000500 environment division.
000510 configuration section.
000520 source-computer. Intel486.
000530 object-computer. Intel486.

000540 input-output section.
000550 file-control.
000560     select sample-idx-file assign to disk
000570         organization is indexed
000580         record key is unit-key of sample-idx-record
000590         access mode is sequential
000600         file status is idx-file-status.

000610     select optional company-control-file assign to disk
000620         organization is line sequential
000630         file status is cmp-file-status.

000640     select optional payment-ledger-file assign to disk
000650         organization is line sequential
000660         file status is pay-file-status.

000670     select optional autopay-file assign to disk
000680         organization is line sequential
000690         file status is ach-file-status.

000700     select optional ha-portion-file assign to disk
000710         organization is line sequential
000720         file status is hap-file-status.

000730     select optional payment-plan-file assign to disk
000740         organization is line sequential
000750         file status is pln-file-status.

000760     select optional rent-change-file assign to disk
000770         organization is line sequential
000780         file status is rch-file-status.

000790     select optional lease-file assign to disk
000800         organization is line sequential
000810         file status is lea-file-status.

000820     select forecast-report assign to disk
000830         organization is line sequential.

000840 data division.
000850 file section.
000860 fd  sample-idx-file
000870     label records are standard
000880     value of file-id is "indexed.dbf".
000890     copy TENREC
000900         replacing ==:REC-NAME:== by ==sample-idx-record==
000910             ==address== by ==street-addr==.

000920 fd  company-control-file
000930     label records are standard
000940     value of file-id is "company.ctl".
000950     copy TENCMP
000960         replacing ==:REC-NAME:==
000970             by ==company-control-record==.

000980 fd  payment-ledger-file
000990     label records are standard
001000     value of file-id is "payledgr.dat".
001010     copy TENPAY
001020         replacing ==:REC-NAME:==
001030             by ==payment-record==.

001040 fd  autopay-file
001050     label records are standard
001060     value of file-id is "achacct.dat".
001070     copy TENACH
001080         replacing ==:REC-NAME:==
001090             by ==autopay-record==.

001100 fd  ha-portion-file
001110     label records are standard
001120     value of file-id is "haportn.dat".
001130     copy TENHAP
001140         replacing ==:REC-NAME:==
001150             by ==ha-portion-record==.

001160 fd  payment-plan-file
001170     label records are standard
001180     value of file-id is "payplan.dat".
001190     copy TENPLN
001200         replacing ==:REC-NAME:==
001210             by ==payment-plan-record==.

001220 fd  rent-change-file
001230     label records are standard
001240     value of file-id is "rentchg.dat".
001250     copy TENRCH
001260         replacing ==:REC-NAME:==
001270             by ==rent-change-record==.

001280 fd  lease-file
001290     label records are standard
001300     value of file-id is "lease.dat".
001310     copy TENLEA
001320         replacing ==:REC-NAME:==
001330             by ==lease-record==.

001340 fd  forecast-report
001350     label records are standard
001360     value of file-id is forecast-filename.
001370 01  report-line             picture is X(80).

001380 working-storage section.
001390 01  forecast-filename       picture is X(30).
001400     copy TENRCAT.
001410     copy TENOLOG.
001420     copy TENBLDL.
001430     copy TENDAYS.
001440     copy TENCNCL.
001450     copy TENFMT.
001460 01  idx-file-status         picture is X(02).
001470 01  cmp-file-status         picture is X(02).
001480 01  pay-file-status         picture is X(02).
001490 01  ach-file-status         picture is X(02).
001500 01  hap-file-status         picture is X(02).
001510 01  pln-file-status         picture is X(02).
001520 01  rch-file-status         picture is X(02).
001530 01  lea-file-status         picture is X(02).
001540 01  pay-eof-switch          picture is X(01) value "N".
001550     88  payment-file-at-end         value "Y".
001560 01  ach-eof-switch          picture is X(01) value "N".
001570     88  autopay-file-at-end         value "Y".
001580 01  hap-eof-switch          picture is X(01) value "N".
001590     88  ha-portion-file-at-end      value "Y".
001600 01  pln-eof-switch          picture is X(01) value "N".
001610     88  plan-file-at-end            value "Y".
001620 01  rch-eof-switch          picture is X(01) value "N".
001630     88  rent-change-file-at-end     value "Y".
001640 01  lea-eof-switch          picture is X(01) value "N".
001650     88  lease-file-at-end           value "Y".
001660 01  autopay-switch          picture is X(01).
001670     88  unit-on-autopay             value "Y".
001680 01  company-wanted          picture is 9(02) value zero.
001690 01  company-name            picture is X(25) value spaces.
001700 01  run-date                picture is 9(08).
001710 01  run-date-breakdown redefines run-date.
001720     05  run-date-yyyymm     picture is 9(06).
001730     05  run-date-day        picture is 9(02).
001740 01  history-start           picture is 9(08).
001750 01  due-date                picture is 9(08).
001760 01  due-date-parts redefines due-date.
001770     05  due-yyyy            picture is 9(04).
001780     05  due-mm              picture is 9(02).
001790     05  due-dd              picture is 9(02).
001800 01  due-month-parts redefines due-date.
001810     05  due-yyyymm          picture is 9(06).
001820     05  filler              picture is 9(02).
001830 01  due-sub                 picture is 9(01).
001840 01  pay-date-work           picture is 9(08).
001850 01  pay-date-parts redefines pay-date-work.
001860     05  pw-yyyymm           picture is 9(06).
001870     05  pw-dd               picture is 9(02).
001880 01  days-out                picture is S9(07).
001890 01  land-days               picture is S9(07).
001900 01  week-sub                picture is 9(02).
001910 01  building-work           picture is 9(03).
001920 01  company-work            picture is 9(03).
001930 01  building-print          picture is 9(02).
001940 01  company-print           picture is 9(02).
001950 01  inst-sub                picture is 9(01).
001960 01  change-sub              picture is 9(03).
001970 01  best-change-date        picture is 9(08).
001980 01  unit-rent               picture is 9(05)V99.
001990 01  unit-net-rent           picture is S9(05)V99.
002000 01  unit-auth-portion       picture is S9(05)V99.
002010 01  unit-tenant-portion     picture is S9(05)V99.
002020 01  unit-move-out-date      picture is 9(08).
002030 01  unit-avg-late           picture is 9(03).
002040 01  unit-max-late           picture is 9(03).
002050 01  book-amount             picture is S9(05)V99.
002060 01  book-case               picture is X(01).
002070     88  book-both-cases             value "B".
002080     88  book-expected-only          value "E".
002090     88  book-low-only               value "L".
002100 01  units-projected         picture is 9(05) value zero.
002110 01  line-count              picture is 9(07) value zero.
002120 01  week-total-exp          picture is S9(07)V99.
002130 01  week-total-low          picture is S9(07)V99.
002140 01  block-total-exp         picture is S9(07)V99.
002150 01  block-total-low         picture is S9(07)V99.
002160 01  expected-text           picture is X(12).
002170 01  low-text                picture is X(12).
002180 01  week-offset             picture is 9(03).

002190*----------------------------------------------------------*
002200* Projected receipts, thirteen weeks of expected and
002210* low-case amounts per building, per company and for the
002220* portfolio.  A building reports under the company of its
002230* units.
002240*----------------------------------------------------------*
002250 01  building-forecast-area.
002260     05  building-forecast occurs 99 times.
002270         10  bf-company      picture is 9(02).
002280         10  bf-used         picture is X(01).
002290         10  bf-week occurs 13 times.
002300             15  bf-expected picture is S9(07)V99.
002310             15  bf-low      picture is S9(07)V99.
002320 01  company-forecast-area.
002330     05  company-forecast occurs 99 times.
002340         10  cf-used         picture is X(01).
002350         10  cf-week occurs 13 times.
002360             15  cf-expected picture is S9(07)V99.
002370             15  cf-low      picture is S9(07)V99.
002380 01  portfolio-forecast-area.
002390     05  pf-week occurs 13 times.
002400         10  pf-expected     picture is S9(07)V99.
002410         10  pf-low          picture is S9(07)V99.

002420*----------------------------------------------------------*
002430* Each unit's payment habit over the last year: payments
002440* counted, days late summed, and the worst.
002450*----------------------------------------------------------*
002460 01  habit-table-area.
002470     05  habit-table-count   picture is 9(04) value zero.
002480     05  habit-table-entry occurs 1 to 2000 times
002490             depending on habit-table-count
002500             indexed by habit-table-index.
002510         10  ht-building     picture is 9(02).
002520         10  ht-aptnum       picture is 9(04).
002530         10  ht-payments     picture is 9(04).
002540         10  ht-late-days    picture is 9(07).
002550         10  ht-max-late     picture is 9(03).

002560*----------------------------------------------------------*
002570* Latest achacct.dat status per unit.
002580*----------------------------------------------------------*
002590 01  autopay-table-area.
002600     05  autopay-table-count picture is 9(04) value zero.
002610     05  autopay-table-entry occurs 1 to 1000 times
002620             depending on autopay-table-count
002630             indexed by autopay-table-index.
002640         10  at-building     picture is 9(02).
002650         10  at-aptnum       picture is 9(04).
002660         10  at-status       picture is X(01).

002670*----------------------------------------------------------*
002680* Latest haportn.dat authority portion per unit.
002690*----------------------------------------------------------*
002700 01  hap-table-area.
002710     05  hap-table-count     picture is 9(04) value zero.
002720     05  hap-table-entry occurs 1 to 1000 times
002730             depending on hap-table-count
002740             indexed by hap-table-index.
002750         10  ha-building     picture is 9(02).
002760         10  ha-aptnum       picture is 9(04).
002770         10  ha-auth-portion picture is 9(05)V99.

002780*----------------------------------------------------------*
002790* Latest payplan.dat agreement per unit.
002800*----------------------------------------------------------*
002810 01  plan-table-area.
002820     05  plan-table-count    picture is 9(03) value zero.
002830     05  plan-table-entry occurs 1 to 500 times
002840             depending on plan-table-count
002850             indexed by plan-table-index.
002860         10  pl-building     picture is 9(02).
002870         10  pl-aptnum       picture is 9(04).
002880         10  pl-status       picture is X(01).
002890         10  pl-installment occurs 6 times.
002900             15  pl-inst-date    picture is 9(08).
002910             15  pl-inst-amount  picture is 9(05)V99.

002920*----------------------------------------------------------*
002930* Every pending rentchg.dat change.
002940*----------------------------------------------------------*
002950 01  change-table-area.
002960     05  change-table-count  picture is 9(03) value zero.
002970     05  change-table-entry occurs 1 to 500 times
002980             depending on change-table-count.
002990         10  ch-building     picture is 9(02).
003000         10  ch-aptnum       picture is 9(04).
003010         10  ch-new-rent     picture is 9(05)V99.
003020         10  ch-effective-date picture is 9(08).

003030*----------------------------------------------------------*
003040* Latest lease.dat term per unit, the owner-master
003050* convention.
003060*----------------------------------------------------------*
003070 01  lease-table-area.
003080     05  lease-table-count   picture is 9(03) value zero.
003090     05  lease-table-entry occurs 1 to 500 times
003100             depending on lease-table-count
003110             indexed by lease-table-index.
003120         10  lt-building     picture is 9(02).
003130         10  lt-aptnum       picture is 9(04).
003140         10  lt-end-date     picture is 9(08).

003150 procedure division.
003160 0000-mainline.
003170     move "TENCFCT" to TENOLOG-PROGRAM.
003180     perform 1000-initialize thru 1000-exit.
003190     perform 2000-load-habits thru 2000-exit.
003200     perform 2200-load-autopay thru 2200-exit.
003210     perform 2300-load-ha-portions thru 2300-exit.
003220     perform 2400-load-plans thru 2400-exit.
003230     perform 2500-load-changes thru 2500-exit.
003240     perform 2600-load-leases thru 2600-exit.
003250     perform 3000-project-units thru 3000-exit
003260         until idx-file-status = "10".
003270     perform 5000-report thru 5000-exit.
003280     perform 9000-finish thru 9000-exit.
003290     goback.

003300 1000-initialize.
003310     move "I" to TENOLOG-SEVERITY
003320     move "ninety-day cash-receipts forecast" to TENOLOG-TEXT
003330     call "TENOLOG" using TENOLOG-PARMS.
003340     accept run-date from date yyyymmdd.
003350     compute history-start = run-date - 10000.
003360     perform 1100-read-company thru 1100-exit.
003370     perform 1200-clear-building thru 1200-exit
003380         varying building-work from 1 by 1
003390         until building-work > 99.
003400     perform 1300-clear-portfolio thru 1300-exit
003410         varying week-sub from 1 by 1
003420         until week-sub > 13.
003430     open input sample-idx-file.
003440     if idx-file-status not = "00"
003450         move "A" to TENOLOG-SEVERITY
003460         move spaces to TENOLOG-TEXT
003470         string "cannot open indexed.dbf, status "
003480                 delimited by size
003490             idx-file-status delimited by size
003500             into TENOLOG-TEXT
003510         call "TENOLOG" using TENOLOG-PARMS
003520         move 1 to return-code
003530         goback.
003540     move low-values to unit-key of sample-idx-record.
003550     start sample-idx-file key is not less than
003560             unit-key of sample-idx-record
003570         invalid key
003580             move "W" to TENOLOG-SEVERITY
003590             move "indexed.dbf is empty" to TENOLOG-TEXT
003600             call "TENOLOG" using TENOLOG-PARMS
003610             move "10" to idx-file-status.
003620     move spaces to forecast-filename.
003630     string "cashfcst." delimited by size
003640         run-date delimited by size
003650         into forecast-filename.
003660     open output forecast-report.
003670 1000-exit.
003680     exit.

003690 1100-read-company.
003700     open input company-control-file.
003710     if cmp-file-status not = "00"
003720         close company-control-file
003730         go to 1100-exit.
003740     read company-control-file
003750         at end
003760             continue
003770         not at end
003780             move cmp-company of company-control-record
003790                 to company-wanted
003800             move cmp-name of company-control-record
003810                 to company-name.
003820     close company-control-file.
003830     if company-wanted not = zero
003840         move "I" to TENOLOG-SEVERITY
003850         move spaces to TENOLOG-TEXT
003860         string "restricted to company " delimited by size
003870             company-wanted delimited by size
003880             into TENOLOG-TEXT
003890         call "TENOLOG" using TENOLOG-PARMS.
003900 1100-exit.
003910     exit.

003920 1200-clear-building.
003930     move zero to bf-company (building-work).
003940     move "N" to bf-used (building-work).
003950     move "N" to cf-used (building-work).
003960     perform 1210-clear-week thru 1210-exit
003970         varying week-sub from 1 by 1
003980         until week-sub > 13.
003990 1200-exit.
004000     exit.

004010 1210-clear-week.
004020     move zero to bf-expected (building-work week-sub).
004030     move zero to bf-low (building-work week-sub).
004040     move zero to cf-expected (building-work week-sub).
004050     move zero to cf-low (building-work week-sub).
004060 1210-exit.
004070     exit.

004080 1300-clear-portfolio.
004090     move zero to pf-expected (week-sub).
004100     move zero to pf-low (week-sub).
004110 1300-exit.
004120     exit.

004130*----------------------------------------------------------*
004140* A year of payledgr.dat: each payment's days past the
004150* first of its month.  A payment in the last days of a
004160* month is next month's rent paid early and counts as on
004170* time.  Reversals, compaction roll-ups, authority and
004180* autopay money say nothing about a tenant's habit.
004190*----------------------------------------------------------*
004200 2000-load-habits.
004210     open input payment-ledger-file.
004220     if pay-file-status not = "00"
004230         close payment-ledger-file
004240         move "Y" to pay-eof-switch
004250         go to 2000-exit.
004260     perform 2010-read-payment thru 2010-exit
004270         until payment-file-at-end.
004280     close payment-ledger-file.
004290 2000-exit.
004300     exit.

004310 2010-read-payment.
004320     read payment-ledger-file
004330         at end
004340             move "Y" to pay-eof-switch
004350         not at end
004360             if pay-date of payment-record > history-start
004370                 and pay-date of payment-record
004380                     not > run-date
004390                 and pay-amount of payment-record > zero
004400                 and pay-method of payment-record
004410                     not = "R" and not = "S"
004420                     and not = "H" and not = "E"
004430                 perform 2020-stow-habit thru 2020-exit.
004440 2010-exit.
004450     exit.

004460 2020-stow-habit.
004470     set habit-table-index to 1.
004480     if habit-table-count > zero
004490         search habit-table-entry
004500             at end
004510                 perform 2030-add-habit thru 2030-exit
004520             when ht-building (habit-table-index)
004530                     = pay-building of payment-record
004540                 and ht-aptnum (habit-table-index)
004550                     = pay-aptnum of payment-record
004560                 perform 2040-tally-habit thru 2040-exit
004570     else
004580         perform 2030-add-habit thru 2030-exit.
004590 2020-exit.
004600     exit.

004610 2030-add-habit.
004620     if habit-table-count >= 2000
004630         move "W" to TENOLOG-SEVERITY
004640         move "payment-habit table overflow" to TENOLOG-TEXT
004650         call "TENOLOG" using TENOLOG-PARMS
004660     else
004670         add 1 to habit-table-count
004680         set habit-table-index to habit-table-count
004690         move pay-building of payment-record
004700             to ht-building (habit-table-index)
004710         move pay-aptnum of payment-record
004720             to ht-aptnum (habit-table-index)
004730         move zero to ht-payments (habit-table-index)
004740         move zero to ht-late-days (habit-table-index)
004750         move zero to ht-max-late (habit-table-index)
004760         perform 2040-tally-habit thru 2040-exit.
004770 2030-exit.
004780     exit.

004790 2040-tally-habit.
004800     move pay-date of payment-record to pay-date-work.
004810     add 1 to ht-payments (habit-table-index).
004820     if pw-dd > 25
004830         go to 2040-exit.
004840     compute land-days = pw-dd - 1.
004850     add land-days to ht-late-days (habit-table-index).
004860     if land-days > ht-max-late (habit-table-index)
004870         move land-days to ht-max-late (habit-table-index).
004880 2040-exit.
004890     exit.

004900 2200-load-autopay.
004910     open input autopay-file.
004920     if ach-file-status not = "00"
004930         close autopay-file
004940         move "Y" to ach-eof-switch
004950         go to 2200-exit.
004960     perform 2210-read-autopay thru 2210-exit
004970         until autopay-file-at-end.
004980     close autopay-file.
004990 2200-exit.
005000     exit.

005010 2210-read-autopay.
005020     read autopay-file
005030         at end
005040             move "Y" to ach-eof-switch
005050         not at end
005060             perform 2220-stow-autopay thru 2220-exit.
005070 2210-exit.
005080     exit.

005090 2220-stow-autopay.
005100     set autopay-table-index to 1.
005110     if autopay-table-count > zero
005120         search autopay-table-entry
005130             at end
005140                 perform 2230-add-autopay thru 2230-exit
005150             when at-building (autopay-table-index)
005160                     = ach-building of autopay-record
005170                 and at-aptnum (autopay-table-index)
005180                     = ach-aptnum of autopay-record
005190                 move ach-status of autopay-record
005200                     to at-status (autopay-table-index)
005210     else
005220         perform 2230-add-autopay thru 2230-exit.
005230 2220-exit.
005240     exit.

005250 2230-add-autopay.
005260     if autopay-table-count >= 1000
005270         move "W" to TENOLOG-SEVERITY
005280         move "autopay table overflow" to TENOLOG-TEXT
005290         call "TENOLOG" using TENOLOG-PARMS
005300     else
005310         add 1 to autopay-table-count
005320         move ach-building of autopay-record
005330             to at-building (autopay-table-count)
005340         move ach-aptnum of autopay-record
005350             to at-aptnum (autopay-table-count)
005360         move ach-status of autopay-record
005370             to at-status (autopay-table-count).
005380 2230-exit.
005390     exit.

005400 2300-load-ha-portions.
005410     open input ha-portion-file.
005420     if hap-file-status not = "00"
005430         close ha-portion-file
005440         move "Y" to hap-eof-switch
005450         go to 2300-exit.
005460     perform 2310-read-ha-portion thru 2310-exit
005470         until ha-portion-file-at-end.
005480     close ha-portion-file.
005490 2300-exit.
005500     exit.

005510 2310-read-ha-portion.
005520     read ha-portion-file
005530         at end
005540             move "Y" to hap-eof-switch
005550         not at end
005560             perform 2320-stow-ha-portion thru 2320-exit.
005570 2310-exit.
005580     exit.

005590 2320-stow-ha-portion.
005600     set hap-table-index to 1.
005610     if hap-table-count > zero
005620         search hap-table-entry
005630             at end
005640                 perform 2330-add-ha-portion thru 2330-exit
005650             when ha-building (hap-table-index)
005660                     = hap-building of ha-portion-record
005670                 and ha-aptnum (hap-table-index)
005680                     = hap-aptnum of ha-portion-record
005690                 move hap-auth-portion of ha-portion-record
005700                     to ha-auth-portion (hap-table-index)
005710     else
005720         perform 2330-add-ha-portion thru 2330-exit.
005730 2320-exit.
005740     exit.

005750 2330-add-ha-portion.
005760     if hap-table-count >= 1000
005770         move "W" to TENOLOG-SEVERITY
005780         move "authority-portion table overflow" to TENOLOG-TEXT
005790         call "TENOLOG" using TENOLOG-PARMS
005800     else
005810         add 1 to hap-table-count
005820         move hap-building of ha-portion-record
005830             to ha-building (hap-table-count)
005840         move hap-aptnum of ha-portion-record
005850             to ha-aptnum (hap-table-count)
005860         move hap-auth-portion of ha-portion-record
005870             to ha-auth-portion (hap-table-count).
005880 2330-exit.
005890     exit.

005900 2400-load-plans.
005910     open input payment-plan-file.
005920     if pln-file-status not = "00"
005930         close payment-plan-file
005940         move "Y" to pln-eof-switch
005950         go to 2400-exit.
005960     perform 2410-read-plan thru 2410-exit
005970         until plan-file-at-end.
005980     close payment-plan-file.
005990 2400-exit.
006000     exit.

006010 2410-read-plan.
006020     read payment-plan-file
006030         at end
006040             move "Y" to pln-eof-switch
006050         not at end
006060             perform 2420-stow-plan thru 2420-exit.
006070 2410-exit.
006080     exit.

006090 2420-stow-plan.
006100     set plan-table-index to 1.
006110     if plan-table-count > zero
006120         search plan-table-entry
006130             at end
006140                 perform 2430-add-plan thru 2430-exit
006150             when pl-building (plan-table-index)
006160                     = pln-building of payment-plan-record
006170                 and pl-aptnum (plan-table-index)
006180                     = pln-aptnum of payment-plan-record
006190                 perform 2440-copy-plan thru 2440-exit
006200     else
006210         perform 2430-add-plan thru 2430-exit.
006220 2420-exit.
006230     exit.

006240 2430-add-plan.
006250     if plan-table-count >= 500
006260         move "W" to TENOLOG-SEVERITY
006270         move "payment-plan table overflow" to TENOLOG-TEXT
006280         call "TENOLOG" using TENOLOG-PARMS
006290     else
006300         add 1 to plan-table-count
006310         set plan-table-index to plan-table-count
006320         perform 2440-copy-plan thru 2440-exit.
006330 2430-exit.
006340     exit.

006350 2440-copy-plan.
006360     move pln-building of payment-plan-record
006370         to pl-building (plan-table-index).
006380     move pln-aptnum of payment-plan-record
006390         to pl-aptnum (plan-table-index).
006400     move pln-status of payment-plan-record
006410         to pl-status (plan-table-index).
006420     perform 2450-copy-installment thru 2450-exit
006430         varying inst-sub from 1 by 1
006440         until inst-sub > 6.
006450 2440-exit.
006460     exit.

006470 2450-copy-installment.
006480     move pln-inst-date of payment-plan-record (inst-sub)
006490         to pl-inst-date (plan-table-index inst-sub).
006500     move pln-inst-amount of payment-plan-record (inst-sub)
006510         to pl-inst-amount (plan-table-index inst-sub).
006520 2450-exit.
006530     exit.

006540 2500-load-changes.
006550     open input rent-change-file.
006560     if rch-file-status not = "00"
006570         close rent-change-file
006580         move "Y" to rch-eof-switch
006590         go to 2500-exit.
006600     perform 2510-read-change thru 2510-exit
006610         until rent-change-file-at-end.
006620     close rent-change-file.
006630 2500-exit.
006640     exit.

006650 2510-read-change.
006660     read rent-change-file
006670         at end
006680             move "Y" to rch-eof-switch
006690         not at end
006700             perform 2520-add-change thru 2520-exit.
006710 2510-exit.
006720     exit.

006730 2520-add-change.
006740     if change-table-count >= 500
006750         move "W" to TENOLOG-SEVERITY
006760         move "rent-change table overflow" to TENOLOG-TEXT
006770         call "TENOLOG" using TENOLOG-PARMS
006780     else
006790         add 1 to change-table-count
006800         move rch-building of rent-change-record
006810             to ch-building (change-table-count)
006820         move rch-aptnum of rent-change-record
006830             to ch-aptnum (change-table-count)
006840         move rch-new-rent of rent-change-record
006850             to ch-new-rent (change-table-count)
006860         move rch-effective-date of rent-change-record
006870             to ch-effective-date (change-table-count).
006880 2520-exit.
006890     exit.

006900 2600-load-leases.
006910     open input lease-file.
006920     if lea-file-status not = "00"
006930         close lease-file
006940         move "Y" to lea-eof-switch
006950         go to 2600-exit.
006960     perform 2610-read-lease thru 2610-exit
006970         until lease-file-at-end.
006980     close lease-file.
006990 2600-exit.
007000     exit.

007010 2610-read-lease.
007020     read lease-file
007030         at end
007040             move "Y" to lea-eof-switch
007050         not at end
007060             perform 2620-stow-lease thru 2620-exit.
007070 2610-exit.
007080     exit.

007090 2620-stow-lease.
007100     set lease-table-index to 1.
007110     if lease-table-count > zero
007120         search lease-table-entry
007130             at end
007140                 perform 2630-add-lease thru 2630-exit
007150             when lt-building (lease-table-index)
007160                     = lea-building of lease-record
007170                 and lt-aptnum (lease-table-index)
007180                     = lea-aptnum of lease-record
007190                 move lea-end-date of lease-record
007200                     to lt-end-date (lease-table-index)
007210     else
007220         perform 2630-add-lease thru 2630-exit.
007230 2620-exit.
007240     exit.

007250 2630-add-lease.
007260     if lease-table-count >= 500
007270         move "W" to TENOLOG-SEVERITY
007280         move "lease table overflow" to TENOLOG-TEXT
007290         call "TENOLOG" using TENOLOG-PARMS
007300     else
007310         add 1 to lease-table-count
007320         move lea-building of lease-record
007330             to lt-building (lease-table-count)
007340         move lea-aptnum of lease-record
007350             to lt-aptnum (lease-table-count)
007360         move lea-end-date of lease-record
007370             to lt-end-date (lease-table-count).
007380 2630-exit.
007390     exit.

007400 3000-project-units.
007410     read sample-idx-file next record
007420         at end
007430             move "10" to idx-file-status
007440         not at end
007450             if occ-occupied of sample-idx-record
007460                 and building-id of sample-idx-record
007470                     not = zero
007480                 perform 3100-project-unit thru 3100-exit.
007490 3000-exit.
007500     exit.

007510 3100-project-unit.
007520     if company-wanted not = zero
007530         and company-code of sample-idx-record
007540             not = company-wanted
007550         go to 3100-exit.
007560     add 1 to units-projected.
007570     move building-id of sample-idx-record to building-work.
007580     move company-code of sample-idx-record
007590         to bf-company (building-work).
007600     if bf-company (building-work) = zero
007610         move 1 to bf-company (building-work).
007620     move "Y" to bf-used (building-work).
007630     perform 3200-unit-profile thru 3200-exit.
007640     perform 3400-project-due-date thru 3400-exit
007650         varying due-sub from 0 by 1
007660         until due-sub > 3.
007670     perform 3700-project-plan thru 3700-exit.
007680 3100-exit.
007690     exit.

007700*----------------------------------------------------------*
007710* What the forecast needs to know about one unit: its
007720* autopay status, its payment habit, and when its lease
007730* runs out if that is inside the window.
007740*----------------------------------------------------------*
007750 3200-unit-profile.
007760     move "N" to autopay-switch.
007770     if autopay-table-count > zero
007780         set autopay-table-index to 1
007790         search autopay-table-entry
007800             at end
007810                 continue
007820             when at-building (autopay-table-index)
007830                     = building-id of sample-idx-record
007840                 and at-aptnum (autopay-table-index)
007850                     = aptnum of sample-idx-record
007860                 if at-status (autopay-table-index) = "E"
007870                     move "Y" to autopay-switch
007880                 end-if
007890         end-search.
007900     move zero to unit-avg-late.
007910     move zero to unit-max-late.
007920     if habit-table-count > zero
007930         set habit-table-index to 1
007940         search habit-table-entry
007950             at end
007960                 continue
007970             when ht-building (habit-table-index)
007980                     = building-id of sample-idx-record
007990                 and ht-aptnum (habit-table-index)
008000                     = aptnum of sample-idx-record
008010                 compute unit-avg-late rounded =
008020                     ht-late-days (habit-table-index)
008030                         / ht-payments (habit-table-index)
008040                 move ht-max-late (habit-table-index)
008050                     to unit-max-late
008060         end-search.
008070     move 99999999 to unit-move-out-date.
008080     if lease-table-count > zero
008090         set lease-table-index to 1
008100         search lease-table-entry
008110             at end
008120                 continue
008130             when lt-building (lease-table-index)
008140                     = building-id of sample-idx-record
008150                 and lt-aptnum (lease-table-index)
008160                     = aptnum of sample-idx-record
008170                 if lt-end-date (lease-table-index)
008180                         not < run-date
008190                     move lt-end-date (lease-table-index)
008200                         to unit-move-out-date
008210                 end-if
008220         end-search.
008230 3200-exit.
008240     exit.

008250*----------------------------------------------------------*
008260* One rent due date: the first of this month (today only)
008270* and of the next three, kept while inside the ninety-one
008280* days and before an expected move-out.
008290*----------------------------------------------------------*
008300 3400-project-due-date.
008310     move run-date to due-date.
008320     move 01 to due-dd.
008330     add due-sub to due-mm.
008340     if due-mm > 12
008350         subtract 12 from due-mm
008360         add 1 to due-yyyy.
008370     if due-date < run-date
008380         go to 3400-exit.
008390     if due-date > unit-move-out-date
008400         go to 3400-exit.
008410     move run-date to TENDAYS-FROM.
008420     move due-date to TENDAYS-TO.
008430     call "TENDAYS" using TENDAYS-PARMS.
008440     move TENDAYS-DAYS to days-out.
008450     if days-out > 90
008460         go to 3400-exit.
008470     perform 3500-rent-for-due-date thru 3500-exit.
008480     if unit-net-rent not > zero
008490         go to 3400-exit.
008500     move zero to unit-auth-portion.
008510     if hap-table-count > zero
008520         set hap-table-index to 1
008530         search hap-table-entry
008540             at end
008550                 continue
008560             when ha-building (hap-table-index)
008570                     = building-id of sample-idx-record
008580                 and ha-aptnum (hap-table-index)
008590                     = aptnum of sample-idx-record
008600                 move ha-auth-portion (hap-table-index)
008610                     to unit-auth-portion
008620         end-search.
008630     if unit-auth-portion > unit-net-rent
008640         move unit-net-rent to unit-auth-portion.
008650     compute unit-tenant-portion =
008660         unit-net-rent - unit-auth-portion.
008670     move days-out to land-days.
008680     move unit-auth-portion to book-amount.
008690     move "B" to book-case.
008700     perform 3600-book-amount thru 3600-exit.
008710     move unit-tenant-portion to book-amount.
008720     if unit-on-autopay
008730         perform 3600-book-amount thru 3600-exit
008740         go to 3400-exit.
008750     compute land-days = days-out + unit-avg-late.
008760     move "E" to book-case.
008770     perform 3600-book-amount thru 3600-exit.
008780     if unit-avg-late > 30
008790         go to 3400-exit.
008800     compute land-days = days-out + unit-max-late.
008810     move "L" to book-case.
008820     perform 3600-book-amount thru 3600-exit.
008830 3400-exit.
008840     exit.

008850*----------------------------------------------------------*
008860* The rent in force on the due date -- the latest pending
008870* change effective by then, else RENT-AMOUNT -- less that
008880* month's concession credit.
008890*----------------------------------------------------------*
008900 3500-rent-for-due-date.
008910     move rent-amount of sample-idx-record to unit-rent.
008920     move zero to best-change-date.
008930     perform 3510-check-change thru 3510-exit
008940         varying change-sub from 1 by 1
008950         until change-sub > change-table-count.
008960     move building-id of sample-idx-record
008970         to TENCNCL-BUILDING.
008980     move aptnum of sample-idx-record to TENCNCL-APTNUM.
008990     move due-yyyymm to TENCNCL-MONTH.
009000     move unit-rent to TENCNCL-RENT.
009010     call "TENCNCL" using TENCNCL-PARMS.
009020     compute unit-net-rent = unit-rent - TENCNCL-CREDIT.
009030 3500-exit.
009040     exit.

009050 3510-check-change.
009060     if ch-building (change-sub)
009070             = building-id of sample-idx-record
009080         and ch-aptnum (change-sub)
009090             = aptnum of sample-idx-record
009100         and ch-effective-date (change-sub) not > due-date
009110         and ch-effective-date (change-sub)
009120             not < best-change-date
009130         move ch-effective-date (change-sub)
009140             to best-change-date
009150         move ch-new-rent (change-sub) to unit-rent.
009160 3510-exit.
009170     exit.

009180*----------------------------------------------------------*
009190* Add BOOK-AMOUNT to the week LAND-DAYS falls in, for the
009200* cases BOOK-CASE names; money landing past day 90 falls
009210* outside the forecast.
009220*----------------------------------------------------------*
009230 3600-book-amount.
009240     if land-days > 90
009250         or book-amount = zero
009260         go to 3600-exit.
009270     compute week-sub = land-days / 7 + 1.
009280     move bf-company (building-work) to company-work.
009290     move "Y" to cf-used (company-work).
009300     if not book-low-only
009310         add book-amount
009320             to bf-expected (building-work week-sub)
009330         add book-amount
009340             to cf-expected (company-work week-sub)
009350         add book-amount to pf-expected (week-sub).
009360     if not book-expected-only
009370         add book-amount to bf-low (building-work week-sub)
009380         add book-amount to cf-low (company-work week-sub)
009390         add book-amount to pf-low (week-sub).
009400 3600-exit.
009410     exit.

009420*----------------------------------------------------------*
009430* Installments of an active payment plan, on the promised
009440* dates; a promise is not counted on in the low case.
009450*----------------------------------------------------------*
009460 3700-project-plan.
009470     if plan-table-count = zero
009480         go to 3700-exit.
009490     set plan-table-index to 1.
009500     search plan-table-entry
009510         at end
009520             go to 3700-exit
009530         when pl-building (plan-table-index)
009540                 = building-id of sample-idx-record
009550             and pl-aptnum (plan-table-index)
009560                 = aptnum of sample-idx-record
009570             continue.
009580     if pl-status (plan-table-index) not = "A"
009590         go to 3700-exit.
009600     perform 3710-project-installment thru 3710-exit
009610         varying inst-sub from 1 by 1
009620         until inst-sub > 6.
009630 3700-exit.
009640     exit.

009650 3710-project-installment.
009660     if pl-inst-date (plan-table-index inst-sub) < run-date
009670         go to 3710-exit.
009680     move run-date to TENDAYS-FROM.
009690     move pl-inst-date (plan-table-index inst-sub)
009700         to TENDAYS-TO.
009710     call "TENDAYS" using TENDAYS-PARMS.
009720     move TENDAYS-DAYS to land-days.
009730     move pl-inst-amount (plan-table-index inst-sub)
009740         to book-amount.
009750     move "E" to book-case.
009760     perform 3600-book-amount thru 3600-exit.
009770 3710-exit.
009780     exit.

009790 5000-report.
009800     move "NINETY-DAY CASH-RECEIPTS FORECAST" to report-line.
009810     write report-line.
009820     move spaces to report-line.
009830     string "RUN DATE: " delimited by size
009840         run-date delimited by size
009850         into report-line.
009860     write report-line.
009870     add 2 to line-count.
009880     if company-wanted not = zero
009890         move spaces to report-line
009900         string "COMPANY: " delimited by size
009910             company-wanted delimited by size
009920             " " delimited by size
009930             company-name delimited by size
009940             into report-line
009950         write report-line
009960         add 1 to line-count.
009970     perform 5100-company-block thru 5100-exit
009980         varying company-work from 1 by 1
009990         until company-work > 99.
010000     move spaces to report-line.
010010     write report-line.
010020     move "PORTFOLIO TOTAL" to report-line.
010030     write report-line.
010040     add 2 to line-count.
010050     perform 5400-week-heading thru 5400-exit.
010060     move zero to block-total-exp.
010070     move zero to block-total-low.
010080     perform 5500-portfolio-week thru 5500-exit
010090         varying week-sub from 1 by 1
010100         until week-sub > 13.
010110     perform 5600-block-total thru 5600-exit.
010120 5000-exit.
010130     exit.

010140 5100-company-block.
010150     if cf-used (company-work) not = "Y"
010160         go to 5100-exit.
010170     move company-work to company-print.
010180     move spaces to report-line.
010190     write report-line.
010200     move spaces to report-line.
010210     string "COMPANY " delimited by size
010220         company-print delimited by size
010230         into report-line.
010240     write report-line.
010250     add 2 to line-count.
010260     perform 5200-building-block thru 5200-exit
010270         varying building-work from 1 by 1
010280         until building-work > 99.
010290     move spaces to report-line.
010300     write report-line.
010310     move spaces to report-line.
010320     string "COMPANY " delimited by size
010330         company-print delimited by size
010340         " TOTAL" delimited by size
010350         into report-line.
010360     write report-line.
010370     add 2 to line-count.
010380     perform 5400-week-heading thru 5400-exit.
010390     move zero to block-total-exp.
010400     move zero to block-total-low.
010410     perform 5300-company-week thru 5300-exit
010420         varying week-sub from 1 by 1
010430         until week-sub > 13.
010440     perform 5600-block-total thru 5600-exit.
010450 5100-exit.
010460     exit.

010470 5200-building-block.
010480     if bf-used (building-work) not = "Y"
010490         go to 5200-exit.
010500     if bf-company (building-work) not = company-work
010510         go to 5200-exit.
010520     move building-work to building-print.
010530     move building-work to TENBLDL-BUILDING.
010540     call "TENBLDL" using TENBLDL-PARMS.
010550     move spaces to report-line.
010560     write report-line.
010570     move spaces to report-line.
010580     if TENBLDL-ON-FILE
010590         string "  BUILDING " delimited by size
010600             building-print delimited by size
010610             " - " delimited by size
010620             TENBLDL-NAME delimited by size
010630             into report-line
010640     else
010650         string "  BUILDING " delimited by size
010660             building-print delimited by size
010670             into report-line.
010680     write report-line.
010690     add 2 to line-count.
010700     perform 5400-week-heading thru 5400-exit.
010710     move zero to block-total-exp.
010720     move zero to block-total-low.
010730     perform 5210-building-week thru 5210-exit
010740         varying week-sub from 1 by 1
010750         until week-sub > 13.
010760     perform 5600-block-total thru 5600-exit.
010770 5200-exit.
010780     exit.

010790 5210-building-week.
010800     move bf-expected (building-work week-sub)
010810         to week-total-exp.
010820     move bf-low (building-work week-sub) to week-total-low.
010830     perform 5700-week-line thru 5700-exit.
010840 5210-exit.
010850     exit.

010860 5300-company-week.
010870     move cf-expected (company-work week-sub)
010880         to week-total-exp.
010890     move cf-low (company-work week-sub) to week-total-low.
010900     perform 5700-week-line thru 5700-exit.
010910 5300-exit.
010920     exit.

010930 5400-week-heading.
010940     move spaces to report-line.
010950     string "    WEEK  DAYS        EXPECTED     LOW CASE"
010960         delimited by size
010970         into report-line.
010980     write report-line.
010990     add 1 to line-count.
011000 5400-exit.
011010     exit.

011020 5500-portfolio-week.
011030     move pf-expected (week-sub) to week-total-exp.
011040     move pf-low (week-sub) to week-total-low.
011050     perform 5700-week-line thru 5700-exit.
011060 5500-exit.
011070     exit.

011080 5600-block-total.
011090     move block-total-exp to week-total-exp.
011100     move block-total-low to week-total-low.
011110     perform 5800-edit-amounts thru 5800-exit.
011120     move spaces to report-line.
011130     string "    TOTAL         " delimited by size
011140         expected-text delimited by size
011150         " " delimited by size
011160         low-text delimited by size
011170         into report-line.
011180     write report-line.
011190     add 1 to line-count.
011200 5600-exit.
011210     exit.

011220 5700-week-line.
011230     add week-total-exp to block-total-exp.
011240     add week-total-low to block-total-low.
011250     perform 5800-edit-amounts thru 5800-exit.
011260     compute week-offset = (week-sub - 1) * 7.
011270     move spaces to report-line.
011280     string "    " delimited by size
011290         week-sub delimited by size
011300         "    +" delimited by size
011310         week-offset delimited by size
011320         "    " delimited by size
011330         expected-text delimited by size
011340         " " delimited by size
011350         low-text delimited by size
011360         into report-line.
011370     write report-line.
011380     add 1 to line-count.
011390 5700-exit.
011400     exit.

011410 5800-edit-amounts.
011420     move "A" to TENFMT-FORMAT-CODE.
011430     move week-total-exp to TENFMT-RAW-AMOUNT.
011440     call "TENFMT" using TENFMT-PARMS.
011450     move TENFMT-EDITED-OUT to expected-text.
011460     move "A" to TENFMT-FORMAT-CODE.
011470     move week-total-low to TENFMT-RAW-AMOUNT.
011480     call "TENFMT" using TENFMT-PARMS.
011490     move TENFMT-EDITED-OUT to low-text.
011500 5800-exit.
011510     exit.

011520 9000-finish.
011530     close sample-idx-file forecast-report.
011540     move "TENCFCT" to TENRCAT-PROGRAM.
011550     move forecast-filename to TENRCAT-FILENAME.
011560     move 1 to TENRCAT-PAGES.
011570     move line-count to TENRCAT-LINES.
011580     call "TENRCAT" using TENRCAT-PARMS.
011590     move "I" to TENOLOG-SEVERITY
011600     move spaces to TENOLOG-TEXT
011610     string units-projected delimited by size
011620         " unit(s) projected over thirteen weeks"
011630             delimited by size
011640         into TENOLOG-TEXT
011650     call "TENOLOG" using TENOLOG-PARMS.
011660 9000-exit.
011670     exit.

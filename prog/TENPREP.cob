000100*----------------------------------------------------------*
000110* TENPREP.COB
000120*
000130* Prepaid rent and unearned revenue at month end.  When a
000140* tenant pays next month's rent early AMOUNT-PAID runs past
000150* what the month owes and TENCLOSE carries the credit
000160* forward on tenbal.dat, but the whole payment was being
000170* booked as the month's income.  Run on the last day of the
000180* period, ahead of TENGLX, this works out each occupied
000190* unit's month the way TENCLOSE will close it -- rent less
000200* the TENCNCL concession, plus the carry-forward and the
000210* open tenbal.dat postings since it, less AMOUNT-PAID -- and
000220* splits the month's payments into current-period rent and
000230* prepaid rent.  A unit closing in credit is listed as a
000240* prepaid liability.  Totals print by building and company
000250* on prepdrpt.YYYYMMDD, cataloged through TENRCAT, and the
000260* building totals go to prepaid.dat for TENGLX to book the
000270* deferral and its next-month reversal.
000280*----------------------------------------------------------*
000290* MODIFICATION HISTORY
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-15 JHM   Messages now go through TENOLOG to the
000320*                    dated operations log, each with its
000330*                    severity (and the unit where there is
000340*                    one); aborts raise a menu alert.
000350*   2026-10-15 JHM   "B" rent abatement credits from TENABAT
000360*                    count toward the balance.
000370*   2026-10-15 JHM   "T" lease-break charges from TENLBRK
000380*                    count toward the balance.
000390*   2026-10-15 JHM   Original program.
000400*----------------------------------------------------------*
000410 identification division.
000420 program-id. tenprep.
000430 author. J. H. Masters.
000440 installation. Property Management Systems.
000450 date-written. 2026-10-15.
000460 date-compiled. 2026-10-15.

000470 environment division.
000480 configuration section.
000490 source-computer. Intel486.
000500 object-computer. Intel486.

000510 input-output section.
000520 file-control.
000530     select sample-idx-file assign to disk
000540         organization is indexed
000550         record key is unit-key of sample-idx-record
000560         access mode is sequential
000570         file status is idx-file-status.

000580     select optional balance-file assign to disk
000590         organization is line sequential
000600         file status is bal-file-status.

000610     select optional prepaid-file assign to disk
000620         organization is line sequential.

000630     select prepaid-report assign to disk
000640         organization is line sequential.

000650 data division.
000660 file section.
000670 fd  sample-idx-file
000680     label records are standard
000690     value of file-id is "indexed.dbf".
000700     copy TENREC
000710         replacing ==:REC-NAME:== by ==sample-idx-record==
000720             ==address== by ==street-addr==.

000730 fd  balance-file
000740     label records are standard
000750     value of file-id is "tenbal.dat".
000760     copy TENBAL
000770         replacing ==:REC-NAME:==
000780             by ==balance-record==.

000790 fd  prepaid-file
000800     label records are standard
000810     value of file-id is "prepaid.dat".
000820     copy TENPPD
000830         replacing ==:REC-NAME:==
000840             by ==prepaid-record==.

000850 fd  prepaid-report
000860     label records are standard
000870     value of file-id is prepdrpt-filename.
000880 01  report-line             picture is X(80).

000890 working-storage section.
000900 01  prepdrpt-filename       picture is X(30).
000910     copy TENRCAT.
000920     copy TENOLOG.
000930     copy TENCNCL.
000940 01  idx-file-status         picture is X(02).
000950 01  bal-file-status         picture is X(02).
000960 01  bal-eof-switch          picture is X(01).
000970     88  balance-file-at-end         value "Y".
000980 01  open-items-overflow-sw  picture is X(01) value "N".
000990     88  open-items-overflow         value "Y".
001000 01  first-unit-switch       picture is X(01) value "Y".
001010     88  first-unit                  value "Y".
001020 01  run-date                picture is 9(08).
001030 01  run-date-breakdown redefines run-date.
001040     05  run-date-yyyymm     picture is 9(06).
001050     05  run-date-day        picture is 9(02).
001060 01  current-building        picture is 9(02).
001070 01  unit-company            picture is 9(02).
001080 01  company-sub             picture is 9(03).
001090 01  line-count              picture is 9(07) value zero.
001100 01  units-listed            picture is 9(05) value zero.
001110 01  prior-carry-fwd         picture is S9(05)V99.
001120 01  open-postings           picture is S9(06)V99.
001130 01  month-owed              picture is S9(06)V99.
001140 01  closing-balance         picture is S9(06)V99.
001150 01  unit-paid               picture is S9(06)V99.
001160 01  unit-current            picture is S9(06)V99.
001170 01  unit-prepaid            picture is S9(06)V99.
001180 01  edited-paid             picture is ZZZ,ZZ9.99CR.
001190 01  edited-current          picture is ZZZ,ZZ9.99CR.
001200 01  edited-prepaid          picture is ZZZ,ZZ9.99CR.
001210 01  edited-large-paid       picture is ZZZZ,ZZ9.99CR.
001220 01  edited-large-current    picture is ZZZZ,ZZ9.99CR.
001230 01  edited-large-prepaid    picture is ZZZZ,ZZ9.99CR.
001240 01  total-label             picture is X(30).

001250*----------------------------------------------------------*
001260* Running totals: the building in hand, each company, and
001270* the portfolio.  Company 00 units are the original
001280* portfolio's and total under company 01.
001290*----------------------------------------------------------*
001300 01  building-totals.
001310     05  bt-company          picture is 9(02).
001320     05  bt-units            picture is 9(05).
001330     05  bt-paid             picture is S9(07)V99.
001340     05  bt-current          picture is S9(07)V99.
001350     05  bt-prepaid          picture is S9(07)V99.
001360 01  company-totals-area.
001370     05  company-totals occurs 99 times.
001380         10  ct-paid         picture is S9(07)V99.
001390         10  ct-current      picture is S9(07)V99.
001400         10  ct-prepaid      picture is S9(07)V99.
001410         10  ct-used         picture is X(01).
001420 01  portfolio-totals.
001430     05  pt-paid             picture is S9(07)V99 value zero.
001440     05  pt-current          picture is S9(07)V99 value zero.
001450     05  pt-prepaid          picture is S9(07)V99 value zero.
001460 01  print-totals.
001470     05  prt-paid            picture is S9(07)V99.
001480     05  prt-current         picture is S9(07)V99.
001490     05  prt-prepaid         picture is S9(07)V99.

001500*----------------------------------------------------------*
001510* Open items from tenbal.dat, the TENCLOSE passes: the
001520* latest carry-forward per unit, then the fee, utility,
001530* adjustment, waiver and repair postings dated after it.
001540*----------------------------------------------------------*
001550 01  carry-fwd-table-area.
001560     05  carry-fwd-count     picture is 9(04) value zero.
001570     05  carry-fwd-entry occurs 1 to 500 times
001580             depending on carry-fwd-count
001590             indexed by carry-fwd-index.
001600         10  cf-building     picture is 9(02).
001610         10  cf-aptnum       picture is 9(04).
001620         10  cf-date         picture is 9(08).
001630         10  cf-amount       picture is S9(05)V99.

001640 01  open-post-table-area.
001650     05  open-post-count     picture is 9(04) value zero.
001660     05  open-post-entry occurs 1 to 500 times
001670             depending on open-post-count
001680             indexed by open-post-index.
001690         10  op-building     picture is 9(02).
001700         10  op-aptnum       picture is 9(04).
001710         10  op-amount       picture is S9(06)V99.

001720 procedure division.
001730 0000-mainline.
001740     move "TENPREP" to TENOLOG-PROGRAM.
001750     perform 1000-initialize thru 1000-exit.
001760     perform 2000-read-units thru 2000-exit
001770         until idx-file-status = "10".
001780     if not first-unit
001790         perform 4000-building-break thru 4000-exit.
001800     perform 5000-company-summary thru 5000-exit.
001810     perform 9000-finish thru 9000-exit.
001820     goback.

001830 1000-initialize.
001840     move "I" to TENOLOG-SEVERITY
001850     move "prepaid rent at month end" to TENOLOG-TEXT
001860     call "TENOLOG" using TENOLOG-PARMS.
001870     accept run-date from date yyyymmdd.
001880     perform 1100-clear-company thru 1100-exit
001890         varying company-sub from 1 by 1
001900         until company-sub > 99.
001910     perform 1500-load-open-items thru 1500-exit.
001920     if open-items-overflow
001930         move "A" to TENOLOG-SEVERITY
001940         move spaces to TENOLOG-TEXT
001950         string "tenbal.dat open items exceed the table "
001960                 delimited by size
001970             "- nothing reported" delimited by size
001980             into TENOLOG-TEXT
001990         call "TENOLOG" using TENOLOG-PARMS
002000         move 1 to return-code
002010         goback.
002020     open input sample-idx-file.
002030     if idx-file-status not = "00"
002040         move "A" to TENOLOG-SEVERITY
002050         move spaces to TENOLOG-TEXT
002060         string "cannot open indexed.dbf, status "
002070                 delimited by size
002080             idx-file-status delimited by size
002090             into TENOLOG-TEXT
002100         call "TENOLOG" using TENOLOG-PARMS
002110         move 1 to return-code
002120         goback.
002130     move low-values to unit-key of sample-idx-record.
002140     start sample-idx-file key is not less than
002150             unit-key of sample-idx-record
002160         invalid key
002170             move "W" to TENOLOG-SEVERITY
002180             move "indexed.dbf is empty" to TENOLOG-TEXT
002190             call "TENOLOG" using TENOLOG-PARMS
002200             move "10" to idx-file-status.
002210     open extend prepaid-file.
002220     move spaces to prepdrpt-filename.
002230     string "prepdrpt." delimited by size
002240         run-date delimited by size
002250         into prepdrpt-filename.
002260     open output prepaid-report.
002270     move "PREPAID RENT AND UNEARNED REVENUE" to report-line.
002280     write report-line.
002290     move spaces to report-line.
002300     string "PERIOD: " delimited by size
002310         run-date-yyyymm delimited by size
002320         "   AS OF: " delimited by size
002330         run-date delimited by size
002340         into report-line.
002350     write report-line.
002360     move spaces to report-line.
002370     write report-line.
002380     move spaces to report-line.
002390     string "UNIT    TENANT                        "
002400             delimited by size
002410         "PAID THIS MO  CURRENT RENT  PREPAID LIAB"
002420             delimited by size
002430         into report-line.
002440     write report-line.
002450     add 4 to line-count.
002460 1000-exit.
002470     exit.

002480 1100-clear-company.
002490     move zero to ct-paid (company-sub).
002500     move zero to ct-current (company-sub).
002510     move zero to ct-prepaid (company-sub).
002520     move "N" to ct-used (company-sub).
002530 1100-exit.
002540     exit.

002550 1500-load-open-items.
002560     move "N" to bal-eof-switch.
002570     open input balance-file.
002580     if bal-file-status not = "00"
002590         close balance-file
002600         go to 1500-exit.
002610     perform 1510-read-carry thru 1510-exit
002620         until balance-file-at-end.
002630     close balance-file.
002640     move "N" to bal-eof-switch.
002650     open input balance-file.
002660     perform 1540-read-posting thru 1540-exit
002670         until balance-file-at-end.
002680     close balance-file.
002690 1500-exit.
002700     exit.

002710 1510-read-carry.
002720     read balance-file
002730         at end
002740             move "Y" to bal-eof-switch
002750         not at end
002760             if bal-carry-forward of balance-record
002770                 perform 1520-stow-carry thru 1520-exit.
002780 1510-exit.
002790     exit.

002800 1520-stow-carry.
002810     set carry-fwd-index to 1.
002820     if carry-fwd-count > zero
002830         search carry-fwd-entry
002840             at end
002850                 perform 1530-add-carry thru 1530-exit
002860             when cf-building (carry-fwd-index)
002870                     = bal-building of balance-record
002880                 and cf-aptnum (carry-fwd-index)
002890                     = bal-aptnum of balance-record
002900                 if bal-date of balance-record
002910                     > cf-date (carry-fwd-index)
002920                     move bal-date of balance-record
002930                         to cf-date (carry-fwd-index)
002940                     move bal-amount of balance-record
002950                         to cf-amount (carry-fwd-index)
002960                 end-if
002970     else
002980         perform 1530-add-carry thru 1530-exit.
002990 1520-exit.
003000     exit.

003010 1530-add-carry.
003020     if carry-fwd-count >= 500
003030         move "Y" to open-items-overflow-sw
003040     else
003050         add 1 to carry-fwd-count
003060         move bal-building of balance-record
003070             to cf-building (carry-fwd-count)
003080         move bal-aptnum of balance-record
003090             to cf-aptnum (carry-fwd-count)
003100         move bal-date of balance-record
003110             to cf-date (carry-fwd-count)
003120         move bal-amount of balance-record
003130             to cf-amount (carry-fwd-count).
003140 1530-exit.
003150     exit.

003160 1540-read-posting.
003170     read balance-file
003180         at end
003190             move "Y" to bal-eof-switch
003200         not at end
003210             if bal-nsf-fee of balance-record
003220                 or bal-utility of balance-record
003230                 or bal-adjustment of balance-record
003240                 or bal-waiver of balance-record
003250                 or bal-repair-charge of balance-record
003260                 or bal-lease-break of balance-record
003270                 or bal-abatement of balance-record
003280                 perform 1550-stow-posting thru 1550-exit.
003290 1540-exit.
003300     exit.

003310 1550-stow-posting.
003320     set carry-fwd-index to 1.
003330     if carry-fwd-count > zero
003340         search carry-fwd-entry
003350             at end
003360                 continue
003370             when cf-building (carry-fwd-index)
003380                     = bal-building of balance-record
003390                 and cf-aptnum (carry-fwd-index)
003400                     = bal-aptnum of balance-record
003410                 if bal-date of balance-record
003420                     <= cf-date (carry-fwd-index)
003430                     go to 1550-exit
003440                 end-if
003450         end-search.
003460     set open-post-index to 1.
003470     if open-post-count > zero
003480         search open-post-entry
003490             at end
003500                 perform 1560-add-posting thru 1560-exit
003510             when op-building (open-post-index)
003520                     = bal-building of balance-record
003530                 and op-aptnum (open-post-index)
003540                     = bal-aptnum of balance-record
003550                 add bal-amount of balance-record
003560                     to op-amount (open-post-index)
003570     else
003580         perform 1560-add-posting thru 1560-exit.
003590 1550-exit.
003600     exit.

003610 1560-add-posting.
003620     if open-post-count >= 500
003630         move "Y" to open-items-overflow-sw
003640     else
003650         add 1 to open-post-count
003660         move bal-building of balance-record
003670             to op-building (open-post-count)
003680         move bal-aptnum of balance-record
003690             to op-aptnum (open-post-count)
003700         move bal-amount of balance-record
003710             to op-amount (open-post-count).
003720 1560-exit.
003730     exit.

003740 2000-read-units.
003750     read sample-idx-file next record
003760         at end
003770             move "10" to idx-file-status
003780         not at end
003790             if occ-occupied of sample-idx-record
003800                 and building-id of sample-idx-record
003810                     not = zero
003820                 perform 2100-split-unit thru 2100-exit.
003830 2000-exit.
003840     exit.

003850*----------------------------------------------------------*
003860* The month as TENCLOSE will close it.  A closing credit
003870* is prepaid rent; as much of it as this month's payments
003880* cover is the prepaid part of them, the rest of the
003890* payments is current-period rent.
003900*----------------------------------------------------------*
003910 2100-split-unit.
003920     if not first-unit
003930         and building-id of sample-idx-record
003940             not = current-building
003950         perform 4000-building-break thru 4000-exit.
003960     if first-unit
003970         or building-id of sample-idx-record
003980             not = current-building
003990         move "N" to first-unit-switch
004000         move building-id of sample-idx-record
004010             to current-building
004020         move zero to bt-units
004030         move zero to bt-paid
004040         move zero to bt-current
004050         move zero to bt-prepaid
004060         move company-code of sample-idx-record
004070             to bt-company
004080         if bt-company = zero
004090             move 1 to bt-company
004100         end-if.
004110     add 1 to bt-units.
004120     perform 2200-find-open-items thru 2200-exit.
004130     move building-id of sample-idx-record
004140         to TENCNCL-BUILDING.
004150     move aptnum of sample-idx-record to TENCNCL-APTNUM.
004160     move run-date-yyyymm to TENCNCL-MONTH.
004170     move rent-amount of sample-idx-record to TENCNCL-RENT.
004180     call "TENCNCL" using TENCNCL-PARMS.
004190     compute month-owed =
004200         rent-amount of sample-idx-record
004210             - TENCNCL-CREDIT
004220             + prior-carry-fwd + open-postings.
004230     move amount-paid of sample-idx-record to unit-paid.
004240     compute closing-balance = month-owed - unit-paid.
004250     move zero to unit-prepaid.
004260     if closing-balance < zero
004270         compute unit-prepaid = zero - closing-balance.
004280     if unit-paid > unit-prepaid
004290         compute unit-current = unit-paid - unit-prepaid
004300     else
004310         if unit-paid > zero
004320             move zero to unit-current
004330         else
004340             move unit-paid to unit-current.
004350     if unit-paid = zero
004360         and unit-prepaid = zero
004370         go to 2100-exit.
004380     add unit-paid to bt-paid.
004390     add unit-current to bt-current.
004400     add unit-prepaid to bt-prepaid.
004410     move unit-paid to edited-paid.
004420     move unit-current to edited-current.
004430     move unit-prepaid to edited-prepaid.
004440     move spaces to report-line.
004450     string building-id of sample-idx-record
004460             delimited by size
004470         "-" delimited by size
004480         aptnum of sample-idx-record delimited by size
004490         " " delimited by size
004500         name of sample-idx-record delimited by size
004510         "  " delimited by size
004520         edited-paid delimited by size
004530         "  " delimited by size
004540         edited-current delimited by size
004550         "  " delimited by size
004560         edited-prepaid delimited by size
004570         into report-line.
004580     write report-line.
004590     add 1 to line-count.
004600     add 1 to units-listed.
004610 2100-exit.
004620     exit.

004630 2200-find-open-items.
004640     move zero to prior-carry-fwd.
004650     move zero to open-postings.
004660     if carry-fwd-count > zero
004670         set carry-fwd-index to 1
004680         search carry-fwd-entry
004690             at end
004700                 continue
004710             when cf-building (carry-fwd-index)
004720                     = building-id of sample-idx-record
004730                 and cf-aptnum (carry-fwd-index)
004740                     = aptnum of sample-idx-record
004750                 move cf-amount (carry-fwd-index)
004760                     to prior-carry-fwd
004770         end-search.
004780     if open-post-count > zero
004790         set open-post-index to 1
004800         search open-post-entry
004810             at end
004820                 continue
004830             when op-building (open-post-index)
004840                     = building-id of sample-idx-record
004850                 and op-aptnum (open-post-index)
004860                     = aptnum of sample-idx-record
004870                 move op-amount (open-post-index)
004880                     to open-postings
004890         end-search.
004900 2200-exit.
004910     exit.

004920*----------------------------------------------------------*
004930* Building totals print, roll into the company and the
004940* portfolio, and go to prepaid.dat for TENGLX -- zero
004950* included, so a rerun supersedes the earlier run.
004960*----------------------------------------------------------*
004970 4000-building-break.
004980     move bt-paid to prt-paid.
004990     move bt-current to prt-current.
005000     move bt-prepaid to prt-prepaid.
005010     move spaces to total-label.
005020     string "  BUILDING " delimited by size
005030         current-building delimited by size
005040         " TOTAL" delimited by size
005050         into total-label.
005060     perform 6000-print-total thru 6000-exit.
005070     move spaces to report-line.
005080     write report-line.
005090     add 1 to line-count.
005100     move bt-company to company-sub.
005110     move "Y" to ct-used (company-sub).
005120     add bt-paid to ct-paid (company-sub).
005130     add bt-current to ct-current (company-sub).
005140     add bt-prepaid to ct-prepaid (company-sub).
005150     add bt-paid to pt-paid.
005160     add bt-current to pt-current.
005170     add bt-prepaid to pt-prepaid.
005180     move run-date-yyyymm to ppd-period of prepaid-record.
005190     move current-building to ppd-building of prepaid-record.
005200     move bt-company to ppd-company of prepaid-record.
005210     move bt-prepaid to ppd-amount of prepaid-record.
005220     move run-date to ppd-run-date of prepaid-record.
005230     write prepaid-record.
005240 4000-exit.
005250     exit.

005260 5000-company-summary.
005270     move spaces to report-line.
005280     write report-line.
005290     move "TOTALS BY COMPANY" to report-line.
005300     write report-line.
005310     add 2 to line-count.
005320     perform 5100-company-line thru 5100-exit
005330         varying company-sub from 1 by 1
005340         until company-sub > 99.
005350     move pt-paid to prt-paid.
005360     move pt-current to prt-current.
005370     move pt-prepaid to prt-prepaid.
005380     move "PORTFOLIO TOTAL" to total-label.
005390     perform 6000-print-total thru 6000-exit.
005400 5000-exit.
005410     exit.

005420 5100-company-line.
005430     if ct-used (company-sub) not = "Y"
005440         go to 5100-exit.
005450     move ct-paid (company-sub) to prt-paid.
005460     move ct-current (company-sub) to prt-current.
005470     move ct-prepaid (company-sub) to prt-prepaid.
005480     move company-sub to unit-company.
005490     move spaces to total-label.
005500     string "  COMPANY " delimited by size
005510         unit-company delimited by size
005520         into total-label.
005530     perform 6000-print-total thru 6000-exit.
005540 5100-exit.
005550     exit.

005560 6000-print-total.
005570     move prt-paid to edited-large-paid.
005580     move prt-current to edited-large-current.
005590     move prt-prepaid to edited-large-prepaid.
005600     move spaces to report-line.
005610     string total-label delimited by size
005620         "  " delimited by size
005630         edited-large-paid delimited by size
005640         " " delimited by size
005650         edited-large-current delimited by size
005660         " " delimited by size
005670         edited-large-prepaid delimited by size
005680         into report-line.
005690     write report-line.
005700     add 1 to line-count.
005710 6000-exit.
005720     exit.

005730 9000-finish.
005740     close sample-idx-file prepaid-file prepaid-report.
005750     move "TENPREP" to TENRCAT-PROGRAM.
005760     move prepdrpt-filename to TENRCAT-FILENAME.
005770     move 1 to TENRCAT-PAGES.
005780     move line-count to TENRCAT-LINES.
005790     call "TENRCAT" using TENRCAT-PARMS.
005800     move "I" to TENOLOG-SEVERITY
005810     move spaces to TENOLOG-TEXT
005820     string units-listed delimited by size
005830         " unit(s) listed, prepaid liability " delimited by size
005840         edited-large-prepaid delimited by size
005850         into TENOLOG-TEXT
005860     call "TENOLOG" using TENOLOG-PARMS.
005870 9000-exit.
005880     exit.

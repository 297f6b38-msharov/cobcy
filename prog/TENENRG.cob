000100*----------------------------------------------------------*
000110* TENENRG.COB
000120*
000130* Annual energy-benchmarking export.  The city ordinance
000140* has covered buildings report a calendar year's energy and
000150* water use through the national benchmarking tool, and the
000160* numbers were being copied off old bills by hand.  For the
000170* year the operator names (last year by default), this
000180* program takes every building with a benchmarking property
000190* ID on bldgmst.dat, totals its twelve months of utilhist.dat
000200* bills by utility type (usage and cost, the TENRUBS entries),
000210* works out the gross floor area -- the unitattr.dat square
000220* feet of its units plus the common area on the building
000230* master -- and the average occupancy, the month-end
000240* occupied-unit counts rebuilt from the tenhist.dat move-ins
000250* and move-outs the way TENOCCT does, over the units on
000260* unitattr.dat.  It writes the tool's comma-delimited bulk-
000270* upload file (benchmrk.csv), one row per building, utility
000280* and month with the property's floor area and occupancy on
000290* each, and a proof report (benchmrk.YYYYMMDD, cataloged
000300* through TENRCAT) with the totals per building and utility.
000310* The proof flags a building with no bills, a utility with
000320* months missing, any month whose usage (cost, when the bill
000330* carried no usage) is more than double the average of the
000340* utility's other months -- the size of jump that means a
000350* mis-keyed bill, not a hot summer -- and a building with no
000360* units on unitattr.dat to size it.
000370*----------------------------------------------------------*
000380* MODIFICATION HISTORY
000390*   DATE       INIT  DESCRIPTION
000400*   2026-10-15 JHM   Messages now go through TENOLOG to the
000410*                    dated operations log, each with its
000420*                    severity (and the unit where there is
000430*                    one); aborts raise a menu alert.
000440*   2026-10-15 JHM   Original program.
000450*----------------------------------------------------------*
000460 identification division.
000470 program-id. tenenrg.
000480 author. J. H. Masters.
000490 installation. Property Management Systems.
000500 date-written. 2026-10-15.
000510 date-compiled. 2026-10-15.

000520 environment division.
000530 configuration section.
000540 source-computer. Intel486.
000550 object-computer. Intel486.

000560 input-output section.
000570 file-control.
000580     select optional building-master-file assign to disk
000590         organization is line sequential
000600         file status is bld-file-status.

000610     select optional unit-attr-file assign to disk
000620         organization is line sequential
000630         file status is att-file-status.

000640     select optional history-file assign to disk
000650         organization is line sequential
000660         file status is his-file-status.

000670     select optional utility-history-file assign to disk
000680         organization is line sequential
000690         file status is uth-file-status.

000700     select upload-file assign to disk
000710         organization is line sequential.

000720     select proof-report assign to disk
000730         organization is line sequential.

000740 data division.
000750 file section.
000760 fd  building-master-file
000770     label records are standard
000780     value of file-id is "bldgmst.dat".
000790     copy TENBLD
000800         replacing ==:REC-NAME:==
000810             by ==building-record==.

000820 fd  unit-attr-file
000830     label records are standard
000840     value of file-id is "unitattr.dat".
000850     copy TENATT
000860         replacing ==:REC-NAME:==
000870             by ==unit-attr-record==.

000880 fd  history-file
000890     label records are standard
000900     value of file-id is "tenhist.dat".
000910     copy TENHIST
000920         replacing ==:REC-NAME:==
000930             by ==history-record==.

000940 fd  utility-history-file
000950     label records are standard
000960     value of file-id is "utilhist.dat".
000970     copy TENUTH
000980         replacing ==:REC-NAME:==
000990             by ==utility-history-record==.

001000 fd  upload-file
001010     label records are standard
001020     value of file-id is "benchmrk.csv".
001030 01  upload-line             picture is X(200).

001040 fd  proof-report
001050     label records are standard
001060     value of file-id is proof-filename.
001070 01  report-line             picture is X(80).

001080 working-storage section.
001090 01  proof-filename          picture is X(30).
001100     copy TENRCAT.
001110     copy TENOLOG.
001120 01  bld-file-status         picture is X(02).
001130 01  bld-eof-switch          picture is X(01) value "N".
001140     88  building-file-at-end        value "Y".
001150 01  att-file-status         picture is X(02).
001160 01  att-eof-switch          picture is X(01) value "N".
001170     88  attr-file-at-end            value "Y".
001180 01  his-file-status         picture is X(02).
001190 01  his-eof-switch          picture is X(01) value "N".
001200     88  history-file-at-end         value "Y".
001210 01  uth-file-status         picture is X(02).
001220 01  uth-eof-switch          picture is X(01) value "N".
001230     88  utility-file-at-end         value "Y".
001240 01  run-date                picture is 9(08).
001250 01  run-date-parts redefines run-date.
001260     05  run-yyyy            picture is 9(04).
001270     05  run-mmdd            picture is 9(04).
001280 01  report-year             picture is 9(04).
001290 01  bill-month              picture is 9(06).
001300 01  bill-month-parts redefines bill-month.
001310     05  bm-yyyy             picture is 9(04).
001320     05  bm-mm               picture is 9(02).
001330 01  month-end-date          picture is 9(08).
001340 01  month-end-parts redefines month-end-date.
001350     05  me-yyyy             picture is 9(04).
001360     05  me-mm               picture is 9(02).
001370     05  me-dd               picture is 9(02).
001380 01  leap-work               picture is 9(04).
001390 01  leap-remainder          picture is 9(04).
001400 01  bldg-sub                picture is 9(03).
001410 01  type-sub                picture is 9(01).
001420 01  month-sub               picture is 9(02).
001430 01  unit-sub                picture is 9(04).
001440 01  other-sub               picture is 9(02).
001450 01  months-billed           picture is 9(02).
001460 01  measure-work            picture is 9(11)V99.
001470 01  other-total             picture is 9(13)V99.
001480 01  other-count             picture is 9(02).
001490 01  other-average           picture is 9(11)V99.
001500 01  month-measure           picture is 9(11)V99.
001510 01  jump-factor             picture is 9(01) value 2.
001520 01  gross-area              picture is 9(08).
001530 01  occupied-total          picture is S9(07).
001540 01  occupancy-pct           picture is 9(03).
001550 01  covered-count           picture is 9(03) value zero.
001560 01  flag-count              picture is 9(05) value zero.
001570 01  row-count               picture is 9(07) value zero.
001580 01  line-count              picture is 9(07) value zero.
001590 01  type-total-usage        picture is 9(11).
001600 01  type-total-cost         picture is 9(09)V99.
001610 01  area-text               picture is ZZZZZZZ9.
001620 01  pct-text                picture is ZZ9.
001630 01  usage-text              picture is ZZZZZZZZZZ9.
001640 01  cost-text               picture is ZZZZZZZZ9.99.
001650 01  count-text              picture is Z9.
001660 01  month-text              picture is 9(02).
001670 01  start-date-text         picture is X(10).
001680 01  end-date-text           picture is X(10).
001690 01  missing-list            picture is X(40).
001700 01  missing-pointer         picture is 9(02).

001710 01  month-days-values       picture is X(24)
001720                             value "312831303130313130313031".
001730 01  month-days-table redefines month-days-values.
001740     05  month-days          picture is 9(02) occurs 12.

001750*----------------------------------------------------------*
001760* Utility letters as utilhist.dat keeps them, with the
001770* meter names the benchmarking tool's upload expects.
001780*----------------------------------------------------------*
001790 01  utility-names.
001800     05  filler              picture is X(11) value "EELECTRIC".
001810     05  filler              picture is X(29)
001820                             value "Electric - Grid".
001830     05  filler              picture is X(31) value spaces.
001840     05  filler              picture is X(11) value "GGAS".
001850     05  filler              picture is X(29) value "Natural Gas".
001860     05  filler              picture is X(31) value spaces.
001870     05  filler              picture is X(11) value "WWATER".
001880     05  filler              picture is X(29)
001890                             value "Municipally Supplied Potable".
001900     05  filler              picture is X(31)
001910                             value "Water - Mixed Indoor/Outdoor".
001920     05  filler              picture is X(11) value "OOTHER".
001930     05  filler              picture is X(29) value "Other".
001940     05  filler              picture is X(31) value spaces.
001950 01  utility-table redefines utility-names.
001960     05  utility-entry occurs 4 times
001970             indexed by utility-index.
001980         10  utility-code    picture is X(01).
001990         10  utility-text    picture is X(10).
002000         10  utility-meter   picture is X(60).

002010*----------------------------------------------------------*
002020* Per building (1-99): the master's name, common area and
002030* benchmarking ID, the unit count and unit square feet, the
002040* month-end occupied counts, and each utility's twelve
002050* months of bills.
002060*----------------------------------------------------------*
002070 01  building-table-area.
002080     05  building-entry occurs 99 times.
002090         10  be-on-master    picture is X(01).
002100         10  be-name         picture is X(25).
002110         10  be-common-sqft  picture is 9(07).
002120         10  be-benchmark-id picture is X(10).
002130         10  be-unit-count   picture is 9(04).
002140         10  be-unit-sqft    picture is 9(08).
002150         10  be-bill-count   picture is 9(03).
002160         10  be-occupied     picture is S9(04) occurs 12.
002170         10  be-utility occurs 4 times.
002180             15  be-month occurs 12 times.
002190                 20  be-bills    picture is 9(02).
002200                 20  be-usage    picture is 9(11).
002210                 20  be-cost     picture is 9(09)V99.

002220*----------------------------------------------------------*
002230* Latest unitattr.dat record per unit.
002240*----------------------------------------------------------*
002250 01  unit-table-area.
002260     05  unit-table-count    picture is 9(04) value zero.
002270     05  unit-table-entry occurs 1 to 3000 times
002280             depending on unit-table-count
002290             indexed by unit-table-index.
002300         10  ut-building     picture is 9(02).
002310         10  ut-aptnum       picture is 9(04).
002320         10  ut-square-feet  picture is 9(04).

002330 procedure division.
002340 0000-mainline.
002350     move "TENENRG" to TENOLOG-PROGRAM.
002360     perform 1000-initialize thru 1000-exit.
002370     perform 2000-load-buildings thru 2000-exit.
002380     perform 2300-load-units thru 2300-exit.
002390     perform 2600-load-history thru 2600-exit.
002400     perform 2800-load-bills thru 2800-exit.
002410     perform 3000-report-building thru 3000-exit
002420         varying bldg-sub from 1 by 1
002430         until bldg-sub > 99.
002440     perform 9000-finish thru 9000-exit.
002450     stop run.

002460 1000-initialize.
002470     move "I" to TENOLOG-SEVERITY
002480     move "energy-benchmarking export" to TENOLOG-TEXT
002490     call "TENOLOG" using TENOLOG-PARMS.
002500     accept run-date from date yyyymmdd.
002510     display "Calendar year (YYYY, 0 for last year): ".
002520     accept report-year.
002530     if report-year = zero
002540         compute report-year = run-yyyy - 1.
002550     initialize building-table-area.
002560     divide report-year by 4 giving leap-work
002570         remainder leap-remainder.
002580     if leap-remainder = zero
002590         move 29 to month-days (2).
002600     divide report-year by 100 giving leap-work
002610         remainder leap-remainder.
002620     if leap-remainder = zero
002630         move 28 to month-days (2)
002640         divide report-year by 400 giving leap-work
002650             remainder leap-remainder
002660         if leap-remainder = zero
002670             move 29 to month-days (2).
002680     move spaces to proof-filename.
002690     string "benchmrk." delimited by size
002700         run-date delimited by size
002710         into proof-filename.
002720     open output upload-file.
002730     move spaces to upload-line.
002740     string "Property Id,Property Name,Year,Gross Floor Area,"
002750             delimited by size
002760         "Occupancy,Meter Type,Start Date,End Date,Usage,Cost"
002770             delimited by size
002780         into upload-line.
002790     write upload-line.
002800     open output proof-report.
002810     move spaces to report-line.
002820     string "ENERGY BENCHMARKING PROOF - CALENDAR YEAR "
002830             delimited by size
002840         report-year delimited by size
002850         into report-line.
002860     write report-line.
002870     move spaces to report-line.
002880     string "RUN DATE: " delimited by size
002890         run-date delimited by size
002900         "   UPLOAD FILE: benchmrk.csv" delimited by size
002910         into report-line.
002920     write report-line.
002930     add 2 to line-count.
002940 1000-exit.
002950     exit.

002960 2000-load-buildings.
002970     open input building-master-file.
002980     if bld-file-status not = "00"
002990         close building-master-file
003000         go to 2000-exit.
003010     perform 2100-read-building thru 2100-exit
003020         until building-file-at-end.
003030     close building-master-file.
003040 2000-exit.
003050     exit.

003060*----------------------------------------------------------*
003070* Re-entering a building supersedes the earlier record, so
003080* the last one read stands.  A record keyed before the
003090* common area was kept carries none.
003100*----------------------------------------------------------*
003110 2100-read-building.
003120     read building-master-file
003130         at end
003140             move "Y" to bld-eof-switch
003150             go to 2100-exit.
003160     if bld-building of building-record = zero
003170         go to 2100-exit.
003180     move bld-building of building-record to bldg-sub.
003190     move "Y" to be-on-master (bldg-sub).
003200     move bld-name of building-record to be-name (bldg-sub).
003210     if bld-common-sqft of building-record not numeric
003220         move zero to bld-common-sqft of building-record.
003230     move bld-common-sqft of building-record
003240         to be-common-sqft (bldg-sub).
003250     move bld-benchmark-id of building-record
003260         to be-benchmark-id (bldg-sub).
003270 2100-exit.
003280     exit.

003290 2300-load-units.
003300     open input unit-attr-file.
003310     if att-file-status not = "00"
003320         close unit-attr-file
003330         go to 2300-exit.
003340     perform 2400-read-unit thru 2400-exit
003350         until attr-file-at-end.
003360     close unit-attr-file.
003370     perform 2500-roll-up-unit thru 2500-exit
003380         varying unit-sub from 1 by 1
003390         until unit-sub > unit-table-count.
003400 2300-exit.
003410     exit.

003420 2400-read-unit.
003430     read unit-attr-file
003440         at end
003450             move "Y" to att-eof-switch
003460             go to 2400-exit.
003470     set unit-table-index to 1.
003480     if unit-table-count > zero
003490         search unit-table-entry
003500             at end
003510                 perform 2450-add-unit thru 2450-exit
003520             when ut-building (unit-table-index)
003530                     = att-building of unit-attr-record
003540                 and ut-aptnum (unit-table-index)
003550                     = att-aptnum of unit-attr-record
003560                 move att-square-feet of unit-attr-record
003570                     to ut-square-feet (unit-table-index)
003580     else
003590         perform 2450-add-unit thru 2450-exit.
003600 2400-exit.
003610     exit.

003620 2450-add-unit.
003630     if unit-table-count >= 3000
003640         move "W" to TENOLOG-SEVERITY
003650         move att-building of unit-attr-record to TENOLOG-BUILDING
003660         move att-aptnum of unit-attr-record to TENOLOG-APTNUM
003670         move "unit table overflow at 3000, unit not sized"
003680             to TENOLOG-TEXT
003690         call "TENOLOG" using TENOLOG-PARMS
003700         go to 2450-exit.
003710     add 1 to unit-table-count.
003720     move att-building of unit-attr-record
003730         to ut-building (unit-table-count).
003740     move att-aptnum of unit-attr-record
003750         to ut-aptnum (unit-table-count).
003760     move att-square-feet of unit-attr-record
003770         to ut-square-feet (unit-table-count).
003780 2450-exit.
003790     exit.

003800 2500-roll-up-unit.
003810     if ut-building (unit-sub) = zero
003820         go to 2500-exit.
003830     move ut-building (unit-sub) to bldg-sub.
003840     add 1 to be-unit-count (bldg-sub).
003850     add ut-square-feet (unit-sub) to be-unit-sqft (bldg-sub).
003860 2500-exit.
003870     exit.

003880 2600-load-history.
003890     open input history-file.
003900     if his-file-status not = "00"
003910         close history-file
003920         go to 2600-exit.
003930     perform 2700-read-history thru 2700-exit
003940         until history-file-at-end.
003950     close history-file.
003960 2600-exit.
003970     exit.

003980*----------------------------------------------------------*
003990* The TENOCCT count: a unit is occupied at a month end by
004000* every move-in on or before it less every move-out on or
004010* before it.
004020*----------------------------------------------------------*
004030 2700-read-history.
004040     read history-file
004050         at end
004060             move "Y" to his-eof-switch
004070             go to 2700-exit.
004080     if hist-building of history-record = zero
004090         go to 2700-exit.
004100     if not hist-move-in of history-record
004110             and not hist-move-out of history-record
004120         go to 2700-exit.
004130     move hist-building of history-record to bldg-sub.
004140     perform 2750-count-month thru 2750-exit
004150         varying month-sub from 1 by 1
004160         until month-sub > 12.
004170 2700-exit.
004180     exit.

004190 2750-count-month.
004200     move report-year to me-yyyy.
004210     move month-sub to me-mm.
004220     move 99 to me-dd.
004230     if hist-date of history-record > month-end-date
004240         go to 2750-exit.
004250     if hist-move-in of history-record
004260         add 1 to be-occupied (bldg-sub, month-sub)
004270     else
004280         subtract 1 from be-occupied (bldg-sub, month-sub).
004290 2750-exit.
004300     exit.

004310 2800-load-bills.
004320     open input utility-history-file.
004330     if uth-file-status not = "00"
004340         close utility-history-file
004350         go to 2800-exit.
004360     perform 2900-read-bill thru 2900-exit
004370         until utility-file-at-end.
004380     close utility-history-file.
004390 2800-exit.
004400     exit.

004410*----------------------------------------------------------*
004420* Two bills for the same building, utility and month (a
004430* second meter, a correction) add together.  A bill keyed
004440* before the usage was kept carries none.
004450*----------------------------------------------------------*
004460 2900-read-bill.
004470     read utility-history-file
004480         at end
004490             move "Y" to uth-eof-switch
004500             go to 2900-exit.
004510     move uth-month of utility-history-record to bill-month.
004520     if bm-yyyy not = report-year
004530         go to 2900-exit.
004540     if bm-mm < 1 or bm-mm > 12
004550         go to 2900-exit.
004560     if uth-building of utility-history-record = zero
004570         go to 2900-exit.
004580     set utility-index to 1.
004590     search utility-entry
004600         at end
004610             go to 2900-exit
004620         when utility-code (utility-index)
004630                 = uth-type of utility-history-record
004640             continue.
004650     set type-sub to utility-index.
004660     move uth-building of utility-history-record to bldg-sub.
004670     if uth-usage of utility-history-record not numeric
004680         move zero to uth-usage of utility-history-record.
004690     add 1 to be-bill-count (bldg-sub).
004700     add 1 to be-bills (bldg-sub, type-sub, bm-mm).
004710     add uth-usage of utility-history-record
004720         to be-usage (bldg-sub, type-sub, bm-mm).
004730     add uth-amount of utility-history-record
004740         to be-cost (bldg-sub, type-sub, bm-mm).
004750 2900-exit.
004760     exit.

004770*----------------------------------------------------------*
004780* One covered building: the floor area and occupancy, then
004790* each utility it was billed for.
004800*----------------------------------------------------------*
004810 3000-report-building.
004820     if be-on-master (bldg-sub) not = "Y"
004830         go to 3000-exit.
004840     if be-benchmark-id (bldg-sub) = spaces
004850         go to 3000-exit.
004860     add 1 to covered-count.
004870     compute gross-area = be-unit-sqft (bldg-sub)
004880         + be-common-sqft (bldg-sub).
004890     move zero to occupied-total.
004900     perform 3050-add-occupied thru 3050-exit
004910         varying month-sub from 1 by 1
004920         until month-sub > 12.
004930     move zero to occupancy-pct.
004940     if be-unit-count (bldg-sub) > zero
004950             and occupied-total > zero
004960         compute occupancy-pct rounded = occupied-total * 100
004970             / (be-unit-count (bldg-sub) * 12).
004980     if occupancy-pct > 100
004990         move 100 to occupancy-pct.
005000     move spaces to report-line.
005010     write report-line.
005020     move spaces to report-line.
005030     move bldg-sub to month-text.
005040     string "BUILDING " delimited by size
005050         month-text delimited by size
005060         " " delimited by size
005070         be-name (bldg-sub) delimited by size
005080         " PROPERTY ID " delimited by size
005090         be-benchmark-id (bldg-sub) delimited by size
005100         into report-line.
005110     write report-line.
005120     move spaces to report-line.
005130     move be-unit-sqft (bldg-sub) to area-text.
005140     string "  UNIT SQ FT " delimited by size
005150         area-text delimited by size
005160         into report-line.
005170     move be-common-sqft (bldg-sub) to area-text.
005180     move "COMMON" to report-line (24:6).
005190     move area-text to report-line (30:8).
005200     move gross-area to area-text.
005210     move "GROSS" to report-line (40:5).
005220     move area-text to report-line (45:8).
005230     move occupancy-pct to pct-text.
005240     move "OCCUPANCY" to report-line (55:9).
005250     move pct-text to report-line (65:3).
005260     move "%" to report-line (68:1).
005270     write report-line.
005280     add 3 to line-count.
005290     if be-unit-count (bldg-sub) = zero
005300         move "  ** NO UNITS ON UNITATTR.DAT - FLOOR AREA IS "
005310             to report-line
005320         move "COMMON AREA ONLY" to report-line (47:16)
005330         write report-line
005340         add 1 to line-count
005350         add 1 to flag-count.
005360     if be-bill-count (bldg-sub) = zero
005370         move "  ** NO UTILITY BILLS FOR THE YEAR" to report-line
005380         write report-line
005390         add 1 to line-count
005400         add 1 to flag-count
005410         go to 3000-exit.
005420     move "  UTILITY    MONTHS        USAGE         COST"
005430         to report-line.
005440     write report-line.
005450     add 1 to line-count.
005460     perform 3100-report-utility thru 3100-exit
005470         varying type-sub from 1 by 1
005480         until type-sub > 4.
005490 3000-exit.
005500     exit.

005510 3050-add-occupied.
005520     if be-occupied (bldg-sub, month-sub) > zero
005530         add be-occupied (bldg-sub, month-sub)
005540             to occupied-total.
005550 3050-exit.
005560     exit.

005570 3100-report-utility.
005580     move zero to months-billed.
005590     move zero to type-total-usage.
005600     move zero to type-total-cost.
005610     move spaces to missing-list.
005620     move 1 to missing-pointer.
005630     perform 3200-total-month thru 3200-exit
005640         varying month-sub from 1 by 1
005650         until month-sub > 12.
005660     if months-billed = zero
005670         go to 3100-exit.
005680     move spaces to report-line.
005690     move utility-text (type-sub) to report-line (3:10).
005700     move months-billed to count-text.
005710     move count-text to report-line (15:2).
005720     move type-total-usage to usage-text.
005730     move usage-text to report-line (20:11).
005740     move type-total-cost to cost-text.
005750     move cost-text to report-line (32:12).
005760     write report-line.
005770     add 1 to line-count.
005780     if months-billed < 12
005790         move spaces to report-line
005800         string "  ** " delimited by size
005810             utility-text (type-sub) delimited by space
005820             " MISSING MONTHS:" delimited by size
005830             missing-list delimited by size
005840             into report-line
005850         write report-line
005860         add 1 to line-count
005870         add 1 to flag-count.
005880     perform 3300-check-jump thru 3300-exit
005890         varying month-sub from 1 by 1
005900         until month-sub > 12.
005910     perform 3400-write-upload thru 3400-exit
005920         varying month-sub from 1 by 1
005930         until month-sub > 12.
005940 3100-exit.
005950     exit.

005960 3200-total-month.
005970     if be-bills (bldg-sub, type-sub, month-sub) = zero
005980         move month-sub to month-text
005990         string " " delimited by size
006000             month-text delimited by size
006010             into missing-list
006020             with pointer missing-pointer
006030         go to 3200-exit.
006040     add 1 to months-billed.
006050     add be-usage (bldg-sub, type-sub, month-sub)
006060         to type-total-usage.
006070     add be-cost (bldg-sub, type-sub, month-sub)
006080         to type-total-cost.
006090 3200-exit.
006100     exit.

006110*----------------------------------------------------------*
006120* A month is suspect when its usage -- or its cost, where
006130* the bills carried no usage -- runs past double the
006140* average of the utility's other billed months.
006150*----------------------------------------------------------*
006160 3300-check-jump.
006170     if be-bills (bldg-sub, type-sub, month-sub) = zero
006180         go to 3300-exit.
006190     move month-sub to other-sub.
006200     perform 3350-measure thru 3350-exit.
006210     move measure-work to month-measure.
006220     move zero to other-total.
006230     move zero to other-count.
006240     perform 3320-add-other thru 3320-exit
006250         varying other-sub from 1 by 1
006260         until other-sub > 12.
006270     if other-count = zero
006280         go to 3300-exit.
006290     compute other-average = other-total / other-count.
006300     if other-average = zero
006310         go to 3300-exit.
006320     if month-measure not > other-average * jump-factor
006330         go to 3300-exit.
006340     move spaces to report-line.
006350     move month-sub to month-text.
006360     move month-measure to usage-text.
006370     string "  ** " delimited by size
006380         utility-text (type-sub) delimited by space
006390         " " delimited by size
006400         report-year delimited by size
006410         "-" delimited by size
006420         month-text delimited by size
006430         " BILL" delimited by size
006440         usage-text delimited by size
006450         " OVER TWICE THE YEAR'S OTHER MONTHS"
006460             delimited by size
006470         into report-line.
006480     write report-line.
006490     add 1 to line-count.
006500     add 1 to flag-count.
006510 3300-exit.
006520     exit.

006530 3320-add-other.
006540     if other-sub = month-sub
006550         go to 3320-exit.
006560     if be-bills (bldg-sub, type-sub, other-sub) = zero
006570         go to 3320-exit.
006580     perform 3350-measure thru 3350-exit.
006590     add measure-work to other-total.
006600     add 1 to other-count.
006610 3320-exit.
006620     exit.

006630 3350-measure.
006640     if type-total-usage > zero
006650         move be-usage (bldg-sub, type-sub, other-sub)
006660             to measure-work
006670     else
006680         move be-cost (bldg-sub, type-sub, other-sub)
006690             to measure-work.
006700 3350-exit.
006710     exit.

006720 3400-write-upload.
006730     if be-bills (bldg-sub, type-sub, month-sub) = zero
006740         go to 3400-exit.
006750     move report-year to me-yyyy.
006760     move month-sub to me-mm.
006770     move spaces to start-date-text.
006780     string me-yyyy delimited by size
006790         "-" delimited by size
006800         me-mm delimited by size
006810         "-01" delimited by size
006820         into start-date-text.
006830     move month-days (month-sub) to me-dd.
006840     move spaces to end-date-text.
006850     string me-yyyy delimited by size
006860         "-" delimited by size
006870         me-mm delimited by size
006880         "-" delimited by size
006890         me-dd delimited by size
006900         into end-date-text.
006910     move gross-area to area-text.
006920     move occupancy-pct to pct-text.
006930     move be-usage (bldg-sub, type-sub, month-sub)
006940         to usage-text.
006950     move be-cost (bldg-sub, type-sub, month-sub) to cost-text.
006960     move spaces to upload-line.
006970     string be-benchmark-id (bldg-sub) delimited by space
006980         "," delimited by size
006990         be-name (bldg-sub) delimited by "  "
007000         "," delimited by size
007010         report-year delimited by size
007020         "," delimited by size
007030         area-text delimited by size
007040         "," delimited by size
007050         pct-text delimited by size
007060         "," delimited by size
007070         utility-meter (type-sub) delimited by "  "
007080         "," delimited by size
007090         start-date-text delimited by size
007100         "," delimited by size
007110         end-date-text delimited by size
007120         "," delimited by size
007130         usage-text delimited by size
007140         "," delimited by size
007150         cost-text delimited by size
007160         into upload-line.
007170     write upload-line.
007180     add 1 to row-count.
007190 3400-exit.
007200     exit.

007210 9000-finish.
007220     move spaces to report-line.
007230     write report-line.
007240     if covered-count = zero
007250         move "NO BUILDING ON BLDGMST.DAT HAS A BENCHMARKING ID"
007260             to report-line
007270         write report-line.
007280     move spaces to report-line.
007290     string "BUILDINGS: " delimited by size
007300         covered-count delimited by size
007310         "  UPLOAD ROWS: " delimited by size
007320         row-count delimited by size
007330         "  FLAGS: " delimited by size
007340         flag-count delimited by size
007350         into report-line.
007360     write report-line.
007370     close upload-file.
007380     close proof-report.
007390     move "TENENRG" to TENRCAT-PROGRAM.
007400     move proof-filename to TENRCAT-FILENAME.
007410     move 1 to TENRCAT-PAGES.
007420     move line-count to TENRCAT-LINES.
007430     call "TENRCAT" using TENRCAT-PARMS.
007440     move "I" to TENOLOG-SEVERITY.
007450     move spaces to TENOLOG-TEXT.
007460     string covered-count delimited by size
007470         " building(s), " delimited by size
007480         row-count delimited by size
007490         " upload row(s), " delimited by size
007500         flag-count delimited by size
007510         " flag(s)" delimited by size
007520         into TENOLOG-TEXT.
007530     call "TENOLOG" using TENOLOG-PARMS.
007540 9000-exit.
007550     exit.

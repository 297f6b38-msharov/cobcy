000100*----------------------------------------------------------*
000110* TENCAPD.COB
000120*
000130* Monthly capital-project depreciation and fixed-asset
000140* register.  Each capproj.dat project in service (latest
000150* record per project) is depreciated straight-line over
000160* its TENACL asset-class life on its cost to date -- the
000170* wocost.dat invoices TENWCOST tagged to it -- counting the
000180* month it went into service as a full month.  The month's
000190* charge is what the project should have taken by the end
000200* of the run month less everything already booked on
000210* capdepr.dat, so cost tagged after a project went into
000220* service is caught up and a second run in the same month
000230* books nothing.  Each charge is appended to capdepr.dat
000240* and each building's total goes to glextrct.dat as a
000250* DEBIT to 610100 depreciation expense and a CREDIT to
000260* 160100 accumulated depreciation.  TENGLX rebuilds
000270* glextrct.dat, so this runs after TENGLX at month end.
000280* The register on capreg.YYYYMMDD, cataloged through
000290* TENRCAT, lists each building's projects with cost,
000300* accumulated depreciation, net book value and the month's
000310* charge; work still in progress shows as WIP at cost.
000320*----------------------------------------------------------*
000330* MODIFICATION HISTORY
000340*   DATE       INIT  DESCRIPTION
000350*   2026-10-15 JHM   Messages now go through TENOLOG to the
000360*                    dated operations log, each with its
000370*                    severity (and the unit where there is
000380*                    one); aborts raise a menu alert.
000390*   2026-10-15 JHM   Carries the two fields added to the
000400*                    TENGLX journal layout (line type and
000410*                    adjusted period), blank and zero on a
000420*                    regular line.
000430*   2026-10-15 JHM   Original program.
000440*----------------------------------------------------------*
000450 identification division.
000460 program-id. tencapd.
000470 author. J. H. Masters.
000480 installation. Property Management Systems.
000490 date-written. 2026-10-15.
000500 date-compiled. 2026-10-15.

000510 environment division.
000520 configuration section.
000530 source-computer. Intel486.
000540 object-computer. Intel486.

000550 input-output section.
000560 file-control.
000570     select optional project-file assign to disk
000580         organization is line sequential
000590         file status is cpj-file-status.

000600     select optional work-cost-file assign to disk
000610         organization is line sequential
000620         file status is wco-file-status.

000630     select optional depreciation-file assign to disk
000640         organization is line sequential
000650         file status is cdp-file-status.

000660     select optional gl-extract-file assign to disk
000670         organization is line sequential.

000680     select register-report assign to disk
000690         organization is line sequential.

000700 data division.
000710 file section.
000720 fd  project-file
000730     label records are standard
000740     value of file-id is "capproj.dat".
000750     copy TENCPJ
000760         replacing ==:REC-NAME:==
000770             by ==project-record==.

000780 fd  work-cost-file
000790     label records are standard
000800     value of file-id is "wocost.dat".
000810     copy TENWCO
000820         replacing ==:REC-NAME:==
000830             by ==work-cost-record==.

000840 fd  depreciation-file
000850     label records are standard
000860     value of file-id is "capdepr.dat".
000870     copy TENCDP
000880         replacing ==:REC-NAME:==
000890             by ==depreciation-record==.

000900 fd  gl-extract-file
000910     label records are standard
000920     value of file-id is "glextrct.dat".
000930 01  gl-journal-line.
000940     05  gl-account          picture is 9(06).
000950     05  gl-building         picture is 9(02).
000960     05  gl-period           picture is 9(06).
000970     05  gl-debit-credit     picture is X(01).
000980     05  gl-amount           picture is 9(09)V99.
000990     05  gl-line-type        picture is X(01).
001000     05  gl-adjusted-period  picture is 9(06).

001010 fd  register-report
001020     label records are standard
001030     value of file-id is capreg-filename.
001040 01  report-line             picture is X(80).

001050 working-storage section.
001060 01  capreg-filename         picture is X(30).
001070     copy TENRCAT.
001080     copy TENOLOG.
001090     copy TENBLDL.
001100     copy TENACL.
001110 01  cpj-file-status         picture is X(02).
001120 01  wco-file-status         picture is X(02).
001130 01  cdp-file-status         picture is X(02).
001140 01  eof-switch              picture is X(01).
001150     88  file-at-end                 value "Y".
001160 01  table-overflow-switch   picture is X(01) value "N".
001170     88  table-overflow              value "Y".
001180 01  run-date                picture is 9(08).
001190 01  run-date-breakdown redefines run-date.
001200     05  run-date-yyyymm     picture is 9(06).
001210     05  run-date-day        picture is 9(02).
001220 01  run-date-parts redefines run-date.
001230     05  run-date-year       picture is 9(04).
001240     05  run-date-month      picture is 9(02).
001250     05  filler              picture is 9(02).
001260 01  in-service-work         picture is 9(08).
001270 01  in-service-parts redefines in-service-work.
001280     05  in-service-yyyymm   picture is 9(06).
001290     05  filler              picture is 9(02).
001300 01  in-service-ymd redefines in-service-work.
001310     05  in-service-year     picture is 9(04).
001320     05  in-service-month    picture is 9(02).
001330     05  filler              picture is 9(02).
001340 01  building-sub            picture is 9(03).
001350 01  print-building          picture is 9(02).
001360 01  elapsed-months          picture is 9(05).
001370 01  depreciation-target     picture is 9(08)V99.
001380 01  projects-charged        picture is 9(05) value zero.
001390 01  journal-line-count      picture is 9(05) value zero.
001400 01  line-count              picture is 9(07) value zero.
001410 01  building-listed-switch  picture is X(01).
001420     88  building-listed             value "Y".
001430 01  print-in-service        picture is X(08).
001440 01  print-net-book          picture is 9(08)V99.
001450 01  edited-cost             picture is ZZZZZZZ9.99.
001460 01  edited-accumulated      picture is ZZZZZZZ9.99.
001470 01  edited-net-book         picture is ZZZZZZZ9.99.
001480 01  edited-charge           picture is ZZZZZZ9.99.
001490 01  total-label             picture is X(34).

001500*----------------------------------------------------------*
001510* Running totals: the building in hand and the portfolio.
001520*----------------------------------------------------------*
001530 01  building-totals.
001540     05  bt-cost             picture is 9(08)V99.
001550     05  bt-accumulated      picture is 9(08)V99.
001560     05  bt-charge           picture is 9(08)V99.
001570 01  portfolio-totals.
001580     05  pt-cost             picture is 9(08)V99 value zero.
001590     05  pt-accumulated      picture is 9(08)V99 value zero.
001600     05  pt-charge           picture is 9(08)V99 value zero.
001610 01  print-totals.
001620     05  prt-cost            picture is 9(08)V99.
001630     05  prt-accumulated     picture is 9(08)V99.
001640     05  prt-charge          picture is 9(08)V99.

001650*----------------------------------------------------------*
001660* One entry per project, latest capproj.dat record, with
001670* its cost to date, depreciation booked before this run,
001680* and this run's charge.
001690*----------------------------------------------------------*
001700 01  project-table-area.
001710     05  project-table-count picture is 9(04) value zero.
001720     05  project-table-entry occurs 1 to 500 times
001730             depending on project-table-count
001740             indexed by project-table-index.
001750         10  pj-building     picture is 9(02).
001760         10  pj-project      picture is 9(05).
001770         10  pj-description  picture is X(30).
001780         10  pj-class        picture is X(01).
001790         10  pj-in-service   picture is 9(08).
001800         10  pj-cost         picture is 9(08)V99.
001810         10  pj-booked       picture is 9(08)V99.
001820         10  pj-charge       picture is 9(07)V99.

001830 procedure division.
001840 0000-mainline.
001850     move "TENCAPD" to TENOLOG-PROGRAM.
001860     perform 1000-initialize thru 1000-exit.
001870     perform 2000-load-projects thru 2000-exit.
001880     if table-overflow
001890         move "A" to TENOLOG-SEVERITY
001900         move spaces to TENOLOG-TEXT
001910         string "capproj.dat projects exceed the table - "
001920                 delimited by size
001930             "nothing booked" delimited by size
001940             into TENOLOG-TEXT
001950         call "TENOLOG" using TENOLOG-PARMS
001960         move 1 to return-code
001970         goback.
001980     perform 2500-load-costs thru 2500-exit.
001990     perform 2700-load-booked thru 2700-exit.
002000     perform 3000-depreciate thru 3000-exit
002010         varying project-table-index from 1 by 1
002020         until project-table-index > project-table-count.
002030     perform 4000-book-and-list thru 4000-exit.
002040     perform 9000-finish thru 9000-exit.
002050     goback.

002060 1000-initialize.
002070     move "I" to TENOLOG-SEVERITY
002080     move "capital project depreciation" to TENOLOG-TEXT
002090     call "TENOLOG" using TENOLOG-PARMS.
002100     accept run-date from date yyyymmdd.
002110 1000-exit.
002120     exit.

002130*----------------------------------------------------------*
002140* Latest capproj.dat record per project number wins.
002150*----------------------------------------------------------*
002160 2000-load-projects.
002170     move "N" to eof-switch.
002180     open input project-file.
002190     if cpj-file-status not = "00"
002200         move "W" to TENOLOG-SEVERITY
002210         move "no capproj.dat on file, no projects to depreciate"
002220             to TENOLOG-TEXT
002230         call "TENOLOG" using TENOLOG-PARMS
002240         close project-file
002250         go to 2000-exit.
002260     perform 2100-read-project thru 2100-exit
002270         until file-at-end.
002280     close project-file.
002290 2000-exit.
002300     exit.

002310 2100-read-project.
002320     read project-file
002330         at end
002340             move "Y" to eof-switch
002350         not at end
002360             perform 2200-stow-project thru 2200-exit.
002370 2100-exit.
002380     exit.

002390 2200-stow-project.
002400     set project-table-index to 1.
002410     if project-table-count > zero
002420         search project-table-entry
002430             at end
002440                 perform 2300-add-project thru 2300-exit
002450             when pj-project (project-table-index)
002460                     = cpj-project of project-record
002470                 perform 2400-replace-project thru 2400-exit
002480     else
002490         perform 2300-add-project thru 2300-exit.
002500 2200-exit.
002510     exit.

002520 2300-add-project.
002530     if project-table-count >= 500
002540         move "Y" to table-overflow-switch
002550         go to 2300-exit.
002560     add 1 to project-table-count.
002570     set project-table-index to project-table-count.
002580     move zero to pj-cost (project-table-index).
002590     move zero to pj-booked (project-table-index).
002600     move zero to pj-charge (project-table-index).
002610     perform 2400-replace-project thru 2400-exit.
002620 2300-exit.
002630     exit.

002640 2400-replace-project.
002650     move cpj-building of project-record
002660         to pj-building (project-table-index).
002670     move cpj-project of project-record
002680         to pj-project (project-table-index).
002690     move cpj-description of project-record
002700         to pj-description (project-table-index).
002710     move cpj-class of project-record
002720         to pj-class (project-table-index).
002730     move cpj-in-service of project-record
002740         to pj-in-service (project-table-index).
002750 2400-exit.
002760     exit.

002770*----------------------------------------------------------*
002780* Cost to date: every wocost.dat invoice tagged to the
002790* project.  Untagged postings are repair expense.
002800*----------------------------------------------------------*
002810 2500-load-costs.
002820     move "N" to eof-switch.
002830     open input work-cost-file.
002840     if wco-file-status not = "00"
002850         close work-cost-file
002860         go to 2500-exit.
002870     perform 2600-read-cost thru 2600-exit
002880         until file-at-end.
002890     close work-cost-file.
002900 2500-exit.
002910     exit.

002920 2600-read-cost.
002930     read work-cost-file
002940         at end
002950             move "Y" to eof-switch
002960         not at end
002970             perform 2650-tally-cost thru 2650-exit.
002980 2600-exit.
002990     exit.

003000 2650-tally-cost.
003010     if wco-project of work-cost-record is not numeric
003020         go to 2650-exit.
003030     if wco-project of work-cost-record = zero
003040         go to 2650-exit.
003050     if project-table-count = zero
003060         go to 2650-exit.
003070     set project-table-index to 1.
003080     search project-table-entry
003090         at end
003100             continue
003110         when pj-project (project-table-index)
003120                 = wco-project of work-cost-record
003130             add wco-labor of work-cost-record
003140                 wco-materials of work-cost-record
003150                 to pj-cost (project-table-index).
003160 2650-exit.
003170     exit.

003180 2700-load-booked.
003190     move "N" to eof-switch.
003200     open input depreciation-file.
003210     if cdp-file-status not = "00"
003220         close depreciation-file
003230         go to 2700-exit.
003240     perform 2800-read-booked thru 2800-exit
003250         until file-at-end.
003260     close depreciation-file.
003270 2700-exit.
003280     exit.

003290 2800-read-booked.
003300     read depreciation-file
003310         at end
003320             move "Y" to eof-switch
003330         not at end
003340             perform 2850-tally-booked thru 2850-exit.
003350 2800-exit.
003360     exit.

003370 2850-tally-booked.
003380     if project-table-count = zero
003390         go to 2850-exit.
003400     set project-table-index to 1.
003410     search project-table-entry
003420         at end
003430             continue
003440         when pj-project (project-table-index)
003450                 = cdp-project of depreciation-record
003460             add cdp-amount of depreciation-record
003470                 to pj-booked (project-table-index).
003480 2850-exit.
003490     exit.

003500*----------------------------------------------------------*
003510* Straight line: cost times months in service through the
003520* run month (the in-service month counts in full), over
003530* the class life, never past the life.  The charge is the
003540* difference from what is already booked.
003550*----------------------------------------------------------*
003560 3000-depreciate.
003570     move zero to pj-charge (project-table-index).
003580     if pj-in-service (project-table-index) = zero
003590         go to 3000-exit.
003600     move pj-in-service (project-table-index)
003610         to in-service-work.
003620     if in-service-yyyymm > run-date-yyyymm
003630         go to 3000-exit.
003640     set asset-class-index to 1.
003650     search asset-class-entry
003660         at end
003670             move "W" to TENOLOG-SEVERITY
003680             move spaces to TENOLOG-TEXT
003690             string "project " delimited by size
003700                 pj-project (project-table-index)
003710                     delimited by size
003720                 " has unknown asset class " delimited by size
003730                 pj-class (project-table-index) delimited by size
003740                 ", not depreciated" delimited by size
003750                 into TENOLOG-TEXT
003760             call "TENOLOG" using TENOLOG-PARMS
003770             go to 3000-exit
003780         when acl-class (asset-class-index)
003790                 = pj-class (project-table-index)
003800             continue.
003810     compute elapsed-months =
003820         (run-date-year - in-service-year) * 12
003830             + run-date-month - in-service-month + 1.
003840     if elapsed-months > acl-life-months (asset-class-index)
003850         move acl-life-months (asset-class-index)
003860             to elapsed-months.
003870     compute depreciation-target rounded =
003880         pj-cost (project-table-index) * elapsed-months
003890             / acl-life-months (asset-class-index).
003900     if depreciation-target > pj-booked (project-table-index)
003910         compute pj-charge (project-table-index) =
003920             depreciation-target
003930                 - pj-booked (project-table-index).
003940 3000-exit.
003950     exit.

003960*----------------------------------------------------------*
003970* Building by building: the ledger entries, the journal
003980* lines and the register.
003990*----------------------------------------------------------*
004000 4000-book-and-list.
004010     open extend depreciation-file.
004020     open extend gl-extract-file.
004030     move spaces to capreg-filename.
004040     string "capreg." delimited by size
004050         run-date delimited by size
004060         into capreg-filename.
004070     open output register-report.
004080     move "FIXED-ASSET REGISTER - CAPITAL PROJECTS"
004090         to report-line.
004100     write report-line.
004110     move spaces to report-line.
004120     string "PERIOD: " delimited by size
004130         run-date-yyyymm delimited by size
004140         "   AS OF: " delimited by size
004150         run-date delimited by size
004160         into report-line.
004170     write report-line.
004180     move spaces to report-line.
004190     write report-line.
004200     move spaces to report-line.
004210     string "PROJ  DESCRIPTION      C IN-SERV "
004220             delimited by size
004230         "        COST  ACCUM DEPR    NET BOOK THIS MONTH"
004240             delimited by size
004250         into report-line.
004260     write report-line.
004270     add 4 to line-count.
004280     perform 4100-one-building thru 4100-exit
004290         varying building-sub from 1 by 1
004300         until building-sub > 99.
004310     move pt-cost to prt-cost.
004320     move pt-accumulated to prt-accumulated.
004330     move pt-charge to prt-charge.
004340     move "PORTFOLIO TOTAL" to total-label.
004350     perform 6000-print-total thru 6000-exit.
004360 4000-exit.
004370     exit.

004380 4100-one-building.
004390     move "N" to building-listed-switch.
004400     move zero to bt-cost.
004410     move zero to bt-accumulated.
004420     move zero to bt-charge.
004430     perform 4200-one-project thru 4200-exit
004440         varying project-table-index from 1 by 1
004450         until project-table-index > project-table-count.
004460     if not building-listed
004470         go to 4100-exit.
004480     move bt-cost to prt-cost.
004490     move bt-accumulated to prt-accumulated.
004500     move bt-charge to prt-charge.
004510     move building-sub to print-building.
004520     move spaces to total-label.
004530     string "  BUILDING " delimited by size
004540         print-building delimited by size
004550         " TOTAL" delimited by size
004560         into total-label.
004570     perform 6000-print-total thru 6000-exit.
004580     move spaces to report-line.
004590     write report-line.
004600     add 1 to line-count.
004610     add bt-cost to pt-cost.
004620     add bt-accumulated to pt-accumulated.
004630     add bt-charge to pt-charge.
004640     if bt-charge > zero
004650         perform 4400-journal-building thru 4400-exit.
004660 4100-exit.
004670     exit.

004680 4200-one-project.
004690     if pj-building (project-table-index) not = building-sub
004700         go to 4200-exit.
004710     if not building-listed
004720         perform 4250-building-heading thru 4250-exit.
004730     if pj-charge (project-table-index) > zero
004740         perform 4300-book-charge thru 4300-exit.
004750     add pj-charge (project-table-index)
004760         to pj-booked (project-table-index).
004770     add pj-cost (project-table-index) to bt-cost.
004780     add pj-booked (project-table-index) to bt-accumulated.
004790     add pj-charge (project-table-index) to bt-charge.
004800     if pj-in-service (project-table-index) = zero
004810         move "WIP" to print-in-service
004820     else
004830         move pj-in-service (project-table-index)
004840             to print-in-service.
004850     if pj-booked (project-table-index)
004860             > pj-cost (project-table-index)
004870         move zero to print-net-book
004880     else
004890         compute print-net-book =
004900             pj-cost (project-table-index)
004910                 - pj-booked (project-table-index).
004920     move pj-cost (project-table-index) to edited-cost.
004930     move pj-booked (project-table-index)
004940         to edited-accumulated.
004950     move print-net-book to edited-net-book.
004960     move pj-charge (project-table-index) to edited-charge.
004970     move spaces to report-line.
004980     string pj-project (project-table-index)
004990             delimited by size
005000         " " delimited by size
005010         pj-description (project-table-index) (1:16)
005020             delimited by size
005030         " " delimited by size
005040         pj-class (project-table-index) delimited by size
005050         " " delimited by size
005060         print-in-service delimited by size
005070         " " delimited by size
005080         edited-cost delimited by size
005090         " " delimited by size
005100         edited-accumulated delimited by size
005110         " " delimited by size
005120         edited-net-book delimited by size
005130         " " delimited by size
005140         edited-charge delimited by size
005150         into report-line.
005160     write report-line.
005170     add 1 to line-count.
005180 4200-exit.
005190     exit.

005200 4250-building-heading.
005210     move "Y" to building-listed-switch.
005220     move building-sub to TENBLDL-BUILDING.
005230     call "TENBLDL" using TENBLDL-PARMS.
005240     move spaces to report-line.
005250     if TENBLDL-ON-FILE
005260         string "BUILDING " delimited by size
005270             TENBLDL-BUILDING delimited by size
005280             "  " delimited by size
005290             TENBLDL-NAME delimited by size
005300             into report-line
005310     else
005320         string "BUILDING " delimited by size
005330             TENBLDL-BUILDING delimited by size
005340             into report-line.
005350     write report-line.
005360     add 1 to line-count.
005370 4250-exit.
005380     exit.

005390 4300-book-charge.
005400     move pj-building (project-table-index)
005410         to cdp-building of depreciation-record.
005420     move pj-project (project-table-index)
005430         to cdp-project of depreciation-record.
005440     move run-date-yyyymm to cdp-period of depreciation-record.
005450     move pj-charge (project-table-index)
005460         to cdp-amount of depreciation-record.
005470     move run-date to cdp-run-date of depreciation-record.
005480     write depreciation-record.
005490     add 1 to projects-charged.
005500 4300-exit.
005510     exit.

005520 4400-journal-building.
005530     move building-sub to gl-building.
005540     move run-date-yyyymm to gl-period.
005550     move bt-charge to gl-amount.
005560     move space to gl-line-type.
005570     move zero to gl-adjusted-period.
005580     move 610100 to gl-account.
005590     move "D" to gl-debit-credit.
005600     write gl-journal-line.
005610     move 160100 to gl-account.
005620     move "C" to gl-debit-credit.
005630     write gl-journal-line.
005640     add 2 to journal-line-count.
005650 4400-exit.
005660     exit.

005670 6000-print-total.
005680     if prt-accumulated > prt-cost
005690         move zero to print-net-book
005700     else
005710         compute print-net-book = prt-cost - prt-accumulated.
005720     move prt-cost to edited-cost.
005730     move prt-accumulated to edited-accumulated.
005740     move print-net-book to edited-net-book.
005750     move prt-charge to edited-charge.
005760     move spaces to report-line.
005770     string total-label delimited by size
005780         edited-cost delimited by size
005790         " " delimited by size
005800         edited-accumulated delimited by size
005810         " " delimited by size
005820         edited-net-book delimited by size
005830         " " delimited by size
005840         edited-charge delimited by size
005850         into report-line.
005860     write report-line.
005870     add 1 to line-count.
005880 6000-exit.
005890     exit.

005900 9000-finish.
005910     close depreciation-file gl-extract-file register-report.
005920     move "TENCAPD" to TENRCAT-PROGRAM.
005930     move capreg-filename to TENRCAT-FILENAME.
005940     move 1 to TENRCAT-PAGES.
005950     move line-count to TENRCAT-LINES.
005960     call "TENRCAT" using TENRCAT-PARMS.
005970     move "I" to TENOLOG-SEVERITY
005980     move spaces to TENOLOG-TEXT
005990     string projects-charged delimited by size
006000         " project(s) depreciated, " delimited by size
006010         journal-line-count delimited by size
006020         " journal line(s) written" delimited by size
006030         into TENOLOG-TEXT
006040     call "TENOLOG" using TENOLOG-PARMS.
006050 9000-exit.
006060     exit.

000100*----------------------------------------------------------*
000110* TENNTVC.COB
000120*
000130* Nightly notice-to-vacate overdue check.  Loads
000140* ntvacate.dat, latest record per unit winning, and lists
000150* every unit still on notice whose planned move-out date
000160* has passed while indexed.dbf still shows it occupied --
000170* the tenant stayed on, or moved out and the vacate was
000180* never posted through TENVACT.  Each unit goes on the
000190* operations log as a warning for the morning digest, and
000200* the list goes to a dated file (ntvover.YYYYMMDD)
000210* cataloged through TENRCAT.  A second section lists the
000220* notices moving out in the next fourteen days, so make-
000230* ready can be scheduled ahead of the vacate.
000240*----------------------------------------------------------*
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   2026-10-15 JHM   Original program.
000280*----------------------------------------------------------*
000290 identification division.
000300 program-id. tenntvc.
000310 author. J. H. Masters.
000320 installation. Property Management Systems.
000330 date-written. 2026-10-15.
000340 date-compiled. 2026-10-15.

000350 environment division.
000360 configuration section.
000370 source-computer. Intel486.
000380 object-computer. Intel486.

000390 input-output section.
000400 file-control.
000410     select sample-idx-file assign to disk
000420         organization is indexed
000430         record key is unit-key of sample-idx-record
000440         access mode is random
000450         file status is idx-file-status.

000460     select optional notice-file assign to disk
000470         organization is line sequential
000480         file status is ntv-file-status.

000490     select overdue-report assign to disk
000500         organization is line sequential.

000510 data division.
000520 file section.
000530 fd  sample-idx-file
000540     label records are standard
000550     value of file-id is "indexed.dbf".
000560     copy TENREC
000570         replacing ==:REC-NAME:== by ==sample-idx-record==
000580             ==address== by ==street-addr==.

000590 fd  notice-file
000600     label records are standard
000610     value of file-id is "ntvacate.dat".
000620     copy TENNTV
000630         replacing ==:REC-NAME:==
000640             by ==notice-record==.

000650 fd  overdue-report
000660     label records are standard
000670     value of file-id is ntvover-filename.
000680 01  report-line             picture is X(80).

000690 working-storage section.
000700 01  ntvover-filename        picture is X(30).
000710     copy TENRCAT.
000720     copy TENOLOG.
000730 01  idx-file-status         picture is X(02).
000740 01  ntv-file-status         picture is X(02).
000750 01  ntv-eof-switch          picture is X(01) value "N".
000760     88  notice-file-at-end          value "Y".
000770 01  run-date                picture is 9(08).
000780 01  notice-sub              picture is 9(04).
000790 01  on-notice-count         picture is 9(05) value zero.
000800 01  overdue-count           picture is 9(05) value zero.
000810 01  upcoming-count          picture is 9(05) value zero.
000820 01  days-to-move-out        picture is S9(07).
000830 01  days-overdue            picture is S9(07).
000840 01  days-print              picture is zzzz9.

000850*----------------------------------------------------------*
000860* Latest ntvacate.dat record per unit.
000870*----------------------------------------------------------*
000880 01  notice-table-area.
000890     05  notice-table-count  picture is 9(04) value zero.
000900     05  notice-table-entry occurs 1 to 1000 times
000910             depending on notice-table-count
000920             indexed by notice-table-index.
000930         10  nt-building     picture is 9(02).
000940         10  nt-aptnum       picture is 9(04).
000950         10  nt-status       picture is X(01).
000960         10  nt-notice-date  picture is 9(08).
000970         10  nt-move-out-date
000980                             picture is 9(08).
000990     copy TENDAYS.

001000 procedure division.
001010 0000-mainline.
001020     move "TENNTVC" to TENOLOG-PROGRAM.
001030     perform 1000-initialize thru 1000-exit.
001040     perform 2000-load-notices thru 2000-exit.
001050     perform 3000-check-notice thru 3000-exit
001060         varying notice-sub from 1 by 1
001070         until notice-sub > notice-table-count.
001080     perform 4000-upcoming-header thru 4000-exit.
001090     perform 4100-check-upcoming thru 4100-exit
001100         varying notice-sub from 1 by 1
001110         until notice-sub > notice-table-count.
001120     perform 9000-finish thru 9000-exit.
001130     goback.

001140 1000-initialize.
001150     move "I" to TENOLOG-SEVERITY
001160     move "notice-to-vacate overdue check" to TENOLOG-TEXT
001170     call "TENOLOG" using TENOLOG-PARMS.
001180     accept run-date from date yyyymmdd.
001190     open input sample-idx-file.
001200     if idx-file-status not = "00"
001210         move "A" to TENOLOG-SEVERITY
001220         move spaces to TENOLOG-TEXT
001230         string "cannot open indexed.dbf, status "
001240                 delimited by size
001250             idx-file-status delimited by size
001260             into TENOLOG-TEXT
001270         call "TENOLOG" using TENOLOG-PARMS
001280         move 1 to return-code
001290         goback.
001300     move spaces to ntvover-filename.
001310     string "ntvover." delimited by size
001320         run-date delimited by size
001330         into ntvover-filename.
001340     open output overdue-report.
001350     move "UNITS PAST THEIR NOTICE MOVE-OUT DATE" to report-line.
001360     write report-line.
001370     move spaces to report-line.
001380     string "RUN DATE: " delimited by size
001390         run-date delimited by size
001400         into report-line.
001410     write report-line.
001420     move spaces to report-line.
001430     write report-line.
001440     move "BLDG APT   NOTICE    MOVE-OUT  DAYS  TENANT"
001450         to report-line.
001460     write report-line.
001470 1000-exit.
001480     exit.

001490 2000-load-notices.
001500     open input notice-file.
001510     if ntv-file-status not = "00"
001520         move "I" to TENOLOG-SEVERITY
001530         move "no ntvacate.dat on file" to TENOLOG-TEXT
001540         call "TENOLOG" using TENOLOG-PARMS
001550         close notice-file
001560         go to 2000-exit.
001570     perform 2100-read-notice thru 2100-exit
001580         until notice-file-at-end.
001590     close notice-file.
001600 2000-exit.
001610     exit.

001620 2100-read-notice.
001630     read notice-file
001640         at end
001650             move "Y" to ntv-eof-switch
001660         not at end
001670             perform 2200-stow-notice thru 2200-exit.
001680 2100-exit.
001690     exit.

001700 2200-stow-notice.
001710     set notice-table-index to 1.
001720     if notice-table-count > zero
001730         search notice-table-entry
001740             at end
001750                 perform 2300-add-notice thru 2300-exit
001760             when nt-building (notice-table-index)
001770                     = ntv-building of notice-record
001780                 and nt-aptnum (notice-table-index)
001790                     = ntv-aptnum of notice-record
001800                 perform 2400-replace-notice thru 2400-exit
001810     else
001820         perform 2300-add-notice thru 2300-exit.
001830 2200-exit.
001840     exit.

001850 2300-add-notice.
001860     if notice-table-count >= 1000
001870         move "W" to TENOLOG-SEVERITY
001880         move "notice table overflow" to TENOLOG-TEXT
001890         call "TENOLOG" using TENOLOG-PARMS
001900     else
001910         add 1 to notice-table-count
001920         set notice-table-index to notice-table-count
001930         perform 2400-replace-notice thru 2400-exit.
001940 2300-exit.
001950     exit.

001960 2400-replace-notice.
001970     move ntv-building of notice-record
001980         to nt-building (notice-table-index).
001990     move ntv-aptnum of notice-record
002000         to nt-aptnum (notice-table-index).
002010     move ntv-status of notice-record
002020         to nt-status (notice-table-index).
002030     move ntv-notice-date of notice-record
002040         to nt-notice-date (notice-table-index).
002050     move ntv-move-out-date of notice-record
002060         to nt-move-out-date (notice-table-index).
002070 2400-exit.
002080     exit.

002090*----------------------------------------------------------*
002100* A live notice whose move-out date is behind us, on a
002110* unit indexed.dbf still shows occupied.
002120*----------------------------------------------------------*
002130 3000-check-notice.
002140     if nt-status (notice-sub) not = "N"
002150         go to 3000-exit.
002160     add 1 to on-notice-count.
002170     if nt-move-out-date (notice-sub) not < run-date
002180         go to 3000-exit.
002190     move nt-building (notice-sub)
002200         to building-id of sample-idx-record.
002210     move nt-aptnum (notice-sub) to aptnum of sample-idx-record.
002220     read sample-idx-file
002230         invalid key
002240             go to 3000-exit.
002250     if not occ-occupied of sample-idx-record
002260         go to 3000-exit.
002270     add 1 to overdue-count.
002280     move nt-move-out-date (notice-sub) to TENDAYS-FROM.
002290     move run-date to TENDAYS-TO.
002300     call "TENDAYS" using TENDAYS-PARMS.
002310     move TENDAYS-DAYS to days-overdue.
002320     move days-overdue to days-print.
002330     move spaces to report-line.
002340     string nt-building (notice-sub) delimited by size
002350         "   " delimited by size
002360         nt-aptnum (notice-sub) delimited by size
002370         "  " delimited by size
002380         nt-notice-date (notice-sub) delimited by size
002390         "  " delimited by size
002400         nt-move-out-date (notice-sub) delimited by size
002410         " " delimited by size
002420         days-print delimited by size
002430         "  " delimited by size
002440         name of sample-idx-record delimited by size
002450         into report-line.
002460     write report-line.
002470     move "W" to TENOLOG-SEVERITY.
002480     move nt-building (notice-sub) to TENOLOG-BUILDING.
002490     move nt-aptnum (notice-sub) to TENOLOG-APTNUM.
002500     move spaces to TENOLOG-TEXT.
002510     string "still occupied, notice move-out was "
002520             delimited by size
002530         nt-move-out-date (notice-sub) delimited by size
002540         into TENOLOG-TEXT.
002550     call "TENOLOG" using TENOLOG-PARMS.
002560     move zero to TENOLOG-BUILDING.
002570     move zero to TENOLOG-APTNUM.
002580 3000-exit.
002590     exit.

002600 4000-upcoming-header.
002610     if overdue-count = zero
002620         move "NO UNITS PAST THEIR NOTICE MOVE-OUT DATE"
002630             to report-line
002640         write report-line.
002650     move spaces to report-line.
002660     write report-line.
002670     move "NOTICE MOVE-OUTS IN THE NEXT 14 DAYS" to report-line.
002680     write report-line.
002690     move spaces to report-line.
002700     write report-line.
002710     move "BLDG APT   NOTICE    MOVE-OUT  DAYS  TENANT"
002720         to report-line.
002730     write report-line.
002740 4000-exit.
002750     exit.

002760*----------------------------------------------------------*
002770* A live notice moving out today or inside fourteen days.
002780*----------------------------------------------------------*
002790 4100-check-upcoming.
002800     if nt-status (notice-sub) not = "N"
002810         go to 4100-exit.
002820     if nt-move-out-date (notice-sub) < run-date
002830         go to 4100-exit.
002840     move run-date to TENDAYS-FROM.
002850     move nt-move-out-date (notice-sub) to TENDAYS-TO.
002860     call "TENDAYS" using TENDAYS-PARMS.
002870     move TENDAYS-DAYS to days-to-move-out.
002880     if days-to-move-out > 14
002890         go to 4100-exit.
002900     move nt-building (notice-sub)
002910         to building-id of sample-idx-record.
002920     move nt-aptnum (notice-sub) to aptnum of sample-idx-record.
002930     read sample-idx-file
002940         invalid key
002950             go to 4100-exit.
002960     if not occ-occupied of sample-idx-record
002970         go to 4100-exit.
002980     add 1 to upcoming-count.
002990     move days-to-move-out to days-print.
003000     move spaces to report-line.
003010     string nt-building (notice-sub) delimited by size
003020         "   " delimited by size
003030         nt-aptnum (notice-sub) delimited by size
003040         "  " delimited by size
003050         nt-notice-date (notice-sub) delimited by size
003060         "  " delimited by size
003070         nt-move-out-date (notice-sub) delimited by size
003080         " " delimited by size
003090         days-print delimited by size
003100         "  " delimited by size
003110         name of sample-idx-record delimited by size
003120         into report-line.
003130     write report-line.
003140 4100-exit.
003150     exit.

003160 9000-finish.
003170     if upcoming-count = zero
003180         move "NO NOTICE MOVE-OUTS IN THE NEXT 14 DAYS"
003190             to report-line
003200         write report-line.
003210     move spaces to report-line.
003220     write report-line.
003230     move spaces to report-line.
003240     string "UNITS ON NOTICE: " delimited by size
003250         on-notice-count delimited by size
003260         "   PAST MOVE-OUT, NOT VACATED: " delimited by size
003270         overdue-count delimited by size
003280         "   NEXT 14 DAYS: " delimited by size
003290         upcoming-count delimited by size
003300         into report-line.
003310     write report-line.
003320     close overdue-report.
003330     close sample-idx-file.
003340     move "TENNTVC" to TENRCAT-PROGRAM.
003350     move ntvover-filename to TENRCAT-FILENAME.
003360     move 1 to TENRCAT-PAGES.
003370     compute TENRCAT-LINES = overdue-count + upcoming-count.
003380     call "TENRCAT" using TENRCAT-PARMS.
003390     move "I" to TENOLOG-SEVERITY
003400     move spaces to TENOLOG-TEXT
003410     string on-notice-count delimited by size
003420         " unit(s) on notice, " delimited by size
003430         overdue-count delimited by size
003440         " past move-out and not vacated" delimited by size
003450         into TENOLOG-TEXT
003460     call "TENOLOG" using TENOLOG-PARMS.
003470 9000-exit.
003480     exit.

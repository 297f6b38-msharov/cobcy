000210*----------------------------------------------------------*
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15 JHM   Month-to-month leases (end 99991231)
000250*                    have no expiration and are left off.
000260*   2026-10-15 JHM   Messages now go through TENOLOG to the
000270*                    dated operations log, each with its
000280*                    severity (and the unit where there is
000290*                    one); aborts raise a menu alert.
000300*   2026-08-22 JHM   The report now goes to a dated file
000310*                    name (leaseexp.YYYYMMDD) and each run
000320*                    is cataloged through TENRCAT, so the
000330*                    TENRPRT utility can reprint any
000340*                    prior night's copy.
000350*   2026-08-22 JHM   Original program.
000360*----------------------------------------------------------*
000370 identification division.
000380 program-id. tenlexp.
000390 author. J. H. Masters.
000400 installation. Property Management Systems.
000410 date-written. 2026-08-22.
000420 date-compiled. 2026-08-22.

000430 environment division.
000440 configuration section.
000450 source-computer. Intel486.
000460 object-computer. Intel486.

000470 input-output section.
000480 file-control.
000490     select optional lease-file assign to disk
000500         organization is line sequential
000510         file status is lea-file-status.

000520     select optional horizon-control-file assign to disk
000530         organization is line sequential
000540         file status is hor-file-status.

000550     select expiration-report assign to disk
000560         organization is line sequential.

000570 data division.
000580 file section.
000590 fd  lease-file
000600     label records are standard
000610     value of file-id is "lease.dat".
000620     copy TENLEA
000630         replacing ==:REC-NAME:==
000640             by ==lease-record==.

000650 fd  horizon-control-file
000660     label records are standard
000670     value of file-id is "leaseexp.ctl".
000680 01  horizon-control-record.
000690     05  hor-days            picture is 9(03).

000700 fd  expiration-report
000710     label records are standard
000720     value of file-id is leaseexp-filename.
000730 01  report-line             picture is X(80).

000740 working-storage section.
000750 01  leaseexp-filename      picture is X(30).
000760     copy TENRCAT.
000770     copy TENOLOG.
000780 01  lea-file-status         picture is X(02).
000790 01  hor-file-status         picture is X(02).
000800 01  lea-eof-switch          picture is X(01) value "N".
000810     88  lease-file-at-end           value "Y".
000820 01  horizon-days            picture is 9(03) value 90.
000830 01  run-date                picture is 9(08).
000840 01  run-date-parts redefines run-date.
000850     05  run-date-yyyy       picture is 9(04).
000860     05  run-date-mm         picture is 9(02).
000870     05  run-date-dd         picture is 9(02).
000880 01  end-date-work           picture is 9(08).
000890 01  end-date-parts redefines end-date-work.
000900     05  end-yyyy            picture is 9(04).
000910     05  end-mm              picture is 9(02).
000920     05  end-dd              picture is 9(02).
000930 01  days-to-end             picture is S9(05).
000940 01  lease-sub               picture is 9(03).
000950 01  building-sub            picture is 9(03).
000960 01  expiring-count          picture is 9(05) value zero.

000970 01  lease-table-area.
000980     05  lease-table-count   picture is 9(03) value zero.
000990     05  lease-table-entry occurs 1 to 500 times
001000             depending on lease-table-count
001010             indexed by lease-table-index.
001020         10  lt-building     picture is 9(02).
001030         10  lt-aptnum       picture is 9(04).
001040         10  lt-start        picture is 9(08).
001050         10  lt-end          picture is 9(08).
001060         10  lt-months       picture is 9(03).

001070 procedure division.
001080 0000-mainline.
001090     move "TENLEXP" to TENOLOG-PROGRAM.
001100     perform 1000-initialize thru 1000-exit.
001110     perform 2000-load-leases thru 2000-exit.
001120     perform 3000-report-expiring thru 3000-exit.
001130     perform 9000-finish thru 9000-exit.
001140     goback.

001150 1000-initialize.
001160     move "I" to TENOLOG-SEVERITY
001170     move "lease-expiration report" to TENOLOG-TEXT
001180     call "TENOLOG" using TENOLOG-PARMS.
001190     accept run-date from date yyyymmdd.
001200     open input horizon-control-file.
001210     if hor-file-status = "00"
001220         read horizon-control-file
001230             at end
001240                 continue
001250             not at end
001260                 move hor-days to horizon-days.
001270     close horizon-control-file.
001280     move spaces to leaseexp-filename.
001290     string "leaseexp." delimited by size
001300         run-date delimited by size
001310         into leaseexp-filename.
001320     open output expiration-report.
001330     move "LEASE EXPIRATION REPORT" to report-line.
001340     write report-line.
001350     move spaces to report-line.
001360     string "RUN DATE: " delimited by size
001370         run-date delimited by size
001380         "  HORIZON: " delimited by size
001390         horizon-days delimited by size
001400         " DAYS" delimited by size
001410         into report-line.
001420     write report-line.
001430     move spaces to report-line.
001440     write report-line.
001450 1000-exit.
001460     exit.

001470 2000-load-leases.
001480     open input lease-file.
001490     if lea-file-status not = "00"
001500         move "W" to TENOLOG-SEVERITY
001510         move "no lease.dat on file" to TENOLOG-TEXT
001520         call "TENOLOG" using TENOLOG-PARMS
001530         move "Y" to lea-eof-switch
001540         go to 2000-exit.
001550     perform 2100-read-lease thru 2100-exit
001560         until lease-file-at-end.
001570     close lease-file.
001580 2000-exit.
001590     exit.

001600 2100-read-lease.
001610     read lease-file
001620         at end
001630             move "Y" to lea-eof-switch
001640         not at end
001650             perform 2200-stow-lease thru 2200-exit.
001660 2100-exit.
001670     exit.

001680*----------------------------------------------------------*
001690* Last record per unit wins, matching the entry program's
001700* append-supersedes convention.
001710*----------------------------------------------------------*
001720 2200-stow-lease.
001730     set lease-table-index to 1.
001740     if lease-table-count > zero
001750         search lease-table-entry
001760             at end
001770                 perform 2300-add-lease thru 2300-exit
001780             when lt-building (lease-table-index)
001790                     = lea-building of lease-record
001800                 and lt-aptnum (lease-table-index)
001810                     = lea-aptnum of lease-record
001820                 perform 2400-replace-lease thru 2400-exit
001830     else
001840         perform 2300-add-lease thru 2300-exit.
001850 2200-exit.
001860     exit.

001870 2300-add-lease.
001880     if lease-table-count >= 500
001890         move "W" to TENOLOG-SEVERITY
001900         move "lease table overflow" to TENOLOG-TEXT
001910         call "TENOLOG" using TENOLOG-PARMS
001920     else
001930         add 1 to lease-table-count
001940         set lease-table-index to lease-table-count
001950         perform 2400-replace-lease thru 2400-exit.
001960 2300-exit.
001970     exit.

001980 2400-replace-lease.
001990     move lea-building of lease-record
002000         to lt-building (lease-table-index).
002010     move lea-aptnum of lease-record
002020         to lt-aptnum (lease-table-index).
002030     move lea-start-date of lease-record
002040         to lt-start (lease-table-index).
002050     move lea-end-date of lease-record
002060         to lt-end (lease-table-index).
002070     move lea-term-months of lease-record
002080         to lt-months (lease-table-index).
002090 2400-exit.
002100     exit.

002110 3000-report-expiring.
002120     perform 3100-report-building thru 3100-exit
002130         varying building-sub from 1 by 1
002140         until building-sub > 99.
002150     if expiring-count = zero
002160         move "NO LEASES EXPIRE INSIDE THE HORIZON"
002170             to report-line
002180         write report-line.
002190 3000-exit.
002200     exit.

002210 3100-report-building.
002220     perform 3200-check-lease thru 3200-exit
002230         varying lease-sub from 1 by 1
002240         until lease-sub > lease-table-count.
002250 3100-exit.
002260     exit.

002270 3200-check-lease.
002280     if lt-building (lease-sub) not = building-sub
002290         go to 3200-exit.
002300     if lt-end (lease-sub) = 99991231
002310         go to 3200-exit.
002320     move lt-end (lease-sub) to end-date-work.
002330     compute days-to-end =
002340         (end-yyyy - run-date-yyyy) * 360
002350         + (end-mm - run-date-mm) * 30
002360         + (end-dd - run-date-dd).
002370     if days-to-end > horizon-days
002380         go to 3200-exit.
002390     add 1 to expiring-count.
002400     move spaces to report-line.
002410     string "BUILDING " delimited by size
002420         lt-building (lease-sub) delimited by size
002430         " UNIT " delimited by size
002440         lt-aptnum (lease-sub) delimited by size
002450         " ENDS " delimited by size
002460         lt-end (lease-sub) delimited by size
002470         " (" delimited by size
002480         days-to-end delimited by size
002490         " DAYS)" delimited by size
002500         into report-line.
002510     write report-line.
002520 3200-exit.
002530     exit.

002540 9000-finish.
002550     move spaces to report-line.
002560     write report-line.
002570     move spaces to report-line.
002580     string "LEASES EXPIRING: " delimited by size
002590         expiring-count delimited by size
002600         into report-line.
002610     write report-line.
002620     close expiration-report.
002630     move "TENLEXP" to TENRCAT-PROGRAM.
002640     move leaseexp-filename to TENRCAT-FILENAME.
002650     move 1 to TENRCAT-PAGES.
002660     move expiring-count to TENRCAT-LINES.
002670     call "TENRCAT" using TENRCAT-PARMS.
002680     move "I" to TENOLOG-SEVERITY
002690     move spaces to TENOLOG-TEXT
002700     string expiring-count delimited by size
002710         " lease(s) expiring" delimited by size
002720         into TENOLOG-TEXT
002730     call "TENOLOG" using TENOLOG-PARMS.
002740 9000-exit.
002750     exit.

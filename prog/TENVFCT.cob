000200* week by week with TENDAYS; and the applcnt.dat waiting-
000210* list pipeline (WAITING applicants wanting the building or
000220* any building).  "Eleven units open in building 03 by
000230* October" now comes off a page instead of a hunch.  An
000240* occupied unit whose tenant has given notice to vacate
000250* (TENNTVL) is bucketed by its planned move-out week instead
000260* of its lease end -- a move-out already past due lands in
000270* week 1 -- and is left out of the expirations.
000280*----------------------------------------------------------*
000290* MODIFICATION HISTORY
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-15 JHM   Units on notice to vacate are forecast
000320*                    from their planned move-out date, shown
000330*                    as ON NOTICE beside each week's
000340*                    expirations, and counted open by day 90.
000350*   2026-10-15 JHM   Each unit's current lease term now
000360*                    comes from the keyed leasex.dbf that
000370*                    TENSCNV rebuilds, one random read per
000380*                    unit on the indexed.dbf pass, instead
000390*                    of scanning lease.dat into a 500-entry
000400*                    table; lease.dat is scanned the old
000410*                    way only when leasex.dbf is not on
000420*                    file.  The building loops now count
000430*                    through a three-digit subscript -- a
000440*                    two-digit one never passes 99 and the
000450*                    run never ended.
000460*   2026-09-03 JHM   Original program.
000470*----------------------------------------------------------*
000480 identification division.
000490 program-id. tenvfct.
000500 author. J. H. Masters.
000510 installation. Property Management Systems.
000520 date-written. 2026-09-03.
000530 date-compiled. 2026-09-03.

000540 environment division.
000550 configuration section.
000560 source-computer. Intel486.
000570 object-computer. Intel486.

000580 input-output section.
000590 file-control.
000600     select sample-idx-file assign to disk
000610         organization is indexed
000620         record key is unit-key of sample-idx-record
000630         access mode is sequential
000640         file status is idx-file-status.

000650     select optional lease-file assign to disk
000660         organization is line sequential
000670         file status is lea-file-status.

000680     select lease-cur-file assign to disk
000690         organization is indexed
000700         record key is cur-key of lease-cur-record
000710         access mode is random
000720         file status is lcx-file-status.

000730     select optional applicant-file assign to disk
000740         organization is line sequential
000750         file status is app-file-status.

000760     select forecast-report assign to disk
000770         organization is line sequential.

000780 data division.
000790 file section.
000800 fd  sample-idx-file
000810     label records are standard
000820     value of file-id is "indexed.dbf".
000830     copy TENREC
000840         replacing ==:REC-NAME:== by ==sample-idx-record==
000850             ==address== by ==street-addr==.

000860 fd  lease-file
000870     label records are standard
000880     value of file-id is "lease.dat".
000890     copy TENLEA
000900         replacing ==:REC-NAME:==
000910             by ==lease-record==.

000920 fd  lease-cur-file
000930     label records are standard
000940     value of file-id is "leasex.dbf".
000950     copy TENCUR
000960         replacing ==:REC-NAME:==
000970             by ==lease-cur-record==.

000980 fd  applicant-file
000990     label records are standard
001000     value of file-id is "applcnt.dat".
001010     copy TENAPP
001020         replacing ==:REC-NAME:==
001030             by ==applicant-record==.

001040 fd  forecast-report
001050     label records are standard
001060     value of file-id is forecast-filename.
001070 01  report-line             picture is X(80).

001080 working-storage section.
001090 01  forecast-filename       picture is X(30).
001100     copy TENRCAT.
001110     copy TENBLDL.
001120     copy TENDAYS.
001130     copy TENNTVL.
001140 01  idx-file-status         picture is X(02).
001150 01  lea-file-status         picture is X(02).
001160 01  lcx-file-status         picture is X(02).
001170 01  lease-keyed-switch      picture is X(01) value "N".
001180     88  lease-keyed                 value "Y".
001190 01  app-file-status         picture is X(02).
001200 01  lea-eof-switch          picture is X(01) value "N".
001210     88  lease-file-at-end           value "Y".
001220 01  app-eof-switch          picture is X(01) value "N".
001230     88  applicant-file-at-end       value "Y".
001240 01  run-date                picture is 9(08).
001250 01  days-to-end             picture is S9(07).
001260 01  week-sub                picture is 9(02).
001270 01  building-work           picture is 9(03).
001280 01  building-print          picture is 9(02).
001290 01  bucket-building         picture is 9(02).
001300 01  bucket-end-date         picture is 9(08).
001310 01  lease-sub               picture is 9(03).
001320 01  any-building-waiting    picture is 9(04) value zero.
001330 01  projected-open          picture is 9(04).
001340 01  line-count              picture is 9(07) value zero.
001350 01  portfolio-vacant        picture is 9(04) value zero.
001360 01  portfolio-expiring      picture is 9(04) value zero.
001370 01  portfolio-on-notice     picture is 9(04) value zero.

001380*----------------------------------------------------------*
001390* Per-building forecast figures: today's vacants, lease
001400* expirations and notice move-outs bucketed into thirteen
001410* weeks, and the waiting-list pipeline.
001420*----------------------------------------------------------*
001430 01  forecast-area.
001440     05  forecast-building occurs 99 times.
001450         10  fc-vacant-now   picture is 9(04).
001460         10  fc-waiting      picture is 9(04).
001470         10  fc-week-exp     picture is 9(03)
001480                             occurs 13 times.
001490         10  fc-week-notice  picture is 9(03)
001500                             occurs 13 times.

001510*----------------------------------------------------------*
001520* Latest lease.dat term per unit, the owner-master
001530* convention.
001540*----------------------------------------------------------*
001550 01  lease-table-area.
001560     05  lease-table-count   picture is 9(03) value zero.
001570     05  lease-table-entry occurs 1 to 500 times
001580             depending on lease-table-count
001590             indexed by lease-table-index.
001600         10  lt-building     picture is 9(02).
001610         10  lt-aptnum       picture is 9(04).
001620         10  lt-end-date     picture is 9(08).
001630     copy TENLEA
001640         replacing ==:REC-NAME:==
001650             by ==current-lease==.
001660     copy TENRUNC.

001670 procedure division.
001680 0000-mainline.
001690     perform 1000-initialize thru 1000-exit.
001700     perform 2000-count-vacants thru 2000-exit
001710         until idx-file-status = "10".
001720     if not lease-keyed
001730         perform 3000-load-leases thru 3000-exit
001740         perform 3500-bucket-leases thru 3500-exit.
001750     perform 4000-count-pipeline thru 4000-exit.
001760     perform 5000-report thru 5000-exit.
001770     perform 9000-finish thru 9000-exit.
001780     stop run.

001790 1000-initialize.
001800     display "TENVFCT: ninety-day vacancy forecast".
001810     move "TENVFCT" to TENRUNC-PROGRAM.
001820     move "S" to TENRUNC-FUNCTION.
001830     move zero to TENRUNC-COUNT.
001840     call "TENRUNC" using TENRUNC-PARMS.
001850     if TENRUNC-ALREADY-RAN
001860         display "TENVFCT: already completed for this "
001870             "business date - put TENVFCT on runover.ctl "
001880             "to force a rerun"
001890         stop run.
001900     accept run-date from date yyyymmdd.
001910     perform 1100-clear-building thru 1100-exit
001920         varying building-work from 1 by 1
001930         until building-work > 99.
001940     open input sample-idx-file.
001950     if idx-file-status not = "00"
001960         display "TENVFCT: cannot open indexed.dbf, status "
001970             idx-file-status
001980         stop run.
001990     open input lease-cur-file.
002000     if lcx-file-status = "00"
002010         move "Y" to lease-keyed-switch
002020     else
002030         close lease-cur-file
002040         display "TENVFCT: leasex.dbf not on file - run "
002050             "TENSCNV - scanning lease.dat".
002060     move spaces to forecast-filename.
002070     string "vacfcast." delimited by size
002080         run-date delimited by size
002090         into forecast-filename.
002100     open output forecast-report.
002110 1000-exit.
002120     exit.

002130 1100-clear-building.
002140     move zero to fc-vacant-now (building-work).
002150     move zero to fc-waiting (building-work).
002160     perform 1110-clear-week thru 1110-exit
002170         varying week-sub from 1 by 1
002180         until week-sub > 13.
002190 1100-exit.
002200     exit.

002210 1110-clear-week.
002220     move zero to fc-week-exp (building-work week-sub).
002230     move zero to fc-week-notice (building-work week-sub).
002240 1110-exit.
002250     exit.

002260 2000-count-vacants.
002270     read sample-idx-file next record
002280         at end
002290             continue
002300         not at end
002310             perform 2100-count-unit thru 2100-exit.
002320 2000-exit.
002330     exit.

002340 2100-count-unit.
002350     if building-id of sample-idx-record = zero
002360         go to 2100-exit.
002370     if occ-vacant of sample-idx-record
002380         add 1 to fc-vacant-now
002390             (building-id of sample-idx-record)
002400         add 1 to portfolio-vacant.
002410     if occ-occupied of sample-idx-record
002420         move building-id of sample-idx-record
002430             to TENNTVL-BUILDING
002440         move aptnum of sample-idx-record to TENNTVL-APTNUM
002450         call "TENNTVL" using TENNTVL-PARMS
002460         if TENNTVL-ON-NOTICE
002470             perform 2300-bucket-notice thru 2300-exit
002480             go to 2100-exit.
002490     if lease-keyed
002500         perform 2200-keyed-lease thru 2200-exit.
002510 2100-exit.
002520     exit.

002530*----------------------------------------------------------*
002540* The unit's current lease term, one random read of the
002550* keyed companion.
002560*----------------------------------------------------------*
002570 2200-keyed-lease.
002580     move building-id of sample-idx-record
002590         to cur-building of lease-cur-record.
002600     move aptnum of sample-idx-record
002610         to cur-aptnum of lease-cur-record.
002620     read lease-cur-file
002630         invalid key
002640             go to 2200-exit.
002650     move cur-image of lease-cur-record to current-lease.
002660     move lea-building of current-lease to bucket-building.
002670     move lea-end-date of current-lease to bucket-end-date.
002680     perform 3700-bucket-lease thru 3700-exit.
002690 2200-exit.
002700     exit.

002710*----------------------------------------------------------*
002720* A unit on notice opens the week its tenant plans to move
002730* out; one already past its move-out date opens in week 1.
002740*----------------------------------------------------------*
002750 2300-bucket-notice.
002760     move run-date to TENDAYS-FROM.
002770     move TENNTVL-MOVE-OUT-DATE to TENDAYS-TO.
002780     call "TENDAYS" using TENDAYS-PARMS.
002790     move TENDAYS-DAYS to days-to-end.
002800     if days-to-end > 90
002810         go to 2300-exit.
002820     if days-to-end < zero
002830         move zero to days-to-end.
002840     compute week-sub = days-to-end / 7 + 1.
002850     if week-sub > 13
002860         move 13 to week-sub.
002870     add 1 to fc-week-notice
002880         (building-id of sample-idx-record week-sub).
002890     add 1 to portfolio-on-notice.
002900 2300-exit.
002910     exit.

002920 3000-load-leases.
002930     open input lease-file.
002940     if lea-file-status not = "00"
002950         close lease-file
002960         move "Y" to lea-eof-switch
002970         go to 3000-exit.
002980     perform 3100-read-lease thru 3100-exit
002990         until lease-file-at-end.
003000     close lease-file.
003010 3000-exit.
003020     exit.

003030 3100-read-lease.
003040     read lease-file
003050         at end
003060             move "Y" to lea-eof-switch
003070         not at end
003080             perform 3200-stow-lease thru 3200-exit.
003090 3100-exit.
003100     exit.

003110 3200-stow-lease.
003120     set lease-table-index to 1.
003130     if lease-table-count > zero
003140         search lease-table-entry
003150             at end
003160                 perform 3300-add-lease thru 3300-exit
003170             when lt-building (lease-table-index)
003180                     = lea-building of lease-record
003190                 and lt-aptnum (lease-table-index)
003200                     = lea-aptnum of lease-record
003210                 move lea-end-date of lease-record
003220                     to lt-end-date (lease-table-index)
003230     else
003240         perform 3300-add-lease thru 3300-exit.
003250 3200-exit.
003260     exit.

003270 3300-add-lease.
003280     if lease-table-count >= 500
003290         display "TENVFCT: lease table overflow"
003300     else
003310         add 1 to lease-table-count
003320         move lea-building of lease-record
003330             to lt-building (lease-table-count)
003340         move lea-aptnum of lease-record
003350             to lt-aptnum (lease-table-count)
003360         move lea-end-date of lease-record
003370             to lt-end-date (lease-table-count).
003380 3300-exit.
003390     exit.

003400 3500-bucket-leases.
003410     perform 3600-bucket-one thru 3600-exit
003420         varying lease-sub from 1 by 1
003430         until lease-sub > lease-table-count.
003440 3500-exit.
003450     exit.

003460 3600-bucket-one.
003470     if lt-building (lease-sub) = zero
003480         go to 3600-exit.
003490     move lt-building (lease-sub) to TENNTVL-BUILDING.
003500     move lt-aptnum (lease-sub) to TENNTVL-APTNUM.
003510     call "TENNTVL" using TENNTVL-PARMS.
003520     if TENNTVL-ON-NOTICE
003530         go to 3600-exit.
003540     move lt-building (lease-sub) to bucket-building.
003550     move lt-end-date (lease-sub) to bucket-end-date.
003560     perform 3700-bucket-lease thru 3700-exit.
003570 3600-exit.
003580     exit.

003590 3700-bucket-lease.
003600     move run-date to TENDAYS-FROM.
003610     move bucket-end-date to TENDAYS-TO.
003620     call "TENDAYS" using TENDAYS-PARMS.
003630     move TENDAYS-DAYS to days-to-end.
003640     if days-to-end < zero
003650         or days-to-end > 90
003660         go to 3700-exit.
003670     compute week-sub = days-to-end / 7 + 1.
003680     if week-sub > 13
003690         move 13 to week-sub.
003700     add 1 to fc-week-exp (bucket-building week-sub).
003710     add 1 to portfolio-expiring.
003720 3700-exit.
003730     exit.

003740 4000-count-pipeline.
003750     open input applicant-file.
003760     if app-file-status not = "00"
003770         close applicant-file
003780         move "Y" to app-eof-switch
003790         go to 4000-exit.
003800     perform 4100-read-applicant thru 4100-exit
003810         until applicant-file-at-end.
003820     close applicant-file.
003830 4000-exit.
003840     exit.

003850 4100-read-applicant.
003860     read applicant-file
003870         at end
003880             move "Y" to app-eof-switch
003890         not at end
003900             if app-waiting of applicant-record
003910                 if app-building-wanted of applicant-record
003920                         = zero
003930                     add 1 to any-building-waiting
003940                 else
003950                     add 1 to fc-waiting
003960                         (app-building-wanted
003970                             of applicant-record).
003980 4100-exit.
003990     exit.

004000 5000-report.
004010     move "NINETY-DAY VACANCY FORECAST" to report-line.
004020     write report-line.
004030     move spaces to report-line.
004040     string "RUN DATE: " delimited by size
004050         run-date delimited by size
004060         into report-line.
004070     write report-line.
004080     add 2 to line-count.
004090     perform 5100-building-block thru 5100-exit
004100         varying building-work from 1 by 1
004110         until building-work > 99.
004120     move spaces to report-line.
004130     write report-line.
004140     move spaces to report-line.
004150     string "PORTFOLIO: " delimited by size
004160         portfolio-vacant delimited by size
004170         " VACANT NOW, " delimited by size
004180         portfolio-expiring delimited by size
004190         " LEASE(S) EXPIRING IN 90 DAYS" delimited by size
004200         into report-line.
004210     write report-line.
004220     move spaces to report-line.
004230     string "           " delimited by size
004240         portfolio-on-notice delimited by size
004250         " UNIT(S) ON NOTICE TO VACATE IN 90 DAYS"
004260             delimited by size
004270         into report-line.
004280     write report-line.
004290     move spaces to report-line.
004300     string "ANY-BUILDING WAITING LIST: " delimited by size
004310         any-building-waiting delimited by size
004320         into report-line.
004330     write report-line.
004340     add 4 to line-count.
004350 5000-exit.
004360     exit.

004370 5100-building-block.
004380     move zero to projected-open.
004390     add fc-vacant-now (building-work) to projected-open.
004400     perform 5110-sum-week thru 5110-exit
004410         varying week-sub from 1 by 1
004420         until week-sub > 13.
004430     if projected-open = zero
004440         and fc-waiting (building-work) = zero
004450         go to 5100-exit.
004460     move building-work to TENBLDL-BUILDING.
004470     move building-work to building-print.
004480     call "TENBLDL" using TENBLDL-PARMS.
004490     move spaces to report-line.
004500     write report-line.
004510     move spaces to report-line.
004520     if TENBLDL-ON-FILE
004530         string "BUILDING " delimited by size
004540             building-print delimited by size
004550             " - " delimited by size
004560             TENBLDL-NAME delimited by size
004570             into report-line
004580     else
004590         string "BUILDING " delimited by size
004600             building-print delimited by size
004610             into report-line.
004620     write report-line.
004630     move spaces to report-line.
004640     string "  VACANT NOW " delimited by size
004650         fc-vacant-now (building-work) delimited by size
004660         "   PROJECTED OPEN BY DAY 90 " delimited by size
004670         projected-open delimited by size
004680         "   WAITING " delimited by size
004690         fc-waiting (building-work) delimited by size
004700         into report-line.
004710     write report-line.
004720     add 3 to line-count.
004730     perform 5120-week-line thru 5120-exit
004740         varying week-sub from 1 by 1
004750         until week-sub > 13.
004760 5100-exit.
004770     exit.

004780 5110-sum-week.
004790     add fc-week-exp (building-work week-sub)
004800         to projected-open.
004810     add fc-week-notice (building-work week-sub)
004820         to projected-open.
004830 5110-exit.
004840     exit.

004850 5120-week-line.
004860     if fc-week-exp (building-work week-sub) = zero
004870         and fc-week-notice (building-work week-sub) = zero
004880         go to 5120-exit.
004890     move spaces to report-line.
004900     string "    WEEK " delimited by size
004910         week-sub delimited by size
004920         "  LEASES EXPIRING " delimited by size
004930         fc-week-exp (building-work week-sub)
004940             delimited by size
004950         "  ON NOTICE " delimited by size
004960         fc-week-notice (building-work week-sub)
004970             delimited by size
004980         into report-line.
004990     write report-line.
005000     add 1 to line-count.
005010 5120-exit.
005020     exit.

005030 9000-finish.
005040     close sample-idx-file forecast-report.
005050     if lease-keyed
005060         close lease-cur-file.
005070     move "TENVFCT" to TENRCAT-PROGRAM.
005080     move forecast-filename to TENRCAT-FILENAME.
005090     move 1 to TENRCAT-PAGES.
005100     move line-count to TENRCAT-LINES.
005110     call "TENRCAT" using TENRCAT-PARMS.
005120     move "E" to TENRUNC-FUNCTION.
005130     move portfolio-expiring to TENRUNC-COUNT.
005140     call "TENRUNC" using TENRUNC-PARMS.
005150     display "TENVFCT: " portfolio-vacant " vacant, "
005160         portfolio-expiring " expiring in 90 days, "
005170         portfolio-on-notice " on notice".
005180 9000-exit.
005190     exit.

000100*----------------------------------------------------------*
000110* TENMTMC.COB
000120*
000130* Month-to-month conversion, run from the nightly driver.
000140* A lease whose term has ended with no renewal through
000150* TENRENAC and no notice given used to drop off the
000160* TENLEXP report and ride on the old terms forever, the
000170* month-to-month premium the leases allow never charged.
000180* Each night this step takes every unit whose latest
000190* lease.dat term ended before today and finds it still
000200* occupied, not on notice (TENNTVL), with no lease break
000210* scheduled on lbreak.dat and no rent change already
000220* pending on rentchg.dat.  For each such unit it:
000230*   - appends a month-to-month lease.dat record from the
000240*     day after the old term ended (end date 99991231, the
000250*     open-ended marker, term 000, the old rider kept);
000260*   - queues a rentchg.dat change for the premium off the
000270*     mtmconv.ctl control record (percent of rent, ten
000280*     percent when there is no control file), held to the
000290*     city's cap through TENRULV, effective the first of
000300*     the first month the city's notice days allow (the
000310*     control record's days where the city sets none);
000320*   - queues the MTMCONV letter on noticeq.dat for the
000330*     TENNOTE notice engine, the new rent and effective date
000340*     in the &TEXT detail;
000350* and lists the conversions, and the expired leases held
000360* back and why, for the leasing manager on
000370* mtmconv.YYYYMMDD, cataloged through TENRCAT.
000380*----------------------------------------------------------*
000390* MODIFICATION HISTORY
000400*   DATE       INIT  DESCRIPTION
000410*   2026-10-15 JHM   Original program.
000420*----------------------------------------------------------*
000430 identification division.
000440 program-id. tenmtmc.
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
000550     select sample-idx-file assign to disk
000560         organization is indexed
000570         record key is unit-key of sample-idx-record
000580         access mode is random
000590         file status is idx-file-status.

000600     select optional lease-file assign to disk
000610         organization is line sequential
000620         file status is lea-file-status.

000630     select optional rent-change-file assign to disk
000640         organization is line sequential
000650         file status is rch-file-status.

000660     select optional lease-break-file assign to disk
000670         organization is line sequential
000680         file status is lbk-file-status.

000690     select optional mtm-control-file assign to disk
000700         organization is line sequential
000710         file status is mtc-file-status.

000720     select optional notice-queue-file assign to disk
000730         organization is line sequential.

000740     select conversion-report assign to disk
000750         organization is line sequential.

000760 data division.
000770 file section.
000780 fd  sample-idx-file
000790     label records are standard
000800     value of file-id is "indexed.dbf".
000810     copy TENREC
000820         replacing ==:REC-NAME:== by ==sample-idx-record==
000830             ==address== by ==street-addr==.

000840 fd  lease-file
000850     label records are standard
000860     value of file-id is "lease.dat".
000870     copy TENLEA
000880         replacing ==:REC-NAME:==
000890             by ==lease-record==.

000900 fd  rent-change-file
000910     label records are standard
000920     value of file-id is "rentchg.dat".
000930     copy TENRCH
000940         replacing ==:REC-NAME:==
000950             by ==rent-change-record==.

000960 fd  lease-break-file
000970     label records are standard
000980     value of file-id is "lbreak.dat".
000990     copy TENLBK
001000         replacing ==:REC-NAME:==
001010             by ==lease-break-record==.

001020 fd  mtm-control-file
001030     label records are standard
001040     value of file-id is "mtmconv.ctl".
001050 01  mtm-control-record.
001060     05  mtc-premium-percent picture is 9(02)V99.
001070     05  mtc-notice-days     picture is 9(03).

001080 fd  notice-queue-file
001090     label records are standard
001100     value of file-id is "noticeq.dat".
001110     copy TENNTQ
001120         replacing ==:REC-NAME:==
001130             by ==notice-queue-record==.

001140 fd  conversion-report
001150     label records are standard
001160     value of file-id is conversion-filename.
001170 01  report-line             picture is X(80).

001180 working-storage section.
001190 01  conversion-filename     picture is X(30).
001200     copy TENRCAT.
001210     copy TENOLOG.
001220     copy TENRULV.
001230     copy TENNTVL.
001240     copy TENDAYS.
001250 01  idx-file-status         picture is X(02).
001260 01  lea-file-status         picture is X(02).
001270 01  rch-file-status         picture is X(02).
001280 01  lbk-file-status         picture is X(02).
001290 01  mtc-file-status         picture is X(02).
001300 01  eof-switch              picture is X(01).
001310     88  file-at-end                 value "Y".
001320 01  run-date                picture is 9(08).
001330 01  premium-percent         picture is 9(02)V99 value 10.00.
001340 01  default-notice-days     picture is 9(03) value 30.
001350 01  notice-days             picture is 9(03).
001360 01  lease-sub               picture is 9(04).
001370 01  line-count              picture is 9(07) value zero.
001380 01  expired-count           picture is 9(05) value zero.
001390 01  converted-count         picture is 9(05) value zero.
001400 01  held-count              picture is 9(05) value zero.
001410 01  premium-rent            picture is 9(05)V99.
001420 01  capped-switch           picture is X(01).
001430     88  premium-capped              value "Y".
001440 01  held-reason             picture is X(30).
001450 01  edited-rent             picture is ZZ,ZZ9.99.
001460 01  edited-new-rent         picture is ZZ,ZZ9.99.
001470 01  queue-detail            picture is X(25).

001480*----------------------------------------------------------*
001490* Date work: the month-to-month start (the day after the
001500* old term) and the effective date of the premium.
001510*----------------------------------------------------------*
001520 01  work-date               picture is 9(08).
001530 01  work-date-parts redefines work-date.
001540     05  wd-yyyy             picture is 9(04).
001550     05  wd-mm               picture is 9(02).
001560     05  wd-dd               picture is 9(02).
001570 01  month-first             picture is 9(08).
001580 01  month-first-parts redefines month-first.
001590     05  mf-yyyy             picture is 9(04).
001600     05  mf-mm               picture is 9(02).
001610     05  mf-dd               picture is 9(02).
001620 01  mtm-start-date          picture is 9(08).
001630 01  effective-date          picture is 9(08).

001640*----------------------------------------------------------*
001650* Latest lease per unit, the entry program's append-
001660* supersedes convention.
001670*----------------------------------------------------------*
001680 01  lease-table-area.
001690     05  lease-table-count   picture is 9(04) value zero.
001700     05  lease-table-entry occurs 1 to 2000 times
001710             depending on lease-table-count
001720             indexed by lease-table-index.
001730         10  lt-building     picture is 9(02).
001740         10  lt-aptnum       picture is 9(04).
001750         10  lt-start        picture is 9(08).
001760         10  lt-end          picture is 9(08).
001770         10  lt-months       picture is 9(03).
001780         10  lt-rider        picture is X(01).
001790         10  lt-break-fee    picture is 9(05)V99.
001800         10  lt-break-months picture is 9(02).

001810*----------------------------------------------------------*
001820* Units with a rent change pending, and units whose latest
001830* lbreak.dat record is a scheduled break.
001840*----------------------------------------------------------*
001850 01  pending-table-area.
001860     05  pending-table-count picture is 9(04) value zero.
001870     05  pending-table-entry occurs 1 to 2000 times
001880             depending on pending-table-count
001890             indexed by pending-table-index.
001900         10  pt-building     picture is 9(02).
001910         10  pt-aptnum       picture is 9(04).
001920 01  break-table-area.
001930     05  break-table-count   picture is 9(04) value zero.
001940     05  break-table-entry occurs 1 to 500 times
001950             depending on break-table-count
001960             indexed by break-table-index.
001970         10  bt-building     picture is 9(02).
001980         10  bt-aptnum       picture is 9(04).
001990         10  bt-status       picture is X(01).

002000 procedure division.
002010 0000-mainline.
002020     move "TENMTMC" to TENOLOG-PROGRAM.
002030     perform 1000-initialize thru 1000-exit.
002040     perform 1200-load-leases thru 1200-exit.
002050     perform 1400-load-pending thru 1400-exit.
002060     perform 1600-load-breaks thru 1600-exit.
002070     open input sample-idx-file.
002080     if idx-file-status not = "00"
002090         move "E" to TENOLOG-SEVERITY
002100         move spaces to TENOLOG-TEXT
002110         string "cannot open indexed.dbf, status "
002120                 delimited by size
002130             idx-file-status delimited by size
002140             into TENOLOG-TEXT
002150         call "TENOLOG" using TENOLOG-PARMS
002160         close conversion-report
002170         move 1 to return-code
002180         goback.
002190     open extend lease-file.
002200     open extend rent-change-file.
002210     open extend notice-queue-file.
002220     perform 2000-consider-lease thru 2000-exit
002230         varying lease-sub from 1 by 1
002240         until lease-sub > lease-table-count.
002250     close sample-idx-file lease-file rent-change-file
002260         notice-queue-file.
002270     perform 9000-finish thru 9000-exit.
002280     goback.

002290 1000-initialize.
002300     move "I" to TENOLOG-SEVERITY
002310     move "month-to-month conversion" to TENOLOG-TEXT
002320     call "TENOLOG" using TENOLOG-PARMS.
002330     accept run-date from date yyyymmdd.
002340     open input mtm-control-file.
002350     if mtc-file-status = "00"
002360         read mtm-control-file
002370             at end
002380                 continue
002390             not at end
002400                 if mtc-premium-percent numeric
002410                     move mtc-premium-percent
002420                         to premium-percent
002430                 end-if
002440                 if mtc-notice-days numeric
002450                     and mtc-notice-days > zero
002460                     move mtc-notice-days
002470                         to default-notice-days
002480                 end-if.
002490     close mtm-control-file.
002500     move spaces to conversion-filename.
002510     string "mtmconv." delimited by size
002520         run-date delimited by size
002530         into conversion-filename.
002540     open output conversion-report.
002550     move "MONTH-TO-MONTH CONVERSIONS" to report-line.
002560     write report-line.
002570     move spaces to report-line.
002580     string "RUN DATE: " delimited by size
002590         run-date delimited by size
002600         "  PREMIUM: " delimited by size
002610         premium-percent delimited by size
002620         " PCT" delimited by size
002630         into report-line.
002640     write report-line.
002650     move spaces to report-line.
002660     write report-line.
002670     move "UNIT    TENANT               ENDED    MTM FROM" to
002680         report-line.
002690     move "OLD RENT  NEW RENT EFFECTIVE" to report-line (48:28).
002700     write report-line.
002710     add 4 to line-count.
002720 1000-exit.
002730     exit.

002740 1200-load-leases.
002750     move "N" to eof-switch.
002760     open input lease-file.
002770     if lea-file-status not = "00"
002780         close lease-file
002790         go to 1200-exit.
002800     perform 1210-read-lease thru 1210-exit
002810         until file-at-end.
002820     close lease-file.
002830 1200-exit.
002840     exit.

002850 1210-read-lease.
002860     read lease-file
002870         at end
002880             move "Y" to eof-switch
002890             go to 1210-exit.
002900     set lease-table-index to 1.
002910     if lease-table-count > zero
002920         search lease-table-entry
002930             at end
002940                 perform 1220-add-lease thru 1220-exit
002950             when lt-building (lease-table-index)
002960                     = lea-building of lease-record
002970                 and lt-aptnum (lease-table-index)
002980                     = lea-aptnum of lease-record
002990                 perform 1230-replace-lease thru 1230-exit
003000     else
003010         perform 1220-add-lease thru 1220-exit.
003020 1210-exit.
003030     exit.

003040 1220-add-lease.
003050     if lease-table-count >= 2000
003060         move "W" to TENOLOG-SEVERITY
003070         move "lease table overflow" to TENOLOG-TEXT
003080         call "TENOLOG" using TENOLOG-PARMS
003090         go to 1220-exit.
003100     add 1 to lease-table-count.
003110     set lease-table-index to lease-table-count.
003120     perform 1230-replace-lease thru 1230-exit.
003130 1220-exit.
003140     exit.

003150 1230-replace-lease.
003160     move lea-building of lease-record
003170         to lt-building (lease-table-index).
003180     move lea-aptnum of lease-record
003190         to lt-aptnum (lease-table-index).
003200     move lea-start-date of lease-record
003210         to lt-start (lease-table-index).
003220     move lea-end-date of lease-record
003230         to lt-end (lease-table-index).
003240     move lea-term-months of lease-record
003250         to lt-months (lease-table-index).
003260     move lea-break-rider of lease-record
003270         to lt-rider (lease-table-index).
003280     move lea-break-fee of lease-record
003290         to lt-break-fee (lease-table-index).
003300     move lea-break-months of lease-record
003310         to lt-break-months (lease-table-index).
003320 1230-exit.
003330     exit.

003340*----------------------------------------------------------*
003350* Every change on rentchg.dat is still pending -- the
003360* nightly apply step removes each one as it takes effect.
003370*----------------------------------------------------------*
003380 1400-load-pending.
003390     move "N" to eof-switch.
003400     open input rent-change-file.
003410     if rch-file-status not = "00"
003420         close rent-change-file
003430         go to 1400-exit.
003440     perform 1410-read-change thru 1410-exit
003450         until file-at-end.
003460     close rent-change-file.
003470 1400-exit.
003480     exit.

003490 1410-read-change.
003500     read rent-change-file
003510         at end
003520             move "Y" to eof-switch
003530             go to 1410-exit.
003540     if pending-table-count >= 2000
003550         go to 1410-exit.
003560     add 1 to pending-table-count.
003570     move rch-building of rent-change-record
003580         to pt-building (pending-table-count).
003590     move rch-aptnum of rent-change-record
003600         to pt-aptnum (pending-table-count).
003610 1410-exit.
003620     exit.

003630 1600-load-breaks.
003640     move "N" to eof-switch.
003650     open input lease-break-file.
003660     if lbk-file-status not = "00"
003670         close lease-break-file
003680         go to 1600-exit.
003690     perform 1610-read-break thru 1610-exit
003700         until file-at-end.
003710     close lease-break-file.
003720 1600-exit.
003730     exit.

003740 1610-read-break.
003750     read lease-break-file
003760         at end
003770             move "Y" to eof-switch
003780             go to 1610-exit.
003790     set break-table-index to 1.
003800     if break-table-count > zero
003810         search break-table-entry
003820             at end
003830                 perform 1620-add-break thru 1620-exit
003840             when bt-building (break-table-index)
003850                     = lbk-building of lease-break-record
003860                 and bt-aptnum (break-table-index)
003870                     = lbk-aptnum of lease-break-record
003880                 move lbk-status of lease-break-record
003890                     to bt-status (break-table-index)
003900     else
003910         perform 1620-add-break thru 1620-exit.
003920 1610-exit.
003930     exit.

003940 1620-add-break.
003950     if break-table-count >= 500
003960         go to 1620-exit.
003970     add 1 to break-table-count.
003980     move lbk-building of lease-break-record
003990         to bt-building (break-table-count).
004000     move lbk-aptnum of lease-break-record
004010         to bt-aptnum (break-table-count).
004020     move lbk-status of lease-break-record
004030         to bt-status (break-table-count).
004040 1620-exit.
004050     exit.

004060*----------------------------------------------------------*
004070* A lease already month-to-month, or not yet ended, is left
004080* alone; an ended one on a vacant or missing unit is the
004090* vacate flow's business.  The rest convert or are held.
004100*----------------------------------------------------------*
004110 2000-consider-lease.
004120     if lt-end (lease-sub) = 99991231
004130         or lt-end (lease-sub) not < run-date
004140         go to 2000-exit.
004150     move lt-building (lease-sub)
004160         to building-id of sample-idx-record.
004170     move lt-aptnum (lease-sub) to aptnum of sample-idx-record.
004180     read sample-idx-file
004190         invalid key
004200             go to 2000-exit.
004210     if not occ-occupied of sample-idx-record
004220         go to 2000-exit.
004230     add 1 to expired-count.
004240     move spaces to held-reason.
004250     perform 2100-check-holds thru 2100-exit.
004260     if held-reason not = spaces
004270         perform 2900-report-held thru 2900-exit
004280         go to 2000-exit.
004290     perform 3000-price-premium thru 3000-exit.
004300     perform 3100-effective-date thru 3100-exit.
004310     perform 3200-mtm-start thru 3200-exit.
004320     perform 4000-write-lease thru 4000-exit.
004330     perform 4100-write-rent-change thru 4100-exit.
004340     perform 4200-queue-notice thru 4200-exit.
004350     perform 4300-report-conversion thru 4300-exit.
004360 2000-exit.
004370     exit.

004380 2100-check-holds.
004390     move lt-building (lease-sub) to TENNTVL-BUILDING.
004400     move lt-aptnum (lease-sub) to TENNTVL-APTNUM.
004410     call "TENNTVL" using TENNTVL-PARMS.
004420     if TENNTVL-ON-NOTICE
004430         move "ON NOTICE TO VACATE" to held-reason
004440         go to 2100-exit.
004450     if break-table-count > zero
004460         set break-table-index to 1
004470         search break-table-entry
004480             at end
004490                 continue
004500             when bt-building (break-table-index)
004510                     = lt-building (lease-sub)
004520                 and bt-aptnum (break-table-index)
004530                     = lt-aptnum (lease-sub)
004540                 if bt-status (break-table-index) = "S"
004550                     move "LEASE BREAK SCHEDULED"
004560                         to held-reason
004570                     go to 2100-exit
004580                 end-if
004590         end-search.
004600     if pending-table-count > zero
004610         set pending-table-index to 1
004620         search pending-table-entry
004630             at end
004640                 continue
004650             when pt-building (pending-table-index)
004660                     = lt-building (lease-sub)
004670                 and pt-aptnum (pending-table-index)
004680                     = lt-aptnum (lease-sub)
004690                 move "RENT CHANGE ALREADY PENDING"
004700                     to held-reason
004710         end-search.
004720 2100-exit.
004730     exit.

004740 2900-report-held.
004750     add 1 to held-count.
004760     move rent-amount of sample-idx-record to edited-rent.
004770     move spaces to report-line.
004780     string lt-building (lease-sub) delimited by size
004790         "-" delimited by size
004800         lt-aptnum (lease-sub) delimited by size
004810         " " delimited by size
004820         name of sample-idx-record (1:20) delimited by size
004830         " " delimited by size
004840         lt-end (lease-sub) delimited by size
004850         " HELD - " delimited by size
004860         held-reason delimited by size
004870         into report-line.
004880     write report-line.
004890     add 1 to line-count.
004900 2900-exit.
004910     exit.

004920*----------------------------------------------------------*
004930* The premium on the current rent, cut back to the city's
004940* cap when TENRULV refuses the full figure, and the notice
004950* the city requires before it can take effect.
004960*----------------------------------------------------------*
004970 3000-price-premium.
004980     move "N" to capped-switch.
004990     compute premium-rent rounded =
005000         rent-amount of sample-idx-record
005010             * (100 + premium-percent) / 100.
005020     move city of sample-idx-record to TENRULV-CITY.
005030     move rent-amount of sample-idx-record
005040         to TENRULV-OLD-RENT.
005050     move premium-rent to TENRULV-NEW-RENT.
005060     call "TENRULV" using TENRULV-PARMS.
005070     if TENRULV-REJECTED
005080         move "Y" to capped-switch
005090         compute premium-rent =
005100             rent-amount of sample-idx-record
005110                 * (100 + TENRULV-MAX-PERCENT) / 100.
005120     move default-notice-days to notice-days.
005130     if TENRULV-NOTICE-DAYS > zero
005140         move TENRULV-NOTICE-DAYS to notice-days.
005150 3000-exit.
005160     exit.

005170*----------------------------------------------------------*
005180* The first of the first month at least the notice days
005190* out, counted through the TENDAYS calendar.
005200*----------------------------------------------------------*
005210 3100-effective-date.
005220     move run-date to month-first.
005230     move 01 to mf-dd.
005240     perform 3110-next-month thru 3110-exit.
005250     move run-date to TENDAYS-FROM.
005260     move month-first to TENDAYS-TO.
005270     call "TENDAYS" using TENDAYS-PARMS.
005280     perform 3120-step-month thru 3120-exit
005290         until TENDAYS-DAYS not < notice-days.
005300     move month-first to effective-date.
005310 3100-exit.
005320     exit.

005330 3110-next-month.
005340     if mf-mm = 12
005350         add 1 to mf-yyyy
005360         move 01 to mf-mm
005370     else
005380         add 1 to mf-mm.
005390 3110-exit.
005400     exit.

005410 3120-step-month.
005420     perform 3110-next-month thru 3110-exit.
005430     move month-first to TENDAYS-TO.
005440     call "TENDAYS" using TENDAYS-PARMS.
005450 3120-exit.
005460     exit.

005470*----------------------------------------------------------*
005480* The tenancy went month-to-month the day after the old
005490* term ended: the next day of that month, or the first of
005500* the next when the term ended on a month's last day.
005510*----------------------------------------------------------*
005520 3200-mtm-start.
005530     move lt-end (lease-sub) to work-date.
005540     move work-date to month-first.
005550     move 01 to mf-dd.
005560     move month-first to TENDAYS-FROM.
005570     perform 3110-next-month thru 3110-exit.
005580     move month-first to TENDAYS-TO.
005590     call "TENDAYS" using TENDAYS-PARMS.
005600     if wd-dd < TENDAYS-DAYS
005610         add 1 to wd-dd
005620         move work-date to mtm-start-date
005630     else
005640         move month-first to mtm-start-date.
005650 3200-exit.
005660     exit.

005670 4000-write-lease.
005680     move lt-building (lease-sub) to lea-building of lease-record.
005690     move lt-aptnum (lease-sub) to lea-aptnum of lease-record.
005700     move mtm-start-date to lea-start-date of lease-record.
005710     move 99991231 to lea-end-date of lease-record.
005720     move zero to lea-term-months of lease-record.
005730     move lt-rider (lease-sub) to lea-break-rider of lease-record.
005740     move lt-break-fee (lease-sub)
005750         to lea-break-fee of lease-record.
005760     move lt-break-months (lease-sub)
005770         to lea-break-months of lease-record.
005780     write lease-record.
005790 4000-exit.
005800     exit.

005810 4100-write-rent-change.
005820     move lt-building (lease-sub)
005830         to rch-building of rent-change-record.
005840     move lt-aptnum (lease-sub)
005850         to rch-aptnum of rent-change-record.
005860     move premium-rent to rch-new-rent of rent-change-record.
005870     move effective-date
005880         to rch-effective-date of rent-change-record.
005890     move "TENMTMC" to rch-entered-by of rent-change-record.
005900     move "O" to rch-reason of rent-change-record.
005910     write rent-change-record.
005920 4100-exit.
005930     exit.

005940*----------------------------------------------------------*
005950* The month-to-month letter, queued for the notice engine
005960* the way the cure-or-quit escalation queues its letters.
005970*----------------------------------------------------------*
005980 4200-queue-notice.
005990     move premium-rent to edited-new-rent.
006000     move spaces to queue-detail.
006010     string edited-new-rent delimited by size
006020         " FROM " delimited by size
006030         effective-date delimited by size
006040         into queue-detail.
006050     move "MTMCONV" to ntq-template of notice-queue-record.
006060     move lt-building (lease-sub)
006070         to ntq-building of notice-queue-record.
006080     move lt-aptnum (lease-sub)
006090         to ntq-aptnum of notice-queue-record.
006100     move "Q" to ntq-status of notice-queue-record.
006110     move run-date to ntq-date of notice-queue-record.
006120     move queue-detail to ntq-detail of notice-queue-record.
006130     move "TENMTMC" to ntq-queued-by of notice-queue-record.
006140     write notice-queue-record.
006150 4200-exit.
006160     exit.

006170 4300-report-conversion.
006180     add 1 to converted-count.
006190     move rent-amount of sample-idx-record to edited-rent.
006200     move premium-rent to edited-new-rent.
006210     move spaces to report-line.
006220     string lt-building (lease-sub) delimited by size
006230         "-" delimited by size
006240         lt-aptnum (lease-sub) delimited by size
006250         " " delimited by size
006260         name of sample-idx-record (1:20) delimited by size
006270         " " delimited by size
006280         lt-end (lease-sub) delimited by size
006290         " " delimited by size
006300         mtm-start-date delimited by size
006310         into report-line.
006320     move edited-rent to report-line (47:9).
006330     move edited-new-rent to report-line (57:9).
006340     move effective-date to report-line (67:8).
006350     if premium-capped
006360         move "CAP" to report-line (76:3).
006370     write report-line.
006380     add 1 to line-count.
006390 4300-exit.
006400     exit.

006410 9000-finish.
006420     move spaces to report-line.
006430     write report-line.
006440     move spaces to report-line.
006450     string "EXPIRED LEASES: " delimited by size
006460         expired-count delimited by size
006470         "  CONVERTED: " delimited by size
006480         converted-count delimited by size
006490         "  HELD: " delimited by size
006500         held-count delimited by size
006510         into report-line.
006520     write report-line.
006530     move "CAP = PREMIUM CUT BACK TO THE CITY RENT CAP"
006540         to report-line.
006550     write report-line.
006560     add 3 to line-count.
006570     close conversion-report.
006580     move "TENMTMC" to TENRCAT-PROGRAM.
006590     move conversion-filename to TENRCAT-FILENAME.
006600     move 1 to TENRCAT-PAGES.
006610     move line-count to TENRCAT-LINES.
006620     call "TENRCAT" using TENRCAT-PARMS.
006630     move "I" to TENOLOG-SEVERITY
006640     move spaces to TENOLOG-TEXT
006650     string converted-count delimited by size
006660         " lease(s) converted, " delimited by size
006670         held-count delimited by size
006680         " held" delimited by size
006690         into TENOLOG-TEXT
006700     call "TENOLOG" using TENOLOG-PARMS.
006710 9000-exit.
006720     exit.

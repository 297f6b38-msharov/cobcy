000100*----------------------------------------------------------*
000110* TENRREG.COB
000120*
000130* Annual rent registration for the rent-regulated cities.
000140* The cities on rentrule.dat that cap increases require a
000150* yearly registration of every regulated unit's legal rent,
000160* and the office used to fill in their forms from TENROST
000170* and TENRVAR printouts.  Given the registration date this
000180* job takes, city by city, every indexed.dbf unit in a
000190* rentrule.dat city and registers:
000200*   - the legal rent as of the registration date -- the
000210*     unit's rent, backed out past any change on the
000220*     rchghist.dat applied-change history that TENRAPP
000230*     applied with a later effective date;
000240*   - the prior year's rent off the rollsnap snapshot taken
000250*     on, or nearest before, the same date a year earlier
000260*     (from the change history when the unit is not on the
000270*     snapshot or no snapshot is kept that far back);
000280*   - the lease start and end in force on the registration
000290*     date, off lease.dat;
000300*   - the reason for the change: the reason code of the
000310*     latest scheduled change applied in the year, "M" when
000320*     the rent moved with no scheduled change behind it, "N"
000330*     when it did not move.
000340* A year-over-year increase above the cap TENRULV enforces
000350* is flagged.  The fixed-column registration file goes to
000360* rentreg.YYYYMMDD, grouped by city, and the proof listing
000370* with each city's totals, over-cap units and a signed
000380* certification block goes to rregprf.YYYYMMDD, cataloged
000390* through TENRCAT, the way TENHAEX proves the housing-
000400* authority submission.
000410*----------------------------------------------------------*
000420* MODIFICATION HISTORY
000430*   DATE       INIT  DESCRIPTION
000440*   2026-10-15 JHM   Messages now go through TENOLOG to the
000450*                    dated operations log, each with its
000460*                    severity (and the unit where there is
000470*                    one); aborts raise a menu alert.
000480*   2026-10-15 JHM   Original program.
000490*----------------------------------------------------------*
000500 identification division.
000510 program-id. tenrreg.
000520 author. J. H. Masters.
000530 installation. Property Management Systems.
000540 date-written. 2026-10-15.
000550 date-compiled. 2026-10-15.

000560 environment division.
000570 configuration section.
000580 source-computer. Intel486.
000590 object-computer. Intel486.

000600 input-output section.
000610 file-control.
000620     select optional rent-rule-file assign to disk
000630         organization is line sequential
000640         file status is rul-file-status.

000650     select sample-idx-file assign to disk
000660         organization is indexed
000670         record key is unit-key of sample-idx-record
000680         access mode is sequential
000690         file status is idx-file-status.

000700     select optional lease-file assign to disk
000710         organization is line sequential
000720         file status is lea-file-status.

000730     select optional change-history-file assign to disk
000740         organization is line sequential
000750         file status is rah-file-status.

000760     select optional snapshot-file assign to disk
000770         organization is line sequential
000780         file status is snap-file-status.

000790     select registration-file assign to disk
000800         organization is line sequential.

000810     select proof-report assign to disk
000820         organization is line sequential.

000830 data division.
000840 file section.
000850 fd  rent-rule-file
000860     label records are standard
000870     value of file-id is "rentrule.dat".
000880     copy TENRUL
000890         replacing ==:REC-NAME:==
000900             by ==rent-rule-record==.

000910 fd  sample-idx-file
000920     label records are standard
000930     value of file-id is "indexed.dbf".
000940     copy TENREC
000950         replacing ==:REC-NAME:== by ==sample-idx-record==
000960             ==address== by ==street-addr==.

000970 fd  lease-file
000980     label records are standard
000990     value of file-id is "lease.dat".
001000     copy TENLEA
001010         replacing ==:REC-NAME:==
001020             by ==lease-record==.

001030 fd  change-history-file
001040     label records are standard
001050     value of file-id is "rchghist.dat".
001060     copy TENRAH
001070         replacing ==:REC-NAME:==
001080             by ==change-history-record==.

001090 fd  snapshot-file
001100     label records are standard
001110     value of file-id is snapshot-filename.
001120     copy TENSNAP
001130         replacing ==:REC-NAME:==
001140             by ==snapshot-record==.

001150*----------------------------------------------------------*
001160* The cities' fixed-column registration layout.
001170*----------------------------------------------------------*
001180 fd  registration-file
001190     label records are standard
001200     value of file-id is rentreg-filename.
001210 01  registration-record.
001220     05  reg-city            picture is X(15).
001230     05  reg-building        picture is 9(02).
001240     05  reg-aptnum          picture is 9(04).
001250     05  reg-tenant-name     picture is X(25).
001260     05  reg-occ-status      picture is X(01).
001270     05  reg-date            picture is 9(08).
001280     05  reg-legal-rent      picture is 9(05)V99.
001290     05  reg-prior-rent      picture is 9(05)V99.
001300     05  reg-increase-pct    picture is 9(03)V99.
001310     05  reg-lease-start     picture is 9(08).
001320     05  reg-lease-end       picture is 9(08).
001330     05  reg-reason          picture is X(01).
001340     05  reg-over-cap        picture is X(01).
001350     05  filler              picture is X(08).

001360 fd  proof-report
001370     label records are standard
001380     value of file-id is rregprf-filename.
001390 01  report-line             picture is X(80).

001400 working-storage section.
001410 01  snapshot-filename       picture is X(30).
001420 01  rentreg-filename        picture is X(30).
001430 01  rregprf-filename        picture is X(30).
001440     copy TENRCAT.
001450     copy TENOLOG.
001460     copy TENRULV.
001470 01  rul-file-status         picture is X(02).
001480 01  idx-file-status         picture is X(02).
001490 01  lea-file-status         picture is X(02).
001500 01  rah-file-status         picture is X(02).
001510 01  snap-file-status        picture is X(02).
001520 01  eof-switch              picture is X(01).
001530     88  file-at-end                 value "Y".
001540 01  table-overflow-switch   picture is X(01) value "N".
001550     88  table-overflow              value "Y".
001560 01  snapshot-found-switch   picture is X(01) value "N".
001570     88  snapshot-found              value "Y".
001580 01  run-date                picture is 9(08).
001590 01  registration-date       picture is 9(08).
001600 01  registration-parts redefines registration-date.
001610     05  rd-yyyy             picture is 9(04).
001620     05  rd-mmdd             picture is 9(04).
001630 01  prior-date              picture is 9(08).
001640 01  prior-parts redefines prior-date.
001650     05  pd-yyyy             picture is 9(04).
001660     05  pd-mmdd             picture is 9(04).
001670 01  snapshot-date           picture is 9(08).
001680 01  work-date               picture is 9(08).
001690 01  work-date-parts redefines work-date.
001700     05  wd-yyyy             picture is 9(04).
001710     05  wd-mm               picture is 9(02).
001720     05  wd-dd               picture is 9(02).
001730 01  month-length            picture is 9(02).
001740 01  leap-remainder          picture is 9(04).
001750 01  leap-quotient           picture is 9(04).
001760 01  leap-switch             picture is X(01).
001770     88  leap-year                   value "Y".
001780 01  day-offset              picture is 9(03).
001790 01  city-sub                picture is 9(03).
001800 01  line-count              picture is 9(07) value zero.
001810 01  registered-count        picture is 9(05) value zero.
001820 01  over-cap-count          picture is 9(05) value zero.
001830 01  city-units              picture is 9(05).
001840 01  city-over-cap           picture is 9(05).
001850 01  city-rent               picture is 9(09)V99.
001860 01  legal-rent              picture is 9(05)V99.
001870 01  prior-rent              picture is 9(05)V99.
001880 01  later-effective         picture is 9(08).
001890 01  prior-effective         picture is 9(08).
001900 01  reason-effective        picture is 9(08).
001910 01  unit-reason             picture is X(01).
001920 01  unit-lease-start        picture is 9(08).
001930 01  unit-lease-end          picture is 9(08).
001940 01  edited-legal-rent       picture is ZZ,ZZ9.99.
001950 01  edited-prior-rent       picture is ZZ,ZZ9.99.
001960 01  edited-percent          picture is ZZ9.99.
001970 01  edited-cap              picture is Z9.99.
001980 01  edited-city-rent        picture is ZZZ,ZZZ,ZZ9.99.

001990*----------------------------------------------------------*
002000* Each regulated city on rentrule.dat, latest record.
002010*----------------------------------------------------------*
002020 01  city-table-area.
002030     05  city-table-count    picture is 9(03) value zero.
002040     05  city-table-entry occurs 1 to 100 times
002050             depending on city-table-count
002060             indexed by city-table-index.
002070         10  cty-city        picture is X(15).
002080         10  cty-max-percent picture is 9(02)V99.

002090*----------------------------------------------------------*
002100* The lease term in force on the registration date, latest
002110* lease.dat record per unit starting on or before it.
002120*----------------------------------------------------------*
002130 01  lease-table-area.
002140     05  lease-table-count   picture is 9(04) value zero.
002150     05  lease-table-entry occurs 1 to 1000 times
002160             depending on lease-table-count
002170             indexed by lease-table-index.
002180         10  lt-unit         picture is X(06).
002190         10  lt-start        picture is 9(08).
002200         10  lt-end          picture is 9(08).

002210*----------------------------------------------------------*
002220* Applied changes effective after the prior-year date.
002230*----------------------------------------------------------*
002240 01  change-table-area.
002250     05  change-table-count  picture is 9(04) value zero.
002260     05  change-table-entry occurs 1 to 1000 times
002270             depending on change-table-count
002280             indexed by change-table-index.
002290         10  ch-unit         picture is X(06).
002300         10  ch-old-rent     picture is 9(05)V99.
002310         10  ch-effective    picture is 9(08).
002320         10  ch-reason       picture is X(01).

002330*----------------------------------------------------------*
002340* The prior year's snapshot rent per unit.
002350*----------------------------------------------------------*
002360 01  snapshot-table-area.
002370     05  snapshot-table-count picture is 9(04) value zero.
002380     05  snapshot-table-entry occurs 1 to 1000 times
002390             depending on snapshot-table-count
002400             indexed by snapshot-table-index.
002410         10  sn-unit         picture is X(06).
002420         10  sn-rent         picture is 9(05)V99.

002430 01  unit-key-work.
002440     05  uk-building         picture is 9(02).
002450     05  uk-aptnum           picture is 9(04).

002460 procedure division.
002470 0000-mainline.
002480     move "TENRREG" to TENOLOG-PROGRAM.
002490     perform 1000-initialize thru 1000-exit.
002500     if city-table-count = zero
002510         move "W" to TENOLOG-SEVERITY
002520         move "no cities on rentrule.dat - nothing to register"
002530             to TENOLOG-TEXT
002540         call "TENOLOG" using TENOLOG-PARMS
002550         goback.
002560     perform 2000-load-leases thru 2000-exit.
002570     perform 2200-load-changes thru 2200-exit.
002580     perform 2400-load-snapshot thru 2400-exit.
002590     if table-overflow
002600         move "A" to TENOLOG-SEVERITY
002610         move spaces to TENOLOG-TEXT
002620         string "lease.dat, rchghist.dat or snapshot over the "
002630                 delimited by size
002640             "tables - not registered" delimited by size
002650             into TENOLOG-TEXT
002660         call "TENOLOG" using TENOLOG-PARMS
002670         move 1 to return-code
002680         goback.
002690     open input sample-idx-file.
002700     if idx-file-status not = "00"
002710         move "A" to TENOLOG-SEVERITY
002720         move spaces to TENOLOG-TEXT
002730         string "cannot open indexed.dbf, status "
002740                 delimited by size
002750             idx-file-status delimited by size
002760             into TENOLOG-TEXT
002770         call "TENOLOG" using TENOLOG-PARMS
002780         move 1 to return-code
002790         goback.
002800     close sample-idx-file.
002810     perform 2900-open-outputs thru 2900-exit.
002820     perform 3000-register-city thru 3000-exit
002830         varying city-sub from 1 by 1
002840         until city-sub > city-table-count.
002850     perform 9000-finish thru 9000-exit.
002860     goback.

002870*----------------------------------------------------------*
002880* The prior-year date is the registration date a year
002890* earlier (February 29 falls back to the 28th).
002900*----------------------------------------------------------*
002910 1000-initialize.
002920     move "I" to TENOLOG-SEVERITY
002930     move "annual rent registration" to TENOLOG-TEXT
002940     call "TENOLOG" using TENOLOG-PARMS.
002950     accept run-date from date yyyymmdd.
002960     display "Registration date (YYYYMMDD, 0 for today): ".
002970     accept registration-date.
002980     if registration-date = zero
002990         move run-date to registration-date.
003000     move registration-date to prior-date.
003010     subtract 1 from pd-yyyy.
003020     if pd-mmdd = 0229
003030         move 0228 to pd-mmdd.
003040     perform 1100-load-cities thru 1100-exit.
003050 1000-exit.
003060     exit.

003070 1100-load-cities.
003080     move "N" to eof-switch.
003090     open input rent-rule-file.
003100     if rul-file-status not = "00"
003110         close rent-rule-file
003120         go to 1100-exit.
003130     perform 1200-read-city thru 1200-exit
003140         until file-at-end.
003150     close rent-rule-file.
003160 1100-exit.
003170     exit.

003180 1200-read-city.
003190     read rent-rule-file
003200         at end
003210             move "Y" to eof-switch
003220             go to 1200-exit.
003230     set city-table-index to 1.
003240     if city-table-count > zero
003250         search city-table-entry
003260             at end
003270                 perform 1300-add-city thru 1300-exit
003280             when cty-city (city-table-index)
003290                     = rul-city of rent-rule-record
003300                 move rul-max-percent of rent-rule-record
003310                     to cty-max-percent (city-table-index)
003320     else
003330         perform 1300-add-city thru 1300-exit.
003340 1200-exit.
003350     exit.

003360 1300-add-city.
003370     if city-table-count >= 100
003380         move "W" to TENOLOG-SEVERITY
003390         move spaces to TENOLOG-TEXT
003400         string "city table full at 100, city " delimited by size
003410             rul-city of rent-rule-record delimited by size
003420             " skipped" delimited by size
003430             into TENOLOG-TEXT
003440         call "TENOLOG" using TENOLOG-PARMS
003450         go to 1300-exit.
003460     add 1 to city-table-count.
003470     move rul-city of rent-rule-record
003480         to cty-city (city-table-count).
003490     move rul-max-percent of rent-rule-record
003500         to cty-max-percent (city-table-count).
003510 1300-exit.
003520     exit.

003530 2000-load-leases.
003540     move "N" to eof-switch.
003550     open input lease-file.
003560     if lea-file-status not = "00"
003570         close lease-file
003580         go to 2000-exit.
003590     perform 2100-read-lease thru 2100-exit
003600         until file-at-end.
003610     close lease-file.
003620 2000-exit.
003630     exit.

003640 2100-read-lease.
003650     read lease-file
003660         at end
003670             move "Y" to eof-switch
003680             go to 2100-exit.
003690     if lea-start-date of lease-record > registration-date
003700         go to 2100-exit.
003710     move lea-building of lease-record to uk-building.
003720     move lea-aptnum of lease-record to uk-aptnum.
003730     set lease-table-index to 1.
003740     if lease-table-count > zero
003750         search lease-table-entry
003760             at end
003770                 perform 2150-add-lease thru 2150-exit
003780             when lt-unit (lease-table-index) = unit-key-work
003790                 perform 2160-move-lease thru 2160-exit
003800     else
003810         perform 2150-add-lease thru 2150-exit.
003820 2100-exit.
003830     exit.

003840 2150-add-lease.
003850     if lease-table-count >= 1000
003860         move "Y" to table-overflow-switch
003870         go to 2150-exit.
003880     add 1 to lease-table-count.
003890     set lease-table-index to lease-table-count.
003900     move unit-key-work to lt-unit (lease-table-index).
003910     perform 2160-move-lease thru 2160-exit.
003920 2150-exit.
003930     exit.

003940 2160-move-lease.
003950     move lea-start-date of lease-record
003960         to lt-start (lease-table-index).
003970     move lea-end-date of lease-record
003980         to lt-end (lease-table-index).
003990 2160-exit.
004000     exit.

004010 2200-load-changes.
004020     move "N" to eof-switch.
004030     open input change-history-file.
004040     if rah-file-status not = "00"
004050         close change-history-file
004060         go to 2200-exit.
004070     perform 2300-read-change thru 2300-exit
004080         until file-at-end.
004090     close change-history-file.
004100 2200-exit.
004110     exit.

004120 2300-read-change.
004130     read change-history-file
004140         at end
004150             move "Y" to eof-switch
004160             go to 2300-exit.
004170     if rah-effective-date of change-history-record
004180             not > prior-date
004190         go to 2300-exit.
004200     if change-table-count >= 1000
004210         move "Y" to table-overflow-switch
004220         go to 2300-exit.
004230     add 1 to change-table-count.
004240     move rah-building of change-history-record to uk-building.
004250     move rah-aptnum of change-history-record to uk-aptnum.
004260     move unit-key-work to ch-unit (change-table-count).
004270     move rah-old-rent of change-history-record
004280         to ch-old-rent (change-table-count).
004290     move rah-effective-date of change-history-record
004300         to ch-effective (change-table-count).
004310     move rah-reason of change-history-record
004320         to ch-reason (change-table-count).
004330     if ch-reason (change-table-count) = space
004340         move "O" to ch-reason (change-table-count).
004350 2300-exit.
004360     exit.

004370*----------------------------------------------------------*
004380* The prior year's snapshot: rollsnap.YYYYMMDD on the
004390* prior-year date or, walking back a day at a time, the
004400* nearest one within a month before it.
004410*----------------------------------------------------------*
004420 2400-load-snapshot.
004430     move prior-date to work-date.
004440     perform 2450-try-snapshot thru 2450-exit
004450         varying day-offset from 0 by 1
004460         until snapshot-found
004470             or day-offset > 31.
004480     if not snapshot-found
004490         move "W" to TENOLOG-SEVERITY
004500         move spaces to TENOLOG-TEXT
004510         string "no rollsnap snapshot within a month before "
004520                 delimited by size
004530             prior-date delimited by size
004540             ", rchghist.dat used" delimited by size
004550             into TENOLOG-TEXT
004560         call "TENOLOG" using TENOLOG-PARMS
004570         go to 2400-exit.
004580     move "N" to eof-switch.
004590     open input snapshot-file.
004600     perform 2500-read-snapshot thru 2500-exit
004610         until file-at-end.
004620     close snapshot-file.
004630 2400-exit.
004640     exit.

004650 2450-try-snapshot.
004660     if day-offset > zero
004670         perform 9100-previous-day thru 9100-exit.
004680     move spaces to snapshot-filename.
004690     string "rollsnap." delimited by size
004700         work-date delimited by size
004710         into snapshot-filename.
004720     open input snapshot-file.
004730     if snap-file-status = "00"
004740         move "Y" to snapshot-found-switch
004750         move work-date to snapshot-date.
004760     close snapshot-file.
004770 2450-exit.
004780     exit.

004790 2500-read-snapshot.
004800     read snapshot-file
004810         at end
004820             move "Y" to eof-switch
004830             go to 2500-exit.
004840     if snapshot-table-count >= 1000
004850         move "Y" to table-overflow-switch
004860         go to 2500-exit.
004870     add 1 to snapshot-table-count.
004880     move snap-building of snapshot-record to uk-building.
004890     move snap-aptnum of snapshot-record to uk-aptnum.
004900     move unit-key-work to sn-unit (snapshot-table-count).
004910     move snap-rent of snapshot-record
004920         to sn-rent (snapshot-table-count).
004930 2500-exit.
004940     exit.

004950 2900-open-outputs.
004960     move spaces to rentreg-filename.
004970     string "rentreg." delimited by size
004980         run-date delimited by size
004990         into rentreg-filename.
005000     move spaces to rregprf-filename.
005010     string "rregprf." delimited by size
005020         run-date delimited by size
005030         into rregprf-filename.
005040     open output registration-file.
005050     open output proof-report.
005060     move "ANNUAL RENT REGISTRATION PROOF LISTING" to report-line.
005070     write report-line.
005080     move spaces to report-line.
005090     string "REGISTRATION DATE: " delimited by size
005100         registration-date delimited by size
005110         "  PRIOR YEAR: " delimited by size
005120         prior-date delimited by size
005130         "  RUN DATE: " delimited by size
005140         run-date delimited by size
005150         into report-line.
005160     write report-line.
005170     move spaces to report-line.
005180     if snapshot-found
005190         string "PRIOR RENTS FROM SNAPSHOT rollsnap."
005200                 delimited by size
005210             snapshot-date delimited by size
005220             into report-line
005230     else
005240         move "PRIOR RENTS FROM THE APPLIED-CHANGE HISTORY"
005250             to report-line.
005260     write report-line.
005270     add 3 to line-count.
005280 2900-exit.
005290     exit.

005300*----------------------------------------------------------*
005310* One pass of indexed.dbf per regulated city.
005320*----------------------------------------------------------*
005330 3000-register-city.
005340     move zero to city-units.
005350     move zero to city-over-cap.
005360     move zero to city-rent.
005370     move cty-max-percent (city-sub) to edited-cap.
005380     move spaces to report-line.
005390     write report-line.
005400     move spaces to report-line.
005410     string "CITY: " delimited by size
005420         cty-city (city-sub) delimited by size
005430         "  MAXIMUM ANNUAL INCREASE " delimited by size
005440         edited-cap delimited by size
005450         "%" delimited by size
005460         into report-line.
005470     write report-line.
005480     move spaces to report-line.
005490     write report-line.
005500     move spaces to report-line.
005510     string "UNIT    TENANT                   LEGAL     P"
005520             delimited by size
005530         "RIOR    PCT R LEASE    LEASE    OVER"
005540             delimited by size
005550         into report-line.
005560     write report-line.
005570     move spaces to report-line.
005580     string "                                  RENT      "
005590             delimited by size
005600         "RENT   INCR   START    END      CAP"
005610             delimited by size
005620         into report-line.
005630     write report-line.
005640     add 5 to line-count.
005650     move "N" to eof-switch.
005660     open input sample-idx-file.
005670     perform 3100-read-unit thru 3100-exit
005680         until file-at-end.
005690     close sample-idx-file.
005700     perform 3900-city-totals thru 3900-exit.
005710 3000-exit.
005720     exit.

005730 3100-read-unit.
005740     read sample-idx-file next record
005750         at end
005760             move "Y" to eof-switch
005770             go to 3100-exit.
005780     if city of sample-idx-record not = cty-city (city-sub)
005790         go to 3100-exit.
005800     perform 3200-rents thru 3200-exit.
005810     perform 3300-lease-term thru 3300-exit.
005820     perform 3400-check-cap thru 3400-exit.
005830     perform 3500-write-registration thru 3500-exit.
005840     perform 3600-proof-line thru 3600-exit.
005850 3100-exit.
005860     exit.

005870*----------------------------------------------------------*
005880* The legal rent backs out the earliest change effective
005890* after the registration date; the prior rent is the
005900* snapshot's, else it backs out the earliest change after
005910* the prior-year date.  The latest change inside the year
005920* gives the reason.
005930*----------------------------------------------------------*
005940 3200-rents.
005950     move unit-key of sample-idx-record to unit-key-work.
005960     move rent-amount of sample-idx-record to legal-rent.
005970     move rent-amount of sample-idx-record to prior-rent.
005980     move 99999999 to later-effective.
005990     move 99999999 to prior-effective.
006000     move zero to reason-effective.
006010     move space to unit-reason.
006020     perform 3250-apply-change thru 3250-exit
006030         varying change-table-index from 1 by 1
006040         until change-table-index > change-table-count.
006050     if snapshot-table-count > zero
006060         set snapshot-table-index to 1
006070         search snapshot-table-entry
006080             at end
006090                 continue
006100             when sn-unit (snapshot-table-index) = unit-key-work
006110                 move sn-rent (snapshot-table-index)
006120                     to prior-rent.
006130     if unit-reason = space
006140         if legal-rent = prior-rent
006150             move "N" to unit-reason
006160         else
006170             move "M" to unit-reason.
006180 3200-exit.
006190     exit.

006200 3250-apply-change.
006210     if ch-unit (change-table-index) not = unit-key-work
006220         go to 3250-exit.
006230     if ch-effective (change-table-index) > registration-date
006240         and ch-effective (change-table-index) < later-effective
006250         move ch-effective (change-table-index)
006260             to later-effective
006270         move ch-old-rent (change-table-index) to legal-rent.
006280     if ch-effective (change-table-index) < prior-effective
006290         move ch-effective (change-table-index)
006300             to prior-effective
006310         move ch-old-rent (change-table-index) to prior-rent.
006320     if ch-effective (change-table-index)
006330             not > registration-date
006340         and ch-effective (change-table-index)
006350             not < reason-effective
006360         move ch-effective (change-table-index)
006370             to reason-effective
006380         move ch-reason (change-table-index) to unit-reason.
006390 3250-exit.
006400     exit.

006410 3300-lease-term.
006420     move zero to unit-lease-start.
006430     move zero to unit-lease-end.
006440     if lease-table-count = zero
006450         go to 3300-exit.
006460     set lease-table-index to 1.
006470     search lease-table-entry
006480         at end
006490             continue
006500         when lt-unit (lease-table-index) = unit-key-work
006510             move lt-start (lease-table-index)
006520                 to unit-lease-start
006530             move lt-end (lease-table-index) to unit-lease-end.
006540 3300-exit.
006550     exit.

006560 3400-check-cap.
006570     move city of sample-idx-record to TENRULV-CITY.
006580     move prior-rent to TENRULV-OLD-RENT.
006590     move legal-rent to TENRULV-NEW-RENT.
006600     call "TENRULV" using TENRULV-PARMS.
006610 3400-exit.
006620     exit.

006630 3500-write-registration.
006640     move spaces to registration-record.
006650     move city of sample-idx-record to reg-city.
006660     move building-id of sample-idx-record to reg-building.
006670     move aptnum of sample-idx-record to reg-aptnum.
006680     move name of sample-idx-record to reg-tenant-name.
006690     move occ-status of sample-idx-record to reg-occ-status.
006700     move registration-date to reg-date.
006710     move legal-rent to reg-legal-rent.
006720     move prior-rent to reg-prior-rent.
006730     move zero to reg-increase-pct.
006740     if TENRULV-PERCENT > zero
006750         move TENRULV-PERCENT to reg-increase-pct.
006760     move unit-lease-start to reg-lease-start.
006770     move unit-lease-end to reg-lease-end.
006780     move unit-reason to reg-reason.
006790     move "N" to reg-over-cap.
006800     if TENRULV-REJECTED
006810         move "Y" to reg-over-cap.
006820     write registration-record.
006830     add 1 to registered-count.
006840     add 1 to city-units.
006850     add legal-rent to city-rent.
006860 3500-exit.
006870     exit.

006880 3600-proof-line.
006890     move legal-rent to edited-legal-rent.
006900     move prior-rent to edited-prior-rent.
006910     move reg-increase-pct to edited-percent.
006920     move spaces to report-line.
006930     string reg-building delimited by size
006940         "-" delimited by size
006950         reg-aptnum delimited by size
006960         " " delimited by size
006970         reg-tenant-name (1:20) delimited by size
006980         " " delimited by size
006990         edited-legal-rent delimited by size
007000         " " delimited by size
007010         edited-prior-rent delimited by size
007020         " " delimited by size
007030         edited-percent delimited by size
007040         " " delimited by size
007050         reg-reason delimited by size
007060         " " delimited by size
007070         reg-lease-start delimited by size
007080         " " delimited by size
007090         reg-lease-end delimited by size
007100         into report-line.
007110     if TENRULV-REJECTED
007120         move "OVER" to report-line (77:4)
007130         add 1 to city-over-cap
007140         add 1 to over-cap-count.
007150     write report-line.
007160     add 1 to line-count.
007170 3600-exit.
007180     exit.

007190*----------------------------------------------------------*
007200* The city's totals and the certification block the
007210* owner's agent signs before the filing goes in.
007220*----------------------------------------------------------*
007230 3900-city-totals.
007240     move city-rent to edited-city-rent.
007250     move spaces to report-line.
007260     write report-line.
007270     move spaces to report-line.
007280     string "UNITS REGISTERED: " delimited by size
007290         city-units delimited by size
007300         "  OVER THE CAP: " delimited by size
007310         city-over-cap delimited by size
007320         "  TOTAL LEGAL RENT: " delimited by size
007330         edited-city-rent delimited by size
007340         into report-line.
007350     write report-line.
007360     move "REASON: R RENEWAL  V VACANCY LEASE  I IMPROVEMENT  "
007370         to report-line.
007380     move "O OTHER" to report-line (52:7).
007390     write report-line.
007400     move "        M CHANGED OUTSIDE A SCHEDULED CHANGE  N NO "
007410         to report-line.
007420     move "CHANGE" to report-line (52:6).
007430     write report-line.
007440     move spaces to report-line.
007450     write report-line.
007460     move "CERTIFICATION" to report-line.
007470     write report-line.
007480     move "I CERTIFY THAT THE RENTS REGISTERED ABOVE ARE THE "
007490         to report-line.
007500     move "LEGAL REGULATED" to report-line (51:15).
007510     write report-line.
007520     move "RENTS OF THE UNITS LISTED AS OF THE REGISTRATION "
007530         to report-line.
007540     move "DATE." to report-line (50:5).
007550     write report-line.
007560     move spaces to report-line.
007570     write report-line.
007580     move "SIGNED: ______________________________  DATE: "
007590         to report-line.
007600     move "__________" to report-line (47:10).
007610     write report-line.
007620     move spaces to report-line.
007630     write report-line.
007640     move "NAME AND TITLE: ______________________________"
007650         to report-line.
007660     write report-line.
007670     add 12 to line-count.
007680 3900-exit.
007690     exit.

007700 9000-finish.
007710     close registration-file.
007720     close proof-report.
007730     move "TENRREG" to TENRCAT-PROGRAM.
007740     move rregprf-filename to TENRCAT-FILENAME.
007750     move 1 to TENRCAT-PAGES.
007760     move line-count to TENRCAT-LINES.
007770     call "TENRCAT" using TENRCAT-PARMS.
007780     move "I" to TENOLOG-SEVERITY.
007790     move spaces to TENOLOG-TEXT.
007800     string registered-count delimited by size
007810         " unit(s) registered, " delimited by size
007820         over-cap-count delimited by size
007830         " over the cap" delimited by size
007840         into TENOLOG-TEXT.
007850     call "TENOLOG" using TENOLOG-PARMS.
007860 9000-exit.
007870     exit.

007880*----------------------------------------------------------*
007890* Step work-date back one calendar day, month ends and
007900* leap years handled with the divide-remainder rule.
007910*----------------------------------------------------------*
007920 9100-previous-day.
007930     if wd-dd > 1
007940         subtract 1 from wd-dd
007950         go to 9100-exit.
007960     if wd-mm = 1
007970         subtract 1 from wd-yyyy
007980         move 12 to wd-mm
007990     else
008000         subtract 1 from wd-mm.
008010     evaluate wd-mm
008020         when 1 move 31 to month-length
008030         when 2 perform 9200-february thru 9200-exit
008040         when 3 move 31 to month-length
008050         when 4 move 30 to month-length
008060         when 5 move 31 to month-length
008070         when 6 move 30 to month-length
008080         when 7 move 31 to month-length
008090         when 8 move 31 to month-length
008100         when 9 move 30 to month-length
008110         when 10 move 31 to month-length
008120         when 11 move 30 to month-length
008130         when 12 move 31 to month-length
008140     end-evaluate.
008150     move month-length to wd-dd.
008160 9100-exit.
008170     exit.

008180 9200-february.
008190     move "N" to leap-switch.
008200     divide wd-yyyy by 4 giving leap-quotient
008210         remainder leap-remainder.
008220     if leap-remainder = zero
008230         move "Y" to leap-switch.
008240     divide wd-yyyy by 100 giving leap-quotient
008250         remainder leap-remainder.
008260     if leap-remainder = zero
008270         move "N" to leap-switch.
008280     divide wd-yyyy by 400 giving leap-quotient
008290         remainder leap-remainder.
008300     if leap-remainder = zero
008310         move "Y" to leap-switch.
008320     if leap-year
008330         move 29 to month-length
008340     else
008350         move 28 to month-length.
008360 9200-exit.
008370     exit.

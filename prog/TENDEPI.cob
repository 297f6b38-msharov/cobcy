000260*----------------------------------------------------------*
000270* MODIFICATION HISTORY
000280*   DATE       INIT  DESCRIPTION
000290*   2026-10-15 JHM   Messages now go through TENOLOG to the
000300*                    dated operations log, each with its
000310*                    severity (and the unit where there is
000320*                    one); aborts raise a menu alert.
000330*   2026-09-03 JHM   One statutory accrual per year: a
000340*                    unit whose deposit.dat already holds
000350*                    an interest-only record dated in the
000360*                    accrual year is skipped with a
000370*                    register line -- TENRUNC only guards
000380*                    one business date, and a rerun on a
000390*                    later date was posting a second year
000400*                    of interest.  The TENCLOSE first-of-
000410*                    month guard is the precedent for a
000420*                    date-window check beyond TENRUNC.
000430*   2026-09-03 JHM   Honors the badmail.dat returned-mail
000440*                    flag: the interest still posts but a
000450*                    flagged unit's disclosure letter is
000460*                    held onto an exception line, the
000470*                    TENSTMT convention.
000480*   2026-09-03 JHM   Original program.
000490*----------------------------------------------------------*
000500 identification division.
000510 program-id. tendepi.
000520 author. J. H. Masters.
000530 installation. Property Management Systems.
000540 date-written. 2026-09-03.
000550 date-compiled. 2026-09-03.

000560 environment division.
000570 configuration section.
000580 source-computer. Intel486.
000590 object-computer. Intel486.

000600 input-output section.
000610 file-control.
000620     select sample-idx-file assign to disk
000630         organization is indexed
000640         record key is unit-key of sample-idx-record
000650         access mode is sequential
000660         file status is idx-file-status.

000670     select optional deposit-rate-file assign to disk
000680         organization is line sequential
000690         file status is din-file-status.

000700     select optional deposit-file assign to disk
000710         organization is line sequential
000720         file status is dep-file-status.

000730     select accrual-report assign to disk
000740         organization is line sequential.

000750     select optional bad-mail-file assign to disk
000760         organization is line sequential
000770         file status is bad-file-status.

000780 data division.
000790 file section.
000800 fd  sample-idx-file
000810     label records are standard
000820     value of file-id is "indexed.dbf".
000830     copy TENREC
000840         replacing ==:REC-NAME:== by ==sample-idx-record==
000850             ==address== by ==street-addr==.

000860 fd  deposit-rate-file
000870     label records are standard
000880     value of file-id is "depint.dat".
000890     copy TENDIN
000900         replacing ==:REC-NAME:==
000910             by ==deposit-rate-record==.

000920 fd  deposit-file
000930     label records are standard
000940     value of file-id is "deposit.dat".
000950     copy TENDEP
000960         replacing ==:REC-NAME:==
000970             by ==deposit-record==.

000980 fd  accrual-report
000990     label records are standard
001000     value of file-id is accrual-filename.
001010 01  report-line             picture is X(80).

001020 fd  bad-mail-file
001030     label records are standard
001040     value of file-id is "badmail.dat".
001050     copy TENBAD
001060         replacing ==:REC-NAME:==
001070             by ==bad-mail-record==.

001080 working-storage section.
001090 01  accrual-filename        picture is X(30).
001100     copy TENRCAT.
001110 01  idx-file-status         picture is X(02).
001120 01  din-file-status         picture is X(02).
001130 01  dep-file-status         picture is X(02).
001140 01  din-eof-switch          picture is X(01) value "N".
001150     88  rate-file-at-end            value "Y".
001160 01  dep-eof-switch          picture is X(01).
001170     88  deposit-file-at-end         value "Y".
001180 01  run-date                picture is 9(08).
001190 01  run-date-parts redefines run-date.
001200     05  run-yyyy            picture is 9(04).
001210     05  run-mmdd            picture is 9(04).
001220 01  dep-date-work           picture is 9(08).
001230 01  dep-date-parts redefines dep-date-work.
001240     05  dd-yyyy             picture is 9(04).
001250     05  dd-mmdd             picture is 9(04).
001260 01  already-accrued-switch  picture is X(01).
001270     88  already-accrued             value "Y".
001280 01  skipped-accrued         picture is 9(04) value zero.
001290 01  accrued-count           picture is 9(04) value zero.
001300 01  line-count              picture is 9(07) value zero.
001310 01  deposit-held            picture is 9(07)V99.
001320 01  interest-due            picture is 9(05)V99.
001330 01  building-work           picture is 9(02).
001340 01  held-text               picture is X(12).
001350 01  first-name-part         picture is X(25).
001360 01  last-name-part          picture is X(25).
001370 01  name-pointer            picture is 9(02).
001380 01  total-accrued           picture is 9(09)V99 value zero.
001390 01  bad-file-status         picture is X(02).
001400 01  bad-eof-switch          picture is X(01) value "N".
001410     88  bad-mail-at-end             value "Y".
001420 01  held-count              picture is 9(04) value zero.
001430 01  mail-held-switch        picture is X(01).
001440     88  mailing-held                value "Y".

001450*----------------------------------------------------------*
001460* Latest badmail.dat status per unit; a flagged unit's
001470* letter is held onto the exception worklist instead of
001480* mailed, the TENSTMT convention.
001490*----------------------------------------------------------*
001500 01  bad-mail-table-area.
001510     05  bad-table-count     picture is 9(03) value zero.
001520     05  bad-table-entry occurs 1 to 200 times
001530             depending on bad-table-count
001540             indexed by bad-table-index.
001550         10  bd-building     picture is 9(02).
001560         10  bd-aptnum       picture is 9(04).
001570         10  bd-status       picture is X(01).

001580 01  building-accrued-area.
001590     05  bldg-accrued        picture is 9(07)V99
001600                             occurs 99 times.

001610*----------------------------------------------------------*
001620* Deposit interest rates per city from depint.dat, later
001630* record per city superseding the earlier one.
001640*----------------------------------------------------------*
001650 01  rate-table-area.
001660     05  rate-table-count    picture is 9(02) value zero.
001670     05  rate-table-entry occurs 1 to 20 times
001680             depending on rate-table-count
001690             indexed by rate-table-index.
001700         10  rt-city         picture is X(15).
001710         10  rt-percent      picture is 9(02)V99.
001720     copy TENFMT.
001730     copy TENRUNC.
001740     copy TENOLOG.

001750 procedure division.
001760 0000-mainline.
001770     move "TENDEPI" to TENOLOG-PROGRAM.
001780     perform 1000-initialize thru 1000-exit.
001790     perform 2000-read-units thru 2000-exit
001800         until idx-file-status = "10".
001810     perform 8000-accrual-register thru 8000-exit.
001820     perform 9000-finish thru 9000-exit.
001830     stop run.

001840 1000-initialize.
001850     move "I" to TENOLOG-SEVERITY
001860     move "annual deposit interest accrual" to TENOLOG-TEXT
001870     call "TENOLOG" using TENOLOG-PARMS.
001880     move "TENDEPI" to TENRUNC-PROGRAM.
001890     move "S" to TENRUNC-FUNCTION.
001900     move zero to TENRUNC-COUNT.
001910     call "TENRUNC" using TENRUNC-PARMS.
001920     if TENRUNC-ALREADY-RAN
001930         move "A" to TENOLOG-SEVERITY
001940         move spaces to TENOLOG-TEXT
001950         string "already run this business date - "
001960                 delimited by size
001970             "put TENDEPI on runover.ctl to rerun"
001980                 delimited by size
001990             into TENOLOG-TEXT
002000         call "TENOLOG" using TENOLOG-PARMS
002010         move 1 to return-code
002020         stop run.
002030     accept run-date from date yyyymmdd.
002040     perform 1100-load-rates thru 1100-exit.
002050     if rate-table-count = zero
002060         move "A" to TENOLOG-SEVERITY
002070         move "no rates on depint.dat, nothing accrued"
002080             to TENOLOG-TEXT
002090         call "TENOLOG" using TENOLOG-PARMS
002100         move "E" to TENRUNC-FUNCTION
002110         move zero to TENRUNC-COUNT
002120         call "TENRUNC" using TENRUNC-PARMS
002130         move 1 to return-code
002140         stop run.
002150     perform 1200-clear-building thru 1200-exit
002160         varying building-work from 1 by 1
002170         until building-work > 99.
002180     open input sample-idx-file.
002190     if idx-file-status not = "00"
002200         move "A" to TENOLOG-SEVERITY
002210         move spaces to TENOLOG-TEXT
002220         string "cannot open indexed.dbf, status "
002230                 delimited by size
002240             idx-file-status delimited by size
002250             into TENOLOG-TEXT
002260         call "TENOLOG" using TENOLOG-PARMS
002270         move 1 to return-code
002280         stop run.
002290     move spaces to accrual-filename.
002300     string "depaccr." delimited by size
002310         run-date delimited by size
002320         into accrual-filename.
002330     open output accrual-report.
002340     perform 1500-load-bad-mail thru 1500-exit.
002350 1000-exit.
002360     exit.

002370 1100-load-rates.
002380     open input deposit-rate-file.
002390     if din-file-status not = "00"
002400         close deposit-rate-file
002410         move "Y" to din-eof-switch
002420         go to 1100-exit.
002430     perform 1110-read-rate thru 1110-exit
002440         until rate-file-at-end.
002450     close deposit-rate-file.
002460 1100-exit.
002470     exit.

002480 1110-read-rate.
002490     read deposit-rate-file
002500         at end
002510             move "Y" to din-eof-switch
002520         not at end
002530             perform 1120-stow-rate thru 1120-exit.
002540 1110-exit.
002550     exit.

002560 1120-stow-rate.
002570     set rate-table-index to 1.
002580     if rate-table-count > zero
002590         search rate-table-entry
002600             at end
002610                 perform 1130-add-rate thru 1130-exit
002620             when rt-city (rate-table-index)
002630                     = din-city of deposit-rate-record
002640                 move din-rate-percent
002650                     of deposit-rate-record
002660                     to rt-percent (rate-table-index)
002670     else
002680         perform 1130-add-rate thru 1130-exit.
002690 1120-exit.
002700     exit.

002710 1130-add-rate.
002720     if rate-table-count >= 20
002730         move "W" to TENOLOG-SEVERITY
002740         move "rate table overflow" to TENOLOG-TEXT
002750         call "TENOLOG" using TENOLOG-PARMS
002760     else
002770         add 1 to rate-table-count
002780         move din-city of deposit-rate-record
002790             to rt-city (rate-table-count)
002800         move din-rate-percent of deposit-rate-record
002810             to rt-percent (rate-table-count).
002820 1130-exit.
002830     exit.

002840 1200-clear-building.
002850     move zero to bldg-accrued (building-work).
002860 1200-exit.
002870     exit.

002880 2000-read-units.
002890     read sample-idx-file next record
002900         at end
002910             continue
002920         not at end
002930             if occ-occupied of sample-idx-record
002940                 perform 2100-accrue-unit thru 2100-exit.
002950 2000-exit.
002960     exit.

002970 2100-accrue-unit.
002980     set rate-table-index to 1.
002990     search rate-table-entry
003000         at end
003010             go to 2100-exit
003020         when rt-city (rate-table-index)
003030                 = city of sample-idx-record
003040             continue.
003050     if rt-percent (rate-table-index) = zero
003060         go to 2100-exit.
003070     perform 2200-total-deposit thru 2200-exit.
003080*    one statutory accrual per year: an interest-only
003090*    record already dated in the accrual year means a
003100*    rerun on a later date, not a unit still owed interest
003110*    -- the TENCLOSE first-of-month rule, applied per unit
003120     if already-accrued
003130         add 1 to skipped-accrued
003140         move spaces to report-line
003150         string "*** " delimited by size
003160             building-id of sample-idx-record
003170                 delimited by size
003180             "-" delimited by size
003190             aptnum of sample-idx-record
003200                 delimited by size
003210             " ALREADY ACCRUED THIS YEAR - SKIPPED"
003220                 delimited by size
003230             " ***" delimited by size
003240             into report-line
003250         write report-line
003260         add 1 to line-count
003270         go to 2100-exit.
003280     if deposit-held = zero
003290         go to 2100-exit.
003300     compute interest-due rounded = deposit-held
003310         * rt-percent (rate-table-index) / 100.
003320     if interest-due = zero
003330         go to 2100-exit.
003340     perform 2300-post-interest thru 2300-exit.
003350     perform 3000-disclosure-letter thru 3000-exit.
003360     add 1 to accrued-count.
003370     add interest-due to total-accrued.
003380     if building-id of sample-idx-record not = zero
003390         add interest-due to bldg-accrued
003400             (building-id of sample-idx-record).
003410 2100-exit.
003420     exit.

003430*----------------------------------------------------------*
003440* The unit's deposit on hand: every deposit.dat posting's
003450* principal plus the interest already accrued, the same
003460* total the move-out disposition settles against.
003470*----------------------------------------------------------*
003480 2200-total-deposit.
003490     move zero to deposit-held.
003500     move "N" to already-accrued-switch.
003510     move "N" to dep-eof-switch.
003520     open input deposit-file.
003530     if dep-file-status not = "00"
003540         close deposit-file
003550         move "Y" to dep-eof-switch
003560         go to 2200-exit.
003570     perform 2210-scan-deposit thru 2210-exit
003580         until deposit-file-at-end.
003590     close deposit-file.
003600 2200-exit.
003610     exit.

003620 2210-scan-deposit.
003630     read deposit-file
003640         at end
003650             move "Y" to dep-eof-switch
003660         not at end
003670             if dep-building of deposit-record
003680                     = building-id of sample-idx-record
003690                 and dep-aptnum of deposit-record
003700                     = aptnum of sample-idx-record
003710                 add dep-amount of deposit-record
003720                     to deposit-held
003730                 add dep-interest of deposit-record
003740                     to deposit-held
003750                 move dep-date-received
003760                     of deposit-record
003770                     to dep-date-work
003780                 if dep-amount of deposit-record = zero
003790                     and dep-interest of deposit-record
003800                         not = zero
003810                     and dd-yyyy = run-yyyy
003820                     move "Y"
003830                         to already-accrued-switch
003840                 end-if.
003850 2210-exit.
003860     exit.

003870*----------------------------------------------------------*
003880* The year's interest posts as an interest-only deposit
003890* record dated this run; the move-out disposition and next
003900* year's accrual both pick it up from there.
003910*----------------------------------------------------------*
003920 2300-post-interest.
003930     open extend deposit-file.
003940     move building-id of sample-idx-record
003950         to dep-building of deposit-record.
003960     move aptnum of sample-idx-record
003970         to dep-aptnum of deposit-record.
003980     move zero to dep-amount of deposit-record.
003990     move run-date to dep-date-received of deposit-record.
004000     move interest-due to dep-interest of deposit-record.
004010     write deposit-record.
004020     close deposit-file.
004030 2300-exit.
004040     exit.

004050*----------------------------------------------------------*
004060* The disclosure letter the ordinance requires, TENLABEL
004070* address block.
004080*----------------------------------------------------------*

004090 1500-load-bad-mail.
004100     open input bad-mail-file.
004110     if bad-file-status not = "00"
004120         close bad-mail-file
004130         move "Y" to bad-eof-switch
004140         go to 1500-exit.
004150     perform 1510-read-bad thru 1510-exit
004160         until bad-mail-at-end.
004170     close bad-mail-file.
004180 1500-exit.
004190     exit.

004200 1510-read-bad.
004210     read bad-mail-file
004220         at end
004230             move "Y" to bad-eof-switch
004240         not at end
004250             perform 1520-stow-bad thru 1520-exit.
004260 1510-exit.
004270     exit.

004280 1520-stow-bad.
004290     set bad-table-index to 1.
004300     if bad-table-count > zero
004310         search bad-table-entry
004320             at end
004330                 perform 1530-add-bad thru 1530-exit
004340             when bd-building (bad-table-index)
004350                     = bad-building of bad-mail-record
004360                 and bd-aptnum (bad-table-index)
004370                     = bad-aptnum of bad-mail-record
004380                 move bad-status of bad-mail-record
004390                     to bd-status (bad-table-index)
004400     else
004410         perform 1530-add-bad thru 1530-exit.
004420 1520-exit.
004430     exit.

004440 1530-add-bad.
004450     if bad-table-count >= 200
004460         move "W" to TENOLOG-SEVERITY
004470         move "bad-mail table overflow" to TENOLOG-TEXT
004480         call "TENOLOG" using TENOLOG-PARMS
004490     else
004500         add 1 to bad-table-count
004510         move bad-building of bad-mail-record
004520             to bd-building (bad-table-count)
004530         move bad-aptnum of bad-mail-record
004540             to bd-aptnum (bad-table-count)
004550         move bad-status of bad-mail-record
004560             to bd-status (bad-table-count).
004570 1530-exit.
004580     exit.

004590 2900-check-bad-mail.
004600     move "N" to mail-held-switch.
004610     if bad-table-count = zero
004620         go to 2900-exit.
004630     set bad-table-index to 1.
004640     search bad-table-entry
004650         at end
004660             continue
004670         when bd-building (bad-table-index)
004680                 = building-id of sample-idx-record
004690             and bd-aptnum (bad-table-index)
004700                 = aptnum of sample-idx-record
004710             if bd-status (bad-table-index) = "F"
004720                 move "Y" to mail-held-switch
004730             end-if.
004740 2900-exit.
004750     exit.

004760 3000-disclosure-letter.
004770*    the statutory interest posts either way; only the
004780*    letter is held when the address is flagged bad
004790     perform 2900-check-bad-mail thru 2900-exit.
004800     if mailing-held
004810         add 1 to held-count
004820         move spaces to report-line
004830         string "*** MAILING HELD - RETURNED MAIL - "
004840             delimited by size
004850             building-id of sample-idx-record
004860                 delimited by size
004870             "-" delimited by size
004880             aptnum of sample-idx-record
004890                 delimited by size
004900             " ***" delimited by size
004910             into report-line
004920         write report-line
004930         add 1 to line-count
004940         go to 3000-exit.
004950     move all "=" to report-line.
004960     write report-line.
004970     perform 3100-address-block thru 3100-exit.
004980     move spaces to report-line.
004990     write report-line.
005000     move "ANNUAL SECURITY DEPOSIT INTEREST DISCLOSURE"
005010         to report-line.
005020     write report-line.
005030     move "A" to TENFMT-FORMAT-CODE.
005040     move deposit-held to TENFMT-RAW-AMOUNT.
005050     call "TENFMT" using TENFMT-PARMS.
005060     move TENFMT-EDITED-OUT to held-text.
005070     move interest-due to TENFMT-RAW-AMOUNT.
005080     call "TENFMT" using TENFMT-PARMS.
005090     move spaces to report-line.
005100     string "DEPOSIT HELD " delimited by size
005110         held-text delimited by size
005120         "  INTEREST AT " delimited by size
005130         rt-percent (rate-table-index) delimited by size
005140         " PCT: " delimited by size
005150         TENFMT-EDITED-OUT delimited by size
005160         into report-line.
005170     write report-line.
005180     move "THE INTEREST HAS BEEN CREDITED TO YOUR DEPOSIT"
005190         to report-line.
005200     write report-line.
005210     move spaces to report-line.
005220     write report-line.
005230     add 6 to line-count.
005240 3000-exit.
005250     exit.

005260 3100-address-block.
005270     move spaces to first-name-part.
005280     move spaces to last-name-part.
005290     move 1 to name-pointer.
005300     unstring name of sample-idx-record delimited by space
005310         into first-name-part
005320         with pointer name-pointer.
005330     if name-pointer <= 25
005340         move name of sample-idx-record (name-pointer:)
005350             to last-name-part.
005360     move spaces to report-line.
005370     string last-name-part delimited by space
005380         ", " delimited by size
005390         first-name-part delimited by space
005400         into report-line.
005410     write report-line.
005420     move spaces to report-line.
005430     move street-addr of sample-idx-record to report-line.
005440     write report-line.
005450     move spaces to report-line.
005460     string city of sample-idx-record delimited by space
005470         ", " delimited by size
005480         state of sample-idx-record delimited by size
005490         "  " delimited by size
005500         zip of sample-idx-record delimited by size
005510         into report-line.
005520     write report-line.
005530     add 3 to line-count.
005540 3100-exit.
005550     exit.

005560*----------------------------------------------------------*
005570* The accrual register: interest credited per building,
005580* the trust-account funding figure.
005590*----------------------------------------------------------*
005600 8000-accrual-register.
005610     move all "=" to report-line.
005620     write report-line.
005630     move "DEPOSIT INTEREST ACCRUAL REGISTER"
005640         to report-line.
005650     write report-line.
005660     add 2 to line-count.
005670     perform 8100-building-line thru 8100-exit
005680         varying building-work from 1 by 1
005690         until building-work > 99.
005700     move "A" to TENFMT-FORMAT-CODE.
005710     move total-accrued to TENFMT-RAW-AMOUNT.
005720     call "TENFMT" using TENFMT-PARMS.
005730     move spaces to report-line.
005740     string "TOTAL INTEREST ACCRUED: " delimited by size
005750         TENFMT-EDITED-OUT delimited by size
005760         "  (" delimited by size
005770         accrued-count delimited by size
005780         " deposit(s))" delimited by size
005790         into report-line.
005800     write report-line.
005810     add 1 to line-count.
005820 8000-exit.
005830     exit.

005840 8100-building-line.
005850     if bldg-accrued (building-work) = zero
005860         go to 8100-exit.
005870     move "A" to TENFMT-FORMAT-CODE.
005880     move bldg-accrued (building-work) to TENFMT-RAW-AMOUNT.
005890     call "TENFMT" using TENFMT-PARMS.
005900     move spaces to report-line.
005910     string "  BUILDING " delimited by size
005920         building-work delimited by size
005930         "  " delimited by size
005940         TENFMT-EDITED-OUT delimited by size
005950         into report-line.
005960     write report-line.
005970     add 1 to line-count.
005980 8100-exit.
005990     exit.

006000 9000-finish.
006010     close sample-idx-file accrual-report.
006020     move "TENDEPI" to TENRCAT-PROGRAM.
006030     move accrual-filename to TENRCAT-FILENAME.
006040     move accrued-count to TENRCAT-PAGES.
006050     move line-count to TENRCAT-LINES.
006060     call "TENRCAT" using TENRCAT-PARMS.
006070     move "E" to TENRUNC-FUNCTION.
006080     move accrued-count to TENRUNC-COUNT.
006090     call "TENRUNC" using TENRUNC-PARMS.
006100     move "I" to TENOLOG-SEVERITY.
006110     move spaces to TENOLOG-TEXT.
006120     string accrued-count delimited by size
006130         " deposit(s) accrued, " delimited by size
006140         skipped-accrued delimited by size
006150         " already accrued, " delimited by size
006160         held-count delimited by size
006170         " mailing(s) held" delimited by size
006180         into TENOLOG-TEXT.
006190     call "TENOLOG" using TENOLOG-PARMS.
006200 9000-exit.
006210     exit.

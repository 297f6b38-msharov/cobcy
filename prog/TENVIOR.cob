000100*----------------------------------------------------------*
000110* TENVIOR.COB
000120*
000130* Nightly lease-violation escalation.  Counts each unit's
000140* incidents on incident.dat per category over the rolling
000150* twelve months ending tonight and takes the steps the
000160* lease sets out, so escalation no longer depends on
000170* someone remembering: the third incident of a category
000180* queues the formal cure-or-quit letter (template
000190* CUREQUIT) on noticeq.dat for the TENNOTE notice engine,
000200* and the fourth opens a lease-violation case on
000210* legcase.dat for legal review, unless the unit already
000220* has a case open.  Each step taken is logged to
000230* vioesc.dat and is taken once per unit, category and
000240* twelve months.  A unit no longer occupied gets no
000250* letter and no case.  Every unit with incidents in the
000260* window is listed by building on a dated report
000270* (violrpt.YYYYMMDD) cataloged through TENRCAT.
000280*----------------------------------------------------------*
000290* MODIFICATION HISTORY
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-15 JHM   Messages now go through TENOLOG to the
000320*                    dated operations log, each with its
000330*                    severity (and the unit where there is
000340*                    one); aborts raise a menu alert.
000350*   2026-10-15 JHM   Original program.
000360*----------------------------------------------------------*
000370 identification division.
000380 program-id. tenvior.
000390 author. J. H. Masters.
000400 installation. Property Management Systems.
000410 date-written. 2026-10-15.
000420 date-compiled. 2026-10-15.

000430 environment division.
000440 configuration section.
000450 source-computer. Intel486.
000460 object-computer. Intel486.

000470 input-output section.
000480 file-control.
000490     select sample-idx-file assign to disk
000500         organization is indexed
000510         record key is unit-key of sample-idx-record
000520         access mode is random
000530         file status is idx-file-status.

000540     select optional incident-file assign to disk
000550         organization is line sequential
000560         file status is vio-file-status.

000570     select optional escalation-file assign to disk
000580         organization is line sequential
000590         file status is vie-file-status.

000600     select optional legal-case-file assign to disk
000610         organization is line sequential
000620         file status is lgl-file-status.

000630     select optional notice-queue-file assign to disk
000640         organization is line sequential.

000650     select violation-report assign to disk
000660         organization is line sequential.

000670 data division.
000680 file section.
000690 fd  sample-idx-file
000700     label records are standard
000710     value of file-id is "indexed.dbf".
000720     copy TENREC
000730         replacing ==:REC-NAME:== by ==sample-idx-record==
000740             ==address== by ==street-addr==.

000750 fd  incident-file
000760     label records are standard
000770     value of file-id is "incident.dat".
000780     copy TENVIO
000790         replacing ==:REC-NAME:==
000800             by ==incident-record==.

000810 fd  escalation-file
000820     label records are standard
000830     value of file-id is "vioesc.dat".
000840     copy TENVIE
000850         replacing ==:REC-NAME:==
000860             by ==escalation-record==.

000870 fd  legal-case-file
000880     label records are standard
000890     value of file-id is "legcase.dat".
000900     copy TENLGL
000910         replacing ==:REC-NAME:==
000920             by ==legal-case-record==.

000930 fd  notice-queue-file
000940     label records are standard
000950     value of file-id is "noticeq.dat".
000960     copy TENNTQ
000970         replacing ==:REC-NAME:==
000980             by ==notice-queue-record==.

000990 fd  violation-report
001000     label records are standard
001010     value of file-id is violrpt-filename.
001020 01  report-line             picture is X(80).

001030 working-storage section.
001040 01  violrpt-filename        picture is X(30).
001050     copy TENRCAT.
001060     copy TENOLOG.
001070 01  idx-file-status         picture is X(02).
001080 01  vio-file-status         picture is X(02).
001090 01  vie-file-status         picture is X(02).
001100 01  lgl-file-status         picture is X(02).
001110 01  vio-eof-switch          picture is X(01) value "N".
001120     88  incident-file-at-end        value "Y".
001130 01  vie-eof-switch          picture is X(01) value "N".
001140     88  escalation-file-at-end      value "Y".
001150 01  lgl-eof-switch          picture is X(01) value "N".
001160     88  case-file-at-end            value "Y".
001170 01  unit-occupied-switch    picture is X(01).
001180     88  unit-occupied               value "Y".
001190 01  step-done-switch        picture is X(01).
001200     88  step-already-taken          value "Y".
001210 01  case-found-switch       picture is X(01).
001220     88  case-on-file                value "Y".
001230 01  run-date                picture is 9(08).
001240 01  window-start            picture is 9(08).
001250 01  count-sub               picture is 9(04).
001260 01  building-sub            picture is 9(03).
001270 01  wanted-level            picture is 9(01).
001280 01  building-unit-count     picture is 9(05).
001290 01  units-listed            picture is 9(05) value zero.
001300 01  notices-queued          picture is 9(05) value zero.
001310 01  cases-opened            picture is 9(05) value zero.
001320 01  category-text           picture is X(21).
001330 01  action-text             picture is X(30).

001340*----------------------------------------------------------*
001350* Incidents inside the window, counted per unit and
001360* category, with the latest incident date.
001370*----------------------------------------------------------*
001380 01  count-table-area.
001390     05  count-table-count   picture is 9(04) value zero.
001400     05  count-table-entry occurs 1 to 1000 times
001410             depending on count-table-count
001420             indexed by count-table-index.
001430         10  vt-building     picture is 9(02).
001440         10  vt-aptnum       picture is 9(04).
001450         10  vt-category     picture is X(01).
001460         10  vt-count        picture is 9(03).
001470         10  vt-last-date    picture is 9(08).

001480*----------------------------------------------------------*
001490* Latest vioesc.dat step per unit, category and level.
001500*----------------------------------------------------------*
001510 01  escalation-table-area.
001520     05  esc-table-count     picture is 9(04) value zero.
001530     05  esc-table-entry occurs 1 to 1000 times
001540             depending on esc-table-count
001550             indexed by esc-table-index.
001560         10  et-building     picture is 9(02).
001570         10  et-aptnum       picture is 9(04).
001580         10  et-category     picture is X(01).
001590         10  et-level        picture is 9(01).
001600         10  et-date         picture is 9(08).

001610*----------------------------------------------------------*
001620* Latest legcase.dat status per unit; a unit whose case is
001630* anything but closed already has one open.
001640*----------------------------------------------------------*
001650 01  case-table-area.
001660     05  case-table-count    picture is 9(03) value zero.
001670     05  case-table-entry occurs 1 to 200 times
001680             depending on case-table-count
001690             indexed by case-table-index.
001700         10  ca-building     picture is 9(02).
001710         10  ca-aptnum       picture is 9(04).
001720         10  ca-status       picture is X(01).

001730 procedure division.
001740 0000-mainline.
001750     move "TENVIOR" to TENOLOG-PROGRAM.
001760     perform 1000-initialize thru 1000-exit.
001770     perform 2000-load-incidents thru 2000-exit.
001780     perform 2500-load-escalations thru 2500-exit.
001790     perform 2600-load-cases thru 2600-exit.
001800     open extend escalation-file.
001810     open extend notice-queue-file.
001820     open extend legal-case-file.
001830     perform 3000-report-units thru 3000-exit.
001840     close escalation-file.
001850     close notice-queue-file.
001860     close legal-case-file.
001870     perform 9000-finish thru 9000-exit.
001880     goback.

001890 1000-initialize.
001900     move "I" to TENOLOG-SEVERITY
001910     move "lease-violation escalation" to TENOLOG-TEXT
001920     call "TENOLOG" using TENOLOG-PARMS.
001930     accept run-date from date yyyymmdd.
001940     compute window-start = run-date - 10000.
001950     open input sample-idx-file.
001960     if idx-file-status not = "00"
001970         move "A" to TENOLOG-SEVERITY
001980         move spaces to TENOLOG-TEXT
001990         string "cannot open indexed.dbf, status "
002000                 delimited by size
002010             idx-file-status delimited by size
002020             into TENOLOG-TEXT
002030         call "TENOLOG" using TENOLOG-PARMS
002040         move 1 to return-code
002050         goback.
002060     move spaces to violrpt-filename.
002070     string "violrpt." delimited by size
002080         run-date delimited by size
002090         into violrpt-filename.
002100     open output violation-report.
002110     move "LEASE-VIOLATION INCIDENTS - TWELVE MONTHS"
002120         to report-line.
002130     write report-line.
002140     move spaces to report-line.
002150     string "RUN DATE: " delimited by size
002160         run-date delimited by size
002170         "   INCIDENTS AFTER: " delimited by size
002180         window-start delimited by size
002190         into report-line.
002200     write report-line.
002210     move spaces to report-line.
002220     write report-line.
002230     move spaces to report-line.
002240     string "BLDG APT   CATEGORY" delimited by size
002250         "              CNT   LAST INC  ACTION"
002260             delimited by size
002270         into report-line.
002280     write report-line.
002290 1000-exit.
002300     exit.

002310 2000-load-incidents.
002320     open input incident-file.
002330     if vio-file-status not = "00"
002340         move "W" to TENOLOG-SEVERITY
002350         move "no incident.dat on file" to TENOLOG-TEXT
002360         call "TENOLOG" using TENOLOG-PARMS
002370         close incident-file
002380         go to 2000-exit.
002390     perform 2100-read-incident thru 2100-exit
002400         until incident-file-at-end.
002410     close incident-file.
002420 2000-exit.
002430     exit.

002440 2100-read-incident.
002450     read incident-file
002460         at end
002470             move "Y" to vio-eof-switch
002480         not at end
002490             if vio-date of incident-record > window-start
002500                 and vio-date of incident-record
002510                     not > run-date
002520                 perform 2200-count-incident thru 2200-exit.
002530 2100-exit.
002540     exit.

002550 2200-count-incident.
002560     set count-table-index to 1.
002570     if count-table-count > zero
002580         search count-table-entry
002590             at end
002600                 perform 2300-add-count thru 2300-exit
002610             when vt-building (count-table-index)
002620                     = vio-building of incident-record
002630                 and vt-aptnum (count-table-index)
002640                     = vio-aptnum of incident-record
002650                 and vt-category (count-table-index)
002660                     = vio-category of incident-record
002670                 perform 2400-tally-count thru 2400-exit
002680     else
002690         perform 2300-add-count thru 2300-exit.
002700 2200-exit.
002710     exit.

002720 2300-add-count.
002730     if count-table-count >= 1000
002740         move "W" to TENOLOG-SEVERITY
002750         move "incident table overflow" to TENOLOG-TEXT
002760         call "TENOLOG" using TENOLOG-PARMS
002770     else
002780         add 1 to count-table-count
002790         set count-table-index to count-table-count
002800         move vio-building of incident-record
002810             to vt-building (count-table-index)
002820         move vio-aptnum of incident-record
002830             to vt-aptnum (count-table-index)
002840         move vio-category of incident-record
002850             to vt-category (count-table-index)
002860         move zero to vt-count (count-table-index)
002870         move zero to vt-last-date (count-table-index)
002880         perform 2400-tally-count thru 2400-exit.
002890 2300-exit.
002900     exit.

002910 2400-tally-count.
002920     add 1 to vt-count (count-table-index).
002930     if vio-date of incident-record
002940             > vt-last-date (count-table-index)
002950         move vio-date of incident-record
002960             to vt-last-date (count-table-index).
002970 2400-exit.
002980     exit.

002990 2500-load-escalations.
003000     open input escalation-file.
003010     if vie-file-status not = "00"
003020         close escalation-file
003030         move "Y" to vie-eof-switch
003040         go to 2500-exit.
003050     perform 2510-read-escalation thru 2510-exit
003060         until escalation-file-at-end.
003070     close escalation-file.
003080 2500-exit.
003090     exit.

003100 2510-read-escalation.
003110     read escalation-file
003120         at end
003130             move "Y" to vie-eof-switch
003140         not at end
003150             perform 2520-stow-escalation thru 2520-exit.
003160 2510-exit.
003170     exit.

003180 2520-stow-escalation.
003190     set esc-table-index to 1.
003200     if esc-table-count > zero
003210         search esc-table-entry
003220             at end
003230                 perform 2530-add-escalation thru 2530-exit
003240             when et-building (esc-table-index)
003250                     = vie-building of escalation-record
003260                 and et-aptnum (esc-table-index)
003270                     = vie-aptnum of escalation-record
003280                 and et-category (esc-table-index)
003290                     = vie-category of escalation-record
003300                 and et-level (esc-table-index)
003310                     = vie-level of escalation-record
003320                 move vie-date of escalation-record
003330                     to et-date (esc-table-index)
003340     else
003350         perform 2530-add-escalation thru 2530-exit.
003360 2520-exit.
003370     exit.

003380 2530-add-escalation.
003390     if esc-table-count >= 1000
003400         move "W" to TENOLOG-SEVERITY
003410         move "escalation table overflow" to TENOLOG-TEXT
003420         call "TENOLOG" using TENOLOG-PARMS
003430     else
003440         add 1 to esc-table-count
003450         move vie-building of escalation-record
003460             to et-building (esc-table-count)
003470         move vie-aptnum of escalation-record
003480             to et-aptnum (esc-table-count)
003490         move vie-category of escalation-record
003500             to et-category (esc-table-count)
003510         move vie-level of escalation-record
003520             to et-level (esc-table-count)
003530         move vie-date of escalation-record
003540             to et-date (esc-table-count).
003550 2530-exit.
003560     exit.

003570 2600-load-cases.
003580     open input legal-case-file.
003590     if lgl-file-status not = "00"
003600         close legal-case-file
003610         move "Y" to lgl-eof-switch
003620         go to 2600-exit.
003630     perform 2610-read-case thru 2610-exit
003640         until case-file-at-end.
003650     close legal-case-file.
003660 2600-exit.
003670     exit.

003680 2610-read-case.
003690     read legal-case-file
003700         at end
003710             move "Y" to lgl-eof-switch
003720         not at end
003730             perform 2620-stow-case thru 2620-exit.
003740 2610-exit.
003750     exit.

003760 2620-stow-case.
003770     set case-table-index to 1.
003780     if case-table-count > zero
003790         search case-table-entry
003800             at end
003810                 perform 2630-add-case thru 2630-exit
003820             when ca-building (case-table-index)
003830                     = lgl-building of legal-case-record
003840                 and ca-aptnum (case-table-index)
003850                     = lgl-aptnum of legal-case-record
003860                 move lgl-status of legal-case-record
003870                     to ca-status (case-table-index)
003880     else
003890         perform 2630-add-case thru 2630-exit.
003900 2620-exit.
003910     exit.

003920 2630-add-case.
003930     if case-table-count >= 200
003940         move "W" to TENOLOG-SEVERITY
003950         move "case table overflow" to TENOLOG-TEXT
003960         call "TENOLOG" using TENOLOG-PARMS
003970     else
003980         add 1 to case-table-count
003990         move lgl-building of legal-case-record
004000             to ca-building (case-table-count)
004010         move lgl-aptnum of legal-case-record
004020             to ca-aptnum (case-table-count)
004030         move lgl-status of legal-case-record
004040             to ca-status (case-table-count).
004050 2630-exit.
004060     exit.

004070 3000-report-units.
004080     perform 3100-report-building thru 3100-exit
004090         varying building-sub from 1 by 1
004100         until building-sub > 99.
004110     if units-listed = zero
004120         move "NO INCIDENTS IN THE LAST TWELVE MONTHS"
004130             to report-line
004140         write report-line.
004150 3000-exit.
004160     exit.

004170 3100-report-building.
004180     move zero to building-unit-count.
004190     perform 3200-check-unit thru 3200-exit
004200         varying count-sub from 1 by 1
004210         until count-sub > count-table-count.
004220     if building-unit-count > zero
004230         move spaces to report-line
004240         write report-line.
004250 3100-exit.
004260     exit.

004270*----------------------------------------------------------*
004280* One unit and category: the third incident queues the
004290* cure-or-quit letter, the fourth opens the legal case.
004300* Both can fall on the same night when two incidents are
004310* entered together; the letter is always queued first.
004320*----------------------------------------------------------*
004330 3200-check-unit.
004340     if vt-building (count-sub) not = building-sub
004350         go to 3200-exit.
004360     add 1 to building-unit-count.
004370     add 1 to units-listed.
004380     move spaces to action-text.
004390     perform 3900-category-text thru 3900-exit.
004400     perform 3250-take-action thru 3250-exit.
004410     move spaces to report-line.
004420     string vt-building (count-sub) delimited by size
004430         "   " delimited by size
004440         vt-aptnum (count-sub) delimited by size
004450         "  " delimited by size
004460         category-text delimited by size
004470         " " delimited by size
004480         vt-count (count-sub) delimited by size
004490         "   " delimited by size
004500         vt-last-date (count-sub) delimited by size
004510         "  " delimited by size
004520         action-text delimited by size
004530         into report-line.
004540     write report-line.
004550 3200-exit.
004560     exit.

004570 3250-take-action.
004580     if vt-count (count-sub) < 3
004590         go to 3250-exit.
004600     move "N" to unit-occupied-switch.
004610     move vt-building (count-sub)
004620         to building-id of sample-idx-record.
004630     move vt-aptnum (count-sub) to aptnum of sample-idx-record.
004640     read sample-idx-file
004650         invalid key
004660             continue
004670         not invalid key
004680             if occ-occupied of sample-idx-record
004690                 move "Y" to unit-occupied-switch.
004700     if not unit-occupied
004710         move "UNIT NOT OCCUPIED - NO ACTION" to action-text
004720         go to 3250-exit.
004730     perform 3300-cure-notice thru 3300-exit.
004740     if vt-count (count-sub) > 3
004750         perform 3400-legal-review thru 3400-exit.
004760 3250-exit.
004770     exit.

004780 3300-cure-notice.
004790     move 3 to wanted-level.
004800     perform 3500-check-step thru 3500-exit.
004810     if step-already-taken
004820         move "CURE-OR-QUIT ALREADY SENT" to action-text
004830         go to 3300-exit.
004840     move "CUREQUIT" to ntq-template of notice-queue-record.
004850     move vt-building (count-sub)
004860         to ntq-building of notice-queue-record.
004870     move vt-aptnum (count-sub)
004880         to ntq-aptnum of notice-queue-record.
004890     move "Q" to ntq-status of notice-queue-record.
004900     move run-date to ntq-date of notice-queue-record.
004910     move category-text to ntq-detail of notice-queue-record.
004920     move "TENVIOR" to ntq-queued-by of notice-queue-record.
004930     write notice-queue-record.
004940     add 1 to notices-queued.
004950     perform 3600-log-step thru 3600-exit.
004960     move "CURE-OR-QUIT LETTER QUEUED" to action-text.
004970 3300-exit.
004980     exit.

004990 3400-legal-review.
005000     move 4 to wanted-level.
005010     perform 3500-check-step thru 3500-exit.
005020     if step-already-taken
005030         move "REFERRED TO LEGAL ALREADY" to action-text
005040         go to 3400-exit.
005050     perform 3700-check-case thru 3700-exit.
005060     if case-on-file
005070         move "LEGAL CASE ALREADY OPEN" to action-text
005080     else
005090         perform 3800-open-case thru 3800-exit
005100         move "LEGAL CASE OPENED FOR REVIEW" to action-text.
005110     perform 3600-log-step thru 3600-exit.
005120 3400-exit.
005130     exit.

005140*----------------------------------------------------------*
005150* A step counts as taken when vioesc.dat holds it for the
005160* unit and category dated inside the window.
005170*----------------------------------------------------------*
005180 3500-check-step.
005190     move "N" to step-done-switch.
005200     if esc-table-count = zero
005210         go to 3500-exit.
005220     set esc-table-index to 1.
005230     search esc-table-entry
005240         at end
005250             continue
005260         when et-building (esc-table-index)
005270                 = vt-building (count-sub)
005280             and et-aptnum (esc-table-index)
005290                 = vt-aptnum (count-sub)
005300             and et-category (esc-table-index)
005310                 = vt-category (count-sub)
005320             and et-level (esc-table-index) = wanted-level
005330             if et-date (esc-table-index) > window-start
005340                 move "Y" to step-done-switch
005350             end-if.
005360 3500-exit.
005370     exit.

005380 3600-log-step.
005390     move vt-building (count-sub)
005400         to vie-building of escalation-record.
005410     move vt-aptnum (count-sub)
005420         to vie-aptnum of escalation-record.
005430     move vt-category (count-sub)
005440         to vie-category of escalation-record.
005450     move wanted-level to vie-level of escalation-record.
005460     move run-date to vie-date of escalation-record.
005470     move vt-count (count-sub)
005480         to vie-incident-count of escalation-record.
005490     write escalation-record.
005500 3600-exit.
005510     exit.

005520 3700-check-case.
005530     move "N" to case-found-switch.
005540     if case-table-count = zero
005550         go to 3700-exit.
005560     set case-table-index to 1.
005570     search case-table-entry
005580         at end
005590             continue
005600         when ca-building (case-table-index)
005610                 = vt-building (count-sub)
005620             and ca-aptnum (case-table-index)
005630                 = vt-aptnum (count-sub)
005640             if ca-status (case-table-index) not = "X"
005650                 move "Y" to case-found-switch
005660             end-if.
005670 3700-exit.
005680     exit.

005690 3800-open-case.
005700     move vt-building (count-sub)
005710         to lgl-building of legal-case-record.
005720     move vt-aptnum (count-sub)
005730         to lgl-aptnum of legal-case-record.
005740     move run-date to lgl-opened-date of legal-case-record.
005750     move "O" to lgl-status of legal-case-record.
005760     move zero to lgl-notice-date of legal-case-record.
005770     move zero to lgl-filing-date of legal-case-record.
005780     move zero to lgl-court-date of legal-case-record.
005790     move zero to lgl-judgment-date of legal-case-record.
005800     move "TENVIOR" to lgl-entered-by of legal-case-record.
005810     move "V" to lgl-basis of legal-case-record.
005820     write legal-case-record.
005830     add 1 to cases-opened.
005840     perform 2620-stow-case thru 2620-exit.
005850 3800-exit.
005860     exit.

005870 3900-category-text.
005880     evaluate vt-category (count-sub)
005890         when "N"
005900             move "NOISE" to category-text
005910         when "O"
005920             move "UNAUTHORIZED OCCUPANT" to category-text
005930         when "P"
005940             move "PET" to category-text
005950         when other
005960             move "LEASE BREACH" to category-text
005970     end-evaluate.
005980 3900-exit.
005990     exit.

006000 9000-finish.
006010     move spaces to report-line.
006020     write report-line.
006030     move spaces to report-line.
006040     string "UNITS WITH INCIDENTS: " delimited by size
006050         units-listed delimited by size
006060         "   LETTERS QUEUED: " delimited by size
006070         notices-queued delimited by size
006080         "   CASES OPENED: " delimited by size
006090         cases-opened delimited by size
006100         into report-line.
006110     write report-line.
006120     close violation-report.
006130     close sample-idx-file.
006140     move "TENVIOR" to TENRCAT-PROGRAM.
006150     move violrpt-filename to TENRCAT-FILENAME.
006160     move 1 to TENRCAT-PAGES.
006170     move units-listed to TENRCAT-LINES.
006180     call "TENRCAT" using TENRCAT-PARMS.
006190     move "I" to TENOLOG-SEVERITY
006200     move spaces to TENOLOG-TEXT
006210     string notices-queued delimited by size
006220         " cure-or-quit letter(s) queued, " delimited by size
006230         cases-opened delimited by size
006240         " case(s) opened" delimited by size
006250         into TENOLOG-TEXT
006260     call "TENOLOG" using TENOLOG-PARMS.
006270 9000-exit.
006280     exit.

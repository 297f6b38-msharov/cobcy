000100*----------------------------------------------------------*
000110* TENACQI.COB
000120*
000130* Acquisition onboarding import.  When we buy a building
000140* the seller's rent roll arrives as a spreadsheet and the
000150* leasing staff used to spend a week keying every unit
000160* through TENMAINT, TENLEASE, TENDEPO and TENUNIT.  This
000170* supervisor job reads the seller file, one TENACQ record
000180* per unit, edits each one with the edits the loads use --
000190* the ZIP edit of the indexed load and the TENZIPV city and
000200* state check, the IS ALPHABETIC name edit of TENNAMV, and
000210* the TENRULV rent rule on the seller's latest increase --
000220* and assigns the good ones unit-keys in file order under
000230* the new building-id (which must already be on the
000240* building master and have no units) and the company keyed.
000250* Each unit loaded is written to indexed.dbf, lease.dat,
000260* deposit.dat and unitattr.dat, with its balance at closing
000270* as a carry-forward on tenbal.dat, a move-in history record
000280* and an audit record.  Rejected records go whole to
000290* acqunit.rej with the reason for the TENFIXR repair screen;
000300* a resubmit run loads TENFIXR's repaired acqfix.dat into
000310* the same building after the units already there.  The
000320* control report (acqctl.YYYYMMDD, cataloged through
000330* TENRCAT) lists every unit with its new key and ties the
000340* loaded rent and deposit totals to the figures keyed off
000350* the seller's closing statement.
000360*----------------------------------------------------------*
000370* MODIFICATION HISTORY
000380*   DATE       INIT  DESCRIPTION
000390*   2026-10-15 JHM   Open failures, unit-key clashes, the
000400*                    totals and an untied closing statement
000410*                    go through TENOLOG.
000420*   2026-10-15 JHM   Original program.
000430*----------------------------------------------------------*
000440 identification division.
000450 program-id. tenacqi.
000460 author. J. H. Masters.
000470 installation. Property Management Systems.
000480 date-written. 2026-10-15.
000490 date-compiled. 2026-10-15.

000500 environment division.
000510 configuration section.
000520 source-computer. Intel486.
000530 object-computer. Intel486.

000540 input-output section.
000550 file-control.
000560     select sample-idx-file assign to disk
000570         organization is indexed
000580         record key is unit-key of sample-idx-record
000590         access mode is dynamic
000600         file status is idx-file-status.

000610     select optional seller-file assign to disk
000620         organization is line sequential
000630         file status is acq-file-status.

000640     select optional acq-reject-file assign to disk
000650         organization is line sequential.

000660     select optional lease-file assign to disk
000670         organization is line sequential.

000680     select optional deposit-file assign to disk
000690         organization is line sequential.

000700     select optional unit-attr-file assign to disk
000710         organization is line sequential.

000720     select optional balance-file assign to disk
000730         organization is line sequential.

000740     select history-file assign to disk
000750         organization is line sequential.

000760     select audit-log-file assign to disk
000770         organization is line sequential.

000780     select control-report assign to disk
000790         organization is line sequential.

000800     select optional batch-lock-file assign to disk
000810         organization is line sequential
000820         file status is lck-file-status.

000830 data division.
000840 file section.
000850 fd  sample-idx-file
000860     label records are standard
000870     value of file-id is "indexed.dbf".
000880     copy TENREC
000890         replacing ==:REC-NAME:== by ==sample-idx-record==
000900             ==address== by ==street-addr==.

000910 fd  seller-file
000920     label records are standard
000930     value of file-id is seller-filename.
000940     copy TENACQ
000950         replacing ==:REC-NAME:==
000960             by ==seller-unit-record==.

000970 fd  acq-reject-file
000980     label records are standard
000990     value of file-id is "acqunit.rej".
001000 01  acq-reject-record.
001010     05  arj-image           picture is X(173).
001020     05  arj-reason          picture is X(40).

001030 fd  lease-file
001040     label records are standard
001050     value of file-id is "lease.dat".
001060     copy TENLEA
001070         replacing ==:REC-NAME:==
001080             by ==lease-record==.

001090 fd  deposit-file
001100     label records are standard
001110     value of file-id is "deposit.dat".
001120     copy TENDEP
001130         replacing ==:REC-NAME:==
001140             by ==deposit-record==.

001150 fd  unit-attr-file
001160     label records are standard
001170     value of file-id is "unitattr.dat".
001180     copy TENATT
001190         replacing ==:REC-NAME:==
001200             by ==unit-attr-record==.

001210 fd  balance-file
001220     label records are standard
001230     value of file-id is "tenbal.dat".
001240     copy TENBAL
001250         replacing ==:REC-NAME:==
001260             by ==balance-record==.

001270 fd  history-file
001280     label records are standard
001290     value of file-id is "tenhist.dat".
001300     copy TENHIST
001310         replacing ==:REC-NAME:==
001320             by ==history-record==.

001330 fd  audit-log-file
001340     label records are standard
001350     value of file-id is "tenaudit.dat".
001360     copy TENAUDIT
001370         replacing ==:REC-NAME:==
001380             by ==audit-record==.

001390 fd  control-report
001400     label records are standard
001410     value of file-id is control-rpt-filename.
001420 01  report-line             picture is X(80).

001430 fd  batch-lock-file
001440     label records are standard
001450     value of file-id is "batchlck.ctl".
001460 01  batch-lock-record.
001470     05  lck-status          picture is X(06).
001480     05  lck-date            picture is 9(08).
001490     05  lck-time            picture is 9(08).

001500 working-storage section.
001510 01  seller-filename         picture is X(30).
001520 01  control-rpt-filename    picture is X(30).
001530     copy TENRCAT.
001540 01  lck-file-status         picture is X(02).
001550 01  batch-locked-switch     picture is X(01) value "N".
001560     88  batch-locked                value "Y".
001570     copy TENWHO.
001580     copy TENBLDL.
001590     copy TENZIPV.
001600     copy TENRULV.
001610     copy TENOLOG.
001620 01  idx-file-status         picture is X(02).
001630 01  acq-file-status         picture is X(02).
001640 01  acq-eof-switch          picture is X(01) value "N".
001650     88  seller-file-at-end          value "Y".
001660 01  scan-done-switch        picture is X(01) value "N".
001670     88  scan-done                   value "Y".
001680 01  today-date              picture is 9(08).
001690 01  audit-clock-time        picture is 9(08).
001700 01  run-mode                picture is X(01).
001710     88  initial-import              value "I".
001720     88  resubmit-run                value "R".
001730 01  new-building            picture is 9(02).
001740 01  new-company             picture is 9(02).
001750 01  next-aptnum             picture is 9(04).
001760 01  existing-count          picture is 9(04) value zero.
001770 01  reject-reason           picture is X(40).
001780 01  statement-rent          picture is 9(07)V99.
001790 01  statement-deposit       picture is 9(07)V99.
001800 01  opening-balance         picture is S9(05)V99.
001810 01  read-count              picture is 9(05) value zero.
001820 01  loaded-count            picture is 9(05) value zero.
001830 01  rejected-count          picture is 9(05) value zero.
001840 01  line-count              picture is 9(07) value zero.
001850 01  loaded-rent             picture is S9(07)V99 value zero.
001860 01  loaded-deposit          picture is S9(07)V99 value zero.
001870 01  loaded-balance          picture is S9(07)V99 value zero.
001880 01  rejected-rent           picture is S9(07)V99 value zero.
001890 01  rejected-deposit        picture is S9(07)V99 value zero.
001900 01  tie-difference          picture is S9(07)V99.
001910 01  edited-rent             picture is ZZ,ZZ9.99.
001920 01  edited-deposit          picture is ZZ,ZZ9.99.
001930 01  edited-balance          picture is ZZ,ZZ9.99CR.
001940 01  edited-total            picture is $Z,ZZZ,ZZ9.99CR.
001950 01  total-label             picture is X(34).
001960 01  total-amount            picture is S9(07)V99.

001970 procedure division.
001980 0000-mainline.
001990     move "TENACQI" to TENOLOG-PROGRAM.
002000     perform 1000-initialize thru 1000-exit.
002010     perform 2000-load-unit thru 2000-exit
002020         until seller-file-at-end.
002030     perform 9000-finish thru 9000-exit.
002040     stop run.

002050 1000-initialize.
002060     display "TENACQI: acquisition onboarding import".
002070     perform 1100-check-batch-lock thru 1100-exit.
002080     if batch-locked
002090         display "TENACQI: nightly batch in progress - "
002100             "tenant files are locked until the window closes"
002110         stop run.
002120     call "TENWHO" using TENWHO-PARMS.
002130     if not TENWHO-SIGNED-ON
002140         or TENWHO-AUTHORITY < 3
002150         display "TENACQI: supervisor sign-on required"
002160         stop run.
002170     accept today-date from date yyyymmdd.
002180     display "I=import the seller file acqunit.dat, "
002190         "R=resubmit repaired records from acqfix.dat: ".
002200     accept run-mode.
002210     if not initial-import
002220         and not resubmit-run
002230         display "TENACQI: answer I or R - nothing loaded"
002240         stop run.
002250     display "New building number: ".
002260     accept new-building.
002270     move new-building to TENBLDL-BUILDING.
002280     call "TENBLDL" using TENBLDL-PARMS.
002290     if new-building = zero
002300         or not TENBLDL-ON-FILE
002310         display "TENACQI: building " new-building " is not on "
002320             "the building master - add it through TENBLDGM"
002330         stop run.
002340     display "Company code for the building: ".
002350     accept new-company.
002360     if new-company = zero
002370         display "TENACQI: company code required"
002380         stop run.
002390     display "Closing statement rent total (9999999.99, "
002400         "0 = no tie): ".
002410     accept statement-rent.
002420     display "Closing statement deposit total (9999999.99, "
002430         "0 = no tie): ".
002440     accept statement-deposit.
002450     open i-o sample-idx-file.
002460     if idx-file-status not = "00"
002470         move "A" to TENOLOG-SEVERITY
002480         move spaces to TENOLOG-TEXT
002490         string "cannot open indexed.dbf, status "
002500                 delimited by size
002510             idx-file-status delimited by size
002520             into TENOLOG-TEXT
002530         call "TENOLOG" using TENOLOG-PARMS
002540         move 1 to return-code
002550         stop run.
002560     perform 1200-scan-building thru 1200-exit.
002570     if initial-import
002580         and existing-count > zero
002590         display "TENACQI: building " new-building " already "
002600             "has " existing-count " unit(s) on indexed.dbf - "
002610             "nothing loaded"
002620         close sample-idx-file
002630         stop run.
002640     if resubmit-run
002650         and existing-count = zero
002660         display "TENACQI: building " new-building " has no "
002670             "units yet - run the import first"
002680         close sample-idx-file
002690         stop run.
002700     move spaces to seller-filename.
002710     if initial-import
002720         move "acqunit.dat" to seller-filename
002730     else
002740         move "acqfix.dat" to seller-filename.
002750     open input seller-file.
002760     if acq-file-status not = "00"
002770         move "A" to TENOLOG-SEVERITY
002780         move spaces to TENOLOG-TEXT
002790         string "no " delimited by size
002800             seller-filename delimited by space
002810             " on file - nothing loaded" delimited by size
002820             into TENOLOG-TEXT
002830         call "TENOLOG" using TENOLOG-PARMS
002840         close seller-file
002850         close sample-idx-file
002860         move 1 to return-code
002870         stop run.
002880     if initial-import
002890         open output acq-reject-file
002900     else
002910         open extend acq-reject-file.
002920     open extend lease-file.
002930     open extend deposit-file.
002940     open extend unit-attr-file.
002950     open extend balance-file.
002960     open extend history-file.
002970     open extend audit-log-file.
002980     perform 1300-open-report thru 1300-exit.
002990 1000-exit.
003000     exit.

003010*----------------------------------------------------------*
003020* Batch-window lock check: the nightly driver raises the
003030* lock at start of chain and clears it at finish.
003040*----------------------------------------------------------*
003050 1100-check-batch-lock.
003060     open input batch-lock-file.
003070     if lck-file-status not = "00"
003080         go to 1100-exit.
003090     read batch-lock-file
003100         at end
003110             continue
003120         not at end
003130             if lck-status = "LOCKED"
003140                 move "Y" to batch-locked-switch.
003150     close batch-lock-file.
003160 1100-exit.
003170     exit.

003180*----------------------------------------------------------*
003190* The building's units already on indexed.dbf: none for an
003200* import, and the resubmit run numbers on from the last.
003210*----------------------------------------------------------*
003220 1200-scan-building.
003230     move 1 to next-aptnum.
003240     move new-building to building-id of sample-idx-record.
003250     move zero to aptnum of sample-idx-record.
003260     start sample-idx-file
003270         key is not less than unit-key of sample-idx-record
003280         invalid key
003290             go to 1200-exit.
003300     move "N" to scan-done-switch.
003310     perform 1210-read-next thru 1210-exit
003320         until scan-done.
003330 1200-exit.
003340     exit.

003350 1210-read-next.
003360     read sample-idx-file next record
003370         at end
003380             move "Y" to scan-done-switch
003390             go to 1210-exit.
003400     if building-id of sample-idx-record not = new-building
003410         move "Y" to scan-done-switch
003420         go to 1210-exit.
003430     add 1 to existing-count.
003440     compute next-aptnum = aptnum of sample-idx-record + 1.
003450 1210-exit.
003460     exit.

003470 1300-open-report.
003480     move spaces to control-rpt-filename.
003490     string "acqctl." delimited by size
003500         today-date delimited by size
003510         into control-rpt-filename.
003520     open output control-report.
003530     move "ACQUISITION ONBOARDING IMPORT - CONTROL REPORT"
003540         to report-line.
003550     write report-line.
003560     move spaces to report-line.
003570     string "RUN DATE: " delimited by size
003580         today-date delimited by size
003590         "  BUILDING " delimited by size
003600         new-building delimited by size
003610         " " delimited by size
003620         TENBLDL-NAME delimited by size
003630         "  COMPANY " delimited by size
003640         new-company delimited by size
003650         into report-line.
003660     write report-line.
003670     move spaces to report-line.
003680     string "SOURCE: " delimited by size
003690         seller-filename delimited by space
003700         "  OPERATOR " delimited by size
003710         TENWHO-OPERATOR delimited by size
003720         into report-line.
003730     write report-line.
003740     move spaces to report-line.
003750     write report-line.
003760     move "SELLER NEW-KEY TENANT" to report-line.
003770     move "RENT   DEPOSIT     BALANCE" to report-line (45:26).
003780     write report-line.
003790     add 5 to line-count.
003800 1300-exit.
003810     exit.

003820 2000-load-unit.
003830     read seller-file
003840         at end
003850             move "Y" to acq-eof-switch
003860             go to 2000-exit.
003870     add 1 to read-count.
003880     perform 3000-edit-unit thru 3000-exit.
003890     if reject-reason not = spaces
003900         perform 2900-reject-unit thru 2900-exit
003910         go to 2000-exit.
003920     perform 4000-write-unit thru 4000-exit.
003930     if reject-reason not = spaces
003940         perform 2900-reject-unit thru 2900-exit.
003950 2000-exit.
003960     exit.

003970 2900-reject-unit.
003980     move seller-unit-record to arj-image.
003990     move reject-reason to arj-reason.
004000     write acq-reject-record.
004010     add 1 to rejected-count.
004020     if acq-rent of seller-unit-record numeric
004030         add acq-rent of seller-unit-record to rejected-rent.
004040     if acq-deposit of seller-unit-record numeric
004050         add acq-deposit of seller-unit-record
004060             to rejected-deposit.
004070     move spaces to report-line.
004080     string acq-seller-unit of seller-unit-record
004090             delimited by size
004100         " REJECTED " delimited by size
004110         acq-name of seller-unit-record (1:20)
004120             delimited by size
004130         " " delimited by size
004140         reject-reason delimited by size
004150         into report-line.
004160     write report-line.
004170     add 1 to line-count.
004180 2900-exit.
004190     exit.

004200*----------------------------------------------------------*
004210* The load edits.  The first failure is the reason; the
004220* building master supplies a blank street address.
004230*----------------------------------------------------------*
004240 3000-edit-unit.
004250     move spaces to reject-reason.
004260     if not acq-occupied of seller-unit-record
004270         and not acq-vacant of seller-unit-record
004280         move "OCCUPANCY NOT O OR V" to reject-reason
004290         go to 3000-exit.
004300     if acq-rent of seller-unit-record not numeric
004310         or acq-prior-rent of seller-unit-record not numeric
004320         or acq-deposit of seller-unit-record not numeric
004330         or acq-balance of seller-unit-record not numeric
004340         move "RENT, DEPOSIT OR BALANCE NOT NUMERIC"
004350             to reject-reason
004360         go to 3000-exit.
004370     if acq-lease-start of seller-unit-record not numeric
004380         or acq-lease-end of seller-unit-record not numeric
004390         or acq-term-months of seller-unit-record not numeric
004400         or acq-deposit-date of seller-unit-record not numeric
004410         move "LEASE OR DEPOSIT DATE NOT NUMERIC"
004420             to reject-reason
004430         go to 3000-exit.
004440     if acq-bedrooms of seller-unit-record not numeric
004450         or acq-bathrooms of seller-unit-record not numeric
004460         or acq-square-feet of seller-unit-record not numeric
004470         or acq-floor of seller-unit-record not numeric
004480         move "UNIT ATTRIBUTES NOT NUMERIC" to reject-reason
004490         go to 3000-exit.
004500     if acq-occupied of seller-unit-record
004510         perform 3100-edit-tenant thru 3100-exit
004520         if reject-reason not = spaces
004530             go to 3000-exit.
004540     if acq-street of seller-unit-record = spaces
004550         move TENBLDL-ADDRESS
004560             to acq-street of seller-unit-record.
004570     if acq-zip of seller-unit-record = spaces
004580         move TENBLDL-CITY to acq-city of seller-unit-record
004590         move TENBLDL-STATE to acq-state of seller-unit-record
004600         move TENBLDL-ZIP (1:5)
004610             to acq-zip-5 of seller-unit-record
004620         move TENBLDL-ZIP (7:4)
004630             to acq-zip-4 of seller-unit-record.
004640     perform 3200-edit-zip thru 3200-exit.
004650     if reject-reason not = spaces
004660         go to 3000-exit.
004670     perform 3300-edit-rent-rule thru 3300-exit.
004680 3000-exit.
004690     exit.

004700*----------------------------------------------------------*
004710* The TENNAMV name edit, and a lease that makes sense.
004720*----------------------------------------------------------*
004730 3100-edit-tenant.
004740     if acq-name of seller-unit-record = spaces
004750         move "OCCUPIED UNIT WITH NO TENANT NAME"
004760             to reject-reason
004770         go to 3100-exit.
004780     if acq-name of seller-unit-record is not alphabetic
004790         move "TENANT NAME NOT ALPHABETIC" to reject-reason
004800         go to 3100-exit.
004810     if acq-co-tenant of seller-unit-record is not alphabetic
004820         move "CO-TENANT NAME NOT ALPHABETIC" to reject-reason
004830         go to 3100-exit.
004840     if acq-rent of seller-unit-record = zero
004850         move "OCCUPIED UNIT WITH NO RENT" to reject-reason
004860         go to 3100-exit.
004870     if acq-lease-end of seller-unit-record
004880             not > acq-lease-start of seller-unit-record
004890         move "LEASE END NOT AFTER LEASE START"
004900             to reject-reason.
004910 3100-exit.
004920     exit.

004930*----------------------------------------------------------*
004940* The indexed-load ZIP edit, then the city and state held
004950* to the ZIP through TENZIPV; a capitalization difference
004960* takes the standard spelling.
004970*----------------------------------------------------------*
004980 3200-edit-zip.
004990     if acq-zip-5 of seller-unit-record not numeric
005000         or acq-zip-5 of seller-unit-record = "00000"
005010         or acq-zip-4 of seller-unit-record not numeric
005020         move "BAD ZIP" to reject-reason
005030         go to 3200-exit.
005040     move acq-city of seller-unit-record to TENZIPV-CITY.
005050     move acq-state of seller-unit-record to TENZIPV-STATE.
005060     move acq-zip-5 of seller-unit-record to TENZIPV-ZIP5.
005070     call "TENZIPV" using TENZIPV-PARMS.
005080     evaluate true
005090         when TENZIPV-SPELLING
005100             move TENZIPV-STD-CITY
005110                 to acq-city of seller-unit-record
005120             move TENZIPV-STD-STATE
005130                 to acq-state of seller-unit-record
005140         when TENZIPV-MISMATCH
005150             move "CITY/STATE DO NOT MATCH THE ZIP"
005160                 to reject-reason
005170         when TENZIPV-UNKNOWN-ZIP
005180             move "ZIP NOT ON THE ZIP REFERENCE"
005190                 to reject-reason
005200         when TENZIPV-BAD-ZIP
005210             move "BAD ZIP" to reject-reason
005220         when other
005230             continue
005240     end-evaluate.
005250 3200-exit.
005260     exit.

005270*----------------------------------------------------------*
005280* The seller's latest increase held to the city's rent
005290* rule, the check every rent change passes through.
005300*----------------------------------------------------------*
005310 3300-edit-rent-rule.
005320     if acq-prior-rent of seller-unit-record = zero
005330         or acq-rent of seller-unit-record
005340             not > acq-prior-rent of seller-unit-record
005350         go to 3300-exit.
005360     move acq-city of seller-unit-record to TENRULV-CITY.
005370     move acq-prior-rent of seller-unit-record
005380         to TENRULV-OLD-RENT.
005390     move acq-rent of seller-unit-record to TENRULV-NEW-RENT.
005400     call "TENRULV" using TENRULV-PARMS.
005410     if TENRULV-REJECTED
005420         move "SELLER INCREASE OVER THE CITY RENT CAP"
005430             to reject-reason.
005440 3300-exit.
005450     exit.

005460 4000-write-unit.
005470     if next-aptnum > 9999
005480         move "NO UNIT NUMBER LEFT IN THE BUILDING"
005490             to reject-reason
005500         go to 4000-exit.
005510     move spaces to sample-idx-record.
005520     move new-building to building-id of sample-idx-record.
005530     move next-aptnum to aptnum of sample-idx-record.
005540     move acq-street of seller-unit-record
005550         to street-addr of sample-idx-record.
005560     move acq-city of seller-unit-record
005570         to city of sample-idx-record.
005580     move acq-state of seller-unit-record
005590         to state of sample-idx-record.
005600     move acq-zip-5 of seller-unit-record
005610         to zip-5 of sample-idx-record.
005620     move acq-zip-4 of seller-unit-record
005630         to zip-4 of sample-idx-record.
005640     move acq-occupancy of seller-unit-record
005650         to occ-status of sample-idx-record.
005660     move today-date to occ-status-date of sample-idx-record.
005670     move acq-rent of seller-unit-record
005680         to rent-amount of sample-idx-record.
005690     move zero to amount-paid of sample-idx-record.
005700     move new-company to company-code of sample-idx-record.
005710     if acq-occupied of seller-unit-record
005720         move acq-name of seller-unit-record
005730             to name of sample-idx-record
005740         move acq-co-tenant of seller-unit-record
005750             to co-tenant-name of sample-idx-record.
005760     write sample-idx-record
005770         invalid key
005780             move "E" to TENOLOG-SEVERITY
005790             move new-building to TENOLOG-BUILDING
005800             move next-aptnum to TENOLOG-APTNUM
005810             move "unit-key already on indexed.dbf - rejected"
005820                 to TENOLOG-TEXT
005830             call "TENOLOG" using TENOLOG-PARMS
005840             move "UNIT-KEY ALREADY ON INDEXED.DBF"
005850                 to reject-reason
005860             add 1 to next-aptnum
005870             go to 4000-exit.
005880     add 1 to next-aptnum.
005890     add 1 to loaded-count.
005900     add acq-rent of seller-unit-record to loaded-rent.
005910     if acq-occupied of seller-unit-record
005920         perform 4100-write-lease thru 4100-exit
005930         perform 4500-write-history thru 4500-exit.
005940     if acq-deposit of seller-unit-record > zero
005950         perform 4200-write-deposit thru 4200-exit.
005960     perform 4300-write-attributes thru 4300-exit.
005970     if acq-balance of seller-unit-record > zero
005980         perform 4400-write-balance thru 4400-exit.
005990     perform 4600-write-audit thru 4600-exit.
006000     perform 4700-report-unit thru 4700-exit.
006010 4000-exit.
006020     exit.

006030 4100-write-lease.
006040     move new-building to lea-building of lease-record.
006050     move aptnum of sample-idx-record
006060         to lea-aptnum of lease-record.
006070     move acq-lease-start of seller-unit-record
006080         to lea-start-date of lease-record.
006090     move acq-lease-end of seller-unit-record
006100         to lea-end-date of lease-record.
006110     move acq-term-months of seller-unit-record
006120         to lea-term-months of lease-record.
006130     move "R" to lea-break-rider of lease-record.
006140     move zero to lea-break-fee of lease-record.
006150     move zero to lea-break-months of lease-record.
006160     write lease-record.
006170 4100-exit.
006180     exit.

006190*----------------------------------------------------------*
006200* The deposit the seller holds and turns over at closing;
006210* an undated one is dated the day it comes over.
006220*----------------------------------------------------------*
006230 4200-write-deposit.
006240     move new-building to dep-building of deposit-record.
006250     move aptnum of sample-idx-record
006260         to dep-aptnum of deposit-record.
006270     move acq-deposit of seller-unit-record
006280         to dep-amount of deposit-record.
006290     if acq-deposit-date of seller-unit-record = zero
006300         move today-date to dep-date-received of deposit-record
006310     else
006320         move acq-deposit-date of seller-unit-record
006330             to dep-date-received of deposit-record.
006340     move zero to dep-interest of deposit-record.
006350     write deposit-record.
006360     add acq-deposit of seller-unit-record to loaded-deposit.
006370 4200-exit.
006380     exit.

006390 4300-write-attributes.
006400     move new-building to att-building of unit-attr-record.
006410     move aptnum of sample-idx-record
006420         to att-aptnum of unit-attr-record.
006430     move acq-bedrooms of seller-unit-record
006440         to att-bedrooms of unit-attr-record.
006450     move acq-bathrooms of seller-unit-record
006460         to att-bathrooms of unit-attr-record.
006470     move acq-square-feet of seller-unit-record
006480         to att-square-feet of unit-attr-record.
006490     move acq-floor of seller-unit-record
006500         to att-floor of unit-attr-record.
006510     write unit-attr-record.
006520 4300-exit.
006530     exit.

006540*----------------------------------------------------------*
006550* The balance at closing opens the unit's account as a
006560* carry-forward, a credit as a negative one.
006570*----------------------------------------------------------*
006580 4400-write-balance.
006590     move acq-balance of seller-unit-record to opening-balance.
006600     if acq-balance-credit of seller-unit-record
006610         compute opening-balance = zero - opening-balance.
006620     move new-building to bal-building of balance-record.
006630     move aptnum of sample-idx-record
006640         to bal-aptnum of balance-record.
006650     move today-date to bal-date of balance-record.
006660     move opening-balance to bal-amount of balance-record.
006670     move "C" to bal-type of balance-record.
006680     move zero to bal-reference of balance-record.
006690     write balance-record.
006700     add opening-balance to loaded-balance.
006710 4400-exit.
006720     exit.

006730 4500-write-history.
006740     move new-building to hist-building of history-record.
006750     move aptnum of sample-idx-record
006760         to hist-aptnum of history-record.
006770     move today-date to hist-date of history-record.
006780     move "I" to hist-action of history-record.
006790     move name of sample-idx-record
006800         to hist-name of history-record.
006810     move TENWHO-OPERATOR to hist-operator of history-record.
006820     write history-record.
006830 4500-exit.
006840     exit.

006850 4600-write-audit.
006860     accept audit-clock-time from time.
006870     move "TENACQI" to audit-program of audit-record.
006880     move today-date to audit-date of audit-record.
006890     move audit-clock-time to audit-time of audit-record.
006900     move new-building to audit-building of audit-record.
006910     move aptnum of sample-idx-record
006920         to audit-aptnum of audit-record.
006930     move "W" to audit-action of audit-record.
006940     move spaces to audit-before-name of audit-record.
006950     move name of sample-idx-record
006960         to audit-after-name of audit-record.
006970     move spaces to audit-before-status of audit-record.
006980     move occ-status of sample-idx-record
006990         to audit-after-status of audit-record.
007000     move TENWHO-OPERATOR to audit-operator of audit-record.
007010     move spaces to audit-before-image of audit-record.
007020     write audit-record.
007030 4600-exit.
007040     exit.

007050 4700-report-unit.
007060     move acq-rent of seller-unit-record to edited-rent.
007070     move acq-deposit of seller-unit-record to edited-deposit.
007080     move zero to opening-balance.
007090     if acq-balance of seller-unit-record > zero
007100         move acq-balance of seller-unit-record
007110             to opening-balance
007120         if acq-balance-credit of seller-unit-record
007130             compute opening-balance = zero - opening-balance.
007140     move opening-balance to edited-balance.
007150     move spaces to report-line.
007160     string acq-seller-unit of seller-unit-record
007170             delimited by size
007180         " " delimited by size
007190         building-id of sample-idx-record delimited by size
007200         "-" delimited by size
007210         aptnum of sample-idx-record delimited by size
007220         " " delimited by size
007230         name of sample-idx-record (1:20) delimited by size
007240         into report-line.
007250     move edited-rent to report-line (40:9).
007260     move edited-deposit to report-line (50:9).
007270     move edited-balance to report-line (60:11).
007280     write report-line.
007290     add 1 to line-count.
007300 4700-exit.
007310     exit.

007320 9000-finish.
007330     close seller-file.
007340     if resubmit-run
007350         open output seller-file
007360         close seller-file.
007370     close sample-idx-file acq-reject-file lease-file
007380         deposit-file unit-attr-file balance-file
007390         history-file audit-log-file.
007400     move spaces to report-line.
007410     write report-line.
007420     move spaces to report-line.
007430     string "UNITS READ " delimited by size
007440         read-count delimited by size
007450         "  LOADED " delimited by size
007460         loaded-count delimited by size
007470         "  REJECTED TO ACQUNIT.REJ " delimited by size
007480         rejected-count delimited by size
007490         into report-line.
007500     write report-line.
007510     move "RENT LOADED:" to total-label.
007520     move loaded-rent to total-amount.
007530     perform 9100-total-line thru 9100-exit.
007540     move "DEPOSITS LOADED:" to total-label.
007550     move loaded-deposit to total-amount.
007560     perform 9100-total-line thru 9100-exit.
007570     move "OPENING BALANCES LOADED:" to total-label.
007580     move loaded-balance to total-amount.
007590     perform 9100-total-line thru 9100-exit.
007600     move "RENT ON REJECTED UNITS:" to total-label.
007610     move rejected-rent to total-amount.
007620     perform 9100-total-line thru 9100-exit.
007630     move "DEPOSITS ON REJECTED UNITS:" to total-label.
007640     move rejected-deposit to total-amount.
007650     perform 9100-total-line thru 9100-exit.
007660     add 7 to line-count.
007670     if statement-rent not = zero
007680         move "CLOSING STATEMENT RENT:" to total-label
007690         move statement-rent to total-amount
007700         compute tie-difference = statement-rent - loaded-rent
007710         perform 9200-tie-lines thru 9200-exit.
007720     if statement-deposit not = zero
007730         move "CLOSING STATEMENT DEPOSITS:" to total-label
007740         move statement-deposit to total-amount
007750         compute tie-difference =
007760             statement-deposit - loaded-deposit
007770         perform 9200-tie-lines thru 9200-exit.
007780     close control-report.
007790     move "TENACQI" to TENRCAT-PROGRAM.
007800     move control-rpt-filename to TENRCAT-FILENAME.
007810     move 1 to TENRCAT-PAGES.
007820     move line-count to TENRCAT-LINES.
007830     call "TENRCAT" using TENRCAT-PARMS.
007840     move "I" to TENOLOG-SEVERITY.
007850     if rejected-count > zero
007860         move "W" to TENOLOG-SEVERITY.
007870     move spaces to TENOLOG-TEXT.
007880     string loaded-count delimited by size
007890         " unit(s) loaded, " delimited by size
007900         rejected-count delimited by size
007910         " rejected to acqunit.rej" delimited by size
007920         into TENOLOG-TEXT.
007930     call "TENOLOG" using TENOLOG-PARMS.
007940     if rejected-count > zero
007950         display "TENACQI: repair the rejects through TENFIXR "
007960             "and resubmit with R".
007970 9000-exit.
007980     exit.

007990 9100-total-line.
008000     move total-amount to edited-total.
008010     move spaces to report-line.
008020     string total-label delimited by size
008030         edited-total delimited by size
008040         into report-line.
008050     write report-line.
008060 9100-exit.
008070     exit.

008080*----------------------------------------------------------*
008090* The closing-statement figure and whether the load ties
008100* to it; a difference is the amount still to account for.
008110*----------------------------------------------------------*
008120 9200-tie-lines.
008130     perform 9100-total-line thru 9100-exit.
008140     if tie-difference = zero
008150         move "  TIES TO THE CLOSING STATEMENT" to report-line
008160         write report-line
008170         add 2 to line-count
008180         go to 9200-exit.
008190     move "W" to TENOLOG-SEVERITY.
008200     move spaces to TENOLOG-TEXT.
008210     string "units loaded do not tie to the " delimited by size
008220         total-label delimited by ":"
008230         into TENOLOG-TEXT.
008240     call "TENOLOG" using TENOLOG-PARMS.
008250     move "  DOES NOT TIE - DIFFERENCE:" to total-label.
008260     move tie-difference to total-amount.
008270     perform 9100-total-line thru 9100-exit.
008280     add 2 to line-count.
008290 9200-exit.
008300     exit.

000150* program does a random READ by aptnum, lets the operator
000160* change name/address/city/state/zip, and REWRITEs the
000170* record, so correcting a typo does not mean reloading the
000180* whole file.  A changed city, state or zip is checked
000190* against the zipref.dat ZIP reference through the shared
000200* TENZIPV subprogram.
000210*----------------------------------------------------------*
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15 JHM   Added the state prompt the header always
000250*                    promised, and a changed city, state or
000260*                    zip is validated through TENZIPV: a
000270*                    city/state keyed in other capitals takes
000280*                    the standard spelling, one that belongs
000290*                    to another ZIP is offered the standard
000300*                    (declined, the city, state and zip stay
000310*                    as they were), and a ZIP not on
000320*                    zipref.dat is taken with a warning.
000330*   2026-09-03 JHM   Keying a corrected address now also
000340*                    appends a cleared "C" record to
000350*                    badmail.dat, so a TENRMAIL returned-
000360*                    mail flag lifts the moment the address
000370*                    is fixed and the mailings resume.
000380*   2026-08-22 JHM   Files this program itself creates are
000390*                    SELECT OPTIONAL, so the very first run
000400*                    creates them instead of failing the
000410*                    OPEN EXTEND (the TENRCAT convention).
000420*   2026-08-22 JHM   Requires an update-authority sign-on
000430*                    (TENSIGN) before anything can change,
000440*                    and stamps the signed-on operator id
000450*                    from TENWHO on every audit and history
000460*                    record, so the trail says who was at
000470*                    the keyboard.
000480*   2026-08-22 JHM   Honors the batchlck.ctl batch-window
000490*                    lock: while the nightly driver's lock
000500*                    is up this program announces the batch
000510*                    is in progress and ends without
000520*                    touching indexed.dbf, leaving the
000530*                    operator inquiry-only (TENINQ) until
000540*                    the window closes.
000550*   2026-08-09 JHM   Original program.
000560*   2026-08-22 JHM   Added a rent prompt with rent-increase
000570*                    validation through the shared TENRULV
000580*                    subprogram -- an increase over a
000590*                    regulated city's cap is refused and
000600*                    written to rentrule.rej with the
000610*                    computed percent, the way ZIP rejects
000620*                    work on the tenant load.  Also picked
000630*                    up the STREET-ADDR spelling of the
000640*                    tenant address field via COPY REPLACING.
000650*----------------------------------------------------------*
000660 identification division.
000670 program-id. tenupdt.
000680 author. J. H. Masters.
000690 installation. Property Management Systems.
000700 date-written. 2026-08-09.
000710 date-compiled. 2026-08-09.

000720 environment division.
000730 configuration section.
000740 source-computer. Intel486.
000750 object-computer. Intel486.

000760 input-output section.
000770 file-control.
000780     select sample-idx-file assign to disk
000790         organization is indexed
000800         record key is unit-key of sample-idx-record
000810         access mode is random
000820         file status is idx-file-status.

000830     select history-file assign to disk
000840         organization is line sequential.

000850     select audit-log-file assign to disk
000860         organization is line sequential.

000870     select optional rule-exception-file assign to disk
000880         organization is line sequential.

000890     select optional bad-mail-file assign to disk
000900         organization is line sequential.

000910     select optional batch-lock-file assign to disk
000920         organization is line sequential
000930         file status is lck-file-status.

000940 data division.
000950 file section.
000960 fd  sample-idx-file
000970     label records are standard
000980     value of file-id is "indexed.dbf".
000990     copy TENREC
001000         replacing ==:REC-NAME:== by ==sample-idx-record==
001010             ==address== by ==street-addr==.

001020 fd  history-file
001030     label records are standard
001040     value of file-id is "tenhist.dat".
001050     copy TENHIST
001060         replacing ==:REC-NAME:==
001070             by ==history-record==.

001080 fd  audit-log-file
001090     label records are standard
001100     value of file-id is "tenaudit.dat".
001110     copy TENAUDIT
001120         replacing ==:REC-NAME:==
001130              by ==audit-record==.

001140 fd  rule-exception-file
001150     label records are standard
001160     value of file-id is "rentrule.rej".
001170 01  exception-line          picture is X(80).

001180 fd  batch-lock-file
001190     label records are standard
001200     value of file-id is "batchlck.ctl".
001210 01  batch-lock-record.
001220     05  lck-status          picture is X(06).
001230     05  lck-date            picture is 9(08).
001240     05  lck-time            picture is 9(08).

001250 fd  bad-mail-file
001260     label records are standard
001270     value of file-id is "badmail.dat".
001280     copy TENBAD
001290         replacing ==:REC-NAME:==
001300             by ==bad-mail-record==.

001310 working-storage section.
001320 01  before-image            picture is X(133).
001330     copy TENWHO.
001340 01  idx-file-status         picture is X(02).
001350 01  lck-file-status         picture is X(02).
001360 01  batch-locked-switch     picture is X(01) value "N".
001370     88  batch-locked                value "Y".
001380 01  reply                   picture is X(25).
001390 01  more-switch             picture is X(01) value "Y".
001400     88  more-records                value "Y".
001410 01  today-date              picture is 9(08).
001420 01  address-changed-switch  picture is X(01).
001430     88  address-changed             value "Y".
001440 01  audit-clock-time        picture is 9(08).
001450 01  before-name             picture is X(25).
001460 01  before-status           picture is X(01).
001470 01  entered-rent            picture is 9(05)V99.
001480 01  before-city             picture is X(15).
001490 01  before-state            picture is X(02).
001500 01  before-zip              picture is X(10).
001510     copy TENRULV.
001520     copy TENZIPV.

001530 procedure division.
001540 0000-mainline.
001550     perform 1000-initialize thru 1000-exit.
001560     perform 2000-update-one thru 2000-exit
001570         until not more-records.
001580     perform 9000-finish thru 9000-exit.
001590     stop run.

001600 1000-initialize.
001610     display "TENUPDT: tenant maintenance - update a unit".
001620     perform 1100-check-batch-lock thru 1100-exit.
001630     if batch-locked
001640         display "TENUPDT: nightly batch in progress - "
001650             "tenant files are locked, inquiry only "
001660             "(use TENINQ) until the window closes"
001670         stop run.
001680     open i-o sample-idx-file.
001690     if idx-file-status not = "00"
001700         display "TENUPDT: cannot open indexed.dbf, status "
001710             idx-file-status
001720         stop run.
001730     open extend history-file.
001740     accept today-date from date yyyymmdd.
001750     call "TENWHO" using TENWHO-PARMS.
001760     if not TENWHO-SIGNED-ON
001770         or TENWHO-AUTHORITY < 2
001780         display "TENUPDT: update authority required - "
001790             "sign on through TENSIGN first"
001800         stop run.
001810     open extend audit-log-file.
001820     open extend rule-exception-file.
001830 1000-exit.
001840     exit.

001850*----------------------------------------------------------*
001860* Batch-window lock check: the nightly driver raises the
001870* lock at start of chain and clears it at finish.
001880*----------------------------------------------------------*
001890 1100-check-batch-lock.
001900     open input batch-lock-file.
001910     if lck-file-status not = "00"
001920         go to 1100-exit.
001930     read batch-lock-file
001940         at end
001950             continue
001960         not at end
001970             if lck-status = "LOCKED"
001980                 move "Y" to batch-locked-switch.
001990     close batch-lock-file.
002000 1100-exit.
002010     exit.

002020 2000-update-one.
002030     display "Apartment number to update (0000 to quit): ".
002040     accept aptnum.
002050     if aptnum = 0
002060         move "N" to more-switch
002070     else
002080         display "Building number: "
002090         accept building-id
002100         perform 2100-read-and-change thru 2100-exit.
002110 2000-exit.
002120     exit.

002130 2100-read-and-change.
002140     read sample-idx-file
002150         invalid key
002160             display "TENUPDT: no unit " building-id "-" aptnum
002170                 " on indexed.dbf".
002180     if idx-file-status = "00"
002190         move sample-idx-record to before-image
002200         move name to before-name
002210         move occ-status to before-status
002220         move city to before-city
002230         move state to before-state
002240         move zip (1:10) to before-zip
002250         move "N" to address-changed-switch
002260         perform 2200-prompt-fields thru 2200-exit
002270         rewrite sample-idx-record
002280             invalid key
002290                 display "TENUPDT: rewrite failed, status "
002300                     idx-file-status
002310             not invalid key
002320                 display "TENUPDT: apartment " building-id "-"
002330                     aptnum " updated"
002340                 perform 2300-record-history thru 2300-exit
002350                 perform 2400-record-audit thru 2400-exit
002360                 perform 2600-clear-bad-mail thru 2600-exit.
002370 2100-exit.
002380     exit.

002390 2200-prompt-fields.
002400     display "Current name    : " name.
002410     display "New name (blank = no change): ".
002420     accept reply.
002430     if reply not = spaces
002440         move reply(1:25) to name.

002450     display "Current co-tenant: " co-tenant-name.
002460     display "New co-tenant (blank = no change): ".
002470     accept reply.
002480     if reply not = spaces
002490         move reply(1:25) to co-tenant-name.

002500     display "Current address : " street-addr.
002510     display "New address (blank = no change): ".
002520     accept reply.
002530     if reply not = spaces
002540         move reply(1:25) to street-addr
002550         move "Y" to address-changed-switch.

002560     display "Current city    : " city.
002570     display "New city (blank = no change): ".
002580     accept reply.
002590     if reply not = spaces
002600         move reply(1:15) to city.

002610     display "Current state   : " state.
002620     display "New state (blank = no change): ".
002630     accept reply.
002640     if reply not = spaces
002650         move reply(1:2) to state.

002660     display "Current zip     : " zip.
002670     display "New zip, 9 digits, blank = no change: ".
002680     accept reply.
002690     if reply not = spaces
002700         move reply(1:9) to zip.
002710     perform 2700-validate-address thru 2700-exit.

002720     display "Current rent    : " rent-amount.
002730     display "New rent, 0 = no change: ".
002740     accept entered-rent.
002750     if entered-rent not = zero
002760         perform 2500-validate-rent thru 2500-exit.
002770 2200-exit.
002780     exit.

002790*----------------------------------------------------------*
002800* Rent-increase validation through the shared TENRULV
002810* subprogram.  A rejected increase leaves the rent alone
002820* and writes the exception line.
002830*----------------------------------------------------------*
002840 2500-validate-rent.
002850     move city of sample-idx-record to TENRULV-CITY.
002860     move rent-amount of sample-idx-record
002870         to TENRULV-OLD-RENT.
002880     move entered-rent to TENRULV-NEW-RENT.
002890     call "TENRULV" using TENRULV-PARMS.
002900     if TENRULV-APPROVED
002910         move entered-rent to rent-amount
002920             of sample-idx-record
002930     else
002940         display "TENUPDT: increase over cap for city "
002950             TENRULV-CITY ", rent unchanged"
002960         move spaces to exception-line
002970         string building-id delimited by size
002980             "-" delimited by size
002990             aptnum delimited by size
003000             " " delimited by size
003010             TENRULV-CITY delimited by size
003020             " PCT " delimited by size
003030             TENRULV-PERCENT delimited by size
003040             " CAP " delimited by size
003050             TENRULV-MAX-PERCENT delimited by size
003060             " OVER-CAP INCREASE" delimited by size
003070             into exception-line
003080         write exception-line.
003090 2500-exit.
003100     exit.

003110 2300-record-history.
003120     move building-id to hist-building of history-record.
003130     move aptnum to hist-aptnum of history-record.
003140     move today-date to hist-date of history-record.
003150     move "U" to hist-action of history-record.
003160     move name to hist-name of history-record.
003170     move TENWHO-OPERATOR
003180         to hist-operator of history-record.
003190     write history-record.
003200 2300-exit.
003210     exit.

003220 2400-record-audit.
003230     accept audit-clock-time from time.
003240     move "TENUPDT" to audit-program of audit-record.
003250     move today-date to audit-date of audit-record.
003260     move audit-clock-time to audit-time of audit-record.
003270     move building-id to audit-building of audit-record.
003280     move aptnum to audit-aptnum of audit-record.
003290     move "R" to audit-action of audit-record.
003300     move before-name to audit-before-name of audit-record.
003310     move name to audit-after-name of audit-record.
003320     move before-status to audit-before-status of audit-record.
003330     move occ-status to audit-after-status of audit-record.
003340     move TENWHO-OPERATOR
003350         to audit-operator of audit-record.
003360     move before-image
003370         to audit-before-image of audit-record
003380     write audit-record.
003390 2400-exit.
003400     exit.

003410*----------------------------------------------------------*
003420* A corrected address lifts any returned-mail flag: the
003430* cleared record supersedes the TENRMAIL "F" flag and the
003440* mailings resume.
003450*----------------------------------------------------------*
003460 2600-clear-bad-mail.
003470     if not address-changed
003480         go to 2600-exit.
003490     open extend bad-mail-file.
003500     move building-id to bad-building of bad-mail-record.
003510     move aptnum to bad-aptnum of bad-mail-record.
003520     move today-date to bad-date of bad-mail-record.
003530     move spaces to bad-reason of bad-mail-record.
003540     move "C" to bad-status of bad-mail-record.
003550     move TENWHO-OPERATOR
003560         to bad-entered-by of bad-mail-record.
003570     write bad-mail-record.
003580     close bad-mail-file.
003590     display "TENUPDT: returned-mail flag cleared".
003600 2600-exit.
003610     exit.

003620*----------------------------------------------------------*
003630* ZIP/city/state validation through the shared TENZIPV
003640* subprogram, only when one of the three was changed.
003650*----------------------------------------------------------*
003660 2700-validate-address.
003670     if city = before-city
003680         and state = before-state
003690         and zip (1:10) = before-zip
003700         go to 2700-exit.
003710     move city to TENZIPV-CITY.
003720     move state to TENZIPV-STATE.
003730     move zip (1:5) to TENZIPV-ZIP5.
003740     call "TENZIPV" using TENZIPV-PARMS.
003750     if TENZIPV-SPELLING
003760         move TENZIPV-STD-CITY to city
003770         move TENZIPV-STD-STATE to state
003780         display "TENUPDT: city/state set to the standard "
003790             "spelling " city " " state.
003800     if TENZIPV-UNKNOWN-ZIP
003810         display "TENUPDT: warning - ZIP " TENZIPV-ZIP5
003820             " is not on zipref.dat, taken as keyed".
003830     if TENZIPV-BAD-ZIP
003840         display "TENUPDT: ZIP is not valid, city, state "
003850             "and zip left unchanged"
003860         perform 2710-restore-address thru 2710-exit.
003870     if TENZIPV-MISMATCH
003880         display "TENUPDT: ZIP " TENZIPV-ZIP5 " is "
003890             TENZIPV-STD-CITY " " TENZIPV-STD-STATE
003900             ", not " city " " state
003910         display "Use " TENZIPV-STD-CITY " "
003920             TENZIPV-STD-STATE " (Y/N): "
003930         accept reply
003940         if reply (1:1) = "Y"
003950             move TENZIPV-STD-CITY to city
003960             move TENZIPV-STD-STATE to state
003970         else
003980             display "TENUPDT: city, state and zip left "
003990                 "unchanged"
004000             perform 2710-restore-address thru 2710-exit.
004010 2700-exit.
004020     exit.

004030 2710-restore-address.
004040     move before-city to city.
004050     move before-state to state.
004060     move before-zip to zip (1:10).
004070 2710-exit.
004080     exit.

004090 9000-finish.
004100     close audit-log-file.
004110     close sample-idx-file.
004120     close history-file.
004130     close rule-exception-file.
004140     display "TENUPDT: finished".
004150 9000-exit.
004160     exit.

000200*----------------------------------------------------------*
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   2026-10-15 JHM   State added to the screen, and a changed
000240*                    city, state or zip is validated through
000250*                    the shared TENZIPV subprogram against the
000260*                    zipref.dat ZIP reference before the
000270*                    rewrite: other capitals take the standard
000280*                    spelling, a city/state that belongs to
000290*                    another ZIP is offered the standard
000300*                    (declined, the city, state and zip are
000310*                    backed out), and a ZIP not on zipref.dat
000320*                    is taken with a warning.
000330*   2026-09-03 JHM   Declares the unit being edited to the
000340*                    TENLOCK in-use lock before the screen
000350*                    comes up: a unit another screen is
000360*                    sitting on answers "record in use by
000370*                    operator X" and nothing is shown, and
000380*                    the lock is released at transaction
000390*                    end.  The TENLSWP sweep clears what a
000400*                    dropped session leaves behind.
000410*   2026-08-22 JHM   Files this program itself creates are
000420*                    SELECT OPTIONAL, so the very first run
000430*                    creates them instead of failing the
000440*                    OPEN EXTEND (the TENRCAT convention).
000450*   2026-08-22 JHM   Requires an update-authority sign-on
000460*                    (TENSIGN) before anything can change,
000470*                    and stamps the signed-on operator id
000480*                    from TENWHO on every audit and history
000490*                    record, so the trail says who was at
000500*                    the keyboard.
000510*   2026-08-22 JHM   Honors the batchlck.ctl batch-window
000520*                    lock: while the nightly driver's lock
000530*                    is up this program announces the batch
000540*                    is in progress and ends without
000550*                    touching indexed.dbf, leaving the
000560*                    operator inquiry-only (TENINQ) until
000570*                    the window closes.
000580*   2026-08-09 JHM   Original program.
000590*   2026-08-09 JHM   Added a tenhist.dat write alongside the
000600*                    audit-log entry, matching TENUPDT's
000610*                    2300-record-history paragraph -- this
000620*                    program was only updating the audit log,
000630*                    not the tenant-history file every other
000640*                    update transaction appends to.
000650*   2026-08-22 JHM   Added rent to the maintenance screen
000660*                    with rent-increase validation through
000670*                    the shared TENRULV subprogram -- an
000680*                    increase over a regulated city's cap is
000690*                    backed out before the rewrite and
000700*                    written to rentrule.rej with the
000710*                    computed percent.  Also picked up the
000720*                    STREET-ADDR spelling of the tenant
000730*                    address field via COPY REPLACING.
000740*----------------------------------------------------------*
000750 identification division.
000760 program-id. tenmaint.
000770 author. J. H. Masters.
000780 installation. Property Management Systems.
000790 date-written. 2026-08-09.
000800 date-compiled. 2026-08-09.

000810 environment division.
000820 configuration section.
000830 source-computer. Intel486.
000840 object-computer. Intel486.

000850 input-output section.
000860 file-control.
000870     select sample-idx-file assign to disk
000880         organization is indexed
000890         record key is unit-key of sample-idx-record
000900         access mode is random
000910         file status is idx-file-status.

000920     select audit-log-file assign to disk
000930         organization is line sequential.

000940     select history-file assign to disk
000950         organization is line sequential.

000960     select optional rule-exception-file assign to disk
000970         organization is line sequential.

000980     select optional batch-lock-file assign to disk
000990         organization is line sequential
001000         file status is lck-file-status.

001010 data division.
001020 file section.
001030 fd  sample-idx-file
001040     label records are standard
001050     value of file-id is "indexed.dbf".
001060     copy TENREC
001070         replacing ==:REC-NAME:== by ==sample-idx-record==
001080             ==address== by ==street-addr==.

001090 fd  audit-log-file
001100     label records are standard
001110     value of file-id is "tenaudit.dat".
001120     copy TENAUDIT
001130         replacing ==:REC-NAME:==
001140             by ==audit-record==.

001150 fd  history-file
001160     label records are standard
001170     value of file-id is "tenhist.dat".
001180     copy TENHIST
001190         replacing ==:REC-NAME:==
001200             by ==history-record==.

001210 fd  rule-exception-file
001220     label records are standard
001230     value of file-id is "rentrule.rej".
001240 01  exception-line          picture is X(80).

001250 fd  batch-lock-file
001260     label records are standard
001270     value of file-id is "batchlck.ctl".
001280 01  batch-lock-record.
001290     05  lck-status          picture is X(06).
001300     05  lck-date            picture is 9(08).
001310     05  lck-time            picture is 9(08).

001320 working-storage section.
001330 01  before-image            picture is X(133).
001340     copy TENWHO.
001350     copy TENLOCK.
001360 01  idx-file-status         picture is X(02).
001370 01  lck-file-status         picture is X(02).
001380 01  batch-locked-switch     picture is X(01) value "N".
001390     88  batch-locked                value "Y".
001400 01  lookup-aptnum           picture is 9(04).
001410 01  lookup-building         picture is 9(02).
001420 01  more-switch             picture is X(01) value "Y".
001430     88  more-records                value "Y".
001440 01  today-date              picture is 9(08).
001450 01  audit-clock-time        picture is 9(08).
001460 01  before-name             picture is X(25).
001470 01  before-status           picture is X(01).
001480 01  before-rent             picture is 9(05)V99.
001490 01  before-city             picture is X(15).
001500 01  before-state            picture is X(02).
001510 01  before-zip              picture is X(10).
001520 01  reply                   picture is X(01).
001530     copy TENRULV.
001540     copy TENZIPV.

001550 screen section.
001560 01  maint-screen.
001570     05  line 1 column 10 value "TENANT MAINTENANCE SCREEN".
001580     05  line 3 column 10 value "Building: ".
001590     05  line 3 column 22 pic 99 from building-id
001600         of sample-idx-record.
001610     05  line 3 column 30 value "Apt: ".
001620     05  line 3 column 36 pic ZZZ9 from aptnum
001630         of sample-idx-record.
001640     05  line 5 column 10 value "Name    : ".
001650     05  line 5 column 22 pic X(25) using name
001660         of sample-idx-record.
001670     05  line 6 column 10 value "Co-tenant: ".
001680     05  line 6 column 22 pic X(25) using co-tenant-name
001690         of sample-idx-record.
001700     05  line 8 column 10 value "Address : ".
001710     05  line 8 column 22 pic X(25) using street-addr
001720         of sample-idx-record.
001730     05  line 9 column 10 value "City    : ".
001740     05  line 9 column 22 pic X(15) using city
001750         of sample-idx-record.
001760     05  line 9 column 40 value "State: ".
001770     05  line 9 column 47 pic X(02) using state
001780         of sample-idx-record.
001790     05  line 10 column 10 value "Zip     : ".
001800     05  line 10 column 22 pic 99999B9999 using zip
001810         of sample-idx-record.
001820     05  line 12 column 10 value "Rent    : ".
001830     05  line 12 column 22 pic 9(05)V99 using rent-amount
001840         of sample-idx-record.

001850 procedure division.
001860 0000-mainline.
001870     perform 1000-initialize thru 1000-exit.
001880     perform 2000-maintain-one thru 2000-exit
001890         until not more-records.
001900     perform 9000-finish thru 9000-exit.
001910     stop run.

001920 1000-initialize.
001930     display "TENMAINT: tenant maintenance data-entry screen".
001940     perform 1100-check-batch-lock thru 1100-exit.
001950     if batch-locked
001960         display "TENMAINT: nightly batch in progress - "
001970             "tenant files are locked, inquiry only "
001980             "(use TENINQ) until the window closes"
001990         stop run.
002000     open i-o sample-idx-file.
002010     if idx-file-status not = "00"
002020         display "TENMAINT: cannot open indexed.dbf, status "
002030             idx-file-status
002040         stop run.
002050     accept today-date from date yyyymmdd.
002060     call "TENWHO" using TENWHO-PARMS.
002070     if not TENWHO-SIGNED-ON
002080         or TENWHO-AUTHORITY < 2
002090         display "TENMAINT: update authority required - "
002100             "sign on through TENSIGN first"
002110         stop run.
002120     open extend audit-log-file.
002130     open extend history-file.
002140     open extend rule-exception-file.
002150 1000-exit.
002160     exit.

002170*----------------------------------------------------------*
002180* Batch-window lock check: the nightly driver raises the
002190* lock at start of chain and clears it at finish.
002200*----------------------------------------------------------*
002210 1100-check-batch-lock.
002220     open input batch-lock-file.
002230     if lck-file-status not = "00"
002240         go to 1100-exit.
002250     read batch-lock-file
002260         at end
002270             continue
002280         not at end
002290             if lck-status = "LOCKED"
002300                 move "Y" to batch-locked-switch.
002310     close batch-lock-file.
002320 1100-exit.
002330     exit.

002340 2000-maintain-one.
002350     display "Apartment number to maintain (0000 to quit): ".
002360     accept lookup-aptnum.
002370     if lookup-aptnum = 0
002380         move "N" to more-switch
002390     else
002400         display "Building number: ".
002410         accept lookup-building.
002420         move lookup-building to building-id of sample-idx-record.
002430         move lookup-aptnum to aptnum of sample-idx-record.
002440         perform 2100-read-and-edit thru 2100-exit.
002450 2000-exit.
002460     exit.

002470 2100-read-and-edit.
002480     read sample-idx-file
002490         invalid key
002500             display "TENMAINT: no unit " lookup-building "-"
002510                 lookup-aptnum " on indexed.dbf".
002520     if idx-file-status not = "00"
002530         go to 2100-exit.
002540     move "L" to TENLOCK-FUNCTION.
002550     move lookup-building to TENLOCK-BUILDING.
002560     move lookup-aptnum to TENLOCK-APTNUM.
002570     call "TENLOCK" using TENLOCK-PARMS.
002580     if TENLOCK-BUSY
002590         display "TENMAINT: record in use by operator "
002600             TENLOCK-HOLDER ", try again shortly"
002610         go to 2100-exit.
002620     if idx-file-status = "00"
002630         move sample-idx-record to before-image
002640         move name of sample-idx-record to before-name
002650         move occ-status of sample-idx-record to before-status
002660         move rent-amount of sample-idx-record to before-rent
002670         move city of sample-idx-record to before-city
002680         move state of sample-idx-record to before-state
002690         move zip of sample-idx-record (1:10) to before-zip
002700         display maint-screen
002710         accept maint-screen
002720         perform 2500-validate-address thru 2500-exit
002730         perform 2400-validate-rent thru 2400-exit
002740         rewrite sample-idx-record
002750             invalid key
002760                 display "TENMAINT: rewrite failed, status "
002770                     idx-file-status
002780             not invalid key
002790                 display "TENMAINT: apartment " lookup-building
002800                     "-" lookup-aptnum " updated"
002810                 perform 2200-record-audit thru 2200-exit
002820                 perform 2300-record-history thru 2300-exit.
002830     move "U" to TENLOCK-FUNCTION.
002840     call "TENLOCK" using TENLOCK-PARMS.
002850 2100-exit.
002860     exit.

002870 2200-record-audit.
002880     accept audit-clock-time from time.
002890     move "TENMAINT" to audit-program of audit-record.
002900     move today-date to audit-date of audit-record.
002910     move audit-clock-time to audit-time of audit-record.
002920     move building-id of sample-idx-record to audit-building
002930         of audit-record.
002940     move aptnum of sample-idx-record to audit-aptnum
002950         of audit-record.
002960     move "R" to audit-action of audit-record.
002970     move before-name to audit-before-name of audit-record.
002980     move name of sample-idx-record to audit-after-name
002990         of audit-record.
003000     move before-status to audit-before-status of audit-record.
003010     move occ-status of sample-idx-record to audit-after-status
003020         of audit-record.
003030     move TENWHO-OPERATOR
003040         to audit-operator of audit-record.
003050     move before-image
003060         to audit-before-image of audit-record
003070     write audit-record.
003080 2200-exit.
003090     exit.

003100 2300-record-history.
003110     move building-id of sample-idx-record to hist-building
003120         of history-record.
003130     move aptnum of sample-idx-record to hist-aptnum
003140         of history-record.
003150     move today-date to hist-date of history-record.
003160     move "U" to hist-action of history-record.
003170     move name of sample-idx-record to hist-name
003180         of history-record.
003190     move TENWHO-OPERATOR
003200         to hist-operator of history-record.
003210     write history-record.
003220 2300-exit.
003230     exit.

003240*----------------------------------------------------------*
003250* Rent-increase validation through the shared TENRULV
003260* subprogram.  A rejected increase is backed out before the
003270* rewrite and written to the exception file.
003280*----------------------------------------------------------*
003290 2400-validate-rent.
003300     if rent-amount of sample-idx-record = before-rent
003310         go to 2400-exit.
003320     move city of sample-idx-record to TENRULV-CITY.
003330     move before-rent to TENRULV-OLD-RENT.
003340     move rent-amount of sample-idx-record
003350         to TENRULV-NEW-RENT.
003360     call "TENRULV" using TENRULV-PARMS.
003370     if TENRULV-REJECTED
003380         display "TENMAINT: increase over cap for city "
003390             TENRULV-CITY ", rent unchanged"
003400         move before-rent to rent-amount
003410             of sample-idx-record
003420         move spaces to exception-line
003430         string building-id of sample-idx-record
003440             delimited by size
003450             "-" delimited by size
003460             aptnum of sample-idx-record delimited by size
003470             " " delimited by size
003480             TENRULV-CITY delimited by size
003490             " PCT " delimited by size
003500             TENRULV-PERCENT delimited by size
003510             " CAP " delimited by size
003520             TENRULV-MAX-PERCENT delimited by size
003530             " OVER-CAP INCREASE" delimited by size
003540             into exception-line
003550         write exception-line.
003560 2400-exit.
003570     exit.

003580*----------------------------------------------------------*
003590* ZIP/city/state validation through the shared TENZIPV
003600* subprogram, only when one of the three was changed.  It
003610* runs ahead of the rent check so the rent rule sees the
003620* standard city.
003630*----------------------------------------------------------*
003640 2500-validate-address.
003650     if city of sample-idx-record = before-city
003660         and state of sample-idx-record = before-state
003670         and zip of sample-idx-record (1:10) = before-zip
003680         go to 2500-exit.
003690     move city of sample-idx-record to TENZIPV-CITY.
003700     move state of sample-idx-record to TENZIPV-STATE.
003710     move zip of sample-idx-record (1:5) to TENZIPV-ZIP5.
003720     call "TENZIPV" using TENZIPV-PARMS.
003730     if TENZIPV-SPELLING
003740         move TENZIPV-STD-CITY to city of sample-idx-record
003750         move TENZIPV-STD-STATE to state of sample-idx-record
003760         display "TENMAINT: city/state set to the standard "
003770             "spelling " TENZIPV-STD-CITY " " TENZIPV-STD-STATE.
003780     if TENZIPV-UNKNOWN-ZIP
003790         display "TENMAINT: warning - ZIP " TENZIPV-ZIP5
003800             " is not on zipref.dat, taken as keyed".
003810     if TENZIPV-BAD-ZIP
003820         display "TENMAINT: ZIP is not valid, city, state "
003830             "and zip left unchanged"
003840         perform 2510-restore-address thru 2510-exit.
003850     if TENZIPV-MISMATCH
003860         display "TENMAINT: ZIP " TENZIPV-ZIP5 " is "
003870             TENZIPV-STD-CITY " " TENZIPV-STD-STATE
003880             ", not " TENZIPV-CITY " " TENZIPV-STATE
003890         display "Use " TENZIPV-STD-CITY " "
003900             TENZIPV-STD-STATE " (Y/N): "
003910         accept reply
003920         if reply = "Y"
003930             move TENZIPV-STD-CITY to city of sample-idx-record
003940             move TENZIPV-STD-STATE
003950                 to state of sample-idx-record
003960         else
003970             display "TENMAINT: city, state and zip left "
003980                 "unchanged"
003990             perform 2510-restore-address thru 2510-exit.
004000 2500-exit.
004010     exit.

004020 2510-restore-address.
004030     move before-city to city of sample-idx-record.
004040     move before-state to state of sample-idx-record.
004050     move before-zip to zip of sample-idx-record (1:10).
004060 2510-exit.
004070     exit.

004080 9000-finish.
004090     close history-file.
004100     close audit-log-file.
004110     close sample-idx-file.
004120     close rule-exception-file.
004130     display "TENMAINT: finished".
004140 9000-exit.
004150     exit.

000100*----------------------------------------------------------*
000110* TENNTVM.COB
000120*
000130* Notice-to-vacate entry screen.  A tenant's 30-day notice
000140* used to go unrecorded until the day TENVACT ran, so the
000150* renewal run still mailed an offer, the forecast did not
000160* count the unit and nobody could lease it ahead.  For an
000170* occupied unit validated on indexed.dbf this screen shows
000180* any notice already on ntvacate.dat and takes a new one --
000190* the date notice was given, the planned move-out date, the
000200* reason code and the forwarding address, the city, state
000210* and ZIP checked through TENZIPV the way the vacate checks
000220* them -- or withdraws the notice on file.  Records append;
000230* the latest per unit wins.
000240*----------------------------------------------------------*
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   2026-10-15 JHM   Original program.
000280*----------------------------------------------------------*
000290 identification division.
000300 program-id. tenntvm.
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

000490     select optional batch-lock-file assign to disk
000500         organization is line sequential
000510         file status is lck-file-status.

000520 data division.
000530 file section.
000540 fd  sample-idx-file
000550     label records are standard
000560     value of file-id is "indexed.dbf".
000570     copy TENREC
000580         replacing ==:REC-NAME:== by ==sample-idx-record==
000590             ==address== by ==street-addr==.

000600 fd  notice-file
000610     label records are standard
000620     value of file-id is "ntvacate.dat".
000630     copy TENNTV
000640         replacing ==:REC-NAME:==
000650             by ==notice-record==.

000660 fd  batch-lock-file
000670     label records are standard
000680     value of file-id is "batchlck.ctl".
000690 01  batch-lock-record.
000700     05  lck-status          picture is X(06).
000710     05  lck-date            picture is 9(08).
000720     05  lck-time            picture is 9(08).

000730 working-storage section.
000740 01  lck-file-status         picture is X(02).
000750 01  batch-locked-switch     picture is X(01) value "N".
000760     88  batch-locked                value "Y".
000770     copy TENWHO.
000780     copy TENZIPV.
000790     copy TENDAYS.
000800 01  idx-file-status         picture is X(02).
000810 01  ntv-file-status         picture is X(02).
000820 01  ntv-eof-switch          picture is X(01).
000830     88  notice-file-at-end          value "Y".
000840 01  more-switch             picture is X(01) value "Y".
000850     88  more-records                value "Y".
000860 01  notice-held-switch      picture is X(01).
000870     88  notice-on-file              value "Y".
000880 01  fwd-place-switch        picture is X(01).
000890     88  fwd-place-settled           value "Y".
000900 01  run-date                picture is 9(08).
000910 01  entered-count           picture is 9(05) value zero.
000920 01  withdrawn-count         picture is 9(05) value zero.
000930 01  action-code             picture is X(01).
000940 01  reply                   picture is X(01).
000950 01  entered-notice-date     picture is 9(08).
000960 01  entered-move-out        picture is 9(08).
000970 01  entered-reason          picture is X(02).
000980 01  fwd-address-in          picture is X(25).
000990 01  fwd-city-in             picture is X(15).
001000 01  fwd-state-in            picture is X(02).
001010 01  fwd-zip-in              picture is 9(09).
001020 01  minimum-notice-days     picture is 9(03) value 30.

001030*----------------------------------------------------------*
001040* The unit's latest ntvacate.dat record, as read.
001050*----------------------------------------------------------*
001060     copy TENNTV
001070         replacing ==:REC-NAME:==
001080             by ==current-notice==.

001090 procedure division.
001100 0000-mainline.
001110     perform 1000-initialize thru 1000-exit.
001120     perform 2000-enter-one thru 2000-exit
001130         until not more-records.
001140     perform 9000-finish thru 9000-exit.
001150     stop run.

001160 1000-initialize.
001170     display "TENNTVM: notice-to-vacate entry".
001180     perform 1100-check-batch-lock thru 1100-exit.
001190     if batch-locked
001200         display "TENNTVM: nightly batch in progress - "
001210             "tenant files are locked, inquiry only "
001220             "(use TENINQ) until the window closes"
001230         stop run.
001240     call "TENWHO" using TENWHO-PARMS.
001250     if not TENWHO-SIGNED-ON
001260         or TENWHO-AUTHORITY < 2
001270         display "TENNTVM: update authority required - "
001280             "sign on through TENSIGN first"
001290         stop run.
001300     accept run-date from date yyyymmdd.
001310     open input sample-idx-file.
001320     if idx-file-status not = "00"
001330         display "TENNTVM: cannot open indexed.dbf, status "
001340             idx-file-status
001350         stop run.
001360 1000-exit.
001370     exit.

001380*----------------------------------------------------------*
001390* Batch-window lock check: the nightly driver raises the
001400* lock at start of chain and clears it at finish.
001410*----------------------------------------------------------*
001420 1100-check-batch-lock.
001430     open input batch-lock-file.
001440     if lck-file-status not = "00"
001450         go to 1100-exit.
001460     read batch-lock-file
001470         at end
001480             continue
001490         not at end
001500             if lck-status = "LOCKED"
001510                 move "Y" to batch-locked-switch.
001520     close batch-lock-file.
001530 1100-exit.
001540     exit.

001550 2000-enter-one.
001560     display "Apartment number (0000 to quit): ".
001570     accept aptnum.
001580     if aptnum = 0
001590         move "N" to more-switch
001600     else
001610         display "Building number: "
001620         accept building-id
001630         perform 2100-read-and-enter thru 2100-exit.
001640 2000-exit.
001650     exit.

001660 2100-read-and-enter.
001670     read sample-idx-file
001680         invalid key
001690             display "TENNTVM: no unit " building-id "-" aptnum
001700                 " on indexed.dbf".
001710     if idx-file-status not = "00"
001720         go to 2100-exit.
001730     if not occ-occupied of sample-idx-record
001740         display "TENNTVM: unit " building-id "-" aptnum
001750             " is not occupied"
001760         go to 2100-exit.
001770     display "Tenant: " name of sample-idx-record.
001780     perform 2200-show-notice thru 2200-exit.
001790     if notice-on-file
001800         display "Action (W withdraw the notice, N new "
001810             "notice, blank to skip): "
001820     else
001830         display "Action (N new notice, blank to skip): ".
001840     accept action-code.
001850     evaluate true
001860         when action-code = "N"
001870             perform 2300-take-notice thru 2300-exit
001880         when action-code = "W" and notice-on-file
001890             perform 2600-withdraw-notice thru 2600-exit
001900         when other
001910             display "TENNTVM: nothing recorded for "
001920                 building-id "-" aptnum
001930     end-evaluate.
001940 2100-exit.
001950     exit.

001960*----------------------------------------------------------*
001970* The unit's latest record on ntvacate.dat; only an "N"
001980* record is a notice still standing.
001990*----------------------------------------------------------*
002000 2200-show-notice.
002010     move "N" to notice-held-switch.
002020     move "N" to ntv-eof-switch.
002030     open input notice-file.
002040     if ntv-file-status = "00"
002050         perform 2210-read-notice thru 2210-exit
002060             until notice-file-at-end.
002070     close notice-file.
002080     if notice-on-file
002090         display "On notice since "
002100             ntv-notice-date of current-notice
002110             ", moving out "
002120             ntv-move-out-date of current-notice
002130             ", reason " ntv-reason of current-notice
002140     else
002150         display "No notice on file".
002160 2200-exit.
002170     exit.

002180 2210-read-notice.
002190     read notice-file
002200         at end
002210             move "Y" to ntv-eof-switch
002220             go to 2210-exit.
002230     if ntv-building of notice-record
002240             not = building-id of sample-idx-record
002250         or ntv-aptnum of notice-record
002260             not = aptnum of sample-idx-record
002270         go to 2210-exit.
002280     move notice-record to current-notice.
002290     if ntv-on-notice of notice-record
002300         move "Y" to notice-held-switch
002310     else
002320         move "N" to notice-held-switch.
002330 2210-exit.
002340     exit.

002350*----------------------------------------------------------*
002360* A new notice: dates, reason and forwarding address.  A
002370* move-out less than thirty days after the notice is taken
002380* with a warning -- the office may have agreed to it.
002390*----------------------------------------------------------*
002400 2300-take-notice.
002410     display "Date notice given (YYYYMMDD, 0 = today): ".
002420     accept entered-notice-date.
002430     if entered-notice-date = zero
002440         move run-date to entered-notice-date.
002450     if entered-notice-date > run-date
002460         display "TENNTVM: notice date is in the future, "
002470             "nothing recorded"
002480         go to 2300-exit.
002490     display "Planned move-out date (YYYYMMDD): ".
002500     accept entered-move-out.
002510     if entered-move-out not > entered-notice-date
002520         display "TENNTVM: move-out must be after the notice "
002530             "date, nothing recorded"
002540         go to 2300-exit.
002550     move entered-notice-date to TENDAYS-FROM.
002560     move entered-move-out to TENDAYS-TO.
002570     call "TENDAYS" using TENDAYS-PARMS.
002580     if TENDAYS-DAYS < minimum-notice-days
002590         display "TENNTVM: warning - only " TENDAYS-DAYS
002600             " days' notice".
002610     display "Reason (JB job, HM bought a home, SZ size, "
002620         "RC rent cost, DS dissatisfied, LB lease break, "
002630         "OT other): ".
002640     accept entered-reason.
002650     move entered-reason to ntv-reason of notice-record.
002660     if not ntv-valid-reason of notice-record
002670         display "TENNTVM: reason code " entered-reason
002680             " is not valid, nothing recorded"
002690         go to 2300-exit.
002700     display "Forwarding street address (blank if not "
002710         "known): ".
002720     accept fwd-address-in.
002730     move spaces to fwd-city-in.
002740     move spaces to fwd-state-in.
002750     move zero to fwd-zip-in.
002760     if fwd-address-in not = spaces
002770         move "N" to fwd-place-switch
002780         perform 2400-key-fwd-place thru 2400-exit
002790             until fwd-place-settled.
002800     perform 2500-write-notice thru 2500-exit.
002810 2300-exit.
002820     exit.

002830*----------------------------------------------------------*
002840* Forwarding city/state/ZIP, keyed until TENZIPV accepts
002850* them against the zipref.dat ZIP reference.
002860*----------------------------------------------------------*
002870 2400-key-fwd-place.
002880     display "Forwarding city: ".
002890     accept fwd-city-in.
002900     display "Forwarding state (2 chars): ".
002910     accept fwd-state-in.
002920     display "Forwarding ZIP (9 digits, zip5+zip4): ".
002930     accept fwd-zip-in.
002940     move fwd-city-in to TENZIPV-CITY.
002950     move fwd-state-in to TENZIPV-STATE.
002960     move fwd-zip-in (1:5) to TENZIPV-ZIP5.
002970     call "TENZIPV" using TENZIPV-PARMS.
002980     move "Y" to fwd-place-switch.
002990     if TENZIPV-SPELLING
003000         move TENZIPV-STD-CITY to fwd-city-in
003010         move TENZIPV-STD-STATE to fwd-state-in
003020         display "TENNTVM: city/state set to the standard "
003030             "spelling " fwd-city-in " " fwd-state-in.
003040     if TENZIPV-UNKNOWN-ZIP
003050         display "TENNTVM: warning - ZIP " TENZIPV-ZIP5
003060             " is not on zipref.dat, taken as keyed".
003070     if TENZIPV-BAD-ZIP
003080         display "TENNTVM: ZIP is not valid, key the "
003090             "forwarding city, state and ZIP again"
003100         move "N" to fwd-place-switch.
003110     if TENZIPV-MISMATCH
003120         display "TENNTVM: ZIP " TENZIPV-ZIP5 " is "
003130             TENZIPV-STD-CITY " " TENZIPV-STD-STATE
003140             ", not " fwd-city-in " " fwd-state-in
003150         display "Use " TENZIPV-STD-CITY " "
003160             TENZIPV-STD-STATE " (Y/N): "
003170         accept reply
003180         if reply = "Y"
003190             move TENZIPV-STD-CITY to fwd-city-in
003200             move TENZIPV-STD-STATE to fwd-state-in
003210         else
003220             display "TENNTVM: key the forwarding city, "
003230                 "state and ZIP again"
003240             move "N" to fwd-place-switch.
003250 2400-exit.
003260     exit.

003270 2500-write-notice.
003280     move building-id to ntv-building of notice-record.
003290     move aptnum to ntv-aptnum of notice-record.
003300     move "N" to ntv-status of notice-record.
003310     move entered-notice-date
003320         to ntv-notice-date of notice-record.
003330     move entered-move-out
003340         to ntv-move-out-date of notice-record.
003350     move entered-reason to ntv-reason of notice-record.
003360     move fwd-address-in to ntv-fwd-address of notice-record.
003370     move fwd-city-in to ntv-fwd-city of notice-record.
003380     move fwd-state-in to ntv-fwd-state of notice-record.
003390     move fwd-zip-in to ntv-fwd-zip of notice-record.
003400     move TENWHO-OPERATOR
003410         to ntv-entered-by of notice-record.
003420     open extend notice-file.
003430     write notice-record.
003440     close notice-file.
003450     add 1 to entered-count.
003460     display "TENNTVM: notice recorded for " building-id "-"
003470         aptnum ", moving out " entered-move-out.
003480 2500-exit.
003490     exit.

003500*----------------------------------------------------------*
003510* The tenant is staying: the withdrawn record carries the
003520* notice's dates so the history shows what was taken back.
003530*----------------------------------------------------------*
003540 2600-withdraw-notice.
003550     move current-notice to notice-record.
003560     move "W" to ntv-status of notice-record.
003570     move TENWHO-OPERATOR
003580         to ntv-entered-by of notice-record.
003590     open extend notice-file.
003600     write notice-record.
003610     close notice-file.
003620     add 1 to withdrawn-count.
003630     display "TENNTVM: notice withdrawn for " building-id "-"
003640         aptnum.
003650 2600-exit.
003660     exit.

003670 9000-finish.
003680     close sample-idx-file.
003690     display "TENNTVM: " entered-count " notice(s) recorded, "
003700         withdrawn-count " withdrawn".
003710 9000-exit.
003720     exit.

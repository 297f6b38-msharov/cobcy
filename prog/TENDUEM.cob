000100*----------------------------------------------------------*
000110* TENDUEM.COB
000120*
000130* Rent due-day maintenance screen.  Shows a unit's current
000140* terms off duedate.dat for a unit validated on
000150* indexed.dbf, and appends its new terms: the day of the
000160* month the rent is due (a Social Security 3rd, a lease
000170* rider's 5th or 15th) or which Wednesday of the month,
000180* and the grace days before it is late.  Entering no day
000190* and no Wednesday puts the unit back on house terms, due
000200* the 1st with five days' grace.  Re-entering a unit
000210* supersedes the earlier terms, so the history stays on
000220* file.  TENLATE, TENAGE, TENDUN, TENPLNC, TENACHO and
000230* TENSTMT take each unit's dates from it through the
000240* TENDUEL lookup.
000250*----------------------------------------------------------*
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   2026-10-15 JHM   Original program.
000290*----------------------------------------------------------*
000300 identification division.
000310 program-id. tenduem.
000320 author. J. H. Masters.
000330 installation. Property Management Systems.
000340 date-written. 2026-10-15.
000350 date-compiled. 2026-10-15.

000360 environment division.
000370 configuration section.
000380 source-computer. Intel486.
000390 object-computer. Intel486.

000400 input-output section.
000410 file-control.
000420     select sample-idx-file assign to disk
000430         organization is indexed
000440         record key is unit-key of sample-idx-record
000450         access mode is random
000460         file status is idx-file-status.

000470     select optional due-day-file assign to disk
000480         organization is line sequential
000490         file status is due-file-status.

000500     select optional batch-lock-file assign to disk
000510         organization is line sequential
000520         file status is lck-file-status.

000530 data division.
000540 file section.
000550 fd  sample-idx-file
000560     label records are standard
000570     value of file-id is "indexed.dbf".
000580     copy TENREC
000590         replacing ==:REC-NAME:== by ==sample-idx-record==
000600             ==address== by ==street-addr==.

000610 fd  due-day-file
000620     label records are standard
000630     value of file-id is "duedate.dat".
000640     copy TENDUE
000650         replacing ==:REC-NAME:==
000660             by ==due-day-record==.

000670 fd  batch-lock-file
000680     label records are standard
000690     value of file-id is "batchlck.ctl".
000700 01  batch-lock-record.
000710     05  lck-status          picture is X(06).
000720     05  lck-date            picture is 9(08).
000730     05  lck-time            picture is 9(08).

000740 working-storage section.
000750 01  lck-file-status         picture is X(02).
000760 01  batch-locked-switch     picture is X(01) value "N".
000770     88  batch-locked                value "Y".
000780     copy TENWHO.
000790 01  idx-file-status         picture is X(02).
000800 01  due-file-status         picture is X(02).
000810 01  due-eof-switch          picture is X(01).
000820     88  due-day-file-at-end         value "Y".
000830 01  more-switch             picture is X(01) value "Y".
000840     88  more-records                value "Y".
000850 01  run-date                picture is 9(08).
000860 01  entered-count           picture is 9(05) value zero.
000870 01  entered-day             picture is 9(02).
000880 01  entered-wednesday       picture is 9(01).
000890 01  entered-grace-days      picture is 9(02).
000900 01  entered-reason          picture is X(20).
000910 01  current-day             picture is 9(02).
000920 01  current-wednesday       picture is 9(01).
000930 01  current-grace-days      picture is 9(02).
000940 01  maximum-grace-days      picture is 9(02) value 15.

000950 procedure division.
000960 0000-mainline.
000970     perform 1000-initialize thru 1000-exit.
000980     perform 2000-maintain-one thru 2000-exit
000990         until not more-records.
001000     perform 9000-finish thru 9000-exit.
001010     stop run.

001020 1000-initialize.
001030     display "TENDUEM: rent due-day maintenance".
001040     perform 1100-check-batch-lock thru 1100-exit.
001050     if batch-locked
001060         display "TENDUEM: nightly batch in progress - "
001070             "tenant files are locked, inquiry only "
001080             "(use TENINQ) until the window closes"
001090         stop run.
001100     call "TENWHO" using TENWHO-PARMS.
001110     if not TENWHO-SIGNED-ON
001120         or TENWHO-AUTHORITY < 2
001130         display "TENDUEM: update authority required - "
001140             "sign on through TENSIGN first"
001150         stop run.
001160     accept run-date from date yyyymmdd.
001170     open input sample-idx-file.
001180     if idx-file-status not = "00"
001190         display "TENDUEM: cannot open indexed.dbf, status "
001200             idx-file-status
001210         stop run.
001220 1000-exit.
001230     exit.

001240*----------------------------------------------------------*
001250* Batch-window lock check: the nightly driver raises the
001260* lock at start of chain and clears it at finish.
001270*----------------------------------------------------------*
001280 1100-check-batch-lock.
001290     open input batch-lock-file.
001300     if lck-file-status not = "00"
001310         go to 1100-exit.
001320     read batch-lock-file
001330         at end
001340             continue
001350         not at end
001360             if lck-status = "LOCKED"
001370                 move "Y" to batch-locked-switch.
001380     close batch-lock-file.
001390 1100-exit.
001400     exit.

001410 2000-maintain-one.
001420     display "Apartment number to maintain (0000 to quit): ".
001430     accept aptnum.
001440     if aptnum = 0
001450         move "N" to more-switch
001460     else
001470         display "Building number: "
001480         accept building-id
001490         perform 2100-read-and-maintain thru 2100-exit.
001500 2000-exit.
001510     exit.

001520 2100-read-and-maintain.
001530     read sample-idx-file
001540         invalid key
001550             display "TENDUEM: no unit " building-id "-" aptnum
001560                 " on indexed.dbf".
001570     if idx-file-status = "00"
001580         display "Tenant: " name of sample-idx-record
001590         perform 2200-show-terms thru 2200-exit
001600         perform 2300-prompt-terms thru 2300-exit.
001610 2100-exit.
001620     exit.

001630*----------------------------------------------------------*
001640* The unit's latest terms on duedate.dat, house terms when
001650* it has none.
001660*----------------------------------------------------------*
001670 2200-show-terms.
001680     move zero to current-day.
001690     move zero to current-wednesday.
001700     move zero to current-grace-days.
001710     move "N" to due-eof-switch.
001720     open input due-day-file.
001730     if due-file-status = "00"
001740         perform 2210-read-terms thru 2210-exit
001750             until due-day-file-at-end.
001760     close due-day-file.
001770     evaluate true
001780         when current-wednesday not = zero
001790             display "Now due: Wednesday " current-wednesday
001800                 " of the month, " current-grace-days
001810                 " grace day(s)"
001820         when current-day not = zero
001830             display "Now due: day " current-day
001840                 " of the month, " current-grace-days
001850                 " grace day(s)"
001860         when other
001870             display "Now due: house terms, the 1st with 05 "
001880                 "grace day(s)"
001890     end-evaluate.
001900 2200-exit.
001910     exit.

001920 2210-read-terms.
001930     read due-day-file
001940         at end
001950             move "Y" to due-eof-switch
001960             go to 2210-exit.
001970     if due-building of due-day-record
001980             not = building-id of sample-idx-record
001990         or due-aptnum of due-day-record
002000             not = aptnum of sample-idx-record
002010         go to 2210-exit.
002020     move due-day of due-day-record to current-day.
002030     move due-wednesday of due-day-record
002040         to current-wednesday.
002050     move due-grace-days of due-day-record
002060         to current-grace-days.
002070 2210-exit.
002080     exit.

002090 2300-prompt-terms.
002100     move zero to entered-wednesday.
002110     move zero to entered-grace-days.
002120     display "Due day of month (01-31, 00 for a Wednesday "
002130         "or house terms): ".
002140     accept entered-day.
002150     if entered-day > 31
002160         display "TENDUEM: due day must be 00 to 31, nothing "
002170             "recorded for " building-id "-" aptnum
002180         go to 2300-exit.
002190     if entered-day = zero
002200         display "Which Wednesday of the month (1-4, 0 for "
002210             "house terms): "
002220         accept entered-wednesday
002230         if entered-wednesday > 4
002240             display "TENDUEM: Wednesday must be 0 to 4, "
002250                 "nothing recorded for " building-id "-" aptnum
002260             go to 2300-exit.
002270     if entered-day not = zero
002280         or entered-wednesday not = zero
002290         display "Grace days before the rent is late: "
002300         accept entered-grace-days
002310         if entered-grace-days > maximum-grace-days
002320             display "TENDUEM: grace cannot exceed "
002330                 maximum-grace-days " days, nothing recorded "
002340                 "for " building-id "-" aptnum
002350             go to 2300-exit.
002360     display "Reason (lease rider, benefit date...): ".
002370     accept entered-reason.
002380     perform 2500-record-terms thru 2500-exit.
002390 2300-exit.
002400     exit.

002410 2500-record-terms.
002420     move building-id to due-building of due-day-record.
002430     move aptnum to due-aptnum of due-day-record.
002440     move entered-day to due-day of due-day-record.
002450     move entered-wednesday to due-wednesday of due-day-record.
002460     move entered-grace-days
002470         to due-grace-days of due-day-record.
002480     move run-date to due-entered-date of due-day-record.
002490     move entered-reason to due-reason of due-day-record.
002500     move TENWHO-OPERATOR
002510         to due-entered-by of due-day-record.
002520     open extend due-day-file.
002530     write due-day-record.
002540     close due-day-file.
002550     add 1 to entered-count.
002560     display "TENDUEM: recorded for " building-id "-" aptnum.
002570 2500-exit.
002580     exit.

002590 9000-finish.
002600     close sample-idx-file.
002610     display "TENDUEM: " entered-count " unit(s) recorded".
002620 9000-exit.
002630     exit.

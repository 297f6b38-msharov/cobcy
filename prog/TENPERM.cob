000100*----------------------------------------------------------*
000110* TENPERM.COB
000120*
000130* Posting-period control maintenance, supervisor only.
000140* TENCLOSE closes each month to posting on glperiod.ctl
000150* when it runs; this screen shows where the close stands
000160* and lets a supervisor reopen a closed month (everything
000170* from that month on opens again, so a correction can be
000180* posted under its real date), close it again once the
000190* correction is in (back to the last month TENCLOSE
000200* closed), and choose whether the posting programs refuse
000210* an item dated in a closed month or post it today as a
000220* prior-period adjustment.  Every change is written to
000230* tenaudit.dat with the record as it stood before, under
000240* the operator's id.
000250*----------------------------------------------------------*
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   2026-10-15 JHM   Original program.
000290*----------------------------------------------------------*
000300 identification division.
000310 program-id. tenperm.
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
000420     select optional period-control-file assign to disk
000430         organization is line sequential
000440         file status is per-file-status.

000450     select audit-log-file assign to disk
000460         organization is line sequential.

000470     select optional batch-lock-file assign to disk
000480         organization is line sequential
000490         file status is lck-file-status.

000500 data division.
000510 file section.
000520 fd  period-control-file
000530     label records are standard
000540     value of file-id is "glperiod.ctl".
000550     copy TENPER
000560         replacing ==:REC-NAME:==
000570             by ==period-control-record==.

000580 fd  audit-log-file
000590     label records are standard
000600     value of file-id is "tenaudit.dat".
000610     copy TENAUDIT
000620         replacing ==:REC-NAME:==
000630             by ==audit-record==.

000640 fd  batch-lock-file
000650     label records are standard
000660     value of file-id is "batchlck.ctl".
000670 01  batch-lock-record.
000680     05  lck-status          picture is X(06).
000690     05  lck-date            picture is 9(08).
000700     05  lck-time            picture is 9(08).

000710 working-storage section.
000720 01  lck-file-status         picture is X(02).
000730 01  batch-locked-switch     picture is X(01) value "N".
000740     88  batch-locked                value "Y".
000750     copy TENWHO.
000760 01  per-file-status         picture is X(02).
000770 01  more-switch             picture is X(01) value "Y".
000780     88  more-records                value "Y".
000790 01  today-date              picture is 9(08).
000800 01  audit-clock-time        picture is 9(08).
000810 01  reply                   picture is X(01).
000820 01  change-count            picture is 9(03) value zero.
000830 01  before-image            picture is X(133).
000840 01  before-text             picture is X(25).
000850 01  entered-month           picture is 9(06).
000860 01  entered-month-parts redefines entered-month.
000870     05  entered-yyyy        picture is 9(04).
000880     05  entered-mm          picture is 9(02).
000890 01  entered-policy          picture is X(01).

000900*----------------------------------------------------------*
000910* The control record as it stands, and as changed.
000920*----------------------------------------------------------*
000930 01  control-area.
000940     05  ctl-closed-through  picture is 9(06) value zero.
000950     05  ctl-last-closed     picture is 9(06) value zero.
000960     05  ctl-policy          picture is X(01) value "A".
000970     05  ctl-changed-date    picture is 9(08) value zero.
000980     05  ctl-changed-by      picture is X(08) value spaces.
000990     05  ctl-changed-program picture is X(08) value spaces.

001000 procedure division.
001010 0000-mainline.
001020     perform 1000-initialize thru 1000-exit.
001030     perform 2000-one-change thru 2000-exit
001040         until not more-records.
001050     display "TENPERM: " change-count " change(s) made".
001060     stop run.

001070 1000-initialize.
001080     display "TENPERM: posting-period control".
001090     perform 1100-check-batch-lock thru 1100-exit.
001100     if batch-locked
001110         display "TENPERM: nightly batch in progress - "
001120             "the period control is locked until the "
001130             "window closes"
001140         stop run.
001150     call "TENWHO" using TENWHO-PARMS.
001160     if not TENWHO-SIGNED-ON
001170         or TENWHO-AUTHORITY < 3
001180         display "TENPERM: supervisor sign-on required"
001190         stop run.
001200     accept today-date from date yyyymmdd.
001210     perform 1200-read-control thru 1200-exit.
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

001410 1200-read-control.
001420     open input period-control-file.
001430     if per-file-status not = "00"
001440         close period-control-file
001450         go to 1200-exit.
001460     read period-control-file
001470         at end
001480             move "N" to per-file-status
001490         not at end
001500             move period-control-record to control-area.
001510     close period-control-file.
001520     if ctl-closed-through not numeric
001530         move zero to ctl-closed-through.
001540     if ctl-last-closed not numeric
001550         move zero to ctl-last-closed.
001560     if ctl-policy not = "R"
001570         move "A" to ctl-policy.
001580 1200-exit.
001590     exit.

001600 2000-one-change.
001610     display " ".
001620     display "Posting closed through: " ctl-closed-through
001630         "   last closed by TENCLOSE: " ctl-last-closed.
001640     if ctl-policy = "R"
001650         display "Closed-period items are REFUSED"
001660     else
001670         display "Closed-period items post today as "
001680             "PRIOR-PERIOD ADJUSTMENTS".
001690     display "O=reopen a month, C=close again, "
001700         "P=policy, Q=quit: ".
001710     accept reply.
001720     evaluate reply
001730         when "O"
001740             perform 3000-reopen thru 3000-exit
001750         when "C"
001760             perform 4000-close-again thru 4000-exit
001770         when "P"
001780             perform 5000-set-policy thru 5000-exit
001790         when "Q"
001800             move "N" to more-switch
001810         when other
001820             display "TENPERM: choose O, C, P or Q"
001830     end-evaluate.
001840 2000-exit.
001850     exit.

001860*----------------------------------------------------------*
001870* Reopening a month opens it and every month after it; the
001880* close moves back to the month before.
001890*----------------------------------------------------------*
001900 3000-reopen.
001910     if ctl-closed-through = zero
001920         display "TENPERM: no month is closed"
001930         go to 3000-exit.
001940     display "Month to reopen (YYYYMM): ".
001950     accept entered-month.
001960     if entered-month not numeric
001970         or entered-mm < 01 or entered-mm > 12
001980         display "TENPERM: not a valid month"
001990         go to 3000-exit.
002000     if entered-month > ctl-closed-through
002010         display "TENPERM: " entered-month " is already open"
002020         go to 3000-exit.
002030     perform 7000-save-before thru 7000-exit.
002040     if entered-mm = 01
002050         subtract 1 from entered-yyyy
002060         move 12 to entered-mm
002070     else
002080         subtract 1 from entered-mm.
002090     move entered-month to ctl-closed-through.
002100     perform 8000-write-control thru 8000-exit.
002110     display "TENPERM: posting now closed through "
002120         ctl-closed-through.
002130 3000-exit.
002140     exit.

002150 4000-close-again.
002160     if ctl-closed-through >= ctl-last-closed
002170         display "TENPERM: nothing reopened - closed through "
002180             ctl-closed-through
002190         go to 4000-exit.
002200     perform 7000-save-before thru 7000-exit.
002210     move ctl-last-closed to ctl-closed-through.
002220     perform 8000-write-control thru 8000-exit.
002230     display "TENPERM: posting closed again through "
002240         ctl-closed-through.
002250 4000-exit.
002260     exit.

002270 5000-set-policy.
002280     display "Closed-period items: R=refuse, "
002290         "A=post as prior-period adjustment: ".
002300     accept entered-policy.
002310     if entered-policy not = "R"
002320         and entered-policy not = "A"
002330         display "TENPERM: policy must be R or A"
002340         go to 5000-exit.
002350     if entered-policy = ctl-policy
002360         go to 5000-exit.
002370     perform 7000-save-before thru 7000-exit.
002380     move entered-policy to ctl-policy.
002390     perform 8000-write-control thru 8000-exit.
002400 5000-exit.
002410     exit.

002420 7000-save-before.
002430     move spaces to before-image.
002440     move control-area to before-image.
002450     move spaces to before-text.
002460     string "CLOSED THROUGH " delimited by size
002470         ctl-closed-through delimited by size
002480         " " delimited by size
002490         ctl-policy delimited by size
002500         into before-text.
002510 7000-exit.
002520     exit.

002530*----------------------------------------------------------*
002540* The control record rewritten whole, and the change on
002550* the audit trail under building 00.
002560*----------------------------------------------------------*
002570 8000-write-control.
002580     move today-date to ctl-changed-date.
002590     move TENWHO-OPERATOR to ctl-changed-by.
002600     move "TENPERM" to ctl-changed-program.
002610     open output period-control-file.
002620     move control-area to period-control-record.
002630     write period-control-record.
002640     close period-control-file.
002650     add 1 to change-count.
002660     open extend audit-log-file.
002670     accept audit-clock-time from time.
002680     move "TENPERM" to audit-program of audit-record.
002690     move today-date to audit-date of audit-record.
002700     move audit-clock-time to audit-time of audit-record.
002710     move zero to audit-building of audit-record.
002720     move zero to audit-aptnum of audit-record.
002730     move "R" to audit-action of audit-record.
002740     move before-text to audit-before-name of audit-record.
002750     move spaces to audit-after-name of audit-record.
002760     string "CLOSED THROUGH " delimited by size
002770         ctl-closed-through delimited by size
002780         " " delimited by size
002790         ctl-policy delimited by size
002800         into audit-after-name of audit-record.
002810     move space to audit-before-status of audit-record.
002820     move space to audit-after-status of audit-record.
002830     move TENWHO-OPERATOR
002840         to audit-operator of audit-record.
002850     move before-image
002860         to audit-before-image of audit-record.
002870     write audit-record.
002880     close audit-log-file.
002890 8000-exit.
002900     exit.

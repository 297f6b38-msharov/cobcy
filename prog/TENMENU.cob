000270*                    can be picked, and the signed-on
000280*                    operator travels with every audit and
000290*                    history record the session writes.
000300*   2026-10-15 JHM   Any abort a batch step raised on
000310*                    opsalert.dat (through TENOLOG) is shown
000320*                    at the top of the screen, newest first
000330*                    with a count of the rest, until an
000340*                    operator acknowledges the alerts with
000350*                    option 9; the acknowledgement is logged
000360*                    on opsalert.dat with the operator's id.
000370*                    The batch banner and the options move
000380*                    down to make room.
000390*   2026-08-22 JHM   Shows a "nightly batch in progress"
000400*                    banner while the driver's batchlck.ctl
000410*                    lock is up, so an operator knows the
000420*                    session is inquiry-only until the
000430*                    window closes.  Also dropped the FROM
000440*                    CONSOLE phrase on the positioned
000450*                    ACCEPT; the console is the default
000460*                    device and the phrase does not conform
000470*                    to the shop's compiler dialect.
000480*----------------------------------------------------------*
000490 identification division.
000500 program-id. tenmenu.
000510 author. J. H. Masters.
000520 installation. Property Management Systems.
000530 date-written. 2026-08-09.
000540 date-compiled. 2026-08-09.

000550 environment division.
000560 configuration section.
000570 source-computer. Intel486.
000580 object-computer. Intel486.

000590 input-output section.
000600 file-control.
000610     select optional batch-lock-file assign to disk
000620         organization is line sequential
000630         file status is lck-file-status.

000640     select optional ops-alert-file assign to disk
000650         organization is line sequential
000660         file status is opa-file-status.

000670 data division.
000680 file section.
000690 fd  batch-lock-file
000700     label records are standard
000710     value of file-id is "batchlck.ctl".
000720 01  batch-lock-record.
000730     05  lck-status          picture is X(06).
000740     05  lck-date            picture is 9(08).
000750     05  lck-time            picture is 9(08).

000760 fd  ops-alert-file
000770     label records are standard
000780     value of file-id is "opsalert.dat".
000790     copy TENOPL
000800         replacing ==:REC-NAME:==
000810             by ==ops-alert-record==.

000820 working-storage section.
000830 01  lck-file-status         picture is X(02).
000840 01  batch-locked-switch     picture is X(01) value "N".
000850     88  batch-locked                value "Y".
000860 01  menu-choice             picture is 9(01).
000870 01  more-switch             picture is X(01) value "Y".
000880     88  more-records                value "Y".
000890 01  opa-file-status         picture is X(02).
000900 01  opa-eof-switch          picture is X(01).
000910     88  alert-file-at-end           value "Y".
000920 01  open-alert-count        picture is 9(03) value zero.
000930 01  acked-count             picture is 9(03) value zero.
000940 01  alert-sub               picture is 9(03).
000950 01  newest-open-sub         picture is 9(03).
000960 01  today-date              picture is 9(08).
000970 01  alert-line              picture is X(60).
000980     copy TENWHO.

000990*----------------------------------------------------------*
001000* Latest opsalert.dat status per abort; an alert is one
001010* program's abort at one date and time.
001020*----------------------------------------------------------*
001030 01  alert-table-area.
001040     05  alert-table-count   picture is 9(03) value zero.
001050     05  alert-table-entry occurs 1 to 100 times
001060             depending on alert-table-count
001070             indexed by alert-table-index.
001080         10  al-date         picture is 9(08).
001090         10  al-time         picture is 9(08).
001100         10  al-program      picture is X(08).
001110         10  al-text         picture is X(70).
001120         10  al-status       picture is X(01).

001130 procedure division.
001140 0000-mainline.
001150     call "TENSIGN".
001160     if return-code not = 0
001170         display "TENMENU: sign-on failed, session ends"
001180         move 0 to return-code
001190         stop run.
001200     call "TENWHO" using TENWHO-PARMS.
001210     perform 1000-check-batch-lock thru 1000-exit.
001220     perform 1100-load-alerts thru 1100-exit.
001230     perform 2000-menu-loop thru 2000-exit
001240         until not more-records.
001250     perform 9000-finish thru 9000-exit.
001260     stop run.

001270*----------------------------------------------------------*
001280* Batch-window lock check: while the nightly driver's lock
001290* is up, the session is inquiry-only and the menu says so.
001300*----------------------------------------------------------*
001310 1000-check-batch-lock.
001320     open input batch-lock-file.
001330     if lck-file-status not = "00"
001340         go to 1000-exit.
001350     read batch-lock-file
001360         at end
001370             continue
001380         not at end
001390             if lck-status = "LOCKED"
001400                 move "Y" to batch-locked-switch.
001410     close batch-lock-file.
001420 1000-exit.
001430     exit.

001440*----------------------------------------------------------*
001450* Abort alerts: the latest record per alert decides
001460* whether it is still open.
001470*----------------------------------------------------------*
001480 1100-load-alerts.
001490     move zero to alert-table-count.
001500     move zero to open-alert-count.
001510     move zero to newest-open-sub.
001520     move "N" to opa-eof-switch.
001530     open input ops-alert-file.
001540     if opa-file-status not = "00"
001550         close ops-alert-file
001560         go to 1100-exit.
001570     perform 1110-read-alert thru 1110-exit
001580         until alert-file-at-end.
001590     close ops-alert-file.
001600     perform 1140-count-open thru 1140-exit
001610         varying alert-sub from 1 by 1
001620         until alert-sub > alert-table-count.
001630 1100-exit.
001640     exit.

001650 1110-read-alert.
001660     read ops-alert-file
001670         at end
001680             move "Y" to opa-eof-switch
001690         not at end
001700             perform 1120-stow-alert thru 1120-exit.
001710 1110-exit.
001720     exit.

001730 1120-stow-alert.
001740     set alert-table-index to 1.
001750     if alert-table-count > zero
001760         search alert-table-entry
001770             at end
001780                 perform 1130-add-alert thru 1130-exit
001790             when al-date (alert-table-index)
001800                     = opl-date of ops-alert-record
001810                 and al-time (alert-table-index)
001820                     = opl-time of ops-alert-record
001830                 and al-program (alert-table-index)
001840                     = opl-program of ops-alert-record
001850                 move opl-ack-status of ops-alert-record
001860                     to al-status (alert-table-index)
001870     else
001880         perform 1130-add-alert thru 1130-exit.
001890 1120-exit.
001900     exit.

001910 1130-add-alert.
001920     if alert-table-count >= 100
001930         go to 1130-exit.
001940     add 1 to alert-table-count.
001950     move opl-date of ops-alert-record
001960         to al-date (alert-table-count).
001970     move opl-time of ops-alert-record
001980         to al-time (alert-table-count).
001990     move opl-program of ops-alert-record
002000         to al-program (alert-table-count).
002010     move opl-text of ops-alert-record
002020         to al-text (alert-table-count).
002030     move opl-ack-status of ops-alert-record
002040         to al-status (alert-table-count).
002050 1130-exit.
002060     exit.

002070 1140-count-open.
002080     if al-status (alert-sub) = "O"
002090         add 1 to open-alert-count
002100         move alert-sub to newest-open-sub.
002110 1140-exit.
002120     exit.

002130*----------------------------------------------------------*
002140* Option 9: every open alert is acknowledged by the
002150* signed-on operator, appended as the alert's latest
002160* record.
002170*----------------------------------------------------------*
002180 1200-acknowledge-alerts.
002190     accept today-date from date yyyymmdd.
002200     move zero to acked-count.
002210     open extend ops-alert-file.
002220     perform 1210-acknowledge-one thru 1210-exit
002230         varying alert-sub from 1 by 1
002240         until alert-sub > alert-table-count.
002250     close ops-alert-file.
002260     perform 1100-load-alerts thru 1100-exit.
002270     display (21,10) acked-count " abort alert(s) acknowledged".
002280 1200-exit.
002290     exit.

002300 1210-acknowledge-one.
002310     if al-status (alert-sub) not = "O"
002320         go to 1210-exit.
002330     move spaces to ops-alert-record.
002340     move al-date (alert-sub) to opl-date of ops-alert-record.
002350     move al-time (alert-sub) to opl-time of ops-alert-record.
002360     move al-program (alert-sub)
002370         to opl-program of ops-alert-record.
002380     move "A" to opl-severity of ops-alert-record.
002390     move zero to opl-building of ops-alert-record.
002400     move zero to opl-aptnum of ops-alert-record.
002410     move al-text (alert-sub) to opl-text of ops-alert-record.
002420     move "A" to opl-ack-status of ops-alert-record.
002430     move TENWHO-OPERATOR to opl-ack-operator of ops-alert-record.
002440     move today-date to opl-ack-date of ops-alert-record.
002450     write ops-alert-record.
002460     add 1 to acked-count.
002470 1210-exit.
002480     exit.

002490 2000-menu-loop.
002500     perform 2100-show-menu thru 2100-exit.
002510     accept (20,30) menu-choice.
002520     if menu-choice = 1
002530         call "PROG16"
002540     else if menu-choice = 2
002550         call "BVT05"
002560     else if menu-choice = 3
002570         call "TENRENT"
002580     else if menu-choice = 4
002590         call "TEST04"
002600     else if menu-choice = 9
002610         and open-alert-count > zero
002620         perform 1200-acknowledge-alerts thru 1200-exit
002630     else if menu-choice = 0
002640         move "N" to more-switch
002650     else
002660         display (21,10) "Invalid selection, try again.".
002670 2000-exit.
002680     exit.

002690 2100-show-menu.
002700     display (1,10) "PROPERTY MANAGEMENT SYSTEM - MAIN MENU".
002710     perform 2200-show-alerts thru 2200-exit.
002720     if batch-locked
002730         display (4,10) "NIGHTLY BATCH IN PROGRESS - "
002740         display (4,38) "INQUIRY ONLY".
002750     display (5,10) "1. Tenant lookup".
002760     display (6,10) "2. SSN report".
002770     display (7,10) "3. Rent roll".
002780     display (8,10) "4. Speed-limit listing".
002790     if open-alert-count > zero
002800         display (9,10) "9. Acknowledge abort alerts"
002810     else
002820         move spaces to alert-line
002830         display (9,10) alert-line.
002840     display (10,10) "0. Quit".
002850     display (20,10) "Select an option: ".
002860 2100-exit.
002870     exit.

002880 2200-show-alerts.
002890     move spaces to alert-line.
002900     if open-alert-count = zero
002910         display (2,10) alert-line
002920         display (3,10) alert-line
002930         go to 2200-exit.
002940     string "*** ABORT " delimited by size
002950         al-date (newest-open-sub) delimited by size
002960         " " delimited by size
002970         al-program (newest-open-sub) delimited by space
002980         ": " delimited by size
002990         al-text (newest-open-sub) delimited by size
003000         into alert-line.
003010     display (2,10) alert-line.
003020     move spaces to alert-line.
003030     string open-alert-count delimited by size
003040         " unacknowledged abort(s) - option 9 acknowledges"
003050             delimited by size
003060         into alert-line.
003070     display (3,10) alert-line.
003080 2200-exit.
003090     exit.

003100 9000-finish.
003110     display (22,10) "TENMENU: finished".
003120 9000-exit.
003130     exit.

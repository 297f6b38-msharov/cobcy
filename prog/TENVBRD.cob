000180* convention the aging report uses).  The unit sitting at
000190* the head of the nextapt.ctl reuse pool TENRESEQ maintains
000200* is cross-marked POOL, so an agent can see at a glance
000210* what is actually rentable today.  An occupied unit whose
000220* tenant has given notice to vacate (TENNTVL) is listed too,
000230* marked ON NOTICE with its planned move-out date, so it
000240* can be pre-leased.
000250*----------------------------------------------------------*
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   2026-10-15 JHM   Occupied units on notice to vacate are
000290*                    listed ON NOTICE with the planned
000300*                    move-out date for pre-leasing.
000310*   2026-09-03 JHM   A vacant unit still in make-ready
000320*                    (latest turnstat.dat record "T") now
000330*                    shows IN TURN and is not counted
000340*                    rentable, so agents stop offering
000350*                    apartments that cannot be shown.
000360*   2026-08-22 JHM   Original program.
000370*----------------------------------------------------------*
000380 identification division.
000390 program-id. tenvbrd.
000400 author. J. H. Masters.
000410 installation. Property Management Systems.
000420 date-written. 2026-08-22.
000430 date-compiled. 2026-08-22.

000440 environment division.
000450 configuration section.
000460 source-computer. Intel486.
000470 object-computer. Intel486.

000480 input-output section.
000490 file-control.
000500     select sample-idx-file assign to disk
000510         organization is indexed
000520         record key is unit-key of sample-idx-record
000530         access mode is sequential
000540         file status is idx-file-status.

000550     select optional nextapt-control-file assign to disk
000560         organization is line sequential
000570         file status is ctl-file-status.

000580     select optional turn-status-file assign to disk
000590         organization is line sequential
000600         file status is tst-file-status.

000610 data division.
000620 file section.
000630 fd  sample-idx-file
000640     label records are standard
000650     value of file-id is "indexed.dbf".
000660     copy TENREC
000670         replacing ==:REC-NAME:== by ==sample-idx-record==
000680             ==address== by ==street-addr==.

000690 fd  nextapt-control-file
000700     label records are standard
000710     value of file-id is "nextapt.ctl".
000720 01  nextapt-control-record.
000730     05  ctl-building-id     picture is 9(02).
000740     05  ctl-start-aptnum    picture is 9(04).
000750     05  ctl-company         picture is 9(02).

000760 fd  turn-status-file
000770     label records are standard
000780     value of file-id is "turnstat.dat".
000790     copy TENTST
000800         replacing ==:REC-NAME:==
000810             by ==turn-status-record==.

000820 working-storage section.
000830 01  idx-file-status         picture is X(02).
000840 01  ctl-file-status         picture is X(02).
000850 01  run-date                picture is 9(08).
000860 01  run-date-parts redefines run-date.
000870     05  run-date-yyyy       picture is 9(04).
000880     05  run-date-mm         picture is 9(02).
000890     05  run-date-dd         picture is 9(02).
000900 01  vacated-date            picture is 9(08).
000910 01  vacated-date-parts redefines vacated-date.
000920     05  vac-yyyy            picture is 9(04).
000930     05  vac-mm              picture is 9(02).
000940     05  vac-dd              picture is 9(02).
000950 01  days-vacant             picture is S9(05).
000960 01  vacant-count            picture is 9(05) value zero.
000970 01  pool-building           picture is 9(02) value zero.
000980 01  pool-aptnum             picture is 9(04) value zero.
000990 01  pool-mark               picture is X(05).
001000 01  rent-text               picture is X(12).
001010 01  tst-file-status         picture is X(02).
001020 01  tst-eof-switch          picture is X(01) value "N".
001030     88  turn-file-at-end            value "Y".
001040 01  turn-mark               picture is X(07).
001050 01  rentable-count          picture is 9(05) value zero.
001060 01  notice-count            picture is 9(05) value zero.

001070*----------------------------------------------------------*
001080* Latest turnstat.dat status per unit; no record counts
001090* as ready.
001100*----------------------------------------------------------*
001110 01  turn-table-area.
001120     05  turn-table-count    picture is 9(03) value zero.
001130     05  turn-table-entry occurs 1 to 200 times
001140             depending on turn-table-count
001150             indexed by turn-table-index.
001160         10  tu-building     picture is 9(02).
001170         10  tu-aptnum       picture is 9(04).
001180         10  tu-status       picture is X(01).
001190     copy TENFMT.
001200     copy TENNTVL.

001210 procedure division.
001220 0000-mainline.
001230     perform 1000-initialize thru 1000-exit.
001240     perform 2000-read-units thru 2000-exit
001250         until idx-file-status = "10".
001260     perform 9000-finish thru 9000-exit.
001270     stop run.

001280 1000-initialize.
001290     display "TENVBRD: vacancy board".
001300     accept run-date from date yyyymmdd.
001310     open input nextapt-control-file.
001320     if ctl-file-status = "00"
001330         read nextapt-control-file
001340             at end
001350                 continue
001360             not at end
001370                 move ctl-building-id to pool-building
001380                 move ctl-start-aptnum to pool-aptnum.
001390     close nextapt-control-file.
001400     open input sample-idx-file.
001410     if idx-file-status not = "00"
001420         display "TENVBRD: cannot open indexed.dbf, status "
001430             idx-file-status
001440         stop run.
001450     perform 1100-load-turn-status thru 1100-exit.
001460     display "BLDG-APT   RENT         DAYS VACANT".
001470 1000-exit.
001480     exit.

001490 1100-load-turn-status.
001500     open input turn-status-file.
001510     if tst-file-status not = "00"
001520         close turn-status-file
001530         move "Y" to tst-eof-switch
001540         go to 1100-exit.
001550     perform 1110-read-turn thru 1110-exit
001560         until turn-file-at-end.
001570     close turn-status-file.
001580 1100-exit.
001590     exit.

001600 1110-read-turn.
001610     read turn-status-file
001620         at end
001630             move "Y" to tst-eof-switch
001640         not at end
001650             perform 1120-stow-turn thru 1120-exit.
001660 1110-exit.
001670     exit.

001680 1120-stow-turn.
001690     set turn-table-index to 1.
001700     if turn-table-count > zero
001710         search turn-table-entry
001720             at end
001730                 perform 1130-add-turn thru 1130-exit
001740             when tu-building (turn-table-index)
001750                     = tst-building of turn-status-record
001760                 and tu-aptnum (turn-table-index)
001770                     = tst-aptnum of turn-status-record
001780                 move tst-status of turn-status-record
001790                     to tu-status (turn-table-index)
001800     else
001810         perform 1130-add-turn thru 1130-exit.
001820 1120-exit.
001830     exit.

001840 1130-add-turn.
001850     if turn-table-count >= 200
001860         display "TENVBRD: turn table overflow"
001870     else
001880         add 1 to turn-table-count
001890         move tst-building of turn-status-record
001900             to tu-building (turn-table-count)
001910         move tst-aptnum of turn-status-record
001920             to tu-aptnum (turn-table-count)
001930         move tst-status of turn-status-record
001940             to tu-status (turn-table-count).
001950 1130-exit.
001960     exit.

001970 2000-read-units.
001980     read sample-idx-file next record
001990         at end
002000             continue
002010         not at end
002020             if occ-vacant of sample-idx-record
002030                 perform 2100-show-vacant thru 2100-exit
002040             else
002050                 perform 2200-show-notice thru 2200-exit.
002060 2000-exit.
002070     exit.

002080 2100-show-vacant.
002090     add 1 to vacant-count.
002100     move occ-status-date of sample-idx-record
002110         to vacated-date.
002120     compute days-vacant =
002130         (run-date-yyyy - vac-yyyy) * 360
002140         + (run-date-mm - vac-mm) * 30
002150         + (run-date-dd - vac-dd).
002160     if days-vacant < zero
002170         move zero to days-vacant.
002180     move spaces to pool-mark.
002190     if building-id of sample-idx-record = pool-building
002200         and aptnum of sample-idx-record = pool-aptnum
002210         move "POOL" to pool-mark.
002220     perform 2150-check-turn thru 2150-exit.
002230     if turn-mark = spaces
002240         add 1 to rentable-count.
002250     move "A" to TENFMT-FORMAT-CODE.
002260     move rent-amount of sample-idx-record
002270         to TENFMT-RAW-AMOUNT.
002280     call "TENFMT" using TENFMT-PARMS.
002290     move TENFMT-EDITED-OUT to rent-text.
002300     display building-id of sample-idx-record "-"
002310         aptnum of sample-idx-record "  "
002320         rent-text "  " days-vacant "  " pool-mark
002330         " " turn-mark.
002340 2100-exit.
002350     exit.

002360 2150-check-turn.
002370     move spaces to turn-mark.
002380     if turn-table-count = zero
002390         go to 2150-exit.
002400     set turn-table-index to 1.
002410     search turn-table-entry
002420         at end
002430             continue
002440         when tu-building (turn-table-index)
002450                 = building-id of sample-idx-record
002460             and tu-aptnum (turn-table-index)
002470                 = aptnum of sample-idx-record
002480             if tu-status (turn-table-index) = "T"
002490                 move "IN TURN" to turn-mark
002500             end-if.
002510 2150-exit.
002520     exit.

002530*----------------------------------------------------------*
002540* An occupied unit whose tenant has given notice.
002550*----------------------------------------------------------*
002560 2200-show-notice.
002570     if not occ-occupied of sample-idx-record
002580         go to 2200-exit.
002590     move building-id of sample-idx-record to TENNTVL-BUILDING.
002600     move aptnum of sample-idx-record to TENNTVL-APTNUM.
002610     call "TENNTVL" using TENNTVL-PARMS.
002620     if not TENNTVL-ON-NOTICE
002630         go to 2200-exit.
002640     add 1 to notice-count.
002650     move "A" to TENFMT-FORMAT-CODE.
002660     move rent-amount of sample-idx-record
002670         to TENFMT-RAW-AMOUNT.
002680     call "TENFMT" using TENFMT-PARMS.
002690     move TENFMT-EDITED-OUT to rent-text.
002700     display building-id of sample-idx-record "-"
002710         aptnum of sample-idx-record "  "
002720         rent-text "  ON NOTICE - OUT "
002730         TENNTVL-MOVE-OUT-DATE.
002740 2200-exit.
002750     exit.

002760 9000-finish.
002770     close sample-idx-file.
002780     display "TENVBRD: " vacant-count " vacant unit(s), "
002790         rentable-count " rentable, "
002800         notice-count " on notice".
002810 9000-exit.
002820     exit.

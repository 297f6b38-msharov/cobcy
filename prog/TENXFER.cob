000280*----------------------------------------------------------*
000290* MODIFICATION HISTORY
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-15 JHM   A rent concession still running on the
000320*                    source unit is ended with an "X" record
000330*                    on concess.dat, as TENLBRK does, so it
000340*                    does not carry over to the next tenant.
000350*   2026-10-15 JHM   Warns when the key inventory still
000360*                    shows keys or fobs issued to the
000370*                    source unit (TENFOBL lookup), so the
000380*                    old unit's keys are collected at the
000390*                    transfer.
000400*   2026-08-22 JHM   Honors the batchlck.ctl batch-window
000410*                    lock and refuses to run below update
000420*                    authority (TENSIGN sign-on required),
000430*                    matching the other programs that
000440*                    rewrite indexed.dbf.
000450*   2026-08-22 JHM   Stamps the signed-on operator id from
000460*                    TENWHO on every audit and history
000470*                    record written, so the trail says who
000480*                    was at the keyboard (spaces on an
000490*                    unattended batch run).
000500*   2026-08-22 JHM   Original program.
000510*----------------------------------------------------------*
000520 identification division.
000530 program-id. tenxfer.
000540 author. J. H. Masters.
000550 installation. Property Management Systems.
000560 date-written. 2026-08-22.
000570 date-compiled. 2026-08-22.

000580 environment division.
000590 configuration section.
000600 source-computer. Intel486.
000610 object-computer. Intel486.

000620 input-output section.
000630 file-control.
000640     select sample-idx-file assign to disk
000650         organization is indexed
000660         record key is unit-key of sample-idx-record
000670         access mode is random
000680         file status is idx-file-status.

000690     select history-file assign to disk
000700         organization is line sequential.

000710     select audit-log-file assign to disk
000720         organization is line sequential.

000730     select optional batch-lock-file assign to disk
000740         organization is line sequential
000750         file status is lck-file-status.

000760     select optional concession-file assign to disk
000770         organization is line sequential
000780         file status is cnc-file-status.

000790 data division.
000800 file section.
000810 fd  sample-idx-file
000820     label records are standard
000830     value of file-id is "indexed.dbf".
000840     copy TENREC
000850         replacing ==:REC-NAME:== by ==sample-idx-record==
000860             ==address== by ==street-addr==.

000870 fd  history-file
000880     label records are standard
000890     value of file-id is "tenhist.dat".
000900     copy TENHIST
000910         replacing ==:REC-NAME:==
000920             by ==history-record==.

000930 fd  audit-log-file
000940     label records are standard
000950     value of file-id is "tenaudit.dat".
000960     copy TENAUDIT
000970         replacing ==:REC-NAME:==
000980             by ==audit-record==.

000990 fd  batch-lock-file
001000     label records are standard
001010     value of file-id is "batchlck.ctl".
001020 01  batch-lock-record.
001030     05  lck-status          picture is X(06).
001040     05  lck-date            picture is 9(08).
001050     05  lck-time            picture is 9(08).

001060 fd  concession-file
001070     label records are standard
001080     value of file-id is "concess.dat".
001090     copy TENCNC
001100         replacing ==:REC-NAME:==
001110             by ==concession-record==.

001120 working-storage section.
001130 01  lck-file-status         picture is X(02).
001140 01  batch-locked-switch     picture is X(01) value "N".
001150     88  batch-locked                value "Y".
001160 01  dest-before-image            picture is X(133).
001170     copy TENWHO.
001180 01  idx-file-status         picture is X(02).
001190 01  more-switch             picture is X(01) value "Y".
001200     88  more-records                value "Y".
001210 01  today-date              picture is 9(08).
001220 01  today-date-parts redefines today-date.
001230     05  today-yyyymm        picture is 9(06).
001240     05  today-dd            picture is 9(02).
001250 01  transfer-time           picture is 9(08).
001260 01  transfer-count          picture is 9(05) value zero.
001270 01  source-building         picture is 9(02).
001280 01  source-aptnum           picture is 9(04).
001290 01  dest-building           picture is 9(02).
001300 01  dest-aptnum             picture is 9(04).
001310 01  dest-exists-switch      picture is X(01).
001320     88  dest-on-file                value "Y".
001330     copy TENREC
001340         replacing ==:REC-NAME:== by ==held-tenant-record==
001350             ==address== by ==held-street-addr==.
001360     copy TENFOBL.
001370     copy TENCNCL.
001380 01  cnc-file-status         picture is X(02).

001390 procedure division.
001400 0000-mainline.
001410     perform 1000-initialize thru 1000-exit.
001420     perform 2000-transfer-one thru 2000-exit
001430         until not more-records.
001440     perform 9000-finish thru 9000-exit.
001450     stop run.

001460 1000-initialize.
001470     display "TENXFER: tenant transfer between units".
001480     perform 1100-check-batch-lock thru 1100-exit.
001490     if batch-locked
001500         display "TENXFER: nightly batch in progress - "
001510             "tenant files are locked, inquiry only "
001520             "(use TENINQ) until the window closes"
001530         stop run.
001540     open i-o sample-idx-file.
001550     if idx-file-status not = "00"
001560         display "TENXFER: cannot open indexed.dbf, status "
001570             idx-file-status
001580         stop run.
001590     accept today-date from date yyyymmdd.
001600     call "TENWHO" using TENWHO-PARMS.
001610     if not TENWHO-SIGNED-ON
001620         or TENWHO-AUTHORITY < 2
001630         display "TENXFER: update authority required - "
001640             "sign on through TENSIGN first"
001650         stop run.
001660     open extend history-file.
001670     open extend audit-log-file.
001680 1000-exit.
001690     exit.

001700*----------------------------------------------------------*
001710* Batch-window lock check: the nightly driver raises the
001720* lock at start of chain and clears it at finish.
001730*----------------------------------------------------------*
001740 1100-check-batch-lock.
001750     open input batch-lock-file.
001760     if lck-file-status not = "00"
001770         go to 1100-exit.
001780     read batch-lock-file
001790         at end
001800             continue
001810         not at end
001820             if lck-status = "LOCKED"
001830                 move "Y" to batch-locked-switch.
001840     close batch-lock-file.
001850 1100-exit.
001860     exit.

001870 2000-transfer-one.
001880     display "Source apartment number (0000 to quit): ".
001890     accept source-aptnum.
001900     if source-aptnum = 0
001910         move "N" to more-switch
001920     else
001930         display "Source building number: "
001940         accept source-building
001950         display "Destination building number: "
001960         accept dest-building
001970         display "Destination apartment number: "
001980         accept dest-aptnum
001990         perform 2100-do-transfer thru 2100-exit.
002000 2000-exit.
002010     exit.

002020 2100-do-transfer.
002030     if source-building = dest-building
002040         and source-aptnum = dest-aptnum
002050         display "TENXFER: source and destination are the "
002060             "same unit"
002070         go to 2100-exit.
002080     move source-building
002090         to building-id of sample-idx-record.
002100     move source-aptnum to aptnum of sample-idx-record.
002110     read sample-idx-file
002120         invalid key
002130             display "TENXFER: no unit " source-building
002140                 "-" source-aptnum " on indexed.dbf"
002150             go to 2100-exit.
002160     if not occ-occupied of sample-idx-record
002170         display "TENXFER: source unit is not occupied"
002180         go to 2100-exit.
002190     move sample-idx-record to held-tenant-record.
002200     perform 2200-check-destination thru 2200-exit.
002210     if dest-on-file
002220         and occ-occupied of sample-idx-record
002230         display "TENXFER: destination " dest-building "-"
002240             dest-aptnum " is occupied"
002250         go to 2100-exit.
002260     accept transfer-time from time.
002270     display "TENXFER: moving " name of held-tenant-record
002280         " from " source-building "-" source-aptnum
002290         " to " dest-building "-" dest-aptnum.
002300     perform 2300-occupy-destination thru 2300-exit.
002310     if idx-file-status not = "00"
002320         display "TENXFER: destination write failed, "
002330             "status " idx-file-status
002340             ", source unit left untouched"
002350         go to 2100-exit.
002360     perform 2400-vacate-source thru 2400-exit.
002370     perform 2500-check-keys thru 2500-exit.
002380 2100-exit.
002390     exit.

002400 2200-check-destination.
002410     move "N" to dest-exists-switch.
002420     move spaces to dest-before-image.
002430     move dest-building
002440         to building-id of sample-idx-record.
002450     move dest-aptnum to aptnum of sample-idx-record.
002460     read sample-idx-file
002470         invalid key
002480             continue
002490         not invalid key
002500             move "Y" to dest-exists-switch
002510             move sample-idx-record to dest-before-image.
002520 2200-exit.
002530     exit.

002540 2300-occupy-destination.
002550     move held-tenant-record to sample-idx-record.
002560     move dest-building
002570         to building-id of sample-idx-record.
002580     move dest-aptnum to aptnum of sample-idx-record.
002590     move "O" to occ-status of sample-idx-record.
002600     move today-date
002610         to occ-status-date of sample-idx-record.
002620     if dest-on-file
002630         rewrite sample-idx-record
002640             invalid key
002650                 continue
002660     else
002670         write sample-idx-record
002680             invalid key
002690                 continue.
002700     if idx-file-status = "00"
002710         perform 2310-record-dest-history thru 2310-exit
002720         perform 2320-record-dest-audit thru 2320-exit.
002730 2300-exit.
002740     exit.

002750 2310-record-dest-history.
002760     move dest-building to hist-building of history-record.
002770     move dest-aptnum to hist-aptnum of history-record.
002780     move today-date to hist-date of history-record.
002790     move "I" to hist-action of history-record.
002800     move name of held-tenant-record
002810         to hist-name of history-record.
002820     move TENWHO-OPERATOR
002830         to hist-operator of history-record.
002840     write history-record.
002850 2310-exit.
002860     exit.

002870 2320-record-dest-audit.
002880     move "TENXFER" to audit-program of audit-record.
002890     move today-date to audit-date of audit-record.
002900     move transfer-time to audit-time of audit-record.
002910     move dest-building to audit-building of audit-record.
002920     move dest-aptnum to audit-aptnum of audit-record.
002930     if dest-on-file
002940         move "R" to audit-action of audit-record
002950     else
002960         move "W" to audit-action of audit-record.
002970     move spaces to audit-before-name of audit-record.
002980     move name of held-tenant-record
002990         to audit-after-name of audit-record.
003000     if dest-on-file
003010         move "V" to audit-before-status of audit-record
003020     else
003030         move spaces
003040             to audit-before-status of audit-record.
003050     move "O" to audit-after-status of audit-record.
003060     move TENWHO-OPERATOR
003070         to audit-operator of audit-record.
003080     move dest-before-image
003090         to audit-before-image of audit-record
003100     write audit-record.
003110 2320-exit.
003120     exit.

003130 2400-vacate-source.
003140     move held-tenant-record to sample-idx-record.
003150     move source-building
003160         to building-id of sample-idx-record.
003170     move source-aptnum to aptnum of sample-idx-record.
003180     move "V" to occ-status of sample-idx-record.
003190     move today-date
003200         to occ-status-date of sample-idx-record.
003210     rewrite sample-idx-record
003220         invalid key
003230             display "TENXFER: source rewrite failed, "
003240                 "status " idx-file-status
003250         not invalid key
003260             add 1 to transfer-count
003270             display "TENXFER: transfer complete, "
003280                 "reference " today-date "/" transfer-time
003290             perform 2410-record-src-history thru 2410-exit
003300             perform 2420-record-src-audit thru 2420-exit
003310             perform 2450-end-concession thru 2450-exit.
003320 2400-exit.
003330     exit.

003340 2410-record-src-history.
003350     move source-building
003360         to hist-building of history-record.
003370     move source-aptnum to hist-aptnum of history-record.
003380     move today-date to hist-date of history-record.
003390     move "O" to hist-action of history-record.
003400     move name of held-tenant-record
003410         to hist-name of history-record.
003420     move TENWHO-OPERATOR
003430         to hist-operator of history-record.
003440     write history-record.
003450 2410-exit.
003460     exit.

003470 2420-record-src-audit.
003480     move "TENXFER" to audit-program of audit-record.
003490     move today-date to audit-date of audit-record.
003500     move transfer-time to audit-time of audit-record.
003510     move source-building
003520         to audit-building of audit-record.
003530     move source-aptnum to audit-aptnum of audit-record.
003540     move "R" to audit-action of audit-record.
003550     move name of held-tenant-record
003560         to audit-before-name of audit-record.
003570     move name of held-tenant-record
003580         to audit-after-name of audit-record.
003590     move "O" to audit-before-status of audit-record.
003600     move "V" to audit-after-status of audit-record.
003610     move TENWHO-OPERATOR
003620         to audit-operator of audit-record.
003630     move held-tenant-record
003640         to audit-before-image of audit-record
003650     write audit-record.
003660 2420-exit.
003670     exit.

003680*----------------------------------------------------------*
003690* A rent concession still running on the source unit was
003700* the tenant's on that unit: end it with an "X" record on
003710* concess.dat, as a lease break does, so it is not carried
003720* to whoever moves in next.
003730*----------------------------------------------------------*
003740 2450-end-concession.
003750     move source-building to TENCNCL-BUILDING.
003760     move source-aptnum to TENCNCL-APTNUM.
003770     move today-yyyymm to TENCNCL-MONTH.
003780     move rent-amount of held-tenant-record to TENCNCL-RENT.
003790     call "TENCNCL" using TENCNCL-PARMS.
003800     if not TENCNCL-ACTIVE
003810         go to 2450-exit.
003820     open extend concession-file.
003830     move source-building to cnc-building of concession-record.
003840     move source-aptnum to cnc-aptnum of concession-record.
003850     move "X" to cnc-type of concession-record.
003860     move zero to cnc-amount of concession-record.
003870     move zero to cnc-months of concession-record.
003880     move today-date to cnc-start-date of concession-record.
003890     move today-date to cnc-end-date of concession-record.
003900     move "TRANSFERRED OUT" to cnc-reason of concession-record.
003910     move TENWHO-OPERATOR
003920         to cnc-entered-by of concession-record.
003930     write concession-record.
003940     close concession-file.
003950     display "TENXFER: concession " TENCNCL-REASON
003960         " on " source-building "-" source-aptnum
003970         " ended with the transfer".
003980 2450-exit.
003990     exit.

004000*----------------------------------------------------------*
004010* Keys and fobs the inventory still shows issued to the
004020* source unit must come back with the move.
004030*----------------------------------------------------------*
004040 2500-check-keys.
004050     move source-building to TENFOBL-BUILDING.
004060     move source-aptnum to TENFOBL-APTNUM.
004070     call "TENFOBL" using TENFOBL-PARMS.
004080     if TENFOBL-KEYS-OUT
004090         display "TENXFER: WARNING - " TENFOBL-OUT-COUNT
004100             " key(s) or fob(s) still issued to "
004110             source-building "-" source-aptnum
004120             " - collect them and issue the new unit's keys".
004130 2500-exit.
004140     exit.

004150 9000-finish.
004160     close sample-idx-file.
004170     close history-file.
004180     close audit-log-file.
004190     display "TENXFER: " transfer-count " transfer(s) done".
004200 9000-exit.
004210     exit.

000100*----------------------------------------------------------*
000110* TENFOBL.COB
000120*
000130* Keys-out lookup subprogram.  The vacate, the transfer
000140* and the deposit posting CALL this with a unit-key and
000150* get back how many keys and fobs the key inventory on
000160* keyinv.dat still shows issued to that unit's tenant, so
000170* each can warn the operator before the locks are changed
000180* on a guess.  The file is read whole on every call into a
000190* table, latest record per key winning, so the answer
000200* reflects a key handed back at the desk moments ago.
000210*----------------------------------------------------------*
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15 JHM   Original program.
000250*----------------------------------------------------------*
000260 identification division.
000270 program-id. tenfobl.
000280 author. J. H. Masters.
000290 installation. Property Management Systems.
000300 date-written. 2026-10-15.
000310 date-compiled. 2026-10-15.

000320 environment division.
000330 configuration section.
000340 source-computer. Intel486.
000350 object-computer. Intel486.

000360 input-output section.
000370 file-control.
000380     select optional key-file assign to disk
000390         organization is line sequential
000400         file status is fob-file-status.

000410 data division.
000420 file section.
000430 fd  key-file
000440     label records are standard
000450     value of file-id is "keyinv.dat".
000460     copy TENFOB
000470         replacing ==:REC-NAME:==
000480             by ==key-record==.

000490 working-storage section.
000500 01  fob-file-status         picture is X(02).
000510 01  fob-eof-switch          picture is X(01).
000520     88  key-file-at-end             value "Y".
000530 01  key-sub                 picture is 9(04).

000540*----------------------------------------------------------*
000550* Latest keyinv.dat record per building and key number.
000560*----------------------------------------------------------*
000570 01  key-table-area.
000580     05  key-table-count     picture is 9(04) value zero.
000590     05  key-table-entry occurs 1 to 1000 times
000600             depending on key-table-count
000610             indexed by key-table-index.
000620         10  kt-building     picture is 9(02).
000630         10  kt-number       picture is X(08).
000640         10  kt-status       picture is X(01).
000650         10  kt-aptnum       picture is 9(04).
000660         10  kt-holder-type  picture is X(01).

000670 linkage section.
000680     copy TENFOBL.

000690 procedure division using TENFOBL-PARMS.
000700 0000-mainline.
000710     perform 1000-load-keys thru 1000-exit.
000720     perform 2000-count-out thru 2000-exit.
000730     goback.

000740 1000-load-keys.
000750     move zero to key-table-count.
000760     move "N" to fob-eof-switch.
000770     open input key-file.
000780     if fob-file-status not = "00"
000790         close key-file
000800         go to 1000-exit.
000810     perform 1100-read-key thru 1100-exit
000820         until key-file-at-end.
000830     close key-file.
000840 1000-exit.
000850     exit.

000860 1100-read-key.
000870     read key-file
000880         at end
000890             move "Y" to fob-eof-switch
000900         not at end
000910             perform 1200-stow-key thru 1200-exit.
000920 1100-exit.
000930     exit.

000940 1200-stow-key.
000950     set key-table-index to 1.
000960     if key-table-count > zero
000970         search key-table-entry
000980             at end
000990                 perform 1300-add-key thru 1300-exit
001000             when kt-building (key-table-index)
001010                     = fob-building of key-record
001020                 and kt-number (key-table-index)
001030                     = fob-number of key-record
001040                 perform 1400-replace-key thru 1400-exit
001050     else
001060         perform 1300-add-key thru 1300-exit.
001070 1200-exit.
001080     exit.

001090 1300-add-key.
001100     if key-table-count >= 1000
001110         display "TENFOBL: key table overflow"
001120     else
001130         add 1 to key-table-count
001140         set key-table-index to key-table-count
001150         perform 1400-replace-key thru 1400-exit.
001160 1300-exit.
001170     exit.

001180 1400-replace-key.
001190     move fob-building of key-record
001200         to kt-building (key-table-index).
001210     move fob-number of key-record
001220         to kt-number (key-table-index).
001230     move fob-status of key-record
001240         to kt-status (key-table-index).
001250     move fob-aptnum of key-record
001260         to kt-aptnum (key-table-index).
001270     move fob-holder-type of key-record
001280         to kt-holder-type (key-table-index).
001290 1400-exit.
001300     exit.

001310 2000-count-out.
001320     move zero to TENFOBL-OUT-COUNT.
001330     move "N" to TENFOBL-FOUND.
001340     perform 2100-check-key thru 2100-exit
001350         varying key-sub from 1 by 1
001360         until key-sub > key-table-count.
001370     if TENFOBL-OUT-COUNT > zero
001380         move "Y" to TENFOBL-FOUND.
001390 2000-exit.
001400     exit.

001410 2100-check-key.
001420     if kt-building (key-sub) = TENFOBL-BUILDING
001430         and kt-aptnum (key-sub) = TENFOBL-APTNUM
001440         and kt-status (key-sub) = "I"
001450         and kt-holder-type (key-sub) = "T"
001460         add 1 to TENFOBL-OUT-COUNT.
001470 2100-exit.
001480     exit.

000210*----------------------------------------------------------*
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15 JHM   A posting against a unit that is no
000250*                    longer occupied warns when the key
000260*                    inventory still shows keys or fobs
000270*                    issued to it (TENFOBL lookup), so a
000280*                    deposit is not settled with keys out.
000290*   2026-08-22 JHM   Files this program itself creates are
000300*                    SELECT OPTIONAL, so the very first run
000310*                    creates them instead of failing the
000320*                    OPEN EXTEND (the TENRCAT convention).
000330*   2026-08-22 JHM   Original program.
000340*----------------------------------------------------------*
000350 identification division.
000360 program-id. tendepo.
000370 author. J. H. Masters.
000380 installation. Property Management Systems.
000390 date-written. 2026-08-22.
000400 date-compiled. 2026-08-22.

000410 environment division.
000420 configuration section.
000430 source-computer. Intel486.
000440 object-computer. Intel486.

000450 input-output section.
000460 file-control.
000470     select sample-idx-file assign to disk
000480         organization is indexed
000490         record key is unit-key of sample-idx-record
000500         access mode is random
000510         file status is idx-file-status.

000520     select optional deposit-file assign to disk
000530         organization is line sequential.

000540 data division.
000550 file section.
000560 fd  sample-idx-file
000570     label records are standard
000580     value of file-id is "indexed.dbf".
000590     copy TENREC
000600         replacing ==:REC-NAME:== by ==sample-idx-record==
000610             ==address== by ==street-addr==.

000620 fd  deposit-file
000630     label records are standard
000640     value of file-id is "deposit.dat".
000650     copy TENDEP
000660         replacing ==:REC-NAME:==
000670             by ==deposit-record==.

000680 working-storage section.
000690 01  idx-file-status         picture is X(02).
000700 01  more-switch             picture is X(01) value "Y".
000710     88  more-records                value "Y".
000720 01  posted-count            picture is 9(05) value zero.
000730 01  entered-amount          picture is 9(05)V99.
000740 01  entered-date            picture is 9(08).
000750 01  entered-interest        picture is 9(03)V99.
000760     copy TENFOBL.

000770 procedure division.
000780 0000-mainline.
000790     perform 1000-initialize thru 1000-exit.
000800     perform 2000-post-one thru 2000-exit
000810         until not more-records.
000820     perform 9000-finish thru 9000-exit.
000830     stop run.

000840 1000-initialize.
000850     display "TENDEPO: security-deposit posting".
000860     open i-o sample-idx-file.
000870     if idx-file-status not = "00"
000880         display "TENDEPO: cannot open indexed.dbf, status "
000890             idx-file-status
000900         stop run.
000910     open extend deposit-file.
000920 1000-exit.
000930     exit.

000940 2000-post-one.
000950     display "Apartment number (0000 to quit): ".
000960     accept aptnum.
000970     if aptnum = 0
000980         move "N" to more-switch
000990     else
001000         display "Building number: "
001010         accept building-id
001020         perform 2100-read-and-post thru 2100-exit.
001030 2000-exit.
001040     exit.

001050 2100-read-and-post.
001060     read sample-idx-file
001070         invalid key
001080             display "TENDEPO: no unit " building-id "-" aptnum
001090                 " on indexed.dbf".
001100     if idx-file-status = "00"
001110         display "TENDEPO: posting deposit for " building-id
001120             "-" aptnum " - " name
001130         perform 2150-check-keys thru 2150-exit
001140         perform 2200-prompt-deposit thru 2200-exit
001150         perform 2300-write-deposit thru 2300-exit.
001160 2100-exit.
001170     exit.

001180*----------------------------------------------------------*
001190* A tenant who has moved out should have handed back every
001200* key before the deposit is settled.
001210*----------------------------------------------------------*
001220 2150-check-keys.
001230     if occ-occupied
001240         go to 2150-exit.
001250     move building-id to TENFOBL-BUILDING.
001260     move aptnum to TENFOBL-APTNUM.
001270     call "TENFOBL" using TENFOBL-PARMS.
001280     if TENFOBL-KEYS-OUT
001290         display "TENDEPO: WARNING - unit is not occupied "
001300             "but " TENFOBL-OUT-COUNT
001310             " key(s) or fob(s) are still out".
001320 2150-exit.
001330     exit.

001340 2200-prompt-deposit.
001350     display "Deposit amount (99999.99): ".
001360     accept entered-amount.
001370     display "Date received (YYYYMMDD): ".
001380     accept entered-date.
001390     display "Interest accrued (999.99, 0 if none): ".
001400     accept entered-interest.
001410 2200-exit.
001420     exit.

001430 2300-write-deposit.
001440     move building-id to dep-building of deposit-record.
001450     move aptnum to dep-aptnum of deposit-record.
001460     move entered-amount to dep-amount of deposit-record.
001470     move entered-date to dep-date-received of deposit-record.
001480     move entered-interest to dep-interest of deposit-record.
001490     write deposit-record.
001500     add 1 to posted-count.
001510     display "TENDEPO: deposit recorded for " building-id "-"
001520         aptnum.
001530 2300-exit.
001540     exit.

001550 9000-finish.
001560     close sample-idx-file.
001570     close deposit-file.
001580     display "TENDEPO: " posted-count " deposit(s) posted".
001590 9000-exit.
001600     exit.

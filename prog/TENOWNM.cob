000150* spreadsheet.  This program keys owner records onto
000160* ownermst.dat: owner number, remittance name and address,
000170* management-fee percent, and the list of building-ids the
000180* owner holds, and the taxpayer id the year-end information
000190* returns are filed under.  Records append; re-entering an
000200* owner number supersedes the earlier record, since every
000210* reader of the file keeps the last record seen per owner
000220* number.
000230*----------------------------------------------------------*
000240* MODIFICATION HISTORY
000250*   DATE       INIT  DESCRIPTION
000260*   2026-10-15 JHM   Captures the owner's taxpayer id and id
000270*                    type for the TEN1099 year-end returns.
000280*   2026-09-03 JHM   Captures the owner's repair-reserve
000290*                    target, the figure the remittance
000300*                    settlement holds the ownledg.dat
000310*                    reserve up to.
000320*   2026-08-22 JHM   Files this program itself creates are
000330*                    SELECT OPTIONAL, so the very first run
000340*                    creates them instead of failing the
000350*                    OPEN EXTEND (the TENRCAT convention).
000360*   2026-08-22 JHM   Original program.
000370*----------------------------------------------------------*
000380 identification division.
000390 program-id. tenownm.
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
000500     select optional owner-master-file assign to disk
000510         organization is line sequential.

000520 data division.
000530 file section.
000540 fd  owner-master-file
000550     label records are standard
000560     value of file-id is "ownermst.dat".
000570     copy TENOWN
000580         replacing ==:REC-NAME:==
000590             by ==owner-record==.

000600 working-storage section.
000610 01  more-switch             picture is X(01) value "Y".
000620     88  more-records                value "Y".
000630 01  entered-count           picture is 9(05) value zero.
000640 01  entered-owner           picture is 9(03).
000650 01  reply                   picture is X(25).
000660 01  building-sub            picture is 9(02).
000670 01  entered-building        picture is 9(02).

000680 procedure division.
000690 0000-mainline.
000700     perform 1000-initialize thru 1000-exit.
000710     perform 2000-enter-one thru 2000-exit
000720         until not more-records.
000730     perform 9000-finish thru 9000-exit.
000740     stop run.

000750 1000-initialize.
000760     display "TENOWNM: owner master entry".
000770     open extend owner-master-file.
000780 1000-exit.
000790     exit.

000800 2000-enter-one.
000810     display "Owner number (000 to quit): ".
000820     accept entered-owner.
000830     if entered-owner = 0
000840         move "N" to more-switch
000850     else
000860         perform 2100-prompt-owner thru 2100-exit
000870         perform 2200-write-owner thru 2200-exit.
000880 2000-exit.
000890     exit.

000900 2100-prompt-owner.
000910     move entered-owner to own-number of owner-record.
000920     display "Owner name: ".
000930     accept reply.
000940     move reply to own-name of owner-record.
000950     display "Remittance address: ".
000960     accept reply.
000970     move reply to own-address of owner-record.
000980     display "City: ".
000990     accept reply.
001000     move reply (1:15) to own-city of owner-record.
001010     display "State: ".
001020     accept reply.
001030     move reply (1:2) to own-state of owner-record.
001040     display "Zip, 9 digits: ".
001050     accept reply.
001060     move reply (1:9) to own-zip of owner-record.
001070     display "Management fee percent (99.99): ".
001080     accept own-fee-percent of owner-record.
001090     display "Repair-reserve target (9999999.99): ".
001100     accept own-reserve-target of owner-record.
001110     display "Taxpayer id, 9 digits: ".
001120     accept reply.
001130     move reply (1:9) to own-tin of owner-record.
001140     display "Taxpayer id type (E=employer id, S=SSN): ".
001150     accept reply.
001160     move reply (1:1) to own-tin-type of owner-record.
001170     perform 2110-prompt-buildings thru 2110-exit
001180         varying building-sub from 1 by 1
001190         until building-sub > 10.
001200 2100-exit.
001210     exit.

001220 2110-prompt-buildings.
001230     display "Building id " building-sub
001240         " (00 if no more): ".
001250     accept entered-building.
001260     move entered-building
001270         to own-building of owner-record (building-sub).
001280     if entered-building = zero
001290         perform 2120-blank-rest thru 2120-exit
001300         move 11 to building-sub.
001310 2110-exit.
001320     exit.

001330 2120-blank-rest.
001340     perform 2130-blank-one thru 2130-exit
001350         varying building-sub from building-sub by 1
001360         until building-sub > 10.
001370 2120-exit.
001380     exit.

001390 2130-blank-one.
001400     move zero to own-building of owner-record (building-sub).
001410 2130-exit.
001420     exit.

001430 2200-write-owner.
001440     write owner-record.
001450     add 1 to entered-count.
001460     display "TENOWNM: owner " own-number of owner-record
001470         " recorded".
001480 2200-exit.
001490     exit.

001500 9000-finish.
001510     close owner-master-file.
001520     display "TENOWNM: " entered-count " owner record(s) "
001530         "written".
001540 9000-exit.
001550     exit.

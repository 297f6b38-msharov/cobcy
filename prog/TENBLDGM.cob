000120*
000130* Building master entry.  Keys building records onto
000140* bldgmst.dat: building-id, building name, street address,
000150* city/state/zip, superintendent name, common-area square
000160* feet and the energy-benchmarking property ID (blank when
000170* the city ordinance does not cover the building).  Records
000180* append; re-entering a building supersedes the earlier
000190* record.
000200* The reports and mailed paper pick the master up through
000210* the TENBLDL lookup subprogram.
000220*----------------------------------------------------------*
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   2026-10-15 JHM   Asks the common-area square feet and the
000260*                    energy-benchmarking property ID for the
000270*                    TENENRG annual export.
000280*   2026-10-15 JHM   City, state and zip are validated through
000290*                    the shared TENZIPV subprogram against the
000300*                    zipref.dat ZIP reference: other capitals
000310*                    take the standard spelling, a bad zip or
000320*                    a city/state belonging to another ZIP
000330*                    (standard declined) leaves the building
000340*                    unrecorded, and a ZIP not on zipref.dat
000350*                    is taken with a warning.
000360*   2026-08-22 JHM   Files this program itself creates are
000370*                    SELECT OPTIONAL, so the very first run
000380*                    creates them instead of failing the
000390*                    OPEN EXTEND (the TENRCAT convention).
000400*   2026-08-22 JHM   Original program.
000410*----------------------------------------------------------*
000420 identification division.
000430 program-id. tenbldgm.
000440 author. J. H. Masters.
000450 installation. Property Management Systems.
000460 date-written. 2026-08-22.
000470 date-compiled. 2026-08-22.

000480 environment division.
000490 configuration section.
000500 source-computer. Intel486.
000510 object-computer. Intel486.

000520 input-output section.
000530 file-control.
000540     select optional building-master-file assign to disk
000550         organization is line sequential.

000560 data division.
000570 file section.
000580 fd  building-master-file
000590     label records are standard
000600     value of file-id is "bldgmst.dat".
000610     copy TENBLD
000620         replacing ==:REC-NAME:==
000630             by ==building-record==.

000640 working-storage section.
000650 01  more-switch             picture is X(01) value "Y".
000660     88  more-records                value "Y".
000670 01  entered-count           picture is 9(03) value zero.
000680 01  entered-building        picture is 9(02).
000690 01  entered-sqft            picture is 9(07).
000700 01  reply                   picture is X(25).
000710 01  place-switch            picture is X(01).
000720     88  place-accepted              value "Y".
000730     copy TENZIPV.

000740 procedure division.
000750 0000-mainline.
000760     perform 1000-initialize thru 1000-exit.
000770     perform 2000-enter-one thru 2000-exit
000780         until not more-records.
000790     perform 9000-finish thru 9000-exit.
000800     stop run.

000810 1000-initialize.
000820     display "TENBLDGM: building master entry".
000830     open extend building-master-file.
000840 1000-exit.
000850     exit.

000860 2000-enter-one.
000870     display "Building number (00 to quit): ".
000880     accept entered-building.
000890     if entered-building = 0
000900         move "N" to more-switch
000910     else
000920         perform 2100-enter-building thru 2100-exit.
000930 2000-exit.
000940     exit.

000950 2100-enter-building.
000960     move entered-building to bld-building of building-record.
000970     display "Building name: ".
000980     accept reply.
000990     move reply to bld-name of building-record.
001000     display "Street address: ".
001010     accept reply.
001020     move reply to bld-address of building-record.
001030     display "City: ".
001040     accept reply.
001050     move reply (1:15) to bld-city of building-record.
001060     display "State: ".
001070     accept reply.
001080     move reply (1:2) to bld-state of building-record.
001090     display "Zip, 9 digits: ".
001100     accept reply.
001110     move reply (1:9) to bld-zip of building-record.
001120     perform 2200-validate-address thru 2200-exit.
001130     if not place-accepted
001140         display "TENBLDGM: building " entered-building
001150             " not recorded"
001160         go to 2100-exit.
001170     display "Superintendent: ".
001180     accept reply.
001190     move reply to bld-superintendent of building-record.
001200     display "Common-area square feet (0 if none): ".
001210     accept entered-sqft.
001220     move entered-sqft to bld-common-sqft of building-record.
001230     display "Benchmarking property ID (blank if not covered): ".
001240     accept reply.
001250     move reply (1:10) to bld-benchmark-id of building-record.
001260     write building-record.
001270     add 1 to entered-count.
001280     display "TENBLDGM: building " entered-building
001290         " recorded".
001300 2100-exit.
001310     exit.

001320*----------------------------------------------------------*
001330* ZIP/city/state validation through the shared TENZIPV
001340* subprogram.
001350*----------------------------------------------------------*
001360 2200-validate-address.
001370     move "Y" to place-switch.
001380     move bld-city of building-record to TENZIPV-CITY.
001390     move bld-state of building-record to TENZIPV-STATE.
001400     move bld-zip of building-record (1:5) to TENZIPV-ZIP5.
001410     call "TENZIPV" using TENZIPV-PARMS.
001420     if TENZIPV-SPELLING
001430         move TENZIPV-STD-CITY to bld-city of building-record
001440         move TENZIPV-STD-STATE to bld-state of building-record
001450         display "TENBLDGM: city/state set to the standard "
001460             "spelling " TENZIPV-STD-CITY " " TENZIPV-STD-STATE.
001470     if TENZIPV-UNKNOWN-ZIP
001480         display "TENBLDGM: warning - ZIP " TENZIPV-ZIP5
001490             " is not on zipref.dat, taken as keyed".
001500     if TENZIPV-BAD-ZIP
001510         display "TENBLDGM: zip is not valid"
001520         move "N" to place-switch.
001530     if TENZIPV-MISMATCH
001540         display "TENBLDGM: ZIP " TENZIPV-ZIP5 " is "
001550             TENZIPV-STD-CITY " " TENZIPV-STD-STATE
001560             ", not " TENZIPV-CITY " " TENZIPV-STATE
001570         display "Use " TENZIPV-STD-CITY " "
001580             TENZIPV-STD-STATE " (Y/N): "
001590         accept reply
001600         if reply (1:1) = "Y"
001610             move TENZIPV-STD-CITY to bld-city of building-record
001620             move TENZIPV-STD-STATE
001630                 to bld-state of building-record
001640         else
001650             move "N" to place-switch.
001660 2200-exit.
001670     exit.

001680 9000-finish.
001690     close building-master-file.
001700     display "TENBLDGM: " entered-count
001710         " building record(s) written".
001720 9000-exit.
001730     exit.

000100*----------------------------------------------------------*
000110* TENZIPV.COB
000120*
000130* ZIP/city/state validation subprogram.  Every screen that
000140* keys an address (TENMAINT, TENUPDT, TENRELADD, TENBLDGM
000150* and the TENVACT forwarding address) CALLs this with the
000160* city, state and five-digit ZIP, and the TENADDS
000170* standardization pass runs every address on file through
000180* it.  The zipref.dat reference table is loaded on the
000190* first call, the latest record per ZIP winning; the
000200* result says whether the keyed city and state are the
000210* ZIP's standard, differ only in capitals, or belong to
000220* another ZIP, and hands back the standard for the caller
000230* to offer or apply.  Run alongside TENRULV as a shared
000240* edit subprogram.
000250*----------------------------------------------------------*
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   2026-10-15 JHM   Original program.
000290*----------------------------------------------------------*
000300 identification division.
000310 program-id. tenzipv.
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
000420     select optional zip-ref-file assign to disk
000430         organization is line sequential
000440         file status is zrf-file-status.

000450 data division.
000460 file section.
000470 fd  zip-ref-file
000480     label records are standard
000490     value of file-id is "zipref.dat".
000500     copy TENZRF
000510         replacing ==:REC-NAME:==
000520             by ==zip-ref-record==.

000530 working-storage section.
000540 01  zrf-file-status         picture is X(02).
000550 01  zrf-eof-switch          picture is X(01).
000560     88  zip-file-at-end             value "Y".
000570 01  table-loaded-switch     picture is X(01) value "N".
000580     88  table-loaded                value "Y".
000590 01  table-found-switch      picture is X(01) value "N".
000600     88  table-on-file               value "Y".
000610 01  keyed-zip5              picture is 9(05).
000620 01  keyed-place.
000630     05  keyed-city          picture is X(15).
000640     05  keyed-state         picture is X(02).
000650 01  standard-place.
000660     05  standard-city       picture is X(15).
000670     05  standard-state      picture is X(02).

000680 01  zip-table-area.
000690     05  zip-table-count     picture is 9(04) value zero.
000700     05  zip-table-entry occurs 1 to 3000 times
000710             depending on zip-table-count
000720             indexed by zip-table-index.
000730         10  zt-zip5         picture is 9(05).
000740         10  zt-city         picture is X(15).
000750         10  zt-state        picture is X(02).

000760 linkage section.
000770     copy TENZIPV.

000780 procedure division using TENZIPV-PARMS.
000790 0000-mainline.
000800     if not table-loaded
000810         perform 1000-load-zips thru 1000-exit.
000820     perform 2000-validate thru 2000-exit.
000830     goback.

000840 1000-load-zips.
000850     move "Y" to table-loaded-switch.
000860     move "N" to zrf-eof-switch.
000870     open input zip-ref-file.
000880     if zrf-file-status not = "00"
000890         close zip-ref-file
000900         go to 1000-exit.
000910     move "Y" to table-found-switch.
000920     perform 1100-read-zip thru 1100-exit
000930         until zip-file-at-end.
000940     close zip-ref-file.
000950 1000-exit.
000960     exit.

000970 1100-read-zip.
000980     read zip-ref-file
000990         at end
001000             move "Y" to zrf-eof-switch
001010         not at end
001020             perform 1200-stow-zip thru 1200-exit.
001030 1100-exit.
001040     exit.

001050 1200-stow-zip.
001060     set zip-table-index to 1.
001070     if zip-table-count > zero
001080         search zip-table-entry
001090             at end
001100                 perform 1300-add-zip thru 1300-exit
001110             when zt-zip5 (zip-table-index)
001120                     = zrf-zip5 of zip-ref-record
001130                 perform 1400-replace-zip thru 1400-exit
001140     else
001150         perform 1300-add-zip thru 1300-exit.
001160 1200-exit.
001170     exit.

001180 1300-add-zip.
001190     if zip-table-count >= 3000
001200         display "TENZIPV: ZIP table overflow, ZIP "
001210             zrf-zip5 of zip-ref-record " skipped"
001220     else
001230         add 1 to zip-table-count
001240         set zip-table-index to zip-table-count
001250         perform 1400-replace-zip thru 1400-exit.
001260 1300-exit.
001270     exit.

001280 1400-replace-zip.
001290     move zrf-zip5 of zip-ref-record
001300         to zt-zip5 (zip-table-index).
001310     move zrf-city of zip-ref-record
001320         to zt-city (zip-table-index).
001330     move zrf-state of zip-ref-record
001340         to zt-state (zip-table-index).
001350 1400-exit.
001360     exit.

001370*----------------------------------------------------------*
001380* City and state are compared in capitals, so a keyed
001390* "Blacksburg" against a standard "BLACKSBURG" is only a
001400* spelling to take over, not another place.
001410*----------------------------------------------------------*
001420 2000-validate.
001430     move spaces to TENZIPV-STD-CITY.
001440     move spaces to TENZIPV-STD-STATE.
001450     if not table-on-file
001460         move "N" to TENZIPV-RESULT
001470         go to 2000-exit.
001480     if TENZIPV-ZIP5 not numeric
001490         or TENZIPV-ZIP5 = "00000"
001500         move "B" to TENZIPV-RESULT
001510         go to 2000-exit.
001520     move "U" to TENZIPV-RESULT.
001530     if zip-table-count = zero
001540         go to 2000-exit.
001550     move TENZIPV-ZIP5 to keyed-zip5.
001560     set zip-table-index to 1.
001570     search zip-table-entry
001580         at end
001590             go to 2000-exit
001600         when zt-zip5 (zip-table-index) = keyed-zip5
001610             continue.
001620     move zt-city (zip-table-index) to TENZIPV-STD-CITY.
001630     move zt-state (zip-table-index) to TENZIPV-STD-STATE.
001640     if TENZIPV-CITY = TENZIPV-STD-CITY
001650         and TENZIPV-STATE = TENZIPV-STD-STATE
001660         move "V" to TENZIPV-RESULT
001670         go to 2000-exit.
001680     move TENZIPV-CITY to keyed-city.
001690     move TENZIPV-STATE to keyed-state.
001700     move TENZIPV-STD-CITY to standard-city.
001710     move TENZIPV-STD-STATE to standard-state.
001720     inspect keyed-place converting
001730         "abcdefghijklmnopqrstuvwxyz"
001740         to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001750     inspect standard-place converting
001760         "abcdefghijklmnopqrstuvwxyz"
001770         to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001780     if keyed-place = standard-place
001790         move "C" to TENZIPV-RESULT
001800     else
001810         move "M" to TENZIPV-RESULT.
001820 2000-exit.
001830     exit.

000200* unit's full record with a random READ the way TENINQ
000210* does.  The match is a contains-anywhere comparison, so
000220* "KOWAL" finds "MARIA KOWALSKI" wherever it sits in the
000230* field.  The unit's communications log (TENCOMM) is
000240* offered under the display.
000250*----------------------------------------------------------*
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   2026-10-15 JHM   Offers the TENCOMM communications log
000290*                    for the unit on display, to read its
000300*                    history and log the call in hand.
000310*   2026-08-22 JHM   Original program.
000320*----------------------------------------------------------*
000330 identification division.
000340 program-id. tennami.
000350 author. J. H. Masters.
000360 installation. Property Management Systems.
000370 date-written. 2026-08-22.
000380 date-compiled. 2026-08-22.

000390 environment division.
000400 configuration section.
000410 source-computer. Intel486.
000420 object-computer. Intel486.

000430 input-output section.
000440 file-control.
000450     select sample-idx-file assign to disk
000460         organization is indexed
000470         record key is unit-key of sample-idx-record
000480         access mode is dynamic
000490         file status is idx-file-status.

000500 data division.
000510 file section.
000520 fd  sample-idx-file
000530     label records are standard
000540     value of file-id is "indexed.dbf".
000550     copy TENREC
000560         replacing ==:REC-NAME:== by ==sample-idx-record==
000570             ==address== by ==street-addr==.

000580 working-storage section.
000590 01  idx-file-status         picture is X(02).
000600 01  more-switch             picture is X(01) value "Y".
000610     88  more-records                value "Y".
000620 01  search-name             picture is X(25).
000630 01  search-length           picture is 9(02).
000640 01  length-sub              picture is 9(02).
000650 01  compare-sub             picture is 9(02).
000660 01  compare-limit           picture is 9(02).
000670 01  match-found-switch      picture is X(01).
000680     88  match-found                 value "Y".
000690 01  pick-number             picture is 9(03).
000700 01  match-sub               picture is 9(03).
000710 01  reply                   picture is X(01).
000720     copy TENCOMM.

000730 01  match-table-area.
000740     05  match-table-count   picture is 9(03) value zero.
000750     05  match-table-entry occurs 1 to 100 times
000760             depending on match-table-count.
000770         10  mt-building     picture is 9(02).
000780         10  mt-aptnum       picture is 9(04).
000790         10  mt-name         picture is X(25).

000800 procedure division.
000810 0000-mainline.
000820     perform 1000-initialize thru 1000-exit.
000830     perform 2000-inquire-one thru 2000-exit
000840         until not more-records.
000850     perform 9000-finish thru 9000-exit.
000860     stop run.

000870 1000-initialize.
000880     display "TENNAMI: tenant lookup by name".
000890     open input sample-idx-file.
000900     if idx-file-status not = "00"
000910         display "TENNAMI: cannot open indexed.dbf, status "
000920             idx-file-status
000930         stop run.
000940 1000-exit.
000950     exit.

000960 2000-inquire-one.
000970     display "Name or part of a name (blank to quit): ".
000980     accept search-name.
000990     if search-name = spaces
001000         move "N" to more-switch
001010     else
001020         perform 2100-find-length thru 2100-exit
001030         perform 2200-scan-file thru 2200-exit
001040         perform 2500-show-matches thru 2500-exit.
001050 2000-exit.
001060     exit.

001070 2100-find-length.
001080     move zero to search-length.
001090     perform 2110-check-character thru 2110-exit
001100         varying length-sub from 1 by 1
001110         until length-sub > 25.
001120 2100-exit.
001130     exit.

001140 2110-check-character.
001150     if search-name (length-sub:1) not = space
001160         move length-sub to search-length.
001170 2110-exit.
001180     exit.

001190 2200-scan-file.
001200     move zero to match-table-count.
001210     move low-values to unit-key of sample-idx-record.
001220     start sample-idx-file key is not less than
001230             unit-key of sample-idx-record
001240         invalid key
001250             display "TENNAMI: indexed.dbf is empty"
001260             move "10" to idx-file-status.
001270     perform 2300-read-next thru 2300-exit
001280         until idx-file-status = "10".
001290 2200-exit.
001300     exit.

001310 2300-read-next.
001320     read sample-idx-file next record
001330         at end
001340             continue
001350         not at end
001360             perform 2400-test-record thru 2400-exit.
001370 2300-exit.
001380     exit.

001390 2400-test-record.
001400     perform 2410-match-field thru 2410-exit.
001410     if match-found
001420         perform 2430-add-match thru 2430-exit
001430         go to 2400-exit.
001440     perform 2420-match-co-tenant thru 2420-exit.
001450     if match-found
001460         perform 2430-add-match thru 2430-exit.
001470 2400-exit.
001480     exit.

001490*----------------------------------------------------------*
001500* Contains-anywhere comparison of the search argument
001510* against the 25-byte name fields.
001520*----------------------------------------------------------*
001530 2410-match-field.
001540     move "N" to match-found-switch.
001550     compute compare-limit = 26 - search-length.
001560     perform 2411-compare-at thru 2411-exit
001570         varying compare-sub from 1 by 1
001580         until compare-sub > compare-limit
001590             or match-found.
001600 2410-exit.
001610     exit.

001620 2411-compare-at.
001630     if name of sample-idx-record
001640             (compare-sub:search-length)
001650         = search-name (1:search-length)
001660         move "Y" to match-found-switch.
001670 2411-exit.
001680     exit.

001690 2420-match-co-tenant.
001700     move "N" to match-found-switch.
001710     compute compare-limit = 26 - search-length.
001720     perform 2421-compare-at thru 2421-exit
001730         varying compare-sub from 1 by 1
001740         until compare-sub > compare-limit
001750             or match-found.
001760 2420-exit.
001770     exit.

001780 2421-compare-at.
001790     if co-tenant-name of sample-idx-record
001800             (compare-sub:search-length)
001810         = search-name (1:search-length)
001820         move "Y" to match-found-switch.
001830 2421-exit.
001840     exit.

001850 2430-add-match.
001860     if match-table-count >= 100
001870         display "TENNAMI: more than 100 matches, narrow "
001880             "the search"
001890     else
001900         add 1 to match-table-count
001910         move building-id of sample-idx-record
001920             to mt-building (match-table-count)
001930         move aptnum of sample-idx-record
001940             to mt-aptnum (match-table-count)
001950         move name of sample-idx-record
001960             to mt-name (match-table-count).
001970 2430-exit.
001980     exit.

001990 2500-show-matches.
002000     if match-table-count = zero
002010         display "TENNAMI: no tenant matches " search-name
002020         go to 2500-exit.
002030     perform 2510-show-one thru 2510-exit
002040         varying match-sub from 1 by 1
002050         until match-sub > match-table-count.
002060     display "Pick a number to display (0 to skip): ".
002070     accept pick-number.
002080     if pick-number > zero
002090         and pick-number <= match-table-count
002100         perform 2600-display-record thru 2600-exit.
002110 2500-exit.
002120     exit.

002130 2510-show-one.
002140     display match-sub ". " mt-building (match-sub) "-"
002150         mt-aptnum (match-sub) "  " mt-name (match-sub).
002160 2510-exit.
002170     exit.

002180 2600-display-record.
002190     move mt-building (pick-number)
002200         to building-id of sample-idx-record.
002210     move mt-aptnum (pick-number)
002220         to aptnum of sample-idx-record.
002230     read sample-idx-file
002240         invalid key
002250             display "TENNAMI: unit no longer on file"
002260         not invalid key
002270             display "Building : " building-id of
002280                 sample-idx-record
002290             display "Apartment: " aptnum of
002300                 sample-idx-record
002310             display "Name     : " name of
002320                 sample-idx-record
002330             display "Co-tenant: " co-tenant-name of
002340                 sample-idx-record
002350             display "Address  : " street-addr of
002360                 sample-idx-record
002370             display "City     : " city of
002380                 sample-idx-record
002390             display "State    : " state of
002400                 sample-idx-record
002410             display "Zip      : " zip of
002420                 sample-idx-record
002430             display "Status   : " occ-status of
002440                 sample-idx-record
002450             display "Rent     : " rent-amount of
002460                 sample-idx-record
002470             display "Paid     : " amount-paid of
002480                 sample-idx-record
002490             perform 2700-offer-log thru 2700-exit.
002500 2600-exit.
002510     exit.

002520 2700-offer-log.
002530     display "Communications log for this unit (Y/N): ".
002540     move space to reply.
002550     accept reply.
002560     if reply not = "Y"
002570         go to 2700-exit.
002580     move building-id of sample-idx-record
002590         to TENCOMM-BUILDING.
002600     move aptnum of sample-idx-record to TENCOMM-APTNUM.
002610     move name of sample-idx-record to TENCOMM-NAME.
002620     call "TENCOMM" using TENCOMM-PARMS.
002630 2700-exit.
002640     exit.

002650 9000-finish.
002660     close sample-idx-file.
002670     display "TENNAMI: finished".
002680 9000-exit.
002690     exit.

000230*----------------------------------------------------------*
000240* MODIFICATION HISTORY
000250*   DATE       INIT  DESCRIPTION
000260*   2026-10-15 JHM   A unit found in a generation cataloged
000270*                    with the "S" disposition (a building
000280*                    sold through TENDISP) says so, and names
000290*                    the satellite archive holding its lease,
000300*                    deposit, balance and payment records.
000310*   2026-08-22 JHM   The quit sentinel is 00, the house
000320*                    convention -- 99 is a legal
000330*                    building-id, and the old sentinel
000340*                    made unit 99-nnnn permanently
000350*                    unretrievable from the archives.
000360*   2026-08-22 JHM   Original program.
000370*----------------------------------------------------------*
000380 identification division.
000390 program-id. tenarcq.
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
000500     select optional archive-catalog-file assign to disk
000510         organization is line sequential
000520         file status is cat-file-status.

000530     select archive-idx-file assign to disk
000540         organization is indexed
000550         record key is unit-key of archive-idx-record
000560         access mode is random
000570         file status is arc-file-status.

000580     select archive-hist-file assign to disk
000590         organization is line sequential
000600         file status is arh-file-status.

000610 data division.
000620 file section.
000630 fd  archive-catalog-file
000640     label records are standard
000650     value of file-id is "archcat.ctl".
000660 01  archive-catalog-record.
000670     05  arc-date            picture is 9(08).
000680     05  arc-idx-filename    picture is X(30).
000690     05  arc-hist-filename   picture is X(30).
000700     05  arc-disposition     picture is X(01).
000710         88  arc-sold                value "S".
000720     05  arc-sat-filename    picture is X(30).

000730 fd  archive-idx-file
000740     label records are standard
000750     value of file-id is archive-idx-filename.
000760     copy TENREC
000770         replacing ==:REC-NAME:== by ==archive-idx-record==
000780             ==address== by ==arch-street-addr==.

000790 fd  archive-hist-file
000800     label records are standard
000810     value of file-id is archive-hist-filename.
000820     copy TENHIST
000830         replacing ==:REC-NAME:==
000840             by ==archive-hist-record==.

000850 working-storage section.
000860 01  cat-file-status         picture is X(02).
000870 01  arc-file-status         picture is X(02).
000880 01  arh-file-status         picture is X(02).
000890 01  cat-eof-switch          picture is X(01).
000900     88  catalog-at-end              value "Y".
000910 01  arh-eof-switch          picture is X(01).
000920     88  hist-archive-at-end         value "Y".
000930 01  more-switch             picture is X(01) value "Y".
000940     88  more-records                value "Y".
000950 01  archive-idx-filename    picture is X(30).
000960 01  archive-hist-filename   picture is X(30).
000970 01  wanted-building         picture is 9(02).
000980 01  wanted-aptnum           picture is 9(04).
000990 01  wanted-year             picture is 9(04).
001000 01  arc-date-parts.
001010     05  arc-year            picture is 9(04).
001020     05  filler              picture is X(04).
001030 01  generations-searched    picture is 9(03).
001040 01  records-found           picture is 9(03).
001050 01  hist-sub                picture is 9(03).
001060 01  scan-sub                picture is 9(03).
001070 01  low-sub                 picture is 9(03).

001080 01  hist-table-area.
001090     05  hist-table-count    picture is 9(03) value zero.
001100     05  hist-table-entry occurs 1 to 200 times
001110             depending on hist-table-count.
001120         10  ht-date         picture is 9(08).
001130         10  ht-action       picture is X(01).
001140         10  ht-name         picture is X(25).
001150         10  ht-printed      picture is X(01).

001160 procedure division.
001170 0000-mainline.
001180     display "TENARCQ: archive retrieval inquiry".
001190     perform 2000-inquire-one thru 2000-exit
001200         until not more-records.
001210     display "TENARCQ: finished".
001220     stop run.

001230 2000-inquire-one.
001240     display "Building number (00 to quit): ".
001250     accept wanted-building.
001260     if wanted-building = zero
001270         move "N" to more-switch
001280         go to 2000-exit.
001290     display "Apartment number: ".
001300     accept wanted-aptnum.
001310     display "Archive year (0000 for all): ".
001320     accept wanted-year.
001330     move zero to generations-searched.
001340     move zero to records-found.
001350     perform 3000-search-catalog thru 3000-exit.
001360     display "TENARCQ: " records-found " record(s) in "
001370         generations-searched " generation(s) searched".
001380 2000-exit.
001390     exit.

001400 3000-search-catalog.
001410     move "N" to cat-eof-switch.
001420     open input archive-catalog-file.
001430     if cat-file-status not = "00"
001440         display "TENARCQ: no archcat.ctl on file - no "
001450             "archives cataloged yet"
001460         go to 3000-exit.
001470     perform 3100-read-catalog thru 3100-exit
001480         until catalog-at-end.
001490     close archive-catalog-file.
001500 3000-exit.
001510     exit.

001520 3100-read-catalog.
001530     read archive-catalog-file
001540         at end
001550             move "Y" to cat-eof-switch
001560         not at end
001570             move arc-date to arc-date-parts
001580             if wanted-year = zero
001590                 or arc-year = wanted-year
001600                 add 1 to generations-searched
001610                 perform 3200-search-generation
001620                     thru 3200-exit.
001630 3100-exit.
001640     exit.

001650 3200-search-generation.
001660     move arc-idx-filename to archive-idx-filename.
001670     move arc-hist-filename to archive-hist-filename.
001680     open input archive-idx-file.
001690     if arc-file-status not = "00"
001700         display "TENARCQ: cannot open archive "
001710             archive-idx-filename
001720         go to 3200-exit.
001730     move wanted-building
001740         to building-id of archive-idx-record.
001750     move wanted-aptnum to aptnum of archive-idx-record.
001760     read archive-idx-file
001770         invalid key
001780             continue
001790         not invalid key
001800             add 1 to records-found
001810             perform 3300-show-record thru 3300-exit
001820             perform 3400-show-history thru 3400-exit.
001830     close archive-idx-file.
001840 3200-exit.
001850     exit.

001860 3300-show-record.
001870     display "ARCHIVE " archive-idx-filename.
001880     if arc-sold
001890         display "  Disposition: BUILDING SOLD, satellite "
001900             "records on " arc-sat-filename.
001910     display "  Name     : " name of archive-idx-record.
001920     display "  Co-tenant: " co-tenant-name of
001930         archive-idx-record.
001940     display "  Address  : " arch-street-addr of
001950         archive-idx-record.
001960     display "  City     : " city of archive-idx-record
001970         ", " state of archive-idx-record "  "
001980         zip of archive-idx-record.
001990     display "  Status   : " occ-status of
002000         archive-idx-record
002010         " since " occ-status-date of archive-idx-record.
002020     display "  Rent     : " rent-amount of
002030         archive-idx-record.
002040 3300-exit.
002050     exit.

002060*----------------------------------------------------------*
002070* Collect the generation's history entries for the unit,
002080* then print them lowest date first.
002090*----------------------------------------------------------*
002100 3400-show-history.
002110     move zero to hist-table-count.
002120     move "N" to arh-eof-switch.
002130     open input archive-hist-file.
002140     if arh-file-status not = "00"
002150         go to 3400-exit.
002160     perform 3410-read-history thru 3410-exit
002170         until hist-archive-at-end.
002180     close archive-hist-file.
002190     if hist-table-count = zero
002200         display "  (no history entries archived)"
002210         go to 3400-exit.
002220     perform 3500-print-in-order thru 3500-exit
002230         varying hist-sub from 1 by 1
002240         until hist-sub > hist-table-count.
002250 3400-exit.
002260     exit.

002270 3410-read-history.
002280     read archive-hist-file
002290         at end
002300             move "Y" to arh-eof-switch
002310         not at end
002320             if hist-building of archive-hist-record
002330                     = wanted-building
002340                 and hist-aptnum of archive-hist-record
002350                     = wanted-aptnum
002360                 perform 3420-stow-history thru 3420-exit.
002370 3410-exit.
002380     exit.

002390 3420-stow-history.
002400     if hist-table-count >= 200
002410         display "TENARCQ: history table overflow"
002420     else
002430         add 1 to hist-table-count
002440         move hist-date of archive-hist-record
002450             to ht-date (hist-table-count)
002460         move hist-action of archive-hist-record
002470             to ht-action (hist-table-count)
002480         move hist-name of archive-hist-record
002490             to ht-name (hist-table-count)
002500         move "N" to ht-printed (hist-table-count).
002510 3420-exit.
002520     exit.

002530 3500-print-in-order.
002540     move zero to low-sub.
002550     perform 3510-find-lowest thru 3510-exit
002560         varying scan-sub from 1 by 1
002570         until scan-sub > hist-table-count.
002580     if low-sub > zero
002590         display "  HISTORY " ht-date (low-sub) " "
002600             ht-action (low-sub) " " ht-name (low-sub)
002610         move "Y" to ht-printed (low-sub).
002620 3500-exit.
002630     exit.

002640 3510-find-lowest.
002650     if ht-printed (scan-sub) = "Y"
002660         go to 3510-exit.
002670     if low-sub = zero
002680         move scan-sub to low-sub
002690         go to 3510-exit.
002700     if ht-date (scan-sub) < ht-date (low-sub)
002710         move scan-sub to low-sub.
002720 3510-exit.
002730     exit.

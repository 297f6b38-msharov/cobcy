000100*----------------------------------------------------------*
000110* TENPCNT.COB
000120*
000130* Quarterly storeroom physical count.  The supervisor
000140* counting a building's storeroom keys each part's shelf
000150* count against partmst.dat; when the count is finished
000160* each counted part whose shelf differs from the book gets
000170* a count record (transaction "C") that sets the on-hand
000180* quantity to the shelf and carries the variance, valued
000190* at the average unit cost.  The count sheet on
000200* pcount.YYYYMMDD, cataloged through TENRCAT, lists every
000210* counted part with book, shelf, variance and its value,
000220* the building's net variance, and the parts on the book
000230* that were not counted (left as they stand).  A part
000240* keyed twice takes the later count.
000250*----------------------------------------------------------*
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   2026-10-15 JHM   Original program.
000290*----------------------------------------------------------*
000300 identification division.
000310 program-id. tenpcnt.
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
000420     select optional part-file assign to disk
000430         organization is line sequential
000440         file status is prt-file-status.

000450     select count-report assign to disk
000460         organization is line sequential.

000470 data division.
000480 file section.
000490 fd  part-file
000500     label records are standard
000510     value of file-id is "partmst.dat".
000520     copy TENPRT
000530         replacing ==:REC-NAME:==
000540             by ==part-record==.

000550 fd  count-report
000560     label records are standard
000570     value of file-id is pcount-filename.
000580 01  report-line             picture is X(80).

000590 working-storage section.
000600 01  pcount-filename         picture is X(30).
000610     copy TENWHO.
000620     copy TENRCAT.
000630     copy TENBLDL.
000640 01  prt-file-status         picture is X(02).
000650 01  prt-eof-switch          picture is X(01).
000660     88  part-file-at-end            value "Y".
000670 01  table-overflow-switch   picture is X(01) value "N".
000680     88  table-overflow              value "Y".
000690 01  more-switch             picture is X(01) value "Y".
000700     88  more-counts                 value "Y".
000710 01  today-date              picture is 9(08).
000720 01  count-building          picture is 9(02).
000730 01  entered-number          picture is X(08).
000740 01  entered-quantity        picture is 9(05).
000750 01  line-count              picture is 9(07) value zero.
000760 01  counted-parts           picture is 9(05) value zero.
000770 01  posted-count            picture is 9(05) value zero.
000780 01  not-counted-parts       picture is 9(05) value zero.
000790 01  part-variance           picture is S9(05).
000800 01  variance-value          picture is S9(09)V99.
000810 01  net-variance-value      picture is S9(09)V99 value zero.
000820 01  edited-book             picture is ZZZZ9.
000830 01  edited-counted          picture is ZZZZ9.
000840 01  edited-variance         picture is -----9.
000850 01  edited-cost             picture is ZZ,ZZ9.99.
000860 01  edited-value            picture is ZZZ,ZZ9.99-.
000870 01  edited-net-value        picture is ZZZ,ZZZ,ZZ9.99-.

000880*----------------------------------------------------------*
000890* The building's parts, latest partmst.dat record each,
000900* with the shelf count keyed for them.
000910*----------------------------------------------------------*
000920 01  part-table-area.
000930     05  part-table-count    picture is 9(04) value zero.
000940     05  part-table-entry occurs 1 to 500 times
000950             depending on part-table-count
000960             indexed by part-table-index.
000970         10  pt-part         picture is X(84).
000980         10  pt-counted-sw   picture is X(01).
000990             88  pt-counted          value "Y".
001000         10  pt-count        picture is 9(05).

001010*----------------------------------------------------------*
001020* The part being listed, out of its table entry.
001030*----------------------------------------------------------*
001040     copy TENPRT
001050         replacing ==:REC-NAME:==
001060             by ==current-part-record==.

001070 procedure division.
001080 0000-mainline.
001090     perform 1000-initialize thru 1000-exit.
001100     perform 2000-enter-count thru 2000-exit
001110         until not more-counts.
001120     perform 3000-post-counts thru 3000-exit.
001130     perform 9000-finish thru 9000-exit.
001140     stop run.

001150 1000-initialize.
001160     display "TENPCNT: storeroom physical count".
001170     call "TENWHO" using TENWHO-PARMS.
001180     if not TENWHO-SIGNED-ON
001190         or TENWHO-AUTHORITY < 3
001200         display "TENPCNT: supervisor authority required - "
001210             "sign on through TENSIGN first"
001220         stop run.
001230     accept today-date from date yyyymmdd.
001240     display "Building number: ".
001250     accept count-building.
001260     perform 1100-load-parts thru 1100-exit.
001270     if table-overflow
001280         display "TENPCNT: building " count-building
001290             " has more parts than the count table holds - "
001300             "nothing counted"
001310         stop run.
001320     if part-table-count = zero
001330         display "TENPCNT: no parts on partmst.dat for "
001340             "building " count-building
001350         stop run.
001360     display "TENPCNT: " part-table-count " part(s) on the "
001370         "book for building " count-building.
001380 1000-exit.
001390     exit.

001400 1100-load-parts.
001410     move "N" to prt-eof-switch.
001420     open input part-file.
001430     if prt-file-status not = "00"
001440         close part-file
001450         go to 1100-exit.
001460     perform 1110-read-part thru 1110-exit
001470         until part-file-at-end.
001480     close part-file.
001490 1100-exit.
001500     exit.

001510 1110-read-part.
001520     read part-file
001530         at end
001540             move "Y" to prt-eof-switch
001550         not at end
001560             if prt-building of part-record = count-building
001570                 perform 1120-stow-part thru 1120-exit.
001580 1110-exit.
001590     exit.

001600 1120-stow-part.
001610     set part-table-index to 1.
001620     if part-table-count > zero
001630         search part-table-entry
001640             at end
001650                 perform 1130-add-part thru 1130-exit
001660             when pt-part (part-table-index) (3:8)
001670                     = prt-number of part-record
001680                 move part-record to pt-part (part-table-index)
001690     else
001700         perform 1130-add-part thru 1130-exit.
001710 1120-exit.
001720     exit.

001730 1130-add-part.
001740     if part-table-count >= 500
001750         move "Y" to table-overflow-switch
001760     else
001770         add 1 to part-table-count
001780         move part-record to pt-part (part-table-count)
001790         move "N" to pt-counted-sw (part-table-count)
001800         move zero to pt-count (part-table-count).
001810 1130-exit.
001820     exit.

001830 2000-enter-count.
001840     display "Part number (blank when the count is done): ".
001850     move spaces to entered-number.
001860     accept entered-number.
001870     if entered-number = spaces
001880         move "N" to more-switch
001890         go to 2000-exit.
001900     set part-table-index to 1.
001910     search part-table-entry
001920         at end
001930             display "TENPCNT: part " entered-number
001940                 " is not on the book for building "
001950                 count-building " - add it through TENPART"
001960             go to 2000-exit
001970         when pt-part (part-table-index) (3:8) = entered-number
001980             continue.
001990     display "Shelf count: ".
002000     accept entered-quantity.
002010     move "Y" to pt-counted-sw (part-table-index).
002020     move entered-quantity to pt-count (part-table-index).
002030 2000-exit.
002040     exit.

002050*----------------------------------------------------------*
002060* The count is in: list it, and post a count record for
002070* every part whose shelf differs from the book.
002080*----------------------------------------------------------*
002090 3000-post-counts.
002100     move spaces to pcount-filename.
002110     string "pcount." delimited by size
002120         today-date delimited by size
002130         into pcount-filename.
002140     open output count-report.
002150     open extend part-file.
002160     move "STOREROOM PHYSICAL COUNT" to report-line.
002170     write report-line.
002180     move count-building to TENBLDL-BUILDING.
002190     call "TENBLDL" using TENBLDL-PARMS.
002200     move spaces to report-line.
002210     string "BUILDING " delimited by size
002220         count-building delimited by size
002230         "  " delimited by size
002240         TENBLDL-NAME delimited by size
002250         "  COUNTED: " delimited by size
002260         today-date delimited by size
002270         "  BY: " delimited by size
002280         TENWHO-OPERATOR delimited by size
002290         into report-line.
002300     write report-line.
002310     move spaces to report-line.
002320     write report-line.
002330     move spaces to report-line.
002340     string "PART     DESCRIPTION            BOOK  SHELF "
002350             delimited by size
002360         "VARIANCE  UNIT COST       VALUE"
002370             delimited by size
002380         into report-line.
002390     write report-line.
002400     add 4 to line-count.
002410     perform 3100-list-counted thru 3100-exit
002420         varying part-table-index from 1 by 1
002430         until part-table-index > part-table-count.
002440     move net-variance-value to edited-net-value.
002450     move spaces to report-line.
002460     string "NET VARIANCE VALUE" delimited by size
002470         "                                           "
002480             delimited by size
002490         edited-net-value delimited by size
002500         into report-line.
002510     write report-line.
002520     add 1 to line-count.
002530     if counted-parts < part-table-count
002540         move spaces to report-line
002550         write report-line
002560         move "NOT COUNTED - BOOK QUANTITY LEFT AS IT STANDS"
002570             to report-line
002580         write report-line
002590         add 2 to line-count
002600         perform 3200-list-not-counted thru 3200-exit
002610             varying part-table-index from 1 by 1
002620             until part-table-index > part-table-count.
002630     close part-file.
002640     close count-report.
002650 3000-exit.
002660     exit.

002670 3100-list-counted.
002680     if not pt-counted (part-table-index)
002690         go to 3100-exit.
002700     add 1 to counted-parts.
002710     move pt-part (part-table-index) to current-part-record.
002720     compute part-variance = pt-count (part-table-index)
002730         - prt-on-hand of current-part-record.
002740     compute variance-value rounded = part-variance
002750         * prt-unit-cost of current-part-record.
002760     add variance-value to net-variance-value.
002770     move prt-on-hand of current-part-record to edited-book.
002780     move pt-count (part-table-index) to edited-counted.
002790     move part-variance to edited-variance.
002800     move prt-unit-cost of current-part-record to edited-cost.
002810     move variance-value to edited-value.
002820     move spaces to report-line.
002830     string prt-number of current-part-record
002840             delimited by size
002850         " " delimited by size
002860         prt-description of current-part-record (1:20)
002870             delimited by size
002880         "  " delimited by size
002890         edited-book delimited by size
002900         "  " delimited by size
002910         edited-counted delimited by size
002920         "   " delimited by size
002930         edited-variance delimited by size
002940         "  " delimited by size
002950         edited-cost delimited by size
002960         "  " delimited by size
002970         edited-value delimited by size
002980         into report-line.
002990     write report-line.
003000     add 1 to line-count.
003010     if part-variance = zero
003020         go to 3100-exit.
003030     move current-part-record to part-record.
003040     move pt-count (part-table-index)
003050         to prt-on-hand of part-record.
003060     move "C" to prt-transaction of part-record.
003070     move part-variance to prt-quantity of part-record.
003080     move zero to prt-ticket of part-record.
003090     move today-date to prt-date of part-record.
003100     move TENWHO-OPERATOR to prt-operator of part-record.
003110     write part-record.
003120     add 1 to posted-count.
003130 3100-exit.
003140     exit.

003150 3200-list-not-counted.
003160     if pt-counted (part-table-index)
003170         go to 3200-exit.
003180     add 1 to not-counted-parts.
003190     move pt-part (part-table-index) to current-part-record.
003200     move prt-on-hand of current-part-record to edited-book.
003210     move spaces to report-line.
003220     string prt-number of current-part-record
003230             delimited by size
003240         " " delimited by size
003250         prt-description of current-part-record (1:20)
003260             delimited by size
003270         "  " delimited by size
003280         edited-book delimited by size
003290         into report-line.
003300     write report-line.
003310     add 1 to line-count.
003320 3200-exit.
003330     exit.

003340 9000-finish.
003350     move "TENPCNT" to TENRCAT-PROGRAM.
003360     move pcount-filename to TENRCAT-FILENAME.
003370     move 1 to TENRCAT-PAGES.
003380     move line-count to TENRCAT-LINES.
003390     call "TENRCAT" using TENRCAT-PARMS.
003400     display "TENPCNT: " counted-parts " part(s) counted, "
003410         posted-count " variance(s) posted, "
003420         not-counted-parts " not counted".
003430 9000-exit.
003440     exit.

000100*----------------------------------------------------------*
000110* TENPREO.COB
000120*
000130* Weekly storeroom reorder report.  Takes each part's
000140* latest partmst.dat record and lists, building by
000150* building, every part whose quantity on hand has fallen
000160* below its reorder point, with the shortfall to bring it
000170* back up to the point and that shortfall valued at the
000180* average unit cost, so the superintendent's buying list
000190* comes off the printer.  A part with no reorder point is
000200* never listed.  The report goes to reorder.YYYYMMDD,
000210* cataloged through TENRCAT.
000220*----------------------------------------------------------*
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   2026-10-15 JHM   Messages now go through TENOLOG to the
000260*                    dated operations log, each with its
000270*                    severity (and the unit where there is
000280*                    one); aborts raise a menu alert.
000290*   2026-10-15 JHM   Original program.
000300*----------------------------------------------------------*
000310 identification division.
000320 program-id. tenpreo.
000330 author. J. H. Masters.
000340 installation. Property Management Systems.
000350 date-written. 2026-10-15.
000360 date-compiled. 2026-10-15.

000370 environment division.
000380 configuration section.
000390 source-computer. Intel486.
000400 object-computer. Intel486.

000410 input-output section.
000420 file-control.
000430     select optional part-file assign to disk
000440         organization is line sequential
000450         file status is prt-file-status.

000460     select reorder-report assign to disk
000470         organization is line sequential.

000480 data division.
000490 file section.
000500 fd  part-file
000510     label records are standard
000520     value of file-id is "partmst.dat".
000530     copy TENPRT
000540         replacing ==:REC-NAME:==
000550             by ==part-record==.

000560 fd  reorder-report
000570     label records are standard
000580     value of file-id is reorder-filename.
000590 01  report-line             picture is X(80).

000600 working-storage section.
000610 01  reorder-filename        picture is X(30).
000620     copy TENRCAT.
000630     copy TENOLOG.
000640     copy TENBLDL.
000650 01  prt-file-status         picture is X(02).
000660 01  prt-eof-switch          picture is X(01).
000670     88  part-file-at-end            value "Y".
000680 01  table-overflow-switch   picture is X(01) value "N".
000690     88  table-overflow              value "Y".
000700 01  building-listed-switch  picture is X(01).
000710     88  building-listed             value "Y".
000720 01  run-date                picture is 9(08).
000730 01  building-sub            picture is 9(03).
000740 01  print-building          picture is 9(02).
000750 01  line-count              picture is 9(07) value zero.
000760 01  parts-listed            picture is 9(05) value zero.
000770 01  shortfall               picture is 9(05).
000780 01  shortfall-value         picture is 9(09)V99.
000790 01  building-value          picture is 9(09)V99.
000800 01  total-value             picture is 9(09)V99 value zero.
000810 01  edited-on-hand          picture is ZZZZ9.
000820 01  edited-reorder-point    picture is ZZZZ9.
000830 01  edited-shortfall        picture is ZZZZ9.
000840 01  edited-cost             picture is ZZ,ZZ9.99.
000850 01  edited-value            picture is ZZZ,ZZZ,ZZ9.99.

000860*----------------------------------------------------------*
000870* Each part's latest partmst.dat record.
000880*----------------------------------------------------------*
000890 01  part-table-area.
000900     05  part-table-count    picture is 9(04) value zero.
000910     05  part-table-entry occurs 1 to 500 times
000920             depending on part-table-count
000930             indexed by part-table-index.
000940         10  pt-part         picture is X(84).

000950     copy TENPRT
000960         replacing ==:REC-NAME:==
000970             by ==current-part-record==.

000980 procedure division.
000990 0000-mainline.
001000     move "TENPREO" to TENOLOG-PROGRAM.
001010     perform 1000-initialize thru 1000-exit.
001020     perform 2000-load-parts thru 2000-exit.
001030     if table-overflow
001040         move "A" to TENOLOG-SEVERITY
001050         move spaces to TENOLOG-TEXT
001060         string "partmst.dat parts exceed the table - "
001070                 delimited by size
001080             "nothing reported" delimited by size
001090             into TENOLOG-TEXT
001100         call "TENOLOG" using TENOLOG-PARMS
001110         close reorder-report
001120         move 1 to return-code
001130         goback.
001140     perform 3000-report-building thru 3000-exit
001150         varying building-sub from 1 by 1
001160         until building-sub > 99.
001170     perform 9000-finish thru 9000-exit.
001180     goback.

001190 1000-initialize.
001200     move "I" to TENOLOG-SEVERITY
001210     move "storeroom reorder report" to TENOLOG-TEXT
001220     call "TENOLOG" using TENOLOG-PARMS.
001230     accept run-date from date yyyymmdd.
001240     move spaces to reorder-filename.
001250     string "reorder." delimited by size
001260         run-date delimited by size
001270         into reorder-filename.
001280     open output reorder-report.
001290     move "STOREROOM PARTS BELOW REORDER POINT" to report-line.
001300     write report-line.
001310     move spaces to report-line.
001320     string "RUN DATE: " delimited by size
001330         run-date delimited by size
001340         into report-line.
001350     write report-line.
001360     move spaces to report-line.
001370     write report-line.
001380     move spaces to report-line.
001390     string "PART     DESCRIPTION         ON HAND  REORD  "
001400             delimited by size
001410         "SHORT  UNIT COST           VALUE" delimited by size
001420         into report-line.
001430     write report-line.
001440     add 4 to line-count.
001450 1000-exit.
001460     exit.

001470 2000-load-parts.
001480     move "N" to prt-eof-switch.
001490     open input part-file.
001500     if prt-file-status not = "00"
001510         move "W" to TENOLOG-SEVERITY
001520         move "no partmst.dat on file, no parts to report"
001530             to TENOLOG-TEXT
001540         call "TENOLOG" using TENOLOG-PARMS
001550         close part-file
001560         go to 2000-exit.
001570     perform 2100-read-part thru 2100-exit
001580         until part-file-at-end.
001590     close part-file.
001600 2000-exit.
001610     exit.

001620 2100-read-part.
001630     read part-file
001640         at end
001650             move "Y" to prt-eof-switch
001660         not at end
001670             perform 2200-stow-part thru 2200-exit.
001680 2100-exit.
001690     exit.

001700 2200-stow-part.
001710     set part-table-index to 1.
001720     if part-table-count > zero
001730         search part-table-entry
001740             at end
001750                 perform 2300-add-part thru 2300-exit
001760             when pt-part (part-table-index) (1:10)
001770                     = part-record (1:10)
001780                 move part-record to pt-part (part-table-index)
001790     else
001800         perform 2300-add-part thru 2300-exit.
001810 2200-exit.
001820     exit.

001830 2300-add-part.
001840     if part-table-count >= 500
001850         move "Y" to table-overflow-switch
001860     else
001870         add 1 to part-table-count
001880         move part-record to pt-part (part-table-count).
001890 2300-exit.
001900     exit.

001910 3000-report-building.
001920     move "N" to building-listed-switch.
001930     move zero to building-value.
001940     perform 3100-check-part thru 3100-exit
001950         varying part-table-index from 1 by 1
001960         until part-table-index > part-table-count.
001970     if not building-listed
001980         go to 3000-exit.
001990     move building-value to edited-value.
002000     move spaces to report-line.
002010     string "  BUILDING " delimited by size
002020         print-building delimited by size
002030         " TOTAL TO REORDER" delimited by size
002040         into report-line.
002050     move edited-value to report-line (64:14).
002060     write report-line.
002070     move spaces to report-line.
002080     write report-line.
002090     add 2 to line-count.
002100     add building-value to total-value.
002110 3000-exit.
002120     exit.

002130 3100-check-part.
002140     move pt-part (part-table-index) to current-part-record.
002150     if prt-building of current-part-record
002160             not = building-sub
002170         go to 3100-exit.
002180     if prt-on-hand of current-part-record
002190             not < prt-reorder-point of current-part-record
002200         go to 3100-exit.
002210     if not building-listed
002220         perform 3200-building-heading thru 3200-exit.
002230     compute shortfall =
002240         prt-reorder-point of current-part-record
002250             - prt-on-hand of current-part-record.
002260     compute shortfall-value =
002270         shortfall * prt-unit-cost of current-part-record.
002280     add shortfall-value to building-value.
002290     move prt-on-hand of current-part-record
002300         to edited-on-hand.
002310     move prt-reorder-point of current-part-record
002320         to edited-reorder-point.
002330     move shortfall to edited-shortfall.
002340     move prt-unit-cost of current-part-record to edited-cost.
002350     move shortfall-value to edited-value.
002360     move spaces to report-line.
002370     string prt-number of current-part-record
002380             delimited by size
002390         " " delimited by size
002400         prt-description of current-part-record (1:20)
002410             delimited by size
002420         "  " delimited by size
002430         edited-on-hand delimited by size
002440         "  " delimited by size
002450         edited-reorder-point delimited by size
002460         "  " delimited by size
002470         edited-shortfall delimited by size
002480         "  " delimited by size
002490         edited-cost delimited by size
002500         "  " delimited by size
002510         edited-value delimited by size
002520         into report-line.
002530     write report-line.
002540     add 1 to line-count.
002550     add 1 to parts-listed.
002560 3100-exit.
002570     exit.

002580 3200-building-heading.
002590     move "Y" to building-listed-switch.
002600     move building-sub to print-building.
002610     move print-building to TENBLDL-BUILDING.
002620     call "TENBLDL" using TENBLDL-PARMS.
002630     move spaces to report-line.
002640     if TENBLDL-ON-FILE
002650         string "BUILDING " delimited by size
002660             print-building delimited by size
002670             "  " delimited by size
002680             TENBLDL-NAME delimited by size
002690             into report-line
002700     else
002710         string "BUILDING " delimited by size
002720             print-building delimited by size
002730             into report-line.
002740     write report-line.
002750     add 1 to line-count.
002760 3200-exit.
002770     exit.

002780 9000-finish.
002790     if parts-listed = zero
002800         move "NO PARTS BELOW THEIR REORDER POINT"
002810             to report-line
002820         write report-line
002830         add 1 to line-count
002840     else
002850         move total-value to edited-value
002860         move "TOTAL TO REORDER, ALL BUILDINGS" to report-line
002870         move edited-value to report-line (64:14)
002880         write report-line
002890         add 1 to line-count.
002900     close reorder-report.
002910     move "TENPREO" to TENRCAT-PROGRAM.
002920     move reorder-filename to TENRCAT-FILENAME.
002930     move 1 to TENRCAT-PAGES.
002940     move line-count to TENRCAT-LINES.
002950     call "TENRCAT" using TENRCAT-PARMS.
002960     move "I" to TENOLOG-SEVERITY
002970     move spaces to TENOLOG-TEXT
002980     string parts-listed delimited by size
002990         " part(s) below their reorder point" delimited by size
003000         into TENOLOG-TEXT
003010     call "TENOLOG" using TENOLOG-PARMS.
003020 9000-exit.
003030     exit.

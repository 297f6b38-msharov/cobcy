000190*----------------------------------------------------------*
000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000220*   2026-10-15 JHM   Messages now go through TENOLOG to the
000230*                    dated operations log, each with its
000240*                    severity (and the unit where there is
000250*                    one); aborts raise a menu alert.
000260*   2026-09-03 JHM   Burst option through the shared
000270*                    TENBURST subprogram: when burst.ctl
000280*                    says BURST, each building's ticket
000290*                    lines also land in their own
000300*                    worptNN.YYYYMMDD file, cataloged
000310*                    through TENRCAT, with the distribution
000320*                    control sheet naming each building's
000330*                    superintendent.
000340*   2026-08-22 JHM   The report now goes to a dated file
000350*                    name (workordr.YYYYMMDD) and each run
000360*                    is cataloged through TENRCAT, so the
000370*                    TENRPRT utility can reprint any
000380*                    prior night's copy.
000390*   2026-08-22 JHM   Original program.
000400*----------------------------------------------------------*
000410 identification division.
000420 program-id. tenworpt.
000430 author. J. H. Masters.
000440 installation. Property Management Systems.
000450 date-written. 2026-08-22.
000460 date-compiled. 2026-08-22.

000470 environment division.
000480 configuration section.
000490 source-computer. Intel486.
000500 object-computer. Intel486.

000510 input-output section.
000520 file-control.
000530     select optional work-order-file assign to disk
000540         organization is line sequential
000550         file status is wor-file-status.

000560     select work-order-report assign to disk
000570         organization is line sequential.

000580 data division.
000590 file section.
000600 fd  work-order-file
000610     label records are standard
000620     value of file-id is "workordr.dat".
000630     copy TENWOR
000640         replacing ==:REC-NAME:==
000650             by ==work-order-record==.

000660 fd  work-order-report
000670     label records are standard
000680     value of file-id is workordr-filename.
000690 01  report-line             picture is X(80).

000700 working-storage section.
000710 01  workordr-filename      picture is X(30).
000720     copy TENRCAT.
000730     copy TENOLOG.
000740     copy TENBURST.
000750 01  wor-file-status         picture is X(02).
000760 01  wor-eof-switch          picture is X(01) value "N".
000770     88  work-file-at-end            value "Y".
000780 01  run-date                picture is 9(08).
000790 01  run-date-parts redefines run-date.
000800     05  run-date-yyyy       picture is 9(04).
000810     05  run-date-mm         picture is 9(02).
000820     05  run-date-dd         picture is 9(02).
000830 01  opened-date-work        picture is 9(08).
000840 01  opened-date-parts redefines opened-date-work.
000850     05  opn-yyyy            picture is 9(04).
000860     05  opn-mm              picture is 9(02).
000870     05  opn-dd              picture is 9(02).
000880 01  days-open               picture is S9(05).
000890 01  open-count              picture is 9(05) value zero.
000900 01  order-sub               picture is 9(04).
000910 01  building-sub            picture is 9(03).

000920 01  order-table-area.
000930     05  order-table-count   picture is 9(04) value zero.
000940     05  order-table-entry occurs 1 to 500 times
000950             depending on order-table-count.
000960         10  wt-building     picture is 9(02).
000970         10  wt-aptnum       picture is 9(04).
000980         10  wt-ticket       picture is 9(05).
000990         10  wt-opened       picture is 9(08).
001000         10  wt-category     picture is X(01).
001010         10  wt-description  picture is X(40).
001020         10  wt-status       picture is X(01).

001030 procedure division.
001040 0000-mainline.
001050     move "TENWORPT" to TENOLOG-PROGRAM.
001060     perform 1000-initialize thru 1000-exit.
001070     perform 2000-load-orders thru 2000-exit.
001080     perform 3000-report-open thru 3000-exit.
001090     perform 9000-finish thru 9000-exit.
001100     goback.

001110 1000-initialize.
001120     move "I" to TENOLOG-SEVERITY
001130     move "open work-order aging report" to TENOLOG-TEXT
001140     call "TENOLOG" using TENOLOG-PARMS.
001150     accept run-date from date yyyymmdd.
001160     move spaces to workordr-filename.
001170     string "workordr." delimited by size
001180         run-date delimited by size
001190         into workordr-filename.
001200     open output work-order-report.
001210     move "O" to TENBURST-FUNCTION.
001220     move "worpt" to TENBURST-FAMILY.
001230     move run-date to TENBURST-DATE.
001240     call "TENBURST" using TENBURST-PARMS.
001250     move "OPEN WORK-ORDER AGING BY BUILDING"
001260         to report-line.
001270     write report-line.
001280     move spaces to report-line.
001290     string "RUN DATE: " delimited by size
001300         run-date delimited by size
001310         into report-line.
001320     write report-line.
001330     move spaces to report-line.
001340     write report-line.
001350 1000-exit.
001360     exit.

001370 2000-load-orders.
001380     open input work-order-file.
001390     if wor-file-status not = "00"
001400         move "W" to TENOLOG-SEVERITY
001410         move "no workordr.dat on file" to TENOLOG-TEXT
001420         call "TENOLOG" using TENOLOG-PARMS
001430         move "Y" to wor-eof-switch
001440         go to 2000-exit.
001450     perform 2100-read-order thru 2100-exit
001460         until work-file-at-end.
001470     close work-order-file.
001480 2000-exit.
001490     exit.

001500 2100-read-order.
001510     read work-order-file
001520         at end
001530             move "Y" to wor-eof-switch
001540         not at end
001550             if wor-open of work-order-record
001560                 perform 2200-stow-order thru 2200-exit.
001570 2100-exit.
001580     exit.

001590 2200-stow-order.
001600     if order-table-count >= 500
001610         move "W" to TENOLOG-SEVERITY
001620         move "work-order table overflow" to TENOLOG-TEXT
001630         call "TENOLOG" using TENOLOG-PARMS
001640     else
001650         add 1 to order-table-count
001660         move wor-building of work-order-record
001670             to wt-building (order-table-count)
001680         move wor-aptnum of work-order-record
001690             to wt-aptnum (order-table-count)
001700         move wor-ticket of work-order-record
001710             to wt-ticket (order-table-count)
001720         move wor-date-opened of work-order-record
001730             to wt-opened (order-table-count)
001740         move wor-category of work-order-record
001750             to wt-category (order-table-count)
001760         move wor-description of work-order-record
001770             to wt-description (order-table-count)
001780         move wor-status of work-order-record
001790             to wt-status (order-table-count).
001800 2200-exit.
001810     exit.

001820 3000-report-open.
001830     perform 3100-report-building thru 3100-exit
001840         varying building-sub from 1 by 1
001850         until building-sub > 99.
001860     if open-count = zero
001870         move "NO OPEN TICKETS" to report-line
001880         write report-line.
001890 3000-exit.
001900     exit.

001910 3100-report-building.
001920     perform 3200-report-ticket thru 3200-exit
001930         varying order-sub from 1 by 1
001940         until order-sub > order-table-count.
001950 3100-exit.
001960     exit.

001970 3200-report-ticket.
001980     if wt-building (order-sub) not = building-sub
001990         go to 3200-exit.
002000     add 1 to open-count.
002010     move wt-opened (order-sub) to opened-date-work.
002020     compute days-open =
002030         (run-date-yyyy - opn-yyyy) * 360
002040         + (run-date-mm - opn-mm) * 30
002050         + (run-date-dd - opn-dd).
002060     if days-open < zero
002070         move zero to days-open.
002080     move spaces to report-line.
002090     string "BLDG " delimited by size
002100         wt-building (order-sub) delimited by size
002110         " UNIT " delimited by size
002120         wt-aptnum (order-sub) delimited by size
002130         " TKT " delimited by size
002140         wt-ticket (order-sub) delimited by size
002150         " " delimited by size
002160         wt-category (order-sub) delimited by size
002170         " " delimited by size
002180         days-open delimited by size
002190         " DAYS " delimited by size
002200         wt-description (order-sub) delimited by size
002210         into report-line.
002220     write report-line.
002230     move "L" to TENBURST-FUNCTION.
002240     move wt-building (order-sub) to TENBURST-BUILDING.
002250     move report-line to TENBURST-LINE.
002260     call "TENBURST" using TENBURST-PARMS.
002270 3200-exit.
002280     exit.

002290 9000-finish.
002300     move spaces to report-line.
002310     write report-line.
002320     move spaces to report-line.
002330     string "OPEN TICKETS: " delimited by size
002340         open-count delimited by size
002350         into report-line.
002360     write report-line.
002370     move "C" to TENBURST-FUNCTION.
002380     call "TENBURST" using TENBURST-PARMS.
002390     close work-order-report.
002400     move "TENWORPT" to TENRCAT-PROGRAM.
002410     move workordr-filename to TENRCAT-FILENAME.
002420     move 1 to TENRCAT-PAGES.
002430     move open-count to TENRCAT-LINES.
002440     call "TENRCAT" using TENRCAT-PARMS.
002450     move "I" to TENOLOG-SEVERITY
002460     move spaces to TENOLOG-TEXT
002470     string open-count delimited by size
002480         " open ticket(s)" delimited by size
002490         into TENOLOG-TEXT
002500     call "TENOLOG" using TENOLOG-PARMS.
002510 9000-exit.
002520     exit.

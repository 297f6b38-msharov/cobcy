000100*----------------------------------------------------------*
000110* TENOPSD.COB
000120*
000130* Morning operations digest, the last report step of the
000140* nightly driver, printed beside the TENDASH dashboard.
000150* Reads the night's opslog.YYYYMMDD operations log (every
000160* message the steps sent through TENOLOG) and prints one
000170* page: any aborts called out at the top, a count of
000180* warnings, errors and aborts by step, and then the
000190* messages themselves -- aborts first, then errors, then
000200* warnings -- as far as the page allows, with a pointer
000210* to the log for the rest.  Informational messages are
000220* counted out of the digest; they stay on the log.
000230*----------------------------------------------------------*
000240* MODIFICATION HISTORY
000250*   DATE       INIT  DESCRIPTION
000260*   2026-10-15 JHM   Original program.
000270*----------------------------------------------------------*
000280 identification division.
000290 program-id. tenopsd.
000300 author. J. H. Masters.
000310 installation. Property Management Systems.
000320 date-written. 2026-10-15.
000330 date-compiled. 2026-10-15.

000340 environment division.
000350 configuration section.
000360 source-computer. Intel486.
000370 object-computer. Intel486.

000380 input-output section.
000390 file-control.
000400     select optional batch-lock-file assign to disk
000410         organization is line sequential
000420         file status is lck-file-status.

000430     select optional ops-log-file assign to disk
000440         organization is line sequential
000450         file status is opl-file-status.

000460     select digest-report assign to disk
000470         organization is line sequential.

000480 data division.
000490 file section.
000500 fd  batch-lock-file
000510     label records are standard
000520     value of file-id is "batchlck.ctl".
000530 01  batch-lock-record.
000540     05  lck-status          picture is X(06).
000550     05  lck-date            picture is 9(08).
000560     05  lck-time            picture is 9(08).

000570 fd  ops-log-file
000580     label records are standard
000590     value of file-id is ops-log-filename.
000600     copy TENOPL
000610         replacing ==:REC-NAME:==
000620             by ==ops-log-record==.

000630 fd  digest-report
000640     label records are standard
000650     value of file-id is digest-filename.
000660 01  report-line             picture is X(80).

000670 working-storage section.
000680 01  ops-log-filename        picture is X(30).
000690 01  digest-filename         picture is X(30).
000700     copy TENRCAT.
000710 01  lck-file-status         picture is X(02).
000720 01  opl-file-status         picture is X(02).
000730 01  opl-eof-switch          picture is X(01) value "N".
000740     88  ops-log-at-end              value "Y".
000750 01  log-date                picture is 9(08).
000760 01  line-count              picture is 9(07) value zero.
000770 01  page-limit              picture is 9(03) value 58.
000780 01  info-total              picture is 9(05) value zero.
000790 01  warning-total           picture is 9(05) value zero.
000800 01  error-total             picture is 9(05) value zero.
000810 01  abort-total             picture is 9(05) value zero.
000820 01  printed-count           picture is 9(05) value zero.
000830 01  unprinted-count         picture is 9(05) value zero.
000840 01  step-sub                picture is 9(03).
000850 01  message-sub             picture is 9(03).
000860 01  severity-wanted         picture is X(01).
000870 01  unit-text               picture is X(07).

000880*----------------------------------------------------------*
000890* Warning, error and abort counts per logging step, in
000900* the order the steps first logged.
000910*----------------------------------------------------------*
000920 01  step-table-area.
000930     05  step-table-count    picture is 9(03) value zero.
000940     05  step-table-entry occurs 1 to 60 times
000950             depending on step-table-count
000960             indexed by step-table-index.
000970         10  sd-program      picture is X(08).
000980         10  sd-warnings     picture is 9(05).
000990         10  sd-errors       picture is 9(05).
001000         10  sd-aborts       picture is 9(05).

001010*----------------------------------------------------------*
001020* The warning, error and abort messages themselves, in log
001030* order; more than the page can hold is counted only.
001040*----------------------------------------------------------*
001050 01  message-table-area.
001060     05  message-table-count picture is 9(03) value zero.
001070     05  message-table-entry occurs 1 to 200 times
001080             depending on message-table-count.
001090         10  md-program      picture is X(08).
001100         10  md-severity     picture is X(01).
001110         10  md-building     picture is 9(02).
001120         10  md-aptnum       picture is 9(04).
001130         10  md-text         picture is X(56).

001140 procedure division.
001150 0000-mainline.
001160     perform 1000-initialize thru 1000-exit.
001170     perform 2000-load-log thru 2000-exit.
001180     perform 3000-print-digest thru 3000-exit.
001190     perform 9000-finish thru 9000-exit.
001200     goback.

001210 1000-initialize.
001220     display "TENOPSD: morning operations digest".
001230     perform 1100-set-log-date thru 1100-exit.
001240     move spaces to ops-log-filename.
001250     string "opslog." delimited by size
001260         log-date delimited by size
001270         into ops-log-filename.
001280     move spaces to digest-filename.
001290     string "opsdgst." delimited by size
001300         log-date delimited by size
001310         into digest-filename.
001320     open output digest-report.
001330 1000-exit.
001340     exit.

001350*----------------------------------------------------------*
001360* The same rule TENOLOG dates the log by: the driver's
001370* business date while the batch window is locked.
001380*----------------------------------------------------------*
001390 1100-set-log-date.
001400     accept log-date from date yyyymmdd.
001410     open input batch-lock-file.
001420     if lck-file-status not = "00"
001430         close batch-lock-file
001440         go to 1100-exit.
001450     read batch-lock-file
001460         at end
001470             continue
001480         not at end
001490             if lck-status = "LOCKED"
001500                 and lck-date numeric
001510                 move lck-date to log-date.
001520     close batch-lock-file.
001530 1100-exit.
001540     exit.

001550 2000-load-log.
001560     open input ops-log-file.
001570     if opl-file-status not = "00"
001580         close ops-log-file
001590         move "Y" to opl-eof-switch
001600         go to 2000-exit.
001610     perform 2100-read-log thru 2100-exit
001620         until ops-log-at-end.
001630     close ops-log-file.
001640 2000-exit.
001650     exit.

001660 2100-read-log.
001670     read ops-log-file
001680         at end
001690             move "Y" to opl-eof-switch
001700         not at end
001710             perform 2200-count-message thru 2200-exit.
001720 2100-exit.
001730     exit.

001740 2200-count-message.
001750     if opl-info of ops-log-record
001760         add 1 to info-total
001770         go to 2200-exit.
001780     perform 2300-find-step thru 2300-exit.
001790     evaluate true
001800         when opl-abort of ops-log-record
001810             add 1 to abort-total
001820             if step-table-index not > step-table-count
001830                 add 1 to sd-aborts (step-table-index)
001840             end-if
001850         when opl-error of ops-log-record
001860             add 1 to error-total
001870             if step-table-index not > step-table-count
001880                 add 1 to sd-errors (step-table-index)
001890             end-if
001900         when other
001910             add 1 to warning-total
001920             if step-table-index not > step-table-count
001930                 add 1 to sd-warnings (step-table-index)
001940             end-if
001950     end-evaluate.
001960     if message-table-count >= 200
001970         go to 2200-exit.
001980     add 1 to message-table-count.
001990     move opl-program of ops-log-record
002000         to md-program (message-table-count).
002010     move opl-severity of ops-log-record
002020         to md-severity (message-table-count).
002030     move opl-building of ops-log-record
002040         to md-building (message-table-count).
002050     move opl-aptnum of ops-log-record
002060         to md-aptnum (message-table-count).
002070     move opl-text of ops-log-record
002080         to md-text (message-table-count).
002090 2200-exit.
002100     exit.

002110*----------------------------------------------------------*
002120* Leaves STEP-TABLE-INDEX on the step's entry, adding one
002130* for a step not seen yet; past the table's end when full.
002140*----------------------------------------------------------*
002150 2300-find-step.
002160     set step-table-index to 1.
002170     if step-table-count > zero
002180         search step-table-entry
002190             at end
002200                 perform 2400-add-step thru 2400-exit
002210             when sd-program (step-table-index)
002220                     = opl-program of ops-log-record
002230                 continue
002240     else
002250         perform 2400-add-step thru 2400-exit.
002260 2300-exit.
002270     exit.

002280 2400-add-step.
002290     if step-table-count >= 60
002300         set step-table-index to 61
002310         go to 2400-exit.
002320     add 1 to step-table-count.
002330     set step-table-index to step-table-count.
002340     move opl-program of ops-log-record
002350         to sd-program (step-table-index).
002360     move zero to sd-warnings (step-table-index).
002370     move zero to sd-errors (step-table-index).
002380     move zero to sd-aborts (step-table-index).
002390 2400-exit.
002400     exit.

002410 3000-print-digest.
002420     move "NIGHTLY OPERATIONS DIGEST - WARNINGS AND ERRORS"
002430         to report-line.
002440     perform 8000-write-line thru 8000-exit.
002450     move spaces to report-line.
002460     string "BUSINESS DATE: " delimited by size
002470         log-date delimited by size
002480         "   LOG: " delimited by size
002490         ops-log-filename delimited by space
002500         into report-line.
002510     perform 8000-write-line thru 8000-exit.
002520     move spaces to report-line.
002530     perform 8000-write-line thru 8000-exit.
002540     if opl-file-status not = "00"
002550         and opl-file-status not = "10"
002560         move "  NO OPERATIONS LOG FOR THIS DATE"
002570             to report-line
002580         perform 8000-write-line thru 8000-exit.
002590     if abort-total > zero
002600         move spaces to report-line
002610         string "*** " delimited by size
002620             abort-total delimited by size
002630             " ABORT(S) - ACKNOWLEDGE ON THE MENU ***"
002640                 delimited by size
002650             into report-line
002660         perform 8000-write-line thru 8000-exit
002670         move spaces to report-line
002680         perform 8000-write-line thru 8000-exit.
002690     move spaces to report-line.
002700     string "WARNINGS: " delimited by size
002710         warning-total delimited by size
002720         "   ERRORS: " delimited by size
002730         error-total delimited by size
002740         "   ABORTS: " delimited by size
002750         abort-total delimited by size
002760         "   INFO: " delimited by size
002770         info-total delimited by size
002780         into report-line.
002790     perform 8000-write-line thru 8000-exit.
002800     move spaces to report-line.
002810     perform 8000-write-line thru 8000-exit.
002820     if step-table-count = zero
002830         move "  NO WARNINGS OR ERRORS LOGGED" to report-line
002840         perform 8000-write-line thru 8000-exit
002850         go to 3000-exit.
002860     move "  STEP      WARNINGS  ERRORS  ABORTS"
002870         to report-line.
002880     perform 8000-write-line thru 8000-exit.
002890     perform 3100-step-line thru 3100-exit
002900         varying step-sub from 1 by 1
002910         until step-sub > step-table-count.
002920     move spaces to report-line.
002930     perform 8000-write-line thru 8000-exit.
002940     move "MESSAGES - ABORTS, THEN ERRORS, THEN WARNINGS"
002950         to report-line.
002960     perform 8000-write-line thru 8000-exit.
002970     move "A" to severity-wanted.
002980     perform 3200-message-line thru 3200-exit
002990         varying message-sub from 1 by 1
003000         until message-sub > message-table-count.
003010     move "E" to severity-wanted.
003020     perform 3200-message-line thru 3200-exit
003030         varying message-sub from 1 by 1
003040         until message-sub > message-table-count.
003050     move "W" to severity-wanted.
003060     perform 3200-message-line thru 3200-exit
003070         varying message-sub from 1 by 1
003080         until message-sub > message-table-count.
003090     compute unprinted-count = warning-total + error-total
003100         + abort-total - printed-count.
003110     if unprinted-count > zero
003120         move spaces to report-line
003130         string "  ... " delimited by size
003140             unprinted-count delimited by size
003150             " MORE MESSAGE(S) ON " delimited by size
003160             ops-log-filename delimited by space
003170             into report-line
003180         perform 8000-write-line thru 8000-exit.
003190 3000-exit.
003200     exit.

003210 3100-step-line.
003220     move spaces to report-line.
003230     string "  " delimited by size
003240         sd-program (step-sub) delimited by size
003250         "  " delimited by size
003260         sd-warnings (step-sub) delimited by size
003270         "     " delimited by size
003280         sd-errors (step-sub) delimited by size
003290         "   " delimited by size
003300         sd-aborts (step-sub) delimited by size
003310         into report-line.
003320     perform 8000-write-line thru 8000-exit.
003330 3100-exit.
003340     exit.

003350*----------------------------------------------------------*
003360* One message, when it is of the severity this pass wants
003370* and the page still has room.
003380*----------------------------------------------------------*
003390 3200-message-line.
003400     if md-severity (message-sub) not = severity-wanted
003410         go to 3200-exit.
003420     if line-count >= page-limit
003430         go to 3200-exit.
003440     move spaces to unit-text.
003450     if md-building (message-sub) not = zero
003460         or md-aptnum (message-sub) not = zero
003470         string md-building (message-sub) delimited by size
003480             "-" delimited by size
003490             md-aptnum (message-sub) delimited by size
003500             into unit-text.
003510     move spaces to report-line.
003520     string "  " delimited by size
003530         md-severity (message-sub) delimited by size
003540         " " delimited by size
003550         md-program (message-sub) delimited by size
003560         " " delimited by size
003570         unit-text delimited by size
003580         " " delimited by size
003590         md-text (message-sub) delimited by size
003600         into report-line.
003610     perform 8000-write-line thru 8000-exit.
003620     add 1 to printed-count.
003630 3200-exit.
003640     exit.

003650 8000-write-line.
003660     write report-line.
003670     add 1 to line-count.
003680 8000-exit.
003690     exit.

003700 9000-finish.
003710     close digest-report.
003720     move "TENOPSD" to TENRCAT-PROGRAM.
003730     move digest-filename to TENRCAT-FILENAME.
003740     move 1 to TENRCAT-PAGES.
003750     move line-count to TENRCAT-LINES.
003760     call "TENRCAT" using TENRCAT-PARMS.
003770     display "TENOPSD: " warning-total " warning(s), "
003780         error-total " error(s), " abort-total " abort(s)".
003790 9000-exit.
003800     exit.

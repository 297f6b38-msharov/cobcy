000170* trips come off a page instead of the paper folders.
000180* Judgment-stage cases with a court date behind them are
000190* listed in their own section as awaiting enforcement.
000200* Under each court date the unit's commlog.dat
000210* communications since the case opened are printed, so
000220* whoever goes to court has the promises and conversations
000230* on the same page.
000240*----------------------------------------------------------*
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   2026-10-15 JHM   Prints the unit's commlog.dat entries
000280*                    logged since the case opened under each
000290*                    upcoming court date.
000300*   2026-09-03 JHM   Original program.
000310*----------------------------------------------------------*
000320 identification division.
000330 program-id. tendock.
000340 author. J. H. Masters.
000350 installation. Property Management Systems.
000360 date-written. 2026-09-03.
000370 date-compiled. 2026-09-03.

000380 environment division.
000390 configuration section.
000400 source-computer. Intel486.
000410 object-computer. Intel486.

000420 input-output section.
000430 file-control.
000440     select optional legal-case-file assign to disk
000450         organization is line sequential
000460         file status is lgl-file-status.

000470     select optional comm-log-file assign to disk
000480         organization is line sequential
000490         file status is cml-file-status.

000500     select docket-report assign to disk
000510         organization is line sequential.

000520 data division.
000530 file section.
000540 fd  legal-case-file
000550     label records are standard
000560     value of file-id is "legcase.dat".
000570     copy TENLGL
000580         replacing ==:REC-NAME:==
000590             by ==legal-case-record==.

000600 fd  comm-log-file
000610     label records are standard
000620     value of file-id is "commlog.dat".
000630     copy TENCML
000640         replacing ==:REC-NAME:==
000650             by ==comm-log-record==.

000660 fd  docket-report
000670     label records are standard
000680     value of file-id is docket-rpt-filename.
000690 01  report-line             picture is X(80).

000700 working-storage section.
000710 01  docket-rpt-filename     picture is X(30).
000720     copy TENRCAT.
000730     copy TENBLDL.
000740 01  lgl-file-status         picture is X(02).
000750 01  lgl-eof-switch          picture is X(01) value "N".
000760     88  case-file-at-end            value "Y".
000770 01  today-date              picture is 9(08).
000780 01  docket-count            picture is 9(04) value zero.
000790 01  judgment-count          picture is 9(04) value zero.
000800 01  line-count              picture is 9(07) value zero.
000810 01  building-work           picture is 9(02).
000820 01  case-sub                picture is 9(03).
000830 01  heading-done-switch     picture is X(01).
000840     88  heading-done                value "Y".
000850 01  cml-file-status         picture is X(02).
000860 01  cml-eof-switch          picture is X(01) value "N".
000870     88  log-file-at-end             value "Y".
000880 01  comm-sub                picture is 9(04).

000890*----------------------------------------------------------*
000900* Latest legcase.dat record per unit, the owner-master
000910* convention.
000920*----------------------------------------------------------*
000930 01  case-table-area.
000940     05  case-table-count    picture is 9(03) value zero.
000950     05  case-table-entry occurs 1 to 200 times
000960             depending on case-table-count
000970             indexed by case-table-index.
000980         10  ct-building     picture is 9(02).
000990         10  ct-aptnum       picture is 9(04).
001000         10  ct-status       picture is X(01).
001010         10  ct-court-date   picture is 9(08).
001020         10  ct-judgment-date picture is 9(08).
001030         10  ct-opened-date  picture is 9(08).

001040*----------------------------------------------------------*
001050* commlog.dat entries for units with a case on file.
001060*----------------------------------------------------------*
001070 01  comm-table-area.
001080     05  comm-table-count    picture is 9(04) value zero.
001090     05  comm-table-entry occurs 1 to 2000 times
001100             depending on comm-table-count.
001110         10  cm-building     picture is 9(02).
001120         10  cm-aptnum       picture is 9(04).
001130         10  cm-date         picture is 9(08).
001140         10  cm-operator     picture is X(08).
001150         10  cm-channel      picture is X(01).
001160         10  cm-subject      picture is X(02).
001170         10  cm-note         picture is X(60).
001180     copy TENRUNC.

001190 procedure division.
001200 0000-mainline.
001210     perform 1000-initialize thru 1000-exit.
001220     perform 2000-load-cases thru 2000-exit.
001230     perform 2500-load-comms thru 2500-exit.
001240     perform 3000-print-docket thru 3000-exit.
001250     perform 4000-print-judgments thru 4000-exit.
001260     perform 9000-finish thru 9000-exit.
001270     stop run.

001280 1000-initialize.
001290     display "TENDOCK: weekly court docket".
001300     move "TENDOCK" to TENRUNC-PROGRAM.
001310     move "S" to TENRUNC-FUNCTION.
001320     move zero to TENRUNC-COUNT.
001330     call "TENRUNC" using TENRUNC-PARMS.
001340     if TENRUNC-ALREADY-RAN
001350         display "TENDOCK: already completed for this "
001360             "business date - put TENDOCK on runover.ctl "
001370             "to force a rerun"
001380         stop run.
001390     accept today-date from date yyyymmdd.
001400     move spaces to docket-rpt-filename.
001410     string "docket." delimited by size
001420         today-date delimited by size
001430         into docket-rpt-filename.
001440     open output docket-report.
001450     move "COURT DOCKET - UPCOMING DATES BY BUILDING"
001460         to report-line.
001470     write report-line.
001480     move spaces to report-line.
001490     string "RUN DATE: " delimited by size
001500         today-date delimited by size
001510         into report-line.
001520     write report-line.
001530     add 2 to line-count.
001540 1000-exit.
001550     exit.

001560 2000-load-cases.
001570     open input legal-case-file.
001580     if lgl-file-status not = "00"
001590         close legal-case-file
001600         move "Y" to lgl-eof-switch
001610         go to 2000-exit.
001620     perform 2100-read-case thru 2100-exit
001630         until case-file-at-end.
001640     close legal-case-file.
001650 2000-exit.
001660     exit.

001670 2100-read-case.
001680     read legal-case-file
001690         at end
001700             move "Y" to lgl-eof-switch
001710         not at end
001720             perform 2200-stow-case thru 2200-exit.
001730 2100-exit.
001740     exit.

001750 2200-stow-case.
001760     set case-table-index to 1.
001770     if case-table-count > zero
001780         search case-table-entry
001790             at end
001800                 perform 2300-add-case thru 2300-exit
001810             when ct-building (case-table-index)
001820                     = lgl-building of legal-case-record
001830                 and ct-aptnum (case-table-index)
001840                     = lgl-aptnum of legal-case-record
001850                 perform 2400-replace-case thru 2400-exit
001860     else
001870         perform 2300-add-case thru 2300-exit.
001880 2200-exit.
001890     exit.

001900 2300-add-case.
001910     if case-table-count >= 200
001920         display "TENDOCK: case table overflow"
001930     else
001940         add 1 to case-table-count
001950         set case-table-index to case-table-count
001960         perform 2400-replace-case thru 2400-exit.
001970 2300-exit.
001980     exit.

001990 2400-replace-case.
002000     move lgl-building of legal-case-record
002010         to ct-building (case-table-index).
002020     move lgl-aptnum of legal-case-record
002030         to ct-aptnum (case-table-index).
002040     move lgl-status of legal-case-record
002050         to ct-status (case-table-index).
002060     move lgl-court-date of legal-case-record
002070         to ct-court-date (case-table-index).
002080     move lgl-judgment-date of legal-case-record
002090         to ct-judgment-date (case-table-index).
002100     move lgl-opened-date of legal-case-record
002110         to ct-opened-date (case-table-index).
002120 2400-exit.
002130     exit.

002140 2500-load-comms.
002150     if case-table-count = zero
002160         go to 2500-exit.
002170     open input comm-log-file.
002180     if cml-file-status not = "00"
002190         close comm-log-file
002200         go to 2500-exit.
002210     perform 2600-read-comm thru 2600-exit
002220         until log-file-at-end.
002230     close comm-log-file.
002240 2500-exit.
002250     exit.

002260 2600-read-comm.
002270     read comm-log-file
002280         at end
002290             move "Y" to cml-eof-switch
002300             go to 2600-exit.
002310     set case-table-index to 1.
002320     search case-table-entry
002330         at end
002340             go to 2600-exit
002350         when ct-building (case-table-index)
002360                 = cml-building of comm-log-record
002370             and ct-aptnum (case-table-index)
002380                 = cml-aptnum of comm-log-record
002390             continue.
002400     if comm-table-count >= 2000
002410         display "TENDOCK: communications table overflow"
002420         move "Y" to cml-eof-switch
002430         go to 2600-exit.
002440     add 1 to comm-table-count.
002450     move cml-building of comm-log-record
002460         to cm-building (comm-table-count).
002470     move cml-aptnum of comm-log-record
002480         to cm-aptnum (comm-table-count).
002490     move cml-date of comm-log-record
002500         to cm-date (comm-table-count).
002510     move cml-operator of comm-log-record
002520         to cm-operator (comm-table-count).
002530     move cml-channel of comm-log-record
002540         to cm-channel (comm-table-count).
002550     move cml-subject of comm-log-record
002560         to cm-subject (comm-table-count).
002570     move cml-note of comm-log-record
002580         to cm-note (comm-table-count).
002590 2600-exit.
002600     exit.

002610 3000-print-docket.
002620     perform 3100-docket-building thru 3100-exit
002630         varying building-work from 1 by 1
002640         until building-work > 99.
002650     if docket-count = zero
002660         move "  NO UPCOMING COURT DATES" to report-line
002670         write report-line
002680         add 1 to line-count.
002690 3000-exit.
002700     exit.

002710 3100-docket-building.
002720     move "N" to heading-done-switch.
002730     perform 3200-docket-case thru 3200-exit
002740         varying case-sub from 1 by 1
002750         until case-sub > case-table-count.
002760 3100-exit.
002770     exit.

002780 3200-docket-case.
002790     if ct-building (case-sub) not = building-work
002800         or ct-status (case-sub) not = "C"
002810         or ct-court-date (case-sub) < today-date
002820         go to 3200-exit.
002830     if not heading-done
002840         perform 3300-building-heading thru 3300-exit.
002850     move spaces to report-line.
002860     string "  " delimited by size
002870         ct-building (case-sub) delimited by size
002880         "-" delimited by size
002890         ct-aptnum (case-sub) delimited by size
002900         "  COURT DATE " delimited by size
002910         ct-court-date (case-sub) delimited by size
002920         into report-line.
002930     write report-line.
002940     add 1 to line-count.
002950     add 1 to docket-count.
002960     perform 3250-print-comm thru 3250-exit
002970         varying comm-sub from 1 by 1
002980         until comm-sub > comm-table-count.
002990 3200-exit.
003000     exit.

003010 3250-print-comm.
003020     if cm-building (comm-sub) not = ct-building (case-sub)
003030         or cm-aptnum (comm-sub) not = ct-aptnum (case-sub)
003040         or cm-date (comm-sub) < ct-opened-date (case-sub)
003050         go to 3250-exit.
003060     move spaces to report-line.
003070     string "      " delimited by size
003080         cm-date (comm-sub) delimited by size
003090         " " delimited by size
003100         cm-operator (comm-sub) delimited by size
003110         " " delimited by size
003120         cm-channel (comm-sub) delimited by size
003130         " " delimited by size
003140         cm-subject (comm-sub) delimited by size
003150         " " delimited by size
003160         cm-note (comm-sub) (1:45) delimited by size
003170         into report-line.
003180     write report-line.
003190     add 1 to line-count.
003200 3250-exit.
003210     exit.

003220 3300-building-heading.
003230     move "Y" to heading-done-switch.
003240     move building-work to TENBLDL-BUILDING.
003250     call "TENBLDL" using TENBLDL-PARMS.
003260     move spaces to report-line.
003270     write report-line.
003280     move spaces to report-line.
003290     if TENBLDL-ON-FILE
003300         string "BUILDING " delimited by size
003310             building-work delimited by size
003320             " - " delimited by size
003330             TENBLDL-NAME delimited by size
003340             into report-line
003350     else
003360         string "BUILDING " delimited by size
003370             building-work delimited by size
003380             into report-line.
003390     write report-line.
003400     add 2 to line-count.
003410 3300-exit.
003420     exit.

003430 4000-print-judgments.
003440     move spaces to report-line.
003450     write report-line.
003460     move "JUDGMENTS AWAITING ENFORCEMENT:" to report-line.
003470     write report-line.
003480     add 2 to line-count.
003490     perform 4100-judgment-case thru 4100-exit
003500         varying case-sub from 1 by 1
003510         until case-sub > case-table-count.
003520     if judgment-count = zero
003530         move "  (NONE)" to report-line
003540         write report-line
003550         add 1 to line-count.
003560 4000-exit.
003570     exit.

003580 4100-judgment-case.
003590     if ct-status (case-sub) not = "J"
003600         go to 4100-exit.
003610     move spaces to report-line.
003620     string "  " delimited by size
003630         ct-building (case-sub) delimited by size
003640         "-" delimited by size
003650         ct-aptnum (case-sub) delimited by size
003660         "  JUDGMENT " delimited by size
003670         ct-judgment-date (case-sub) delimited by size
003680         into report-line.
003690     write report-line.
003700     add 1 to line-count.
003710     add 1 to judgment-count.
003720 4100-exit.
003730     exit.

003740 9000-finish.
003750     close docket-report.
003760     move "TENDOCK" to TENRCAT-PROGRAM.
003770     move docket-rpt-filename to TENRCAT-FILENAME.
003780     move 1 to TENRCAT-PAGES.
003790     move line-count to TENRCAT-LINES.
003800     call "TENRCAT" using TENRCAT-PARMS.
003810     move "E" to TENRUNC-FUNCTION.
003820     move docket-count to TENRUNC-COUNT.
003830     call "TENRUNC" using TENRUNC-PARMS.
003840     display "TENDOCK: " docket-count " upcoming court "
003850         "date(s) listed".
003860 9000-exit.
003870     exit.

000100*----------------------------------------------------------*
000110* TENCFUP.COB
000120*
000130* Communications follow-up worklist, run from the nightly
000140* driver.  Loads commlog.dat and lists every entry whose
000150* follow-up date has come (today or overdue) and that no
000160* later entry has cleared, grouped by the operator who
000170* logged it, so each operator starts the day with the
000180* promises and call-backs that are theirs: unit, follow-up
000190* date, the date it was logged, channel, subject and note.
000200* The dated report (commfup.YYYYMMDD) is cataloged through
000210* TENRCAT.
000220*----------------------------------------------------------*
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   2026-10-15 JHM   Original program.
000260*----------------------------------------------------------*
000270 identification division.
000280 program-id. tencfup.
000290 author. J. H. Masters.
000300 installation. Property Management Systems.
000310 date-written. 2026-10-15.
000320 date-compiled. 2026-10-15.

000330 environment division.
000340 configuration section.
000350 source-computer. Intel486.
000360 object-computer. Intel486.

000370 input-output section.
000380 file-control.
000390     select optional comm-log-file assign to disk
000400         organization is line sequential
000410         file status is cml-file-status.

000420     select worklist-report assign to disk
000430         organization is line sequential.

000440 data division.
000450 file section.
000460 fd  comm-log-file
000470     label records are standard
000480     value of file-id is "commlog.dat".
000490     copy TENCML
000500         replacing ==:REC-NAME:==
000510             by ==comm-log-record==.

000520 fd  worklist-report
000530     label records are standard
000540     value of file-id is worklist-filename.
000550 01  report-line             picture is X(80).

000560 working-storage section.
000570 01  worklist-filename       picture is X(30).
000580     copy TENRCAT.
000590     copy TENOLOG.
000600 01  cml-file-status         picture is X(02).
000610 01  cml-eof-switch          picture is X(01) value "N".
000620     88  log-file-at-end             value "Y".
000630 01  run-date                picture is 9(08).
000640 01  item-sub                picture is 9(04).
000650 01  operator-sub            picture is 9(03).
000660 01  line-count              picture is 9(07) value zero.
000670 01  due-count               picture is 9(05) value zero.
000680 01  open-count              picture is 9(05) value zero.
000690 01  heading-done-switch     picture is X(01).
000700     88  heading-done                value "Y".

000710*----------------------------------------------------------*
000720* Every entry carrying a follow-up date, with a switch for
000730* one a later entry has cleared.
000740*----------------------------------------------------------*
000750 01  item-table-area.
000760     05  item-table-count    picture is 9(04) value zero.
000770     05  item-table-entry occurs 1 to 3000 times
000780             depending on item-table-count
000790             indexed by item-table-index.
000800         10  it-building     picture is 9(02).
000810         10  it-aptnum       picture is 9(04).
000820         10  it-date         picture is 9(08).
000830         10  it-time         picture is 9(08).
000840         10  it-operator     picture is X(08).
000850         10  it-channel      picture is X(01).
000860         10  it-subject      picture is X(02).
000870         10  it-note         picture is X(60).
000880         10  it-followup     picture is 9(08).
000890         10  it-cleared      picture is X(01).

000900*----------------------------------------------------------*
000910* The operators with something due, in order of first due
000920* item on file.
000930*----------------------------------------------------------*
000940 01  operator-table-area.
000950     05  operator-table-count
000960                             picture is 9(03) value zero.
000970     05  operator-table-entry occurs 1 to 200 times
000980             depending on operator-table-count
000990             indexed by operator-table-index.
001000         10  ot-operator     picture is X(08).

001010 procedure division.
001020 0000-mainline.
001030     move "TENCFUP" to TENOLOG-PROGRAM.
001040     perform 1000-initialize thru 1000-exit.
001050     perform 2000-load-log thru 2000-exit.
001060     perform 3000-find-operators thru 3000-exit
001070         varying item-sub from 1 by 1
001080         until item-sub > item-table-count.
001090     perform 4000-operator-list thru 4000-exit
001100         varying operator-sub from 1 by 1
001110         until operator-sub > operator-table-count.
001120     perform 9000-finish thru 9000-exit.
001130     goback.

001140 1000-initialize.
001150     move "I" to TENOLOG-SEVERITY
001160     move "communications follow-up worklist" to TENOLOG-TEXT
001170     call "TENOLOG" using TENOLOG-PARMS.
001180     accept run-date from date yyyymmdd.
001190     move spaces to worklist-filename.
001200     string "commfup." delimited by size
001210         run-date delimited by size
001220         into worklist-filename.
001230     open output worklist-report.
001240     move "TENANT COMMUNICATIONS - FOLLOW-UPS DUE BY OPERATOR"
001250         to report-line.
001260     write report-line.
001270     move spaces to report-line.
001280     string "RUN DATE: " delimited by size
001290         run-date delimited by size
001300         into report-line.
001310     write report-line.
001320     add 2 to line-count.
001330 1000-exit.
001340     exit.

001350 2000-load-log.
001360     open input comm-log-file.
001370     if cml-file-status not = "00"
001380         close comm-log-file
001390         go to 2000-exit.
001400     perform 2100-read-entry thru 2100-exit
001410         until log-file-at-end.
001420     close comm-log-file.
001430 2000-exit.
001440     exit.

001450 2100-read-entry.
001460     read comm-log-file
001470         at end
001480             move "Y" to cml-eof-switch
001490             go to 2100-exit.
001500     if cml-clears-date of comm-log-record not = zero
001510         perform 2200-mark-cleared thru 2200-exit.
001520     if cml-followup-date of comm-log-record = zero
001530         go to 2100-exit.
001540     if item-table-count >= 3000
001550         move "W" to TENOLOG-SEVERITY
001560         move "follow-up table full - later entries not listed"
001570             to TENOLOG-TEXT
001580         call "TENOLOG" using TENOLOG-PARMS
001590         move "Y" to cml-eof-switch
001600         go to 2100-exit.
001610     add 1 to item-table-count.
001620     move cml-building of comm-log-record
001630         to it-building (item-table-count).
001640     move cml-aptnum of comm-log-record
001650         to it-aptnum (item-table-count).
001660     move cml-date of comm-log-record
001670         to it-date (item-table-count).
001680     move cml-time of comm-log-record
001690         to it-time (item-table-count).
001700     move cml-operator of comm-log-record
001710         to it-operator (item-table-count).
001720     move cml-channel of comm-log-record
001730         to it-channel (item-table-count).
001740     move cml-subject of comm-log-record
001750         to it-subject (item-table-count).
001760     move cml-note of comm-log-record
001770         to it-note (item-table-count).
001780     move cml-followup-date of comm-log-record
001790         to it-followup (item-table-count).
001800     move "N" to it-cleared (item-table-count).
001810 2100-exit.
001820     exit.

001830 2200-mark-cleared.
001840     if item-table-count = zero
001850         go to 2200-exit.
001860     set item-table-index to 1.
001870     search item-table-entry
001880         at end
001890             continue
001900         when it-building (item-table-index)
001910                 = cml-building of comm-log-record
001920             and it-aptnum (item-table-index)
001930                 = cml-aptnum of comm-log-record
001940             and it-date (item-table-index)
001950                 = cml-clears-date of comm-log-record
001960             and it-time (item-table-index)
001970                 = cml-clears-time of comm-log-record
001980             move "Y" to it-cleared (item-table-index).
001990 2200-exit.
002000     exit.

002010 3000-find-operators.
002020     if it-cleared (item-sub) = "Y"
002030         go to 3000-exit.
002040     add 1 to open-count.
002050     if it-followup (item-sub) > run-date
002060         go to 3000-exit.
002070     set operator-table-index to 1.
002080     if operator-table-count > zero
002090         search operator-table-entry
002100             at end
002110                 perform 3100-add-operator thru 3100-exit
002120             when ot-operator (operator-table-index)
002130                     = it-operator (item-sub)
002140                 continue
002150     else
002160         perform 3100-add-operator thru 3100-exit.
002170 3000-exit.
002180     exit.

002190 3100-add-operator.
002200     if operator-table-count >= 200
002210         move "W" to TENOLOG-SEVERITY
002220         move "operator table full - some items not listed"
002230             to TENOLOG-TEXT
002240         call "TENOLOG" using TENOLOG-PARMS
002250         go to 3100-exit.
002260     add 1 to operator-table-count.
002270     move it-operator (item-sub)
002280         to ot-operator (operator-table-count).
002290 3100-exit.
002300     exit.

002310 4000-operator-list.
002320     move "N" to heading-done-switch.
002330     perform 4100-list-item thru 4100-exit
002340         varying item-sub from 1 by 1
002350         until item-sub > item-table-count.
002360 4000-exit.
002370     exit.

002380 4100-list-item.
002390     if it-operator (item-sub) not = ot-operator (operator-sub)
002400         or it-cleared (item-sub) = "Y"
002410         or it-followup (item-sub) > run-date
002420         go to 4100-exit.
002430     if not heading-done
002440         perform 4200-operator-heading thru 4200-exit.
002450     move spaces to report-line.
002460     string it-building (item-sub) delimited by size
002470         "-" delimited by size
002480         it-aptnum (item-sub) delimited by size
002490         " " delimited by size
002500         it-followup (item-sub) delimited by size
002510         " " delimited by size
002520         it-date (item-sub) delimited by size
002530         " " delimited by size
002540         it-channel (item-sub) delimited by size
002550         " " delimited by size
002560         it-subject (item-sub) delimited by size
002570         " " delimited by size
002580         it-note (item-sub) (1:45) delimited by size
002590         into report-line.
002600     write report-line.
002610     add 1 to line-count.
002620     add 1 to due-count.
002630 4100-exit.
002640     exit.

002650 4200-operator-heading.
002660     move "Y" to heading-done-switch.
002670     move spaces to report-line.
002680     write report-line.
002690     move spaces to report-line.
002700     string "OPERATOR " delimited by size
002710         ot-operator (operator-sub) delimited by size
002720         into report-line.
002730     write report-line.
002740     move "UNIT    DUE      LOGGED   C SJ NOTE"
002750         to report-line.
002760     write report-line.
002770     add 3 to line-count.
002780 4200-exit.
002790     exit.

002800 9000-finish.
002810     if due-count = zero
002820         move spaces to report-line
002830         write report-line
002840         move "NO FOLLOW-UPS DUE" to report-line
002850         write report-line
002860         add 2 to line-count.
002870     move spaces to report-line.
002880     write report-line.
002890     move spaces to report-line.
002900     string "FOLLOW-UPS OPEN: " delimited by size
002910         open-count delimited by size
002920         "  DUE OR OVERDUE: " delimited by size
002930         due-count delimited by size
002940         into report-line.
002950     write report-line.
002960     add 2 to line-count.
002970     close worklist-report.
002980     move "TENCFUP" to TENRCAT-PROGRAM.
002990     move worklist-filename to TENRCAT-FILENAME.
003000     move 1 to TENRCAT-PAGES.
003010     move line-count to TENRCAT-LINES.
003020     call "TENRCAT" using TENRCAT-PARMS.
003030     move "I" to TENOLOG-SEVERITY
003040     move spaces to TENOLOG-TEXT
003050     string due-count delimited by size
003060         " follow-up(s) due of " delimited by size
003070         open-count delimited by size
003080         " open" delimited by size
003090         into TENOLOG-TEXT
003100     call "TENOLOG" using TENOLOG-PARMS.
003110 9000-exit.
003120     exit.

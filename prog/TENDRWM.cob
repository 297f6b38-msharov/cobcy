000100*----------------------------------------------------------*
000110* TENDRWM.COB
000120*
000130* Front-desk cash drawer screen.  Cash and money orders
000140* taken at the desk by different operators used to go into
000150* one pile, so a short deposit could not be traced to a
000160* shift.  Each operator signed on through TENSIGN now opens
000170* a drawer here with a starting float before TENPOST will
000180* post a payment, and closes it at the end of the shift
000190* with a count by tender: cash (float included), checks and
000200* money orders.  The close totals the drawer's drwitem.dat
000210* postings by method, records the over/short on drawer.dat
000220* and prints the shift report (drwshft.NNNNNN, cataloged
000230* through TENRCAT) for the supervisor's sign-off.  A drawer
000240* that closes even is balanced; one that is over or short
000250* stays out of the TENDEPT deposit until a supervisor signs
000260* it off here, which reprints the report with the sign-off.
000270* Records append; the latest per drawer number is current.
000280*----------------------------------------------------------*
000290* MODIFICATION HISTORY
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-15 JHM   Original program.
000320*----------------------------------------------------------*
000330 identification division.
000340 program-id. tendrwm.
000350 author. J. H. Masters.
000360 installation. Property Management Systems.
000370 date-written. 2026-10-15.
000380 date-compiled. 2026-10-15.

000390 environment division.
000400 configuration section.
000410 source-computer. Intel486.
000420 object-computer. Intel486.

000430 input-output section.
000440 file-control.
000450     select optional drawer-file assign to disk
000460         organization is line sequential
000470         file status is drw-file-status.

000480     select optional drawer-item-file assign to disk
000490         organization is line sequential
000500         file status is dri-file-status.

000510     select shift-report assign to disk
000520         organization is line sequential.

000530     select optional batch-lock-file assign to disk
000540         organization is line sequential
000550         file status is lck-file-status.

000560 data division.
000570 file section.
000580 fd  drawer-file
000590     label records are standard
000600     value of file-id is "drawer.dat".
000610     copy TENDRW
000620         replacing ==:REC-NAME:==
000630             by ==drawer-record==.

000640 fd  drawer-item-file
000650     label records are standard
000660     value of file-id is "drwitem.dat".
000670     copy TENDRI
000680         replacing ==:REC-NAME:==
000690             by ==drawer-item-record==.

000700 fd  shift-report
000710     label records are standard
000720     value of file-id is shift-rpt-filename.
000730 01  report-line             picture is X(80).

000740 fd  batch-lock-file
000750     label records are standard
000760     value of file-id is "batchlck.ctl".
000770 01  batch-lock-record.
000780     05  lck-status          picture is X(06).
000790     05  lck-date            picture is 9(08).
000800     05  lck-time            picture is 9(08).

000810 working-storage section.
000820 01  shift-rpt-filename      picture is X(30).
000830     copy TENRCAT.
000840     copy TENFMT.
000850     copy TENWHO.
000860 01  lck-file-status         picture is X(02).
000870 01  batch-locked-switch     picture is X(01) value "N".
000880     88  batch-locked                value "Y".
000890 01  drw-file-status         picture is X(02).
000900 01  dri-file-status         picture is X(02).
000910 01  drw-eof-switch          picture is X(01).
000920     88  drawer-file-at-end          value "Y".
000930 01  dri-eof-switch          picture is X(01).
000940     88  item-file-at-end            value "Y".
000950 01  more-switch             picture is X(01) value "Y".
000960     88  more-records                value "Y".
000970 01  found-switch            picture is X(01).
000980     88  drawer-found                value "Y".
000990 01  run-date                picture is 9(08).
001000 01  run-time                picture is 9(08).
001010 01  action-code             picture is X(01).
001020 01  reply                   picture is X(01).
001030 01  entered-float           picture is 9(05)V99.
001040 01  entered-cash            picture is 9(07)V99.
001050 01  entered-checks          picture is 9(07)V99.
001060 01  entered-orders          picture is 9(07)V99.
001070 01  entered-drawer          picture is 9(06).
001080 01  wanted-drawer           picture is 9(06).
001090 01  wanted-operator         picture is X(08).
001100 01  next-drawer             picture is 9(06).
001110 01  opened-count            picture is 9(05) value zero.
001120 01  closed-count            picture is 9(05) value zero.
001130 01  signed-count            picture is 9(05) value zero.
001140 01  line-count              picture is 9(05).
001150 01  item-sub                picture is 9(04).
001160 01  expected-cash           picture is 9(07)V99.
001170 01  tender-name             picture is X(12).
001180 01  tender-expected         picture is 9(07)V99.
001190 01  tender-counted          picture is 9(07)V99.
001200 01  tender-difference       picture is S9(07)V99.
001210 01  expected-text           picture is X(12).
001220 01  counted-text            picture is X(12).
001230 01  difference-text         picture is X(12).
001240 01  over-short-word         picture is X(05).
001250 01  method-name-out         picture is X(12).
001260 01  status-name-out         picture is X(20).

001270*----------------------------------------------------------*
001280* The drawer being worked: its latest drawer.dat record.
001290*----------------------------------------------------------*
001300     copy TENDRW
001310         replacing ==:REC-NAME:==
001320             by ==current-drawer==.

001330*----------------------------------------------------------*
001340* The drawer's drwitem.dat postings, for the expected side
001350* of the close and the itemized shift report.
001360*----------------------------------------------------------*
001370 01  item-table-area.
001380     05  item-table-count    picture is 9(04) value zero.
001390     05  item-table-entry occurs 1 to 500 times
001400             depending on item-table-count.
001410         10  it-building     picture is 9(02).
001420         10  it-aptnum       picture is 9(04).
001430         10  it-method       picture is X(01).
001440         10  it-receipt      picture is 9(06).
001450         10  it-amount       picture is 9(05)V99.

001460 procedure division.
001470 0000-mainline.
001480     perform 1000-initialize thru 1000-exit.
001490     perform 2000-enter-one thru 2000-exit
001500         until not more-records.
001510     perform 9000-finish thru 9000-exit.
001520     stop run.

001530 1000-initialize.
001540     display "TENDRWM: front-desk cash drawer".
001550     perform 1100-check-batch-lock thru 1100-exit.
001560     if batch-locked
001570         display "TENDRWM: nightly batch in progress - "
001580             "tenant files are locked, inquiry only "
001590             "(use TENINQ) until the window closes"
001600         stop run.
001610     call "TENWHO" using TENWHO-PARMS.
001620     if not TENWHO-SIGNED-ON
001630         or TENWHO-AUTHORITY < 2
001640         display "TENDRWM: update authority required - "
001650             "sign on through TENSIGN first"
001660         stop run.
001670     accept run-date from date yyyymmdd.
001680 1000-exit.
001690     exit.

001700*----------------------------------------------------------*
001710* Batch-window lock check: the nightly driver raises the
001720* lock at start of chain and clears it at finish.
001730*----------------------------------------------------------*
001740 1100-check-batch-lock.
001750     open input batch-lock-file.
001760     if lck-file-status not = "00"
001770         go to 1100-exit.
001780     read batch-lock-file
001790         at end
001800             continue
001810         not at end
001820             if lck-status = "LOCKED"
001830                 move "Y" to batch-locked-switch.
001840     close batch-lock-file.
001850 1100-exit.
001860     exit.

001870 2000-enter-one.
001880     display "Action (O open drawer, C close drawer, "
001890         "S supervisor sign-off, blank to quit): ".
001900     move space to action-code.
001910     accept action-code.
001920     evaluate action-code
001930         when "O"
001940             perform 2100-open-drawer thru 2100-exit
001950         when "C"
001960             perform 2200-close-drawer thru 2200-exit
001970         when "S"
001980             perform 2300-sign-off thru 2300-exit
001990         when other
002000             move "N" to more-switch
002010     end-evaluate.
002020 2000-exit.
002030     exit.

002040*----------------------------------------------------------*
002050* Open: one drawer at a time per operator, numbered on from
002060* the highest on drawer.dat, with the starting float.
002070*----------------------------------------------------------*
002080 2100-open-drawer.
002090     move zero to wanted-drawer.
002100     move TENWHO-OPERATOR to wanted-operator.
002110     perform 3000-find-drawer thru 3000-exit.
002120     if drawer-found
002130         display "TENDRWM: drawer " drw-number of current-drawer
002140             " opened " drw-date of current-drawer
002150             " is still open for operator " TENWHO-OPERATOR
002160             " - close it first"
002170         go to 2100-exit.
002180     display "Starting float in the drawer (99999.99): ".
002190     accept entered-float.
002200     move next-drawer to drw-number of current-drawer.
002210     move TENWHO-OPERATOR to drw-operator of current-drawer.
002220     move run-date to drw-date of current-drawer.
002230     move "O" to drw-status of current-drawer.
002240     move entered-float to drw-float of current-drawer.
002250     move zero to drw-counted-cash of current-drawer.
002260     move zero to drw-counted-checks of current-drawer.
002270     move zero to drw-counted-orders of current-drawer.
002280     move zero to drw-posted-cash of current-drawer.
002290     move zero to drw-posted-checks of current-drawer.
002300     move zero to drw-posted-orders of current-drawer.
002310     move zero to drw-over-short of current-drawer.
002320     perform 3500-write-drawer thru 3500-exit.
002330     add 1 to opened-count.
002340     display "TENDRWM: drawer " next-drawer " opened for "
002350         "operator " TENWHO-OPERATOR.
002360 2100-exit.
002370     exit.

002380*----------------------------------------------------------*
002390* Close: the operator's own open drawer, counted by tender
002400* and compared with what TENPOST took into it.
002410*----------------------------------------------------------*
002420 2200-close-drawer.
002430     move zero to wanted-drawer.
002440     move TENWHO-OPERATOR to wanted-operator.
002450     perform 3000-find-drawer thru 3000-exit.
002460     if not drawer-found
002470         display "TENDRWM: no drawer open for operator "
002480             TENWHO-OPERATOR
002490         go to 2200-exit.
002500     perform 3200-load-items thru 3200-exit.
002510     display "Drawer " drw-number of current-drawer
002520         " opened " drw-date of current-drawer
002530         ", " item-table-count " posting(s)".
002540     display "Cash counted, float included (9999999.99): ".
002550     accept entered-cash.
002560     display "Checks counted (9999999.99): ".
002570     accept entered-checks.
002580     display "Money orders counted (9999999.99): ".
002590     accept entered-orders.
002600     move entered-cash to drw-counted-cash of current-drawer.
002610     move entered-checks to drw-counted-checks of current-drawer.
002620     move entered-orders to drw-counted-orders of current-drawer.
002630     compute expected-cash = drw-float of current-drawer
002640         + drw-posted-cash of current-drawer.
002650     compute drw-over-short of current-drawer =
002660         entered-cash - expected-cash
002670         + entered-checks - drw-posted-checks of current-drawer
002680         + entered-orders - drw-posted-orders of current-drawer.
002690     if drw-over-short of current-drawer = zero
002700         move "B" to drw-status of current-drawer
002710     else
002720         move "U" to drw-status of current-drawer.
002730     perform 3500-write-drawer thru 3500-exit.
002740     add 1 to closed-count.
002750     perform 4000-print-shift thru 4000-exit.
002760     if drw-balanced of current-drawer
002770         display "TENDRWM: drawer " drw-number of current-drawer
002780             " closed balanced - shift report "
002790             shift-rpt-filename
002800     else
002810         display "TENDRWM: drawer " drw-number of current-drawer
002820             " closed OUT OF BALANCE - held from the deposit "
002830             "until a supervisor signs off " shift-rpt-filename.
002840 2200-exit.
002850     exit.

002860*----------------------------------------------------------*
002870* Supervisor sign-off of a closed drawer's shift report.
002880* An out-of-balance drawer becomes depositable; nobody signs
002890* off a drawer of their own.
002900*----------------------------------------------------------*
002910 2300-sign-off.
002920     if TENWHO-AUTHORITY < 3
002930         display "TENDRWM: supervisor authority required "
002940             "to sign off a drawer"
002950         go to 2300-exit.
002960     display "Drawer number to sign off: ".
002970     accept entered-drawer.
002980     move entered-drawer to wanted-drawer.
002990     move spaces to wanted-operator.
003000     perform 3000-find-drawer thru 3000-exit.
003010     if not drawer-found
003020         display "TENDRWM: drawer " entered-drawer
003030             " is not on drawer.dat"
003040         go to 2300-exit.
003050     if drw-open of current-drawer
003060         display "TENDRWM: drawer " entered-drawer
003070             " is still open - the operator closes it first"
003080         go to 2300-exit.
003090     if drw-signed-off of current-drawer
003100         display "TENDRWM: drawer " entered-drawer
003110             " is already signed off by "
003120             drw-entered-by of current-drawer
003130         go to 2300-exit.
003140     if drw-operator of current-drawer = TENWHO-OPERATOR
003150         display "TENDRWM: drawer " entered-drawer
003160             " is your own - another supervisor signs it off"
003170         go to 2300-exit.
003180     perform 2350-show-drawer thru 2350-exit.
003190     display "Sign off this drawer (Y/N): ".
003200     move space to reply.
003210     accept reply.
003220     if reply not = "Y"
003230         display "TENDRWM: nothing signed off"
003240         go to 2300-exit.
003250     perform 3200-load-items thru 3200-exit.
003260     move "S" to drw-status of current-drawer.
003270     perform 3500-write-drawer thru 3500-exit.
003280     add 1 to signed-count.
003290     perform 4000-print-shift thru 4000-exit.
003300     display "TENDRWM: drawer " entered-drawer
003310         " signed off - shift report " shift-rpt-filename.
003320 2300-exit.
003330     exit.

003340 2350-show-drawer.
003350     move "A" to TENFMT-FORMAT-CODE.
003360     if drw-over-short of current-drawer < zero
003370         move "SHORT" to over-short-word
003380         compute TENFMT-RAW-AMOUNT =
003390             zero - drw-over-short of current-drawer
003400     else
003410         move "OVER" to over-short-word
003420         move drw-over-short of current-drawer
003430             to TENFMT-RAW-AMOUNT.
003440     call "TENFMT" using TENFMT-PARMS.
003450     display "Operator " drw-operator of current-drawer
003460         " opened " drw-date of current-drawer
003470         " closed " drw-action-date of current-drawer.
003480     if drw-over-short of current-drawer = zero
003490         display "Drawer closed balanced"
003500     else
003510         display "Drawer closed " over-short-word " "
003520             TENFMT-EDITED-OUT.
003530 2350-exit.
003540     exit.

003550*----------------------------------------------------------*
003560* Latest drawer.dat record for WANTED-DRAWER, or, when that
003570* is zero, the open drawer of WANTED-OPERATOR.  Records
003580* append in time order, so the last one read for a drawer
003590* is its current state.  The pass also finds the next
003600* drawer number.
003610*----------------------------------------------------------*
003620 3000-find-drawer.
003630     move "N" to found-switch.
003640     move zero to next-drawer.
003650     move "N" to drw-eof-switch.
003660     open input drawer-file.
003670     if drw-file-status not = "00"
003680         close drawer-file
003690         move 1 to next-drawer
003700         go to 3000-exit.
003710     perform 3100-read-drawer thru 3100-exit
003720         until drawer-file-at-end.
003730     close drawer-file.
003740     add 1 to next-drawer.
003750 3000-exit.
003760     exit.

003770 3100-read-drawer.
003780     read drawer-file
003790         at end
003800             move "Y" to drw-eof-switch
003810             go to 3100-exit.
003820     if drw-number of drawer-record > next-drawer
003830         move drw-number of drawer-record to next-drawer.
003840     if wanted-drawer not = zero
003850         if drw-number of drawer-record = wanted-drawer
003860             move drawer-record to current-drawer
003870             move "Y" to found-switch
003880         end-if
003890         go to 3100-exit.
003900     if drw-operator of drawer-record not = wanted-operator
003910         go to 3100-exit.
003920     if drw-open of drawer-record
003930         move drawer-record to current-drawer
003940         move "Y" to found-switch
003950     else
003960         if drawer-found
003970             and drw-number of drawer-record
003980                 = drw-number of current-drawer
003990             move "N" to found-switch.
004000 3100-exit.
004010     exit.

004020*----------------------------------------------------------*
004030* The drawer's postings off drwitem.dat, totaled by method
004040* into the expected amounts.
004050*----------------------------------------------------------*
004060 3200-load-items.
004070     move zero to item-table-count.
004080     move zero to drw-posted-cash of current-drawer.
004090     move zero to drw-posted-checks of current-drawer.
004100     move zero to drw-posted-orders of current-drawer.
004110     move "N" to dri-eof-switch.
004120     open input drawer-item-file.
004130     if dri-file-status not = "00"
004140         close drawer-item-file
004150         go to 3200-exit.
004160     perform 3210-read-item thru 3210-exit
004170         until item-file-at-end.
004180     close drawer-item-file.
004190 3200-exit.
004200     exit.

004210 3210-read-item.
004220     read drawer-item-file
004230         at end
004240             move "Y" to dri-eof-switch
004250             go to 3210-exit.
004260     if dri-drawer of drawer-item-record
004270         not = drw-number of current-drawer
004280         go to 3210-exit.
004290     evaluate dri-method of drawer-item-record
004300         when "A"
004310             add dri-amount of drawer-item-record
004320                 to drw-posted-cash of current-drawer
004330         when "C"
004340             add dri-amount of drawer-item-record
004350                 to drw-posted-checks of current-drawer
004360         when "M"
004370             add dri-amount of drawer-item-record
004380                 to drw-posted-orders of current-drawer
004390     end-evaluate.
004400     if item-table-count >= 500
004410         display "TENDRWM: item table overflow, report "
004420             "prints without the overflow items itemized"
004430         go to 3210-exit.
004440     add 1 to item-table-count.
004450     move dri-building of drawer-item-record
004460         to it-building (item-table-count).
004470     move dri-aptnum of drawer-item-record
004480         to it-aptnum (item-table-count).
004490     move dri-method of drawer-item-record
004500         to it-method (item-table-count).
004510     move dri-receipt-no of drawer-item-record
004520         to it-receipt (item-table-count).
004530     move dri-amount of drawer-item-record
004540         to it-amount (item-table-count).
004550 3210-exit.
004560     exit.

004570 3500-write-drawer.
004580     accept run-time from time.
004590     move run-date to drw-action-date of current-drawer.
004600     move run-time to drw-action-time of current-drawer.
004610     move TENWHO-OPERATOR to drw-entered-by of current-drawer.
004620     open extend drawer-file.
004630     move current-drawer to drawer-record.
004640     write drawer-record.
004650     close drawer-file.
004660 3500-exit.
004670     exit.

004680*----------------------------------------------------------*
004690* Shift report: the drawer's postings, expected against
004700* counted by tender, the over/short and the sign-off lines.
004710*----------------------------------------------------------*
004720 4000-print-shift.
004730     move spaces to shift-rpt-filename.
004740     string "drwshft." delimited by size
004750         drw-number of current-drawer delimited by size
004760         into shift-rpt-filename.
004770     move zero to line-count.
004780     open output shift-report.
004790     move "CASH DRAWER SHIFT REPORT" to report-line.
004800     write report-line.
004810     perform 4050-status-name thru 4050-exit.
004820     move spaces to report-line.
004830     string "DRAWER: " delimited by size
004840         drw-number of current-drawer delimited by size
004850         "  OPERATOR: " delimited by size
004860         drw-operator of current-drawer delimited by size
004870         "  OPENED: " delimited by size
004880         drw-date of current-drawer delimited by size
004890         "  " delimited by size
004900         status-name-out delimited by size
004910         into report-line.
004920     write report-line.
004930     move spaces to report-line.
004940     write report-line.
004950     move "  BLDG-APT  RECEIPT  TENDER              AMOUNT"
004960         to report-line.
004970     write report-line.
004980     add 4 to line-count.
004990     perform 4100-print-item thru 4100-exit
005000         varying item-sub from 1 by 1
005010         until item-sub > item-table-count.
005020     move spaces to report-line.
005030     write report-line.
005040     move "  TENDER           EXPECTED      COUNTED   OVER/SHORT"
005050         to report-line.
005060     write report-line.
005070     add 2 to line-count.
005080     move "CASH" to tender-name.
005090     compute tender-expected = drw-float of current-drawer
005100         + drw-posted-cash of current-drawer.
005110     move drw-counted-cash of current-drawer to tender-counted.
005120     perform 4200-print-tender thru 4200-exit.
005130     move "CHECKS" to tender-name.
005140     move drw-posted-checks of current-drawer
005150         to tender-expected.
005160     move drw-counted-checks of current-drawer
005170         to tender-counted.
005180     perform 4200-print-tender thru 4200-exit.
005190     move "MONEY ORDERS" to tender-name.
005200     move drw-posted-orders of current-drawer
005210         to tender-expected.
005220     move drw-counted-orders of current-drawer
005230         to tender-counted.
005240     perform 4200-print-tender thru 4200-exit.
005250     move "A" to TENFMT-FORMAT-CODE.
005260     move drw-float of current-drawer to TENFMT-RAW-AMOUNT.
005270     call "TENFMT" using TENFMT-PARMS.
005280     move spaces to report-line.
005290     string "  (CASH EXPECTED INCLUDES THE FLOAT OF "
005300             delimited by size
005310         TENFMT-EDITED-OUT delimited by size
005320         ")" delimited by size
005330         into report-line.
005340     write report-line.
005350     move drw-over-short of current-drawer
005360         to tender-difference.
005370     perform 4300-edit-difference thru 4300-exit.
005380     move spaces to report-line.
005390     string "  DRAWER OVER/SHORT" delimited by size
005400         into report-line.
005410     move difference-text to report-line (42:12).
005420     move over-short-word to report-line (55:5).
005430     write report-line.
005440     move spaces to report-line.
005450     write report-line.
005460     move spaces to report-line.
005470     string "OPERATOR: ____________________  " delimited by size
005480         "SUPERVISOR: ____________________" delimited by size
005490         into report-line.
005500     write report-line.
005510     add 5 to line-count.
005520     if drw-signed-off of current-drawer
005530         move spaces to report-line
005540         string "SIGNED OFF BY " delimited by size
005550             drw-entered-by of current-drawer delimited by size
005560             " ON " delimited by size
005570             drw-action-date of current-drawer
005580                 delimited by size
005590             into report-line
005600         write report-line
005610         add 1 to line-count.
005620     close shift-report.
005630     move "TENDRWM" to TENRCAT-PROGRAM.
005640     move shift-rpt-filename to TENRCAT-FILENAME.
005650     move 1 to TENRCAT-PAGES.
005660     move line-count to TENRCAT-LINES.
005670     call "TENRCAT" using TENRCAT-PARMS.
005680 4000-exit.
005690     exit.

005700 4050-status-name.
005710     evaluate true
005720         when drw-balanced of current-drawer
005730             move "CLOSED BALANCED" to status-name-out
005740         when drw-out-of-balance of current-drawer
005750             move "CLOSED OUT OF BALANCE" to status-name-out
005760         when drw-signed-off of current-drawer
005770             move "SIGNED OFF" to status-name-out
005780         when other
005790             move "OPEN" to status-name-out
005800     end-evaluate.
005810 4050-exit.
005820     exit.

005830 4100-print-item.
005840     evaluate it-method (item-sub)
005850         when "A"
005860             move "CASH" to method-name-out
005870         when "C"
005880             move "CHECK" to method-name-out
005890         when "M"
005900             move "MONEY ORDER" to method-name-out
005910         when other
005920             move "OTHER" to method-name-out
005930     end-evaluate.
005940     move "A" to TENFMT-FORMAT-CODE.
005950     move it-amount (item-sub) to TENFMT-RAW-AMOUNT.
005960     call "TENFMT" using TENFMT-PARMS.
005970     move spaces to report-line.
005980     string "  " delimited by size
005990         it-building (item-sub) delimited by size
006000         "-" delimited by size
006010         it-aptnum (item-sub) delimited by size
006020         "   " delimited by size
006030         it-receipt (item-sub) delimited by size
006040         "   " delimited by size
006050         method-name-out delimited by size
006060         "  " delimited by size
006070         TENFMT-EDITED-OUT delimited by size
006080         into report-line.
006090     write report-line.
006100     add 1 to line-count.
006110 4100-exit.
006120     exit.

006130 4200-print-tender.
006140     compute tender-difference = tender-counted
006150         - tender-expected.
006160     move "A" to TENFMT-FORMAT-CODE.
006170     move tender-expected to TENFMT-RAW-AMOUNT.
006180     call "TENFMT" using TENFMT-PARMS.
006190     move TENFMT-EDITED-OUT to expected-text.
006200     move tender-counted to TENFMT-RAW-AMOUNT.
006210     call "TENFMT" using TENFMT-PARMS.
006220     move TENFMT-EDITED-OUT to counted-text.
006230     perform 4300-edit-difference thru 4300-exit.
006240     move spaces to report-line.
006250     move tender-name to report-line (3:12).
006260     move expected-text to report-line (16:12).
006270     move counted-text to report-line (29:12).
006280     move difference-text to report-line (42:12).
006290     move over-short-word to report-line (55:5).
006300     write report-line.
006310     add 1 to line-count.
006320 4200-exit.
006330     exit.

006340*----------------------------------------------------------*
006350* TENFMT edits an unsigned amount; the sign goes into the
006360* word beside it.
006370*----------------------------------------------------------*
006380 4300-edit-difference.
006390     move "A" to TENFMT-FORMAT-CODE.
006400     if tender-difference < zero
006410         move "SHORT" to over-short-word
006420         compute TENFMT-RAW-AMOUNT = zero - tender-difference
006430     else
006440         if tender-difference > zero
006450             move "OVER" to over-short-word
006460         else
006470             move spaces to over-short-word
006480         end-if
006490         move tender-difference to TENFMT-RAW-AMOUNT.
006500     call "TENFMT" using TENFMT-PARMS.
006510     move TENFMT-EDITED-OUT to difference-text.
006520 4300-exit.
006530     exit.

006540 9000-finish.
006550     display "TENDRWM: " opened-count " opened, "
006560         closed-count " closed, " signed-count
006570         " signed off".
006580 9000-exit.
006590     exit.

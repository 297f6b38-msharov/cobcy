000100*----------------------------------------------------------*
000110* TENUTLI.COB
000120*
000130* Utility confirmation import.  The utility answers each
000140* TENUTLX service-transfer file with utilconf.dat: a
000150* header, one detail per transfer it acted on -- the
000160* reference we sent (building, apartment, utility), the
000170* effective date and direction, a result of C confirmed or
000180* R rejected and the utility's reason -- and a trailer
000190* with the detail count.  Each result is stored against
000200* its transfer on utilxfer.dat.  A transfer still not
000210* confirmed five days after it was sent is marked
000220* unconfirmed.  Every rejection, every newly unconfirmed
000230* transfer and every confirmation line we cannot match is
000240* listed on the dated utilexc.YYYYMMDD exception report
000250* (cataloged through TENRCAT) for the office to phone the
000260* utility.  A detail count out of balance with the trailer
000270* ends the run with a nonzero return code, the TENBANK
000280* convention.  No confirmation file tonight is not an
000290* error; the five-day check runs regardless.
000300*----------------------------------------------------------*
000310* MODIFICATION HISTORY
000320*   DATE       INIT  DESCRIPTION
000330*   2026-10-15 JHM   Messages now go through TENOLOG to the
000340*                    dated operations log, each with its
000350*                    severity (and the unit where there is
000360*                    one); aborts raise a menu alert.
000370*   2026-10-15 JHM   Original program.
000380*----------------------------------------------------------*
000390 identification division.
000400 program-id. tenutli.
000410 author. J. H. Masters.
000420 installation. Property Management Systems.
000430 date-written. 2026-10-15.
000440 date-compiled. 2026-10-15.

000450 environment division.
000460 configuration section.
000470 source-computer. Intel486.
000480 object-computer. Intel486.

000490 input-output section.
000500 file-control.
000510     select optional confirmation-file assign to disk
000520         organization is line sequential
000530         file status is cnf-file-status.

000540     select optional transfer-file assign to disk
000550         organization is line sequential
000560         file status is uxf-file-status.

000570     select exception-report assign to disk
000580         organization is line sequential.

000590 data division.
000600 file section.
000610*----------------------------------------------------------*
000620* The utility's confirmation layout: 150-byte records,
000630* H header, D detail per transfer, T trailer.
000640*----------------------------------------------------------*
000650 fd  confirmation-file
000660     label records are standard
000670     value of file-id is "utilconf.dat".
000680 01  confirmation-detail-record.
000690     05  cnf-rec-type        picture is X(01).
000700     05  cnf-reference.
000710         10  cnf-building    picture is 9(02).
000720         10  cnf-aptnum      picture is 9(04).
000730         10  cnf-utility     picture is X(01).
000740     05  cnf-effective-date  picture is 9(08).
000750     05  cnf-direction       picture is X(01).
000760     05  cnf-result          picture is X(01).
000770         88  cnf-confirmed           value "C".
000780         88  cnf-rejected            value "R".
000790     05  cnf-reason          picture is X(20).
000800     05  filler              picture is X(112).
000810 01  confirmation-trailer-record.
000820     05  filler              picture is X(01).
000830     05  cnf-detail-count    picture is 9(06).
000840     05  filler              picture is X(143).

000850 fd  transfer-file
000860     label records are standard
000870     value of file-id is "utilxfer.dat".
000880     copy TENUXF
000890         replacing ==:REC-NAME:==
000900             by ==transfer-record==.

000910 fd  exception-report
000920     label records are standard
000930     value of file-id is exception-filename.
000940 01  report-line             picture is X(80).

000950 working-storage section.
000960 01  exception-filename      picture is X(30).
000970     copy TENRCAT.
000980     copy TENOLOG.
000990     copy TENDAYS.
001000 01  cnf-file-status         picture is X(02).
001010 01  uxf-file-status         picture is X(02).
001020 01  cnf-eof-switch          picture is X(01) value "N".
001030     88  confirmation-at-end         value "Y".
001040 01  uxf-eof-switch          picture is X(01) value "N".
001050     88  transfer-file-at-end        value "Y".
001060 01  trailer-seen-switch     picture is X(01) value "N".
001070     88  trailer-seen                value "Y".
001080 01  transfer-found-switch   picture is X(01).
001090     88  transfer-found              value "Y".
001100 01  run-date                picture is 9(08).
001110 01  confirm-days            picture is 9(02) value 5.
001120 01  transfer-sub            picture is 9(04).
001130 01  detail-count            picture is 9(06) value zero.
001140 01  confirmed-count         picture is 9(05) value zero.
001150 01  rejected-count          picture is 9(05) value zero.
001160 01  unconfirmed-count       picture is 9(05) value zero.
001170 01  unmatched-count         picture is 9(05) value zero.
001180 01  exception-count         picture is 9(05) value zero.
001190 01  exception-text          picture is X(20).

001200*----------------------------------------------------------*
001210* Latest utilxfer.dat record per unit, utility, effective
001220* date and direction.
001230*----------------------------------------------------------*
001240 01  transfer-table-area.
001250     05  transfer-table-count picture is 9(04) value zero.
001260     05  transfer-table-entry occurs 1 to 3000 times
001270             depending on transfer-table-count
001280             indexed by transfer-table-index.
001290         10  xt-building     picture is 9(02).
001300         10  xt-aptnum       picture is 9(04).
001310         10  xt-utility      picture is X(01).
001320         10  xt-effective-date picture is 9(08).
001330         10  xt-direction    picture is X(01).
001340         10  xt-account      picture is X(15).
001350         10  xt-party        picture is X(25).
001360         10  xt-sent-date    picture is 9(08).
001370         10  xt-status       picture is X(01).
001380         10  xt-reason       picture is X(20).

001390 procedure division.
001400 0000-mainline.
001410     move "TENUTLI" to TENOLOG-PROGRAM.
001420     perform 1000-initialize thru 1000-exit.
001430     perform 2000-load-transfers thru 2000-exit.
001440     open extend transfer-file.
001450     perform 3000-import-confirmations thru 3000-exit.
001460     perform 4000-check-overdue thru 4000-exit.
001470     close transfer-file.
001480     perform 9000-finish thru 9000-exit.
001490     goback.

001500 1000-initialize.
001510     move "I" to TENOLOG-SEVERITY
001520     move "utility confirmation import" to TENOLOG-TEXT
001530     call "TENOLOG" using TENOLOG-PARMS.
001540     accept run-date from date yyyymmdd.
001550     move spaces to exception-filename.
001560     string "utilexc." delimited by size
001570         run-date delimited by size
001580         into exception-filename.
001590     open output exception-report.
001600     move "UTILITY SERVICE-TRANSFER EXCEPTIONS" to report-line.
001610     write report-line.
001620     move spaces to report-line.
001630     string "RUN DATE: " delimited by size
001640         run-date delimited by size
001650         into report-line.
001660     write report-line.
001670     move spaces to report-line.
001680     write report-line.
001690     move spaces to report-line.
001700     string "BD  APT  U EFF DATE D ACCOUNT         "
001710             delimited by size
001720         "EXCEPTION           REASON"
001730             delimited by size
001740         into report-line.
001750     write report-line.
001760 1000-exit.
001770     exit.

001780 2000-load-transfers.
001790     open input transfer-file.
001800     if uxf-file-status not = "00"
001810         close transfer-file
001820         move "Y" to uxf-eof-switch
001830         go to 2000-exit.
001840     perform 2100-read-transfer thru 2100-exit
001850         until transfer-file-at-end.
001860     close transfer-file.
001870 2000-exit.
001880     exit.

001890 2100-read-transfer.
001900     read transfer-file
001910         at end
001920             move "Y" to uxf-eof-switch
001930         not at end
001940             perform 2200-stow-transfer thru 2200-exit.
001950 2100-exit.
001960     exit.

001970 2200-stow-transfer.
001980     set transfer-table-index to 1.
001990     if transfer-table-count > zero
002000         search transfer-table-entry
002010             at end
002020                 perform 2300-add-transfer thru 2300-exit
002030             when xt-building (transfer-table-index)
002040                     = uxf-building of transfer-record
002050                 and xt-aptnum (transfer-table-index)
002060                     = uxf-aptnum of transfer-record
002070                 and xt-utility (transfer-table-index)
002080                     = uxf-utility of transfer-record
002090                 and xt-effective-date (transfer-table-index)
002100                     = uxf-effective-date of transfer-record
002110                 and xt-direction (transfer-table-index)
002120                     = uxf-direction of transfer-record
002130                 perform 2400-replace-transfer
002140                     thru 2400-exit
002150     else
002160         perform 2300-add-transfer thru 2300-exit.
002170 2200-exit.
002180     exit.

002190 2300-add-transfer.
002200     if transfer-table-count >= 3000
002210         move "W" to TENOLOG-SEVERITY
002220         move "transfer table overflow" to TENOLOG-TEXT
002230         call "TENOLOG" using TENOLOG-PARMS
002240     else
002250         add 1 to transfer-table-count
002260         set transfer-table-index to transfer-table-count
002270         perform 2400-replace-transfer thru 2400-exit.
002280 2300-exit.
002290     exit.

002300 2400-replace-transfer.
002310     move uxf-building of transfer-record
002320         to xt-building (transfer-table-index).
002330     move uxf-aptnum of transfer-record
002340         to xt-aptnum (transfer-table-index).
002350     move uxf-utility of transfer-record
002360         to xt-utility (transfer-table-index).
002370     move uxf-effective-date of transfer-record
002380         to xt-effective-date (transfer-table-index).
002390     move uxf-direction of transfer-record
002400         to xt-direction (transfer-table-index).
002410     move uxf-account of transfer-record
002420         to xt-account (transfer-table-index).
002430     move uxf-party of transfer-record
002440         to xt-party (transfer-table-index).
002450     move uxf-sent-date of transfer-record
002460         to xt-sent-date (transfer-table-index).
002470     move uxf-status of transfer-record
002480         to xt-status (transfer-table-index).
002490     move uxf-reason of transfer-record
002500         to xt-reason (transfer-table-index).
002510 2400-exit.
002520     exit.

002530 3000-import-confirmations.
002540     open input confirmation-file.
002550     if cnf-file-status not = "00"
002560         move "I" to TENOLOG-SEVERITY
002570         move "no utilconf.dat tonight, nothing to import"
002580             to TENOLOG-TEXT
002590         call "TENOLOG" using TENOLOG-PARMS
002600         close confirmation-file
002610         go to 3000-exit.
002620     perform 3100-read-confirmation thru 3100-exit
002630         until confirmation-at-end.
002640     close confirmation-file.
002650     if not trailer-seen
002660         move "E" to TENOLOG-SEVERITY
002670         move "no trailer record on utilconf.dat" to TENOLOG-TEXT
002680         call "TENOLOG" using TENOLOG-PARMS
002690         move 1 to return-code.
002700 3000-exit.
002710     exit.

002720 3100-read-confirmation.
002730     read confirmation-file
002740         at end
002750             move "Y" to cnf-eof-switch
002760             go to 3100-exit.
002770     evaluate cnf-rec-type
002780         when "H"
002790             continue
002800         when "D"
002810             add 1 to detail-count
002820             perform 3200-apply-result thru 3200-exit
002830         when "T"
002840             move "Y" to trailer-seen-switch
002850             if cnf-detail-count not = detail-count
002860                 move "E" to TENOLOG-SEVERITY
002870                 move spaces to TENOLOG-TEXT
002880                 string "utilconf.dat out of balance - trailer "
002890                         delimited by size
002900                     cnf-detail-count delimited by size
002910                     " details " delimited by size
002920                     detail-count delimited by size
002930                     into TENOLOG-TEXT
002940                 call "TENOLOG" using TENOLOG-PARMS
002950                 move 1 to return-code
002960             end-if
002970         when other
002980             move "W" to TENOLOG-SEVERITY
002990             move spaces to TENOLOG-TEXT
003000             string "unknown record type " delimited by size
003010                 cnf-rec-type delimited by size
003020                 " on utilconf.dat" delimited by size
003030                 into TENOLOG-TEXT
003040             call "TENOLOG" using TENOLOG-PARMS
003050     end-evaluate.
003060 3100-exit.
003070     exit.

003080*----------------------------------------------------------*
003090* A result applies only while the transfer is waiting
003100* (sent, or already flagged unconfirmed); a file read
003110* twice changes nothing the second time.
003120*----------------------------------------------------------*
003130 3200-apply-result.
003140     perform 3300-find-transfer thru 3300-exit.
003150     if not transfer-found
003160         add 1 to unmatched-count
003170         move "NO SUCH TRANSFER" to exception-text
003180         perform 3400-unmatched-line thru 3400-exit
003190         go to 3200-exit.
003200     if xt-status (transfer-table-index) not = "S"
003210         and xt-status (transfer-table-index) not = "U"
003220         go to 3200-exit.
003230     if not cnf-confirmed
003240         and not cnf-rejected
003250         add 1 to unmatched-count
003260         move "UNKNOWN RESULT CODE" to exception-text
003270         perform 3400-unmatched-line thru 3400-exit
003280         go to 3200-exit.
003290     move cnf-result to xt-status (transfer-table-index).
003300     move cnf-reason to xt-reason (transfer-table-index).
003310     perform 5000-write-status thru 5000-exit.
003320     if cnf-confirmed
003330         add 1 to confirmed-count
003340     else
003350         add 1 to rejected-count
003360         set transfer-sub to transfer-table-index
003370         move "REJECTED BY UTILITY" to exception-text
003380         perform 5100-exception-line thru 5100-exit.
003390 3200-exit.
003400     exit.

003410 3300-find-transfer.
003420     move "N" to transfer-found-switch.
003430     if transfer-table-count = zero
003440         go to 3300-exit.
003450     set transfer-table-index to 1.
003460     search transfer-table-entry
003470         at end
003480             continue
003490         when xt-building (transfer-table-index)
003500                 = cnf-building
003510             and xt-aptnum (transfer-table-index)
003520                 = cnf-aptnum
003530             and xt-utility (transfer-table-index)
003540                 = cnf-utility
003550             and xt-effective-date (transfer-table-index)
003560                 = cnf-effective-date
003570             and xt-direction (transfer-table-index)
003580                 = cnf-direction
003590             move "Y" to transfer-found-switch.
003600 3300-exit.
003610     exit.

003620 3400-unmatched-line.
003630     add 1 to exception-count.
003640     move spaces to report-line.
003650     string cnf-building delimited by size
003660         "  " delimited by size
003670         cnf-aptnum delimited by size
003680         " " delimited by size
003690         cnf-utility delimited by size
003700         " " delimited by size
003710         cnf-effective-date delimited by size
003720         " " delimited by size
003730         cnf-direction delimited by size
003740         " " delimited by size
003750         "               " delimited by size
003760         " " delimited by size
003770         exception-text delimited by size
003780         " " delimited by size
003790         cnf-reason delimited by size
003800         into report-line.
003810     write report-line.
003820 3400-exit.
003830     exit.

003840*----------------------------------------------------------*
003850* Still only sent five days on: the utility never acted on
003860* it.  Marked unconfirmed once, so it is listed once.
003870*----------------------------------------------------------*
003880 4000-check-overdue.
003890     perform 4100-check-one thru 4100-exit
003900         varying transfer-sub from 1 by 1
003910         until transfer-sub > transfer-table-count.
003920 4000-exit.
003930     exit.

003940 4100-check-one.
003950     if xt-status (transfer-sub) not = "S"
003960         go to 4100-exit.
003970     move xt-sent-date (transfer-sub) to TENDAYS-FROM.
003980     move run-date to TENDAYS-TO.
003990     call "TENDAYS" using TENDAYS-PARMS.
004000     if TENDAYS-DAYS not > confirm-days
004010         go to 4100-exit.
004020     move "U" to xt-status (transfer-sub).
004030     move "NO CONFIRMATION" to xt-reason (transfer-sub).
004040     set transfer-table-index to transfer-sub.
004050     perform 5000-write-status thru 5000-exit.
004060     add 1 to unconfirmed-count.
004070     move "NOT CONFIRMED 5 DAYS" to exception-text.
004080     perform 5100-exception-line thru 5100-exit.
004090 4100-exit.
004100     exit.

004110 5000-write-status.
004120     move xt-building (transfer-table-index)
004130         to uxf-building of transfer-record.
004140     move xt-aptnum (transfer-table-index)
004150         to uxf-aptnum of transfer-record.
004160     move xt-utility (transfer-table-index)
004170         to uxf-utility of transfer-record.
004180     move xt-effective-date (transfer-table-index)
004190         to uxf-effective-date of transfer-record.
004200     move xt-direction (transfer-table-index)
004210         to uxf-direction of transfer-record.
004220     move xt-account (transfer-table-index)
004230         to uxf-account of transfer-record.
004240     move xt-party (transfer-table-index)
004250         to uxf-party of transfer-record.
004260     move xt-sent-date (transfer-table-index)
004270         to uxf-sent-date of transfer-record.
004280     move xt-status (transfer-table-index)
004290         to uxf-status of transfer-record.
004300     move run-date to uxf-status-date of transfer-record.
004310     move xt-reason (transfer-table-index)
004320         to uxf-reason of transfer-record.
004330     write transfer-record.
004340 5000-exit.
004350     exit.

004360 5100-exception-line.
004370     add 1 to exception-count.
004380     move spaces to report-line.
004390     string xt-building (transfer-sub) delimited by size
004400         "  " delimited by size
004410         xt-aptnum (transfer-sub) delimited by size
004420         " " delimited by size
004430         xt-utility (transfer-sub) delimited by size
004440         " " delimited by size
004450         xt-effective-date (transfer-sub) delimited by size
004460         " " delimited by size
004470         xt-direction (transfer-sub) delimited by size
004480         " " delimited by size
004490         xt-account (transfer-sub) delimited by size
004500         " " delimited by size
004510         exception-text delimited by size
004520         " " delimited by size
004530         xt-reason (transfer-sub) delimited by size
004540         into report-line.
004550     write report-line.
004560 5100-exit.
004570     exit.

004580 9000-finish.
004590     if exception-count = zero
004600         move "NO SERVICE-TRANSFER EXCEPTIONS" to report-line
004610         write report-line.
004620     move spaces to report-line.
004630     write report-line.
004640     move spaces to report-line.
004650     string "CONFIRMED: " delimited by size
004660         confirmed-count delimited by size
004670         "  REJECTED: " delimited by size
004680         rejected-count delimited by size
004690         "  UNCONFIRMED: " delimited by size
004700         unconfirmed-count delimited by size
004710         "  UNMATCHED: " delimited by size
004720         unmatched-count delimited by size
004730         into report-line.
004740     write report-line.
004750     close exception-report.
004760     move "TENUTLI" to TENRCAT-PROGRAM.
004770     move exception-filename to TENRCAT-FILENAME.
004780     move 1 to TENRCAT-PAGES.
004790     move exception-count to TENRCAT-LINES.
004800     call "TENRCAT" using TENRCAT-PARMS.
004810     move "I" to TENOLOG-SEVERITY
004820     move spaces to TENOLOG-TEXT
004830     string confirmed-count delimited by size
004840         " confirmed, " delimited by size
004850         rejected-count delimited by size
004860         " rejected, " delimited by size
004870         unconfirmed-count delimited by size
004880         " unconfirmed after five days" delimited by size
004890         into TENOLOG-TEXT
004900     call "TENOLOG" using TENOLOG-PARMS.
004910 9000-exit.
004920     exit.

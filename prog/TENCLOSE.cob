000220* with record and dollar totals is printed through TENFMT.
000230* On any other day of the month the job reports that there is
000240* nothing to close and ends with a zero return code, so it is
000250* safe to leave in the nightly chain.  A completed close
000260* advances the glperiod.ctl posting-period control to the
000270* month just closed, so nothing more can be posted into it.
000280*----------------------------------------------------------*
000290* MODIFICATION HISTORY
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-15 JHM   A completed close advances the
000320*                    glperiod.ctl posting-period control to
000330*                    the month closed (the policy on the
000340*                    record is kept), and the control report
000350*                    says so; the posting programs then
000360*                    refuse or adjust anything dated in it.
000370*   2026-10-15 JHM   "B" rent abatement credits from TENABAT
000380*                    count toward the balance.
000390*   2026-10-15 JHM   "T" lease-break charges from TENLBRK
000400*                    count toward the balance.
000410*   2026-10-15 JHM   When tonight's unitsum.dbf is on file
000420*                    (the TENUSUM step runs just ahead of the
000430*                    close), the kpistat.dat money collected
000440*                    and fee income come from the units'
000450*                    summary records instead of rescans of
000460*                    payledgr.dat and tenbal.dat, and each
000470*                    closed unit's summary record is brought
000480*                    up to date with its new carry-forward, so
000490*                    the reports after the close see the
000500*                    closed balances.  Without a summary built
000510*                    tonight the scans run as before.
000520*   2026-10-15 JHM   Messages now go through TENOLOG to the
000530*                    dated operations log, each with its
000540*                    severity (and the unit where there is
000550*                    one); aborts raise a menu alert.
000560*   2026-10-15 JHM   The closing balance now takes off the
000570*                    closed month's concess.dat special
000580*                    (TENCNCL lookup), so a free or reduced
000590*                    month is not carried forward as owed.
000600*   2026-09-03 JHM   The close now appends one kpistat.dat
000610*                    key-figure record per building for the
000620*                    month being closed: rent billed, money
000630*                    collected off payledgr.dat (reversals
000640*                    netted), fee income posted (waivers
000650*                    netted) and the delinquent-unit count,
000660*                    feeding the TENKPIR collection-rate
000670*                    trend.
000680*   2026-09-03 JHM   Zeroes the new BAL-REFERENCE field
000690*                    on the carry-forward records written
000700*                    (only "R" repair chargebacks carry a
000710*                    ticket number there).
000720*   2026-09-03 JHM   The open-posting sweep now also picks
000730*                    up "W" fee-waiver entries from
000740*                    TENWAIV, so a waived fee nets out of
000750*                    the carry-forward instead of riding
000760*                    into the next month's balance.
000770*   2026-08-22 JHM   The control report prints the
000780*                    closing balance and the carried
000790*                    total through CR-capable edited
000800*                    pictures (the TENSTMT precedent) --
000810*                    an overpaying tenant's credit
000820*                    carry-forward printed through
000830*                    TENFMT as if it were a debt.
000840*   2026-08-22 JHM   The closing balance now compounds the
000850*                    unit's prior carry-forward and every
000860*                    fee, utility and adjustment posting
000870*                    made since it, so debt older than one
000880*                    month and unpaid fees no longer vanish
000890*                    from the next statement.  The open
000900*                    items are loaded from tenbal.dat in two
000910*                    passes before anything is rewritten; a
000920*                    table overflow is fail-stop.  Also
000930*                    writes the TENRUNC completion record it
000940*                    was missing (so the double-run guard
000950*                    can actually fire) and tenbal.dat is
000960*                    OPTIONAL so the first close creates it.
000970*   2026-08-22 JHM   The report now goes to a dated file
000980*                    name (closerun.YYYYMMDD) and each run
000990*                    is cataloged through TENRCAT, so the
001000*                    TENRPRT utility can reprint any
001010*                    prior night's copy.
001020*   2026-08-22 JHM   Stamps the signed-on operator id from
001030*                    TENWHO on every audit and history
001040*                    record written, so the trail says who
001050*                    was at the keyboard (spaces on an
001060*                    unattended batch run).
001070*   2026-08-22 JHM   Original program.
001080*   2026-08-22 JHM   Guarded by the TENRUNC run-control
001090*                    check, so the paid buckets cannot be
001100*                    closed twice on the same business date
001110*                    without an explicit runover.ctl
001120*                    override.
001130*----------------------------------------------------------*
001140 identification division.
001150 program-id. tenclose.
001160 author. J. H. Masters.
001170 installation. Property Management Systems.
001180 date-written. 2026-08-22.
001190 date-compiled. 2026-08-22.

001200 environment division.
001210 configuration section.
001220 source-computer. Intel486.
001230 object-computer. Intel486.

001240 input-output section.
001250 file-control.
001260     select sample-idx-file assign to disk
001270         organization is indexed
001280         record key is unit-key of sample-idx-record
001290         access mode is dynamic
001300         file status is idx-file-status.

001310     select optional balance-file assign to disk
001320         organization is line sequential
001330         file status is bal-file-status.

001340     select close-report assign to disk
001350         organization is line sequential.

001360     select audit-log-file assign to disk
001370         organization is line sequential.

001380     select optional payment-ledger-file assign to disk
001390         organization is line sequential
001400         file status is pay-file-status.

001410     select optional kpi-file assign to disk
001420         organization is line sequential.

001430     select optional period-control-file assign to disk
001440         organization is line sequential
001450         file status is per-file-status.

001460     select summary-file assign to disk
001470         organization is indexed
001480         record key is usm-key of summary-record
001490         access mode is dynamic
001500         file status is usm-file-status.

001510 data division.
001520 file section.
001530 fd  sample-idx-file
001540     label records are standard
001550     value of file-id is "indexed.dbf".
001560     copy TENREC
001570         replacing ==:REC-NAME:== by ==sample-idx-record==
001580             ==address== by ==street-addr==.

001590 fd  balance-file
001600     label records are standard
001610     value of file-id is "tenbal.dat".
001620     copy TENBAL
001630         replacing ==:REC-NAME:==
001640             by ==balance-record==.

001650 fd  close-report
001660     label records are standard
001670     value of file-id is closerun-filename.
001680 01  report-line             picture is X(80).

001690 fd  audit-log-file
001700     label records are standard
001710     value of file-id is "tenaudit.dat".
001720     copy TENAUDIT
001730         replacing ==:REC-NAME:==
001740             by ==audit-record==.

001750 fd  payment-ledger-file
001760     label records are standard
001770     value of file-id is "payledgr.dat".
001780     copy TENPAY
001790         replacing ==:REC-NAME:==
001800             by ==payment-record==.

001810 fd  kpi-file
001820     label records are standard
001830     value of file-id is "kpistat.dat".
001840     copy TENKPI
001850         replacing ==:REC-NAME:==
001860             by ==kpi-record==.

001870 fd  period-control-file
001880     label records are standard
001890     value of file-id is "glperiod.ctl".
001900     copy TENPER
001910         replacing ==:REC-NAME:==
001920             by ==period-control-record==.

001930 fd  summary-file
001940     label records are standard
001950     value of file-id is "unitsum.dbf".
001960     copy TENUSM
001970         replacing ==:REC-NAME:==
001980             by ==summary-record==.

001990 working-storage section.
002000 01  closerun-filename      picture is X(30).
002010     copy TENRCAT.
002020     copy TENOLOG.
002030 01  before-image            picture is X(133).
002040     copy TENWHO.
002050 01  idx-file-status         picture is X(02).
002060 01  pay-file-status         picture is X(02).
002070 01  pay-eof-switch          picture is X(01) value "N".
002080     88  payment-file-at-end         value "Y".
002090 01  prior-month             picture is 9(06).
002100 01  prior-month-parts redefines prior-month.
002110     05  pm-yyyy             picture is 9(04).
002120     05  pm-mm               picture is 9(02).
002130 01  kpi-date-work           picture is 9(08).
002140 01  kpi-date-parts redefines kpi-date-work.
002150     05  kd-yyyymm           picture is 9(06).
002160     05  kd-dd               picture is 9(02).
002170 01  kpi-building-sub        picture is 9(03).
002180 01  usm-file-status         picture is X(02).
002190 01  summary-switch          picture is X(01) value "N".
002200     88  summary-current             value "Y".
002210 01  per-file-status         picture is X(02).
002220 01  period-policy           picture is X(01).

002230*----------------------------------------------------------*
002240* The closed month's key figures per building, appended to
002250* kpistat.dat at the end of the run.
002260*----------------------------------------------------------*
002270 01  kpi-area.
002280     05  kpi-by-building occurs 99 times.
002290         10  kb-billed       picture is 9(09)V99.
002300         10  kb-collected    picture is S9(09)V99.
002310         10  kb-fees         picture is S9(07)V99.
002320         10  kb-delinquent   picture is 9(03).

002330 01  run-date                picture is 9(08).
002340 01  run-date-breakdown redefines run-date.
002350     05  run-date-yyyymm     picture is 9(06).
002360     05  run-date-day        picture is 9(02).
002370 01  audit-clock-time        picture is 9(08).
002380 01  closed-count            picture is 9(05) value zero.
002390 01  edited-balance          picture is $9,999,999.99CR.
002400 01  closing-balance         picture is S9(06)V99.
002410 01  bal-file-status         picture is X(02).
002420 01  bal-eof-switch          picture is X(01).
002430     88  balance-file-at-end         value "Y".
002440 01  open-items-overflow-sw  picture is X(01) value "N".
002450     88  open-items-overflow         value "Y".
002460 01  prior-carry-fwd         picture is S9(05)V99.
002470 01  open-postings           picture is S9(06)V99.

002480*----------------------------------------------------------*
002490* Open items from tenbal.dat, loaded before the close in
002500* two passes: the latest carry-forward per unit, then the
002510* fee/utility/adjustment postings dated after it (all of
002520* them when a unit has no carry-forward yet).  Both are
002530* compounded into the new carry-forward record.
002540*----------------------------------------------------------*
002550 01  carry-fwd-table-area.
002560     05  carry-fwd-count     picture is 9(04) value zero.
002570     05  carry-fwd-entry occurs 1 to 500 times
002580             depending on carry-fwd-count
002590             indexed by carry-fwd-index.
002600         10  cf-building     picture is 9(02).
002610         10  cf-aptnum       picture is 9(04).
002620         10  cf-date         picture is 9(08).
002630         10  cf-amount       picture is S9(05)V99.

002640 01  open-post-table-area.
002650     05  open-post-count     picture is 9(04) value zero.
002660     05  open-post-entry occurs 1 to 500 times
002670             depending on open-post-count
002680             indexed by open-post-index.
002690         10  op-building     picture is 9(02).
002700         10  op-aptnum       picture is 9(04).
002710         10  op-amount       picture is S9(06)V99.
002720 01  total-carried           picture is S9(07)V99 value zero.
002730     copy TENFMT.
002740     copy TENRUNC.
002750     copy TENCNCL.

002760 procedure division.
002770 0000-mainline.
002780     move "TENCLOSE" to TENOLOG-PROGRAM.
002790     perform 1000-initialize thru 1000-exit.
002800     perform 2000-read-units thru 2000-exit
002810         until idx-file-status = "10".
002820     if summary-current
002830         perform 7300-kpi-from-summary thru 7300-exit
002840     else
002850         perform 7000-kpi-collections thru 7000-exit
002860         perform 7100-kpi-fees thru 7100-exit.
002870     perform 7200-write-kpi thru 7200-exit.
002880     perform 9000-finish thru 9000-exit.
002890     goback.

002900 1000-initialize.
002910     move "I" to TENOLOG-SEVERITY
002920     move "month-end billing close" to TENOLOG-TEXT
002930     call "TENOLOG" using TENOLOG-PARMS.
002940     accept run-date from date yyyymmdd.
002950     call "TENWHO" using TENWHO-PARMS.
002960     if run-date-day not = 01
002970         move "I" to TENOLOG-SEVERITY
002980         move spaces to TENOLOG-TEXT
002990         string "not the first of the month, " delimited by size
003000             "nothing to close" delimited by size
003010             into TENOLOG-TEXT
003020         call "TENOLOG" using TENOLOG-PARMS
003030         goback.
003040     move run-date-yyyymm to prior-month.
003050     if pm-mm = 1
003060         subtract 1 from pm-yyyy
003070         move 12 to pm-mm
003080     else
003090         subtract 1 from pm-mm.
003100     perform 1600-clear-kpi thru 1600-exit
003110         varying kpi-building-sub from 1 by 1
003120         until kpi-building-sub > 99.
003130     move "TENCLOSE" to TENRUNC-PROGRAM.
003140     move "S" to TENRUNC-FUNCTION.
003150     move zero to TENRUNC-COUNT.
003160     call "TENRUNC" using TENRUNC-PARMS.
003170     if TENRUNC-ALREADY-RAN
003180         move "A" to TENOLOG-SEVERITY
003190         move spaces to TENOLOG-TEXT
003200         string "already completed for this " delimited by size
003210             "business date - put TENCLOSE on runover.ctl "
003220                 delimited by size
003230             "to force a rerun" delimited by size
003240             into TENOLOG-TEXT
003250         call "TENOLOG" using TENOLOG-PARMS
003260         move 1 to return-code
003270         goback.
003280     open i-o sample-idx-file.
003290     if idx-file-status not = "00"
003300         move "A" to TENOLOG-SEVERITY
003310         move spaces to TENOLOG-TEXT
003320         string "cannot open indexed.dbf, status "
003330                 delimited by size
003340             idx-file-status delimited by size
003350             into TENOLOG-TEXT
003360         call "TENOLOG" using TENOLOG-PARMS
003370         move 1 to return-code
003380         goback.
003390     perform 1500-load-open-items thru 1500-exit.
003400     if open-items-overflow
003410         move "A" to TENOLOG-SEVERITY
003420         move spaces to TENOLOG-TEXT
003430         string "tenbal.dat open items exceed " delimited by size
003440             "the table - nothing closed" delimited by size
003450             into TENOLOG-TEXT
003460         call "TENOLOG" using TENOLOG-PARMS
003470         move 1 to return-code
003480         goback.
003490     perform 1700-open-summary thru 1700-exit.
003500     open extend balance-file.
003510     open extend audit-log-file.
003520     move spaces to closerun-filename.
003530     string "closerun." delimited by size
003540         run-date delimited by size
003550         into closerun-filename.
003560     open output close-report.
003570     move "MONTH-END CLOSE CONTROL REPORT" to report-line.
003580     write report-line.
003590     move spaces to report-line.
003600     string "CLOSE DATE: " delimited by size
003610         run-date delimited by size
003620         into report-line.
003630     write report-line.
003640     move spaces to report-line.
003650     string "BLDG APT   NAME                      BALANCE"
003660         delimited by size
003670         into report-line.
003680     write report-line.
003690     move low-values to unit-key of sample-idx-record.
003700     start sample-idx-file key is not less than
003710             unit-key of sample-idx-record
003720         invalid key
003730             move "W" to TENOLOG-SEVERITY
003740             move "indexed.dbf is empty" to TENOLOG-TEXT
003750             call "TENOLOG" using TENOLOG-PARMS
003760             move "10" to idx-file-status.
003770 1000-exit.
003780     exit.

003790 2000-read-units.
003800     read sample-idx-file next record
003810         at end
003820             continue
003830         not at end
003840             if occ-occupied of sample-idx-record
003850                 perform 2100-close-unit thru 2100-exit.
003860 2000-exit.
003870     exit.

003880 2100-close-unit.
003890     perform 2150-find-open-items thru 2150-exit.
003900     move building-id of sample-idx-record
003910         to TENCNCL-BUILDING.
003920     move aptnum of sample-idx-record to TENCNCL-APTNUM.
003930     move prior-month to TENCNCL-MONTH.
003940     move rent-amount of sample-idx-record to TENCNCL-RENT.
003950     call "TENCNCL" using TENCNCL-PARMS.
003960     compute closing-balance =
003970         rent-amount of sample-idx-record
003980             - TENCNCL-CREDIT
003990             - amount-paid of sample-idx-record
004000             + prior-carry-fwd + open-postings.
004010     if building-id of sample-idx-record not = zero
004020         add rent-amount of sample-idx-record
004030             to kb-billed
004040                 (building-id of sample-idx-record)
004050         if closing-balance > zero
004060             add 1 to kb-delinquent
004070                 (building-id of sample-idx-record)
004080         end-if
004090     end-if.
004100     perform 2200-write-balance thru 2200-exit.
004110     move sample-idx-record to before-image.
004120     move zero to amount-paid of sample-idx-record.
004130     rewrite sample-idx-record
004140         invalid key
004150             move "E" to TENOLOG-SEVERITY
004160             move building-id of sample-idx-record
004170                 to TENOLOG-BUILDING
004180             move aptnum of sample-idx-record to TENOLOG-APTNUM
004190             move spaces to TENOLOG-TEXT
004200             string "rewrite failed, status " delimited by size
004210                 idx-file-status delimited by size
004220                 into TENOLOG-TEXT
004230             call "TENOLOG" using TENOLOG-PARMS
004240         not invalid key
004250             add 1 to closed-count
004260             add closing-balance to total-carried
004270             perform 2300-print-unit thru 2300-exit
004280             perform 2400-record-audit thru 2400-exit
004290             perform 2500-update-summary thru 2500-exit.
004300 2100-exit.
004310     exit.

004320 1500-load-open-items.
004330     move "N" to bal-eof-switch.
004340     open input balance-file.
004350     if bal-file-status not = "00"
004360         close balance-file
004370         go to 1500-exit.
004380     perform 1510-read-carry thru 1510-exit
004390         until balance-file-at-end.
004400     close balance-file.
004410     move "N" to bal-eof-switch.
004420     open input balance-file.
004430     if bal-file-status not = "00"
004440         close balance-file
004450         go to 1500-exit.
004460     perform 1540-read-posting thru 1540-exit
004470         until balance-file-at-end.
004480     close balance-file.
004490 1500-exit.
004500     exit.
004510
004520 1510-read-carry.
004530     read balance-file
004540         at end
004550             move "Y" to bal-eof-switch
004560         not at end
004570             if bal-carry-forward of balance-record
004580                 perform 1520-stow-carry thru 1520-exit.
004590 1510-exit.
004600     exit.
004610
004620 1520-stow-carry.
004630     set carry-fwd-index to 1.
004640     if carry-fwd-count > zero
004650         search carry-fwd-entry
004660             at end
004670                 perform 1530-add-carry thru 1530-exit
004680             when cf-building (carry-fwd-index)
004690                     = bal-building of balance-record
004700                 and cf-aptnum (carry-fwd-index)
004710                     = bal-aptnum of balance-record
004720                 if bal-date of balance-record
004730                     > cf-date (carry-fwd-index)
004740                     move bal-date of balance-record
004750                         to cf-date (carry-fwd-index)
004760                     move bal-amount of balance-record
004770                         to cf-amount (carry-fwd-index)
004780                 end-if
004790     else
004800         perform 1530-add-carry thru 1530-exit.
004810 1520-exit.
004820     exit.
004830
004840 1530-add-carry.
004850     if carry-fwd-count >= 500
004860         move "Y" to open-items-overflow-sw
004870     else
004880         add 1 to carry-fwd-count
004890         move bal-building of balance-record
004900             to cf-building (carry-fwd-count)
004910         move bal-aptnum of balance-record
004920             to cf-aptnum (carry-fwd-count)
004930         move bal-date of balance-record
004940             to cf-date (carry-fwd-count)
004950         move bal-amount of balance-record
004960             to cf-amount (carry-fwd-count).
004970 1530-exit.
004980     exit.
004990
005000 1540-read-posting.
005010     read balance-file
005020         at end
005030             move "Y" to bal-eof-switch
005040         not at end
005050             if bal-nsf-fee of balance-record
005060                 or bal-utility of balance-record
005070                 or bal-adjustment of balance-record
005080                 or bal-waiver of balance-record
005090                 or bal-repair-charge of balance-record
005100                 or bal-lease-break of balance-record
005110                 or bal-abatement of balance-record
005120                 perform 1550-stow-posting thru 1550-exit.
005130 1540-exit.
005140     exit.
005150
005160*----------------------------------------------------------*
005170* A posting dated after the unit's latest carry-forward is
005180* still open; one dated on or before it was compounded by
005190* the close that wrote that carry-forward.
005200*----------------------------------------------------------*
005210 1550-stow-posting.
005220     set carry-fwd-index to 1.
005230     if carry-fwd-count > zero
005240         search carry-fwd-entry
005250             at end
005260                 continue
005270             when cf-building (carry-fwd-index)
005280                     = bal-building of balance-record
005290                 and cf-aptnum (carry-fwd-index)
005300                     = bal-aptnum of balance-record
005310                 if bal-date of balance-record
005320                     <= cf-date (carry-fwd-index)
005330                     go to 1550-exit
005340                 end-if
005350     end-search.
005360     set open-post-index to 1.
005370     if open-post-count > zero
005380         search open-post-entry
005390             at end
005400                 perform 1560-add-posting thru 1560-exit
005410             when op-building (open-post-index)
005420                     = bal-building of balance-record
005430                 and op-aptnum (open-post-index)
005440                     = bal-aptnum of balance-record
005450                 add bal-amount of balance-record
005460                     to op-amount (open-post-index)
005470     else
005480         perform 1560-add-posting thru 1560-exit.
005490 1550-exit.
005500     exit.
005510
005520 1560-add-posting.
005530     if open-post-count >= 500
005540         move "Y" to open-items-overflow-sw
005550     else
005560         add 1 to open-post-count
005570         move bal-building of balance-record
005580             to op-building (open-post-count)
005590         move bal-aptnum of balance-record
005600             to op-aptnum (open-post-count)
005610         move bal-amount of balance-record
005620             to op-amount (open-post-count).
005630 1560-exit.
005640     exit.
005650
005660 2150-find-open-items.
005670     move zero to prior-carry-fwd.
005680     move zero to open-postings.
005690     if carry-fwd-count > zero
005700         set carry-fwd-index to 1
005710         search carry-fwd-entry
005720             at end
005730                 continue
005740             when cf-building (carry-fwd-index)
005750                     = building-id of sample-idx-record
005760                 and cf-aptnum (carry-fwd-index)
005770                     = aptnum of sample-idx-record
005780                 move cf-amount (carry-fwd-index)
005790                     to prior-carry-fwd
005800     end-search.
005810     if open-post-count > zero
005820         set open-post-index to 1
005830         search open-post-entry
005840             at end
005850                 continue
005860             when op-building (open-post-index)
005870                     = building-id of sample-idx-record
005880                 and op-aptnum (open-post-index)
005890                     = aptnum of sample-idx-record
005900                 move op-amount (open-post-index)
005910                     to open-postings
005920     end-search.
005930 2150-exit.
005940     exit.
005950
005960 2200-write-balance.
005970     move building-id of sample-idx-record
005980         to bal-building of balance-record.
005990     move aptnum of sample-idx-record
006000         to bal-aptnum of balance-record.
006010     move run-date to bal-date of balance-record.
006020     move closing-balance to bal-amount of balance-record.
006030     move "C" to bal-type of balance-record.
006040     move zero to bal-reference of balance-record.
006050     write balance-record.
006060 2200-exit.
006070     exit.

006080 2300-print-unit.
006090     move closing-balance to edited-balance.
006100     move spaces to report-line.
006110     string building-id of sample-idx-record delimited by size
006120         "-" delimited by size
006130         aptnum of sample-idx-record delimited by size
006140         "  " delimited by size
006150         name of sample-idx-record delimited by size
006160         " " delimited by size
006170         edited-balance delimited by size
006180         into report-line.
006190     write report-line.
006200 2300-exit.
006210     exit.

006220 2400-record-audit.
006230     accept audit-clock-time from time.
006240     move "TENCLOSE" to audit-program of audit-record.
006250     move run-date to audit-date of audit-record.
006260     move audit-clock-time to audit-time of audit-record.
006270     move building-id of sample-idx-record
006280         to audit-building of audit-record.
006290     move aptnum of sample-idx-record
006300         to audit-aptnum of audit-record.
006310     move "R" to audit-action of audit-record.
006320     move name of sample-idx-record
006330         to audit-before-name of audit-record.
006340     move name of sample-idx-record
006350         to audit-after-name of audit-record.
006360     move occ-status of sample-idx-record
006370         to audit-before-status of audit-record.
006380     move occ-status of sample-idx-record
006390         to audit-after-status of audit-record.
006400     move TENWHO-OPERATOR
006410         to audit-operator of audit-record.
006420     move before-image
006430         to audit-before-image of audit-record
006440     write audit-record.
006450 2400-exit.
006460     exit.

006470*----------------------------------------------------------*
006480* The closed unit's summary record takes the new carry-
006490* forward: paid reset, open postings swept, balance now the
006500* new month's rent less its concession plus the carry.
006510*----------------------------------------------------------*
006520 2500-update-summary.
006530     if not summary-current
006540         go to 2500-exit.
006550     move building-id of sample-idx-record
006560         to usm-building of summary-record.
006570     move aptnum of sample-idx-record
006580         to usm-aptnum of summary-record.
006590     read summary-file
006600         invalid key
006610             go to 2500-exit.
006620     move building-id of sample-idx-record
006630         to TENCNCL-BUILDING.
006640     move aptnum of sample-idx-record to TENCNCL-APTNUM.
006650     move run-date-yyyymm to TENCNCL-MONTH.
006660     move rent-amount of sample-idx-record to TENCNCL-RENT.
006670     call "TENCNCL" using TENCNCL-PARMS.
006680     move TENCNCL-CREDIT to usm-concession of summary-record.
006690     move zero to usm-amount-paid of summary-record.
006700     move run-date to usm-carry-date of summary-record.
006710     move closing-balance to usm-carry-fwd of summary-record.
006720     move zero to usm-open-postings of summary-record.
006730     compute usm-balance of summary-record =
006740         usm-rent-amount of summary-record
006750             - usm-concession of summary-record
006760             + usm-carry-fwd of summary-record.
006770     rewrite summary-record
006780         invalid key
006790             move "W" to TENOLOG-SEVERITY
006800             move building-id of sample-idx-record
006810                 to TENOLOG-BUILDING
006820             move aptnum of sample-idx-record to TENOLOG-APTNUM
006830             move spaces to TENOLOG-TEXT
006840             string "unitsum.dbf rewrite failed, status "
006850                     delimited by size
006860                 usm-file-status delimited by size
006870                 into TENOLOG-TEXT
006880             call "TENOLOG" using TENOLOG-PARMS.
006890 2500-exit.
006900     exit.

006910 1600-clear-kpi.
006920     move zero to kb-billed (kpi-building-sub).
006930     move zero to kb-collected (kpi-building-sub).
006940     move zero to kb-fees (kpi-building-sub).
006950     move zero to kb-delinquent (kpi-building-sub).
006960 1600-exit.
006970     exit.

006980*----------------------------------------------------------*
006990* Tonight's unit summary, when the TENUSUM step built one
007000* today; a summary from an earlier night is left alone and
007010* the KPI figures come from the files.
007020*----------------------------------------------------------*
007030 1700-open-summary.
007040     open i-o summary-file.
007050     if usm-file-status not = "00"
007060         close summary-file
007070         perform 1710-warn-summary thru 1710-exit
007080         go to 1700-exit.
007090     move low-values to usm-key of summary-record.
007100     start summary-file key is not less than
007110             usm-key of summary-record
007120         invalid key
007130             move "10" to usm-file-status.
007140     if usm-file-status = "00"
007150         read summary-file next record
007160             at end
007170                 move "10" to usm-file-status.
007180     if usm-file-status = "00"
007190         and usm-as-of-date of summary-record = run-date
007200         move "Y" to summary-switch
007210         go to 1700-exit.
007220     close summary-file.
007230     perform 1710-warn-summary thru 1710-exit.
007240 1700-exit.
007250     exit.

007260 1710-warn-summary.
007270     move "W" to TENOLOG-SEVERITY.
007280     move spaces to TENOLOG-TEXT.
007290     string "unitsum.dbf not built tonight, KPI "
007300             delimited by size
007310         "figures taken from the files" delimited by size
007320         into TENOLOG-TEXT.
007330     call "TENOLOG" using TENOLOG-PARMS.
007340 1710-exit.
007350     exit.

007360*----------------------------------------------------------*
007370* The closed month's money off payledgr.dat, reversals
007380* netting themselves out, per building.
007390*----------------------------------------------------------*
007400 7000-kpi-collections.
007410     open input payment-ledger-file.
007420     if pay-file-status not = "00"
007430         close payment-ledger-file
007440         move "Y" to pay-eof-switch
007450         go to 7000-exit.
007460     perform 7010-read-payment thru 7010-exit
007470         until payment-file-at-end.
007480     close payment-ledger-file.
007490 7000-exit.
007500     exit.

007510 7010-read-payment.
007520     read payment-ledger-file
007530         at end
007540             move "Y" to pay-eof-switch
007550         not at end
007560             move pay-date of payment-record
007570                 to kpi-date-work
007580             if kd-yyyymm = prior-month
007590                 and pay-building of payment-record
007600                     not = zero
007610                 add pay-amount of payment-record
007620                     to kb-collected
007630                         (pay-building
007640                             of payment-record).
007650 7010-exit.
007660     exit.

007670*----------------------------------------------------------*
007680* The closed month's fee income off tenbal.dat: "F" fees
007690* with "W" waivers netting against them, per building.
007700*----------------------------------------------------------*
007710 7100-kpi-fees.
007720*    the close holds tenbal.dat open extend; flip it to
007730*    input for this pass and back so the final CLOSE in
007740*    9000-finish still finds it open
007750     close balance-file.
007760     move "N" to bal-eof-switch.
007770     open input balance-file.
007780     if bal-file-status not = "00"
007790         close balance-file
007800         move "Y" to bal-eof-switch
007810         open extend balance-file
007820         go to 7100-exit.
007830     perform 7110-read-fee thru 7110-exit
007840         until balance-file-at-end.
007850     close balance-file.
007860     open extend balance-file.
007870 7100-exit.
007880     exit.

007890 7110-read-fee.
007900     read balance-file
007910         at end
007920             move "Y" to bal-eof-switch
007930         not at end
007940             if bal-nsf-fee of balance-record
007950                 or bal-waiver of balance-record
007960                 move bal-date of balance-record
007970                     to kpi-date-work
007980                 if kd-yyyymm = prior-month
007990                     and bal-building of balance-record
008000                         not = zero
008010                     add bal-amount of balance-record
008020                         to kb-fees
008030                             (bal-building
008040                                 of balance-record).
008050 7110-exit.
008060     exit.

008070*----------------------------------------------------------*
008080* The closed month's money collected and fee income, per
008090* building, off the units' summary records.
008100*----------------------------------------------------------*
008110 7300-kpi-from-summary.
008120     move low-values to usm-key of summary-record.
008130     start summary-file key is not less than
008140             usm-key of summary-record
008150         invalid key
008160             move "10" to usm-file-status.
008170     perform 7310-read-summary thru 7310-exit
008180         until usm-file-status = "10".
008190 7300-exit.
008200     exit.

008210 7310-read-summary.
008220     read summary-file next record
008230         at end
008240             continue
008250         not at end
008260             if usm-building of summary-record not = zero
008270                 add usm-prior-collected of summary-record
008280                     to kb-collected
008290                         (usm-building of summary-record)
008300                 add usm-prior-fees of summary-record
008310                     to kb-fees
008320                         (usm-building of summary-record).
008330 7310-exit.
008340     exit.

008350 7200-write-kpi.
008360     open extend kpi-file.
008370     perform 7210-write-one thru 7210-exit
008380         varying kpi-building-sub from 1 by 1
008390         until kpi-building-sub > 99.
008400     close kpi-file.
008410 7200-exit.
008420     exit.

008430 7210-write-one.
008440     if kb-billed (kpi-building-sub) = zero
008450         and kb-collected (kpi-building-sub) = zero
008460         go to 7210-exit.
008470     move kpi-building-sub
008480         to kpi-building of kpi-record.
008490     move prior-month to kpi-month of kpi-record.
008500     move kb-billed (kpi-building-sub)
008510         to kpi-rent-billed of kpi-record.
008520     move kb-collected (kpi-building-sub)
008530         to kpi-collected of kpi-record.
008540     move kb-fees (kpi-building-sub)
008550         to kpi-fee-income of kpi-record.
008560     move kb-delinquent (kpi-building-sub)
008570         to kpi-delinquent of kpi-record.
008580     write kpi-record.
008590 7210-exit.
008600     exit.

008610*----------------------------------------------------------*
008620* The month just closed is closed to posting; the refuse
008630* or adjust policy on the control record stands.
008640*----------------------------------------------------------*
008650 8000-advance-period.
008660     move "A" to period-policy.
008670     open input period-control-file.
008680     if per-file-status = "00"
008690         read period-control-file
008700             at end
008710                 continue
008720             not at end
008730                 move per-policy of period-control-record
008740                     to period-policy
008750         end-read
008760     end-if.
008770     close period-control-file.
008780     open output period-control-file.
008790     move spaces to period-control-record.
008800     move prior-month
008810         to per-closed-through of period-control-record.
008820     move prior-month to per-last-closed of period-control-record.
008830     move period-policy to per-policy of period-control-record.
008840     move run-date to per-changed-date of period-control-record.
008850     move TENWHO-OPERATOR
008860         to per-changed-by of period-control-record.
008870     move "TENCLOSE"
008880         to per-changed-program of period-control-record.
008890     write period-control-record.
008900     close period-control-file.
008910     move "I" to TENOLOG-SEVERITY
008920     move spaces to TENOLOG-TEXT
008930     string "posting closed through " delimited by size
008940         prior-month delimited by size
008950         into TENOLOG-TEXT
008960     call "TENOLOG" using TENOLOG-PARMS.
008970 8000-exit.
008980     exit.

008990 9000-finish.
009000     move spaces to report-line.
009010     write report-line.
009020     move "C" to TENFMT-FORMAT-CODE.
009030     move closed-count to TENFMT-RAW-AMOUNT.
009040     call "TENFMT" using TENFMT-PARMS.
009050     move spaces to report-line.
009060     string "UNITS CLOSED: " delimited by size
009070         TENFMT-EDITED-OUT delimited by size
009080         into report-line.
009090     write report-line.
009100     move total-carried to edited-balance.
009110     move spaces to report-line.
009120     string "BALANCE CARRIED FORWARD: " delimited by size
009130         edited-balance delimited by size
009140         into report-line.
009150     write report-line.
009160     perform 8000-advance-period thru 8000-exit.
009170     move spaces to report-line.
009180     string "POSTING NOW CLOSED THROUGH: " delimited by size
009190         prior-month delimited by size
009200         into report-line.
009210     write report-line.
009220     close sample-idx-file balance-file close-report.
009230     move "E" to TENRUNC-FUNCTION.
009240     move closed-count to TENRUNC-COUNT.
009250     call "TENRUNC" using TENRUNC-PARMS.
009260     move "TENCLOSE" to TENRCAT-PROGRAM.
009270     move closerun-filename to TENRCAT-FILENAME.
009280     move 1 to TENRCAT-PAGES.
009290     move closed-count to TENRCAT-LINES.
009300     call "TENRCAT" using TENRCAT-PARMS.
009310     close audit-log-file.
009320     if summary-current
009330         close summary-file.
009340     move "I" to TENOLOG-SEVERITY
009350     move spaces to TENOLOG-TEXT
009360     string closed-count delimited by size
009370         " unit(s) closed" delimited by size
009380         into TENOLOG-TEXT
009390     call "TENOLOG" using TENOLOG-PARMS.
009400 9000-exit.
009410     exit.

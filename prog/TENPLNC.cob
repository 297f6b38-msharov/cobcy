000210*----------------------------------------------------------*
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15 JHM   Messages now go through TENOLOG to the
000250*                    dated operations log, each with its
000260*                    severity (and the unit where there is
000270*                    one); aborts raise a menu alert.
000280*   2026-10-15 JHM   A unit with its own due-date terms on
000290*                    duedate.dat gets its grace days on each
000300*                    installment too: the installment is
000310*                    only counted once today reaches the
000320*                    late date the TENDUEL lookup gives from
000330*                    the installment date, holidays on
000340*                    batcal.ctl not counted.  Other units
000350*                    count an installment the day after it
000360*                    falls, as before.
000370*   2026-10-15 JHM   The check now walks the keyed
000380*                    payplanx.dbf that TENSCNV rebuilds, one
000390*                    current plan per unit in unit order,
000400*                    instead of a 200-entry table scanned in
000410*                    from payplan.dat; the scan stays as the
000420*                    fallback when payplanx.dbf is not on
000430*                    file.  The plan being checked is held in
000440*                    CURRENT-PLAN, filled from either source.
000450*   2026-09-03 JHM   Original program.
000460*----------------------------------------------------------*
000470 identification division.
000480 program-id. tenplnc.
000490 author. J. H. Masters.
000500 installation. Property Management Systems.
000510 date-written. 2026-09-03.
000520 date-compiled. 2026-09-03.

000530 environment division.
000540 configuration section.
000550 source-computer. Intel486.
000560 object-computer. Intel486.

000570 input-output section.
000580 file-control.
000590     select optional payment-plan-file assign to disk
000600         organization is line sequential
000610         file status is pln-file-status.

000620     select plan-cur-file assign to disk
000630         organization is indexed
000640         record key is cur-key of plan-cur-record
000650         access mode is sequential
000660         file status is plx-file-status.

000670     select optional payment-ledger-file assign to disk
000680         organization is line sequential
000690         file status is pay-file-status.

000700     select plan-flag-report assign to disk
000710         organization is line sequential.

000720 data division.
000730 file section.
000740 fd  payment-plan-file
000750     label records are standard
000760     value of file-id is "payplan.dat".
000770     copy TENPLN
000780         replacing ==:REC-NAME:==
000790             by ==payment-plan-record==.

000800 fd  plan-cur-file
000810     label records are standard
000820     value of file-id is "payplanx.dbf".
000830     copy TENCUR
000840         replacing ==:REC-NAME:==
000850             by ==plan-cur-record==.

000860 fd  payment-ledger-file
000870     label records are standard
000880     value of file-id is "payledgr.dat".
000890     copy TENPAY
000900         replacing ==:REC-NAME:==
000910             by ==payment-record==.

000920 fd  plan-flag-report
000930     label records are standard
000940     value of file-id is flag-rpt-filename.
000950 01  report-line             picture is X(80).

000960 working-storage section.
000970 01  flag-rpt-filename       picture is X(30).
000980     copy TENRCAT.
000990     copy TENOLOG.
001000 01  pln-file-status         picture is X(02).
001010 01  pay-file-status         picture is X(02).
001020 01  plx-file-status         picture is X(02).
001030 01  plan-keyed-switch       picture is X(01) value "N".
001040     88  plan-keyed                  value "Y".
001050 01  pln-eof-switch          picture is X(01) value "N".
001060     88  plan-file-at-end            value "Y".
001070 01  pay-eof-switch          picture is X(01) value "N".
001080     88  payment-file-at-end         value "Y".
001090 01  today-date              picture is 9(08).
001100 01  active-count            picture is 9(04) value zero.
001110 01  broken-count            picture is 9(04) value zero.
001120 01  line-count              picture is 9(07) value zero.
001130 01  plan-sub                picture is 9(03).
001140 01  installment-sub         picture is 9(01).
001150 01  due-to-date             picture is 9(07)V99.
001160 01  paid-since-agreed       picture is S9(07)V99.
001170 01  short-amount            picture is S9(07)V99.

001180*----------------------------------------------------------*
001190* Latest payplan.dat record per unit, the owner-master
001200* convention.
001210*----------------------------------------------------------*
001220 01  plan-table-area.
001230     05  plan-table-count    picture is 9(03) value zero.
001240     05  plan-table-entry occurs 1 to 200 times
001250             depending on plan-table-count
001260             indexed by plan-table-index.
001270         10  pl-building     picture is 9(02).
001280         10  pl-aptnum       picture is 9(04).
001290         10  pl-date-agreed  picture is 9(08).
001300         10  pl-status       picture is X(01).
001310         10  pl-entered-by   picture is X(08).
001320         10  pl-installment occurs 6 times.
001330             15  pl-inst-date    picture is 9(08).
001340             15  pl-inst-amount  picture is 9(05)V99.
001350     copy TENPLN
001360         replacing ==:REC-NAME:==
001370             by ==current-plan==.
001380     copy TENFMT.
001390     copy TENRUNC.
001400     copy TENDUEL.
001410 01  installment-late-switch picture is X(01).
001420     88  installment-late            value "Y".

001430 procedure division.
001440 0000-mainline.
001450     move "TENPLNC" to TENOLOG-PROGRAM.
001460     perform 1000-initialize thru 1000-exit.
001470     perform 2000-load-plans thru 2000-exit.
001480     perform 3000-check-plans thru 3000-exit.
001490     perform 9000-finish thru 9000-exit.
001500     stop run.

001510 1000-initialize.
001520     move "I" to TENOLOG-SEVERITY
001530     move "nightly payment-plan check" to TENOLOG-TEXT
001540     call "TENOLOG" using TENOLOG-PARMS.
001550     move "TENPLNC" to TENRUNC-PROGRAM.
001560     move "S" to TENRUNC-FUNCTION.
001570     move zero to TENRUNC-COUNT.
001580     call "TENRUNC" using TENRUNC-PARMS.
001590     if TENRUNC-ALREADY-RAN
001600         move "A" to TENOLOG-SEVERITY
001610         move spaces to TENOLOG-TEXT
001620         string "already run this business date - "
001630                 delimited by size
001640             "put TENPLNC on runover.ctl to rerun"
001650                 delimited by size
001660             into TENOLOG-TEXT
001670         call "TENOLOG" using TENOLOG-PARMS
001680         move 1 to return-code
001690         stop run.
001700     accept today-date from date yyyymmdd.
001710     move spaces to flag-rpt-filename.
001720     string "planflag." delimited by size
001730         today-date delimited by size
001740         into flag-rpt-filename.
001750     open output plan-flag-report.
001760     move "BROKEN PAYMENT-PLAN REPORT" to report-line.
001770     write report-line.
001780     move spaces to report-line.
001790     string "RUN DATE: " delimited by size
001800         today-date delimited by size
001810         into report-line.
001820     write report-line.
001830     add 2 to line-count.
001840 1000-exit.
001850     exit.

001860 2000-load-plans.
001870     open input plan-cur-file.
001880     if plx-file-status = "00"
001890         move "Y" to plan-keyed-switch
001900         go to 2000-exit.
001910     close plan-cur-file.
001920     move "W" to TENOLOG-SEVERITY
001930     move spaces to TENOLOG-TEXT
001940     string "payplanx.dbf not on file - run TENSCNV "
001950             delimited by size
001960         "- scanning payplan.dat" delimited by size
001970         into TENOLOG-TEXT
001980     call "TENOLOG" using TENOLOG-PARMS.
001990     open input payment-plan-file.
002000     if pln-file-status not = "00"
002010         close payment-plan-file
002020         move "Y" to pln-eof-switch
002030         go to 2000-exit.
002040     perform 2100-read-plan thru 2100-exit
002050         until plan-file-at-end.
002060     close payment-plan-file.
002070 2000-exit.
002080     exit.

002090 2100-read-plan.
002100     read payment-plan-file
002110         at end
002120             move "Y" to pln-eof-switch
002130         not at end
002140             perform 2200-stow-plan thru 2200-exit.
002150 2100-exit.
002160     exit.

002170 2200-stow-plan.
002180     set plan-table-index to 1.
002190     if plan-table-count > zero
002200         search plan-table-entry
002210             at end
002220                 perform 2300-add-plan thru 2300-exit
002230             when pl-building (plan-table-index)
002240                     = pln-building of payment-plan-record
002250                 and pl-aptnum (plan-table-index)
002260                     = pln-aptnum of payment-plan-record
002270                 perform 2400-replace-plan thru 2400-exit
002280     else
002290         perform 2300-add-plan thru 2300-exit.
002300 2200-exit.
002310     exit.

002320 2300-add-plan.
002330     if plan-table-count >= 200
002340         move "W" to TENOLOG-SEVERITY
002350         move "plan table overflow" to TENOLOG-TEXT
002360         call "TENOLOG" using TENOLOG-PARMS
002370     else
002380         add 1 to plan-table-count
002390         set plan-table-index to plan-table-count
002400         perform 2400-replace-plan thru 2400-exit.
002410 2300-exit.
002420     exit.

002430 2400-replace-plan.
002440     move pln-building of payment-plan-record
002450         to pl-building (plan-table-index).
002460     move pln-aptnum of payment-plan-record
002470         to pl-aptnum (plan-table-index).
002480     move pln-date-agreed of payment-plan-record
002490         to pl-date-agreed (plan-table-index).
002500     move pln-status of payment-plan-record
002510         to pl-status (plan-table-index).
002520     move pln-entered-by of payment-plan-record
002530         to pl-entered-by (plan-table-index).
002540     perform 2410-copy-installment thru 2410-exit
002550         varying installment-sub from 1 by 1
002560         until installment-sub > 6.
002570 2400-exit.
002580     exit.

002590 2410-copy-installment.
002600     move pln-inst-date of payment-plan-record
002610             (installment-sub)
002620         to pl-inst-date (plan-table-index installment-sub).
002630     move pln-inst-amount of payment-plan-record
002640             (installment-sub)
002650         to pl-inst-amount
002660             (plan-table-index installment-sub).
002670 2410-exit.
002680     exit.

002690 3000-check-plans.
002700     if plan-keyed
002710         perform 3020-read-keyed thru 3020-exit
002720             until plx-file-status = "10"
002730     else
002740         perform 3010-table-one thru 3010-exit
002750             varying plan-sub from 1 by 1
002760             until plan-sub > plan-table-count.
002770 3000-exit.
002780     exit.

002790*----------------------------------------------------------*
002800* A table entry is laid out as the TENPLN record itself.
002810*----------------------------------------------------------*
002820 3010-table-one.
002830     move plan-table-entry (plan-sub) to current-plan.
002840     perform 3100-check-one thru 3100-exit.
002850 3010-exit.
002860     exit.

002870*----------------------------------------------------------*
002880* The keyed companion holds one current plan per unit,
002890* read in unit order.
002900*----------------------------------------------------------*
002910 3020-read-keyed.
002920     read plan-cur-file next record
002930         at end
002940             move "10" to plx-file-status
002950             go to 3020-exit.
002960     move cur-image of plan-cur-record to current-plan.
002970     perform 3100-check-one thru 3100-exit.
002980 3020-exit.
002990     exit.

003000 3100-check-one.
003010     if pln-status of current-plan not = "A"
003020         go to 3100-exit.
003030     add 1 to active-count.
003040     move zero to due-to-date.
003050     perform 3200-total-due thru 3200-exit
003060         varying installment-sub from 1 by 1
003070         until installment-sub > 6.
003080     if due-to-date = zero
003090         go to 3100-exit.
003100     perform 3300-total-paid thru 3300-exit.
003110     if paid-since-agreed < due-to-date
003120         perform 3400-break-plan thru 3400-exit.
003130 3100-exit.
003140     exit.

003150 3200-total-due.
003160     if pln-inst-date of current-plan (installment-sub)
003170             = zero
003180         go to 3200-exit.
003190     perform 3250-check-installment thru 3250-exit.
003200     if installment-late
003210         add pln-inst-amount of current-plan (installment-sub)
003220             to due-to-date.
003230 3200-exit.
003240     exit.

003250*----------------------------------------------------------*
003260* An installment is missed the day after it falls, or once
003270* the unit's own grace days from it are out when the unit
003280* has terms of its own on duedate.dat.
003290*----------------------------------------------------------*
003300 3250-check-installment.
003310     move "N" to installment-late-switch.
003320     move pln-building of current-plan to TENDUEL-BUILDING.
003330     move pln-aptnum of current-plan to TENDUEL-APTNUM.
003340     move "G" to TENDUEL-FUNCTION.
003350     move pln-inst-date of current-plan (installment-sub)
003360         to TENDUEL-FROM-DATE.
003370     call "TENDUEL" using TENDUEL-PARMS.
003380     if TENDUEL-OWN-TERMS
003390         if today-date not < TENDUEL-LATE-DATE
003400             move "Y" to installment-late-switch
003410         end-if
003420     else
003430         if pln-inst-date of current-plan (installment-sub)
003440                 < today-date
003450             move "Y" to installment-late-switch.
003460 3250-exit.
003470     exit.

003480*----------------------------------------------------------*
003490* Money received since the plan was agreed: one sequential
003500* pass of payledgr.dat per active plan with a passed
003510* installment; reversals carry negative amounts and net
003520* themselves out.
003530*----------------------------------------------------------*
003540 3300-total-paid.
003550     move zero to paid-since-agreed.
003560     move "N" to pay-eof-switch.
003570     open input payment-ledger-file.
003580     if pay-file-status not = "00"
003590         close payment-ledger-file
003600         move "Y" to pay-eof-switch
003610         go to 3300-exit.
003620     perform 3310-read-payment thru 3310-exit
003630         until payment-file-at-end.
003640     close payment-ledger-file.
003650 3300-exit.
003660     exit.

003670 3310-read-payment.
003680     read payment-ledger-file
003690         at end
003700             move "Y" to pay-eof-switch
003710         not at end
003720             if pay-building of payment-record
003730                     = pln-building of current-plan
003740                 and pay-aptnum of payment-record
003750                     = pln-aptnum of current-plan
003760                 and pay-date of payment-record
003770                     >= pln-date-agreed of current-plan
003780                 add pay-amount of payment-record
003790                     to paid-since-agreed.
003800 3310-exit.
003810     exit.

003820 3400-break-plan.
003830     add 1 to broken-count.
003840     compute short-amount = due-to-date - paid-since-agreed.
003850     move "A" to TENFMT-FORMAT-CODE.
003860     move short-amount to TENFMT-RAW-AMOUNT.
003870     call "TENFMT" using TENFMT-PARMS.
003880     move spaces to report-line.
003890     string "  " delimited by size
003900         pln-building of current-plan delimited by size
003910         "-" delimited by size
003920         pln-aptnum of current-plan delimited by size
003930         "  AGREED " delimited by size
003940         pln-date-agreed of current-plan delimited by size
003950         "  SHORT " delimited by size
003960         TENFMT-EDITED-OUT delimited by size
003970         into report-line.
003980     write report-line.
003990     add 1 to line-count.
004000     perform 3500-write-broken thru 3500-exit.
004010 3400-exit.
004020     exit.

004030*----------------------------------------------------------*
004040* The superseding BROKEN record: same plan, status "B", so
004050* TENDUN's letters resume on the next run.
004060*----------------------------------------------------------*
004070 3500-write-broken.
004080     open extend payment-plan-file.
004090     move current-plan to payment-plan-record.
004100     move "B" to pln-status of payment-plan-record.
004110     write payment-plan-record.
004120     close payment-plan-file.
004130 3500-exit.
004140     exit.

004150 9000-finish.
004160     if broken-count = zero
004170         move "  NO BROKEN PLANS" to report-line
004180         write report-line
004190         add 1 to line-count.
004200     move spaces to report-line.
004210     write report-line.
004220     move spaces to report-line.
004230     string "ACTIVE PLANS: " delimited by size
004240         active-count delimited by size
004250         "   BROKEN THIS RUN: " delimited by size
004260         broken-count delimited by size
004270         into report-line.
004280     write report-line.
004290     add 2 to line-count.
004300     close plan-flag-report.
004310     if plan-keyed
004320         close plan-cur-file.
004330     move "TENPLNC" to TENRCAT-PROGRAM.
004340     move flag-rpt-filename to TENRCAT-FILENAME.
004350     move 1 to TENRCAT-PAGES.
004360     move line-count to TENRCAT-LINES.
004370     call "TENRCAT" using TENRCAT-PARMS.
004380     move "E" to TENRUNC-FUNCTION.
004390     move broken-count to TENRUNC-COUNT.
004400     call "TENRUNC" using TENRUNC-PARMS.
004410     move "I" to TENOLOG-SEVERITY
004420     move spaces to TENOLOG-TEXT
004430     string broken-count delimited by size
004440         " plan(s) broken of " delimited by size
004450         active-count delimited by size
004460         " active" delimited by size
004470         into TENOLOG-TEXT
004480     call "TENOLOG" using TENOLOG-PARMS.
004490 9000-exit.
004500     exit.

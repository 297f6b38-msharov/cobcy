000100*----------------------------------------------------------*
000110* TENMOVE.COB
000120*
000130* Applicant move-in transaction.  When an offer from the
000140* TENMATCH worksheet was accepted the front desk used to
000150* re-key the applicant through TENMAINT and then run
000160* TENLEASE, TENDEPO, TENCHRG and TENPRORATE one after the
000170* other, and whatever was forgotten stayed forgotten.
000180* This transaction takes the applicant (application date
000190* and name, as on the worksheet) and the vacant unit and
000200* does the whole move-in at once: it occupies the unit on
000210* indexed.dbf with the applicant and co-applicant names,
000220* appends the lease term to lease.dat, records the deposit
000230* required by the TENDREQ rule on deposit.dat, posts the
000240* first month's proration to tenbal.dat, marks the
000250* applicant HOUSED on applcnt.dat, writes tenhist.dat and
000260* the audit log and prints the move-in cost sheet on
000270* movein.rpt.  Everything is checked before anything is
000280* written -- applicant, unit, make-ready status, the
000290* TENLOCK in-use lock, dates and the applicant work table
000300* -- and the unit REWRITE, the only step that can be
000310* refused, goes first, so a failure leaves nothing half
000320* done.
000330*----------------------------------------------------------*
000340* MODIFICATION HISTORY
000350*   DATE       INIT  DESCRIPTION
000360*   2026-10-15 JHM   The housed applicant's record on
000370*                    applcnt.dat carries the unit-key moved in
000380*                    to, so TENREDAC can redact it with the
000390*                    tenancy.
000400*   2026-10-15 JHM   The lease term also carries its
000410*                    early-termination rider -- flat fee,
000420*                    months of rent, or rent until re-let --
000430*                    for the TENLBRK lease-break transaction.
000440*   2026-10-15 JHM   Original program.
000450*----------------------------------------------------------*
000460 identification division.
000470 program-id. tenmove.
000480 author. J. H. Masters.
000490 installation. Property Management Systems.
000500 date-written. 2026-10-15.
000510 date-compiled. 2026-10-15.

000520 environment division.
000530 configuration section.
000540 source-computer. Intel486.
000550 object-computer. Intel486.

000560 input-output section.
000570 file-control.
000580     select sample-idx-file assign to disk
000590         organization is indexed
000600         record key is unit-key of sample-idx-record
000610         access mode is random
000620         file status is idx-file-status.

000630     select optional applicant-file assign to disk
000640         organization is line sequential
000650         file status is app-file-status.

000660     select optional lease-file assign to disk
000670         organization is line sequential.

000680     select optional deposit-file assign to disk
000690         organization is line sequential.

000700     select optional balance-file assign to disk
000710         organization is line sequential.

000720     select optional turn-status-file assign to disk
000730         organization is line sequential
000740         file status is tst-file-status.

000750     select audit-log-file assign to disk
000760         organization is line sequential.

000770     select history-file assign to disk
000780         organization is line sequential.

000790     select cost-sheet-report assign to disk
000800         organization is line sequential.

000810     select optional batch-lock-file assign to disk
000820         organization is line sequential
000830         file status is lck-file-status.

000840 data division.
000850 file section.
000860 fd  sample-idx-file
000870     label records are standard
000880     value of file-id is "indexed.dbf".
000890     copy TENREC
000900         replacing ==:REC-NAME:== by ==sample-idx-record==
000910             ==address== by ==street-addr==.

000920 fd  applicant-file
000930     label records are standard
000940     value of file-id is "applcnt.dat".
000950     copy TENAPP
000960         replacing ==:REC-NAME:==
000970             by ==applicant-record==.

000980 fd  lease-file
000990     label records are standard
001000     value of file-id is "lease.dat".
001010     copy TENLEA
001020         replacing ==:REC-NAME:==
001030             by ==lease-record==.

001040 fd  deposit-file
001050     label records are standard
001060     value of file-id is "deposit.dat".
001070     copy TENDEP
001080         replacing ==:REC-NAME:==
001090             by ==deposit-record==.

001100 fd  balance-file
001110     label records are standard
001120     value of file-id is "tenbal.dat".
001130     copy TENBAL
001140         replacing ==:REC-NAME:==
001150             by ==balance-record==.

001160 fd  turn-status-file
001170     label records are standard
001180     value of file-id is "turnstat.dat".
001190     copy TENTST
001200         replacing ==:REC-NAME:==
001210             by ==turn-status-record==.

001220 fd  audit-log-file
001230     label records are standard
001240     value of file-id is "tenaudit.dat".
001250     copy TENAUDIT
001260         replacing ==:REC-NAME:==
001270             by ==audit-record==.

001280 fd  history-file
001290     label records are standard
001300     value of file-id is "tenhist.dat".
001310     copy TENHIST
001320         replacing ==:REC-NAME:==
001330             by ==history-record==.

001340 fd  cost-sheet-report
001350     label records are standard
001360     value of file-id is "movein.rpt".
001370 01  report-line             picture is X(80).

001380 fd  batch-lock-file
001390     label records are standard
001400     value of file-id is "batchlck.ctl".
001410 01  batch-lock-record.
001420     05  lck-status          picture is X(06).
001430     05  lck-date            picture is 9(08).
001440     05  lck-time            picture is 9(08).

001450 working-storage section.
001460 01  before-image            picture is X(133).
001470     copy TENWHO.
001480     copy TENLOCK.
001490 01  idx-file-status         picture is X(02).
001500 01  app-file-status         picture is X(02).
001510 01  tst-file-status         picture is X(02).
001520 01  lck-file-status         picture is X(02).
001530 01  batch-locked-switch     picture is X(01) value "N".
001540     88  batch-locked                value "Y".
001550 01  more-switch             picture is X(01) value "Y".
001560     88  more-records                value "Y".
001570 01  app-eof-switch          picture is X(01).
001580     88  applicant-file-at-end       value "Y".
001590 01  tst-eof-switch          picture is X(01).
001600     88  turn-file-at-end            value "Y".
001610 01  table-overflowed-switch picture is X(01).
001620     88  table-overflowed            value "Y".
001630 01  move-in-ok-switch       picture is X(01).
001640     88  move-in-ok                  value "Y".
001650 01  today-date              picture is 9(08).
001660 01  audit-clock-time        picture is 9(08).
001670 01  before-name             picture is X(25).
001680 01  before-status           picture is X(01).
001690 01  moved-in-count          picture is 9(05) value zero.
001700 01  lookup-app-date         picture is 9(08).
001710 01  lookup-app-name         picture is X(25).
001720 01  lookup-building         picture is 9(02).
001730 01  lookup-aptnum           picture is 9(04).
001740 01  applicant-sub           picture is 9(03).
001750 01  match-sub               picture is 9(03).
001760 01  unit-turn-status        picture is X(01).
001770 01  entered-start           picture is 9(08).
001780 01  entered-end             picture is 9(08).
001790 01  entered-term            picture is 9(03).
001800 01  entered-rider           picture is X(01).
001810 01  entered-break-fee       picture is 9(05)V99.
001820 01  entered-break-months    picture is 9(02).
001830 01  text-amount             picture is X(12).

001840*----------------------------------------------------------*
001850* Move-in month: the proration runs against the actual
001860* length of the month (TENDAYS, first of the month to the
001870* first of the next), the TENPRORATE rule.
001880*----------------------------------------------------------*
001890 01  month-start             picture is 9(08).
001900 01  month-start-parts redefines month-start.
001910     05  ms-yyyy             picture is 9(04).
001920     05  ms-mm               picture is 9(02).
001930     05  ms-dd               picture is 9(02).
001940 01  next-month-start        picture is 9(08).
001950 01  next-month-parts redefines next-month-start.
001960     05  nm-yyyy             picture is 9(04).
001970     05  nm-mm               picture is 9(02).
001980     05  nm-dd               picture is 9(02).
001990 01  today-parts-area.
002000     05  today-yyyymm        picture is 9(06).
002010     05  filler              picture is 9(02).
002020 01  start-parts-area.
002030     05  start-yyyymm        picture is 9(06).
002040     05  start-dd            picture is 9(02).
002050 01  days-in-month           picture is 9(02).
002060 01  days-occupied           picture is 9(02).
002070 01  daily-rent-rate         picture is S9(05)V9(4).
002080 01  prorated-rent           picture is 9(05)V99.
002090 01  proration-adjustment    picture is S9(05)V99.
002100 01  total-due               picture is 9(07)V99.

002110*----------------------------------------------------------*
002120* applcnt.dat held whole, each record as it was read, so
002130* the rewrite carries every field back untouched.
002140*----------------------------------------------------------*
002150 01  applicant-table-area.
002160     05  applicant-count     picture is 9(03) value zero.
002170     05  applicant-entry occurs 1 to 200 times
002180             depending on applicant-count.
002190         10  at-record       picture is X(111).
002200     copy TENFMT.
002210     copy TENDAYS.
002220     copy TENDREQ.

002230 procedure division.
002240 0000-mainline.
002250     perform 1000-initialize thru 1000-exit.
002260     perform 2000-move-in-one thru 2000-exit
002270         until not more-records.
002280     perform 9000-finish thru 9000-exit.
002290     stop run.

002300 1000-initialize.
002310     display "TENMOVE: applicant move-in transaction".
002320     perform 1100-check-batch-lock thru 1100-exit.
002330     if batch-locked
002340         display "TENMOVE: nightly batch in progress - "
002350             "tenant files are locked, inquiry only "
002360             "(use TENINQ) until the window closes"
002370         stop run.
002380     open i-o sample-idx-file.
002390     if idx-file-status not = "00"
002400         display "TENMOVE: cannot open indexed.dbf, status "
002410             idx-file-status
002420         stop run.
002430     accept today-date from date yyyymmdd.
002440     move today-date to today-parts-area.
002450     call "TENWHO" using TENWHO-PARMS.
002460     if not TENWHO-SIGNED-ON
002470         or TENWHO-AUTHORITY < 2
002480         display "TENMOVE: update authority required - "
002490             "sign on through TENSIGN first"
002500         stop run.
002510     open extend audit-log-file.
002520     open extend history-file.
002530     open output cost-sheet-report.
002540 1000-exit.
002550     exit.

002560*----------------------------------------------------------*
002570* Batch-window lock check: the nightly driver raises the
002580* lock at start of chain and clears it at finish.
002590*----------------------------------------------------------*
002600 1100-check-batch-lock.
002610     open input batch-lock-file.
002620     if lck-file-status not = "00"
002630         go to 1100-exit.
002640     read batch-lock-file
002650         at end
002660             continue
002670         not at end
002680             if lck-status = "LOCKED"
002690                 move "Y" to batch-locked-switch.
002700     close batch-lock-file.
002710 1100-exit.
002720     exit.

002730 2000-move-in-one.
002740     display "Application date (YYYYMMDD, 0 to quit): ".
002750     accept lookup-app-date.
002760     if lookup-app-date = 0
002770         move "N" to more-switch
002780     else
002790         display "Applicant name, as on the application: "
002800         accept lookup-app-name
002810         display "Building number: "
002820         accept lookup-building
002830         display "Apartment number: "
002840         accept lookup-aptnum
002850         perform 2100-do-move-in thru 2100-exit.
002860 2000-exit.
002870     exit.

002880*----------------------------------------------------------*
002890* Every check comes before the first write.  The unit is
002900* held under the TENLOCK in-use lock from the moment it is
002910* validated until the move-in is posted or abandoned.
002920*----------------------------------------------------------*
002930 2100-do-move-in.
002940     perform 2200-find-applicant thru 2200-exit.
002950     if match-sub = zero
002960         go to 2100-exit.
002970     move lookup-building to building-id of sample-idx-record.
002980     move lookup-aptnum to aptnum of sample-idx-record.
002990     read sample-idx-file
003000         invalid key
003010             display "TENMOVE: no unit " lookup-building "-"
003020                 lookup-aptnum " on indexed.dbf".
003030     if idx-file-status not = "00"
003040         go to 2100-exit.
003050     if not occ-vacant of sample-idx-record
003060         display "TENMOVE: unit " lookup-building "-"
003070             lookup-aptnum " is not vacant - "
003080             name of sample-idx-record
003090         go to 2100-exit.
003100     perform 2300-check-turn thru 2300-exit.
003110     if unit-turn-status = "T"
003120         display "TENMOVE: unit " lookup-building "-"
003130             lookup-aptnum " is still in make-ready"
003140         go to 2100-exit.
003150     move "L" to TENLOCK-FUNCTION.
003160     move lookup-building to TENLOCK-BUILDING.
003170     move lookup-aptnum to TENLOCK-APTNUM.
003180     call "TENLOCK" using TENLOCK-PARMS.
003190     if TENLOCK-BUSY
003200         display "TENMOVE: record in use by operator "
003210             TENLOCK-HOLDER ", try again shortly"
003220         go to 2100-exit.
003230     move "N" to move-in-ok-switch.
003240     perform 2400-enter-terms thru 2400-exit.
003250     if move-in-ok
003260         perform 2500-post-move-in thru 2500-exit.
003270     move "U" to TENLOCK-FUNCTION.
003280     call "TENLOCK" using TENLOCK-PARMS.
003290 2100-exit.
003300     exit.

003310*----------------------------------------------------------*
003320* The applicant is found by application date and name.
003330* Only an OFFERED or WAITING applicant the credit
003340* screening did not decline can move in.  applcnt.dat is
003350* loaded fresh for each move-in, so the rewrite carries
003360* anything the match or the screening import changed.
003370*----------------------------------------------------------*
003380 2200-find-applicant.
003390     move zero to match-sub.
003400     move zero to applicant-count.
003410     move "N" to table-overflowed-switch.
003420     move "N" to app-eof-switch.
003430     open input applicant-file.
003440     if app-file-status not = "00"
003450         close applicant-file
003460         display "TENMOVE: no applcnt.dat on file"
003470         go to 2200-exit.
003480     perform 2210-read-applicant thru 2210-exit
003490         until applicant-file-at-end.
003500     close applicant-file.
003510     if table-overflowed
003520         display "TENMOVE: applcnt.dat is larger than the "
003530             "work table - nothing moved in"
003540         go to 2200-exit.
003550     perform 2230-match-applicant thru 2230-exit
003560         varying applicant-sub from 1 by 1
003570         until applicant-sub > applicant-count
003580             or match-sub not = zero.
003590     if match-sub = zero
003600         display "TENMOVE: no application from "
003610             lookup-app-name " dated " lookup-app-date
003620         go to 2200-exit.
003630     move at-record (match-sub) to applicant-record.
003640     if not app-offered of applicant-record
003650         and not app-waiting of applicant-record
003660         display "TENMOVE: applicant status is "
003670             app-status of applicant-record
003680             " - only an offered or waiting applicant "
003690             "can move in"
003700         move zero to match-sub
003710         go to 2200-exit.
003720     if app-rec-decline of applicant-record
003730         display "TENMOVE: applicant was declined by the "
003740             "credit screening - nothing moved in"
003750         move zero to match-sub.
003760 2200-exit.
003770     exit.

003780 2210-read-applicant.
003790     read applicant-file
003800         at end
003810             move "Y" to app-eof-switch
003820         not at end
003830             perform 2220-stow-applicant thru 2220-exit.
003840 2210-exit.
003850     exit.

003860 2220-stow-applicant.
003870     if applicant-count >= 200
003880         move "Y" to table-overflowed-switch
003890     else
003900         add 1 to applicant-count
003910         move applicant-record
003920             to at-record (applicant-count).
003930 2220-exit.
003940     exit.

003950 2230-match-applicant.
003960     move at-record (applicant-sub) to applicant-record.
003970     if app-date of applicant-record = lookup-app-date
003980         and app-name of applicant-record = lookup-app-name
003990         move applicant-sub to match-sub.
004000 2230-exit.
004010     exit.

004020*----------------------------------------------------------*
004030* Latest turnstat.dat status for the unit; no record
004040* counts as ready.
004050*----------------------------------------------------------*
004060 2300-check-turn.
004070     move space to unit-turn-status.
004080     move "N" to tst-eof-switch.
004090     open input turn-status-file.
004100     if tst-file-status not = "00"
004110         close turn-status-file
004120         go to 2300-exit.
004130     perform 2310-read-turn thru 2310-exit
004140         until turn-file-at-end.
004150     close turn-status-file.
004160 2300-exit.
004170     exit.

004180 2310-read-turn.
004190     read turn-status-file
004200         at end
004210             move "Y" to tst-eof-switch
004220         not at end
004230             if tst-building of turn-status-record
004240                     = lookup-building
004250                 and tst-aptnum of turn-status-record
004260                     = lookup-aptnum
004270                 move tst-status of turn-status-record
004280                     to unit-turn-status.
004290 2310-exit.
004300     exit.

004310*----------------------------------------------------------*
004320* The move-in date must fall in the current month -- the
004330* month-end close bills this month's full rent on the unit
004340* once it is occupied, and the proration adjusts that
004350* month.  Zero keys today.
004360*----------------------------------------------------------*
004370 2400-enter-terms.
004380     display "Tenant:     " app-name of applicant-record.
004390     display "Co-tenant:  " app-co-applicant of applicant-record.
004400     display "Rent:       " rent-amount of sample-idx-record.
004410     display "Move-in date (YYYYMMDD, 0 = today): ".
004420     accept entered-start.
004430     if entered-start = zero
004440         move today-date to entered-start.
004450     move entered-start to start-parts-area.
004460     if start-yyyymm not = today-yyyymm
004470         display "TENMOVE: move-in date must be in the "
004480             "current month - nothing moved in"
004490         go to 2400-exit.
004500     perform 2410-month-length thru 2410-exit.
004510     if start-dd = zero or start-dd > days-in-month
004520         display "TENMOVE: day " start-dd " is not in a "
004530             days-in-month "-day month - nothing moved in"
004540         go to 2400-exit.
004550     display "Lease end (YYYYMMDD): ".
004560     accept entered-end.
004570     if entered-end not > entered-start
004580         display "TENMOVE: lease end is not after the "
004590             "move-in date - nothing moved in"
004600         go to 2400-exit.
004610     display "Term in months (999): ".
004620     accept entered-term.
004630     if entered-term = zero
004640         display "TENMOVE: a lease term is required - "
004650             "nothing moved in"
004660         go to 2400-exit.
004670     perform 2415-enter-rider thru 2415-exit.
004680     perform 2420-figure-charges thru 2420-exit.
004690     move "Y" to move-in-ok-switch.
004700 2400-exit.
004710     exit.

004720 2410-month-length.
004730     move entered-start to month-start.
004740     move 01 to ms-dd.
004750     move month-start to next-month-start.
004760     if nm-mm = 12
004770         add 1 to nm-yyyy
004780         move 01 to nm-mm
004790     else
004800         add 1 to nm-mm.
004810     move month-start to TENDAYS-FROM.
004820     move next-month-start to TENDAYS-TO.
004830     call "TENDAYS" using TENDAYS-PARMS.
004840     move TENDAYS-DAYS to days-in-month.
004850 2410-exit.
004860     exit.

004870*----------------------------------------------------------*
004880* The early-termination rider; anything but F or M is the
004890* rent-until-re-let rider.
004900*----------------------------------------------------------*
004910 2415-enter-rider.
004920     display "Early-termination rider (F flat fee, M months "
004930         "of rent, R rent until re-let): ".
004940     accept entered-rider.
004950     move zero to entered-break-fee.
004960     move zero to entered-break-months.
004970     evaluate entered-rider
004980         when "F"
004990             display "Termination fee (99999.99): "
005000             accept entered-break-fee
005010         when "M"
005020             display "Months of rent owed (99): "
005030             accept entered-break-months
005040         when other
005050             move "R" to entered-rider
005060     end-evaluate.
005070 2415-exit.
005080     exit.

005090*----------------------------------------------------------*
005100* First month: rent from the move-in day through the end
005110* of the month, the daily rate rounded the TENPRORATE way.
005120* The close bills the month's full RENT-AMOUNT, so what is
005130* posted to tenbal.dat is the proration adjustment that
005140* brings the month down to the prorated rent.  Deposit
005150* from the TENDREQ rule, raised for a conditional
005160* screening approval.
005170*----------------------------------------------------------*
005180 2420-figure-charges.
005190     compute days-occupied =
005200         days-in-month - start-dd + 1.
005210     divide rent-amount of sample-idx-record by days-in-month
005220         giving daily-rent-rate rounded.
005230     compute prorated-rent rounded =
005240         daily-rent-rate * days-occupied.
005250     if prorated-rent > rent-amount of sample-idx-record
005260         move rent-amount of sample-idx-record
005270             to prorated-rent.
005280     compute proration-adjustment =
005290         prorated-rent - rent-amount of sample-idx-record.
005300     move rent-amount of sample-idx-record to TENDREQ-RENT.
005310     move app-recommendation of applicant-record
005320         to TENDREQ-RECOMMENDATION.
005330     call "TENDREQ" using TENDREQ-PARMS.
005340     compute total-due = prorated-rent + TENDREQ-DEPOSIT.
005350 2420-exit.
005360     exit.

005370*----------------------------------------------------------*
005380* The unit REWRITE goes first: if it is refused nothing
005390* else has been written.  The appends and the applicant
005400* rewrite follow only once the unit is occupied.
005410*----------------------------------------------------------*
005420 2500-post-move-in.
005430     move sample-idx-record to before-image.
005440     move name of sample-idx-record to before-name.
005450     move occ-status of sample-idx-record to before-status.
005460     move app-name of applicant-record
005470         to name of sample-idx-record.
005480     move app-co-applicant of applicant-record
005490         to co-tenant-name of sample-idx-record.
005500     move "O" to occ-status of sample-idx-record.
005510     move entered-start
005520         to occ-status-date of sample-idx-record.
005530     move zero to amount-paid of sample-idx-record.
005540     rewrite sample-idx-record
005550         invalid key
005560             display "TENMOVE: rewrite failed, status "
005570                 idx-file-status ", nothing moved in"
005580             go to 2500-exit.
005590     perform 2510-write-lease thru 2510-exit.
005600     perform 2520-write-deposit thru 2520-exit.
005610     perform 2530-write-proration thru 2530-exit.
005620     perform 2540-mark-housed thru 2540-exit.
005630     perform 2550-record-audit thru 2550-exit.
005640     perform 2560-record-history thru 2560-exit.
005650     perform 2600-print-cost-sheet thru 2600-exit.
005660     add 1 to moved-in-count.
005670     display "TENMOVE: " app-name of applicant-record
005680         " moved in to " lookup-building "-" lookup-aptnum.
005690 2500-exit.
005700     exit.

005710 2510-write-lease.
005720     open extend lease-file.
005730     move lookup-building to lea-building of lease-record.
005740     move lookup-aptnum to lea-aptnum of lease-record.
005750     move entered-start to lea-start-date of lease-record.
005760     move entered-end to lea-end-date of lease-record.
005770     move entered-term to lea-term-months of lease-record.
005780     move entered-rider to lea-break-rider of lease-record.
005790     move entered-break-fee to lea-break-fee of lease-record.
005800     move entered-break-months
005810         to lea-break-months of lease-record.
005820     write lease-record.
005830     close lease-file.
005840 2510-exit.
005850     exit.

005860 2520-write-deposit.
005870     if TENDREQ-DEPOSIT = zero
005880         go to 2520-exit.
005890     open extend deposit-file.
005900     move lookup-building to dep-building of deposit-record.
005910     move lookup-aptnum to dep-aptnum of deposit-record.
005920     move TENDREQ-DEPOSIT to dep-amount of deposit-record.
005930     move entered-start
005940         to dep-date-received of deposit-record.
005950     move zero to dep-interest of deposit-record.
005960     write deposit-record.
005970     close deposit-file.
005980 2520-exit.
005990     exit.

006000 2530-write-proration.
006010     if proration-adjustment = zero
006020         go to 2530-exit.
006030     open extend balance-file.
006040     move lookup-building to bal-building of balance-record.
006050     move lookup-aptnum to bal-aptnum of balance-record.
006060     move entered-start to bal-date of balance-record.
006070     move proration-adjustment
006080         to bal-amount of balance-record.
006090     move "A" to bal-type of balance-record.
006100     move zero to bal-reference of balance-record.
006110     write balance-record.
006120     close balance-file.
006130 2530-exit.
006140     exit.

006150 2540-mark-housed.
006160     move "H" to app-status of applicant-record.
006170     move lookup-building
006180         to app-housed-building of applicant-record.
006190     move lookup-aptnum
006200         to app-housed-aptnum of applicant-record.
006210     move applicant-record to at-record (match-sub).
006220     open output applicant-file.
006230     perform 2545-write-applicant thru 2545-exit
006240         varying applicant-sub from 1 by 1
006250         until applicant-sub > applicant-count.
006260     close applicant-file.
006270     move at-record (match-sub) to applicant-record.
006280 2540-exit.
006290     exit.

006300 2545-write-applicant.
006310     move at-record (applicant-sub) to applicant-record.
006320     write applicant-record.
006330 2545-exit.
006340     exit.

006350 2550-record-audit.
006360     accept audit-clock-time from time.
006370     move "TENMOVE" to audit-program of audit-record.
006380     move today-date to audit-date of audit-record.
006390     move audit-clock-time to audit-time of audit-record.
006400     move lookup-building to audit-building of audit-record.
006410     move lookup-aptnum to audit-aptnum of audit-record.
006420     move "R" to audit-action of audit-record.
006430     move before-name to audit-before-name of audit-record.
006440     move before-status
006450         to audit-before-status of audit-record.
006460     move app-name of applicant-record
006470         to audit-after-name of audit-record.
006480     move "O" to audit-after-status of audit-record.
006490     move TENWHO-OPERATOR
006500         to audit-operator of audit-record.
006510     move before-image
006520         to audit-before-image of audit-record.
006530     write audit-record.
006540 2550-exit.
006550     exit.

006560 2560-record-history.
006570     move lookup-building to hist-building of history-record.
006580     move lookup-aptnum to hist-aptnum of history-record.
006590     move entered-start to hist-date of history-record.
006600     move "I" to hist-action of history-record.
006610     move app-name of applicant-record
006620         to hist-name of history-record.
006630     move TENWHO-OPERATOR
006640         to hist-operator of history-record.
006650     write history-record.
006660 2560-exit.
006670     exit.

006680*----------------------------------------------------------*
006690* Move-in cost sheet: what the new tenant pays at the desk
006700* -- the prorated first month and the deposit.
006710*----------------------------------------------------------*
006720 2600-print-cost-sheet.
006730     move all "-" to report-line.
006740     write report-line.
006750     move spaces to report-line.
006760     string "MOVE-IN COST SHEET - UNIT " delimited by size
006770         lookup-building delimited by size
006780         "-" delimited by size
006790         lookup-aptnum delimited by size
006800         into report-line.
006810     write report-line.
006820     move spaces to report-line.
006830     string "  TENANT:       " delimited by size
006840         app-name of applicant-record delimited by size
006850         into report-line.
006860     write report-line.
006870     if app-co-applicant of applicant-record not = spaces
006880         move spaces to report-line
006890         string "  CO-TENANT:    " delimited by size
006900             app-co-applicant of applicant-record
006910                 delimited by size
006920             into report-line
006930         write report-line.
006940     move spaces to report-line.
006950     string "  MOVE-IN DATE: " delimited by size
006960         entered-start delimited by size
006970         "   LEASE ENDS: " delimited by size
006980         entered-end delimited by size
006990         "   TERM: " delimited by size
007000         entered-term delimited by size
007010         " MONTHS" delimited by size
007020         into report-line.
007030     write report-line.
007040     move spaces to report-line.
007050     move "  MONTHLY RENT" to report-line.
007060     move rent-amount of sample-idx-record
007070         to TENFMT-RAW-AMOUNT.
007080     perform 2610-amount-column thru 2610-exit.
007090     move spaces to report-line.
007100     string "  FIRST MONTH PRORATED (" delimited by size
007110         days-occupied delimited by size
007120         " OF " delimited by size
007130         days-in-month delimited by size
007140         " DAYS)" delimited by size
007150         into report-line.
007160     move prorated-rent to TENFMT-RAW-AMOUNT.
007170     perform 2610-amount-column thru 2610-exit.
007180     move spaces to report-line.
007190     move "  SECURITY DEPOSIT" to report-line.
007200     if TENDREQ-WAS-RAISED
007210         move "(RAISED - CONDITIONAL)" to report-line (56:22).
007220     move TENDREQ-DEPOSIT to TENFMT-RAW-AMOUNT.
007230     perform 2610-amount-column thru 2610-exit.
007240     compute total-due = prorated-rent + TENDREQ-DEPOSIT.
007250     move spaces to report-line.
007260     move "  TOTAL DUE AT MOVE-IN" to report-line.
007270     move total-due to TENFMT-RAW-AMOUNT.
007280     perform 2610-amount-column thru 2610-exit.
007290 2600-exit.
007300     exit.

007310 2610-amount-column.
007320     move "A" to TENFMT-FORMAT-CODE.
007330     call "TENFMT" using TENFMT-PARMS.
007340     move TENFMT-EDITED-OUT to text-amount.
007350     move text-amount to report-line (41:12).
007360     write report-line.
007370 2610-exit.
007380     exit.

007390 9000-finish.
007400     close sample-idx-file.
007410     close audit-log-file.
007420     close history-file.
007430     close cost-sheet-report.
007440     display "TENMOVE: " moved-in-count " move-in(s) posted".
007450 9000-exit.
007460     exit.

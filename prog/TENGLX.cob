000230* carries the totals that tie back to the TENRENT and
000240* TENLATE reports for the same period.
000250*
000260* Prior-period adjustments: a payment, reversal, fee or
000270* waiver effective in a month already closed on
000280* glperiod.ctl posts in the current month and is flagged on
000290* ppadj.dat (TENPERC).  Those amounts come out of the
000300* regular cash and fee lines and go out as separate lines,
000310* GL-LINE-TYPE "A" with the month they belong to in
000320* GL-ADJUSTED-PERIOD, one per building, account and month.
000330* Refund offsets are not journaled here and are skipped.
000340*
000350* GL accounts used:
000360*   100100  cash               (debit,  payments received)
000370*   400100  rent income        (credit, rent charged)
000380*   405100  late-fee income    (credit, fees posted)
000390*   410100  rent concessions   (debit,  specials given)
000400*   220100  prepaid rent       (credit, deferred; reversed
000410*                               the next period)
000420*   240100  unapplied cash     (credit, lockbox/authority
000430*                               items to suspense; debit,
000440*                               suspense items applied)
000450*----------------------------------------------------------*
000460* MODIFICATION HISTORY
000470*   DATE       INIT  DESCRIPTION
000480*   2026-10-15 JHM   Messages now go through TENOLOG to the
000490*                    dated operations log, each with its
000500*                    severity (and the unit where there is
000510*                    one); aborts raise a menu alert.
000520*   2026-10-15 JHM   The month's prior-period adjustments
000530*                    on ppadj.dat come out of the regular
000540*                    cash and fee-income lines and are
000550*                    journaled as separate lines, marked
000560*                    by the new GL-LINE-TYPE "A" and
000570*                    carrying the month they belong to in
000580*                    the new GL-ADJUSTED-PERIOD (blank and
000590*                    zero on a regular line).  Proof page
000600*                    line added.
000610*   2026-10-15 JHM   Unapplied cash is journaled under
000620*                    building 00: the period's suspense.dat
000630*                    receipts DEBIT cash and CREDIT 240100
000640*                    unapplied cash, and the period's
000650*                    applied items DEBIT 240100 and CREDIT
000660*                    cash (the payment itself books to the
000670*                    unit's building with the rest of the
000680*                    ledger).  The proof page carries the
000690*                    suspense balance, which ties to the
000700*                    TENSUSR aging report.
000710*   2026-10-15 JHM   Rent paid ahead is no longer all income
000720*                    in the month it arrives: the period's
000730*                    building totals from TENPREP (prepaid.dat,
000740*                    latest run per building) are deferred
000750*                    with a DEBIT to 400100 and a CREDIT to
000760*                    220100 prepaid rent, and the same amounts
000770*                    reverse in the next period.  Proof line
000780*                    ties to the TENPREP report.
000790*   2026-10-15 JHM   The proof page's payments line now
000800*                    edits the total into EDITED-PAYMENTS
000810*                    before printing it; the field was never
000820*                    filled and the line came out as garbage.
000830*   2026-10-15 JHM   Rent income stays at gross lease rent
000840*                    and the month's concess.dat specials
000850*                    (TENCNCL lookup) are booked per building
000860*                    as a DEBIT to 410100 rent concessions,
000870*                    with a proof line that ties to the
000880*                    TENRENT concession total.
000890*   2026-09-03 JHM   A building whose month nets negative
000900*                    on fee income (waivers exceeding the
000910*                    fees) now books a DEBIT to 405100 for
000920*                    the absolute value, the same flip the
000930*                    cash line already makes -- the sign
000940*                    was dropping into the unsigned journal
000950*                    amount and the credit overstated fee
000960*                    income by twice the net.
000970*   2026-09-03 JHM   The month's "W" fee-waiver entries
000980*                    from TENWAIV now net against fee
000990*                    income (they are negative postings),
001000*                    so the journal books what the fee
001010*                    lines actually collect.
001020*   2026-08-22 JHM   A building whose month nets
001030*                    negative on payments (a large
001040*                    bounced check) now books a CREDIT
001050*                    to cash for the absolute value
001060*                    instead of a debit, and the proof
001070*                    page prints the net through a
001080*                    CR-capable edited picture.
001090*   2026-08-22 JHM   Fee income now comes from the month's
001100*                    "F" postings on tenbal.dat instead of
001110*                    re-deriving the grace rule: fees are
001120*                    only income once a supervisor approves
001130*                    them and TENFAPPL posts them, and this
001140*                    ties the journal to the FEE ASSESSED
001150*                    lines on the statements.
001160*   2026-08-22 JHM   Original program.
001170*   2026-08-22 JHM   Guarded by the TENRUNC run-control
001180*                    check, so the period's journal cannot
001190*                    be extracted twice on one business
001200*                    date without an explicit runover.ctl
001210*                    override.
001220*----------------------------------------------------------*
001230 identification division.
001240 program-id. tenglx.
001250 author. J. H. Masters.
001260 installation. Property Management Systems.
001270 date-written. 2026-08-22.
001280 date-compiled. 2026-08-22.

001290 environment division.
001300 configuration section.
001310 source-computer. Intel486.
001320 object-computer. Intel486.

001330 input-output section.
001340 file-control.
001350     select sample-idx-file assign to disk
001360         organization is indexed
001370         record key is unit-key of sample-idx-record
001380         access mode is sequential
001390         file status is idx-file-status.

001400     select optional payment-ledger-file assign to disk
001410         organization is line sequential
001420         file status is pay-file-status.

001430     select optional balance-file assign to disk
001440         organization is line sequential
001450         file status is bal-file-status.

001460     select optional prepaid-file assign to disk
001470         organization is line sequential
001480         file status is ppd-file-status.

001490     select optional suspense-file assign to disk
001500         organization is line sequential
001510         file status is sus-file-status.

001520     select optional adjustment-file assign to disk
001530         organization is line sequential
001540         file status is ppa-file-status.

001550     select gl-extract-file assign to disk
001560         organization is line sequential.

001570     select proof-report assign to disk
001580         organization is line sequential.

001590 data division.
001600 file section.
001610 fd  sample-idx-file
001620     label records are standard
001630     value of file-id is "indexed.dbf".
001640     copy TENREC
001650         replacing ==:REC-NAME:== by ==sample-idx-record==
001660             ==address== by ==street-addr==.

001670 fd  payment-ledger-file
001680     label records are standard
001690     value of file-id is "payledgr.dat".
001700     copy TENPAY
001710         replacing ==:REC-NAME:==
001720             by ==payment-record==.

001730 fd  balance-file
001740     label records are standard
001750     value of file-id is "tenbal.dat".
001760     copy TENBAL
001770         replacing ==:REC-NAME:==
001780             by ==balance-record==.

001790 fd  prepaid-file
001800     label records are standard
001810     value of file-id is "prepaid.dat".
001820     copy TENPPD
001830         replacing ==:REC-NAME:==
001840             by ==prepaid-record==.

001850 fd  suspense-file
001860     label records are standard
001870     value of file-id is "suspense.dat".
001880     copy TENSUS
001890         replacing ==:REC-NAME:==
001900             by ==suspense-record==.

001910 fd  adjustment-file
001920     label records are standard
001930     value of file-id is "ppadj.dat".
001940     copy TENPPA
001950         replacing ==:REC-NAME:==
001960             by ==adjustment-record==.

001970 fd  gl-extract-file
001980     label records are standard
001990     value of file-id is "glextrct.dat".
002000 01  gl-journal-line.
002010     05  gl-account          picture is 9(06).
002020     05  gl-building         picture is 9(02).
002030     05  gl-period           picture is 9(06).
002040     05  gl-debit-credit     picture is X(01).
002050     05  gl-amount           picture is 9(09)V99.
002060     05  gl-line-type        picture is X(01).
002070         88  gl-regular-line         value " ".
002080         88  gl-prior-period-line    value "A".
002090     05  gl-adjusted-period  picture is 9(06).

002100 fd  proof-report
002110     label records are standard
002120     value of file-id is "glproof.rpt".
002130 01  report-line             picture is X(80).

002140 working-storage section.
002150 01  idx-file-status         picture is X(02).
002160 01  pay-file-status         picture is X(02).
002170 01  pay-eof-switch          picture is X(01) value "N".
002180     88  pay-file-at-end             value "Y".
002190 01  run-date                picture is 9(08).
002200 01  run-date-breakdown redefines run-date.
002210     05  run-date-yyyymm     picture is 9(06).
002220     05  run-date-day        picture is 9(02).
002230 01  pay-date-yyyymm         picture is 9(06).
002240 01  pay-date-work           picture is 9(08).
002250 01  pay-date-parts redefines pay-date-work.
002260     05  pay-work-yyyymm     picture is 9(06).
002270     05  pay-work-day        picture is 9(02).
002280 01  bal-file-status         picture is X(02).
002290 01  bal-eof-switch          picture is X(01) value "N".
002300     88  balance-file-at-end         value "Y".
002310 01  bal-date-work           picture is 9(08).
002320 01  bal-date-parts redefines bal-date-work.
002330     05  bal-work-yyyymm     picture is 9(06).
002340     05  bal-work-day        picture is 9(02).
002350 01  ppd-file-status         picture is X(02).
002360 01  ppd-eof-switch          picture is X(01) value "N".
002370     88  prepaid-file-at-end         value "Y".
002380 01  sus-file-status         picture is X(02).
002390 01  sus-eof-switch          picture is X(01) value "N".
002400     88  suspense-file-at-end        value "Y".
002410 01  sus-date-work           picture is 9(08).
002420 01  sus-date-parts redefines sus-date-work.
002430     05  sus-work-yyyymm     picture is 9(06).
002440     05  sus-work-day        picture is 9(02).
002450 01  ppa-file-status         picture is X(02).
002460 01  ppa-eof-switch          picture is X(01) value "N".
002470     88  adjustment-file-at-end      value "Y".
002480 01  ppa-date-work           picture is 9(08).
002490 01  ppa-date-parts redefines ppa-date-work.
002500     05  ppa-work-yyyymm     picture is 9(06).
002510     05  ppa-work-day        picture is 9(02).
002520 01  adjustment-account      picture is 9(06).
002530 01  journal-period          picture is 9(06).
002540 01  next-period             picture is 9(06).
002550 01  next-period-parts redefines next-period.
002560     05  next-period-year    picture is 9(04).
002570     05  next-period-month   picture is 9(02).
002580 01  building-sub            picture is 9(03).
002590 01  journal-line-count      picture is 9(05) value zero.

002600 01  building-summary-table.
002610     05  building-summary occurs 99 times.
002620         10  bs-rent-charged picture is S9(09)V99.
002630         10  bs-payments     picture is S9(09)V99.
002640         10  bs-late-fees    picture is S9(09)V99.
002650         10  bs-concessions  picture is S9(09)V99.
002660         10  bs-prepaid      picture is S9(09)V99.

002670 01  total-rent-charged      picture is S9(09)V99 value zero.
002680 01  edited-payments         picture is $999,999,999.99CR.
002690 01  total-payments          picture is S9(09)V99 value zero.
002700 01  total-late-fees         picture is S9(09)V99 value zero.
002710 01  total-concessions       picture is S9(09)V99 value zero.
002720 01  total-prepaid           picture is S9(09)V99 value zero.
002730 01  suspense-received       picture is S9(09)V99 value zero.
002740 01  suspense-applied        picture is S9(09)V99 value zero.
002750 01  suspense-balance        picture is S9(09)V99 value zero.
002760 01  total-adjustments       picture is S9(09)V99 value zero.

002770*----------------------------------------------------------*
002780* The run month's prior-period adjustments by building,
002790* account and the month they belong to.
002800*----------------------------------------------------------*
002810 01  adjustment-table-area.
002820     05  adjustment-count    picture is 9(03) value zero.
002830     05  adjustment-entry occurs 1 to 300 times
002840             depending on adjustment-count
002850             indexed by adjustment-index.
002860         10  at-building     picture is 9(02).
002870         10  at-account      picture is 9(06).
002880         10  at-period       picture is 9(06).
002890         10  at-amount       picture is S9(09)V99.
002900     copy TENFMT.
002910     copy TENRUNC.
002920     copy TENOLOG.
002930     copy TENCNCL.

002940 procedure division.
002950 0000-mainline.
002960     move "TENGLX" to TENOLOG-PROGRAM.
002970     perform 1000-initialize thru 1000-exit.
002980     perform 2000-read-units thru 2000-exit
002990         until idx-file-status = "10".
003000     perform 3000-load-payments thru 3000-exit.
003010     perform 3500-load-fees thru 3500-exit.
003020     perform 3600-load-prepaid thru 3600-exit.
003030     perform 3700-load-suspense thru 3700-exit.
003040     perform 3800-load-adjustments thru 3800-exit.
003050     perform 4000-write-journal thru 4000-exit.
003060     perform 9000-finish thru 9000-exit.
003070     goback.

003080 1000-initialize.
003090     move "I" to TENOLOG-SEVERITY
003100     move "extracting general-ledger journal" to TENOLOG-TEXT
003110     call "TENOLOG" using TENOLOG-PARMS.
003120     move "TENGLX" to TENRUNC-PROGRAM.
003130     move "S" to TENRUNC-FUNCTION.
003140     move zero to TENRUNC-COUNT.
003150     call "TENRUNC" using TENRUNC-PARMS.
003160     if TENRUNC-ALREADY-RAN
003170         move "A" to TENOLOG-SEVERITY
003180         move spaces to TENOLOG-TEXT
003190         string "already run this business date - "
003200                 delimited by size
003210             "put TENGLX on runover.ctl to rerun"
003220                 delimited by size
003230             into TENOLOG-TEXT
003240         call "TENOLOG" using TENOLOG-PARMS
003250         move 1 to return-code
003260         goback.
003270     accept run-date from date yyyymmdd.
003280     move run-date-yyyymm to next-period.
003290     if next-period-month = 12
003300         add 1 to next-period-year
003310         move 01 to next-period-month
003320     else
003330         add 1 to next-period-month.
003340     perform 1100-zero-summary thru 1100-exit
003350         varying building-sub from 1 by 1
003360         until building-sub > 99.
003370     open input sample-idx-file.
003380     if idx-file-status not = "00"
003390         move "A" to TENOLOG-SEVERITY
003400         move spaces to TENOLOG-TEXT
003410         string "cannot open indexed.dbf, status "
003420                 delimited by size
003430             idx-file-status delimited by size
003440             into TENOLOG-TEXT
003450         call "TENOLOG" using TENOLOG-PARMS
003460         move 1 to return-code
003470         goback.
003480     open output gl-extract-file.
003490     open output proof-report.
003500 1000-exit.
003510     exit.

003520 1100-zero-summary.
003530     move zero to bs-rent-charged (building-sub).
003540     move zero to bs-payments (building-sub).
003550     move zero to bs-late-fees (building-sub).
003560     move zero to bs-concessions (building-sub).
003570     move zero to bs-prepaid (building-sub).
003580 1100-exit.
003590     exit.

003600 2000-read-units.
003610     read sample-idx-file next record
003620         at end
003630             continue
003640         not at end
003650             perform 2100-summarize-unit thru 2100-exit.
003660 2000-exit.
003670     exit.

003680 2100-summarize-unit.
003690     if not occ-occupied of sample-idx-record
003700         go to 2100-exit.
003710     if building-id of sample-idx-record = zero
003720         go to 2100-exit.
003730     move building-id of sample-idx-record to building-sub.
003740     add rent-amount of sample-idx-record
003750         to bs-rent-charged (building-sub).
003760     add rent-amount of sample-idx-record
003770         to total-rent-charged.
003780     move building-id of sample-idx-record
003790         to TENCNCL-BUILDING.
003800     move aptnum of sample-idx-record to TENCNCL-APTNUM.
003810     move run-date-yyyymm to TENCNCL-MONTH.
003820     move rent-amount of sample-idx-record to TENCNCL-RENT.
003830     call "TENCNCL" using TENCNCL-PARMS.
003840     add TENCNCL-CREDIT to bs-concessions (building-sub).
003850     add TENCNCL-CREDIT to total-concessions.
003860 2100-exit.
003870     exit.

003880 3000-load-payments.
003890     open input payment-ledger-file.
003900     if pay-file-status not = "00"
003910         move "W" to TENOLOG-SEVERITY
003920         move spaces to TENOLOG-TEXT
003930         string "no payledgr.dat on file, no payment "
003940                 delimited by size
003950             "lines extracted" delimited by size
003960             into TENOLOG-TEXT
003970         call "TENOLOG" using TENOLOG-PARMS
003980         move "Y" to pay-eof-switch
003990         go to 3000-exit.
004000     perform 3100-read-payment thru 3100-exit
004010         until pay-file-at-end.
004020     close payment-ledger-file.
004030 3000-exit.
004040     exit.

004050 3100-read-payment.
004060     read payment-ledger-file
004070         at end
004080             move "Y" to pay-eof-switch
004090         not at end
004100             perform 3200-summarize-payment thru 3200-exit.
004110 3100-exit.
004120     exit.

004130 3200-summarize-payment.
004140     move pay-date of payment-record to pay-date-work.
004150     if pay-work-yyyymm not = run-date-yyyymm
004160         go to 3200-exit.
004170     if pay-building of payment-record = zero
004180         go to 3200-exit.
004190     move pay-building of payment-record to building-sub.
004200     add pay-amount of payment-record
004210         to bs-payments (building-sub).
004220     add pay-amount of payment-record to total-payments.
004230 3200-exit.
004240     exit.

004250*----------------------------------------------------------*
004260* Fee income is what actually posted: the run month's "F"
004270* entries on tenbal.dat (NSF fees and supervisor-approved
004280* late fees), the same figures the statements bill.
004290*----------------------------------------------------------*
004300 3500-load-fees.
004310     open input balance-file.
004320     if bal-file-status not = "00"
004330         move "W" to TENOLOG-SEVERITY
004340         move "no tenbal.dat on file, no fee income extracted"
004350             to TENOLOG-TEXT
004360         call "TENOLOG" using TENOLOG-PARMS
004370         close balance-file
004380         move "Y" to bal-eof-switch
004390         go to 3500-exit.
004400     perform 3510-read-fee thru 3510-exit
004410         until balance-file-at-end.
004420     close balance-file.
004430 3500-exit.
004440     exit.

004450 3510-read-fee.
004460     read balance-file
004470         at end
004480             move "Y" to bal-eof-switch
004490         not at end
004500             perform 3520-summarize-fee thru 3520-exit.
004510 3510-exit.
004520     exit.

004530 3520-summarize-fee.
004540     if not bal-nsf-fee of balance-record
004550         and not bal-waiver of balance-record
004560         go to 3520-exit.
004570     move bal-date of balance-record to bal-date-work.
004580     if bal-work-yyyymm not = run-date-yyyymm
004590         go to 3520-exit.
004600     if bal-building of balance-record = zero
004610         go to 3520-exit.
004620     move bal-building of balance-record to building-sub.
004630     add bal-amount of balance-record
004640         to bs-late-fees (building-sub).
004650     add bal-amount of balance-record to total-late-fees.
004660 3520-exit.
004670     exit.

004680*----------------------------------------------------------*
004690* Prepaid rent is the period's TENPREP building totals.  A
004700* rerun of TENPREP appends a fresh set, so the latest record
004710* for a building replaces any earlier one.
004720*----------------------------------------------------------*
004730 3600-load-prepaid.
004740     open input prepaid-file.
004750     if ppd-file-status not = "00"
004760         move "W" to TENOLOG-SEVERITY
004770         move "no prepaid.dat on file, no prepaid rent deferred"
004780             to TENOLOG-TEXT
004790         call "TENOLOG" using TENOLOG-PARMS
004800         close prepaid-file
004810         move "Y" to ppd-eof-switch
004820         go to 3600-exit.
004830     perform 3610-read-prepaid thru 3610-exit
004840         until prepaid-file-at-end.
004850     close prepaid-file.
004860 3600-exit.
004870     exit.

004880 3610-read-prepaid.
004890     read prepaid-file
004900         at end
004910             move "Y" to ppd-eof-switch
004920         not at end
004930             perform 3620-summarize-prepaid thru 3620-exit.
004940 3610-exit.
004950     exit.

004960 3620-summarize-prepaid.
004970     if ppd-period of prepaid-record not = run-date-yyyymm
004980         go to 3620-exit.
004990     if ppd-building of prepaid-record = zero
005000         go to 3620-exit.
005010     move ppd-building of prepaid-record to building-sub.
005020     move ppd-amount of prepaid-record
005030         to bs-prepaid (building-sub).
005040 3620-exit.
005050     exit.

005060*----------------------------------------------------------*
005070* Unapplied cash: the period's suspense receipts by payment
005080* date and applications by applied date; the balance is
005090* every open record less every applied one.
005100*----------------------------------------------------------*
005110 3700-load-suspense.
005120     open input suspense-file.
005130     if sus-file-status not = "00"
005140         close suspense-file
005150         move "Y" to sus-eof-switch
005160         go to 3700-exit.
005170     perform 3710-read-suspense thru 3710-exit
005180         until suspense-file-at-end.
005190     close suspense-file.
005200 3700-exit.
005210     exit.

005220 3710-read-suspense.
005230     read suspense-file
005240         at end
005250             move "Y" to sus-eof-switch
005260             go to 3710-exit.
005270     if sus-open of suspense-record
005280         add sus-amount of suspense-record to suspense-balance
005290         move sus-date of suspense-record to sus-date-work
005300         if sus-work-yyyymm = run-date-yyyymm
005310             add sus-amount of suspense-record
005320                 to suspense-received
005330         end-if
005340         go to 3710-exit.
005350     if sus-applied of suspense-record
005360         subtract sus-amount of suspense-record
005370             from suspense-balance
005380         move sus-applied-date of suspense-record
005390             to sus-date-work
005400         if sus-work-yyyymm = run-date-yyyymm
005410             add sus-amount of suspense-record
005420                 to suspense-applied.
005430 3710-exit.
005440     exit.

005450*----------------------------------------------------------*
005460* Prior-period adjustments posted this month.  Each one
005470* comes out of the regular line it was counted in (cash by
005480* pay date, fees by balance date) and is tabled for its own
005490* line.  A full table leaves the item on the regular line.
005500*----------------------------------------------------------*
005510 3800-load-adjustments.
005520     open input adjustment-file.
005530     if ppa-file-status not = "00"
005540         close adjustment-file
005550         move "Y" to ppa-eof-switch
005560         go to 3800-exit.
005570     perform 3810-read-adjustment thru 3810-exit
005580         until adjustment-file-at-end.
005590     close adjustment-file.
005600 3800-exit.
005610     exit.

005620 3810-read-adjustment.
005630     read adjustment-file
005640         at end
005650             move "Y" to ppa-eof-switch
005660         not at end
005670             perform 3820-summarize-adjustment thru 3820-exit.
005680 3810-exit.
005690     exit.

005700 3820-summarize-adjustment.
005710     move ppa-posted-date of adjustment-record
005720         to ppa-date-work.
005730     if ppa-work-yyyymm not = run-date-yyyymm
005740         go to 3820-exit.
005750     if ppa-building of adjustment-record = zero
005760         go to 3820-exit.
005770     if ppa-cash of adjustment-record
005780         move 100100 to adjustment-account
005790     else
005800         if ppa-fee-income of adjustment-record
005810             move 405100 to adjustment-account
005820         else
005830             go to 3820-exit.
005840     move ppa-effective-date of adjustment-record
005850         to ppa-date-work.
005860     set adjustment-index to 1.
005870     if adjustment-count > zero
005880         search adjustment-entry
005890             at end
005900                 perform 3830-add-adjustment thru 3830-exit
005910             when at-building (adjustment-index)
005920                     = ppa-building of adjustment-record
005930                 and at-account (adjustment-index)
005940                     = adjustment-account
005950                 and at-period (adjustment-index)
005960                     = ppa-work-yyyymm
005970                 continue
005980         end-search
005990     else
006000         perform 3830-add-adjustment thru 3830-exit.
006010     if adjustment-index > adjustment-count
006020         move "W" to TENOLOG-SEVERITY
006030         move ppa-building of adjustment-record
006040             to TENOLOG-BUILDING
006050         move ppa-aptnum of adjustment-record to TENOLOG-APTNUM
006060         move "adjustment table full, left on the regular line"
006070             to TENOLOG-TEXT
006080         call "TENOLOG" using TENOLOG-PARMS
006090         go to 3820-exit.
006100     add ppa-amount of adjustment-record
006110         to at-amount (adjustment-index).
006120     add ppa-amount of adjustment-record to total-adjustments.
006130     move ppa-building of adjustment-record to building-sub.
006140     if ppa-cash of adjustment-record
006150         subtract ppa-amount of adjustment-record
006160             from bs-payments (building-sub)
006170         subtract ppa-amount of adjustment-record
006180             from total-payments
006190     else
006200         subtract ppa-amount of adjustment-record
006210             from bs-late-fees (building-sub)
006220         subtract ppa-amount of adjustment-record
006230             from total-late-fees.
006240 3820-exit.
006250     exit.

006260 3830-add-adjustment.
006270     if adjustment-count = 300
006280         set adjustment-index to 301
006290         go to 3830-exit.
006300     add 1 to adjustment-count.
006310     set adjustment-index to adjustment-count.
006320     move ppa-building of adjustment-record
006330         to at-building (adjustment-index).
006340     move adjustment-account to at-account (adjustment-index).
006350     move ppa-work-yyyymm to at-period (adjustment-index).
006360     move zero to at-amount (adjustment-index).
006370 3830-exit.
006380     exit.

006390 4000-write-journal.
006400     perform 4100-journal-one-building thru 4100-exit
006410         varying building-sub from 1 by 1
006420         until building-sub > 99.
006430     perform 4400-journal-suspense thru 4400-exit.
006440     perform 4500-journal-adjustment thru 4500-exit
006450         varying adjustment-index from 1 by 1
006460         until adjustment-index > adjustment-count.
006470 4000-exit.
006480     exit.

006490 4100-journal-one-building.
006500     move run-date-yyyymm to journal-period.
006510     if bs-rent-charged (building-sub) not = zero
006520         move 400100 to gl-account
006530         move "C" to gl-debit-credit
006540         move bs-rent-charged (building-sub) to gl-amount
006550         perform 4200-write-line thru 4200-exit.
006560     if bs-payments (building-sub) not = zero
006570         move 100100 to gl-account
006580         if bs-payments (building-sub) < zero
006590             move "C" to gl-debit-credit
006600         else
006610             move "D" to gl-debit-credit
006620         end-if
006630         move bs-payments (building-sub) to gl-amount
006640         perform 4200-write-line thru 4200-exit.
006650     if bs-late-fees (building-sub) not = zero
006660         move 405100 to gl-account
006670*        a month whose waivers exceed its fees nets
006680*        negative and books a DEBIT to fee income, the
006690*        same flip the cash line above makes
006700         if bs-late-fees (building-sub) < zero
006710             move "D" to gl-debit-credit
006720         else
006730             move "C" to gl-debit-credit
006740         end-if
006750         move bs-late-fees (building-sub) to gl-amount
006760         perform 4200-write-line thru 4200-exit.
006770     if bs-concessions (building-sub) not = zero
006780         move 410100 to gl-account
006790         move "D" to gl-debit-credit
006800         move bs-concessions (building-sub) to gl-amount
006810         perform 4200-write-line thru 4200-exit.
006820     if bs-prepaid (building-sub) not = zero
006830         perform 4300-defer-prepaid thru 4300-exit.
006840 4100-exit.
006850     exit.

006860 4200-write-line.
006870     move building-sub to gl-building.
006880     move journal-period to gl-period.
006890     move space to gl-line-type.
006900     move zero to gl-adjusted-period.
006910     write gl-journal-line.
006920     add 1 to journal-line-count.
006930 4200-exit.
006940     exit.

006950*----------------------------------------------------------*
006960* Rent received ahead moves out of income into the prepaid
006970* liability for this period and back again in the next,
006980* when it is earned.
006990*----------------------------------------------------------*
007000 4300-defer-prepaid.
007010     add bs-prepaid (building-sub) to total-prepaid.
007020     move bs-prepaid (building-sub) to gl-amount.
007030     move 400100 to gl-account.
007040     move "D" to gl-debit-credit.
007050     perform 4200-write-line thru 4200-exit.
007060     move 220100 to gl-account.
007070     move "C" to gl-debit-credit.
007080     perform 4200-write-line thru 4200-exit.
007090     move next-period to journal-period.
007100     move 220100 to gl-account.
007110     move "D" to gl-debit-credit.
007120     perform 4200-write-line thru 4200-exit.
007130     move 400100 to gl-account.
007140     move "C" to gl-debit-credit.
007150     perform 4200-write-line thru 4200-exit.
007160     move run-date-yyyymm to journal-period.
007170 4300-exit.
007180     exit.

007190*----------------------------------------------------------*
007200* Unapplied cash belongs to no building until it is
007210* applied, so its lines go under building 00.
007220*----------------------------------------------------------*
007230 4400-journal-suspense.
007240     move zero to building-sub.
007250     move run-date-yyyymm to journal-period.
007260     if suspense-received not = zero
007270         move suspense-received to gl-amount
007280         move 100100 to gl-account
007290         move "D" to gl-debit-credit
007300         perform 4200-write-line thru 4200-exit
007310         move 240100 to gl-account
007320         move "C" to gl-debit-credit
007330         perform 4200-write-line thru 4200-exit.
007340     if suspense-applied not = zero
007350         move suspense-applied to gl-amount
007360         move 240100 to gl-account
007370         move "D" to gl-debit-credit
007380         perform 4200-write-line thru 4200-exit
007390         move 100100 to gl-account
007400         move "C" to gl-debit-credit
007410         perform 4200-write-line thru 4200-exit.
007420 4400-exit.
007430     exit.

007440*----------------------------------------------------------*
007450* One separate line per building, account and original
007460* month, in the run period, flipped like the regular line
007470* when it nets the other way.
007480*----------------------------------------------------------*
007490 4500-journal-adjustment.
007500     if at-amount (adjustment-index) = zero
007510         go to 4500-exit.
007520     move at-account (adjustment-index) to gl-account.
007530     move at-building (adjustment-index) to gl-building.
007540     move run-date-yyyymm to gl-period.
007550     if at-account (adjustment-index) = 100100
007560         if at-amount (adjustment-index) < zero
007570             move "C" to gl-debit-credit
007580         else
007590             move "D" to gl-debit-credit
007600         end-if
007610     else
007620         if at-amount (adjustment-index) < zero
007630             move "D" to gl-debit-credit
007640         else
007650             move "C" to gl-debit-credit.
007660     move at-amount (adjustment-index) to gl-amount.
007670     move "A" to gl-line-type.
007680     move at-period (adjustment-index) to gl-adjusted-period.
007690     write gl-journal-line.
007700     add 1 to journal-line-count.
007710 4500-exit.
007720     exit.

007730 9000-finish.
007740     move "GENERAL-LEDGER EXTRACT PROOF PAGE" to report-line.
007750     write report-line.
007760     move spaces to report-line.
007770     string "PERIOD: " delimited by size
007780         run-date-yyyymm delimited by size
007790         into report-line.
007800     write report-line.
007810     move spaces to report-line.
007820     write report-line.
007830     move "A" to TENFMT-FORMAT-CODE.
007840     move total-rent-charged to TENFMT-RAW-AMOUNT.
007850     call "TENFMT" using TENFMT-PARMS.
007860     move spaces to report-line.
007870     string "RENT CHARGED (TIES TO TENRENT):  "
007880         delimited by size
007890         TENFMT-EDITED-OUT delimited by size
007900         into report-line.
007910     write report-line.
007920     move total-payments to edited-payments.
007930     move spaces to report-line.
007940     string "PAYMENTS RECEIVED THIS PERIOD:   "
007950         delimited by size
007960         edited-payments delimited by size
007970         into report-line.
007980     write report-line.
007990     move total-late-fees to TENFMT-RAW-AMOUNT.
008000     call "TENFMT" using TENFMT-PARMS.
008010     move spaces to report-line.
008020     string "FEE INCOME (TIES TO STATEMENTS): "
008030         delimited by size
008040         TENFMT-EDITED-OUT delimited by size
008050         into report-line.
008060     write report-line.
008070     move total-concessions to TENFMT-RAW-AMOUNT.
008080     call "TENFMT" using TENFMT-PARMS.
008090     move spaces to report-line.
008100     string "RENT CONCESSIONS (TIES TO TENRENT):"
008110         delimited by size
008120         TENFMT-EDITED-OUT delimited by size
008130         into report-line.
008140     write report-line.
008150     move total-prepaid to TENFMT-RAW-AMOUNT.
008160     call "TENFMT" using TENFMT-PARMS.
008170     move spaces to report-line.
008180     string "PREPAID RENT DEFERRED (TIES TO TENPREP):"
008190         delimited by size
008200         TENFMT-EDITED-OUT delimited by size
008210         into report-line.
008220     write report-line.
008230     move suspense-received to TENFMT-RAW-AMOUNT.
008240     call "TENFMT" using TENFMT-PARMS.
008250     move spaces to report-line.
008260     string "UNAPPLIED CASH TO SUSPENSE:      "
008270         delimited by size
008280         TENFMT-EDITED-OUT delimited by size
008290         into report-line.
008300     write report-line.
008310     move suspense-applied to TENFMT-RAW-AMOUNT.
008320     call "TENFMT" using TENFMT-PARMS.
008330     move spaces to report-line.
008340     string "UNAPPLIED CASH APPLIED:          "
008350         delimited by size
008360         TENFMT-EDITED-OUT delimited by size
008370         into report-line.
008380     write report-line.
008390     move suspense-balance to TENFMT-RAW-AMOUNT.
008400     call "TENFMT" using TENFMT-PARMS.
008410     move spaces to report-line.
008420     string "SUSPENSE BALANCE (TIES TO TENSUSR):"
008430         delimited by size
008440         TENFMT-EDITED-OUT delimited by size
008450         into report-line.
008460     write report-line.
008470     move total-adjustments to edited-payments.
008480     move spaces to report-line.
008490     string "PRIOR-PERIOD ADJUSTMENTS (APART):"
008500         delimited by size
008510         edited-payments delimited by size
008520         into report-line.
008530     write report-line.
008540     move "C" to TENFMT-FORMAT-CODE.
008550     move journal-line-count to TENFMT-RAW-AMOUNT.
008560     call "TENFMT" using TENFMT-PARMS.
008570     move spaces to report-line.
008580     string "JOURNAL LINES WRITTEN:           "
008590         delimited by size
008600         TENFMT-EDITED-OUT delimited by size
008610         into report-line.
008620     write report-line.
008630     close sample-idx-file gl-extract-file proof-report.
008640     move "E" to TENRUNC-FUNCTION.
008650     move journal-line-count to TENRUNC-COUNT.
008660     call "TENRUNC" using TENRUNC-PARMS.
008670     move "I" to TENOLOG-SEVERITY
008680     move spaces to TENOLOG-TEXT
008690     string journal-line-count delimited by size
008700         " journal line(s) extracted" delimited by size
008710         into TENOLOG-TEXT
008720     call "TENOLOG" using TENOLOG-PARMS.
008730 9000-exit.
008740     exit.

000110* TEST18.COB
000120*
000130* Nightly batch driver.  Runs the evening's chain in order:
000140* the indexed.dbf tenant load, the scheduled rent-change
000150* apply, the ACH return import (TENACHR), the bank's
000160* paid-checks import (TENCKCL), the payroll rent-deduction
000170* confirmation import (TENPRDI), the rent
000180* abatement run for restored outages (TENABAT), the per-unit
000190* summary build (TENUSUM), the
000200* month-end billing close, the keyed satellite-master
000210* rebuild, the address standardization (TENADDS), the
000220* relative.dbf replica rebuild (TENRBLD) and its proof
000230* (TENRECON), the rent-roll report, the SSN report, the
000240* credit-screening result import and request
000250* file, the applicant matching, the guest-card follow-up
000260* list (TENGSTF), the tenant communications follow-up
000270* worklist (TENCFUP), the lease-expiration
000280* report, the month-to-month conversion of expired leases
000290* (TENMTMC), the notice-to-vacate overdue check (TENNTVC),
000300* the resident-portal maintenance-request import
000310* (TENPRQI), the open work-order aging, the monthly
000320* outstanding-keys report, the monthly stale-check report
000330* and due-diligence letters (TENCKOS), the monthly leasing
000340* funnel (TENGSTR), the lease-violation
000350* escalation, the utility confirmation import and
000360* service-transfer file, the monthly credit-bureau rent
000370* reporting, the weekly cash-receipts forecast, the
000380* receivables subledger proof, the unapplied-cash suspense
000390* aging (TENSUSR), the email bounce import
000400* (TENEBNC), the former-tenant
000410* personal-data redaction (TENREDAC) and the weekly
000420* full-system save set (TENSAVE).  Each step is CALLed and its
000430* RETURN-CODE checked, so a failed step is named in the
000440* log and, through TENOLOG, on the night's operations log;
000450* the rent-roll report is skipped when the replica proof
000460* fails.  The last report step prints the TENOPSD morning
000470* digest of the operations log beside the dashboard.
000480*
000490* Step selection is controlled by the batcal.ctl calendar
000500* file (maintained by TENCALM).  Its first record carries
000510* tonight's flags -- weekly-work-tonight and
000520* holiday-tonight -- and each following record names a step
000530* with its frequency (N nightly, W weekly, M month-end, S
000540* skip) and a skip-on-holiday flag.  A nightly step runs
000550* every night unless tonight is a holiday and the step is
000560* marked skip-on-holiday; a weekly step runs only when the
000570* weekly flag is up; a month-end step runs only on the
000580* first of the month.  A step not named in the calendar,
000590* or the whole calendar being absent, means run nightly --
000600* the behavior the driver always had.  The evening's plan
000610* prints at the top of the log.
000620*----------------------------------------------------------*
000630* MODIFICATION HISTORY
000640*   DATE       INIT  DESCRIPTION
000650*   2026-10-15 JHM   Calendar step table raised to 60 steps;
000660*                    a full batcal.ctl dropped the last steps,
000670*                    which then ran every night.
000680*   2026-10-15 JHM   Added the resident-portal maintenance-
000690*                    request import step (TENPRQI) ahead of
000700*                    the open work-order aging.
000710*   2026-10-15 JHM   Added the month-to-month conversion
000720*                    step (TENMTMC) after the lease-
000730*                    expiration report.
000740*   2026-10-15 JHM   Added the communications follow-up
000750*                    worklist step (TENCFUP) after the
000760*                    guest-card follow-up list.
000770*   2026-10-15 JHM   Added the payroll rent-deduction
000780*                    confirmation step (TENPRDI) after the
000790*                    paid-checks import.
000800*   2026-10-15 JHM   Added the guest-card follow-up step
000810*                    (TENGSTF) after the applicant matching
000820*                    and the monthly leasing funnel step
000830*                    (TENGSTR) after the stale-check report.
000840*   2026-10-15 JHM   Added the unapplied-cash suspense aging
000850*                    step (TENSUSR) after the receivables
000860*                    proof.
000870*   2026-10-15 JHM   Added the paid-checks import step
000880*                    (TENCKCL) after the ACH return import
000890*                    and the monthly stale-check report step
000900*                    (TENCKOS) after the outstanding-keys
000910*                    report.
000920*   2026-10-15 JHM   Added the rent abatement step (TENABAT)
000930*                    after the ACH return import, so credits
000940*                    reach the unit summary the same night.
000950*   2026-10-15 JHM   Added the notice-to-vacate overdue check
000960*                    step (TENNTVC) after the lease-expiration
000970*                    report.
000980*   2026-10-15 JHM   HOLIDAY records on batcal.ctl (the
000990*                    holiday dates the rent due-date
001000*                    calculation reads) are passed over
001010*                    when the step table is built.
001020*   2026-10-15 JHM   Added the unit summary build step
001030*                    (TENUSUM) after the ACH return import, so
001040*                    the month-end close's KPI feed and every
001050*                    report after it read one set of per-unit
001060*                    figures instead of rescanning the
001070*                    satellite files.
001080*   2026-10-15 JHM   relative.dbf is no longer loaded: the
001090*                    TEST13 tenant-load step is gone, and the
001100*                    new relative.dbf rebuild step (TENRBLD)
001110*                    copies it from indexed.dbf after the
001120*                    last step that updates indexed.dbf.  The
001130*                    reconciliation (TENRECON) moved to run
001140*                    straight after it as the replica's proof.
001150*   2026-10-15 JHM   Added the address standardization step
001160*                    (TENADDS) after the keyed rebuild, so the
001170*                    reports and mailings that follow print
001180*                    standard street abbreviations and the
001190*                    city and state the ZIP reference gives.
001200*   2026-10-15 JHM   Added the ACH return import step
001210*                    (TENACHR) after the rent-change apply,
001220*                    so a returned debit is backed out before
001230*                    the month-end close and a cancelled
001240*                    autopay reaches the keyed rebuild.
001250*   2026-10-15 JHM   Added the email bounce import step
001260*                    (TENEBNC) after the receivables proof,
001270*                    so a bounced unit is back on paper
001280*                    before the next statement run.
001290*   2026-10-15 JHM   Added the former-tenant personal-data
001300*                    redaction step (TENREDAC) ahead of the
001310*                    weekly save, so the save set never holds
001320*                    data the redaction has removed.
001330*   2026-10-15 JHM   Added the full-system save set step
001340*                    (TENSAVE), weekly on the calendar, after
001350*                    the receivables proof, so the set holds
001360*                    the night's finished files.
001370*   2026-10-15 JHM   A failed step is now also logged as an
001380*                    error on the TENOLOG operations log under
001390*                    the program the step called, a refused
001400*                    chain is logged as an abort, and the
001410*                    chain's start and finish are logged.
001420*                    Added the morning operations digest step
001430*                    (TENOPSD) after the dashboard.
001440*   2026-10-15 JHM   Added the keyed satellite-master rebuild
001450*                    step (TENSCNV) after the month-end close,
001460*                    so the reports that follow read tonight's
001470*                    current versions.
001480*   2026-10-15 JHM   Added the receivables subledger proof
001490*                    step (TENARPF) after the cash forecast.
001500*   2026-10-15 JHM   Added the ninety-day cash-receipts
001510*                    forecast step (TENCFCT), weekly on the
001520*                    calendar, after the rent reporting.
001530*   2026-10-15 JHM   Added the credit-bureau rent-reporting
001540*                    step (TENCRPT) after the utility
001550*                    service-transfer file.
001560*   2026-10-15 JHM   Added the utility confirmation import
001570*                    (TENUTLI) and service-transfer file
001580*                    (TENUTLX) steps after the violation
001590*                    escalation.
001600*   2026-10-15 JHM   Added the lease-violation escalation
001610*                    step (TENVIOR) after the outstanding-keys
001620*                    report; the calendar table now holds 40
001630*                    steps.
001640*   2026-10-15 JHM   Added the outstanding-keys report step
001650*                    (TENFOBR) after the work-order aging; it
001660*                    does its work on the first of the month.
001670*   2026-10-15 JHM   Added the credit-screening result import
001680*                    (TENSCRI) and request-file (TENSCRO)
001690*                    steps ahead of the applicant matching,
001700*                    so a decline received today is never
001710*                    offered a unit tonight.
001720*   2026-08-22 JHM   Converted the driver to the shop's fixed
001730*                    source format and step-per-paragraph
001740*                    layout, and gave it a real program-id.
001750*   2026-08-22 JHM   Added the month-end billing close step
001760*                    (TENCLOSE) between the reconciliation
001770*                    and the reports.
001780*   2026-08-22 JHM   Added the scheduled rent-change apply
001790*                    step (TENRAPP) ahead of the month-end
001800*                    close.
001810*   2026-08-22 JHM   Added the applicant-matching (TENMATCH),
001820*                    lease-expiration (TENLEXP) and open
001830*                    work-order aging (TENWORPT) steps.
001840*   2026-08-22 JHM   Step selection now comes from the
001850*                    batcal.ctl calendar file, with the
001860*                    evening's plan printed at the top of
001870*                    the log, so month-end-only work stops
001880*                    being commented in and out by hand.
001890*   2026-08-22 JHM   The driver now raises the batchlck.ctl
001900*                    batch-window lock at start of chain and
001910*                    clears it at finish; the online update
001920*                    programs refuse to rewrite tenant
001930*                    records while the lock is up, ending
001940*                    the phantom reconciliation differences
001950*                    traced to mid-chain rewrites.
001960*   2026-08-22 JHM   Added the daily audit activity
001970*                    summary step (TENAUDR) at the end of
001980*                    the chain.
001990*   2026-08-22 JHM   Added the integrity-scan step
002000*                    (TENVERIF) after the update steps, so
002010*                    a record gone bad is flagged the same
002020*                    night.
002030*   2026-08-22 JHM   Added the portfolio dashboard step
002040*                    (TENDASH) after the balancing, so the
002050*                    morning meeting gets one page instead
002060*                    of four reports side by side.
002070*   2026-08-22 JHM   Added the end-of-night balancing step
002080*                    (TENBALN) as the last thing before the
002090*                    batch-window lock clears.
002100*   2026-08-22 JHM   The TENPREF pre-flight check now runs
002110*                    before anything else; when it fails,
002120*                    the chain is refused outright instead
002130*                    of failing step by step through the
002140*                    night.
002150*----------------------------------------------------------*
002160 identification division.
002170 program-id. test18.
002180 author. J. H. Masters.
002190 installation. Property Management Systems.
002200 date-written. 2026-08-22.
002210 date-compiled. 2026-08-22.

002220 environment division.
002230 configuration section.
002240 source-computer. Intel486.
002250 object-computer. Intel486.

002260 input-output section.
002270 file-control.
002280     select optional calendar-file assign to disk
002290         organization is line sequential
002300         file status is cal-file-status.

002310     select batch-lock-file assign to disk
002320         organization is line sequential.

002330 data division.
002340 file section.
002350 fd  calendar-file
002360     label records are standard
002370     value of file-id is "batcal.ctl".
002380 01  calendar-record.
002390     05  cal-step-name       picture is X(12).
002400     05  cal-frequency       picture is X(01).
002410     05  cal-holiday-skip    picture is X(01).
002420 01  calendar-tonight-record redefines calendar-record.
002430     05  filler              picture is X(12).
002440     05  cal-weekly-tonight  picture is X(01).
002450     05  cal-holiday-tonight picture is X(01).
002460 01  calendar-holiday-record.
002470     05  filler              picture is X(12).
002480     05  cal-holiday-date    picture is 9(08).

002490 fd  batch-lock-file
002500     label records are standard
002510     value of file-id is "batchlck.ctl".
002520 01  batch-lock-record.
002530     05  lck-status          picture is X(06).
002540     05  lck-date            picture is 9(08).
002550     05  lck-time            picture is 9(08).

002560 working-storage section.
002570 01  step-status             picture is X(01) value "Y".
002580     88  step-ok                     value "Y".
002590 01  pre-flight-status       picture is X(01) value "Y".
002600     88  pre-flight-ok               value "Y".
002610 01  cal-file-status         picture is X(02).
002620 01  cal-eof-switch          picture is X(01) value "N".
002630     88  calendar-at-end             value "Y".
002640 01  first-cal-record-switch picture is X(01) value "Y".
002650     88  first-cal-record            value "Y".
002660 01  weekly-tonight-switch   picture is X(01) value "N".
002670     88  weekly-tonight              value "Y".
002680 01  holiday-tonight-switch  picture is X(01) value "N".
002690     88  holiday-tonight             value "Y".
002700 01  run-date                picture is 9(08).
002710 01  run-date-breakdown redefines run-date.
002720     05  run-date-yyyymm     picture is 9(06).
002730     05  run-date-day        picture is 9(02).
002740 01  lock-clock-time         picture is 9(08).
002750 01  step-name-wanted        picture is X(12).
002760 01  step-wanted-switch      picture is X(01).
002770     88  step-wanted                 value "Y".
002780 01  step-sub                picture is 9(02).
002790 01  failed-program          picture is X(08).
002800 01  failed-rc               picture is 9(04).
002810     copy TENOLOG.

002820 01  step-table-area.
002830     05  step-table-count    picture is 9(02) value zero.
002840     05  step-table-entry occurs 1 to 60 times
002850             depending on step-table-count
002860             indexed by step-table-index.
002870         10  st-name         picture is X(12).
002880         10  st-frequency    picture is X(01).
002890         10  st-holiday-skip picture is X(01).

002900 procedure division.
002910 0000-mainline.
002920     display "NIGHTLY BATCH DRIVER STARTING".
002930     accept run-date from date yyyymmdd.
002940     move "NIGHTLY" to TENOLOG-PROGRAM.
002950     perform pre-flight-check thru pre-flight-exit.
002960     if not pre-flight-ok
002970         move "A" to TENOLOG-SEVERITY
002980         move spaces to TENOLOG-TEXT
002990         string "PRE-FLIGHT FAILED - CHAIN NOT STARTED, "
003000                 delimited by size
003010             "see the pre-flight report" delimited by size
003020             into TENOLOG-TEXT
003030         call "TENOLOG" using TENOLOG-PARMS
003040         stop run.
003050     perform set-batch-lock thru set-batch-lock-exit.
003060     move "I" to TENOLOG-SEVERITY.
003070     move "nightly chain started" to TENOLOG-TEXT.
003080     call "TENOLOG" using TENOLOG-PARMS.
003090     perform read-calendar thru read-calendar-exit.
003100     perform print-plan thru print-plan-exit.
003110     perform indexed-load thru indexed-load-exit.
003120     perform rent-change-apply thru rent-change-exit.
003130     perform ach-return-import thru ach-return-exit.
003140     perform paid-check-import thru paid-check-exit.
003150     perform payroll-deduction thru payroll-deduction-exit.
003160     perform abatement-run thru abatement-run-exit.
003170     perform unit-summary thru unit-summary-exit.
003180     perform month-end-close thru month-end-close-exit.
003190     perform satellite-rebuild thru satellite-rebuild-exit.
003200     perform address-standardize
003210         thru address-standardize-exit.
003220     perform relative-rebuild thru relative-rebuild-exit.
003230     perform reconciliation-run thru reconciliation-exit.
003240     perform integrity-scan thru integrity-scan-exit.
003250     perform rent-roll-report thru rent-roll-exit.
003260     perform ssn-report thru ssn-report-exit.
003270     perform screening-import thru screening-import-exit.
003280     perform screening-request thru screening-request-exit.
003290     perform applicant-match thru applicant-match-exit.
003300     perform guest-follow-up thru guest-follow-up-exit.
003310     perform comm-follow-up thru comm-follow-up-exit.
003320     perform lease-expiration thru lease-expiration-exit.
003330     perform mtm-conversion thru mtm-conversion-exit.
003340     perform notice-overdue-check thru notice-overdue-exit.
003350     perform portal-request-import thru portal-request-exit.
003360     perform work-order-report thru work-order-exit.
003370     perform keys-out-report thru keys-out-exit.
003380     perform stale-check-report thru stale-check-exit.
003390     perform leasing-funnel thru leasing-funnel-exit.
003400     perform violation-escalation thru violation-exit.
003410     perform utility-import thru utility-import-exit.
003420     perform utility-transfer thru utility-transfer-exit.
003430     perform rent-reporting thru rent-reporting-exit.
003440     perform cash-forecast thru cash-forecast-exit.
003450     perform receivables-proof thru receivables-proof-exit.
003460     perform suspense-aging thru suspense-aging-exit.
003470     perform email-bounce-import thru email-bounce-exit.
003480     perform personal-data-redaction
003490         thru personal-data-redaction-exit.
003500     perform weekly-save thru weekly-save-exit.
003510     perform audit-summary thru audit-summary-exit.
003520     perform night-balancing thru night-balancing-exit.
003530     perform portfolio-dashboard thru dashboard-exit.
003540     perform operations-digest thru operations-digest-exit.
003550     move "NIGHTLY" to TENOLOG-PROGRAM.
003560     move "I" to TENOLOG-SEVERITY.
003570     move "nightly chain finished" to TENOLOG-TEXT.
003580     call "TENOLOG" using TENOLOG-PARMS.
003590     perform clear-batch-lock thru clear-batch-lock-exit.
003600     display "NIGHTLY BATCH DRIVER FINISHED".
003610     stop run.

003620 set-batch-lock.
003630     accept lock-clock-time from time.
003640     open output batch-lock-file.
003650     move "LOCKED" to lck-status.
003660     move run-date to lck-date.
003670     move lock-clock-time to lck-time.
003680     write batch-lock-record.
003690     close batch-lock-file.
003700     display "NIGHTLY: batch window locked".
003710 set-batch-lock-exit.
003720     exit.

003730 clear-batch-lock.
003740     accept lock-clock-time from time.
003750     open output batch-lock-file.
003760     move "OPEN" to lck-status.
003770     move run-date to lck-date.
003780     move lock-clock-time to lck-time.
003790     write batch-lock-record.
003800     close batch-lock-file.
003810     display "NIGHTLY: batch window cleared".
003820 clear-batch-lock-exit.
003830     exit.

003840 pre-flight-check.
003850     display "NIGHTLY: step - pre-flight check".
003860     call "TENPREF".
003870     if return-code = 0
003880         display "NIGHTLY: pre-flight OK"
003890     else
003900         move "N" to pre-flight-status
003910         move 0 to return-code.
003920 pre-flight-exit.
003930     exit.

003940 read-calendar.
003950     open input calendar-file.
003960     if cal-file-status not = "00"
003970         display "NIGHTLY: no batcal.ctl, all steps run"
003980         move "Y" to cal-eof-switch
003990         go to read-calendar-exit.
004000     perform read-calendar-record
004010         thru read-calendar-record-exit
004020         until calendar-at-end.
004030     close calendar-file.
004040 read-calendar-exit.
004050     exit.

004060 read-calendar-record.
004070     read calendar-file
004080         at end
004090             move "Y" to cal-eof-switch
004100             go to read-calendar-record-exit.
004110     if first-cal-record
004120         move "N" to first-cal-record-switch
004130         move cal-weekly-tonight
004140             to weekly-tonight-switch
004150         move cal-holiday-tonight
004160             to holiday-tonight-switch
004170         go to read-calendar-record-exit.
004180     if cal-step-name = "HOLIDAY"
004190         go to read-calendar-record-exit.
004200     if step-table-count >= 60
004210         display "NIGHTLY: calendar table full, step "
004220             cal-step-name " ignored"
004230         go to read-calendar-record-exit.
004240     add 1 to step-table-count.
004250     move cal-step-name
004260         to st-name (step-table-count).
004270     move cal-frequency
004280         to st-frequency (step-table-count).
004290     move cal-holiday-skip
004300         to st-holiday-skip (step-table-count).
004310 read-calendar-record-exit.
004320     exit.

004330 print-plan.
004340     display "NIGHTLY: business date " run-date.
004350     if weekly-tonight
004360         display "NIGHTLY: weekly work runs tonight".
004370     if holiday-tonight
004380         display "NIGHTLY: tonight is a holiday".
004390     if run-date-day = 01
004400         display "NIGHTLY: month-end work runs tonight".
004410     if step-table-count = zero
004420         display "NIGHTLY: plan - every step nightly"
004430         go to print-plan-exit.
004440     display "NIGHTLY: tonight's plan:".
004450     perform print-plan-step thru print-plan-step-exit
004460         varying step-sub from 1 by 1
004470         until step-sub > step-table-count.
004480 print-plan-exit.
004490     exit.

004500 print-plan-step.
004510     move st-name (step-sub) to step-name-wanted.
004520     perform check-step thru check-step-exit.
004530     if step-wanted
004540         display "NIGHTLY:   " st-name (step-sub) " RUN"
004550     else
004560         display "NIGHTLY:   " st-name (step-sub) " SKIP".
004570 print-plan-step-exit.
004580     exit.

004590*----------------------------------------------------------*
004600* Decide whether the step named in STEP-NAME-WANTED runs
004610* tonight.  A step not in the calendar runs nightly.
004620*----------------------------------------------------------*
004630 check-step.
004640     move "Y" to step-wanted-switch.
004650     if step-table-count = zero
004660         go to check-step-exit.
004670     set step-table-index to 1.
004680     search step-table-entry
004690         at end
004700             go to check-step-exit
004710         when st-name (step-table-index)
004720                 = step-name-wanted
004730             continue.
004740     evaluate st-frequency (step-table-index)
004750         when "N"
004760             if holiday-tonight
004770                 and st-holiday-skip (step-table-index)
004780                     = "Y"
004790                 move "N" to step-wanted-switch
004800             end-if
004810         when "W"
004820             if not weekly-tonight
004830                 move "N" to step-wanted-switch
004840             end-if
004850         when "M"
004860             if run-date-day not = 01
004870                 move "N" to step-wanted-switch
004880             end-if
004890         when "S"
004900             move "N" to step-wanted-switch
004910     end-evaluate.
004920 check-step-exit.
004930     exit.

004940*----------------------------------------------------------*
004950* A failed step goes on the operations log as an error
004960* under the program the step called, for the morning
004970* digest.
004980*----------------------------------------------------------*
004990 log-step-failure.
005000     move return-code to failed-rc.
005010     move failed-program to TENOLOG-PROGRAM.
005020     move "E" to TENOLOG-SEVERITY.
005030     move spaces to TENOLOG-TEXT.
005040     string "nightly step " delimited by size
005050         step-name-wanted delimited by space
005060         " ended with rc=" delimited by size
005070         failed-rc delimited by size
005080         into TENOLOG-TEXT.
005090     call "TENOLOG" using TENOLOG-PARMS.
005100     move "NIGHTLY" to TENOLOG-PROGRAM.
005110 log-step-failure-exit.
005120     exit.

005130 indexed-load.
005140     move "INDEXLOAD" to step-name-wanted.
005150     perform check-step thru check-step-exit.
005160     if not step-wanted
005170         display "NIGHTLY: indexed load SKIPPED (calendar)"
005180         go to indexed-load-exit.
005190     display "NIGHTLY: step - tenant load (indexed.dbf)".
005200     call "TEST15".
005210     if return-code = 0
005220         display "NIGHTLY: indexed load OK"
005230     else
005240         display "NIGHTLY: indexed load FAILED, rc="
005250             return-code
005260         move "TEST15" to failed-program
005270         perform log-step-failure thru log-step-failure-exit.
005280 indexed-load-exit.
005290     exit.

005300 reconciliation-run.
005310     move "RECON" to step-name-wanted.
005320     perform check-step thru check-step-exit.
005330     if not step-wanted
005340         display "NIGHTLY: reconciliation SKIPPED (calendar)"
005350         go to reconciliation-exit.
005360     display "NIGHTLY: step - reconciliation".
005370     call "TENRECON".
005380     if return-code = 0
005390         move "Y" to step-status
005400         display "NIGHTLY: reconciliation OK"
005410     else
005420         move "N" to step-status
005430         display "NIGHTLY: reconciliation FAILED, rc="
005440             return-code
005450         move "TENRECON" to failed-program
005460         perform log-step-failure thru log-step-failure-exit.
005470 reconciliation-exit.
005480     exit.

005490 rent-change-apply.
005500     move "RENTCHG" to step-name-wanted.
005510     perform check-step thru check-step-exit.
005520     if not step-wanted
005530         display "NIGHTLY: rent changes SKIPPED (calendar)"
005540         go to rent-change-exit.
005550     display "NIGHTLY: step - scheduled rent changes".
005560     call "TENRAPP".
005570     if return-code = 0
005580         display "NIGHTLY: rent changes OK"
005590     else
005600         display "NIGHTLY: rent changes FAILED, rc="
005610             return-code
005620         move "TENRAPP" to failed-program
005630         perform log-step-failure thru log-step-failure-exit.
005640 rent-change-exit.
005650     exit.

005660 ach-return-import.
005670     move "ACHRETURN" to step-name-wanted.
005680     perform check-step thru check-step-exit.
005690     if not step-wanted
005700         display "NIGHTLY: ACH returns SKIPPED (calendar)"
005710         go to ach-return-exit.
005720     display "NIGHTLY: step - ACH return import".
005730     call "TENACHR".
005740     if return-code = 0
005750         display "NIGHTLY: ACH returns OK"
005760     else
005770         display "NIGHTLY: ACH returns FAILED, rc="
005780             return-code
005790         move "TENACHR" to failed-program
005800         perform log-step-failure thru log-step-failure-exit.
005810 ach-return-exit.
005820     exit.

005830 paid-check-import.
005840     move "CHKCLEAR" to step-name-wanted.
005850     perform check-step thru check-step-exit.
005860     if not step-wanted
005870         display "NIGHTLY: paid checks SKIPPED (calendar)"
005880         go to paid-check-exit.
005890     display "NIGHTLY: step - paid-checks import".
005900     call "TENCKCL".
005910     if return-code = 0
005920         display "NIGHTLY: paid checks OK"
005930     else
005940         display "NIGHTLY: paid checks FAILED, rc="
005950             return-code
005960         move "TENCKCL" to failed-program
005970         perform log-step-failure thru log-step-failure-exit.
005980 paid-check-exit.
005990     exit.

006000 payroll-deduction.
006010     move "PAYDEDUCT" to step-name-wanted.
006020     perform check-step thru check-step-exit.
006030     if not step-wanted
006040         display "NIGHTLY: payroll deductions SKIPPED (calendar)"
006050         go to payroll-deduction-exit.
006060     display "NIGHTLY: step - payroll rent-deduction import".
006070     call "TENPRDI".
006080     if return-code = 0
006090         display "NIGHTLY: payroll deductions OK"
006100     else
006110         display "NIGHTLY: payroll deductions FAILED, rc="
006120             return-code
006130         move "TENPRDI" to failed-program
006140         perform log-step-failure thru log-step-failure-exit.
006150 payroll-deduction-exit.
006160     exit.

006170 abatement-run.
006180     move "ABATEMENT" to step-name-wanted.
006190     perform check-step thru check-step-exit.
006200     if not step-wanted
006210         display "NIGHTLY: rent abatement SKIPPED (calendar)"
006220         go to abatement-run-exit.
006230     display "NIGHTLY: step - rent abatement for outages".
006240     call "TENABAT".
006250     if return-code = 0
006260         display "NIGHTLY: rent abatement OK"
006270     else
006280         display "NIGHTLY: rent abatement FAILED, rc="
006290             return-code
006300         move "TENABAT" to failed-program
006310         perform log-step-failure thru log-step-failure-exit.
006320 abatement-run-exit.
006330     exit.

006340 unit-summary.
006350     move "UNITSUM" to step-name-wanted.
006360     perform check-step thru check-step-exit.
006370     if not step-wanted
006380         display "NIGHTLY: unit summary SKIPPED (calendar)"
006390         go to unit-summary-exit.
006400     display "NIGHTLY: step - per-unit summary build".
006410     call "TENUSUM".
006420     if return-code = 0
006430         display "NIGHTLY: unit summary OK"
006440     else
006450         display "NIGHTLY: unit summary FAILED, rc="
006460             return-code
006470         move "TENUSUM" to failed-program
006480         perform log-step-failure thru log-step-failure-exit.
006490 unit-summary-exit.
006500     exit.

006510 month-end-close.
006520     move "CLOSE" to step-name-wanted.
006530     perform check-step thru check-step-exit.
006540     if not step-wanted
006550         display "NIGHTLY: month-end close SKIPPED (calendar)"
006560         go to month-end-close-exit.
006570     display "NIGHTLY: step - month-end billing close".
006580     call "TENCLOSE".
006590     if return-code = 0
006600         display "NIGHTLY: month-end close OK"
006610     else
006620         display "NIGHTLY: month-end close FAILED, rc="
006630             return-code
006640         move "TENCLOSE" to failed-program
006650         perform log-step-failure thru log-step-failure-exit.
006660 month-end-close-exit.
006670     exit.

006680 satellite-rebuild.
006690     move "SATKEYS" to step-name-wanted.
006700     perform check-step thru check-step-exit.
006710     if not step-wanted
006720         display "NIGHTLY: satellite rebuild SKIPPED (calendar)"
006730         go to satellite-rebuild-exit.
006740     display "NIGHTLY: step - keyed satellite-master rebuild".
006750     call "TENSCNV".
006760     if return-code = 0
006770         display "NIGHTLY: satellite rebuild OK"
006780     else
006790         display "NIGHTLY: satellite rebuild FAILED, rc="
006800             return-code
006810         move "TENSCNV" to failed-program
006820         perform log-step-failure thru log-step-failure-exit.
006830 satellite-rebuild-exit.
006840     exit.

006850 address-standardize.
006860     move "ADDRSTD" to step-name-wanted.
006870     perform check-step thru check-step-exit.
006880     if not step-wanted
006890         display "NIGHTLY: address standardization SKIPPED "
006900             "(calendar)"
006910         go to address-standardize-exit.
006920     display "NIGHTLY: step - address standardization".
006930     call "TENADDS".
006940     if return-code = 0
006950         display "NIGHTLY: address standardization OK"
006960     else
006970         display "NIGHTLY: address standardization FAILED, rc="
006980             return-code
006990         move "TENADDS" to failed-program
007000         perform log-step-failure thru log-step-failure-exit.
007010 address-standardize-exit.
007020     exit.

007030 relative-rebuild.
007040     move "RELBUILD" to step-name-wanted.
007050     perform check-step thru check-step-exit.
007060     if not step-wanted
007070         display "NIGHTLY: relative rebuild SKIPPED (calendar)"
007080         go to relative-rebuild-exit.
007090     display "NIGHTLY: step - relative.dbf rebuild".
007100     call "TENRBLD".
007110     if return-code = 0
007120         display "NIGHTLY: relative rebuild OK"
007130     else
007140         display "NIGHTLY: relative rebuild FAILED, rc="
007150             return-code
007160         move "TENRBLD" to failed-program
007170         perform log-step-failure thru log-step-failure-exit.
007180 relative-rebuild-exit.
007190     exit.

007200 rent-roll-report.
007210     move "RENTROLL" to step-name-wanted.
007220     perform check-step thru check-step-exit.
007230     if not step-wanted
007240         display "NIGHTLY: rent roll SKIPPED (calendar)"
007250         go to rent-roll-exit.
007260     if not step-ok
007270         display "NIGHTLY: rent roll report SKIPPED "
007280             "(reconciliation failed)"
007290         go to rent-roll-exit.
007300     display "NIGHTLY: step - rent roll report".
007310     call "TENRENT".
007320     if return-code = 0
007330         display "NIGHTLY: rent roll report OK"
007340     else
007350         display "NIGHTLY: rent roll report FAILED, rc="
007360             return-code
007370         move "TENRENT" to failed-program
007380         perform log-step-failure thru log-step-failure-exit.
007390 rent-roll-exit.
007400     exit.

007410 ssn-report.
007420     move "SSNRPT" to step-name-wanted.
007430     perform check-step thru check-step-exit.
007440     if not step-wanted
007450         display "NIGHTLY: SSN report SKIPPED (calendar)"
007460         go to ssn-report-exit.
007470     display "NIGHTLY: step - SSN report".
007480     call "BVT05".
007490     if return-code = 0
007500         display "NIGHTLY: SSN report OK"
007510     else
007520         display "NIGHTLY: SSN report FAILED, rc=" return-code
007530         move "BVT05" to failed-program
007540         perform log-step-failure thru log-step-failure-exit.
007550 ssn-report-exit.
007560     exit.

007570 screening-import.
007580     move "SCREENIN" to step-name-wanted.
007590     perform check-step thru check-step-exit.
007600     if not step-wanted
007610         display "NIGHTLY: screening import SKIPPED "
007620             "(calendar)"
007630         go to screening-import-exit.
007640     display "NIGHTLY: step - credit-screening result import".
007650     call "TENSCRI".
007660     if return-code = 0
007670         display "NIGHTLY: screening import OK"
007680     else
007690         display "NIGHTLY: screening import FAILED, rc="
007700             return-code
007710         move "TENSCRI" to failed-program
007720         perform log-step-failure thru log-step-failure-exit.
007730 screening-import-exit.
007740     exit.

007750 screening-request.
007760     move "SCREENOUT" to step-name-wanted.
007770     perform check-step thru check-step-exit.
007780     if not step-wanted
007790         display "NIGHTLY: screening requests SKIPPED "
007800             "(calendar)"
007810         go to screening-request-exit.
007820     display "NIGHTLY: step - credit-screening request file".
007830     call "TENSCRO".
007840     if return-code = 0
007850         display "NIGHTLY: screening requests OK"
007860     else
007870         display "NIGHTLY: screening requests FAILED, rc="
007880             return-code
007890         move "TENSCRO" to failed-program
007900         perform log-step-failure thru log-step-failure-exit.
007910 screening-request-exit.
007920     exit.

007930 applicant-match.
007940     move "APPLMATCH" to step-name-wanted.
007950     perform check-step thru check-step-exit.
007960     if not step-wanted
007970         display "NIGHTLY: applicant matching SKIPPED "
007980             "(calendar)"
007990         go to applicant-match-exit.
008000     display "NIGHTLY: step - applicant matching".
008010     call "TENMATCH".
008020     if return-code = 0
008030         display "NIGHTLY: applicant matching OK"
008040     else
008050         display "NIGHTLY: applicant matching FAILED, rc="
008060             return-code
008070         move "TENMATCH" to failed-program
008080         perform log-step-failure thru log-step-failure-exit.
008090 applicant-match-exit.
008100     exit.

008110 guest-follow-up.
008120     move "GUESTFUP" to step-name-wanted.
008130     perform check-step thru check-step-exit.
008140     if not step-wanted
008150         display "NIGHTLY: guest-card follow-up SKIPPED "
008160             "(calendar)"
008170         go to guest-follow-up-exit.
008180     display "NIGHTLY: step - guest-card follow-up list".
008190     call "TENGSTF".
008200     if return-code = 0
008210         display "NIGHTLY: guest-card follow-up OK"
008220     else
008230         display "NIGHTLY: guest-card follow-up FAILED, rc="
008240             return-code
008250         move "TENGSTF" to failed-program
008260         perform log-step-failure thru log-step-failure-exit.
008270 guest-follow-up-exit.
008280     exit.

008290 comm-follow-up.
008300     move "COMMFUP" to step-name-wanted.
008310     perform check-step thru check-step-exit.
008320     if not step-wanted
008330         display "NIGHTLY: communications follow-up SKIPPED "
008340             "(calendar)"
008350         go to comm-follow-up-exit.
008360     display "NIGHTLY: step - communications follow-up list".
008370     call "TENCFUP".
008380     if return-code = 0
008390         display "NIGHTLY: communications follow-up OK"
008400     else
008410         display "NIGHTLY: communications follow-up FAILED, "
008420             "rc=" return-code
008430         move "TENCFUP" to failed-program
008440         perform log-step-failure thru log-step-failure-exit.
008450 comm-follow-up-exit.
008460     exit.

008470 lease-expiration.
008480     move "LEASEEXP" to step-name-wanted.
008490     perform check-step thru check-step-exit.
008500     if not step-wanted
008510         display "NIGHTLY: lease expiration SKIPPED "
008520             "(calendar)"
008530         go to lease-expiration-exit.
008540     display "NIGHTLY: step - lease expiration report".
008550     call "TENLEXP".
008560     if return-code = 0
008570         display "NIGHTLY: lease expiration OK"
008580     else
008590         display "NIGHTLY: lease expiration FAILED, rc="
008600             return-code
008610         move "TENLEXP" to failed-program
008620         perform log-step-failure thru log-step-failure-exit.
008630 lease-expiration-exit.
008640     exit.

008650 mtm-conversion.
008660     move "MTMCONV" to step-name-wanted.
008670     perform check-step thru check-step-exit.
008680     if not step-wanted
008690         display "NIGHTLY: month-to-month conversion SKIPPED "
008700             "(calendar)"
008710         go to mtm-conversion-exit.
008720     display "NIGHTLY: step - month-to-month conversion".
008730     call "TENMTMC".
008740     if return-code = 0
008750         display "NIGHTLY: month-to-month conversion OK"
008760     else
008770         display "NIGHTLY: month-to-month conversion FAILED, "
008780             "rc=" return-code
008790         move "TENMTMC" to failed-program
008800         perform log-step-failure thru log-step-failure-exit.
008810 mtm-conversion-exit.
008820     exit.

008830 notice-overdue-check.
008840     move "NOTICECHK" to step-name-wanted.
008850     perform check-step thru check-step-exit.
008860     if not step-wanted
008870         display "NIGHTLY: notice overdue check SKIPPED "
008880             "(calendar)"
008890         go to notice-overdue-exit.
008900     display "NIGHTLY: step - notice-to-vacate overdue check".
008910     call "TENNTVC".
008920     if return-code = 0
008930         display "NIGHTLY: notice overdue check OK"
008940     else
008950         display "NIGHTLY: notice overdue check FAILED, rc="
008960             return-code
008970         move "TENNTVC" to failed-program
008980         perform log-step-failure thru log-step-failure-exit.
008990 notice-overdue-exit.
009000     exit.

009010 portal-request-import.
009020     move "PORTREQ" to step-name-wanted.
009030     perform check-step thru check-step-exit.
009040     if not step-wanted
009050         display "NIGHTLY: portal request import SKIPPED "
009060             "(calendar)"
009070         go to portal-request-exit.
009080     display "NIGHTLY: step - portal maintenance-request import".
009090     call "TENPRQI".
009100     if return-code = 0
009110         display "NIGHTLY: portal request import OK"
009120     else
009130         display "NIGHTLY: portal request import FAILED, rc="
009140             return-code
009150         move "TENPRQI" to failed-program
009160         perform log-step-failure thru log-step-failure-exit.
009170 portal-request-exit.
009180     exit.

009190 work-order-report.
009200     move "WORKORDER" to step-name-wanted.
009210     perform check-step thru check-step-exit.
009220     if not step-wanted
009230         display "NIGHTLY: work-order aging SKIPPED "
009240             "(calendar)"
009250         go to work-order-exit.
009260     display "NIGHTLY: step - open work-order aging".
009270     call "TENWORPT".
009280     if return-code = 0
009290         display "NIGHTLY: work-order aging OK"
009300     else
009310         display "NIGHTLY: work-order aging FAILED, rc="
009320             return-code
009330         move "TENWORPT" to failed-program
009340         perform log-step-failure thru log-step-failure-exit.
009350 work-order-exit.
009360     exit.

009370 keys-out-report.
009380     move "KEYSOUT" to step-name-wanted.
009390     perform check-step thru check-step-exit.
009400     if not step-wanted
009410         display "NIGHTLY: outstanding keys SKIPPED "
009420             "(calendar)"
009430         go to keys-out-exit.
009440     display "NIGHTLY: step - outstanding-keys report".
009450     call "TENFOBR".
009460     if return-code = 0
009470         display "NIGHTLY: outstanding keys OK"
009480     else
009490         display "NIGHTLY: outstanding keys FAILED, rc="
009500             return-code
009510         move "TENFOBR" to failed-program
009520         perform log-step-failure thru log-step-failure-exit.
009530 keys-out-exit.
009540     exit.

009550 stale-check-report.
009560     move "STALECHK" to step-name-wanted.
009570     perform check-step thru check-step-exit.
009580     if not step-wanted
009590         display "NIGHTLY: stale checks SKIPPED (calendar)"
009600         go to stale-check-exit.
009610     display "NIGHTLY: step - stale-check report and letters".
009620     call "TENCKOS".
009630     if return-code = 0
009640         display "NIGHTLY: stale checks OK"
009650     else
009660         display "NIGHTLY: stale checks FAILED, rc="
009670             return-code
009680         move "TENCKOS" to failed-program
009690         perform log-step-failure thru log-step-failure-exit.
009700 stale-check-exit.
009710     exit.

009720 leasing-funnel.
009730     move "FUNNEL" to step-name-wanted.
009740     perform check-step thru check-step-exit.
009750     if not step-wanted
009760         display "NIGHTLY: leasing funnel SKIPPED (calendar)"
009770         go to leasing-funnel-exit.
009780     display "NIGHTLY: step - monthly leasing funnel report".
009790     call "TENGSTR".
009800     if return-code = 0
009810         display "NIGHTLY: leasing funnel OK"
009820     else
009830         display "NIGHTLY: leasing funnel FAILED, rc="
009840             return-code
009850         move "TENGSTR" to failed-program
009860         perform log-step-failure thru log-step-failure-exit.
009870 leasing-funnel-exit.
009880     exit.

009890 violation-escalation.
009900     move "VIOLATION" to step-name-wanted.
009910     perform check-step thru check-step-exit.
009920     if not step-wanted
009930         display "NIGHTLY: violation escalation SKIPPED "
009940             "(calendar)"
009950         go to violation-exit.
009960     display "NIGHTLY: step - lease-violation escalation".
009970     call "TENVIOR".
009980     if return-code = 0
009990         display "NIGHTLY: violation escalation OK"
010000     else
010010         display "NIGHTLY: violation escalation FAILED, rc="
010020             return-code
010030         move "TENVIOR" to failed-program
010040         perform log-step-failure thru log-step-failure-exit.
010050 violation-exit.
010060     exit.

010070 utility-import.
010080     move "UTILIN" to step-name-wanted.
010090     perform check-step thru check-step-exit.
010100     if not step-wanted
010110         display "NIGHTLY: utility import SKIPPED (calendar)"
010120         go to utility-import-exit.
010130     display "NIGHTLY: step - utility confirmation import".
010140     call "TENUTLI".
010150     if return-code = 0
010160         display "NIGHTLY: utility import OK"
010170     else
010180         display "NIGHTLY: utility import FAILED, rc="
010190             return-code
010200         move "TENUTLI" to failed-program
010210         perform log-step-failure thru log-step-failure-exit.
010220 utility-import-exit.
010230     exit.

010240 utility-transfer.
010250     move "UTILOUT" to step-name-wanted.
010260     perform check-step thru check-step-exit.
010270     if not step-wanted
010280         display "NIGHTLY: utility transfers SKIPPED (calendar)"
010290         go to utility-transfer-exit.
010300     display "NIGHTLY: step - utility service-transfer file".
010310     call "TENUTLX".
010320     if return-code = 0
010330         display "NIGHTLY: utility transfers OK"
010340     else
010350         display "NIGHTLY: utility transfers FAILED, rc="
010360             return-code
010370         move "TENUTLX" to failed-program
010380         perform log-step-failure thru log-step-failure-exit.
010390 utility-transfer-exit.
010400     exit.

010410 rent-reporting.
010420     move "RENTRPT" to step-name-wanted.
010430     perform check-step thru check-step-exit.
010440     if not step-wanted
010450         display "NIGHTLY: rent reporting SKIPPED (calendar)"
010460         go to rent-reporting-exit.
010470     display "NIGHTLY: step - credit-bureau rent reporting".
010480     call "TENCRPT".
010490     if return-code = 0
010500         display "NIGHTLY: rent reporting OK"
010510     else
010520         display "NIGHTLY: rent reporting FAILED, rc="
010530             return-code
010540         move "TENCRPT" to failed-program
010550         perform log-step-failure thru log-step-failure-exit.
010560 rent-reporting-exit.
010570     exit.

010580 cash-forecast.
010590     move "CASHFCST" to step-name-wanted.
010600     perform check-step thru check-step-exit.
010610     if not step-wanted
010620         display "NIGHTLY: cash forecast SKIPPED (calendar)"
010630         go to cash-forecast-exit.
010640     display "NIGHTLY: step - ninety-day cash-receipts forecast".
010650     call "TENCFCT".
010660     if return-code = 0
010670         display "NIGHTLY: cash forecast OK"
010680     else
010690         display "NIGHTLY: cash forecast FAILED, rc="
010700             return-code
010710         move "TENCFCT" to failed-program
010720         perform log-step-failure thru log-step-failure-exit.
010730 cash-forecast-exit.
010740     exit.

010750 receivables-proof.
010760     move "ARPROOF" to step-name-wanted.
010770     perform check-step thru check-step-exit.
010780     if not step-wanted
010790         display "NIGHTLY: receivables proof SKIPPED (calendar)"
010800         go to receivables-proof-exit.
010810     display "NIGHTLY: step - receivables subledger proof".
010820     call "TENARPF".
010830     if return-code = 0
010840         display "NIGHTLY: receivables proof OK"
010850     else
010860         display "NIGHTLY: receivables proof FAILED, rc="
010870             return-code
010880         move "TENARPF" to failed-program
010890         perform log-step-failure thru log-step-failure-exit.
010900 receivables-proof-exit.
010910     exit.

010920 suspense-aging.
010930     move "SUSPAGE" to step-name-wanted.
010940     perform check-step thru check-step-exit.
010950     if not step-wanted
010960         display "NIGHTLY: suspense aging SKIPPED (calendar)"
010970         go to suspense-aging-exit.
010980     display "NIGHTLY: step - unapplied-cash suspense aging".
010990     call "TENSUSR".
011000     if return-code = 0
011010         display "NIGHTLY: suspense aging OK"
011020     else
011030         display "NIGHTLY: suspense aging FAILED, rc="
011040             return-code
011050         move "TENSUSR" to failed-program
011060         perform log-step-failure thru log-step-failure-exit.
011070 suspense-aging-exit.
011080     exit.

011090 email-bounce-import.
011100     move "EBOUNCE" to step-name-wanted.
011110     perform check-step thru check-step-exit.
011120     if not step-wanted
011130         display "NIGHTLY: bounce import SKIPPED (calendar)"
011140         go to email-bounce-exit.
011150     display "NIGHTLY: step - email bounce import".
011160     call "TENEBNC".
011170     if return-code = 0
011180         display "NIGHTLY: bounce import OK"
011190     else
011200         display "NIGHTLY: bounce import FAILED, rc="
011210             return-code
011220         move "TENEBNC" to failed-program
011230         perform log-step-failure thru log-step-failure-exit.
011240 email-bounce-exit.
011250     exit.

011260 personal-data-redaction.
011270     move "REDACT" to step-name-wanted.
011280     perform check-step thru check-step-exit.
011290     if not step-wanted
011300         display "NIGHTLY: redaction SKIPPED (calendar)"
011310         go to personal-data-redaction-exit.
011320     display "NIGHTLY: step - former-tenant data redaction".
011330     call "TENREDAC".
011340     if return-code = 0
011350         display "NIGHTLY: redaction OK"
011360     else
011370         display "NIGHTLY: redaction FAILED, rc="
011380             return-code
011390         move "TENREDAC" to failed-program
011400         perform log-step-failure thru log-step-failure-exit.
011410 personal-data-redaction-exit.
011420     exit.

011430 weekly-save.
011440     move "SAVESET" to step-name-wanted.
011450     perform check-step thru check-step-exit.
011460     if not step-wanted
011470         display "NIGHTLY: weekly save SKIPPED (calendar)"
011480         go to weekly-save-exit.
011490     display "NIGHTLY: step - weekly full-system save set".
011500     call "TENSAVE".
011510     if return-code = 0
011520         display "NIGHTLY: weekly save OK"
011530     else
011540         display "NIGHTLY: weekly save FAILED, rc="
011550             return-code
011560         move "TENSAVE" to failed-program
011570         perform log-step-failure thru log-step-failure-exit.
011580 weekly-save-exit.
011590     exit.

011600 audit-summary.
011610     move "AUDITSUM" to step-name-wanted.
011620     perform check-step thru check-step-exit.
011630     if not step-wanted
011640         display "NIGHTLY: audit summary SKIPPED (calendar)"
011650         go to audit-summary-exit.
011660     display "NIGHTLY: step - daily audit summary".
011670     call "TENAUDR".
011680     if return-code = 0
011690         display "NIGHTLY: audit summary OK"
011700     else
011710         display "NIGHTLY: audit summary FAILED, rc="
011720             return-code
011730         move "TENAUDR" to failed-program
011740         perform log-step-failure thru log-step-failure-exit.
011750 audit-summary-exit.
011760     exit.

011770 night-balancing.
011780     move "BALANCING" to step-name-wanted.
011790     perform check-step thru check-step-exit.
011800     if not step-wanted
011810         display "NIGHTLY: balancing SKIPPED (calendar)"
011820         go to night-balancing-exit.
011830     display "NIGHTLY: step - end-of-night balancing".
011840     call "TENBALN".
011850     if return-code = 0
011860         display "NIGHTLY: balancing OK"
011870     else
011880         display "NIGHTLY: balancing OUT OF BALANCE, rc="
011890             return-code
011900         move "TENBALN" to failed-program
011910         perform log-step-failure thru log-step-failure-exit
011920         move 0 to return-code.
011930 night-balancing-exit.
011940     exit.

011950 integrity-scan.
011960     move "VERIFY" to step-name-wanted.
011970     perform check-step thru check-step-exit.
011980     if not step-wanted
011990         display "NIGHTLY: integrity scan SKIPPED (calendar)"
012000         go to integrity-scan-exit.
012010     display "NIGHTLY: step - tenant-file integrity scan".
012020     call "TENVERIF".
012030     if return-code = 0
012040         display "NIGHTLY: integrity scan OK"
012050     else
012060         display "NIGHTLY: integrity scan FOUND DAMAGE, rc="
012070             return-code
012080         move "TENVERIF" to failed-program
012090         perform log-step-failure thru log-step-failure-exit
012100         move 0 to return-code.
012110 integrity-scan-exit.
012120     exit.

012130 portfolio-dashboard.
012140     move "DASHBOARD" to step-name-wanted.
012150     perform check-step thru check-step-exit.
012160     if not step-wanted
012170         display "NIGHTLY: dashboard SKIPPED (calendar)"
012180         go to dashboard-exit.
012190     display "NIGHTLY: step - portfolio dashboard".
012200     call "TENDASH".
012210     if return-code = 0
012220         display "NIGHTLY: dashboard OK"
012230     else
012240         display "NIGHTLY: dashboard FAILED, rc="
012250             return-code
012260         move "TENDASH" to failed-program
012270         perform log-step-failure thru log-step-failure-exit.
012280 dashboard-exit.
012290     exit.

012300 operations-digest.
012310     move "DIGEST" to step-name-wanted.
012320     perform check-step thru check-step-exit.
012330     if not step-wanted
012340         display "NIGHTLY: operations digest SKIPPED (calendar)"
012350         go to operations-digest-exit.
012360     display "NIGHTLY: step - morning operations digest".
012370     call "TENOPSD".
012380     if return-code = 0
012390         display "NIGHTLY: operations digest OK"
012400     else
012410         display "NIGHTLY: operations digest FAILED, rc="
012420             return-code
012430         move "TENOPSD" to failed-program
012440         perform log-step-failure thru log-step-failure-exit.
012450 operations-digest-exit.
012460     exit.

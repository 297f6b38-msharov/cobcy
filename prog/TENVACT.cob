000210*----------------------------------------------------------*
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15 JHM   A rent concession still running on the
000250*                    unit is ended with an "X" record on
000260*                    concess.dat at the vacate, as TENLBRK
000270*                    does, so it does not carry over to the
000280*                    next tenant; the disposition notes it.
000290*   2026-10-15 JHM   "B" rent abatement credits from TENABAT
000300*                    count in the open balance.
000310*   2026-10-15 JHM   A notice to vacate on ntvacate.dat is
000320*                    shown before the vacate and closed by it
000330*                    with a "V" record, so the next tenant
000340*                    does not inherit it; the forwarding
000350*                    address given with the notice is offered
000360*                    when the balance moves to fmrten.dat.
000370*   2026-10-15 JHM   A lease break agreed through TENLBRK
000380*                    (an "S" record on lbreak.dat) is shown
000390*                    with its agreed move-out date before
000400*                    the vacate, with a warning when the unit
000410*                    is vacated ahead of it; the vacate
000420*                    appends the "V" record and notes the
000430*                    agreement on the disposition.  The "T"
000440*                    lease-break charges count in the open
000450*                    balance, so what the deposit does not
000460*                    cover carries into fmrten.dat.
000470*   2026-10-15 JHM   The forwarding city, state and ZIP are
000480*                    validated through the shared TENZIPV
000490*                    subprogram against the zipref.dat ZIP
000500*                    reference: other capitals take the
000510*                    standard spelling, a bad ZIP or a
000520*                    city/state belonging to another ZIP
000530*                    (standard declined) is keyed again, and a
000540*                    ZIP not on zipref.dat is taken with a
000550*                    warning.
000560*   2026-10-15 JHM   The former-tenant receivable record
000570*                    stamps the move-out in FMR-STATUS-DATE.
000580*   2026-10-15 JHM   Warns when the key inventory still
000590*                    shows keys or fobs issued to the
000600*                    unit's tenant (TENFOBL lookup), on the
000610*                    console and on the disposition, so the
000620*                    locks are not changed on a guess.
000630*   2026-09-03 JHM   The carry-forward scan in the
000640*                    deposit disposition now breaks a
000650*                    date tie first-seen-wins (strict
000660*                    greater-than), the TENSTMT/TENCLOSE
000670*                    rule -- its last-wins compare let a
000680*                    TENLCOMP opening record dated at the
000690*                    compaction cutoff shadow the close's
000700*                    kept carry-forward and understate the
000710*                    move-out balance.
000720*   2026-09-03 JHM   Every settled vacate now posts an
000730*                    offsetting "A" adjustment netting the
000740*                    unit's open balance-file items to
000750*                    zero.  The disposition settled them
000760*                    but left them live on the unit-key,
000770*                    so the next tenant on the unit
000780*                    inherited the old carry-forward while
000790*                    the same dollars billed the former
000800*                    tenant off fmrten.dat.  tenbal.dat is
000810*                    therefore written here again.
000820*   2026-09-03 JHM   A vacate now opens the standard
000830*                    make-ready turn tickets on
000840*                    workordr.dat (the turnset.ctl set;
000850*                    paint, clean, locks when no control
000860*                    file is on hand) and marks the unit
000870*                    turn-in-progress on turnstat.dat.
000880*                    TENWORK flips the unit ready when the
000890*                    last TURN ticket closes; the vacancy
000900*                    board and the applicant match honor
000910*                    the flag.
000920*   2026-09-03 JHM   The final-rent proration now divides
000930*                    by the actual length of the move-out
000940*                    month through the TENDAYS calendar
000950*                    subprogram instead of the compiled
000960*                    30-day month.
000970*   2026-09-03 JHM   A tenant who still owes money after
000980*                    the deposit disposition no longer
000990*                    walks away from the debt: the vacate
001000*                    captures a forwarding address and
001010*                    moves the balance to the fmrten.dat
001020*                    former-tenant receivable file, where
001030*                    TENFMRS statements, TENWOFF write-offs
001040*                    and the TENCOLX collections export
001050*                    pick it up.
001060*   2026-08-22 JHM   The mid-month proration credit is now
001070*                    settled entirely inside the move-out
001080*                    disposition instead of being written to
001090*                    tenbal.dat -- the unit is vacant by
001100*                    statement time, so that row could never
001110*                    reach a statement.  The disposition
001120*                    also nets the unit's open balance-file
001130*                    items (latest carry-forward plus the
001140*                    postings after it), so a departing
001150*                    tenant with old debt is no longer
001160*                    refunded money they owe.  tenbal.dat is
001170*                    read-only here now and OPTIONAL.
001180*   2026-08-22 JHM   Requires an update-authority sign-on
001190*                    (TENSIGN) before anything can change,
001200*                    and stamps the signed-on operator id
001210*                    from TENWHO on every audit and history
001220*                    record, so the trail says who was at
001230*                    the keyboard.
001240*   2026-08-22 JHM   Honors the batchlck.ctl batch-window
001250*                    lock: while the nightly driver's lock
001260*                    is up this program announces the batch
001270*                    is in progress and ends without
001280*                    touching indexed.dbf, leaving the
001290*                    operator inquiry-only (TENINQ) until
001300*                    the window closes.
001310*   2026-08-09 JHM   Original program.
001320*   2026-08-09 JHM   Changed vacate from an immediate DELETE to
001330*                    a REWRITE that marks the unit vacant, so
001340*                    TENARCH has a vacated-but-present record to
001350*                    find and archive before the year-end purge.
001360*   2026-08-22 JHM   A vacate on any day other than month
001370*                    end now prorates the final rent
001380*                    automatically with the TENPRORATE
001390*                    30-day-month arithmetic: the unearned
001400*                    remainder goes to tenbal.dat as a
001410*                    credit adjustment where the statement
001420*                    run picks it up, a proration notice
001430*                    prints with the tenant's move-out
001440*                    paperwork, and the deposit disposition
001450*                    settles against the prorated figure.
001460*   2026-08-22 JHM   Wired the security-deposit disposition
001470*                    into the vacate flow: after a unit is
001480*                    marked vacant, its postings on deposit.dat
001490*                    are totalled, the outstanding balance is
001500*                    netted against deposit plus interest, and
001510*                    a disposition statement for the departing
001520*                    tenant is printed on depdisp.rpt.  Also
001530*                    picked up the STREET-ADDR spelling of the
001540*                    tenant address field via COPY REPLACING.
001550*----------------------------------------------------------*
001560 identification division.
001570 program-id. tenvact.
001580 author. J. H. Masters.
001590 installation. Property Management Systems.
001600 date-written. 2026-08-09.
001610 date-compiled. 2026-08-09.

001620 environment division.
001630 configuration section.
001640 source-computer. Intel486.
001650 object-computer. Intel486.

001660 input-output section.
001670 file-control.
001680     select sample-idx-file assign to disk
001690         organization is indexed
001700         record key is unit-key of sample-idx-record
001710         access mode is random
001720         file status is idx-file-status.

001730     select history-file assign to disk
001740         organization is line sequential.

001750     select audit-log-file assign to disk
001760         organization is line sequential.

001770     select optional deposit-file assign to disk
001780         organization is line sequential
001790         file status is dep-file-status.

001800     select disposition-report assign to disk
001810         organization is line sequential.

001820     select optional balance-file assign to disk
001830         organization is line sequential
001840         file status is bal-file-status.

001850     select optional batch-lock-file assign to disk
001860         organization is line sequential
001870         file status is lck-file-status.

001880     select optional former-tenant-file assign to disk
001890         organization is line sequential.

001900     select optional work-order-file assign to disk
001910         organization is line sequential
001920         file status is wor-file-status.

001930     select optional turn-set-file assign to disk
001940         organization is line sequential
001950         file status is trn-file-status.

001960     select optional turn-status-file assign to disk
001970         organization is line sequential.

001980     select optional lease-break-file assign to disk
001990         organization is line sequential
002000         file status is lbk-file-status.

002010     select optional notice-file assign to disk
002020         organization is line sequential
002030         file status is ntv-file-status.

002040     select optional concession-file assign to disk
002050         organization is line sequential
002060         file status is cnc-file-status.

002070 data division.
002080 file section.
002090 fd  sample-idx-file
002100     label records are standard
002110     value of file-id is "indexed.dbf".
002120     copy TENREC
002130         replacing ==:REC-NAME:== by ==sample-idx-record==
002140             ==address== by ==street-addr==.

002150 fd  history-file
002160     label records are standard
002170     value of file-id is "tenhist.dat".
002180     copy TENHIST
002190         replacing ==:REC-NAME:==
002200             by ==history-record==.

002210 fd  audit-log-file
002220     label records are standard
002230     value of file-id is "tenaudit.dat".
002240     copy TENAUDIT
002250         replacing ==:REC-NAME:==
002260             by ==audit-record==.

002270 fd  deposit-file
002280     label records are standard
002290     value of file-id is "deposit.dat".
002300     copy TENDEP
002310         replacing ==:REC-NAME:==
002320             by ==deposit-record==.

002330 fd  disposition-report
002340     label records are standard
002350     value of file-id is "depdisp.rpt".
002360 01  report-line             picture is X(80).

002370 fd  balance-file
002380     label records are standard
002390     value of file-id is "tenbal.dat".
002400     copy TENBAL
002410         replacing ==:REC-NAME:==
002420             by ==balance-record==.

002430 fd  batch-lock-file
002440     label records are standard
002450     value of file-id is "batchlck.ctl".
002460 01  batch-lock-record.
002470     05  lck-status          picture is X(06).
002480     05  lck-date            picture is 9(08).
002490     05  lck-time            picture is 9(08).

002500 fd  former-tenant-file
002510     label records are standard
002520     value of file-id is "fmrten.dat".
002530     copy TENFMR
002540         replacing ==:REC-NAME:==
002550             by ==former-tenant-record==.

002560 fd  work-order-file
002570     label records are standard
002580     value of file-id is "workordr.dat".
002590     copy TENWOR
002600         replacing ==:REC-NAME:==
002610             by ==work-order-record==.

002620 fd  turn-set-file
002630     label records are standard
002640     value of file-id is "turnset.ctl".
002650 01  turn-set-record.
002660     05  trn-category        picture is X(01).
002670     05  trn-description     picture is X(40).

002680 fd  turn-status-file
002690     label records are standard
002700     value of file-id is "turnstat.dat".
002710     copy TENTST
002720         replacing ==:REC-NAME:==
002730             by ==turn-status-record==.

002740 fd  lease-break-file
002750     label records are standard
002760     value of file-id is "lbreak.dat".
002770     copy TENLBK
002780         replacing ==:REC-NAME:==
002790             by ==lease-break-record==.

002800 fd  notice-file
002810     label records are standard
002820     value of file-id is "ntvacate.dat".
002830     copy TENNTV
002840         replacing ==:REC-NAME:==
002850             by ==notice-record==.

002860 fd  concession-file
002870     label records are standard
002880     value of file-id is "concess.dat".
002890     copy TENCNC
002900         replacing ==:REC-NAME:==
002910             by ==concession-record==.

002920 working-storage section.
002930 01  before-image            picture is X(133).
002940     copy TENWHO.
002950 01  idx-file-status         picture is X(02).
002960 01  lck-file-status         picture is X(02).
002970 01  batch-locked-switch     picture is X(01) value "N".
002980     88  batch-locked                value "Y".
002990 01  dep-file-status         picture is X(02).
003000 01  more-switch             picture is X(01) value "Y".
003010     88  more-records                value "Y".
003020 01  today-date              picture is 9(08).
003030 01  today-date-parts redefines today-date.
003040     05  today-yyyymm        picture is 9(06).
003050     05  today-dd            picture is 9(02).
003060 01  audit-clock-time        picture is 9(08).
003070 01  before-name             picture is X(25).
003080 01  before-status           picture is X(01).
003090 01  dep-eof-switch          picture is X(01).
003100     88  dep-file-at-end             value "Y".
003110 01  deposit-held            picture is S9(06)V99.
003120 01  outstanding-balance     picture is S9(06)V99.
003130 01  disposition-amount      picture is S9(06)V99.
003140 01  days-in-month           picture is 9(02) value 30.
003150 01  month-start             picture is 9(08).
003160 01  month-start-parts redefines month-start.
003170     05  ms-yyyy             picture is 9(04).
003180     05  ms-mm               picture is 9(02).
003190     05  ms-dd               picture is 9(02).
003200 01  next-month-start        picture is 9(08).
003210 01  next-month-parts redefines next-month-start.
003220     05  nm-yyyy             picture is 9(04).
003230     05  nm-mm               picture is 9(02).
003240     05  nm-dd               picture is 9(02).
003250 01  daily-rent-rate         picture is S9(05)V9(4).
003260 01  prorated-rent           picture is S9(07)V9(4).
003270 01  final-rent-due          picture is 9(05)V99.
003280 01  bal-file-status         picture is X(02).
003290 01  bal-eof-switch          picture is X(01).
003300     88  balance-file-at-end         value "Y".
003310 01  unit-carry-fwd          picture is S9(05)V99.
003320 01  unit-carry-date         picture is 9(08).
003330 01  unit-open-postings      picture is S9(06)V99.
003340 01  balance-offset          picture is S9(07)V99.
003350 01  owed-amount             picture is 9(06)V99.
003360 01  wor-file-status         picture is X(02).
003370 01  trn-file-status         picture is X(02).
003380 01  wor-eof-switch          picture is X(01).
003390     88  work-file-at-end            value "Y".
003400 01  trn-eof-switch          picture is X(01).
003410     88  turn-set-at-end             value "Y".
003420 01  next-ticket             picture is 9(05).
003430 01  turn-tickets-opened     picture is 9(02).
003440 01  fwd-address-in          picture is X(25).
003450 01  fwd-city-in             picture is X(15).
003460 01  fwd-state-in            picture is X(02).
003470 01  fwd-zip-in              picture is 9(09).
003480 01  fwd-place-switch        picture is X(01).
003490     88  fwd-place-settled           value "Y".
003500 01  reply                   picture is X(01).
003510 01  lbk-file-status         picture is X(02).
003520 01  lbk-eof-switch          picture is X(01).
003530     88  lease-break-at-end          value "Y".
003540 01  break-scheduled-switch  picture is X(01).
003550     88  break-scheduled             value "Y".
003560     copy TENLBK
003570         replacing ==:REC-NAME:==
003580             by ==unit-lease-break==.
003590 01  ntv-file-status         picture is X(02).
003600 01  ntv-eof-switch          picture is X(01).
003610     88  notice-file-at-end          value "Y".
003620 01  notice-open-switch      picture is X(01).
003630     88  notice-open                 value "Y".
003640     copy TENNTV
003650         replacing ==:REC-NAME:==
003660             by ==unit-notice==.
003670     copy TENZIPV.
003680     copy TENFMT.
003690     copy TENDAYS.
003700     copy TENFOBL.
003710     copy TENCNCL.
003720 01  cnc-file-status         picture is X(02).

003730 procedure division.
003740 0000-mainline.
003750     perform 1000-initialize thru 1000-exit.
003760     perform 2000-vacate-one thru 2000-exit
003770         until not more-records.
003780     perform 9000-finish thru 9000-exit.
003790     stop run.

003800 1000-initialize.
003810     display "TENVACT: vacate transaction - remove a unit".
003820     perform 1100-check-batch-lock thru 1100-exit.
003830     if batch-locked
003840         display "TENVACT: nightly batch in progress - "
003850             "tenant files are locked, inquiry only "
003860             "(use TENINQ) until the window closes"
003870         stop run.
003880     open i-o sample-idx-file.
003890     if idx-file-status not = "00"
003900         display "TENVACT: cannot open indexed.dbf, status "
003910             idx-file-status
003920         stop run.
003930     open extend history-file.
003940     accept today-date from date yyyymmdd.
003950     perform 1200-month-length thru 1200-exit.
003960     call "TENWHO" using TENWHO-PARMS.
003970     if not TENWHO-SIGNED-ON
003980         or TENWHO-AUTHORITY < 2
003990         display "TENVACT: update authority required - "
004000             "sign on through TENSIGN first"
004010         stop run.
004020     open extend audit-log-file.
004030     open output disposition-report.
004040 1000-exit.
004050     exit.

004060*----------------------------------------------------------*
004070* Batch-window lock check: the nightly driver raises the
004080* lock at start of chain and clears it at finish.
004090*----------------------------------------------------------*
004100 1100-check-batch-lock.
004110     open input batch-lock-file.
004120     if lck-file-status not = "00"
004130         go to 1100-exit.
004140     read batch-lock-file
004150         at end
004160             continue
004170         not at end
004180             if lck-status = "LOCKED"
004190                 move "Y" to batch-locked-switch.
004200     close batch-lock-file.
004210 1100-exit.
004220     exit.

004230*----------------------------------------------------------*
004240* Actual length of the move-out month: TENDAYS from the
004250* first of this month to the first of next.
004260*----------------------------------------------------------*
004270 1200-month-length.
004280     move today-date to month-start.
004290     move 01 to ms-dd.
004300     move month-start to next-month-start.
004310     if nm-mm = 12
004320         add 1 to nm-yyyy
004330         move 01 to nm-mm
004340     else
004350         add 1 to nm-mm.
004360     move month-start to TENDAYS-FROM.
004370     move next-month-start to TENDAYS-TO.
004380     call "TENDAYS" using TENDAYS-PARMS.
004390     move TENDAYS-DAYS to days-in-month.
004400 1200-exit.
004410     exit.

004420 2000-vacate-one.
004430     display "Apartment number to vacate (0000 to quit): ".
004440     accept aptnum.
004450     if aptnum = 0
004460         move "N" to more-switch
004470     else
004480         display "Building number: "
004490         accept building-id
004500         perform 2100-confirm-and-vacate thru 2100-exit.
004510 2000-exit.
004520     exit.

004530 2100-confirm-and-vacate.
004540     read sample-idx-file
004550         invalid key
004560             display "TENVACT: no unit " building-id "-" aptnum
004570                 " on indexed.dbf".
004580     if idx-file-status = "00"
004590         display "TENVACT: vacating " building-id "-" aptnum
004600             " - " name " - " street-addr
004610         perform 2150-check-lease-break thru 2150-exit
004620         perform 2170-check-notice thru 2170-exit
004630         move sample-idx-record to before-image
004640         move name to before-name
004650         move occ-status to before-status
004660         move "V" to occ-status of sample-idx-record
004670         move today-date to occ-status-date of sample-idx-record
004680         rewrite sample-idx-record
004690             invalid key
004700                 display "TENVACT: vacate failed, status "
004710                     idx-file-status
004720             not invalid key
004730                 display "TENVACT: apartment " building-id "-"
004740                     aptnum " vacated"
004750                 perform 2300-record-history thru 2300-exit
004760                 perform 2400-record-audit thru 2400-exit
004770                 perform 2450-prorate-final thru 2450-exit
004780                 perform 2460-close-lease-break thru 2460-exit
004790                 perform 2470-close-notice thru 2470-exit
004800                 perform 2480-check-keys thru 2480-exit
004810                 perform 2490-end-concession thru 2490-exit
004820                 perform 2500-settle-deposit thru 2500-exit
004830                 perform 2700-open-turn thru 2700-exit.
004840 2100-exit.
004850     exit.

004860*----------------------------------------------------------*
004870* A lease break agreed through TENLBRK: the unit's latest
004880* lbreak.dat record is still "S".  The operator sees the
004890* agreed move-out date, and a warning when the unit goes
004900* out ahead of it.
004910*----------------------------------------------------------*
004920 2150-check-lease-break.
004930     move "N" to break-scheduled-switch.
004940     move "N" to lbk-eof-switch.
004950     open input lease-break-file.
004960     if lbk-file-status not = "00"
004970         close lease-break-file
004980         go to 2150-exit.
004990     perform 2160-scan-lease-break thru 2160-exit
005000         until lease-break-at-end.
005010     close lease-break-file.
005020     if not break-scheduled
005030         go to 2150-exit.
005040     display "TENVACT: lease break agreed for move-out "
005050         lbk-vacate-date of unit-lease-break.
005060     if today-date < lbk-vacate-date of unit-lease-break
005070         display "TENVACT: WARNING - vacating ahead of the "
005080             "agreed move-out date".
005090 2150-exit.
005100     exit.

005110 2160-scan-lease-break.
005120     read lease-break-file
005130         at end
005140             move "Y" to lbk-eof-switch
005150         not at end
005160             if lbk-building of lease-break-record
005170                     = building-id of sample-idx-record
005180                 and lbk-aptnum of lease-break-record
005190                     = aptnum of sample-idx-record
005200                 move lease-break-record to unit-lease-break
005210                 if lbk-scheduled of lease-break-record
005220                     move "Y" to break-scheduled-switch
005230                 else
005240                     move "N" to break-scheduled-switch.
005250 2160-exit.
005260     exit.

005270*----------------------------------------------------------*
005280* A notice to vacate: the unit's latest ntvacate.dat
005290* record is still "N".  The operator sees the planned
005300* move-out date.
005310*----------------------------------------------------------*
005320 2170-check-notice.
005330     move "N" to notice-open-switch.
005340     move "N" to ntv-eof-switch.
005350     open input notice-file.
005360     if ntv-file-status not = "00"
005370         close notice-file
005380         go to 2170-exit.
005390     perform 2180-scan-notice thru 2180-exit
005400         until notice-file-at-end.
005410     close notice-file.
005420     if not notice-open
005430         go to 2170-exit.
005440     display "TENVACT: notice to vacate given "
005450         ntv-notice-date of unit-notice ", planned move-out "
005460         ntv-move-out-date of unit-notice.
005470 2170-exit.
005480     exit.

005490 2180-scan-notice.
005500     read notice-file
005510         at end
005520             move "Y" to ntv-eof-switch
005530         not at end
005540             if ntv-building of notice-record
005550                     = building-id of sample-idx-record
005560                 and ntv-aptnum of notice-record
005570                     = aptnum of sample-idx-record
005580                 move notice-record to unit-notice
005590                 if ntv-on-notice of notice-record
005600                     move "Y" to notice-open-switch
005610                 else
005620                     move "N" to notice-open-switch.
005630 2180-exit.
005640     exit.

005650 2300-record-history.
005660     move building-id to hist-building of history-record.
005670     move aptnum to hist-aptnum of history-record.
005680     move today-date to hist-date of history-record.
005690     move "O" to hist-action of history-record.
005700     move name to hist-name of history-record.
005710     move TENWHO-OPERATOR
005720         to hist-operator of history-record.
005730     write history-record.
005740 2300-exit.
005750     exit.

005760 2400-record-audit.
005770     accept audit-clock-time from time.
005780     move "TENVACT" to audit-program of audit-record.
005790     move today-date to audit-date of audit-record.
005800     move audit-clock-time to audit-time of audit-record.
005810     move building-id to audit-building of audit-record.
005820     move aptnum to audit-aptnum of audit-record.
005830     move "R" to audit-action of audit-record.
005840     move before-name to audit-before-name of audit-record.
005850     move name to audit-after-name of audit-record.
005860     move before-status to audit-before-status of audit-record.
005870     move occ-status to audit-after-status of audit-record.
005880     move TENWHO-OPERATOR
005890         to audit-operator of audit-record.
005900     move before-image
005910         to audit-before-image of audit-record
005920     write audit-record.
005930 2400-exit.
005940     exit.

005950*----------------------------------------------------------*
005960* Mid-month move-out proration, the TENPRORATE arithmetic
005970* run automatically: when the vacate lands on any day other
005980* than month end the final rent is prorated to the day of
005990* the move-out, a proration notice prints with the
006000* move-out paperwork, and the deposit disposition that
006010* follows settles against the prorated figure.
006020*----------------------------------------------------------*
006030 2450-prorate-final.
006040     move rent-amount of sample-idx-record
006050         to final-rent-due.
006060     if today-dd >= days-in-month
006070         go to 2450-exit.
006080     divide rent-amount of sample-idx-record
006090         by days-in-month
006100         giving daily-rent-rate rounded.
006110     compute prorated-rent rounded =
006120         daily-rent-rate * today-dd.
006130     move "A" to TENFMT-FORMAT-CODE.
006140     move "R" to TENFMT-ROUND-MODE.
006150     move prorated-rent to TENFMT-RAW-AMOUNT.
006160     call "TENFMT" using TENFMT-PARMS.
006170     move "T" to TENFMT-ROUND-MODE.
006180     compute final-rent-due rounded = prorated-rent.
006190     move spaces to report-line.
006200     string "PRORATION NOTICE - UNIT " delimited by size
006210         building-id delimited by size
006220         "-" delimited by size
006230         aptnum delimited by size
006240         into report-line.
006250     write report-line.
006260     move spaces to report-line.
006270     string "MOVE-OUT DAY " delimited by size
006280         today-dd delimited by size
006290         " OF " delimited by size
006300         days-in-month delimited by size
006310         ", FINAL RENT " delimited by size
006320         TENFMT-EDITED-OUT delimited by size
006330         into report-line.
006340     write report-line.
006350     move spaces to report-line.
006360     write report-line.
006370 2450-exit.
006380     exit.

006390*----------------------------------------------------------*
006400* The agreed break is carried out: the "V" record closes
006410* it on lbreak.dat, and the disposition notes the
006420* agreement the charges on the balance came from.
006430*----------------------------------------------------------*
006440 2460-close-lease-break.
006450     if not break-scheduled
006460         go to 2460-exit.
006470     open extend lease-break-file.
006480     move unit-lease-break to lease-break-record.
006490     move today-date to lbk-date of lease-break-record.
006500     move "V" to lbk-status of lease-break-record.
006510     move TENWHO-OPERATOR
006520         to lbk-entered-by of lease-break-record.
006530     write lease-break-record.
006540     close lease-break-file.
006550     move spaces to report-line.
006560     string "LEASE BREAK AGREED " delimited by size
006570         lbk-date of unit-lease-break delimited by size
006580         " - MOVE-OUT " delimited by size
006590         lbk-vacate-date of unit-lease-break delimited by size
006600         ", CHARGES ON BALANCE" delimited by size
006610         into report-line.
006620     write report-line.
006630     move spaces to report-line.
006640     write report-line.
006650 2460-exit.
006660     exit.

006670*----------------------------------------------------------*
006680* The tenant who gave notice is out: the "V" record closes
006690* the notice on ntvacate.dat.
006700*----------------------------------------------------------*
006710 2470-close-notice.
006720     if not notice-open
006730         go to 2470-exit.
006740     open extend notice-file.
006750     move unit-notice to notice-record.
006760     move "V" to ntv-status of notice-record.
006770     move TENWHO-OPERATOR
006780         to ntv-entered-by of notice-record.
006790     write notice-record.
006800     close notice-file.
006810 2470-exit.
006820     exit.

006830*----------------------------------------------------------*
006840* Keys and fobs the inventory still shows with the tenant
006850* leaving: warn the operator and note it ahead of the
006860* disposition, so the keys are collected or the locks
006870* changed before the deposit goes back.
006880*----------------------------------------------------------*
006890 2480-check-keys.
006900     move building-id to TENFOBL-BUILDING.
006910     move aptnum to TENFOBL-APTNUM.
006920     call "TENFOBL" using TENFOBL-PARMS.
006930     if not TENFOBL-KEYS-OUT
006940         go to 2480-exit.
006950     display "TENVACT: WARNING - " TENFOBL-OUT-COUNT
006960         " key(s) or fob(s) still issued to this unit".
006970     move spaces to report-line.
006980     string "KEYS NOT RETURNED - UNIT " delimited by size
006990         building-id delimited by size
007000         "-" delimited by size
007010         aptnum delimited by size
007020         ": " delimited by size
007030         TENFOBL-OUT-COUNT delimited by size
007040         " KEY(S)/FOB(S) STILL ISSUED" delimited by size
007050         into report-line.
007060     write report-line.
007070     move spaces to report-line.
007080     write report-line.
007090 2480-exit.
007100     exit.

007110*----------------------------------------------------------*
007120* A rent concession still running on the unit goes with the
007130* tenant: end it with an "X" record on concess.dat, as a
007140* lease break does, so the free or reduced months are not
007150* carried to whoever moves in next.
007160*----------------------------------------------------------*
007170 2490-end-concession.
007180     move building-id to TENCNCL-BUILDING.
007190     move aptnum to TENCNCL-APTNUM.
007200     move today-yyyymm to TENCNCL-MONTH.
007210     move rent-amount of sample-idx-record to TENCNCL-RENT.
007220     call "TENCNCL" using TENCNCL-PARMS.
007230     if not TENCNCL-ACTIVE
007240         go to 2490-exit.
007250     open extend concession-file.
007260     move building-id to cnc-building of concession-record.
007270     move aptnum to cnc-aptnum of concession-record.
007280     move "X" to cnc-type of concession-record.
007290     move zero to cnc-amount of concession-record.
007300     move zero to cnc-months of concession-record.
007310     move today-date to cnc-start-date of concession-record.
007320     move today-date to cnc-end-date of concession-record.
007330     move "VACATED" to cnc-reason of concession-record.
007340     move TENWHO-OPERATOR
007350         to cnc-entered-by of concession-record.
007360     write concession-record.
007370     close concession-file.
007380     display "TENVACT: concession " TENCNCL-REASON
007390         " ended with the tenancy".
007400     move spaces to report-line.
007410     string "CONCESSION ENDED - UNIT " delimited by size
007420         building-id delimited by size
007430         "-" delimited by size
007440         aptnum delimited by size
007450         ": " delimited by size
007460         TENCNCL-REASON delimited by size
007470         into report-line.
007480     write report-line.
007490     move spaces to report-line.
007500     write report-line.
007510 2490-exit.
007520     exit.

007530*----------------------------------------------------------*
007540* Deposit disposition at move-out: total the unit's postings
007550* on deposit.dat, net the outstanding balance against the
007560* deposit plus interest, and print the disposition statement
007570* for the departing tenant's file.
007580*----------------------------------------------------------*
007590 2500-settle-deposit.
007600     move zero to deposit-held.
007610     move "N" to dep-eof-switch.
007620     open input deposit-file.
007630     if dep-file-status not = "00"
007640         display "TENVACT: no deposit.dat on file, no "
007650             "disposition printed for " building-id "-" aptnum
007660         go to 2500-exit.
007670     perform 2510-scan-deposits thru 2510-exit
007680         until dep-file-at-end.
007690     close deposit-file.
007700     perform 2530-open-balance thru 2530-exit.
007710     compute outstanding-balance =
007720         final-rent-due
007730             - amount-paid of sample-idx-record
007740             + unit-carry-fwd + unit-open-postings.
007750     compute disposition-amount =
007760         deposit-held - outstanding-balance.
007770     perform 2520-print-disposition thru 2520-exit.
007780     perform 2560-clear-unit-balance thru 2560-exit.
007790     if disposition-amount < zero
007800         perform 2600-move-to-receivable thru 2600-exit.
007810 2500-exit.
007820     exit.

007830 2510-scan-deposits.
007840     read deposit-file
007850         at end
007860             move "Y" to dep-eof-switch
007870         not at end
007880             if dep-building of deposit-record = building-id
007890                 and dep-aptnum of deposit-record = aptnum
007900                 add dep-amount of deposit-record
007910                     to deposit-held
007920                 add dep-interest of deposit-record
007930                     to deposit-held.
007940 2510-exit.
007950     exit.

007960*----------------------------------------------------------*
007970* The unit's open balance-file items: its latest carry-
007980* forward, then the fee/utility/adjustment postings dated
007990* after it (all of them when no carry-forward exists) --
008000* the same open-item rule the month-end close compounds by.
008010*----------------------------------------------------------*
008020 2530-open-balance.
008030     move zero to unit-carry-fwd.
008040     move zero to unit-carry-date.
008050     move zero to unit-open-postings.
008060     move "N" to bal-eof-switch.
008070     open input balance-file.
008080     if bal-file-status not = "00"
008090         close balance-file
008100         go to 2530-exit.
008110     perform 2540-scan-carry thru 2540-exit
008120         until balance-file-at-end.
008130     close balance-file.
008140     move "N" to bal-eof-switch.
008150     open input balance-file.
008160     if bal-file-status not = "00"
008170         close balance-file
008180         go to 2530-exit.
008190     perform 2550-scan-postings thru 2550-exit
008200         until balance-file-at-end.
008210     close balance-file.
008220 2530-exit.
008230     exit.

008240 2540-scan-carry.
008250     read balance-file
008260         at end
008270             move "Y" to bal-eof-switch
008280         not at end
008290*            strictly greater, first-seen-wins on a date
008300*            tie -- the TENSTMT/TENCLOSE rule -- so a
008310*            TENLCOMP opening record dated the same day as
008320*            the close's kept carry-forward never shadows
008330*            the carry that compounds the close
008340             if bal-carry-forward of balance-record
008350                 and bal-building of balance-record
008360                     = building-id of sample-idx-record
008370                 and bal-aptnum of balance-record
008380                     = aptnum of sample-idx-record
008390                 and bal-date of balance-record
008400                     > unit-carry-date
008410                 move bal-date of balance-record
008420                     to unit-carry-date
008430                 move bal-amount of balance-record
008440                     to unit-carry-fwd.
008450 2540-exit.
008460     exit.

008470 2550-scan-postings.
008480     read balance-file
008490         at end
008500             move "Y" to bal-eof-switch
008510         not at end
008520             if (bal-nsf-fee of balance-record
008530                 or bal-utility of balance-record
008540                 or bal-adjustment of balance-record
008550                 or bal-repair-charge of balance-record
008560                 or bal-lease-break of balance-record
008570                 or bal-abatement of balance-record)
008580                 and bal-building of balance-record
008590                     = building-id of sample-idx-record
008600                 and bal-aptnum of balance-record
008610                     = aptnum of sample-idx-record
008620                 and bal-date of balance-record
008630                     > unit-carry-date
008640                 add bal-amount of balance-record
008650                     to unit-open-postings.
008660 2550-exit.
008670     exit.

008680*----------------------------------------------------------*
008690* The disposition settled the unit's open balance-file
008700* items, so the offsetting adjustment nets them to zero on
008710* the unit-key -- otherwise the next tenant on this unit
008720* inherits the old carry-forward on their first statement
008730* while the same dollars bill the former tenant off
008740* fmrten.dat.  Posted on every settled vacate: a deposit-
008750* absorbed debt leaves the same stale items behind.
008760*----------------------------------------------------------*
008770 2560-clear-unit-balance.
008780     compute balance-offset = zero
008790         - (unit-carry-fwd + unit-open-postings).
008800     if balance-offset = zero
008810         go to 2560-exit.
008820     open extend balance-file.
008830     move building-id of sample-idx-record
008840         to bal-building of balance-record.
008850     move aptnum of sample-idx-record
008860         to bal-aptnum of balance-record.
008870     move today-date to bal-date of balance-record.
008880     move balance-offset
008890         to bal-amount of balance-record.
008900     move "A" to bal-type of balance-record.
008910     move zero to bal-reference of balance-record.
008920     write balance-record.
008930     close balance-file.
008940     move spaces to report-line.
008950     string "UNIT BALANCE ITEMS SETTLED AND CLEARED "
008960         delimited by size
008970         "FROM THE UNIT" delimited by size
008980         into report-line.
008990     write report-line.
009000 2560-exit.
009010     exit.

009020 2520-print-disposition.
009030     move spaces to report-line.
009040     string "SECURITY DEPOSIT DISPOSITION - UNIT "
009050         delimited by size
009060         building-id delimited by size
009070         "-" delimited by size
009080         aptnum delimited by size
009090         into report-line.
009100     write report-line.
009110     move spaces to report-line.
009120     string "TENANT: " delimited by size
009130         name of sample-idx-record delimited by size
009140         into report-line.
009150     write report-line.
009160     move "A" to TENFMT-FORMAT-CODE.
009170     move deposit-held to TENFMT-RAW-AMOUNT.
009180     call "TENFMT" using TENFMT-PARMS.
009190     move spaces to report-line.
009200     string "DEPOSIT HELD (WITH INTEREST): " delimited by size
009210         TENFMT-EDITED-OUT delimited by size
009220         into report-line.
009230     write report-line.
009240     move outstanding-balance to TENFMT-RAW-AMOUNT.
009250     call "TENFMT" using TENFMT-PARMS.
009260     move spaces to report-line.
009270     string "OUTSTANDING BALANCE:          " delimited by size
009280         TENFMT-EDITED-OUT delimited by size
009290         into report-line.
009300     write report-line.
009310     move disposition-amount to TENFMT-RAW-AMOUNT.
009320     call "TENFMT" using TENFMT-PARMS.
009330     move spaces to report-line.
009340     if disposition-amount < zero
009350         string "BALANCE STILL OWED BY TENANT: "
009360             delimited by size
009370             TENFMT-EDITED-OUT delimited by size
009380             into report-line
009390     else
009400         string "REFUND DUE TO TENANT:         "
009410             delimited by size
009420             TENFMT-EDITED-OUT delimited by size
009430             into report-line.
009440     write report-line.
009450     move spaces to report-line.
009460     write report-line.
009470 2520-exit.
009480     exit.

009490*----------------------------------------------------------*
009500* The departing tenant still owes money: capture the
009510* forwarding address and move the balance to the
009520* fmrten.dat former-tenant receivable, so the debt
009530* survives the vacate instead of evaporating with the
009540* unit-key.
009550*----------------------------------------------------------*
009560 2600-move-to-receivable.
009570     compute owed-amount = zero - disposition-amount.
009580     display "TENVACT: tenant owes after disposition - "
009590         "capture forwarding address".
009600     move "N" to fwd-place-switch.
009610     if notice-open
009620         and ntv-fwd-address of unit-notice not = spaces
009630         perform 2620-offer-notice-address thru 2620-exit.
009640     if not fwd-place-settled
009650         display "Forwarding street address: "
009660         accept fwd-address-in
009670         perform 2610-key-fwd-place thru 2610-exit
009680             until fwd-place-settled.
009690     open extend former-tenant-file.
009700     move building-id of sample-idx-record
009710         to fmr-building of former-tenant-record.
009720     move aptnum of sample-idx-record
009730         to fmr-aptnum of former-tenant-record.
009740     move today-date
009750         to fmr-move-out-date of former-tenant-record.
009760     move name of sample-idx-record
009770         to fmr-name of former-tenant-record.
009780     move fwd-address-in
009790         to fmr-fwd-address of former-tenant-record.
009800     move fwd-city-in
009810         to fmr-fwd-city of former-tenant-record.
009820     move fwd-state-in
009830         to fmr-fwd-state of former-tenant-record.
009840     move fwd-zip-in
009850         to fmr-fwd-zip of former-tenant-record.
009860     move owed-amount
009870         to fmr-balance of former-tenant-record.
009880     move "O" to fmr-status of former-tenant-record.
009890     move TENWHO-OPERATOR
009900         to fmr-entered-by of former-tenant-record.
009910     move today-date
009920         to fmr-status-date of former-tenant-record.
009930     write former-tenant-record.
009940     close former-tenant-file.
009950     display "TENVACT: receivable recorded for "
009960         building-id "-" aptnum.
009970 2600-exit.
009980     exit.

009990*----------------------------------------------------------*
010000* Forwarding city/state/ZIP, keyed until TENZIPV accepts
010010* them against the zipref.dat ZIP reference.
010020*----------------------------------------------------------*
010030 2610-key-fwd-place.
010040     display "Forwarding city: ".
010050     accept fwd-city-in.
010060     display "Forwarding state (2 chars): ".
010070     accept fwd-state-in.
010080     display "Forwarding ZIP (9 digits, zip5+zip4): ".
010090     accept fwd-zip-in.
010100     move fwd-city-in to TENZIPV-CITY.
010110     move fwd-state-in to TENZIPV-STATE.
010120     move fwd-zip-in (1:5) to TENZIPV-ZIP5.
010130     call "TENZIPV" using TENZIPV-PARMS.
010140     move "Y" to fwd-place-switch.
010150     if TENZIPV-SPELLING
010160         move TENZIPV-STD-CITY to fwd-city-in
010170         move TENZIPV-STD-STATE to fwd-state-in
010180         display "TENVACT: city/state set to the standard "
010190             "spelling " fwd-city-in " " fwd-state-in.
010200     if TENZIPV-UNKNOWN-ZIP
010210         display "TENVACT: warning - ZIP " TENZIPV-ZIP5
010220             " is not on zipref.dat, taken as keyed".
010230     if TENZIPV-BAD-ZIP
010240         display "TENVACT: ZIP is not valid, key the "
010250             "forwarding city, state and ZIP again"
010260         move "N" to fwd-place-switch.
010270     if TENZIPV-MISMATCH
010280         display "TENVACT: ZIP " TENZIPV-ZIP5 " is "
010290             TENZIPV-STD-CITY " " TENZIPV-STD-STATE
010300             ", not " fwd-city-in " " fwd-state-in
010310         display "Use " TENZIPV-STD-CITY " "
010320             TENZIPV-STD-STATE " (Y/N): "
010330         accept reply
010340         if reply = "Y"
010350             move TENZIPV-STD-CITY to fwd-city-in
010360             move TENZIPV-STD-STATE to fwd-state-in
010370         else
010380             display "TENVACT: key the forwarding city, "
010390                 "state and ZIP again"
010400             move "N" to fwd-place-switch.
010410 2610-exit.
010420     exit.

010430*----------------------------------------------------------*
010440* The forwarding address the tenant gave with the notice,
010450* already validated when the notice was keyed.
010460*----------------------------------------------------------*
010470 2620-offer-notice-address.
010480     display "Forwarding address from the notice: "
010490         ntv-fwd-address of unit-notice.
010500     display "    " ntv-fwd-city of unit-notice " "
010510         ntv-fwd-state of unit-notice " "
010520         ntv-fwd-zip of unit-notice.
010530     display "Use it (Y/N): ".
010540     accept reply.
010550     if reply not = "Y"
010560         go to 2620-exit.
010570     move ntv-fwd-address of unit-notice to fwd-address-in.
010580     move ntv-fwd-city of unit-notice to fwd-city-in.
010590     move ntv-fwd-state of unit-notice to fwd-state-in.
010600     move ntv-fwd-zip of unit-notice to fwd-zip-in.
010610     move "Y" to fwd-place-switch.
010620 2620-exit.
010630     exit.

010640*----------------------------------------------------------*
010650* Open the standard make-ready tickets for the vacated
010660* unit, TENWORK's numbering (one above the highest on
010670* file), and mark the unit turn-in-progress so the board
010680* and the applicant match stop offering it until the last
010690* TURN ticket closes.
010700*----------------------------------------------------------*
010710 2700-open-turn.
010720     perform 2710-find-next-ticket thru 2710-exit.
010730     move zero to turn-tickets-opened.
010740     open extend work-order-file.
010750     move "N" to trn-eof-switch.
010760     open input turn-set-file.
010770     if trn-file-status not = "00"
010780         close turn-set-file
010790         move "Y" to trn-eof-switch
010800         perform 2730-default-set thru 2730-exit
010810     else
010820         perform 2720-read-turn-set thru 2720-exit
010830             until turn-set-at-end
010840         close turn-set-file.
010850     close work-order-file.
010860     open extend turn-status-file.
010870     move building-id of sample-idx-record
010880         to tst-building of turn-status-record.
010890     move aptnum of sample-idx-record
010900         to tst-aptnum of turn-status-record.
010910     move today-date to tst-date of turn-status-record.
010920     move "T" to tst-status of turn-status-record.
010930     write turn-status-record.
010940     close turn-status-file.
010950     display "TENVACT: " turn-tickets-opened
010960         " turn ticket(s) opened, unit in make-ready".
010970 2700-exit.
010980     exit.

010990 2710-find-next-ticket.
011000     move 1 to next-ticket.
011010     move "N" to wor-eof-switch.
011020     open input work-order-file.
011030     if wor-file-status not = "00"
011040         close work-order-file
011050         go to 2710-exit.
011060     perform 2711-scan-ticket thru 2711-exit
011070         until work-file-at-end.
011080     close work-order-file.
011090 2710-exit.
011100     exit.

011110 2711-scan-ticket.
011120     read work-order-file
011130         at end
011140             move "Y" to wor-eof-switch
011150         not at end
011160             if wor-ticket of work-order-record
011170                 >= next-ticket
011180                 compute next-ticket =
011190                     wor-ticket of work-order-record + 1.
011200 2711-exit.
011210     exit.

011220 2720-read-turn-set.
011230     read turn-set-file
011240         at end
011250             move "Y" to trn-eof-switch
011260         not at end
011270             perform 2740-write-turn-ticket thru 2740-exit.
011280 2720-exit.
011290     exit.

011300*----------------------------------------------------------*
011310* The shop-standard set when no turnset.ctl is on hand.
011320*----------------------------------------------------------*
011330 2730-default-set.
011340     move "G" to trn-category of turn-set-record.
011350     move "PAINT UNIT" to trn-description
011360         of turn-set-record.
011370     perform 2740-write-turn-ticket thru 2740-exit.
011380     move "G" to trn-category of turn-set-record.
011390     move "CLEAN UNIT" to trn-description
011400         of turn-set-record.
011410     perform 2740-write-turn-ticket thru 2740-exit.
011420     move "G" to trn-category of turn-set-record.
011430     move "CHANGE LOCKS" to trn-description
011440         of turn-set-record.
011450     perform 2740-write-turn-ticket thru 2740-exit.
011460 2730-exit.
011470     exit.

011480 2740-write-turn-ticket.
011490     move building-id of sample-idx-record
011500         to wor-building of work-order-record.
011510     move aptnum of sample-idx-record
011520         to wor-aptnum of work-order-record.
011530     move next-ticket to wor-ticket of work-order-record.
011540     move today-date
011550         to wor-date-opened of work-order-record.
011560     move trn-category of turn-set-record
011570         to wor-category of work-order-record.
011580     move spaces to wor-description of work-order-record.
011590     string "TURN - " delimited by size
011600         trn-description of turn-set-record
011610             delimited by size
011620         into wor-description of work-order-record.
011630     move "O" to wor-status of work-order-record.
011640     move zero to wor-date-closed of work-order-record.
011650     write work-order-record.
011660     add 1 to next-ticket.
011670     add 1 to turn-tickets-opened.
011680 2740-exit.
011690     exit.

011700 9000-finish.
011710     close audit-log-file.
011720     close sample-idx-file.
011730     close history-file.
011740     close disposition-report.
011750     display "TENVACT: finished".
011760 9000-exit.
011770     exit.

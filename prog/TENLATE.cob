000200*----------------------------------------------------------*
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   2026-10-15 JHM   The unit summary is used only when it
000240*                    was built for today, and then allows for
000250*                    payments posted since it was built, so a
000260*                    tenant who paid this morning is not
000270*                    proposed a fee; a stale summary falls back
000280*                    to the tenant record.
000290*   2026-10-15 JHM   Messages now go through TENOLOG to the
000300*                    dated operations log, each with its
000310*                    severity (and the unit where there is
000320*                    one); aborts raise a menu alert.
000330*   2026-10-15 JHM   The grace period is now the unit's own:
000340*                    a fee is proposed once the run date
000350*                    reaches the late date the TENDUEL lookup
000360*                    gives for the month -- the unit's
000370*                    duedate.dat due day or Wednesday plus
000380*                    its grace days, holidays on batcal.ctl
000390*                    skipped -- instead of the 6th for
000400*                    everyone.  A unit with no terms of its
000410*                    own is still late on the 6th.
000420*   2026-10-15 JHM   The balance due now comes from the
000430*                    unit's nightly unitsum.dbf record
000440*                    (TENUSML lookup), the figure every
000450*                    report now shares: rent less the month's
000460*                    concession less paid, plus the carry-
000470*                    forward and the postings since it.  A
000480*                    unit not on the summary, or no summary
000490*                    at all, is worked out from indexed.dbf
000500*                    as before.
000510*   2026-10-15 JHM   Stamps the signed-on operator from
000520*                    TENWHO on each proposed fee as its
000530*                    proposer (spaces on an unattended run),
000540*                    so an operator approving their own
000550*                    proposal shows up on TENSODR.
000560*   2026-10-15 JHM   Balance due now takes off the month's
000570*                    concess.dat special (TENCNCL lookup), so
000580*                    a free or reduced month is neither listed
000590*                    past due nor proposed a late fee.
000600*   2026-09-03 JHM   The late-fee figure now comes off the
000610*                    feesched.dat schedule through the
000620*                    TENFEEL lookup, priced per unit by the
000630*                    unit's COMPANY-CODE (company 00 is the
000640*                    portfolio default), so company 02's
000650*                    late fee can differ from company 01's
000660*                    and a fee change is data entry.  The
000670*                    old compiled 25.00 remains only as the
000680*                    fallback when the schedule has no LATE
000690*                    record at all.
000700*   2026-08-22 JHM   The BALANCE column no longer folds in
000710*                    the flat fee at listing time: since the
000720*                    fee only posts once a supervisor
000730*                    approves it, adding it here overstated
000740*                    what is actually receivable.  The fee
000750*                    still goes to pendtxn.dat as a proposal
000760*                    and shows in the register totals.
000770*   2026-08-09 JHM   Original program.
000780*   2026-08-09 JHM   Dropped the local EDITED-AMOUNT picture and
000790*                    routed BALANCE/TOTAL BALANCE DUE through the
000800*                    shared TENFMT subprogram instead, matching
000810*                    TENRENT/TENSTMT/TENPRORATE -- every balance
000820*                    printed here is already floored at zero
000830*                    before printing, so there's no CR case
000840*                    TENFMT can't represent.
000850*----------------------------------------------------------*
000860 identification division.
000870 program-id. tenlate.
000880 author. J. H. Masters.
000890 installation. Property Management Systems.
000900 date-written. 2026-08-09.
000910 date-compiled. 2026-08-09.

000920 environment division.
000930 configuration section.
000940 source-computer. Intel486.
000950 object-computer. Intel486.

000960 input-output section.
000970 file-control.
000980     select sample-idx-file assign to disk
000990         organization is indexed
001000         record key is unit-key of sample-idx-record
001010         access mode is sequential
001020         file status is idx-file-status.

001030     select balance-due-report assign to disk
001040         organization is line sequential.

001050     select optional company-control-file assign to disk
001060         organization is line sequential
001070         file status is cmp-file-status.

001080     select optional pending-txn-file assign to disk
001090         organization is line sequential
001100         file status is pnd-file-status.

001110 data division.
001120 file section.
001130 fd  sample-idx-file
001140     label records are standard
001150     value of file-id is "indexed.dbf".
001160     copy TENREC
001170         replacing ==:REC-NAME:== by ==sample-idx-record==
001180             ==address== by ==street-addr==.

001190 fd  balance-due-report
001200     label records are standard
001210     value of file-id is balance-rpt-filename.
001220 01  report-line             picture is X(80).

001230 fd  company-control-file
001240     label records are standard
001250     value of file-id is "company.ctl".
001260     copy TENCMP
001270         replacing ==:REC-NAME:==
001280             by ==company-control-record==.

001290 fd  pending-txn-file
001300     label records are standard
001310     value of file-id is "pendtxn.dat".
001320     copy TENPND
001330         replacing ==:REC-NAME:==
001340             by ==pending-txn-record==.

001350 working-storage section.
001360 01  balance-rpt-filename    picture is X(30).
001370     copy TENRCAT.
001380     copy TENOLOG.
001390 01  idx-file-status         picture is X(02).
001400 01  cmp-file-status         picture is X(02).
001410 01  company-wanted          picture is 9(02) value zero.
001420 01  company-name            picture is X(25) value spaces.
001430 01  unit-count              picture is 9(05) value zero.
001440 01  past-due-count          picture is 9(05) value zero.
001450 01  run-date                picture is 9(08).
001460 01  run-date-breakdown redefines run-date.
001470     05  run-date-yyyymm     picture is 9(06).
001480     05  run-date-day        picture is 9(02).
001490 01  past-grace-switch       picture is X(01) value "N".
001500     88  past-grace-period           value "Y".

001510 01  late-fee-amount         picture is 9(05)V99 value 25.00.
001520 01  proposed-fee            picture is 9(05)V99.

001530 01  balance-due             picture is S9(07)V99.
001540 01  summary-warned-switch   picture is X(01) value "N".
001550     88  summary-warned              value "Y".
001560 01  proposed-count          picture is 9(05) value zero.
001570 01  pnd-file-status         picture is X(02).
001580 01  pnd-eof-switch          picture is X(01) value "N".
001590     88  pending-file-at-end         value "Y".
001600 01  already-fee-switch      picture is X(01).
001610     88  fee-already-pending         value "Y".

001620*----------------------------------------------------------*
001630* Units that already carry a proposed or approved-but-not-
001640* yet-applied LATE FEE on pendtxn.dat; the proposal pass
001650* skips them so fees cannot stack across days.
001660*----------------------------------------------------------*
001670 01  pending-fee-table-area.
001680     05  pending-fee-count   picture is 9(04) value zero.
001690     05  pending-fee-entry occurs 1 to 500 times
001700             depending on pending-fee-count
001710             indexed by pending-fee-index.
001720         10  pf-building     picture is 9(02).
001730         10  pf-aptnum       picture is 9(04).
001740 01  proposed-total          picture is 9(07)V99 value zero.
001750 01  grand-total-due         picture is 9(07)V99 value zero.
001760     copy TENFMT.
001770     copy TENRUNC.
001780     copy TENFEEL.
001790     copy TENCNCL.
001800     copy TENWHO.
001810     copy TENUSML.
001820     copy TENDUEL.

001830 procedure division.
001840 0000-mainline.
001850     move "TENLATE" to TENOLOG-PROGRAM.
001860     perform 1000-initialize thru 1000-exit.
001870     perform 2000-read-units thru 2000-exit
001880         until idx-file-status = "10".
001890     perform 9000-finish thru 9000-exit.
001900     stop run.

001910 1000-initialize.
001920     move "I" to TENOLOG-SEVERITY
001930     move "computing late fees and balances due" to TENOLOG-TEXT
001940     call "TENOLOG" using TENOLOG-PARMS.
001950     move "TENLATE" to TENRUNC-PROGRAM.
001960     move "S" to TENRUNC-FUNCTION.
001970     move zero to TENRUNC-COUNT.
001980     call "TENRUNC" using TENRUNC-PARMS.
001990     if TENRUNC-ALREADY-RAN
002000         move "A" to TENOLOG-SEVERITY
002010         move spaces to TENOLOG-TEXT
002020         string "already run this business date - "
002030                 delimited by size
002040             "put TENLATE on runover.ctl to rerun"
002050                 delimited by size
002060             into TENOLOG-TEXT
002070         call "TENOLOG" using TENOLOG-PARMS
002080         move 1 to return-code
002090         stop run.
002100     perform 1100-read-company thru 1100-exit.
002110     call "TENWHO" using TENWHO-PARMS.
002120     accept run-date from date yyyymmdd.
002130     open input sample-idx-file.
002140     if idx-file-status not = "00"
002150         move "A" to TENOLOG-SEVERITY
002160         move spaces to TENOLOG-TEXT
002170         string "cannot open indexed.dbf, status "
002180                 delimited by size
002190             idx-file-status delimited by size
002200             into TENOLOG-TEXT
002210         call "TENOLOG" using TENOLOG-PARMS
002220         move 1 to return-code
002230         stop run.
002240     perform 1200-load-pending thru 1200-exit.
002250     open extend pending-txn-file.
002260     move spaces to balance-rpt-filename.
002270     string "balance." delimited by size
002280         run-date delimited by size
002290         into balance-rpt-filename.
002300     open output balance-due-report.
002310     move "BALANCE DUE LISTING" to report-line.
002320     write report-line.
002330     if company-wanted not = zero
002340         move spaces to report-line
002350         string "COMPANY " delimited by size
002360             company-wanted delimited by size
002370             " - " delimited by size
002380             company-name delimited by size
002390             into report-line
002400         write report-line.
002410     string "BLDG APT   NAME                      BALANCE"
002420         delimited by size
002430         into report-line.
002440     write report-line.
002450 1000-exit.
002460     exit.

002470 1100-read-company.
002480     open input company-control-file.
002490     if cmp-file-status not = "00"
002500         go to 1100-exit.
002510     read company-control-file
002520         at end
002530             continue
002540         not at end
002550             move cmp-company of company-control-record
002560                 to company-wanted
002570             move cmp-name of company-control-record
002580                 to company-name.
002590     close company-control-file.
002600     if company-wanted not = zero
002610         move "I" to TENOLOG-SEVERITY
002620         move spaces to TENOLOG-TEXT
002630         string "restricted to company " delimited by size
002640             company-wanted delimited by size
002650             into TENOLOG-TEXT
002660         call "TENOLOG" using TENOLOG-PARMS.
002670 1100-exit.
002680     exit.

002690 1200-load-pending.
002700     open input pending-txn-file.
002710     if pnd-file-status not = "00"
002720         close pending-txn-file
002730         move "Y" to pnd-eof-switch
002740         go to 1200-exit.
002750     perform 1210-read-pending thru 1210-exit
002760         until pending-file-at-end.
002770     close pending-txn-file.
002780 1200-exit.
002790     exit.

002800 1210-read-pending.
002810     read pending-txn-file
002820         at end
002830             move "Y" to pnd-eof-switch
002840         not at end
002850             if pnd-reason of pending-txn-record
002860                     = "LATE FEE"
002870                 and (pnd-proposed of pending-txn-record
002880                     or pnd-approved of pending-txn-record)
002890                 perform 1220-stow-pending thru 1220-exit.
002900 1210-exit.
002910     exit.

002920 1220-stow-pending.
002930     if pending-fee-count >= 500
002940         move "W" to TENOLOG-SEVERITY
002950         move "pending-fee table overflow" to TENOLOG-TEXT
002960         call "TENOLOG" using TENOLOG-PARMS
002970     else
002980         add 1 to pending-fee-count
002990         move pnd-building of pending-txn-record
003000             to pf-building (pending-fee-count)
003010         move pnd-aptnum of pending-txn-record
003020             to pf-aptnum (pending-fee-count).
003030 1220-exit.
003040     exit.

003050 2000-read-units.
003060     read sample-idx-file next record
003070         at end
003080             continue
003090         not at end
003100             perform 2100-evaluate-unit thru 2100-exit.
003110 2000-exit.
003120     exit.

003130 2100-evaluate-unit.
003140     if company-wanted not = zero
003150         and company-code of sample-idx-record
003160             not = company-wanted
003170         go to 2100-exit.
003180     if occ-occupied of sample-idx-record
003190         add 1 to unit-count
003200         perform 2150-find-balance thru 2150-exit
003210         perform 2170-check-grace thru 2170-exit
003220         if balance-due is greater than zero
003230             and past-grace-period
003240                 perform 2300-propose-fee thru 2300-exit
003250         if balance-due is greater than zero
003260             perform 2200-print-balance thru 2200-exit.
003270 2100-exit.
003280     exit.

003290*----------------------------------------------------------*
003300* The unit's balance off tonight's unit summary, with the
003310* payments posted since it was built taken off; worked out
003320* from the tenant record when the unit is not on it or the
003330* summary was not built today.
003340*----------------------------------------------------------*
003350 2150-find-balance.
003360     move building-id of sample-idx-record to TENUSML-BUILDING.
003370     move aptnum of sample-idx-record to TENUSML-APTNUM.
003380     call "TENUSML" using TENUSML-PARMS.
003390     if TENUSML-FOUND
003400         and TENUSML-AS-OF-DATE = run-date
003410         compute balance-due =
003420             TENUSML-BALANCE + TENUSML-AMOUNT-PAID
003430                 - amount-paid of sample-idx-record
003440         go to 2150-exit.
003450     if TENUSML-FOUND
003460         and not summary-warned
003470         move "Y" to summary-warned-switch
003480         move "W" to TENOLOG-SEVERITY
003490         move spaces to TENOLOG-TEXT
003500         string "unitsum.dbf not built today - " delimited by size
003510             "balances from indexed.dbf only" delimited by size
003520             into TENOLOG-TEXT
003530         call "TENOLOG" using TENOLOG-PARMS.
003540     if TENUSML-NOT-AVAILABLE
003550         and not summary-warned
003560         move "Y" to summary-warned-switch
003570         move "W" to TENOLOG-SEVERITY
003580         move spaces to TENOLOG-TEXT
003590         string "unitsum.dbf not on file - run " delimited by size
003600             "TENUSUM - balances from indexed.dbf only"
003610                 delimited by size
003620             into TENOLOG-TEXT
003630         call "TENOLOG" using TENOLOG-PARMS.
003640     move building-id of sample-idx-record
003650         to TENCNCL-BUILDING.
003660     move aptnum of sample-idx-record to TENCNCL-APTNUM.
003670     move run-date-yyyymm to TENCNCL-MONTH.
003680     move rent-amount of sample-idx-record to TENCNCL-RENT.
003690     call "TENCNCL" using TENCNCL-PARMS.
003700     compute balance-due =
003710         rent-amount of sample-idx-record
003720             - TENCNCL-CREDIT
003730             - amount-paid of sample-idx-record.
003740 2150-exit.
003750     exit.

003760*----------------------------------------------------------*
003770* Past grace once the run date reaches the unit's late date
003780* for the month.
003790*----------------------------------------------------------*
003800 2170-check-grace.
003810     move "N" to past-grace-switch.
003820     move building-id of sample-idx-record to TENDUEL-BUILDING.
003830     move aptnum of sample-idx-record to TENDUEL-APTNUM.
003840     move "M" to TENDUEL-FUNCTION.
003850     move run-date-yyyymm to TENDUEL-MONTH.
003860     call "TENDUEL" using TENDUEL-PARMS.
003870     if run-date not < TENDUEL-LATE-DATE
003880         move "Y" to past-grace-switch.
003890 2170-exit.
003900     exit.

003910 2200-print-balance.
003920     add 1 to past-due-count.
003930     add balance-due to grand-total-due.
003940     move "A" to TENFMT-FORMAT-CODE.
003950     move balance-due to TENFMT-RAW-AMOUNT.
003960     call "TENFMT" using TENFMT-PARMS.
003970     move spaces to report-line.
003980     string building-id of sample-idx-record delimited by size
003990         "-" delimited by size
004000         aptnum of sample-idx-record delimited by size
004010         "  " delimited by size
004020         name of sample-idx-record delimited by size
004030         " " delimited by size
004040         TENFMT-EDITED-OUT delimited by size
004050         into report-line.
004060     write report-line.
004070 2200-exit.
004080     exit.

004090*----------------------------------------------------------*
004100* Write the proposed late-fee transaction; nothing posts
004110* until a supervisor approves it and TENFAPPL runs.
004120*----------------------------------------------------------*
004130 2300-propose-fee.
004140     perform 2310-check-already thru 2310-exit.
004150     if fee-already-pending
004160         go to 2300-exit.
004170     perform 2320-price-fee thru 2320-exit.
004180     move building-id of sample-idx-record
004190         to pnd-building of pending-txn-record.
004200     move aptnum of sample-idx-record
004210         to pnd-aptnum of pending-txn-record.
004220     move proposed-fee to pnd-amount
004230         of pending-txn-record.
004240     move "LATE FEE" to pnd-reason of pending-txn-record.
004250     move run-date to pnd-date of pending-txn-record.
004260     move "TENLATE" to pnd-program of pending-txn-record.
004270     move "P" to pnd-approval of pending-txn-record.
004280     move TENWHO-OPERATOR
004290         to pnd-proposed-by of pending-txn-record.
004300     move spaces to pnd-reviewed-by of pending-txn-record.
004310     move zero to pnd-reviewed-date of pending-txn-record.
004320     write pending-txn-record.
004330     add 1 to proposed-count.
004340     add proposed-fee to proposed-total.
004350 2300-exit.
004360     exit.

004370*----------------------------------------------------------*
004380* Price the fee off the schedule by the unit's company;
004390* the compiled figure is only the no-schedule fallback.
004400*----------------------------------------------------------*
004410 2320-price-fee.
004420     move late-fee-amount to proposed-fee.
004430     move company-code of sample-idx-record
004440         to TENFEEL-COMPANY.
004450     move "LATE" to TENFEEL-TYPE.
004460     call "TENFEEL" using TENFEEL-PARMS.
004470     if TENFEEL-ON-FILE
004480         move TENFEEL-AMOUNT to proposed-fee.
004490 2320-exit.
004500     exit.

004510 2310-check-already.
004520     move "N" to already-fee-switch.
004530     if pending-fee-count = zero
004540         go to 2310-exit.
004550     set pending-fee-index to 1.
004560     search pending-fee-entry
004570         at end
004580             continue
004590         when pf-building (pending-fee-index)
004600                 = building-id of sample-idx-record
004610             and pf-aptnum (pending-fee-index)
004620                 = aptnum of sample-idx-record
004630             move "Y" to already-fee-switch.
004640 2310-exit.
004650     exit.

004660 9000-finish.
004670     move spaces to report-line.
004680     write report-line.
004690     move "A" to TENFMT-FORMAT-CODE.
004700     move grand-total-due to TENFMT-RAW-AMOUNT.
004710     call "TENFMT" using TENFMT-PARMS.
004720     move spaces to report-line.
004730     string "TOTAL BALANCE DUE: " delimited by size
004740         TENFMT-EDITED-OUT delimited by size
004750         "  (" delimited by size
004760         past-due-count delimited by size
004770         " of " delimited by size
004780         unit-count delimited by size
004790         " occupied unit(s))" delimited by size
004800         into report-line.
004810     write report-line.
004820     move spaces to report-line.
004830     write report-line.
004840     move "A" to TENFMT-FORMAT-CODE.
004850     move proposed-total to TENFMT-RAW-AMOUNT.
004860     call "TENFMT" using TENFMT-PARMS.
004870     move spaces to report-line.
004880     string "PROPOSED LATE FEES: " delimited by size
004890         TENFMT-EDITED-OUT delimited by size
004900         "  (" delimited by size
004910         proposed-count delimited by size
004920         " item(s) awaiting approval)" delimited by size
004930         into report-line.
004940     write report-line.
004950     close sample-idx-file balance-due-report.
004960     move "TENLATE" to TENRCAT-PROGRAM.
004970     move balance-rpt-filename to TENRCAT-FILENAME.
004980     move 1 to TENRCAT-PAGES.
004990     move past-due-count to TENRCAT-LINES.
005000     call "TENRCAT" using TENRCAT-PARMS.
005010     close pending-txn-file.
005020     move "E" to TENRUNC-FUNCTION.
005030     move past-due-count to TENRUNC-COUNT.
005040     call "TENRUNC" using TENRUNC-PARMS.
005050     move "I" to TENOLOG-SEVERITY
005060     move spaces to TENOLOG-TEXT
005070     string past-due-count delimited by size
005080         " unit(s) past due" delimited by size
005090         into TENOLOG-TEXT
005100     call "TENOLOG" using TENOLOG-PARMS.
005110 9000-exit.
005120     exit.

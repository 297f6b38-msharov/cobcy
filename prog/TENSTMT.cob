000200*----------------------------------------------------------*
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   2026-10-15 JHM   The balance forward comes off the unit
000240*                    summary only when it was built for
000250*                    today; otherwise off tenbal.dat.
000260*   2026-10-15 JHM   Messages now go through TENOLOG to the
000270*                    dated operations log, each with its
000280*                    severity (and the unit where there is
000290*                    one); aborts raise a menu alert.
000300*   2026-10-15 JHM   "B" abatement entries from TENABAT print
000310*                    as RENT ABATEMENT lines citing the outage.
000320*   2026-10-15 JHM   "T" lease-break entries from TENLBRK
000330*                    print as LEASE TERMINATION, CONCESSION
000340*                    FORFEITED or RE-LETTING CHARGE lines.
000350*   2026-10-15 JHM   Each statement, and its remittance stub,
000360*                    prints the tenant's own PAYMENT DUE BY
000370*                    date for the statement month from the
000380*                    TENDUEL lookup: the unit's duedate.dat
000390*                    due day or Wednesday, moved past a
000400*                    holiday on batcal.ctl.
000410*   2026-10-15 JHM   The returned-mail hold and the balance
000420*                    forward now come from the unit's nightly
000430*                    unitsum.dbf record (TENUSML lookup), and
000440*                    badmail.dat is only scanned in when the
000450*                    summary is not on file.  The month's
000460*                    charge lines still print from tenbal.dat
000470*                    and rechg.dat.
000480*   2026-10-15 JHM   A unit enrolled for e-delivery on
000490*                    edeliv.dat (TENEDLV lookup) gets its
000500*                    statement on the day's emailout
000510*                    extract -- a header with the address
000520*                    and subject, then the page lines --
000530*                    instead of the print file.  Emailed
000540*                    units stay out of the printed count,
000550*                    the presort trays and piece counts and
000560*                    the returned-mail hold, and are counted
000570*                    separately under the grand total.
000580*   2026-10-15 JHM   A unit's split-billing percentages and
000590*                    housing-authority portion now come from
000600*                    the keyed splitpcx.dbf and haportnx.dbf
000610*                    that TENSCNV rebuilds, one random read
000620*                    per unit, instead of 200-entry tables
000630*                    scanned in from splitpct.dat and
000640*                    haportn.dat; each scan stays as the
000650*                    fallback when its keyed file is not on
000660*                    file.
000670*   2026-10-15 JHM   A unit with a concess.dat leasing
000680*                    special for the month (TENCNCL lookup)
000690*                    gets a RENT CONCESSION credit line under
000700*                    the rent; the credit nets out of the
000710*                    unit balance, the stub amount and the
000720*                    grand total while the rent line keeps
000730*                    billing the gross RENT-AMOUNT.
000740*   2026-09-03 JHM   The presort piece counts and tray
000750*                    breaks now fire only when a statement
000760*                    actually prints -- vacant, company-
000770*                    filtered, mailing-held and restart-
000780*                    skipped units were being counted into
000790*                    the qualification summary the post
000800*                    office checks, and empty trays got
000810*                    separator pages.
000820*   2026-09-03 JHM   The run now checkpoints its progress
000830*                    by unit-key to stmtckpt.ctl after
000840*                    every statement.  When the printer
000850*                    jams mid-run, a rerun on the same
000860*                    business date resumes at the first
000870*                    unprinted statement instead of
000880*                    reprinting the whole portfolio, and
000890*                    the restart is noted on the run's
000900*                    control page so nobody wonders why
000910*                    the page count is short.
000920*   2026-09-03 JHM   New presort mailing mode: when
000930*                    presort.ctl says PRESORT, the run
000940*                    prints in ZIP-5 then ZIP-4 order
000950*                    through the SORT technique the city
000960*                    listing uses, with tray-break
000970*                    separator pages and tray labels at
000980*                    each ZIP-5 change and the presort
000990*                    qualification summary (piece counts
001000*                    per tray) the post office requires at
001010*                    the counter.  Without the control
001020*                    file the run prints in unit-key order
001030*                    as before.
001040*   2026-09-03 JHM   A unit flagged on badmail.dat (the
001050*                    TENRMAIL returned-mail flag) gets a
001060*                    MAILING HELD exception line instead
001070*                    of a statement page, so postage stops
001080*                    chasing addresses we know are dead;
001090*                    TENUPDT clears the flag with the
001100*                    corrected address.
001110*   2026-09-03 JHM   The month's "R" repair chargebacks
001120*                    from billable TENWORK closes now print
001130*                    as REPAIR CHARGE lines citing the
001140*                    ticket number, included in the balance
001150*                    and the stub amount.
001160*   2026-09-03 JHM   A voucher unit with an haportn.dat
001170*                    portion split now bills only the
001180*                    tenant portion on the rent line, the
001190*                    balance and the scanline, with a PAID
001200*                    BY HOUSING AUTHORITY memo line -- no
001210*                    more phantom delinquency while the
001220*                    HAP check is in transit (TENHAPP
001230*                    posts it under method "H").
001240*   2026-09-03 JHM   A unit with a splitpct.dat co-tenant
001250*                    split record now prints one statement
001260*                    page per responsible party -- each
001270*                    party's percent of the rent, tax,
001280*                    charges and balance with its own
001290*                    scanline stub (TENSPLT keys the
001300*                    percents).  Payments on either stub
001310*                    still roll up to the one unit.
001320*   2026-09-03 JHM   The month's "W" fee-waiver entries
001330*                    from TENWAIV now print as FEE WAIVED
001340*                    lines (negative) and net out of the
001350*                    unit balance and the stub amount.
001360*   2026-09-03 JHM   Units in a city on the rnttax.dat
001370*                    municipal rental-tax table now get a
001380*                    MUNICIPAL RENTAL TAX line computed
001390*                    from RENT-AMOUNT at the city's rate,
001400*                    included in the unit balance, the
001410*                    stub's scanline amount and the grand
001420*                    total -- the tax was being computed on
001430*                    a calculator and keyed as an
001440*                    adjustment.  TENTAXR totals the
001450*                    month's tax per city for the
001460*                    remittance to the city.
001470*   2026-08-09 JHM   Original program.
001480*   2026-08-09 JHM   The BALANCE column was printing a running
001490*                    total accumulated across every tenant
001500*                    walked so far, not that tenant's own
001510*                    balance -- changed to a fresh per-unit
001520*                    charge-amount minus paid-amount, with the
001530*                    running total kept only as the separate
001540*                    grand-total accumulator.  Also switched the
001550*                    CHARGE and PAID columns to CALL "TENFMT"
001560*                    instead of one-off edited pictures, to
001570*                    match every other report that edits a
001580*                    dollar amount.  The BALANCE and GRAND TOTAL
001590*                    columns keep their own CR-capable edited
001600*                    pictures, since TENFMT-EDITED-OUT has no
001610*                    CR representation for a signed amount and
001620*                    a statement balance can legitimately go
001630*                    negative (a credit on file).
001640*   2026-08-22 JHM   Redesigned the one-line-per-unit listing
001650*                    as a full page per unit with a tear-off
001660*                    remittance stub.  The stub carries a
001670*                    fixed-position scanline (building-id,
001680*                    aptnum, amount due in cents, and a mod-10
001690*                    check digit over the preceding thirteen
001700*                    digits) so a returned stub can be keyed
001710*                    or matched automatically by the lockbox
001720*                    instead of hand-matched off a memo line.
001730*   2026-08-22 JHM   Honors the company.ctl restriction: when
001740*                    the control file names a company, only
001750*                    that company's statements print and the
001760*                    page heading names the company.
001770*   2026-08-22 JHM   The statement now bills what the
001780*                    balance file carries: the month's fee
001790*                    entries (NSF and approved late fees)
001800*                    print as charge lines, and the unit's
001810*                    latest month-end carry-forward prints
001820*                    as a BALANCE FORWARD line -- both
001830*                    included in the unit balance, the
001840*                    stub's amount due, and the grand
001850*                    total.  Until now those postings were
001860*                    write-only and vanished from the
001870*                    tenant's paper.
001880*   2026-08-22 JHM   The statements now go to a dated file
001890*                    name (statemnt.YYYYMMDD) and each run
001900*                    is cataloged through TENRCAT for the
001910*                    TENRPRT reprint utility.
001920*   2026-08-22 JHM   Each statement page now opens with the
001930*                    building's return-address block from
001940*                    the bldgmst.dat master through the
001950*                    TENBLDL lookup, so mailed statements
001960*                    stop going out with no return address.
001970*   2026-08-22 JHM   Prints each unit's recurring ancillary
001980*                    charges from rechg.dat, and the month's
001990*                    utility allocations and proration
002000*                    credit adjustments from tenbal.dat,
002010*                    beneath the rent line, and includes
002020*                    them in the unit balance, the stub's
002030*                    amount due, and the grand total, so one
002040*                    statement covers everything the tenant
002050*                    owes.
002060*----------------------------------------------------------*
002070 identification division.
002080 program-id. tenstmt.
002090 author. J. H. Masters.
002100 installation. Property Management Systems.
002110 date-written. 2026-08-09.
002120 date-compiled. 2026-08-22.

002130 environment division.
002140 configuration section.
002150 source-computer. Intel486.
002160 object-computer. Intel486.

002170 input-output section.
002180 file-control.
002190     select sample-idx-file assign to disk
002200         organization is indexed
002210         record key is unit-key of sample-idx-record
002220         access mode is dynamic
002230         file status is idx-file-status.

002240     select sort-file assign to disk.

002250     select optional checkpoint-control-file assign to disk
002260         organization is line sequential
002270         file status is ckp-file-status.

002280     select optional presort-control-file assign to disk
002290         organization is line sequential
002300         file status is psm-file-status.

002310     select statement-report assign to disk
002320         organization is line sequential.

002330     select optional email-file assign to disk
002340         organization is line sequential.

002350     select optional company-control-file assign to disk
002360         organization is line sequential
002370         file status is cmp-file-status.

002380     select optional recurring-charge-file assign to disk
002390         organization is line sequential
002400         file status is chg-file-status.

002410     select optional balance-file assign to disk
002420         organization is line sequential
002430         file status is bal-file-status.

002440     select optional rental-tax-file assign to disk
002450         organization is line sequential
002460         file status is tax-file-status.

002470     select optional bad-mail-file assign to disk
002480         organization is line sequential
002490         file status is bad-file-status.

002500     select optional ha-portion-file assign to disk
002510         organization is line sequential
002520         file status is hap-file-status.

002530     select optional split-billing-file assign to disk
002540         organization is line sequential
002550         file status is spl-file-status.

002560     select portion-cur-file assign to disk
002570         organization is indexed
002580         record key is cur-key of portion-cur-record
002590         access mode is random
002600         file status is hpx-file-status.

002610     select split-cur-file assign to disk
002620         organization is indexed
002630         record key is cur-key of split-cur-record
002640         access mode is random
002650         file status is spx-file-status.

002660 data division.
002670 file section.
002680 fd  sample-idx-file
002690     label records are standard
002700     value of file-id is "indexed.dbf".
002710     copy TENREC
002720         replacing ==:REC-NAME:== by ==sample-idx-record==
002730             ==address== by ==street-addr==.

002740 fd  statement-report
002750     label records are standard
002760     value of file-id is statement-filename.
002770 01  report-line             picture is X(80).

002780 fd  email-file
002790     label records are standard
002800     value of file-id is email-filename.
002810     copy TENEML
002820         replacing ==:REC-NAME:==
002830             by ==email-record==.

002840 fd  company-control-file
002850     label records are standard
002860     value of file-id is "company.ctl".
002870     copy TENCMP
002880         replacing ==:REC-NAME:==
002890             by ==company-control-record==.

002900 fd  recurring-charge-file
002910     label records are standard
002920     value of file-id is "rechg.dat".
002930     copy TENCHG
002940         replacing ==:REC-NAME:==
002950             by ==recurring-charge-record==.

002960 fd  balance-file
002970     label records are standard
002980     value of file-id is "tenbal.dat".
002990     copy TENBAL
003000         replacing ==:REC-NAME:==
003010             by ==balance-record==.

003020 fd  bad-mail-file
003030     label records are standard
003040     value of file-id is "badmail.dat".
003050     copy TENBAD
003060         replacing ==:REC-NAME:==
003070             by ==bad-mail-record==.

003080 fd  ha-portion-file
003090     label records are standard
003100     value of file-id is "haportn.dat".
003110     copy TENHAP
003120         replacing ==:REC-NAME:==
003130             by ==ha-portion-record==.

003140 fd  split-billing-file
003150     label records are standard
003160     value of file-id is "splitpct.dat".
003170     copy TENSPL
003180         replacing ==:REC-NAME:==
003190             by ==split-billing-record==.

003200 fd  portion-cur-file
003210     label records are standard
003220     value of file-id is "haportnx.dbf".
003230     copy TENCUR
003240         replacing ==:REC-NAME:==
003250             by ==portion-cur-record==.

003260 fd  split-cur-file
003270     label records are standard
003280     value of file-id is "splitpcx.dbf".
003290     copy TENCUR
003300         replacing ==:REC-NAME:==
003310             by ==split-cur-record==.

003320 fd  rental-tax-file
003330     label records are standard
003340     value of file-id is "rnttax.dat".
003350     copy TENTAX
003360         replacing ==:REC-NAME:==
003370             by ==rental-tax-record==.

003380 sd  sort-file.
003390 01  sort-record.
003400     05  sort-zip5           picture is 9(05).
003410     05  sort-zip4           picture is 9(04).
003420     05  sort-building       picture is 9(02).
003430     05  sort-aptnum         picture is 9(04).

003440 fd  checkpoint-control-file
003450     label records are standard
003460     value of file-id is "stmtckpt.ctl".
003470 01  checkpoint-control-record.
003480     05  ckp-date            picture is 9(08).
003490     05  ckp-building        picture is 9(02).
003500     05  ckp-aptnum          picture is 9(04).
003510     05  ckp-complete        picture is X(01).

003520 fd  presort-control-file
003530     label records are standard
003540     value of file-id is "presort.ctl".
003550 01  presort-control-record.
003560     05  psm-mode            picture is X(07).

003570 working-storage section.
003580 01  statement-filename      picture is X(30).
003590 01  email-filename          picture is X(30).
003600 01  emailed-count           picture is 9(05) value zero.
003610     copy TENEDLV.
003620 01  psm-file-status         picture is X(02).
003630 01  ckp-file-status         picture is X(02).
003640 01  restart-switch          picture is X(01) value "N".
003650     88  restart-mode                value "Y".
003660 01  resume-passed-switch    picture is X(01) value "N".
003670     88  resume-passed               value "Y".
003680 01  resume-building         picture is 9(02).
003690 01  resume-aptnum           picture is 9(04).
003700 01  skipped-count           picture is 9(05) value zero.

003710 01  presort-switch          picture is X(01) value "N".
003720     88  presort-mode                value "Y".
003730 01  current-tray-zip        picture is 9(05).
003740 01  tray-number             picture is 9(03) value zero.
003750 01  tray-piece-count        picture is 9(05).
003760 01  total-pieces            picture is 9(05) value zero.
003770 01  tray-sub                picture is 9(03).

003780*----------------------------------------------------------*
003790* Tray summary for the presort qualification page.
003800*----------------------------------------------------------*
003810 01  tray-table-area.
003820     05  tray-table-count    picture is 9(03) value zero.
003830     05  tray-table-entry occurs 1 to 100 times
003840             depending on tray-table-count.
003850         10  tr-zip5         picture is 9(05).
003860         10  tr-pieces       picture is 9(05).
003870     copy TENRCAT.
003880     copy TENOLOG.
003890     copy TENBLDL.
003900 01  idx-file-status         picture is X(02).
003910 01  cmp-file-status         picture is X(02).
003920 01  company-wanted          picture is 9(02) value zero.
003930 01  company-name            picture is X(25) value spaces.
003940 01  chg-file-status         picture is X(02).
003950 01  bal-file-status         picture is X(02).
003960 01  tax-file-status         picture is X(02).
003970 01  tax-eof-switch          picture is X(01).
003980     88  tax-file-at-end             value "Y".
003990 01  unit-tax                picture is S9(05)V99.
004000 01  spl-file-status         picture is X(02).
004010 01  spl-eof-switch          picture is X(01).
004020     88  split-file-at-end           value "Y".
004030 01  bad-file-status         picture is X(02).
004040 01  bad-eof-switch          picture is X(01).
004050     88  bad-mail-at-end             value "Y".
004060 01  held-count              picture is 9(04) value zero.
004070 01  mail-held-switch        picture is X(01).
004080     88  mailing-held                value "Y".
004090 01  summary-switch          picture is X(01) value "N".
004100     88  summary-available           value "Y".

004110*----------------------------------------------------------*
004120* Latest badmail.dat status per unit; a flagged unit's
004130* statement is held on the exception worklist.
004140*----------------------------------------------------------*
004150 01  bad-mail-table-area.
004160     05  bad-table-count     picture is 9(03) value zero.
004170     05  bad-table-entry occurs 1 to 200 times
004180             depending on bad-table-count
004190             indexed by bad-table-index.
004200         10  bd-building     picture is 9(02).
004210         10  bd-aptnum       picture is 9(04).
004220         10  bd-status       picture is X(01).

004230 01  hap-file-status         picture is X(02).
004240 01  hap-eof-switch          picture is X(01).
004250     88  portion-file-at-end         value "Y".
004260 01  hpx-file-status         picture is X(02).
004270 01  portion-keyed-switch    picture is X(01) value "N".
004280     88  portion-keyed               value "Y".
004290 01  spx-file-status         picture is X(02).
004300 01  split-keyed-switch      picture is X(01) value "N".
004310     88  split-keyed                 value "Y".
004320 01  split-pct-1             picture is 9(03)V99.
004330 01  split-pct-2             picture is 9(03)V99.
004340 01  unit-auth-portion       picture is 9(05)V99.
004350 01  auth-text               picture is X(12).

004360*----------------------------------------------------------*
004370* Housing-authority portion splits per voucher unit from
004380* haportn.dat, later record per unit superseding; a unit
004390* with a record bills only the tenant portion.
004400*----------------------------------------------------------*
004410 01  portion-table-area.
004420     05  portion-table-count picture is 9(03) value zero.
004430     05  portion-table-entry occurs 1 to 200 times
004440             depending on portion-table-count
004450             indexed by portion-table-index.
004460         10  po-building     picture is 9(02).
004470         10  po-aptnum       picture is 9(04).
004480         10  po-tenant       picture is 9(05)V99.
004490         10  po-authority    picture is 9(05)V99.

004500 01  party-count             picture is 9(01).
004510 01  party-sub               picture is 9(01).
004520 01  party-percent           picture is 9(03)V99.
004530 01  party-name              picture is X(25).
004540 01  edited-percent          picture is ZZ9.99.
004550 01  full-charge             picture is 9(07)V99.
004560 01  full-paid               picture is 9(07)V99.
004570 01  full-ancillary          picture is S9(07)V99.
004580 01  full-carry              picture is S9(05)V99.
004590 01  full-tax                picture is S9(05)V99.
004600 01  full-concession         picture is 9(05)V99.
004610 01  unit-concession         picture is 9(05)V99.
004620 01  concession-reason       picture is X(20).
004630 01  scaled-charge-line      picture is S9(05)V99.

004640*----------------------------------------------------------*
004650* Split-billing percentages per unit from splitpct.dat,
004660* later record per unit superseding the earlier one.
004670*----------------------------------------------------------*
004680 01  split-table-area.
004690     05  split-table-count   picture is 9(03) value zero.
004700     05  split-table-entry occurs 1 to 200 times
004710             depending on split-table-count
004720             indexed by split-table-index.
004730         10  sp-building     picture is 9(02).
004740         10  sp-aptnum       picture is 9(04).
004750         10  sp-pct-1        picture is 9(03)V99.
004760         10  sp-pct-2        picture is 9(03)V99.
004770     copy TENSPL
004780         replacing ==:REC-NAME:==
004790             by ==current-split==.
004800     copy TENHAP
004810         replacing ==:REC-NAME:==
004820             by ==current-portion==.
004830 01  tax-text                picture is X(12).

004840*----------------------------------------------------------*
004850* Municipal rental-tax rates per city from rnttax.dat, the
004860* later record per city superseding the earlier one.
004870*----------------------------------------------------------*
004880 01  tax-table-area.
004890     05  tax-table-count     picture is 9(02) value zero.
004900     05  tax-table-entry occurs 1 to 20 times
004910             depending on tax-table-count
004920             indexed by tax-table-index.
004930         10  tt-city         picture is X(15).
004940         10  tt-percent      picture is 9(02)V99.
004950 01  chg-eof-switch          picture is X(01).
004960     88  charge-file-at-end          value "Y".
004970 01  bal-eof-switch          picture is X(01).
004980     88  balance-file-at-end         value "Y".
004990 01  run-date-work           picture is 9(08).
005000 01  run-date-work-parts redefines run-date-work.
005010     05  run-work-yyyymm     picture is 9(06).
005020     05  run-work-dd         picture is 9(02).
005030 01  bal-date-work           picture is 9(08).
005040 01  bal-date-work-parts redefines bal-date-work.
005050     05  bal-work-yyyymm     picture is 9(06).
005060     05  bal-work-dd         picture is 9(02).
005070 01  ancillary-total         picture is S9(07)V99.
005080 01  unit-carry-fwd          picture is S9(05)V99.
005090 01  edited-carry-fwd        picture is $9,999,999.99CR.
005100 01  charge-sub              picture is 9(04).
005110 01  ancillary-text          picture is X(12).

005120*----------------------------------------------------------*
005130* Ancillary-charge table: the unit's recurring charges from
005140* rechg.dat plus this month's utility allocations and fee
005150* postings from tenbal.dat, loaded once at startup.
005160*----------------------------------------------------------*
005170 01  charge-table-area.
005180     05  charge-table-count  picture is 9(04) value zero.
005190     05  charge-table-entry occurs 1 to 500 times
005200             depending on charge-table-count.
005210         10  ch-building     picture is 9(02).
005220         10  ch-aptnum       picture is 9(04).
005230         10  ch-code         picture is X(03).
005240         10  ch-description  picture is X(20).
005250         10  ch-amount       picture is S9(05)V99.
005260 01  unit-count              picture is 9(05) value zero.
005270 01  run-date                picture is 9(08).

005280 01  charge-amount           picture is 9(07)V99.
005290 01  paid-amount             picture is 9(07)V99.
005300 01  unit-balance            picture is S9(07)V99.
005310 01  grand-total             picture is S9(07)V99 value zero.
005320 01  charge-text             picture is X(12).
005330 01  paid-text               picture is X(12).
005340 01  edited-balance          picture is $9,999,999.99CR.
005350 01  edited-amount           picture is $9,999,999.99CR.

005360*----------------------------------------------------------*
005370* Remittance-stub scanline work area.  The scanline is the
005380* thirteen digits building(2) + aptnum(4) + amount due in
005390* cents(7), followed by a mod-10 check digit computed over
005400* those thirteen digits, at a fixed position on the stub so
005410* the lockbox can key or wand it without interpretation.
005420*----------------------------------------------------------*
005430 01  amount-due              picture is 9(05)V99.
005440 01  amount-due-cents        picture is 9(07).
005450 01  scanline-body.
005460     05  scan-building       picture is 9(02).
005470     05  scan-aptnum         picture is 9(04).
005480     05  scan-amount         picture is 9(07).
005490 01  scanline-digits redefines scanline-body.
005500     05  scan-digit          picture is 9(01) occurs 13 times.
005510 01  scan-digit-sub          picture is 9(02).
005520 01  scan-digit-sum          picture is 9(03).
005530 01  scan-sum-tens           picture is 9(03).
005540 01  scan-sum-units          picture is 9(01).
005550 01  scan-check-work         picture is 9(02).
005560 01  scan-check-digit        picture is 9(01).
005570*----------------------------------------------------------*
005580* Latest month-end carry-forward per unit from tenbal.dat,
005590* billed as the BALANCE FORWARD line.
005600*----------------------------------------------------------*
005610 01  carry-fwd-table-area.
005620     05  carry-fwd-count     picture is 9(04) value zero.
005630     05  carry-fwd-entry occurs 1 to 500 times
005640             depending on carry-fwd-count
005650             indexed by carry-fwd-index.
005660         10  cf-building     picture is 9(02).
005670         10  cf-aptnum       picture is 9(04).
005680         10  cf-date         picture is 9(08).
005690         10  cf-amount       picture is S9(05)V99.
005700     copy TENFMT.
005710     copy TENCNCL.
005720     copy TENUSML.
005730     copy TENDUEL.

005740 procedure division.
005750 0000-mainline.
005760     move "TENSTMT" to TENOLOG-PROGRAM.
005770     perform 1000-initialize thru 1000-exit.
005780     if presort-mode
005790         sort sort-file
005800             on ascending key sort-zip5 sort-zip4
005810             input procedure is 6100-release-units
005820                 thru 6100-exit
005830             output procedure is 6200-print-sorted
005840                 thru 6200-exit
005850     else
005860         perform 2000-read-units thru 2000-exit
005870             until idx-file-status = "10".
005880     perform 9000-finish thru 9000-exit.
005890     stop run.

005900 1000-initialize.
005910     move "I" to TENOLOG-SEVERITY
005920     move "printing monthly tenant statements" to TENOLOG-TEXT
005930     call "TENOLOG" using TENOLOG-PARMS.
005940     perform 1100-read-company thru 1100-exit.
005950     perform 1700-read-presort-mode thru 1700-exit.
005960     perform 1800-read-checkpoint thru 1800-exit.
005970     perform 1200-load-charges thru 1200-exit.
005980     perform 1300-load-tax-table thru 1300-exit.
005990     perform 1400-load-splits thru 1400-exit.
006000     perform 1500-load-portions thru 1500-exit.
006010     perform 1650-probe-summary thru 1650-exit.
006020     if not summary-available
006030         perform 1600-load-bad-mail thru 1600-exit.
006040     accept run-date from date yyyymmdd.
006050     open input sample-idx-file.
006060     if idx-file-status not = "00"
006070         move "A" to TENOLOG-SEVERITY
006080         move spaces to TENOLOG-TEXT
006090         string "cannot open indexed.dbf, status "
006100                 delimited by size
006110             idx-file-status delimited by size
006120             into TENOLOG-TEXT
006130         call "TENOLOG" using TENOLOG-PARMS
006140         move 1 to return-code
006150         stop run.
006160     move spaces to statement-filename.
006170     string "statemnt." delimited by size
006180         run-date delimited by size
006190         into statement-filename.
006200     open output statement-report.
006210     move spaces to email-filename.
006220     string "emailout." delimited by size
006230         run-date delimited by size
006240         into email-filename.
006250     open extend email-file.
006260     if restart-mode
006270         move spaces to report-line
006280         string "*** RESTARTED RUN - RESUMING AFTER "
006290             delimited by size
006300             resume-building delimited by size
006310             "-" delimited by size
006320             resume-aptnum delimited by size
006330             " ***" delimited by size
006340             into report-line
006350         write report-line.
006360 1000-exit.
006370     exit.

006380 1100-read-company.
006390     open input company-control-file.
006400     if cmp-file-status not = "00"
006410         go to 1100-exit.
006420     read company-control-file
006430         at end
006440             continue
006450         not at end
006460             move cmp-company of company-control-record
006470                 to company-wanted
006480             move cmp-name of company-control-record
006490                 to company-name.
006500     close company-control-file.
006510     if company-wanted not = zero
006520         move "I" to TENOLOG-SEVERITY
006530         move spaces to TENOLOG-TEXT
006540         string "restricted to company " delimited by size
006550             company-wanted delimited by size
006560             into TENOLOG-TEXT
006570         call "TENOLOG" using TENOLOG-PARMS.
006580 1100-exit.
006590     exit.

006600 1200-load-charges.
006610     accept run-date-work from date yyyymmdd.
006620     move "N" to chg-eof-switch.
006630     open input recurring-charge-file.
006640     if chg-file-status not = "00"
006650         move "Y" to chg-eof-switch.
006660     perform 1210-read-charge thru 1210-exit
006670         until charge-file-at-end.
006680     if chg-file-status = "00"
006690         close recurring-charge-file.
006700     move "N" to bal-eof-switch.
006710     open input balance-file.
006720     if bal-file-status not = "00"
006730         move "Y" to bal-eof-switch.
006740     perform 1220-read-utility thru 1220-exit
006750         until balance-file-at-end.
006760     if bal-file-status = "00"
006770         close balance-file.
006780 1200-exit.
006790     exit.

006800 1210-read-charge.
006810     if charge-file-at-end
006820         go to 1210-exit.
006830     read recurring-charge-file
006840         at end
006850             move "Y" to chg-eof-switch
006860         not at end
006870             perform 1230-stow-charge thru 1230-exit.
006880 1210-exit.
006890     exit.

006900 1220-read-utility.
006910     if balance-file-at-end
006920         go to 1220-exit.
006930     read balance-file
006940         at end
006950             move "Y" to bal-eof-switch
006960         not at end
006970             move bal-date of balance-record
006980                 to bal-date-work
006990             perform 1225-route-entry thru 1225-exit.
007000 1220-exit.
007010     exit.

007020 1225-route-entry.
007030     if bal-carry-forward of balance-record
007040         perform 1270-stow-carry thru 1270-exit
007050         go to 1225-exit.
007060     if bal-work-yyyymm not = run-work-yyyymm
007070         go to 1225-exit.
007080     evaluate true
007090         when bal-utility of balance-record
007100             perform 1240-stow-utility thru 1240-exit
007110         when bal-adjustment of balance-record
007120             perform 1250-stow-adjust thru 1250-exit
007130         when bal-nsf-fee of balance-record
007140             perform 1260-stow-fee thru 1260-exit
007150         when bal-repair-charge of balance-record
007160             perform 1266-stow-repair thru 1266-exit
007170         when bal-lease-break of balance-record
007180             perform 1267-stow-lease-break thru 1267-exit
007190         when bal-abatement of balance-record
007200             perform 1268-stow-abatement thru 1268-exit
007210         when bal-waiver of balance-record
007220             perform 1265-stow-waiver thru 1265-exit
007230     end-evaluate.
007240 1225-exit.
007250     exit.

007260 1230-stow-charge.
007270     if charge-table-count >= 500
007280         move "W" to TENOLOG-SEVERITY
007290         move "charge table overflow" to TENOLOG-TEXT
007300         call "TENOLOG" using TENOLOG-PARMS
007310     else
007320         add 1 to charge-table-count
007330         move chg-building of recurring-charge-record
007340             to ch-building (charge-table-count)
007350         move chg-aptnum of recurring-charge-record
007360             to ch-aptnum (charge-table-count)
007370         move chg-code of recurring-charge-record
007380             to ch-code (charge-table-count)
007390         move chg-description of recurring-charge-record
007400             to ch-description (charge-table-count)
007410         move chg-amount of recurring-charge-record
007420             to ch-amount (charge-table-count).
007430 1230-exit.
007440     exit.

007450 1240-stow-utility.
007460     if charge-table-count >= 500
007470         move "W" to TENOLOG-SEVERITY
007480         move "charge table overflow" to TENOLOG-TEXT
007490         call "TENOLOG" using TENOLOG-PARMS
007500     else
007510         add 1 to charge-table-count
007520         move bal-building of balance-record
007530             to ch-building (charge-table-count)
007540         move bal-aptnum of balance-record
007550             to ch-aptnum (charge-table-count)
007560         move "UTL" to ch-code (charge-table-count)
007570         move "UTILITY ALLOCATION"
007580             to ch-description (charge-table-count)
007590         move bal-amount of balance-record
007600             to ch-amount (charge-table-count).
007610 1240-exit.
007620     exit.

007630 1250-stow-adjust.
007640     if charge-table-count >= 500
007650         move "W" to TENOLOG-SEVERITY
007660         move "charge table overflow" to TENOLOG-TEXT
007670         call "TENOLOG" using TENOLOG-PARMS
007680     else
007690         add 1 to charge-table-count
007700         move bal-building of balance-record
007710             to ch-building (charge-table-count)
007720         move bal-aptnum of balance-record
007730             to ch-aptnum (charge-table-count)
007740         move "ADJ" to ch-code (charge-table-count)
007750         move "PRORATION CREDIT"
007760             to ch-description (charge-table-count)
007770         move bal-amount of balance-record
007780             to ch-amount (charge-table-count).
007790 1250-exit.
007800     exit.

007810 1260-stow-fee.
007820     if charge-table-count >= 500
007830         move "W" to TENOLOG-SEVERITY
007840         move "charge table overflow" to TENOLOG-TEXT
007850         call "TENOLOG" using TENOLOG-PARMS
007860     else
007870         add 1 to charge-table-count
007880         move bal-building of balance-record
007890             to ch-building (charge-table-count)
007900         move bal-aptnum of balance-record
007910             to ch-aptnum (charge-table-count)
007920         move "FEE" to ch-code (charge-table-count)
007930         move "FEE ASSESSED"
007940             to ch-description (charge-table-count)
007950         move bal-amount of balance-record
007960             to ch-amount (charge-table-count).
007970 1260-exit.
007980     exit.

007990 1265-stow-waiver.
008000     if charge-table-count >= 500
008010         move "W" to TENOLOG-SEVERITY
008020         move "charge table overflow" to TENOLOG-TEXT
008030         call "TENOLOG" using TENOLOG-PARMS
008040     else
008050         add 1 to charge-table-count
008060         move bal-building of balance-record
008070             to ch-building (charge-table-count)
008080         move bal-aptnum of balance-record
008090             to ch-aptnum (charge-table-count)
008100         move "WVR" to ch-code (charge-table-count)
008110         move "FEE WAIVED"
008120             to ch-description (charge-table-count)
008130         move bal-amount of balance-record
008140             to ch-amount (charge-table-count).
008150 1265-exit.
008160     exit.

008170 1266-stow-repair.
008180     if charge-table-count >= 500
008190         move "W" to TENOLOG-SEVERITY
008200         move "charge table overflow" to TENOLOG-TEXT
008210         call "TENOLOG" using TENOLOG-PARMS
008220     else
008230         add 1 to charge-table-count
008240         move bal-building of balance-record
008250             to ch-building (charge-table-count)
008260         move bal-aptnum of balance-record
008270             to ch-aptnum (charge-table-count)
008280         move "RPR" to ch-code (charge-table-count)
008290         move spaces
008300             to ch-description (charge-table-count)
008310         string "REPAIR CHARGE " delimited by size
008320             bal-reference of balance-record
008330                 delimited by size
008340             into ch-description (charge-table-count)
008350         move bal-amount of balance-record
008360             to ch-amount (charge-table-count).
008370 1266-exit.
008380     exit.

008390 1267-stow-lease-break.
008400     if charge-table-count >= 500
008410         move "W" to TENOLOG-SEVERITY
008420         move "charge table overflow" to TENOLOG-TEXT
008430         call "TENOLOG" using TENOLOG-PARMS
008440         go to 1267-exit.
008450     add 1 to charge-table-count.
008460     move bal-building of balance-record
008470         to ch-building (charge-table-count).
008480     move bal-aptnum of balance-record
008490         to ch-aptnum (charge-table-count).
008500     move "LBK" to ch-code (charge-table-count).
008510     evaluate bal-reference of balance-record
008520         when 1
008530             move "LEASE TERMINATION"
008540                 to ch-description (charge-table-count)
008550         when 2
008560             move "CONCESSION FORFEITED"
008570                 to ch-description (charge-table-count)
008580         when other
008590             move "RE-LETTING CHARGE"
008600                 to ch-description (charge-table-count)
008610     end-evaluate.
008620     move bal-amount of balance-record
008630         to ch-amount (charge-table-count).
008640 1267-exit.
008650     exit.

008660 1268-stow-abatement.
008670     if charge-table-count >= 500
008680         move "W" to TENOLOG-SEVERITY
008690         move "charge table overflow" to TENOLOG-TEXT
008700         call "TENOLOG" using TENOLOG-PARMS
008710     else
008720         add 1 to charge-table-count
008730         move bal-building of balance-record
008740             to ch-building (charge-table-count)
008750         move bal-aptnum of balance-record
008760             to ch-aptnum (charge-table-count)
008770         move "ABT" to ch-code (charge-table-count)
008780         move spaces
008790             to ch-description (charge-table-count)
008800         string "RENT ABATEMENT " delimited by size
008810             bal-reference of balance-record
008820                 delimited by size
008830             into ch-description (charge-table-count)
008840         move bal-amount of balance-record
008850             to ch-amount (charge-table-count).
008860 1268-exit.
008870     exit.

008880*----------------------------------------------------------*
008890* Latest carry-forward per unit wins; an older close's
008900* record is superseded by a newer one.
008910*----------------------------------------------------------*
008920 1270-stow-carry.
008930     set carry-fwd-index to 1.
008940     if carry-fwd-count > zero
008950         search carry-fwd-entry
008960             at end
008970                 perform 1280-add-carry thru 1280-exit
008980             when cf-building (carry-fwd-index)
008990                     = bal-building of balance-record
009000                 and cf-aptnum (carry-fwd-index)
009010                     = bal-aptnum of balance-record
009020                 if bal-date of balance-record
009030                     > cf-date (carry-fwd-index)
009040                     move bal-date of balance-record
009050                         to cf-date (carry-fwd-index)
009060                     move bal-amount of balance-record
009070                         to cf-amount (carry-fwd-index)
009080                 end-if
009090     else
009100         perform 1280-add-carry thru 1280-exit.
009110 1270-exit.
009120     exit.

009130 1280-add-carry.
009140     if carry-fwd-count >= 500
009150         move "W" to TENOLOG-SEVERITY
009160         move "carry-forward table overflow" to TENOLOG-TEXT
009170         call "TENOLOG" using TENOLOG-PARMS
009180     else
009190         add 1 to carry-fwd-count
009200         move bal-building of balance-record
009210             to cf-building (carry-fwd-count)
009220         move bal-aptnum of balance-record
009230             to cf-aptnum (carry-fwd-count)
009240         move bal-date of balance-record
009250             to cf-date (carry-fwd-count)
009260         move bal-amount of balance-record
009270             to cf-amount (carry-fwd-count).
009280 1280-exit.
009290     exit.

009300 1300-load-tax-table.
009310     move "N" to tax-eof-switch.
009320     open input rental-tax-file.
009330     if tax-file-status not = "00"
009340         close rental-tax-file
009350         move "Y" to tax-eof-switch
009360         go to 1300-exit.
009370     perform 1310-read-tax thru 1310-exit
009380         until tax-file-at-end.
009390     close rental-tax-file.
009400 1300-exit.
009410     exit.

009420 1310-read-tax.
009430     read rental-tax-file
009440         at end
009450             move "Y" to tax-eof-switch
009460         not at end
009470             perform 1320-stow-tax thru 1320-exit.
009480 1310-exit.
009490     exit.

009500 1320-stow-tax.
009510     set tax-table-index to 1.
009520     if tax-table-count > zero
009530         search tax-table-entry
009540             at end
009550                 perform 1330-add-tax thru 1330-exit
009560             when tt-city (tax-table-index)
009570                     = tax-city of rental-tax-record
009580                 move tax-percent of rental-tax-record
009590                     to tt-percent (tax-table-index)
009600     else
009610         perform 1330-add-tax thru 1330-exit.
009620 1320-exit.
009630     exit.

009640 1330-add-tax.
009650     if tax-table-count >= 20
009660         move "W" to TENOLOG-SEVERITY
009670         move "tax table overflow" to TENOLOG-TEXT
009680         call "TENOLOG" using TENOLOG-PARMS
009690     else
009700         add 1 to tax-table-count
009710         move tax-city of rental-tax-record
009720             to tt-city (tax-table-count)
009730         move tax-percent of rental-tax-record
009740             to tt-percent (tax-table-count).
009750 1330-exit.
009760     exit.

009770 1400-load-splits.
009780     open input split-cur-file.
009790     if spx-file-status = "00"
009800         move "Y" to split-keyed-switch
009810         go to 1400-exit.
009820     close split-cur-file.
009830     move "W" to TENOLOG-SEVERITY
009840     move spaces to TENOLOG-TEXT
009850     string "splitpcx.dbf not on file - run " delimited by size
009860         "TENSCNV - scanning splitpct.dat" delimited by size
009870         into TENOLOG-TEXT
009880     call "TENOLOG" using TENOLOG-PARMS.
009890     move "N" to spl-eof-switch.
009900     open input split-billing-file.
009910     if spl-file-status not = "00"
009920         close split-billing-file
009930         move "Y" to spl-eof-switch
009940         go to 1400-exit.
009950     perform 1410-read-split thru 1410-exit
009960         until split-file-at-end.
009970     close split-billing-file.
009980 1400-exit.
009990     exit.

010000 1410-read-split.
010010     read split-billing-file
010020         at end
010030             move "Y" to spl-eof-switch
010040         not at end
010050             perform 1420-stow-split thru 1420-exit.
010060 1410-exit.
010070     exit.

010080 1420-stow-split.
010090     set split-table-index to 1.
010100     if split-table-count > zero
010110         search split-table-entry
010120             at end
010130                 perform 1430-add-split thru 1430-exit
010140             when sp-building (split-table-index)
010150                     = spl-building of split-billing-record
010160                 and sp-aptnum (split-table-index)
010170                     = spl-aptnum of split-billing-record
010180                 move spl-pct-1 of split-billing-record
010190                     to sp-pct-1 (split-table-index)
010200                 move spl-pct-2 of split-billing-record
010210                     to sp-pct-2 (split-table-index)
010220     else
010230         perform 1430-add-split thru 1430-exit.
010240 1420-exit.
010250     exit.

010260 1430-add-split.
010270     if split-table-count >= 200
010280         move "W" to TENOLOG-SEVERITY
010290         move "split table overflow" to TENOLOG-TEXT
010300         call "TENOLOG" using TENOLOG-PARMS
010310     else
010320         add 1 to split-table-count
010330         move spl-building of split-billing-record
010340             to sp-building (split-table-count)
010350         move spl-aptnum of split-billing-record
010360             to sp-aptnum (split-table-count)
010370         move spl-pct-1 of split-billing-record
010380             to sp-pct-1 (split-table-count)
010390         move spl-pct-2 of split-billing-record
010400             to sp-pct-2 (split-table-count).
010410 1430-exit.
010420     exit.

010430 1500-load-portions.
010440     open input portion-cur-file.
010450     if hpx-file-status = "00"
010460         move "Y" to portion-keyed-switch
010470         go to 1500-exit.
010480     close portion-cur-file.
010490     move "W" to TENOLOG-SEVERITY
010500     move spaces to TENOLOG-TEXT
010510     string "haportnx.dbf not on file - run " delimited by size
010520         "TENSCNV - scanning haportn.dat" delimited by size
010530         into TENOLOG-TEXT
010540     call "TENOLOG" using TENOLOG-PARMS.
010550     move "N" to hap-eof-switch.
010560     open input ha-portion-file.
010570     if hap-file-status not = "00"
010580         close ha-portion-file
010590         move "Y" to hap-eof-switch
010600         go to 1500-exit.
010610     perform 1510-read-portion thru 1510-exit
010620         until portion-file-at-end.
010630     close ha-portion-file.
010640 1500-exit.
010650     exit.

010660 1510-read-portion.
010670     read ha-portion-file
010680         at end
010690             move "Y" to hap-eof-switch
010700         not at end
010710             perform 1520-stow-portion thru 1520-exit.
010720 1510-exit.
010730     exit.

010740 1520-stow-portion.
010750     set portion-table-index to 1.
010760     if portion-table-count > zero
010770         search portion-table-entry
010780             at end
010790                 perform 1530-add-portion thru 1530-exit
010800             when po-building (portion-table-index)
010810                     = hap-building of ha-portion-record
010820                 and po-aptnum (portion-table-index)
010830                     = hap-aptnum of ha-portion-record
010840                 move hap-tenant-portion
010850                     of ha-portion-record
010860                     to po-tenant (portion-table-index)
010870                 move hap-auth-portion
010880                     of ha-portion-record
010890                     to po-authority (portion-table-index)
010900     else
010910         perform 1530-add-portion thru 1530-exit.
010920 1520-exit.
010930     exit.

010940 1530-add-portion.
010950     if portion-table-count >= 200
010960         move "W" to TENOLOG-SEVERITY
010970         move "portion table overflow" to TENOLOG-TEXT
010980         call "TENOLOG" using TENOLOG-PARMS
010990     else
011000         add 1 to portion-table-count
011010         move hap-building of ha-portion-record
011020             to po-building (portion-table-count)
011030         move hap-aptnum of ha-portion-record
011040             to po-aptnum (portion-table-count)
011050         move hap-tenant-portion of ha-portion-record
011060             to po-tenant (portion-table-count)
011070         move hap-auth-portion of ha-portion-record
011080             to po-authority (portion-table-count).
011090 1530-exit.
011100     exit.

011110 2000-read-units.
011120     read sample-idx-file next record
011130         at end
011140             continue
011150         not at end
011160             perform 2100-print-statement thru 2100-exit.
011170 2000-exit.
011180     exit.

011190*----------------------------------------------------------*
011200* Tonight's unit summary carries each unit's mail hold and
011210* balance forward; badmail.dat is only scanned in when it
011220* is not on file.
011230*----------------------------------------------------------*
011240 1650-probe-summary.
011250     move zero to TENUSML-BUILDING.
011260     move zero to TENUSML-APTNUM.
011270     call "TENUSML" using TENUSML-PARMS.
011280     if TENUSML-NOT-AVAILABLE
011290         move "W" to TENOLOG-SEVERITY
011300         move spaces to TENOLOG-TEXT
011310         string "unitsum.dbf not on file - run " delimited by size
011320             "TENUSUM - mail holds from badmail.dat"
011330                 delimited by size
011340             into TENOLOG-TEXT
011350         call "TENOLOG" using TENOLOG-PARMS
011360     else
011370         move "Y" to summary-switch.
011380 1650-exit.
011390     exit.

011400 1600-load-bad-mail.
011410     move "N" to bad-eof-switch.
011420     open input bad-mail-file.
011430     if bad-file-status not = "00"
011440         close bad-mail-file
011450         move "Y" to bad-eof-switch
011460         go to 1600-exit.
011470     perform 1610-read-bad thru 1610-exit
011480         until bad-mail-at-end.
011490     close bad-mail-file.
011500 1600-exit.
011510     exit.

011520 1610-read-bad.
011530     read bad-mail-file
011540         at end
011550             move "Y" to bad-eof-switch
011560         not at end
011570             perform 1620-stow-bad thru 1620-exit.
011580 1610-exit.
011590     exit.

011600 1620-stow-bad.
011610     set bad-table-index to 1.
011620     if bad-table-count > zero
011630         search bad-table-entry
011640             at end
011650                 perform 1630-add-bad thru 1630-exit
011660             when bd-building (bad-table-index)
011670                     = bad-building of bad-mail-record
011680                 and bd-aptnum (bad-table-index)
011690                     = bad-aptnum of bad-mail-record
011700                 move bad-status of bad-mail-record
011710                     to bd-status (bad-table-index)
011720     else
011730         perform 1630-add-bad thru 1630-exit.
011740 1620-exit.
011750     exit.

011760 1630-add-bad.
011770     if bad-table-count >= 200
011780         move "W" to TENOLOG-SEVERITY
011790         move "bad-mail table overflow" to TENOLOG-TEXT
011800         call "TENOLOG" using TENOLOG-PARMS
011810     else
011820         add 1 to bad-table-count
011830         move bad-building of bad-mail-record
011840             to bd-building (bad-table-count)
011850         move bad-aptnum of bad-mail-record
011860             to bd-aptnum (bad-table-count)
011870         move bad-status of bad-mail-record
011880             to bd-status (bad-table-count).
011890 1630-exit.
011900     exit.

011910*----------------------------------------------------------*
011920* The presort mailing mode switch off presort.ctl; no
011930* control file means unit-key order, the old behavior.
011940*----------------------------------------------------------*
011950 1700-read-presort-mode.
011960     open input presort-control-file.
011970     if psm-file-status not = "00"
011980         close presort-control-file
011990         go to 1700-exit.
012000     read presort-control-file
012010         at end
012020             continue
012030         not at end
012040             if psm-mode = "PRESORT"
012050                 move "Y" to presort-switch
012060                 move "I" to TENOLOG-SEVERITY
012070                 move "presort mailing mode" to TENOLOG-TEXT
012080                 call "TENOLOG" using TENOLOG-PARMS.
012090     close presort-control-file.
012100 1700-exit.
012110     exit.

012120*----------------------------------------------------------*
012130* A same-day checkpoint that never reached COMPLETE means
012140* the last run died mid-print: restart after the unit it
012150* last checkpointed.
012160*----------------------------------------------------------*
012170 1800-read-checkpoint.
012180     open input checkpoint-control-file.
012190     if ckp-file-status not = "00"
012200         close checkpoint-control-file
012210         go to 1800-exit.
012220     read checkpoint-control-file
012230         at end
012240             continue
012250         not at end
012260             if ckp-date = run-date
012270                 and ckp-complete not = "Y"
012280                 move "Y" to restart-switch
012290                 move ckp-building to resume-building
012300                 move ckp-aptnum to resume-aptnum
012310                 move "I" to TENOLOG-SEVERITY
012320                 move spaces to TENOLOG-TEXT
012330                 string "restarting after " delimited by size
012340                     resume-building delimited by size
012350                     "-" delimited by size
012360                     resume-aptnum delimited by size
012370                     into TENOLOG-TEXT
012380                 call "TENOLOG" using TENOLOG-PARMS.
012390     close checkpoint-control-file.
012400 1800-exit.
012410     exit.

012420 2900-write-checkpoint.
012430     open output checkpoint-control-file.
012440     move run-date to ckp-date.
012450     move building-id of sample-idx-record
012460         to ckp-building.
012470     move aptnum of sample-idx-record to ckp-aptnum.
012480     move "N" to ckp-complete.
012490     write checkpoint-control-record.
012500     close checkpoint-control-file.
012510 2900-exit.
012520     exit.

012530*----------------------------------------------------------*
012540* A flagged unit's paper is held: the exception line goes
012550* on the statement file in place of the page.
012560*----------------------------------------------------------*
012570 2095-check-bad-mail.
012580     move "N" to mail-held-switch.
012590     move building-id of sample-idx-record to TENUSML-BUILDING.
012600     move aptnum of sample-idx-record to TENUSML-APTNUM.
012610     call "TENUSML" using TENUSML-PARMS.
012620     if TENUSML-FOUND
012630         if TENUSML-MAIL-HELD
012640             move "Y" to mail-held-switch
012650         end-if
012660         go to 2095-exit.
012670     if bad-table-count = zero
012680         go to 2095-exit.
012690     set bad-table-index to 1.
012700     search bad-table-entry
012710         at end
012720             continue
012730         when bd-building (bad-table-index)
012740                 = building-id of sample-idx-record
012750             and bd-aptnum (bad-table-index)
012760                 = aptnum of sample-idx-record
012770             if bd-status (bad-table-index) = "F"
012780                 move "Y" to mail-held-switch
012790             end-if.
012800 2095-exit.
012810     exit.

012820*----------------------------------------------------------*
012830* Presort bookkeeping, fired only when a statement is
012840* really about to print: the tray break goes out ahead of
012850* the page at each ZIP-5 change, and the piece counts the
012860* post office checks count printed statements only.
012870*----------------------------------------------------------*
012880*----------------------------------------------------------*
012890* An e-delivery unit's statement goes to the email extract
012900* instead of the print file, and its paper is not held for
012910* returned mail.
012920*----------------------------------------------------------*
012930 2096-check-email.
012940     move building-id of sample-idx-record
012950         to TENEDLV-BUILDING.
012960     move aptnum of sample-idx-record to TENEDLV-APTNUM.
012970     call "TENEDLV" using TENEDLV-PARMS.
012980 2096-exit.
012990     exit.

013000 2098-presort-tray.
013010     if not presort-mode
013020         go to 2098-exit.
013030     if tray-number = zero
013040         or sort-zip5 not = current-tray-zip
013050         perform 6300-tray-break thru 6300-exit.
013060     add 1 to tray-piece-count.
013070     add 1 to total-pieces.
013080 2098-exit.
013090     exit.

013100*----------------------------------------------------------*
013110* A restarted run skips everything through the last unit
013120* the jammed run checkpointed; the first unprinted
013130* statement resumes the print.
013140*----------------------------------------------------------*
013150 2090-check-restart.
013160     if building-id of sample-idx-record
013170             = resume-building
013180         and aptnum of sample-idx-record
013190             = resume-aptnum
013200         move "Y" to resume-passed-switch
013210         add 1 to skipped-count
013220         go to 2090-exit.
013230     if not presort-mode
013240         and (building-id of sample-idx-record
013250                 > resume-building
013260             or (building-id of sample-idx-record
013270                     = resume-building
013280                 and aptnum of sample-idx-record
013290                     > resume-aptnum))
013300         move "Y" to resume-passed-switch
013310         go to 2090-exit.
013320     add 1 to skipped-count.
013330 2090-exit.
013340     exit.

013350 2100-print-statement.
013360     if restart-mode
013370         and not resume-passed
013380         perform 2090-check-restart thru 2090-exit
013390         if not resume-passed
013400             go to 2100-exit
013410         end-if
013420         if building-id of sample-idx-record
013430                 = resume-building
013440             and aptnum of sample-idx-record
013450                 = resume-aptnum
013460             go to 2100-exit
013470         end-if.
013480     if company-wanted not = zero
013490         and company-code of sample-idx-record
013500             not = company-wanted
013510         go to 2100-exit.
013520     perform 2096-check-email thru 2096-exit.
013530     perform 2095-check-bad-mail thru 2095-exit.
013540     if mailing-held
013550         and occ-occupied of sample-idx-record
013560         and TENEDLV-BY-PAPER
013570         add 1 to held-count
013580         move spaces to report-line
013590         string "*** MAILING HELD - RETURNED MAIL - "
013600             delimited by size
013610             building-id of sample-idx-record
013620                 delimited by size
013630             "-" delimited by size
013640             aptnum of sample-idx-record
013650                 delimited by size
013660             " ***" delimited by size
013670             into report-line
013680         write report-line
013690         go to 2100-exit.
013700     if occ-occupied of sample-idx-record
013710         if TENEDLV-BY-EMAIL
013720             add 1 to emailed-count
013730             perform 2190-email-header thru 2190-exit
013740         else
013750             perform 2098-presort-tray thru 2098-exit
013760             add 1 to unit-count
013770         end-if
013780         move rent-amount of sample-idx-record to charge-amount
013790         perform 2102-apply-ha-portion thru 2102-exit
013800         perform 2103-find-concession thru 2103-exit
013810         move amount-paid of sample-idx-record to paid-amount
013820         perform 2105-total-ancillary thru 2105-exit
013830         perform 2107-find-carry thru 2107-exit
013840         perform 2108-find-tax thru 2108-exit
013850         compute unit-balance = charge-amount
013860             + unit-tax
013870             + ancillary-total + unit-carry-fwd
013880             - unit-concession
013890             - paid-amount
013900         add charge-amount to grand-total
013910         subtract unit-concession from grand-total
013920         add unit-tax to grand-total
013930         add ancillary-total to grand-total
013940         add unit-carry-fwd to grand-total
013950         subtract paid-amount from grand-total
013960         move charge-amount to full-charge
013970         move paid-amount to full-paid
013980         move ancillary-total to full-ancillary
013990         move unit-carry-fwd to full-carry
014000         move unit-tax to full-tax
014010         move unit-concession to full-concession
014020         perform 2109-set-parties thru 2109-exit
014030         perform 2160-print-party thru 2160-exit
014040             varying party-sub from 1 by 1
014050             until party-sub > party-count
014060         perform 2900-write-checkpoint thru 2900-exit.
014070 2100-exit.
014080     exit.

014090*----------------------------------------------------------*
014100* One statement page per responsible party.  A unit with a
014110* splitpct.dat record and a co-tenant on file prints two
014120* pages, each party's percent of every figure with its own
014130* stub; everyone else is one party at 100 percent.
014140*----------------------------------------------------------*
014150 2109-set-parties.
014160     move 1 to party-count.
014170     if co-tenant-name of sample-idx-record = spaces
014180         go to 2109-exit.
014190     if split-keyed
014200         move building-id of sample-idx-record
014210             to cur-building of split-cur-record
014220         move aptnum of sample-idx-record
014230             to cur-aptnum of split-cur-record
014240         read split-cur-file
014250             invalid key
014260                 go to 2109-exit
014270         end-read
014280         move cur-image of split-cur-record to current-split
014290         move spl-pct-1 of current-split to split-pct-1
014300         move spl-pct-2 of current-split to split-pct-2
014310         go to 2109-check-split.
014320     if split-table-count = zero
014330         go to 2109-exit.
014340     set split-table-index to 1.
014350     search split-table-entry
014360         at end
014370             go to 2109-exit
014380         when sp-building (split-table-index)
014390                 = building-id of sample-idx-record
014400             and sp-aptnum (split-table-index)
014410                 = aptnum of sample-idx-record
014420             continue.
014430     move sp-pct-1 (split-table-index) to split-pct-1.
014440     move sp-pct-2 (split-table-index) to split-pct-2.
014450 2109-check-split.
014460     if split-pct-1 = 100.00
014470         go to 2109-exit.
014480     move 2 to party-count.
014490 2109-exit.
014500     exit.

014510 2160-print-party.
014520     if party-count = 1
014530         move 100.00 to party-percent
014540         move name of sample-idx-record to party-name
014550     else
014560         if party-sub = 1
014570             move split-pct-1 to party-percent
014580             move name of sample-idx-record to party-name
014590         else
014600             move split-pct-2 to party-percent
014610             move co-tenant-name of sample-idx-record
014620                 to party-name.
014630     compute charge-amount rounded =
014640         full-charge * party-percent / 100.
014650     compute paid-amount rounded =
014660         full-paid * party-percent / 100.
014670     compute ancillary-total rounded =
014680         full-ancillary * party-percent / 100.
014690     compute unit-carry-fwd rounded =
014700         full-carry * party-percent / 100.
014710     compute unit-tax rounded =
014720         full-tax * party-percent / 100.
014730     compute unit-concession rounded =
014740         full-concession * party-percent / 100.
014750     compute unit-balance = charge-amount
014760         + unit-tax
014770         + ancillary-total + unit-carry-fwd
014780         - unit-concession
014790         - paid-amount.
014800     perform 2110-statement-heading thru 2110-exit.
014810     perform 2120-statement-body thru 2120-exit.
014820     perform 2130-remittance-stub thru 2130-exit.
014830 2160-exit.
014840     exit.

014850*----------------------------------------------------------*
014860* A voucher unit with an haportn.dat split bills only the
014870* tenant portion; the authority portion is remembered for
014880* the memo line and arrives through TENHAPP.
014890*----------------------------------------------------------*
014900 2102-apply-ha-portion.
014910     move zero to unit-auth-portion.
014920     if portion-keyed
014930         move building-id of sample-idx-record
014940             to cur-building of portion-cur-record
014950         move aptnum of sample-idx-record
014960             to cur-aptnum of portion-cur-record
014970         read portion-cur-file
014980             invalid key
014990                 go to 2102-exit
015000         end-read
015010         move cur-image of portion-cur-record
015020             to current-portion
015030         move hap-tenant-portion of current-portion
015040             to charge-amount
015050         move hap-auth-portion of current-portion
015060             to unit-auth-portion
015070         go to 2102-exit.
015080     if portion-table-count = zero
015090         go to 2102-exit.
015100     set portion-table-index to 1.
015110     search portion-table-entry
015120         at end
015130             go to 2102-exit
015140         when po-building (portion-table-index)
015150                 = building-id of sample-idx-record
015160             and po-aptnum (portion-table-index)
015170                 = aptnum of sample-idx-record
015180             continue.
015190     move po-tenant (portion-table-index)
015200         to charge-amount.
015210     move po-authority (portion-table-index)
015220         to unit-auth-portion.
015230 2102-exit.
015240     exit.

015250*----------------------------------------------------------*
015260* The month's leasing special off concess.dat, priced on
015270* the rent this tenant is billed (the tenant portion for a
015280* voucher unit) so the credit never exceeds the rent line.
015290*----------------------------------------------------------*
015300 2103-find-concession.
015310     move building-id of sample-idx-record
015320         to TENCNCL-BUILDING.
015330     move aptnum of sample-idx-record to TENCNCL-APTNUM.
015340     move run-work-yyyymm to TENCNCL-MONTH.
015350     move charge-amount to TENCNCL-RENT.
015360     call "TENCNCL" using TENCNCL-PARMS.
015370     move TENCNCL-CREDIT to unit-concession.
015380     move TENCNCL-REASON to concession-reason.
015390 2103-exit.
015400     exit.

015410 2105-total-ancillary.
015420     move zero to ancillary-total.
015430     perform 2106-add-charge thru 2106-exit
015440         varying charge-sub from 1 by 1
015450         until charge-sub > charge-table-count.
015460 2105-exit.
015470     exit.

015480 2106-add-charge.
015490     if ch-building (charge-sub)
015500             = building-id of sample-idx-record
015510         and ch-aptnum (charge-sub)
015520             = aptnum of sample-idx-record
015530         add ch-amount (charge-sub) to ancillary-total.
015540 2106-exit.
015550     exit.

015560*----------------------------------------------------------*
015570* Municipal rental tax at the city's rate, rounded to the
015580* cent; zero for a city with no rnttax.dat record.
015590*----------------------------------------------------------*
015600 2108-find-tax.
015610     move zero to unit-tax.
015620     if tax-table-count = zero
015630         go to 2108-exit.
015640     set tax-table-index to 1.
015650     search tax-table-entry
015660         at end
015670             go to 2108-exit
015680         when tt-city (tax-table-index)
015690                 = city of sample-idx-record
015700             continue.
015710     compute unit-tax rounded =
015720         rent-amount of sample-idx-record
015730             * tt-percent (tax-table-index) / 100.
015740 2108-exit.
015750     exit.

015760 2107-find-carry.
015770     move zero to unit-carry-fwd.
015780     if TENUSML-FOUND
015790         and TENUSML-AS-OF-DATE = run-date
015800         move TENUSML-CARRY-FWD to unit-carry-fwd
015810         go to 2107-exit.
015820     if carry-fwd-count = zero
015830         go to 2107-exit.
015840     set carry-fwd-index to 1.
015850     search carry-fwd-entry
015860         at end
015870             continue
015880         when cf-building (carry-fwd-index)
015890                 = building-id of sample-idx-record
015900             and cf-aptnum (carry-fwd-index)
015910                 = aptnum of sample-idx-record
015920             move cf-amount (carry-fwd-index)
015930                 to unit-carry-fwd.
015940 2107-exit.
015950     exit.

015960 2110-statement-heading.
015970     move all "=" to report-line.
015980     perform 2195-put-line thru 2195-exit.
015990     move "MONTHLY TENANT STATEMENT" to report-line.
016000     perform 2195-put-line thru 2195-exit.
016010     perform 2115-return-address thru 2115-exit.
016020     if company-wanted not = zero
016030         move spaces to report-line
016040         string "COMPANY " delimited by size
016050             company-wanted delimited by size
016060             " - " delimited by size
016070             company-name delimited by size
016080             into report-line
016090         perform 2195-put-line thru 2195-exit.
016100     move spaces to report-line.
016110     string "RUN DATE: " delimited by size
016120         run-date delimited by size
016130         into report-line.
016140     perform 2195-put-line thru 2195-exit.
016150     move spaces to report-line.
016160     string "UNIT: " delimited by size
016170         building-id of sample-idx-record delimited by size
016180         "-" delimited by size
016190         aptnum of sample-idx-record delimited by size
016200         "   TENANT: " delimited by size
016210         party-name delimited by size
016220         into report-line.
016230     perform 2195-put-line thru 2195-exit.
016240     if party-percent not = 100.00
016250         move party-percent to edited-percent
016260         move spaces to report-line
016270         string "SPLIT BILLING - YOUR SHARE: "
016280             delimited by size
016290             edited-percent delimited by size
016300             " PCT" delimited by size
016310             into report-line
016320         perform 2195-put-line thru 2195-exit.
016330     move spaces to report-line.
016340     move street-addr of sample-idx-record to report-line.
016350     perform 2195-put-line thru 2195-exit.
016360     move spaces to report-line.
016370     string city of sample-idx-record delimited by size
016380         ", " delimited by size
016390         state of sample-idx-record delimited by size
016400         "  " delimited by size
016410         zip of sample-idx-record delimited by size
016420         into report-line.
016430     perform 2195-put-line thru 2195-exit.
016440     move spaces to report-line.
016450     perform 2195-put-line thru 2195-exit.
016460 2110-exit.
016470     exit.

016480*----------------------------------------------------------*
016490* Return-address block from the building master; skipped
016500* when the building has no master record.
016510*----------------------------------------------------------*
016520 2115-return-address.
016530     move building-id of sample-idx-record
016540         to TENBLDL-BUILDING.
016550     call "TENBLDL" using TENBLDL-PARMS.
016560     if not TENBLDL-ON-FILE
016570         go to 2115-exit.
016580     move spaces to report-line.
016590     string "FROM: " delimited by size
016600         TENBLDL-NAME delimited by size
016610         into report-line.
016620     perform 2195-put-line thru 2195-exit.
016630     move spaces to report-line.
016640     string "      " delimited by size
016650         TENBLDL-ADDRESS delimited by size
016660         into report-line.
016670     perform 2195-put-line thru 2195-exit.
016680     move spaces to report-line.
016690     string "      " delimited by size
016700         TENBLDL-CITY delimited by size
016710         ", " delimited by size
016720         TENBLDL-STATE delimited by size
016730         "  " delimited by size
016740         TENBLDL-ZIP delimited by size
016750         into report-line.
016760     perform 2195-put-line thru 2195-exit.
016770 2115-exit.
016780     exit.

016790 2120-statement-body.
016800     move "A" to TENFMT-FORMAT-CODE.
016810     move charge-amount to TENFMT-RAW-AMOUNT.
016820     call "TENFMT" using TENFMT-PARMS.
016830     move TENFMT-EDITED-OUT to charge-text.
016840     move paid-amount to TENFMT-RAW-AMOUNT.
016850     call "TENFMT" using TENFMT-PARMS.
016860     move TENFMT-EDITED-OUT to paid-text.
016870     move unit-balance to edited-balance.
016880     move spaces to report-line.
016890     string "  RENT CHARGED THIS MONTH:  " delimited by size
016900         charge-text delimited by size
016910         into report-line.
016920     perform 2195-put-line thru 2195-exit.
016930     perform 2121-authority-line thru 2121-exit.
016940     perform 2123-concession-line thru 2123-exit.
016950     perform 2122-tax-line thru 2122-exit.
016960     perform 2124-balance-forward thru 2124-exit.
016970     perform 2125-ancillary-lines thru 2125-exit.
016980     move spaces to report-line.
016990     string "  PAYMENTS RECEIVED:        " delimited by size
017000         paid-text delimited by size
017010         into report-line.
017020     perform 2195-put-line thru 2195-exit.
017030     move spaces to report-line.
017040     string "  BALANCE DUE:              " delimited by size
017050         edited-balance delimited by size
017060         into report-line.
017070     perform 2195-put-line thru 2195-exit.
017080     perform 2127-find-due-date thru 2127-exit.
017090     move spaces to report-line.
017100     string "  PAYMENT DUE BY:           " delimited by size
017110         TENDUEL-DUE-DATE delimited by size
017120         into report-line.
017130     perform 2195-put-line thru 2195-exit.
017140     move spaces to report-line.
017150     perform 2195-put-line thru 2195-exit.
017160 2120-exit.
017170     exit.

017180*----------------------------------------------------------*
017190* The tenant's own due date in the statement month.
017200*----------------------------------------------------------*
017210 2127-find-due-date.
017220     move building-id of sample-idx-record to TENDUEL-BUILDING.
017230     move aptnum of sample-idx-record to TENDUEL-APTNUM.
017240     move "M" to TENDUEL-FUNCTION.
017250     move run-work-yyyymm to TENDUEL-MONTH.
017260     call "TENDUEL" using TENDUEL-PARMS.
017270 2127-exit.
017280     exit.

017290*----------------------------------------------------------*
017300* Memo line for voucher units: what the authority pays is
017310* shown but never billed to the tenant.
017320*----------------------------------------------------------*
017330 2121-authority-line.
017340     if unit-auth-portion = zero
017350         go to 2121-exit.
017360     move "A" to TENFMT-FORMAT-CODE.
017370     move unit-auth-portion to TENFMT-RAW-AMOUNT.
017380     call "TENFMT" using TENFMT-PARMS.
017390     move spaces to report-line.
017400     string "  PAID BY HOUSING AUTHORITY:" delimited by size
017410         TENFMT-EDITED-OUT delimited by size
017420         into report-line.
017430     perform 2195-put-line thru 2195-exit.
017440 2121-exit.
017450     exit.

017460*----------------------------------------------------------*
017470* The month's concession as a credit against the gross
017480* rent line, with the special's reason beneath it.
017490*----------------------------------------------------------*
017500 2123-concession-line.
017510     if unit-concession = zero
017520         go to 2123-exit.
017530     compute edited-amount = zero - unit-concession.
017540     move spaces to report-line.
017550     string "  RENT CONCESSION:          " delimited by size
017560         edited-amount delimited by size
017570         into report-line.
017580     perform 2195-put-line thru 2195-exit.
017590     if concession-reason = spaces
017600         go to 2123-exit.
017610     move spaces to report-line.
017620     string "    (" delimited by size
017630         concession-reason delimited by size
017640         ")" delimited by size
017650         into report-line.
017660     perform 2195-put-line thru 2195-exit.
017670 2123-exit.
017680     exit.

017690*----------------------------------------------------------*
017700* The city's rental tax on this month's rent, billed right
017710* beneath the rent line; skipped for untaxed cities.
017720*----------------------------------------------------------*
017730 2122-tax-line.
017740     if unit-tax = zero
017750         go to 2122-exit.
017760     move "A" to TENFMT-FORMAT-CODE.
017770     move unit-tax to TENFMT-RAW-AMOUNT.
017780     call "TENFMT" using TENFMT-PARMS.
017790     move TENFMT-EDITED-OUT to tax-text.
017800     move spaces to report-line.
017810     string "  MUNICIPAL RENTAL TAX:     " delimited by size
017820         tax-text delimited by size
017830         into report-line.
017840     perform 2195-put-line thru 2195-exit.
017850 2122-exit.
017860     exit.

017870*----------------------------------------------------------*
017880* The prior month-end shortfall (or credit) carried forward
017890* by the close, billed ahead of the ancillary charges.
017900*----------------------------------------------------------*
017910 2124-balance-forward.
017920     if unit-carry-fwd = zero
017930         go to 2124-exit.
017940     move unit-carry-fwd to edited-carry-fwd.
017950     move spaces to report-line.
017960     string "  BALANCE FORWARD:          " delimited by size
017970         edited-carry-fwd delimited by size
017980         into report-line.
017990     perform 2195-put-line thru 2195-exit.
018000 2124-exit.
018010     exit.

018020*----------------------------------------------------------*
018030* One line per ancillary charge carried by this unit,
018040* printed beneath the rent line.
018050*----------------------------------------------------------*
018060 2125-ancillary-lines.
018070     perform 2126-print-charge thru 2126-exit
018080         varying charge-sub from 1 by 1
018090         until charge-sub > charge-table-count.
018100 2125-exit.
018110     exit.

018120 2126-print-charge.
018130     if ch-building (charge-sub)
018140             not = building-id of sample-idx-record
018150         or ch-aptnum (charge-sub)
018160             not = aptnum of sample-idx-record
018170         go to 2126-exit.
018180     move "A" to TENFMT-FORMAT-CODE.
018190     compute scaled-charge-line rounded =
018200         ch-amount (charge-sub) * party-percent / 100.
018210     move scaled-charge-line to TENFMT-RAW-AMOUNT.
018220     call "TENFMT" using TENFMT-PARMS.
018230     move TENFMT-EDITED-OUT to ancillary-text.
018240     move spaces to report-line.
018250     string "  " delimited by size
018260         ch-code (charge-sub) delimited by size
018270         " " delimited by size
018280         ch-description (charge-sub) delimited by size
018290         "     " delimited by size
018300         ancillary-text delimited by size
018310         into report-line.
018320     perform 2195-put-line thru 2195-exit.
018330 2126-exit.
018340     exit.

018350*----------------------------------------------------------*
018360* Tear-off remittance stub.  The scanline is always the
018370* last line of the page, starting in column 6: thirteen
018380* digits plus the check digit.
018390*----------------------------------------------------------*
018400 2130-remittance-stub.
018410     move all "-" to report-line.
018420     perform 2195-put-line thru 2195-exit.
018430     move " DETACH AND RETURN THIS STUB WITH YOUR PAYMENT"
018440         to report-line.
018450     perform 2195-put-line thru 2195-exit.
018460     move spaces to report-line.
018470     string " UNIT " delimited by size
018480         building-id of sample-idx-record delimited by size
018490         "-" delimited by size
018500         aptnum of sample-idx-record delimited by size
018510         "  " delimited by size
018520         party-name delimited by size
018530         into report-line.
018540     perform 2195-put-line thru 2195-exit.
018550     if unit-balance > zero
018560         move unit-balance to amount-due
018570     else
018580         move zero to amount-due.
018590     move "A" to TENFMT-FORMAT-CODE.
018600     move amount-due to TENFMT-RAW-AMOUNT.
018610     call "TENFMT" using TENFMT-PARMS.
018620     move spaces to report-line.
018630     string " AMOUNT DUE: " delimited by size
018640         TENFMT-EDITED-OUT delimited by size
018650         "   DUE BY: " delimited by size
018660         TENDUEL-DUE-DATE delimited by size
018670         into report-line.
018680     perform 2195-put-line thru 2195-exit.
018690     perform 2140-build-scanline thru 2140-exit.
018700     move spaces to report-line.
018710     string "SCAN " delimited by size
018720         scanline-body delimited by size
018730         scan-check-digit delimited by size
018740         into report-line.
018750     perform 2195-put-line thru 2195-exit.
018760 2130-exit.
018770     exit.

018780*----------------------------------------------------------*
018790* One email per unit: the header names the address and the
018800* subject, and every page line that follows (both parties'
018810* pages for a split unit) is a body record.
018820*----------------------------------------------------------*
018830 2190-email-header.
018840     move spaces to email-record.
018850     move "H" to eml-type of email-record.
018860     move "STMT" to eml-document of email-record.
018870     move building-id of sample-idx-record
018880         to eml-building of email-record.
018890     move aptnum of sample-idx-record
018900         to eml-aptnum of email-record.
018910     move TENEDLV-EMAIL to eml-recipient of email-record.
018920     string "MONTHLY STATEMENT - UNIT " delimited by size
018930         building-id of sample-idx-record delimited by size
018940         "-" delimited by size
018950         aptnum of sample-idx-record delimited by size
018960         into eml-subject of email-record.
018970     write email-record.
018980 2190-exit.
018990     exit.

019000 2195-put-line.
019010     if TENEDLV-BY-PAPER
019020         write report-line
019030         go to 2195-exit.
019040     move "B" to eml-type of email-record.
019050     move "STMT" to eml-document of email-record.
019060     move building-id of sample-idx-record
019070         to eml-building of email-record.
019080     move aptnum of sample-idx-record
019090         to eml-aptnum of email-record.
019100     move report-line to eml-text of email-record.
019110     write email-record.
019120 2195-exit.
019130     exit.

019140 2140-build-scanline.
019150     move building-id of sample-idx-record to scan-building.
019160     move aptnum of sample-idx-record to scan-aptnum.
019170     compute amount-due-cents = amount-due * 100.
019180     move amount-due-cents to scan-amount.
019190     move zero to scan-digit-sum.
019200     perform 2150-add-digit thru 2150-exit
019210         varying scan-digit-sub from 1 by 1
019220         until scan-digit-sub > 13.
019230     divide scan-digit-sum by 10
019240         giving scan-sum-tens
019250         remainder scan-sum-units.
019260     compute scan-check-work = 10 - scan-sum-units.
019270     if scan-check-work = 10
019280         move zero to scan-check-digit
019290     else
019300         move scan-check-work to scan-check-digit.
019310 2140-exit.
019320     exit.

019330 2150-add-digit.
019340     add scan-digit (scan-digit-sub) to scan-digit-sum.
019350 2150-exit.
019360     exit.

019370*----------------------------------------------------------*
019380* Presort input procedure: every unit's ZIP and key to the
019390* sort, the TENCITY technique.
019400*----------------------------------------------------------*
019410 6100-release-units.
019420 6100-release-loop.
019430     read sample-idx-file next record
019440         at end
019450             go to 6100-release-done.
019460     move zip-5 of sample-idx-record to sort-zip5.
019470     move zip-4 of sample-idx-record to sort-zip4.
019480     move building-id of sample-idx-record
019490         to sort-building.
019500     move aptnum of sample-idx-record to sort-aptnum.
019510     release sort-record.
019520     go to 6100-release-loop.
019530 6100-release-done.
019540 6100-exit.
019550     exit.

019560*----------------------------------------------------------*
019570* Presort output procedure: statements in ZIP order, a
019580* tray break at each ZIP-5 change, then the qualification
019590* summary the post office wants at the counter.
019600*----------------------------------------------------------*
019610 6200-print-sorted.
019620 6200-return-loop.
019630     return sort-file
019640         at end
019650             go to 6200-return-done.
019660     move sort-building
019670         to building-id of sample-idx-record.
019680     move sort-aptnum to aptnum of sample-idx-record.
019690     read sample-idx-file
019700         invalid key
019710             go to 6200-return-loop.
019720*    the tray break and the piece counts fire from
019730*    2098-presort-tray only when a statement actually
019740*    prints, so the qualification summary never counts a
019750*    skipped, held or filtered unit and no tray page goes
019760*    out for an empty tray
019770     perform 2100-print-statement thru 2100-exit.
019780     go to 6200-return-loop.
019790 6200-return-done.
019800     perform 6400-close-tray thru 6400-exit.
019810     perform 6500-qualification-page thru 6500-exit.
019820 6200-exit.
019830     exit.

019840 6300-tray-break.
019850     if tray-number > zero
019860         perform 6400-close-tray thru 6400-exit.
019870     add 1 to tray-number.
019880     move sort-zip5 to current-tray-zip.
019890     move zero to tray-piece-count.
019900     move all "*" to report-line.
019910     write report-line.
019920     move spaces to report-line.
019930     string "TRAY " delimited by size
019940         tray-number delimited by size
019950         "  ZIP " delimited by size
019960         current-tray-zip delimited by size
019970         into report-line.
019980     write report-line.
019990     move all "*" to report-line.
020000     write report-line.
020010 6300-exit.
020020     exit.

020030 6400-close-tray.
020040     if tray-number = zero
020050         go to 6400-exit.
020060     if tray-table-count < 100
020070         add 1 to tray-table-count
020080         move current-tray-zip
020090             to tr-zip5 (tray-table-count)
020100         move tray-piece-count
020110             to tr-pieces (tray-table-count).
020120 6400-exit.
020130     exit.

020140 6500-qualification-page.
020150     move all "=" to report-line.
020160     write report-line.
020170     move "PRESORT QUALIFICATION SUMMARY" to report-line.
020180     write report-line.
020190     move "  TRAY  ZIP     PIECES" to report-line.
020200     write report-line.
020210     perform 6510-tray-line thru 6510-exit
020220         varying tray-sub from 1 by 1
020230         until tray-sub > tray-table-count.
020240     move spaces to report-line.
020250     string "  TOTAL PIECES: " delimited by size
020260         total-pieces delimited by size
020270         into report-line.
020280     write report-line.
020290 6500-exit.
020300     exit.

020310 6510-tray-line.
020320     move spaces to report-line.
020330     string "  " delimited by size
020340         tray-sub delimited by size
020350         "   " delimited by size
020360         tr-zip5 (tray-sub) delimited by size
020370         "   " delimited by size
020380         tr-pieces (tray-sub) delimited by size
020390         into report-line.
020400     write report-line.
020410 6510-exit.
020420     exit.

020430 9000-finish.
020440     open output checkpoint-control-file.
020450     move run-date to ckp-date.
020460     move 99 to ckp-building.
020470     move 9999 to ckp-aptnum.
020480     move "Y" to ckp-complete.
020490     write checkpoint-control-record.
020500     close checkpoint-control-file.
020510     if restart-mode
020520         move spaces to report-line
020530         string "RESTARTED RUN - " delimited by size
020540             skipped-count delimited by size
020550             " STATEMENT(S) ALREADY PRINTED"
020560             delimited by size
020570             into report-line
020580         write report-line.
020590     move all "=" to report-line.
020600     write report-line.
020610     move grand-total to edited-amount.
020620     move spaces to report-line.
020630     string "GRAND TOTAL: " delimited by size
020640         edited-amount delimited by size
020650         "  (" delimited by size
020660         unit-count delimited by size
020670         " occupied unit(s))" delimited by size
020680         into report-line.
020690     write report-line.
020700     if emailed-count > zero
020710         move spaces to report-line
020720         string "EMAILED: " delimited by size
020730             emailed-count delimited by size
020740             " STATEMENT(S), INCLUDED IN THE GRAND TOTAL"
020750                 delimited by size
020760             into report-line
020770         write report-line.
020780     close sample-idx-file statement-report.
020790     close email-file.
020800     if split-keyed
020810         close split-cur-file.
020820     if portion-keyed
020830         close portion-cur-file.
020840     move "TENSTMT" to TENRCAT-PROGRAM.
020850     move statement-filename to TENRCAT-FILENAME.
020860     move unit-count to TENRCAT-PAGES.
020870     move unit-count to TENRCAT-LINES.
020880     call "TENRCAT" using TENRCAT-PARMS.
020890     move "I" to TENOLOG-SEVERITY
020900     move spaces to TENOLOG-TEXT
020910     string unit-count delimited by size
020920         " statement(s) printed, " delimited by size
020930         emailed-count delimited by size
020940         " emailed, " delimited by size
020950         held-count delimited by size
020960         " mailing(s) held" delimited by size
020970         into TENOLOG-TEXT
020980     call "TENOLOG" using TENOLOG-PARMS.
020990 9000-exit.
021000     exit.

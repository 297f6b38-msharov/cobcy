000250*----------------------------------------------------------*
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   2026-10-15 JHM   The unit summary's balance and last
000290*                    payment are used only when it was built
000300*                    for today, and then allow for payments
000310*                    posted since it was built, so a tenant
000320*                    who paid this morning gets no letter; a
000330*                    stale summary falls back to the tenant
000340*                    record and the payment ledger.
000350*   2026-10-15 JHM   Messages now go through TENOLOG to the
000360*                    dated operations log, each with its
000370*                    severity (and the unit where there is
000380*                    one); aborts raise a menu alert.
000390*   2026-10-15 JHM   The letter's age now runs from the
000400*                    unit's own due date -- the first due
000410*                    date on or after the last payment (or
000420*                    occupancy) date, from the TENDUEL
000430*                    lookup's due day or Wednesday, holidays
000440*                    on batcal.ctl passed over -- and a unit
000450*                    still inside its own grace days gets no
000460*                    letter yet.
000470*   2026-10-15 JHM   The balance due, the last-payment date
000480*                    the letter's age comes from, and the
000490*                    payment-plan, legal-case and returned-
000500*                    mail checks now come from the unit's
000510*                    nightly unitsum.dbf record (TENUSML
000520*                    lookup) instead of tables scanned in
000530*                    from payplan.dat, legcase.dat and
000540*                    badmail.dat, so the letter dunns the
000550*                    balance every other report shows.  When
000560*                    unitsum.dbf is not on file the tables
000570*                    are loaded and the unit worked out as
000580*                    before.
000590*   2026-10-15 JHM   A notice or final demand is also
000600*                    copied on paper to the tenant's lease
000610*                    guarantor when guarantr.dat (TENGRTL
000620*                    lookup) has an unexpired guaranty for
000630*                    the tenant; the register marks the
000640*                    unit GTR COPY.
000650*   2026-10-15 JHM   A unit enrolled for e-delivery on
000660*                    edeliv.dat (TENEDLV lookup) gets its
000670*                    letter on the day's emailout extract
000680*                    instead of dunning.out, is not held
000690*                    for returned mail, and shows EMAILED
000700*                    on the register; the printed letter
000710*                    count no longer includes it.
000720*   2026-10-15 JHM   The case opened at final demand is
000730*                    marked as a rent case (LGL-BASIS "R"),
000740*                    now that lease violations open cases
000750*                    too.
000760*   2026-09-03 JHM   A unit flagged on badmail.dat (the
000770*                    TENRMAIL returned-mail flag) gets a
000780*                    BAD ADDR register line instead of a
000790*                    letter, so the dunning run stops
000800*                    mailing a dead address.
000810*   2026-09-03 JHM   Letter escalation day counts now
000820*                    come from the TENDAYS calendar
000830*                    subprogram (actual days, leap years
000840*                    handled) instead of the 30-day-month
000850*                    approximation.
000860*   2026-09-03 JHM   The debt's age now comes from the
000870*                    keyed payledgx.dbf ledger through the
000880*                    TENPAYL subprogram instead of a full
000890*                    sequential scan of payledgr.dat; when
000900*                    the keyed file is absent (TENPCNV has
000910*                    not run) aging falls back to occupancy
000920*                    dates with a warning.
000930*   2026-09-03 JHM   A final demand now also opens a
000940*                    legal case: the first time a unit
000950*                    reaches the final-demand letter with
000960*                    no case on legcase.dat, a status "O"
000970*                    case record is appended, feeding the
000980*                    TENLEGAL/TENDOCK eviction tracking.
000990*   2026-09-03 JHM   A unit whose latest payplan.dat
001000*                    record is an ACTIVE payment plan no
001010*                    longer gets a letter -- collections
001020*                    made a deal, the system now honors it.
001030*                    The register page shows the unit as ON
001040*                    PLAN instead.  The nightly TENPLNC
001050*                    check breaks a plan whose installment
001060*                    went unpaid, so the letters resume by
001070*                    themselves.
001080*   2026-08-22 JHM   Original program.
001090*   2026-08-22 JHM   Each letter now opens with the
001100*                    building's return-address block from
001110*                    the bldgmst.dat master through the
001120*                    TENBLDL lookup.
001130*----------------------------------------------------------*
001140 identification division.
001150 program-id. tendun.
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
001290         access mode is sequential
001300         file status is idx-file-status.

001310     select letter-file assign to disk
001320         organization is line sequential.

001330     select optional email-file assign to disk
001340         organization is line sequential.

001350     select optional payment-plan-file assign to disk
001360         organization is line sequential
001370         file status is pln-file-status.

001380     select optional legal-case-file assign to disk
001390         organization is line sequential
001400         file status is lgl-file-status.

001410     select optional bad-mail-file assign to disk
001420         organization is line sequential
001430         file status is bad-file-status.

001440 data division.
001450 file section.
001460 fd  sample-idx-file
001470     label records are standard
001480     value of file-id is "indexed.dbf".
001490     copy TENREC
001500         replacing ==:REC-NAME:== by ==sample-idx-record==
001510             ==address== by ==street-addr==.

001520 fd  letter-file
001530     label records are standard
001540     value of file-id is "dunning.out".
001550 01  letter-line             picture is X(80).

001560 fd  email-file
001570     label records are standard
001580     value of file-id is email-filename.
001590     copy TENEML
001600         replacing ==:REC-NAME:==
001610             by ==email-record==.

001620 fd  payment-plan-file
001630     label records are standard
001640     value of file-id is "payplan.dat".
001650     copy TENPLN
001660         replacing ==:REC-NAME:==
001670             by ==payment-plan-record==.

001680 fd  bad-mail-file
001690     label records are standard
001700     value of file-id is "badmail.dat".
001710     copy TENBAD
001720         replacing ==:REC-NAME:==
001730             by ==bad-mail-record==.

001740 fd  legal-case-file
001750     label records are standard
001760     value of file-id is "legcase.dat".
001770     copy TENLGL
001780         replacing ==:REC-NAME:==
001790             by ==legal-case-record==.

001800 working-storage section.
001810     copy TENBLDL.
001820     copy TENOLOG.
001830     copy TENEDLV.
001840     copy TENGRTL.
001850 01  guarantor-copy-switch   picture is X(01) value "N".
001860     88  printing-guarantor-copy     value "Y".
001870 01  guarantor-sent-switch   picture is X(01) value "N".
001880     88  guarantor-copied            value "Y".
001890 01  guarantor-count         picture is 9(05) value zero.
001900 01  email-filename          picture is X(30).
001910 01  emailed-count           picture is 9(05) value zero.
001920 01  letter-caption          picture is X(26).
001930 01  idx-file-status         picture is X(02).
001940 01  ledger-warned-switch    picture is X(01) value "N".
001950     88  ledger-warned               value "Y".
001960 01  stale-warned-switch     picture is X(01) value "N".
001970     88  stale-warned                value "Y".
001980 01  summary-current-switch  picture is X(01) value "N".
001990     88  summary-current             value "Y".
002000 01  summary-switch          picture is X(01) value "N".
002010     88  summary-available           value "Y".
002020     copy TENPAYL.
002030     copy TENUSML.
002040     copy TENDAYS.
002050     copy TENDUEL.
002060 01  in-grace-switch         picture is X(01).
002070     88  unit-in-grace               value "Y".
002080 01  run-date                picture is 9(08).
002090 01  aged-date               picture is 9(08).
002100 01  days-late               picture is S9(05).
002110 01  letter-code             picture is 9(01).
002120     88  letter-reminder             value 1.
002130     88  letter-notice               value 2.
002140     88  letter-final-demand         value 3.

002150 01  pln-file-status         picture is X(02).
002160 01  pln-eof-switch          picture is X(01) value "N".
002170     88  plan-file-at-end            value "Y".
002180 01  on-plan-switch          picture is X(01).
002190     88  unit-on-plan                value "Y".
002200 01  lgl-file-status         picture is X(02).
002210 01  lgl-eof-switch          picture is X(01) value "N".
002220     88  case-file-at-end            value "Y".
002230 01  case-found-switch       picture is X(01).
002240     88  case-on-file                value "Y".
002250 01  cases-opened            picture is 9(04) value zero.
002260 01  bad-file-status         picture is X(02).
002270 01  bad-eof-switch          picture is X(01) value "N".
002280     88  bad-mail-at-end             value "Y".
002290 01  mail-held-switch        picture is X(01).
002300     88  mailing-held                value "Y".

002310*----------------------------------------------------------*
002320* Latest badmail.dat status per unit; a flagged unit goes
002330* on the register as BAD ADDR instead of getting a letter.
002340*----------------------------------------------------------*
002350 01  bad-mail-table-area.
002360     05  bad-table-count     picture is 9(03) value zero.
002370     05  bad-table-entry occurs 1 to 200 times
002380             depending on bad-table-count
002390             indexed by bad-table-index.
002400         10  bd-building     picture is 9(02).
002410         10  bd-aptnum       picture is 9(04).
002420         10  bd-status       picture is X(01).

002430*----------------------------------------------------------*
002440* Units that already have a legcase.dat case, latest record
002450* winning; a final demand only opens a case when the unit
002460* has none (a closed "X" case lets the next one open).
002470*----------------------------------------------------------*
002480 01  case-table-area.
002490     05  case-table-count    picture is 9(03) value zero.
002500     05  case-table-entry occurs 1 to 200 times
002510             depending on case-table-count
002520             indexed by case-table-index.
002530         10  ca-building     picture is 9(02).
002540         10  ca-aptnum       picture is 9(04).
002550         10  ca-status       picture is X(01).

002560*----------------------------------------------------------*
002570* Latest payment-plan status per unit; an ACTIVE plan
002580* suppresses the letter.
002590*----------------------------------------------------------*
002600 01  plan-table-area.
002610     05  plan-table-count    picture is 9(03) value zero.
002620     05  plan-table-entry occurs 1 to 200 times
002630             depending on plan-table-count
002640             indexed by plan-table-index.
002650         10  pl-building     picture is 9(02).
002660         10  pl-aptnum       picture is 9(04).
002670         10  pl-status       picture is X(01).

002680 01  balance-due             picture is S9(07)V99.
002690 01  letter-count            picture is 9(05) value zero.
002700 01  first-name-part         picture is X(25).
002710 01  last-name-part          picture is X(25).
002720 01  name-pointer            picture is 9(02).

002730*----------------------------------------------------------*
002740* Register table -- one entry per letter printed, listed on
002750* the register page at the end of the run.
002760*----------------------------------------------------------*
002770 01  register-table-area.
002780     05  register-count      picture is 9(04) value zero.
002790     05  register-entry occurs 1 to 500 times
002800             depending on register-count
002810             indexed by register-index.
002820         10  rg-building     picture is 9(02).
002830         10  rg-aptnum       picture is 9(04).
002840         10  rg-letter-code  picture is 9(01).
002850         10  rg-delivery     picture is X(01).
002860         10  rg-guarantor    picture is X(01).
002870     copy TENFMT.

002880 procedure division.
002890 0000-mainline.
002900     move "TENDUN" to TENOLOG-PROGRAM.
002910     perform 1000-initialize thru 1000-exit.
002920     perform 1500-probe-summary thru 1500-exit.
002930     if not summary-available
002940         perform 2500-load-plans thru 2500-exit
002950         perform 2600-load-cases thru 2600-exit
002960         perform 2700-load-bad-mail thru 2700-exit.
002970     open extend legal-case-file.
002980     perform 3000-read-units thru 3000-exit
002990         until idx-file-status = "10".
003000     perform 8000-print-register thru 8000-exit.
003010     perform 9000-finish thru 9000-exit.
003020     goback.

003030 1000-initialize.
003040     move "I" to TENOLOG-SEVERITY
003050     move "printing dunning letters" to TENOLOG-TEXT
003060     call "TENOLOG" using TENOLOG-PARMS.
003070     accept run-date from date yyyymmdd.
003080     open input sample-idx-file.
003090     if idx-file-status not = "00"
003100         move "A" to TENOLOG-SEVERITY
003110         move spaces to TENOLOG-TEXT
003120         string "cannot open indexed.dbf, status "
003130                 delimited by size
003140             idx-file-status delimited by size
003150             into TENOLOG-TEXT
003160         call "TENOLOG" using TENOLOG-PARMS
003170         move 1 to return-code
003180         goback.
003190     open output letter-file.
003200     move spaces to email-filename.
003210     string "emailout." delimited by size
003220         run-date delimited by size
003230         into email-filename.
003240     open extend email-file.
003250 1000-exit.
003260     exit.

003270*----------------------------------------------------------*
003280* Tonight's unit summary carries each unit's plan, case and
003290* mail status; the satellite files are only scanned in when
003300* it is not on file.
003310*----------------------------------------------------------*
003320 1500-probe-summary.
003330     move zero to TENUSML-BUILDING.
003340     move zero to TENUSML-APTNUM.
003350     call "TENUSML" using TENUSML-PARMS.
003360     if TENUSML-NOT-AVAILABLE
003370         move "W" to TENOLOG-SEVERITY
003380         move spaces to TENOLOG-TEXT
003390         string "unitsum.dbf not on file - run " delimited by size
003400             "TENUSUM - working from the satellite files"
003410                 delimited by size
003420             into TENOLOG-TEXT
003430         call "TENOLOG" using TENOLOG-PARMS
003440     else
003450         move "Y" to summary-switch.
003460 1500-exit.
003470     exit.

003480 2500-load-plans.
003490     open input payment-plan-file.
003500     if pln-file-status not = "00"
003510         close payment-plan-file
003520         move "Y" to pln-eof-switch
003530         go to 2500-exit.
003540     perform 2510-read-plan thru 2510-exit
003550         until plan-file-at-end.
003560     close payment-plan-file.
003570 2500-exit.
003580     exit.

003590 2510-read-plan.
003600     read payment-plan-file
003610         at end
003620             move "Y" to pln-eof-switch
003630         not at end
003640             perform 2520-stow-plan thru 2520-exit.
003650 2510-exit.
003660     exit.

003670 2520-stow-plan.
003680     set plan-table-index to 1.
003690     if plan-table-count > zero
003700         search plan-table-entry
003710             at end
003720                 perform 2530-add-plan thru 2530-exit
003730             when pl-building (plan-table-index)
003740                     = pln-building of payment-plan-record
003750                 and pl-aptnum (plan-table-index)
003760                     = pln-aptnum of payment-plan-record
003770                 move pln-status of payment-plan-record
003780                     to pl-status (plan-table-index)
003790     else
003800         perform 2530-add-plan thru 2530-exit.
003810 2520-exit.
003820     exit.

003830 2530-add-plan.
003840     if plan-table-count >= 200
003850         move "W" to TENOLOG-SEVERITY
003860         move "plan table overflow" to TENOLOG-TEXT
003870         call "TENOLOG" using TENOLOG-PARMS
003880     else
003890         add 1 to plan-table-count
003900         move pln-building of payment-plan-record
003910             to pl-building (plan-table-count)
003920         move pln-aptnum of payment-plan-record
003930             to pl-aptnum (plan-table-count)
003940         move pln-status of payment-plan-record
003950             to pl-status (plan-table-count).
003960 2530-exit.
003970     exit.

003980 2600-load-cases.
003990     open input legal-case-file.
004000     if lgl-file-status not = "00"
004010         close legal-case-file
004020         move "Y" to lgl-eof-switch
004030         go to 2600-exit.
004040     perform 2610-read-case thru 2610-exit
004050         until case-file-at-end.
004060     close legal-case-file.
004070 2600-exit.
004080     exit.

004090 2610-read-case.
004100     read legal-case-file
004110         at end
004120             move "Y" to lgl-eof-switch
004130         not at end
004140             perform 2620-stow-case thru 2620-exit.
004150 2610-exit.
004160     exit.

004170 2620-stow-case.
004180     set case-table-index to 1.
004190     if case-table-count > zero
004200         search case-table-entry
004210             at end
004220                 perform 2630-add-case thru 2630-exit
004230             when ca-building (case-table-index)
004240                     = lgl-building of legal-case-record
004250                 and ca-aptnum (case-table-index)
004260                     = lgl-aptnum of legal-case-record
004270                 move lgl-status of legal-case-record
004280                     to ca-status (case-table-index)
004290     else
004300         perform 2630-add-case thru 2630-exit.
004310 2620-exit.
004320     exit.

004330 2630-add-case.
004340     if case-table-count >= 200
004350         move "W" to TENOLOG-SEVERITY
004360         move "case table overflow" to TENOLOG-TEXT
004370         call "TENOLOG" using TENOLOG-PARMS
004380     else
004390         add 1 to case-table-count
004400         move lgl-building of legal-case-record
004410             to ca-building (case-table-count)
004420         move lgl-aptnum of legal-case-record
004430             to ca-aptnum (case-table-count)
004440         move lgl-status of legal-case-record
004450             to ca-status (case-table-count).
004460 2630-exit.
004470     exit.

004480 2700-load-bad-mail.
004490     open input bad-mail-file.
004500     if bad-file-status not = "00"
004510         close bad-mail-file
004520         move "Y" to bad-eof-switch
004530         go to 2700-exit.
004540     perform 2710-read-bad thru 2710-exit
004550         until bad-mail-at-end.
004560     close bad-mail-file.
004570 2700-exit.
004580     exit.

004590 2710-read-bad.
004600     read bad-mail-file
004610         at end
004620             move "Y" to bad-eof-switch
004630         not at end
004640             perform 2720-stow-bad thru 2720-exit.
004650 2710-exit.
004660     exit.

004670 2720-stow-bad.
004680     set bad-table-index to 1.
004690     if bad-table-count > zero
004700         search bad-table-entry
004710             at end
004720                 perform 2730-add-bad thru 2730-exit
004730             when bd-building (bad-table-index)
004740                     = bad-building of bad-mail-record
004750                 and bd-aptnum (bad-table-index)
004760                     = bad-aptnum of bad-mail-record
004770                 move bad-status of bad-mail-record
004780                     to bd-status (bad-table-index)
004790     else
004800         perform 2730-add-bad thru 2730-exit.
004810 2720-exit.
004820     exit.

004830 2730-add-bad.
004840     if bad-table-count >= 200
004850         move "W" to TENOLOG-SEVERITY
004860         move "bad-mail table overflow" to TENOLOG-TEXT
004870         call "TENOLOG" using TENOLOG-PARMS
004880     else
004890         add 1 to bad-table-count
004900         move bad-building of bad-mail-record
004910             to bd-building (bad-table-count)
004920         move bad-aptnum of bad-mail-record
004930             to bd-aptnum (bad-table-count)
004940         move bad-status of bad-mail-record
004950             to bd-status (bad-table-count).
004960 2730-exit.
004970     exit.

004980 3140-check-bad-mail.
004990     move "N" to mail-held-switch.
005000     if TENUSML-FOUND
005010         if TENUSML-MAIL-HELD
005020             move "Y" to mail-held-switch
005030         end-if
005040         go to 3140-exit.
005050     if bad-table-count = zero
005060         go to 3140-exit.
005070     set bad-table-index to 1.
005080     search bad-table-entry
005090         at end
005100             continue
005110         when bd-building (bad-table-index)
005120                 = building-id of sample-idx-record
005130             and bd-aptnum (bad-table-index)
005140                 = aptnum of sample-idx-record
005150             if bd-status (bad-table-index) = "F"
005160                 move "Y" to mail-held-switch
005170             end-if.
005180 3140-exit.
005190     exit.

005200 3000-read-units.
005210     read sample-idx-file next record
005220         at end
005230             continue
005240         not at end
005250             perform 3100-evaluate-unit thru 3100-exit.
005260 3000-exit.
005270     exit.

005280 3100-evaluate-unit.
005290     move "N" to guarantor-sent-switch.
005300     if not occ-occupied of sample-idx-record
005310         go to 3100-exit.
005320     perform 3120-find-balance thru 3120-exit.
005330     if balance-due <= zero
005340         go to 3100-exit.
005350     perform 3160-check-email thru 3160-exit.
005360     perform 3140-check-bad-mail thru 3140-exit.
005370     if mailing-held
005380         and TENEDLV-BY-PAPER
005390         move 5 to letter-code
005400         perform 4500-note-register thru 4500-exit
005410         go to 3100-exit.
005420     perform 3150-check-plan thru 3150-exit.
005430     if unit-on-plan
005440         move 4 to letter-code
005450         perform 4500-note-register thru 4500-exit
005460         go to 3100-exit.
005470     perform 3200-find-aged-date thru 3200-exit.
005480     perform 3250-find-due-date thru 3250-exit.
005490     if unit-in-grace
005500         go to 3100-exit.
005510     perform 3300-compute-days-late thru 3300-exit.
005520     evaluate true
005530         when days-late < 30
005540             move 1 to letter-code
005550         when days-late < 90
005560             move 2 to letter-code
005570         when other
005580             move 3 to letter-code
005590     end-evaluate.
005600     perform 4000-print-letter thru 4000-exit.
005610     perform 4500-note-register thru 4500-exit.
005620     if letter-final-demand
005630         perform 4600-open-case thru 4600-exit.
005640 3100-exit.
005650     exit.

005660*----------------------------------------------------------*
005670* The unit's balance off tonight's unit summary, with the
005680* payments posted since it was built taken off; rent less
005690* paid off the tenant record when the unit is not on it or
005700* the summary was not built today.  The lookup result stays
005710* behind for the checks that follow.
005720*----------------------------------------------------------*
005730 3120-find-balance.
005740     move "N" to summary-current-switch.
005750     move building-id of sample-idx-record to TENUSML-BUILDING.
005760     move aptnum of sample-idx-record to TENUSML-APTNUM.
005770     call "TENUSML" using TENUSML-PARMS.
005780     if TENUSML-FOUND
005790         and TENUSML-AS-OF-DATE = run-date
005800         move "Y" to summary-current-switch
005810         compute balance-due =
005820             TENUSML-BALANCE + TENUSML-AMOUNT-PAID
005830                 - amount-paid of sample-idx-record
005840         go to 3120-exit.
005850     if TENUSML-FOUND
005860         and not stale-warned
005870         move "Y" to stale-warned-switch
005880         move "W" to TENOLOG-SEVERITY
005890         move spaces to TENOLOG-TEXT
005900         string "unitsum.dbf not built today - " delimited by size
005910             "balances from indexed.dbf only" delimited by size
005920             into TENOLOG-TEXT
005930         call "TENOLOG" using TENOLOG-PARMS.
005940     compute balance-due =
005950         rent-amount of sample-idx-record
005960             - amount-paid of sample-idx-record.
005970 3120-exit.
005980     exit.

005990 3150-check-plan.
006000     move "N" to on-plan-switch.
006010     if TENUSML-FOUND
006020         if TENUSML-PLAN-ACTIVE
006030             move "Y" to on-plan-switch
006040         end-if
006050         go to 3150-exit.
006060     if plan-table-count = zero
006070         go to 3150-exit.
006080     set plan-table-index to 1.
006090     search plan-table-entry
006100         at end
006110             continue
006120         when pl-building (plan-table-index)
006130                 = building-id of sample-idx-record
006140             and pl-aptnum (plan-table-index)
006150                 = aptnum of sample-idx-record
006160             if pl-status (plan-table-index) = "A"
006170                 move "Y" to on-plan-switch
006180             end-if.
006190 3150-exit.
006200     exit.

006210*----------------------------------------------------------*
006220* An e-delivery unit's letter goes to the email extract
006230* instead of dunning.out, and is not held for returned
006240* mail.
006250*----------------------------------------------------------*
006260 3160-check-email.
006270     move building-id of sample-idx-record
006280         to TENEDLV-BUILDING.
006290     move aptnum of sample-idx-record to TENEDLV-APTNUM.
006300     call "TENEDLV" using TENEDLV-PARMS.
006310 3160-exit.
006320     exit.

006330*----------------------------------------------------------*
006340* The unit's most recent payment date, fetched keyed from
006350* payledgx.dbf through TENPAYL; occupancy date when the
006360* unit has never paid or the keyed file is absent.  A unit
006370* whose tenant record shows more paid than today's summary
006380* has paid since the summary was built, today.
006390*----------------------------------------------------------*
006400 3200-find-aged-date.
006410     move occ-status-date of sample-idx-record to aged-date.
006420     if summary-current
006430         and amount-paid of sample-idx-record
006440             > TENUSML-AMOUNT-PAID
006450         move run-date to aged-date
006460         go to 3200-exit.
006470     if summary-current
006480         if TENUSML-LAST-PAY-DATE not = zero
006490             move TENUSML-LAST-PAY-DATE to aged-date
006500         end-if
006510         go to 3200-exit.
006520     move "L" to TENPAYL-FUNCTION.
006530     move building-id of sample-idx-record
006540         to TENPAYL-BUILDING.
006550     move aptnum of sample-idx-record to TENPAYL-APTNUM.
006560     call "TENPAYL" using TENPAYL-PARMS.
006570     if TENPAYL-FOUND
006580         move TENPAYL-DATE to aged-date
006590         go to 3200-exit.
006600     if TENPAYL-NOT-AVAILABLE
006610         and not ledger-warned
006620         move "Y" to ledger-warned-switch
006630         move "W" to TENOLOG-SEVERITY
006640         move spaces to TENOLOG-TEXT
006650         string "payledgx.dbf not on file - run "
006660                 delimited by size
006670             "TENPCNV - aging from occupancy dates only"
006680                 delimited by size
006690             into TENOLOG-TEXT
006700         call "TENOLOG" using TENOLOG-PARMS.
006710 3200-exit.
006720     exit.

006730*----------------------------------------------------------*
006740* The debt runs from the unit's first due date on or after
006750* the aged-from date, by its own due day; no letter goes
006760* before that due date's grace days are out.
006770*----------------------------------------------------------*
006780 3250-find-due-date.
006790     move "N" to in-grace-switch.
006800     if aged-date = zero
006810         go to 3250-exit.
006820     move building-id of sample-idx-record to TENDUEL-BUILDING.
006830     move aptnum of sample-idx-record to TENDUEL-APTNUM.
006840     move "N" to TENDUEL-FUNCTION.
006850     move aged-date to TENDUEL-FROM-DATE.
006860     call "TENDUEL" using TENDUEL-PARMS.
006870     move TENDUEL-DUE-DATE to aged-date.
006880     if run-date < TENDUEL-LATE-DATE
006890         move "Y" to in-grace-switch.
006900 3250-exit.
006910     exit.

006920*----------------------------------------------------------*
006930* Actual calendar days since the aged-from date, through
006940* the shared TENDAYS subprogram.
006950*----------------------------------------------------------*
006960 3300-compute-days-late.
006970     move aged-date to TENDAYS-FROM.
006980     move run-date to TENDAYS-TO.
006990     call "TENDAYS" using TENDAYS-PARMS.
007000     move TENDAYS-DAYS to days-late.
007010     if days-late < zero
007020         move zero to days-late.
007030 3300-exit.
007040     exit.

007050*----------------------------------------------------------*
007060* One full-page letter.  The address block is rendered the
007070* same way TENLABEL renders a mailing label: only the first
007080* space-delimited token becomes the first name, everything
007090* after it stays together as the last name.
007100*----------------------------------------------------------*
007110 4000-print-letter.
007120     if TENEDLV-BY-EMAIL
007130         add 1 to emailed-count
007140         perform 4800-email-header thru 4800-exit
007150     else
007160         add 1 to letter-count.
007170     move all "=" to letter-line.
007180     perform 4900-put-line thru 4900-exit.
007190     perform 4050-return-address thru 4050-exit.
007200     perform 4100-address-block thru 4100-exit.
007210     move spaces to letter-line.
007220     perform 4900-put-line thru 4900-exit.
007230     move "A" to TENFMT-FORMAT-CODE.
007240     move balance-due to TENFMT-RAW-AMOUNT.
007250     call "TENFMT" using TENFMT-PARMS.
007260     evaluate true
007270         when letter-reminder
007280             perform 4200-reminder-text thru 4200-exit
007290         when letter-notice
007300             perform 4300-notice-text thru 4300-exit
007310         when letter-final-demand
007320             perform 4400-demand-text thru 4400-exit
007330     end-evaluate.
007340     move spaces to letter-line.
007350     perform 4900-put-line thru 4900-exit.
007360     move "       PROPERTY MANAGEMENT SYSTEMS" to letter-line.
007370     perform 4900-put-line thru 4900-exit.
007380     move spaces to letter-line.
007390     perform 4900-put-line thru 4900-exit.
007400     if letter-notice
007410         or letter-final-demand
007420         perform 4700-guarantor-copy thru 4700-exit.
007430 4000-exit.
007440     exit.

007450*----------------------------------------------------------*
007460* Return-address block from the building master; skipped
007470* when the building has no master record.
007480*----------------------------------------------------------*
007490 4050-return-address.
007500     move building-id of sample-idx-record
007510         to TENBLDL-BUILDING.
007520     call "TENBLDL" using TENBLDL-PARMS.
007530     if not TENBLDL-ON-FILE
007540         go to 4050-exit.
007550     move spaces to letter-line.
007560     string "FROM: " delimited by size
007570         TENBLDL-NAME delimited by size
007580         into letter-line.
007590     perform 4900-put-line thru 4900-exit.
007600     move spaces to letter-line.
007610     string "      " delimited by size
007620         TENBLDL-ADDRESS delimited by size
007630         into letter-line.
007640     perform 4900-put-line thru 4900-exit.
007650     move spaces to letter-line.
007660     string "      " delimited by size
007670         TENBLDL-CITY delimited by size
007680         ", " delimited by size
007690         TENBLDL-STATE delimited by size
007700         "  " delimited by size
007710         TENBLDL-ZIP delimited by size
007720         into letter-line.
007730     perform 4900-put-line thru 4900-exit.
007740     move spaces to letter-line.
007750     perform 4900-put-line thru 4900-exit.
007760 4050-exit.
007770     exit.

007780 4100-address-block.
007790     move spaces to first-name-part.
007800     move spaces to last-name-part.
007810     move 1 to name-pointer.
007820     unstring name of sample-idx-record delimited by space
007830         into first-name-part
007840         with pointer name-pointer.
007850     if name-pointer <= 25
007860         move name of sample-idx-record (name-pointer:)
007870             to last-name-part.
007880     move spaces to letter-line.
007890     string last-name-part delimited by space
007900         ", " delimited by size
007910         first-name-part delimited by space
007920         into letter-line.
007930     perform 4900-put-line thru 4900-exit.
007940     move spaces to letter-line.
007950     move street-addr of sample-idx-record to letter-line.
007960     perform 4900-put-line thru 4900-exit.
007970     move spaces to letter-line.
007980     string city of sample-idx-record delimited by space
007990         ", " delimited by size
008000         state of sample-idx-record delimited by size
008010         "  " delimited by size
008020         zip of sample-idx-record delimited by size
008030         into letter-line.
008040     perform 4900-put-line thru 4900-exit.
008050 4100-exit.
008060     exit.

008070 4200-reminder-text.
008080     move "REMINDER" to letter-line.
008090     perform 4900-put-line thru 4900-exit.
008100     move spaces to letter-line.
008110     perform 4900-put-line thru 4900-exit.
008120     move "Our records show a balance on your account of"
008130         to letter-line.
008140     perform 4900-put-line thru 4900-exit.
008150     move spaces to letter-line.
008160     string TENFMT-EDITED-OUT delimited by size
008170         ".  If you have already mailed your payment,"
008180         delimited by size
008190         into letter-line.
008200     perform 4900-put-line thru 4900-exit.
008210     move "please disregard this notice." to letter-line.
008220     perform 4900-put-line thru 4900-exit.
008230 4200-exit.
008240     exit.

008250 4300-notice-text.
008260     move "PAST-DUE NOTICE" to letter-line.
008270     perform 4900-put-line thru 4900-exit.
008280     move spaces to letter-line.
008290     perform 4900-put-line thru 4900-exit.
008300     move "Your account remains past due.  The balance of"
008310         to letter-line.
008320     perform 4900-put-line thru 4900-exit.
008330     move spaces to letter-line.
008340     string TENFMT-EDITED-OUT delimited by size
008350         " must be paid promptly to avoid further"
008360         delimited by size
008370         into letter-line.
008380     perform 4900-put-line thru 4900-exit.
008390     move "collection action and additional late charges."
008400         to letter-line.
008410     perform 4900-put-line thru 4900-exit.
008420 4300-exit.
008430     exit.

008440 4400-demand-text.
008450     move "FINAL DEMAND FOR PAYMENT" to letter-line.
008460     perform 4900-put-line thru 4900-exit.
008470     move spaces to letter-line.
008480     perform 4900-put-line thru 4900-exit.
008490     move "Despite previous notices, your account balance of"
008500         to letter-line.
008510     perform 4900-put-line thru 4900-exit.
008520     move spaces to letter-line.
008530     string TENFMT-EDITED-OUT delimited by size
008540         " remains unpaid.  Unless payment in full is"
008550         delimited by size
008560         into letter-line.
008570     perform 4900-put-line thru 4900-exit.
008580     move "received within ten days, this matter will be"
008590         to letter-line.
008600     perform 4900-put-line thru 4900-exit.
008610     move "referred for legal action." to letter-line.
008620     perform 4900-put-line thru 4900-exit.
008630 4400-exit.
008640     exit.

008650*----------------------------------------------------------*
008660* One email per letter: the header names the address and a
008670* subject after the letter's caption, and every letter line
008680* that follows is a body record.
008690*----------------------------------------------------------*
008700 4800-email-header.
008710     move spaces to email-record.
008720     move "H" to eml-type of email-record.
008730     move "DUN" to eml-document of email-record.
008740     move building-id of sample-idx-record
008750         to eml-building of email-record.
008760     move aptnum of sample-idx-record
008770         to eml-aptnum of email-record.
008780     move TENEDLV-EMAIL to eml-recipient of email-record.
008790     evaluate true
008800         when letter-reminder
008810             move "REMINDER" to letter-caption
008820         when letter-notice
008830             move "PAST-DUE NOTICE" to letter-caption
008840         when letter-final-demand
008850             move "FINAL DEMAND FOR PAYMENT" to letter-caption
008860     end-evaluate.
008870     string letter-caption delimited by "  "
008880         " - UNIT " delimited by size
008890         building-id of sample-idx-record delimited by size
008900         "-" delimited by size
008910         aptnum of sample-idx-record delimited by size
008920         into eml-subject of email-record.
008930     write email-record.
008940 4800-exit.
008950     exit.

008960 4900-put-line.
008970     if TENEDLV-BY-PAPER
008980         or printing-guarantor-copy
008990         write letter-line
009000         go to 4900-exit.
009010     move "B" to eml-type of email-record.
009020     move "DUN" to eml-document of email-record.
009030     move building-id of sample-idx-record
009040         to eml-building of email-record.
009050     move aptnum of sample-idx-record
009060         to eml-aptnum of email-record.
009070     move letter-line to eml-text of email-record.
009080     write email-record.
009090 4900-exit.
009100     exit.

009110 4500-note-register.
009120     if register-count >= 500
009130         move "W" to TENOLOG-SEVERITY
009140         move "register table overflow" to TENOLOG-TEXT
009150         call "TENOLOG" using TENOLOG-PARMS
009160     else
009170         add 1 to register-count
009180         move building-id of sample-idx-record
009190             to rg-building (register-count)
009200         move aptnum of sample-idx-record
009210             to rg-aptnum (register-count)
009220         move letter-code
009230             to rg-letter-code (register-count)
009240         move TENEDLV-DELIVERY
009250             to rg-delivery (register-count)
009260         move guarantor-sent-switch
009270             to rg-guarantor (register-count).
009280 4500-exit.
009290     exit.

009300*----------------------------------------------------------*
009310* First final demand for a unit with no case (or only a
009320* closed one) opens a status "O" case on legcase.dat for
009330* the TENLEGAL/TENDOCK eviction tracking.
009340*----------------------------------------------------------*
009350 4600-open-case.
009360     perform 4610-check-case thru 4610-exit.
009370     if case-on-file
009380         go to 4600-exit.
009390     move building-id of sample-idx-record
009400         to lgl-building of legal-case-record.
009410     move aptnum of sample-idx-record
009420         to lgl-aptnum of legal-case-record.
009430     move run-date to lgl-opened-date
009440         of legal-case-record.
009450     move "O" to lgl-status of legal-case-record.
009460     move zero to lgl-notice-date of legal-case-record.
009470     move zero to lgl-filing-date of legal-case-record.
009480     move zero to lgl-court-date of legal-case-record.
009490     move zero to lgl-judgment-date
009500         of legal-case-record.
009510     move spaces to lgl-entered-by
009520         of legal-case-record.
009530     move "R" to lgl-basis of legal-case-record.
009540     write legal-case-record.
009550     add 1 to cases-opened.
009560     perform 2620-stow-case thru 2620-exit.
009570 4600-exit.
009580     exit.

009590 4610-check-case.
009600     move "N" to case-found-switch.
009610     if TENUSML-FOUND
009620         if not TENUSML-NO-CASE
009630             move "Y" to case-found-switch
009640         end-if
009650         go to 4610-exit.
009660     if case-table-count = zero
009670         go to 4610-exit.
009680     set case-table-index to 1.
009690     search case-table-entry
009700         at end
009710             continue
009720         when ca-building (case-table-index)
009730                 = building-id of sample-idx-record
009740             and ca-aptnum (case-table-index)
009750                 = aptnum of sample-idx-record
009760             if ca-status (case-table-index) not = "X"
009770                 move "Y" to case-found-switch
009780             end-if.
009790 4610-exit.
009800     exit.

009810*----------------------------------------------------------*
009820* A notice or final demand goes on paper to the tenant's
009830* lease guarantor as well, when the guaranty on file has
009840* not expired: the guarantor's address block, the tenant
009850* the letter concerns, the same letter text and, for a
009860* limited guaranty, the limit.
009870*----------------------------------------------------------*
009880 4700-guarantor-copy.
009890     move building-id of sample-idx-record
009900         to TENGRTL-BUILDING.
009910     move aptnum of sample-idx-record to TENGRTL-APTNUM.
009920     move name of sample-idx-record to TENGRTL-TENANT.
009930     call "TENGRTL" using TENGRTL-PARMS.
009940     if not TENGRTL-ON-FILE
009950         go to 4700-exit.
009960     if TENGRTL-EXPIRES not = zero
009970         and TENGRTL-EXPIRES < run-date
009980         go to 4700-exit.
009990     move "Y" to guarantor-copy-switch.
010000     move "Y" to guarantor-sent-switch.
010010     add 1 to guarantor-count.
010020     move all "=" to letter-line.
010030     perform 4900-put-line thru 4900-exit.
010040     perform 4050-return-address thru 4050-exit.
010050     perform 4750-guarantor-address thru 4750-exit.
010060     move spaces to letter-line.
010070     perform 4900-put-line thru 4900-exit.
010080     move "COPY TO GUARANTOR" to letter-line.
010090     perform 4900-put-line thru 4900-exit.
010100     move spaces to letter-line.
010110     string "RE: " delimited by size
010120         name of sample-idx-record delimited by "  "
010130         ", UNIT " delimited by size
010140         building-id of sample-idx-record delimited by size
010150         "-" delimited by size
010160         aptnum of sample-idx-record delimited by size
010170         into letter-line.
010180     perform 4900-put-line thru 4900-exit.
010190     move spaces to letter-line.
010200     perform 4900-put-line thru 4900-exit.
010210     move "You signed as guarantor of the lease of the tenant"
010220         to letter-line.
010230     perform 4900-put-line thru 4900-exit.
010240     move "named above, who has been sent the following letter:"
010250         to letter-line.
010260     perform 4900-put-line thru 4900-exit.
010270     move spaces to letter-line.
010280     perform 4900-put-line thru 4900-exit.
010290     if letter-notice
010300         perform 4300-notice-text thru 4300-exit
010310     else
010320         perform 4400-demand-text thru 4400-exit.
010330     if TENGRTL-LIMIT > zero
010340         perform 4760-guaranty-limit thru 4760-exit.
010350     move spaces to letter-line.
010360     perform 4900-put-line thru 4900-exit.
010370     move "       PROPERTY MANAGEMENT SYSTEMS" to letter-line.
010380     perform 4900-put-line thru 4900-exit.
010390     move spaces to letter-line.
010400     perform 4900-put-line thru 4900-exit.
010410     move "N" to guarantor-copy-switch.
010420 4700-exit.
010430     exit.

010440 4750-guarantor-address.
010450     move TENGRTL-NAME to letter-line.
010460     perform 4900-put-line thru 4900-exit.
010470     move TENGRTL-ADDRESS to letter-line.
010480     perform 4900-put-line thru 4900-exit.
010490     move spaces to letter-line.
010500     string TENGRTL-CITY delimited by "  "
010510         ", " delimited by size
010520         TENGRTL-STATE delimited by size
010530         "  " delimited by size
010540         TENGRTL-ZIP delimited by size
010550         into letter-line.
010560     perform 4900-put-line thru 4900-exit.
010570 4750-exit.
010580     exit.

010590 4760-guaranty-limit.
010600     move "A" to TENFMT-FORMAT-CODE.
010610     move TENGRTL-LIMIT to TENFMT-RAW-AMOUNT.
010620     call "TENFMT" using TENFMT-PARMS.
010630     move spaces to letter-line.
010640     perform 4900-put-line thru 4900-exit.
010650     move spaces to letter-line.
010660     string "Your guaranty of this lease is limited to "
010670         delimited by size
010680         TENFMT-EDITED-OUT delimited by size
010690         "." delimited by size
010700         into letter-line.
010710     perform 4900-put-line thru 4900-exit.
010720 4760-exit.
010730     exit.

010740 8000-print-register.
010750     move all "=" to letter-line.
010760     write letter-line.
010770     move "DUNNING LETTER REGISTER" to letter-line.
010780     write letter-line.
010790     move spaces to letter-line.
010800     string "RUN DATE: " delimited by size
010810         run-date delimited by size
010820         into letter-line.
010830     write letter-line.
010840     if register-count = zero
010850         move "  NO LETTERS PRINTED THIS RUN" to letter-line
010860         write letter-line
010870         go to 8000-exit.
010880     perform 8100-register-line thru 8100-exit
010890         varying register-index from 1 by 1
010900         until register-index > register-count.
010910 8000-exit.
010920     exit.

010930 8100-register-line.
010940     move spaces to letter-line.
010950     string "  " delimited by size
010960         rg-building (register-index) delimited by size
010970         "-" delimited by size
010980         rg-aptnum (register-index) delimited by size
010990         into letter-line.
011000     evaluate rg-letter-code (register-index)
011010         when 1
011020             move "REMINDER" to letter-line (12:12)
011030         when 2
011040             move "NOTICE" to letter-line (12:12)
011050         when 3
011060             move "FINAL DEMAND" to letter-line (12:12)
011070         when 4
011080             move "ON PLAN" to letter-line (12:12)
011090         when 5
011100             move "BAD ADDR" to letter-line (12:12)
011110     end-evaluate.
011120     if rg-delivery (register-index) = "E"
011130         and rg-letter-code (register-index) < 4
011140         move "EMAILED" to letter-line (26:7).
011150     if rg-guarantor (register-index) = "Y"
011160         move "GTR COPY" to letter-line (35:8).
011170     write letter-line.
011180 8100-exit.
011190     exit.

011200 9000-finish.
011210     close sample-idx-file letter-file.
011220     close legal-case-file.
011230     close email-file.
011240     move "I" to TENOLOG-SEVERITY
011250     move spaces to TENOLOG-TEXT
011260     string letter-count delimited by size
011270         " letter(s) printed, " delimited by size
011280         emailed-count delimited by size
011290         " emailed, " delimited by size
011300         guarantor-count delimited by size
011310         " guarantor copies, " delimited by size
011320         cases-opened delimited by size
011330         " case(s) opened" delimited by size
011340         into TENOLOG-TEXT
011350     call "TENOLOG" using TENOLOG-PARMS.
011360 9000-exit.
011370     exit.

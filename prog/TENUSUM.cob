000100*----------------------------------------------------------*
000110* TENUSUM.COB
000120*
000130* Nightly per-unit summary build.  The late-fee, aging,
000140* dunning, statement, dashboard, profitability and month-
000150* end KPI runs each worked out the same figures for every
000160* unit -- balance, last payment, lease end, open work
000170* orders, legal, payment-plan and mailing status -- by
000180* rescanning payledgr.dat, tenbal.dat, lease.dat,
000190* workordr.dat, legcase.dat, payplan.dat and badmail.dat
000200* on their own, and no two agreed on a balance.  Run from
000210* the nightly driver after the last payment posting and
000220* ahead of the month-end close and the reports, this step
000230* rebuilds unitsum.dbf (TENUSM layout, keyed by unit-key)
000240* from scratch: one record per indexed.dbf unit, then one
000250* pass of each satellite file applying its entries to the
000260* unit's record by random read and rewrite, the later
000270* record on an append file superseding the earlier, and a
000280* last pass computing each unit's balance with the close's
000290* own arithmetic.  Payments and balance entries for a unit
000300* no longer on indexed.dbf get an off-master record so the
000310* money totals still add up; the other files skip such
000320* units.  The reports read the file through the TENUSML
000330* lookup.  A control report proves records read against
000340* records applied, skipped and failed, per file, and the
000350* run ends with a return code of 1 if it does not prove.
000360*----------------------------------------------------------*
000370* MODIFICATION HISTORY
000380*   DATE       INIT  DESCRIPTION
000390*   2026-10-15 JHM   "B" rent abatement credits from TENABAT
000400*                    count toward the balance.
000410*   2026-10-15 JHM   "T" lease-break charges from TENLBRK
000420*                    count toward the balance.
000430*   2026-10-15 JHM   Original program.
000440*----------------------------------------------------------*
000450 identification division.
000460 program-id. tenusum.
000470 author. J. H. Masters.
000480 installation. Property Management Systems.
000490 date-written. 2026-10-15.
000500 date-compiled. 2026-10-15.

000510 environment division.
000520 configuration section.
000530 source-computer. Intel486.
000540 object-computer. Intel486.

000550 input-output section.
000560 file-control.
000570     select sample-idx-file assign to disk
000580         organization is indexed
000590         record key is unit-key of sample-idx-record
000600         access mode is sequential
000610         file status is idx-file-status.

000620     select summary-file assign to disk
000630         organization is indexed
000640         record key is usm-key of summary-record
000650         access mode is dynamic
000660         file status is usm-file-status.

000670     select optional payment-ledger-file assign to disk
000680         organization is line sequential
000690         file status is src-file-status.

000700     select optional balance-file assign to disk
000710         organization is line sequential
000720         file status is src-file-status.

000730     select optional lease-file assign to disk
000740         organization is line sequential
000750         file status is src-file-status.

000760     select optional work-order-file assign to disk
000770         organization is line sequential
000780         file status is src-file-status.

000790     select optional legal-case-file assign to disk
000800         organization is line sequential
000810         file status is src-file-status.

000820     select optional payment-plan-file assign to disk
000830         organization is line sequential
000840         file status is src-file-status.

000850     select optional bad-mail-file assign to disk
000860         organization is line sequential
000870         file status is src-file-status.

000880     select control-report assign to disk
000890         organization is line sequential.

000900 data division.
000910 file section.
000920 fd  sample-idx-file
000930     label records are standard
000940     value of file-id is "indexed.dbf".
000950     copy TENREC
000960         replacing ==:REC-NAME:== by ==sample-idx-record==
000970             ==address== by ==street-addr==.

000980 fd  summary-file
000990     label records are standard
001000     value of file-id is "unitsum.dbf".
001010     copy TENUSM
001020         replacing ==:REC-NAME:==
001030             by ==summary-record==.

001040 fd  payment-ledger-file
001050     label records are standard
001060     value of file-id is "payledgr.dat".
001070     copy TENPAY
001080         replacing ==:REC-NAME:==
001090             by ==payment-record==.

001100 fd  balance-file
001110     label records are standard
001120     value of file-id is "tenbal.dat".
001130     copy TENBAL
001140         replacing ==:REC-NAME:==
001150             by ==balance-record==.

001160 fd  lease-file
001170     label records are standard
001180     value of file-id is "lease.dat".
001190     copy TENLEA
001200         replacing ==:REC-NAME:==
001210             by ==lease-record==.

001220 fd  work-order-file
001230     label records are standard
001240     value of file-id is "workordr.dat".
001250     copy TENWOR
001260         replacing ==:REC-NAME:==
001270             by ==work-order-record==.

001280 fd  legal-case-file
001290     label records are standard
001300     value of file-id is "legcase.dat".
001310     copy TENLGL
001320         replacing ==:REC-NAME:==
001330             by ==legal-case-record==.

001340 fd  payment-plan-file
001350     label records are standard
001360     value of file-id is "payplan.dat".
001370     copy TENPLN
001380         replacing ==:REC-NAME:==
001390             by ==payment-plan-record==.

001400 fd  bad-mail-file
001410     label records are standard
001420     value of file-id is "badmail.dat".
001430     copy TENBAD
001440         replacing ==:REC-NAME:==
001450             by ==bad-mail-record==.

001460 fd  control-report
001470     label records are standard
001480     value of file-id is control-rpt-filename.
001490 01  report-line             picture is X(80).

001500 working-storage section.
001510 01  control-rpt-filename    picture is X(30).
001520     copy TENRCAT.
001530     copy TENOLOG.
001540     copy TENCNCL.
001550 01  idx-file-status         picture is X(02).
001560 01  usm-file-status         picture is X(02).
001570 01  src-file-status         picture is X(02).
001580 01  src-eof-switch          picture is X(01).
001590     88  source-at-end               value "Y".
001600 01  proof-switch            picture is X(01) value "Y".
001610     88  summary-proves              value "Y".
001620 01  located-switch          picture is X(01).
001630     88  unit-located                value "Y".
001640 01  create-switch           picture is X(01).
001650     88  create-allowed              value "Y".
001660 01  locate-building         picture is 9(02).
001670 01  locate-aptnum           picture is 9(04).
001680 01  run-date                picture is 9(08).
001690 01  run-date-breakdown redefines run-date.
001700     05  run-date-yyyymm     picture is 9(06).
001710     05  run-date-day        picture is 9(02).
001720 01  prior-month             picture is 9(06).
001730 01  prior-month-parts redefines prior-month.
001740     05  pm-yyyy             picture is 9(04).
001750     05  pm-mm               picture is 9(02).
001760 01  entry-date-work         picture is 9(08).
001770 01  entry-date-parts redefines entry-date-work.
001780     05  ed-yyyymm           picture is 9(06).
001790     05  ed-dd               picture is 9(02).
001800 01  source-sub              picture is 9(02).
001810 01  units-loaded            picture is 9(07) value zero.
001820 01  units-off-master        picture is 9(07) value zero.
001830 01  units-summarized        picture is 9(07) value zero.
001840 01  load-failed             picture is 9(07) value zero.
001850 01  balance-failed          picture is 9(07) value zero.
001860 01  balance-total           picture is S9(09)V99 value zero.
001870 01  edited-total            picture is $999,999,999.99CR.
001880 01  line-count              picture is 9(07) value zero.

001890*----------------------------------------------------------*
001900* The satellite files, in the order they are applied.
001910*----------------------------------------------------------*
001920 01  source-name-values.
001930     05  filler              picture is X(12)
001940             value "payledgr.dat".
001950     05  filler              picture is X(12)
001960             value "tenbal.dat  ".
001970     05  filler              picture is X(12)
001980             value "lease.dat   ".
001990     05  filler              picture is X(12)
002000             value "workordr.dat".
002010     05  filler              picture is X(12)
002020             value "legcase.dat ".
002030     05  filler              picture is X(12)
002040             value "payplan.dat ".
002050     05  filler              picture is X(12)
002060             value "badmail.dat ".
002070 01  source-name-table redefines source-name-values.
002080     05  source-name         picture is X(12) occurs 7 times.

002090 01  source-results.
002100     05  source-result occurs 7 times.
002110         10  sr-status       picture is X(01).
002120             88  sr-not-on-file          value "N".
002130         10  sr-read         picture is 9(07).
002140         10  sr-applied      picture is 9(07).
002150         10  sr-skipped      picture is 9(07).
002160         10  sr-failed       picture is 9(07).

002170 procedure division.
002180 0000-mainline.
002190     move "TENUSUM" to TENOLOG-PROGRAM.
002200     perform 1000-initialize thru 1000-exit.
002210     perform 2000-load-units thru 2000-exit
002220         until idx-file-status = "10".
002230     perform 2900-reopen-summary thru 2900-exit.
002240     perform 3000-ledger-pass thru 3000-exit.
002250     perform 4000-carry-pass thru 4000-exit.
002260     perform 4500-posting-pass thru 4500-exit.
002270     perform 5000-lease-pass thru 5000-exit.
002280     perform 5200-order-pass thru 5200-exit.
002290     perform 5400-legal-pass thru 5400-exit.
002300     perform 5600-plan-pass thru 5600-exit.
002310     perform 5800-mail-pass thru 5800-exit.
002320     perform 6000-balance-pass thru 6000-exit.
002330     perform 8000-control-report thru 8000-exit.
002340     perform 9000-finish thru 9000-exit.
002350     goback.

002360 1000-initialize.
002370     move "I" to TENOLOG-SEVERITY
002380     move "building the unit summary" to TENOLOG-TEXT
002390     call "TENOLOG" using TENOLOG-PARMS.
002400     accept run-date from date yyyymmdd.
002410     move run-date-yyyymm to prior-month.
002420     if pm-mm = 1
002430         subtract 1 from pm-yyyy
002440         move 12 to pm-mm
002450     else
002460         subtract 1 from pm-mm.
002470     perform 1100-clear-result thru 1100-exit
002480         varying source-sub from 1 by 1
002490         until source-sub > 7.
002500     open input sample-idx-file.
002510     if idx-file-status not = "00"
002520         move "A" to TENOLOG-SEVERITY
002530         move spaces to TENOLOG-TEXT
002540         string "cannot open indexed.dbf, status "
002550                 delimited by size
002560             idx-file-status delimited by size
002570             ", unitsum.dbf left as it was" delimited by size
002580             into TENOLOG-TEXT
002590         call "TENOLOG" using TENOLOG-PARMS
002600         move 1 to return-code
002610         goback.
002620     open output summary-file.
002630     if usm-file-status not = "00"
002640         move "A" to TENOLOG-SEVERITY
002650         move spaces to TENOLOG-TEXT
002660         string "cannot create unitsum.dbf, status "
002670                 delimited by size
002680             usm-file-status delimited by size
002690             into TENOLOG-TEXT
002700         call "TENOLOG" using TENOLOG-PARMS
002710         close sample-idx-file
002720         move 1 to return-code
002730         goback.
002740 1000-exit.
002750     exit.

002760 1100-clear-result.
002770     move space to sr-status (source-sub).
002780     move zero to sr-read (source-sub).
002790     move zero to sr-applied (source-sub).
002800     move zero to sr-skipped (source-sub).
002810     move zero to sr-failed (source-sub).
002820 1100-exit.
002830     exit.

002840*----------------------------------------------------------*
002850* One summary record per unit on indexed.dbf, carrying the
002860* unit's rent, this month's concession and amount paid.
002870*----------------------------------------------------------*
002880 2000-load-units.
002890     read sample-idx-file next record
002900         at end
002910             continue
002920         not at end
002930             perform 2100-write-unit thru 2100-exit.
002940 2000-exit.
002950     exit.

002960 2100-write-unit.
002970     perform 2200-clear-summary thru 2200-exit.
002980     move building-id of sample-idx-record
002990         to usm-building of summary-record.
003000     move aptnum of sample-idx-record
003010         to usm-aptnum of summary-record.
003020     move "Y" to usm-master-flag of summary-record.
003030     move occ-status of sample-idx-record
003040         to usm-occ-status of summary-record.
003050     move rent-amount of sample-idx-record
003060         to usm-rent-amount of summary-record.
003070     move amount-paid of sample-idx-record
003080         to usm-amount-paid of summary-record.
003090     if occ-occupied of sample-idx-record
003100         move building-id of sample-idx-record
003110             to TENCNCL-BUILDING
003120         move aptnum of sample-idx-record to TENCNCL-APTNUM
003130         move run-date-yyyymm to TENCNCL-MONTH
003140         move rent-amount of sample-idx-record to TENCNCL-RENT
003150         call "TENCNCL" using TENCNCL-PARMS
003160         move TENCNCL-CREDIT
003170             to usm-concession of summary-record.
003180     write summary-record
003190         invalid key
003200             add 1 to load-failed
003210             move "N" to proof-switch
003220             move "E" to TENOLOG-SEVERITY
003230             move building-id of sample-idx-record
003240                 to TENOLOG-BUILDING
003250             move aptnum of sample-idx-record to TENOLOG-APTNUM
003260             move spaces to TENOLOG-TEXT
003270             string "unitsum.dbf write failed, status "
003280                     delimited by size
003290                 usm-file-status delimited by size
003300                 into TENOLOG-TEXT
003310             call "TENOLOG" using TENOLOG-PARMS
003320         not invalid key
003330             add 1 to units-loaded.
003340 2100-exit.
003350     exit.

003360 2200-clear-summary.
003370     move spaces to summary-record.
003380     move run-date to usm-as-of-date of summary-record.
003390     move zero to usm-rent-amount of summary-record.
003400     move zero to usm-concession of summary-record.
003410     move zero to usm-amount-paid of summary-record.
003420     move zero to usm-carry-date of summary-record.
003430     move zero to usm-carry-fwd of summary-record.
003440     move zero to usm-open-postings of summary-record.
003450     move zero to usm-balance of summary-record.
003460     move zero to usm-last-pay-date of summary-record.
003470     move zero to usm-lease-end of summary-record.
003480     move zero to usm-open-orders of summary-record.
003490     move zero to usm-prior-collected of summary-record.
003500     move zero to usm-prior-fees of summary-record.
003510 2200-exit.
003520     exit.

003530 2900-reopen-summary.
003540     close sample-idx-file.
003550     close summary-file.
003560     open i-o summary-file.
003570     if usm-file-status not = "00"
003580         move "A" to TENOLOG-SEVERITY
003590         move spaces to TENOLOG-TEXT
003600         string "cannot reopen unitsum.dbf, status "
003610                 delimited by size
003620             usm-file-status delimited by size
003630             into TENOLOG-TEXT
003640         call "TENOLOG" using TENOLOG-PARMS
003650         move 1 to return-code
003660         goback.
003670 2900-exit.
003680     exit.

003690*----------------------------------------------------------*
003700* payledgr.dat: the latest payment date, and the month
003710* before's money (reversals netting themselves out) for the
003720* close's collection figure.
003730*----------------------------------------------------------*
003740 3000-ledger-pass.
003750     move 1 to source-sub.
003760     move "N" to src-eof-switch.
003770     open input payment-ledger-file.
003780     if src-file-status not = "00"
003790         close payment-ledger-file
003800         move "N" to sr-status (source-sub)
003810         go to 3000-exit.
003820     perform 3100-read-payment thru 3100-exit
003830         until source-at-end.
003840     close payment-ledger-file.
003850 3000-exit.
003860     exit.

003870 3100-read-payment.
003880     read payment-ledger-file
003890         at end
003900             move "Y" to src-eof-switch
003910         not at end
003920             add 1 to sr-read (source-sub)
003930             perform 3200-apply-payment thru 3200-exit.
003940 3100-exit.
003950     exit.

003960 3200-apply-payment.
003970     move pay-building of payment-record to locate-building.
003980     move pay-aptnum of payment-record to locate-aptnum.
003990     move "Y" to create-switch.
004000     perform 3900-locate-unit thru 3900-exit.
004010     if not unit-located
004020         go to 3200-exit.
004030     if pay-date of payment-record
004040             > usm-last-pay-date of summary-record
004050         move pay-date of payment-record
004060             to usm-last-pay-date of summary-record.
004070     move pay-date of payment-record to entry-date-work.
004080     if ed-yyyymm = prior-month
004090         add pay-amount of payment-record
004100             to usm-prior-collected of summary-record.
004110     perform 3950-rewrite-unit thru 3950-exit.
004120 3200-exit.
004130     exit.

004140*----------------------------------------------------------*
004150* Fetch the unit's summary record.  A unit with no record
004160* gets an off-master one when the source carries money;
004170* otherwise the entry is skipped.
004180*----------------------------------------------------------*
004190 3900-locate-unit.
004200     move "Y" to located-switch.
004210     move locate-building to usm-building of summary-record.
004220     move locate-aptnum to usm-aptnum of summary-record.
004230     read summary-file
004240         invalid key
004250             move "N" to located-switch.
004260     if unit-located
004270         go to 3900-exit.
004280     if not create-allowed
004290         add 1 to sr-skipped (source-sub)
004300         go to 3900-exit.
004310     perform 2200-clear-summary thru 2200-exit.
004320     move locate-building to usm-building of summary-record.
004330     move locate-aptnum to usm-aptnum of summary-record.
004340     move "N" to usm-master-flag of summary-record.
004350     write summary-record
004360         invalid key
004370             perform 3960-log-failure thru 3960-exit
004380         not invalid key
004390             move "Y" to located-switch
004400             add 1 to units-off-master.
004410 3900-exit.
004420     exit.

004430 3950-rewrite-unit.
004440     rewrite summary-record
004450         invalid key
004460             perform 3960-log-failure thru 3960-exit
004470         not invalid key
004480             add 1 to sr-applied (source-sub).
004490 3950-exit.
004500     exit.

004510 3960-log-failure.
004520     add 1 to sr-failed (source-sub).
004530     move "E" to TENOLOG-SEVERITY.
004540     move locate-building to TENOLOG-BUILDING.
004550     move locate-aptnum to TENOLOG-APTNUM.
004560     move spaces to TENOLOG-TEXT.
004570     string "unitsum.dbf update failed applying "
004580             delimited by size
004590         source-name (source-sub) delimited by space
004600         ", status " delimited by size
004610         usm-file-status delimited by size
004620         into TENOLOG-TEXT.
004630     call "TENOLOG" using TENOLOG-PARMS.
004640 3960-exit.
004650     exit.

004660*----------------------------------------------------------*
004670* tenbal.dat, first pass: each unit's latest carry-forward.
004680* The second pass counts the file for the control report.
004690*----------------------------------------------------------*
004700 4000-carry-pass.
004710     move 2 to source-sub.
004720     move "N" to src-eof-switch.
004730     open input balance-file.
004740     if src-file-status not = "00"
004750         close balance-file
004760         move "N" to sr-status (source-sub)
004770         go to 4000-exit.
004780     perform 4100-read-carry thru 4100-exit
004790         until source-at-end.
004800     close balance-file.
004810 4000-exit.
004820     exit.

004830 4100-read-carry.
004840     read balance-file
004850         at end
004860             move "Y" to src-eof-switch
004870         not at end
004880             if bal-carry-forward of balance-record
004890                 perform 4200-apply-carry thru 4200-exit.
004900 4100-exit.
004910     exit.

004920 4200-apply-carry.
004930     move bal-building of balance-record to locate-building.
004940     move bal-aptnum of balance-record to locate-aptnum.
004950     move "Y" to create-switch.
004960     perform 3900-locate-unit thru 3900-exit.
004970     if not unit-located
004980         go to 4200-exit.
004990     if bal-date of balance-record
005000             > usm-carry-date of summary-record
005010         move bal-date of balance-record
005020             to usm-carry-date of summary-record
005030         move bal-amount of balance-record
005040             to usm-carry-fwd of summary-record.
005050     rewrite summary-record
005060         invalid key
005070             perform 3960-log-failure thru 3960-exit.
005080 4200-exit.
005090     exit.

005100*----------------------------------------------------------*
005110* tenbal.dat, second pass: the postings the next close will
005120* sweep (dated after the unit's latest carry-forward), and
005130* the month before's fees net of waivers for the close's
005140* fee-income figure.
005150*----------------------------------------------------------*
005160 4500-posting-pass.
005170     if sr-not-on-file (2)
005180         go to 4500-exit.
005190     move 2 to source-sub.
005200     move "N" to src-eof-switch.
005210     open input balance-file.
005220     if src-file-status not = "00"
005230         close balance-file
005240         move "N" to sr-status (source-sub)
005250         go to 4500-exit.
005260     perform 4600-read-posting thru 4600-exit
005270         until source-at-end.
005280     close balance-file.
005290 4500-exit.
005300     exit.

005310 4600-read-posting.
005320     read balance-file
005330         at end
005340             move "Y" to src-eof-switch
005350         not at end
005360             add 1 to sr-read (source-sub)
005370             evaluate true
005380                 when bal-carry-forward of balance-record
005390                     add 1 to sr-applied (source-sub)
005400                 when bal-nsf-fee of balance-record
005410                 when bal-utility of balance-record
005420                 when bal-adjustment of balance-record
005430                 when bal-waiver of balance-record
005440                 when bal-repair-charge of balance-record
005450                 when bal-lease-break of balance-record
005460                 when bal-abatement of balance-record
005470                     perform 4700-apply-posting thru 4700-exit
005480                 when other
005490                     add 1 to sr-skipped (source-sub)
005500             end-evaluate.
005510 4600-exit.
005520     exit.

005530 4700-apply-posting.
005540     move bal-building of balance-record to locate-building.
005550     move bal-aptnum of balance-record to locate-aptnum.
005560     move "Y" to create-switch.
005570     perform 3900-locate-unit thru 3900-exit.
005580     if not unit-located
005590         go to 4700-exit.
005600     if bal-date of balance-record
005610             > usm-carry-date of summary-record
005620         add bal-amount of balance-record
005630             to usm-open-postings of summary-record.
005640     move bal-date of balance-record to entry-date-work.
005650     if ed-yyyymm = prior-month
005660         and (bal-nsf-fee of balance-record
005670             or bal-waiver of balance-record)
005680         add bal-amount of balance-record
005690             to usm-prior-fees of summary-record.
005700     perform 3950-rewrite-unit thru 3950-exit.
005710 4700-exit.
005720     exit.

005730*----------------------------------------------------------*
005740* lease.dat: the latest lease record's end date.
005750*----------------------------------------------------------*
005760 5000-lease-pass.
005770     move 3 to source-sub.
005780     move "N" to src-eof-switch.
005790     open input lease-file.
005800     if src-file-status not = "00"
005810         close lease-file
005820         move "N" to sr-status (source-sub)
005830         go to 5000-exit.
005840     perform 5100-read-lease thru 5100-exit
005850         until source-at-end.
005860     close lease-file.
005870 5000-exit.
005880     exit.

005890 5100-read-lease.
005900     read lease-file
005910         at end
005920             move "Y" to src-eof-switch
005930             go to 5100-exit.
005940     add 1 to sr-read (source-sub).
005950     move lea-building of lease-record to locate-building.
005960     move lea-aptnum of lease-record to locate-aptnum.
005970     move "N" to create-switch.
005980     perform 3900-locate-unit thru 3900-exit.
005990     if not unit-located
006000         go to 5100-exit.
006010     move lea-end-date of lease-record
006020         to usm-lease-end of summary-record.
006030     perform 3950-rewrite-unit thru 3950-exit.
006040 5100-exit.
006050     exit.

006060*----------------------------------------------------------*
006070* workordr.dat: a count of the unit's open tickets.
006080*----------------------------------------------------------*
006090 5200-order-pass.
006100     move 4 to source-sub.
006110     move "N" to src-eof-switch.
006120     open input work-order-file.
006130     if src-file-status not = "00"
006140         close work-order-file
006150         move "N" to sr-status (source-sub)
006160         go to 5200-exit.
006170     perform 5300-read-order thru 5300-exit
006180         until source-at-end.
006190     close work-order-file.
006200 5200-exit.
006210     exit.

006220 5300-read-order.
006230     read work-order-file
006240         at end
006250             move "Y" to src-eof-switch
006260             go to 5300-exit.
006270     add 1 to sr-read (source-sub).
006280     if not wor-open of work-order-record
006290         add 1 to sr-skipped (source-sub)
006300         go to 5300-exit.
006310     move wor-building of work-order-record to locate-building.
006320     move wor-aptnum of work-order-record to locate-aptnum.
006330     move "N" to create-switch.
006340     perform 3900-locate-unit thru 3900-exit.
006350     if not unit-located
006360         go to 5300-exit.
006370     add 1 to usm-open-orders of summary-record.
006380     perform 3950-rewrite-unit thru 3950-exit.
006390 5300-exit.
006400     exit.

006410*----------------------------------------------------------*
006420* legcase.dat: the latest case record's status.
006430*----------------------------------------------------------*
006440 5400-legal-pass.
006450     move 5 to source-sub.
006460     move "N" to src-eof-switch.
006470     open input legal-case-file.
006480     if src-file-status not = "00"
006490         close legal-case-file
006500         move "N" to sr-status (source-sub)
006510         go to 5400-exit.
006520     perform 5500-read-case thru 5500-exit
006530         until source-at-end.
006540     close legal-case-file.
006550 5400-exit.
006560     exit.

006570 5500-read-case.
006580     read legal-case-file
006590         at end
006600             move "Y" to src-eof-switch
006610             go to 5500-exit.
006620     add 1 to sr-read (source-sub).
006630     move lgl-building of legal-case-record to locate-building.
006640     move lgl-aptnum of legal-case-record to locate-aptnum.
006650     move "N" to create-switch.
006660     perform 3900-locate-unit thru 3900-exit.
006670     if not unit-located
006680         go to 5500-exit.
006690     move lgl-status of legal-case-record
006700         to usm-legal-status of summary-record.
006710     perform 3950-rewrite-unit thru 3950-exit.
006720 5500-exit.
006730     exit.

006740*----------------------------------------------------------*
006750* payplan.dat: the latest plan record's status.
006760*----------------------------------------------------------*
006770 5600-plan-pass.
006780     move 6 to source-sub.
006790     move "N" to src-eof-switch.
006800     open input payment-plan-file.
006810     if src-file-status not = "00"
006820         close payment-plan-file
006830         move "N" to sr-status (source-sub)
006840         go to 5600-exit.
006850     perform 5700-read-plan thru 5700-exit
006860         until source-at-end.
006870     close payment-plan-file.
006880 5600-exit.
006890     exit.

006900 5700-read-plan.
006910     read payment-plan-file
006920         at end
006930             move "Y" to src-eof-switch
006940             go to 5700-exit.
006950     add 1 to sr-read (source-sub).
006960     move pln-building of payment-plan-record
006970         to locate-building.
006980     move pln-aptnum of payment-plan-record to locate-aptnum.
006990     move "N" to create-switch.
007000     perform 3900-locate-unit thru 3900-exit.
007010     if not unit-located
007020         go to 5700-exit.
007030     move pln-status of payment-plan-record
007040         to usm-plan-status of summary-record.
007050     perform 3950-rewrite-unit thru 3950-exit.
007060 5700-exit.
007070     exit.

007080*----------------------------------------------------------*
007090* badmail.dat: the latest returned-mail flag or clear.
007100*----------------------------------------------------------*
007110 5800-mail-pass.
007120     move 7 to source-sub.
007130     move "N" to src-eof-switch.
007140     open input bad-mail-file.
007150     if src-file-status not = "00"
007160         close bad-mail-file
007170         move "N" to sr-status (source-sub)
007180         go to 5800-exit.
007190     perform 5900-read-mail thru 5900-exit
007200         until source-at-end.
007210     close bad-mail-file.
007220 5800-exit.
007230     exit.

007240 5900-read-mail.
007250     read bad-mail-file
007260         at end
007270             move "Y" to src-eof-switch
007280             go to 5900-exit.
007290     add 1 to sr-read (source-sub).
007300     move bad-building of bad-mail-record to locate-building.
007310     move bad-aptnum of bad-mail-record to locate-aptnum.
007320     move "N" to create-switch.
007330     perform 3900-locate-unit thru 3900-exit.
007340     if not unit-located
007350         go to 5900-exit.
007360     move bad-status of bad-mail-record
007370         to usm-mail-status of summary-record.
007380     perform 3950-rewrite-unit thru 3950-exit.
007390 5900-exit.
007400     exit.

007410*----------------------------------------------------------*
007420* Last pass: each unit's balance, the close's arithmetic --
007430* rent less concession less paid for an occupied unit, plus
007440* the carry-forward and the open postings.
007450*----------------------------------------------------------*
007460 6000-balance-pass.
007470     move low-values to usm-key of summary-record.
007480     start summary-file key is not less than
007490             usm-key of summary-record
007500         invalid key
007510             move "10" to usm-file-status.
007520     perform 6100-read-summary thru 6100-exit
007530         until usm-file-status = "10".
007540 6000-exit.
007550     exit.

007560 6100-read-summary.
007570     read summary-file next record
007580         at end
007590             continue
007600         not at end
007610             perform 6200-compute-balance thru 6200-exit.
007620 6100-exit.
007630     exit.

007640 6200-compute-balance.
007650     if usm-on-master of summary-record
007660         and usm-occ-status of summary-record = "O"
007670         compute usm-balance of summary-record =
007680             usm-rent-amount of summary-record
007690                 - usm-concession of summary-record
007700                 - usm-amount-paid of summary-record
007710                 + usm-carry-fwd of summary-record
007720                 + usm-open-postings of summary-record
007730     else
007740         compute usm-balance of summary-record =
007750             usm-carry-fwd of summary-record
007760                 + usm-open-postings of summary-record.
007770     add 1 to units-summarized.
007780     add usm-balance of summary-record to balance-total.
007790     rewrite summary-record
007800         invalid key
007810             add 1 to balance-failed
007820             move "N" to proof-switch
007830             move "E" to TENOLOG-SEVERITY
007840             move usm-building of summary-record
007850                 to TENOLOG-BUILDING
007860             move usm-aptnum of summary-record
007870                 to TENOLOG-APTNUM
007880             move spaces to TENOLOG-TEXT
007890             string "balance rewrite failed, status "
007900                     delimited by size
007910                 usm-file-status delimited by size
007920                 into TENOLOG-TEXT
007930             call "TENOLOG" using TENOLOG-PARMS.
007940 6200-exit.
007950     exit.

007960 8000-control-report.
007970     move spaces to control-rpt-filename.
007980     string "unitsum." delimited by size
007990         run-date delimited by size
008000         into control-rpt-filename.
008010     open output control-report.
008020     move "UNIT SUMMARY BUILD CONTROL TOTALS" to report-line.
008030     write report-line.
008040     move spaces to report-line.
008050     string "RUN DATE: " delimited by size
008060         run-date delimited by size
008070         "   PRIOR MONTH: " delimited by size
008080         prior-month delimited by size
008090         into report-line.
008100     write report-line.
008110     move spaces to report-line.
008120     write report-line.
008130     move spaces to report-line.
008140     string "UNITS FROM INDEXED.DBF:    " delimited by size
008150         units-loaded delimited by size
008160         into report-line.
008170     write report-line.
008180     move spaces to report-line.
008190     write report-line.
008200     move spaces to report-line.
008210     string "FILE            READ  APPLIED  SKIPPED   FAILED"
008220         delimited by size
008230         into report-line.
008240     write report-line.
008250     add 6 to line-count.
008260     perform 8100-source-line thru 8100-exit
008270         varying source-sub from 1 by 1
008280         until source-sub > 7.
008290     move spaces to report-line.
008300     write report-line.
008310     move spaces to report-line.
008320     string "UNITS NOT ON INDEXED.DBF:  " delimited by size
008330         units-off-master delimited by size
008340         into report-line.
008350     write report-line.
008360     move spaces to report-line.
008370     string "UNITS SUMMARIZED:          " delimited by size
008380         units-summarized delimited by size
008390         into report-line.
008400     write report-line.
008410     move balance-total to edited-total.
008420     move spaces to report-line.
008430     string "TOTAL BALANCE:     " delimited by size
008440         edited-total delimited by size
008450         into report-line.
008460     write report-line.
008470     if units-summarized not = units-loaded + units-off-master
008480         move "N" to proof-switch.
008490     move spaces to report-line.
008500     write report-line.
008510     if summary-proves
008520         move "  CONTROL TOTALS PROVE" to report-line
008530     else
008540         move "  *** CONTROL TOTALS DO NOT PROVE ***"
008550             to report-line.
008560     write report-line.
008570     add 6 to line-count.
008580     close control-report.
008590 8000-exit.
008600     exit.

008610 8100-source-line.
008620     if sr-read (source-sub) not =
008630             sr-applied (source-sub) + sr-skipped (source-sub)
008640                 + sr-failed (source-sub)
008650         or sr-failed (source-sub) > zero
008660         move "N" to proof-switch.
008670     move spaces to report-line.
008680     string source-name (source-sub) delimited by size
008690         " " delimited by size
008700         sr-read (source-sub) delimited by size
008710         "  " delimited by size
008720         sr-applied (source-sub) delimited by size
008730         "  " delimited by size
008740         sr-skipped (source-sub) delimited by size
008750         "  " delimited by size
008760         sr-failed (source-sub) delimited by size
008770         into report-line.
008780     if sr-not-on-file (source-sub)
008790         move "NOT ON FILE" to report-line (52:11).
008800     write report-line.
008810     add 1 to line-count.
008820 8100-exit.
008830     exit.

008840 9000-finish.
008850     close summary-file.
008860     move "TENUSUM" to TENRCAT-PROGRAM.
008870     move control-rpt-filename to TENRCAT-FILENAME.
008880     move 1 to TENRCAT-PAGES.
008890     move line-count to TENRCAT-LINES.
008900     call "TENRCAT" using TENRCAT-PARMS.
008910     if summary-proves
008920         move "I" to TENOLOG-SEVERITY
008930         move spaces to TENOLOG-TEXT
008940         string units-summarized delimited by size
008950             " unit(s) summarized" delimited by size
008960             into TENOLOG-TEXT
008970         call "TENOLOG" using TENOLOG-PARMS
008980     else
008990         move "E" to TENOLOG-SEVERITY
009000         move "control totals do not prove" to TENOLOG-TEXT
009010         call "TENOLOG" using TENOLOG-PARMS
009020         move 1 to return-code.
009030 9000-exit.
009040     exit.

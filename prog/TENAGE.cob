000210* date, with bucket subtotals per building and a portfolio
000220* total, all edited through the shared TENFMT subprogram.
000230* Day counts are actual calendar days through the shared
000240* TENDAYS subprogram.  A balance is aged charge by charge:
000250* the TENAPLY allocation says which open charges the
000260* unit's payments have not yet paid, and each goes in the
000270* bucket for its own age, listed under the unit.
000280*----------------------------------------------------------*
000290* MODIFICATION HISTORY
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-15 JHM   Messages now go through TENOLOG to the
000320*                    dated operations log, each with its
000330*                    severity (and the unit where there is
000340*                    one); aborts raise a menu alert.
000350*   2026-10-15 JHM   The unit summary is used only when it
000360*                    was built for today, and then allows for
000370*                    payments posted since it was built (a
000380*                    unit paid since ages from today); a stale
000390*                    summary falls back to the tenant record
000400*                    and the payment ledger.
000410*   2026-10-15 JHM   The balance is now aged by what the
000420*                    payments actually paid: a TENAPLY
000430*                    inquiry returns the unit's open charges
000440*                    after allocation in the company's
000450*                    payorder.dat order, each charge lands
000460*                    in the bucket for its own date (fees
000470*                    and other postings from the posting
000480*                    date, rent from its due date, the
000490*                    prior balance from the closed month's
000500*                    due date) and is listed under the unit,
000510*                    whose line carries the oldest charge's
000520*                    bucket.  A unit the allocation finds
000530*                    nothing open on is aged the old way.
000540*   2026-10-15 JHM   The debt is now aged from the unit's own
000550*                    due date: the first due date on or after
000560*                    the last payment (or occupancy) date,
000570*                    from the TENDUEL lookup's due day or
000580*                    Wednesday, holidays on batcal.ctl
000590*                    passed over.  A unit not yet due is
000600*                    current.
000610*   2026-10-15 JHM   The balance due and the last-payment
000620*                    date now come from the unit's nightly
000630*                    unitsum.dbf record (TENUSML lookup), so
000640*                    the aging buckets the balance every
000650*                    other report shows -- carry-forward and
000660*                    postings included, the month's
000670*                    concession taken off.  A unit not on
000680*                    the summary, or no summary at all, is
000690*                    aged the old way.
000700*   2026-09-03 JHM   Bucket day counts now come from the
000710*                    TENDAYS calendar subprogram (actual
000720*                    days, leap years handled) instead of
000730*                    the 30-day-month approximation, so a
000740*                    tenant no longer shifts buckets just
000750*                    because February happened.
000760*   2026-09-03 JHM   The last-payment date now comes from
000770*                    the keyed payledgx.dbf ledger through
000780*                    the TENPAYL subprogram instead of a
000790*                    full sequential scan of payledgr.dat.
000800*                    When the keyed file is not on file
000810*                    (TENPCNV has not run) the report ages
000820*                    from occupancy dates with a warning,
000830*                    the old no-ledger behavior.
000840*   2026-08-22 JHM   Original program.
000850*----------------------------------------------------------*
000860 identification division.
000870 program-id. tenage.
000880 author. J. H. Masters.
000890 installation. Property Management Systems.
000900 date-written. 2026-08-22.
000910 date-compiled. 2026-08-22.

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

001030     select aging-report assign to disk
001040         organization is line sequential.

001050 data division.
001060 file section.
001070 fd  sample-idx-file
001080     label records are standard
001090     value of file-id is "indexed.dbf".
001100     copy TENREC
001110         replacing ==:REC-NAME:== by ==sample-idx-record==
001120             ==address== by ==street-addr==.

001130 fd  aging-report
001140     label records are standard
001150     value of file-id is "aging.rpt".
001160 01  report-line             picture is X(80).

001170 working-storage section.
001180 01  idx-file-status         picture is X(02).
001190 01  ledger-warned-switch    picture is X(01) value "N".
001200     88  ledger-warned               value "Y".
001210 01  summary-warned-switch   picture is X(01) value "N".
001220     88  summary-warned              value "Y".
001230 01  summary-current-switch  picture is X(01) value "N".
001240     88  summary-current             value "Y".
001250     copy TENPAYL.
001260     copy TENUSML.
001270     copy TENDAYS.
001280     copy TENDUEL.
001290     copy TENAPLY.
001300     copy TENOLOG.
001310 01  run-date                picture is 9(08).
001320 01  aged-date               picture is 9(08).
001330 01  days-late               picture is S9(05).
001340 01  oldest-days             picture is S9(05).
001350 01  aply-sub                picture is 9(02).
001360 01  class-text              picture is X(14).
001370 01  prior-date              picture is 9(08).
001380 01  prior-date-parts redefines prior-date.
001390     05  prior-yyyy          picture is 9(04).
001400     05  prior-mm            picture is 9(02).
001410     05  prior-dd            picture is 9(02).

001420 01  balance-due             picture is S9(07)V99.
001430 01  current-building        picture is 9(02) value zero.
001440 01  first-record-switch     picture is X(01) value "Y".
001450     88  first-record                value "Y".
001460 01  bucket-sub              picture is 9(01).
001470 01  building-buckets.
001480     05  bldg-bucket         picture is S9(07)V99
001490                             occurs 4 times.
001500 01  portfolio-buckets.
001510     05  port-bucket         picture is S9(07)V99
001520                             occurs 4 times.
001530 01  bucket-text             picture is X(12).
001540     copy TENFMT.

001550 procedure division.
001560 0000-mainline.
001570     move "TENAGE" to TENOLOG-PROGRAM.
001580     perform 1000-initialize thru 1000-exit.
001590     perform 3000-read-units thru 3000-exit
001600         until idx-file-status = "10".
001610     perform 8000-building-break thru 8000-exit.
001620     perform 9000-finish thru 9000-exit.
001630     goback.

001640 1000-initialize.
001650     move "I" to TENOLOG-SEVERITY
001660     move "building delinquency aging report" to TENOLOG-TEXT
001670     call "TENOLOG" using TENOLOG-PARMS.
001680     accept run-date from date yyyymmdd.
001690     open input sample-idx-file.
001700     if idx-file-status not = "00"
001710         move "A" to TENOLOG-SEVERITY
001720         move spaces to TENOLOG-TEXT
001730         string "cannot open indexed.dbf, status "
001740                 delimited by size
001750             idx-file-status delimited by size
001760             into TENOLOG-TEXT
001770         call "TENOLOG" using TENOLOG-PARMS
001780         move 1 to return-code
001790         goback.
001800     open output aging-report.
001810     move "DELINQUENCY AGING REPORT" to report-line.
001820     write report-line.
001830     move spaces to report-line.
001840     string "RUN DATE: " delimited by size
001850         run-date delimited by size
001860         into report-line.
001870     write report-line.
001880     move spaces to report-line.
001890     string "BLDG APT   NAME                      BALANCE"
001900         "      AGE BUCKET" delimited by size
001910         into report-line.
001920     write report-line.
001930     perform 7000-zero-buckets thru 7000-exit.
001940     perform 7100-zero-portfolio thru 7100-exit.
001950 1000-exit.
001960     exit.

001970 3000-read-units.
001980     read sample-idx-file next record
001990         at end
002000             continue
002010         not at end
002020             perform 3100-age-unit thru 3100-exit.
002030 3000-exit.
002040     exit.

002050 3100-age-unit.
002060     if not occ-occupied of sample-idx-record
002070         go to 3100-exit.
002080     if not first-record
002090         and building-id of sample-idx-record
002100             not = current-building
002110         perform 8000-building-break thru 8000-exit.
002120     move "N" to first-record-switch.
002130     move building-id of sample-idx-record to current-building.
002140     perform 3150-find-balance thru 3150-exit.
002150     if balance-due <= zero
002160         go to 3100-exit.
002170     perform 3160-find-open-charges thru 3160-exit.
002180     if TENAPLY-OPEN-TOTAL > zero
002190         move TENAPLY-OPEN-TOTAL to balance-due
002200         perform 3500-age-charges thru 3500-exit
002210         go to 3100-exit.
002220     perform 3200-find-aged-date thru 3200-exit.
002230     perform 3250-find-due-date thru 3250-exit.
002240     perform 3300-compute-days-late thru 3300-exit.
002250     perform 3350-pick-bucket thru 3350-exit.
002260     add balance-due to bldg-bucket (bucket-sub).
002270     add balance-due to port-bucket (bucket-sub).
002280     perform 3400-print-unit thru 3400-exit.
002290 3100-exit.
002300     exit.

002310*----------------------------------------------------------*
002320* The unit's balance off tonight's unit summary, with the
002330* payments posted since it was built taken off; rent less
002340* paid off the tenant record when the unit is not on it or
002350* the summary was not built today.
002360*----------------------------------------------------------*
002370 3150-find-balance.
002380     move "N" to summary-current-switch.
002390     move building-id of sample-idx-record to TENUSML-BUILDING.
002400     move aptnum of sample-idx-record to TENUSML-APTNUM.
002410     call "TENUSML" using TENUSML-PARMS.
002420     if TENUSML-FOUND
002430         and TENUSML-AS-OF-DATE = run-date
002440         move "Y" to summary-current-switch
002450         compute balance-due =
002460             TENUSML-BALANCE + TENUSML-AMOUNT-PAID
002470                 - amount-paid of sample-idx-record
002480         go to 3150-exit.
002490     if TENUSML-FOUND
002500         and not summary-warned
002510         move "Y" to summary-warned-switch
002520         move "W" to TENOLOG-SEVERITY
002530         move spaces to TENOLOG-TEXT
002540         string "unitsum.dbf not built today - balances "
002550                 delimited by size
002560             "from indexed.dbf only" delimited by size
002570             into TENOLOG-TEXT
002580         call "TENOLOG" using TENOLOG-PARMS.
002590     if TENUSML-NOT-AVAILABLE
002600         and not summary-warned
002610         move "Y" to summary-warned-switch
002620         move "W" to TENOLOG-SEVERITY
002630         move spaces to TENOLOG-TEXT
002640         string "unitsum.dbf not on file - run TENUSUM - "
002650                 delimited by size
002660             "balances from indexed.dbf only" delimited by size
002670             into TENOLOG-TEXT
002680         call "TENOLOG" using TENOLOG-PARMS.
002690     compute balance-due =
002700         rent-amount of sample-idx-record
002710             - amount-paid of sample-idx-record.
002720 3150-exit.
002730     exit.

002740*----------------------------------------------------------*
002750* The unit's charges still open once its payments are
002760* allocated, from a TENAPLY inquiry.
002770*----------------------------------------------------------*
002780 3160-find-open-charges.
002790     move "I" to TENAPLY-FUNCTION.
002800     move company-code of sample-idx-record to TENAPLY-COMPANY.
002810     move building-id of sample-idx-record to TENAPLY-BUILDING.
002820     move aptnum of sample-idx-record to TENAPLY-APTNUM.
002830     move rent-amount of sample-idx-record to TENAPLY-RENT.
002840     move amount-paid of sample-idx-record
002850         to TENAPLY-PRIOR-PAID.
002860     move run-date to TENAPLY-PAY-DATE.
002870     move zero to TENAPLY-AMOUNT.
002880     move zero to TENAPLY-RECEIPT-NO.
002890     move space to TENAPLY-METHOD.
002900     move "TENAGE" to TENAPLY-PROGRAM.
002910     call "TENAPLY" using TENAPLY-PARMS.
002920 3160-exit.
002930     exit.

002940*----------------------------------------------------------*
002950* The unit's most recent payment date, fetched keyed from
002960* payledgx.dbf through TENPAYL; occupancy date when the
002970* unit has never paid or the keyed file is absent.  A unit
002980* whose tenant record shows more paid than today's summary
002990* has paid since the summary was built, today.
003000*----------------------------------------------------------*
003010 3200-find-aged-date.
003020     move occ-status-date of sample-idx-record to aged-date.
003030     if summary-current
003040         and amount-paid of sample-idx-record
003050             > TENUSML-AMOUNT-PAID
003060         move run-date to aged-date
003070         go to 3200-exit.
003080     if summary-current
003090         if TENUSML-LAST-PAY-DATE not = zero
003100             move TENUSML-LAST-PAY-DATE to aged-date
003110         end-if
003120         go to 3200-exit.
003130     move "L" to TENPAYL-FUNCTION.
003140     move building-id of sample-idx-record
003150         to TENPAYL-BUILDING.
003160     move aptnum of sample-idx-record to TENPAYL-APTNUM.
003170     call "TENPAYL" using TENPAYL-PARMS.
003180     if TENPAYL-FOUND
003190         move TENPAYL-DATE to aged-date
003200         go to 3200-exit.
003210     if TENPAYL-NOT-AVAILABLE
003220         and not ledger-warned
003230         move "Y" to ledger-warned-switch
003240         move "W" to TENOLOG-SEVERITY
003250         move spaces to TENOLOG-TEXT
003260         string "payledgx.dbf not on file - run TENPCNV "
003270                 delimited by size
003280             "- aged from occupancy dates" delimited by size
003290             into TENOLOG-TEXT
003300         call "TENOLOG" using TENOLOG-PARMS.
003310 3200-exit.
003320     exit.

003330*----------------------------------------------------------*
003340* The debt runs from the unit's first due date on or after
003350* the aged-from date, by its own due day.
003360*----------------------------------------------------------*
003370 3250-find-due-date.
003380     if aged-date = zero
003390         go to 3250-exit.
003400     move building-id of sample-idx-record to TENDUEL-BUILDING.
003410     move aptnum of sample-idx-record to TENDUEL-APTNUM.
003420     move "N" to TENDUEL-FUNCTION.
003430     move aged-date to TENDUEL-FROM-DATE.
003440     call "TENDUEL" using TENDUEL-PARMS.
003450     move TENDUEL-DUE-DATE to aged-date.
003460 3250-exit.
003470     exit.

003480*----------------------------------------------------------*
003490* Actual calendar days since the aged-from date, through
003500* the shared TENDAYS subprogram.
003510*----------------------------------------------------------*
003520 3300-compute-days-late.
003530     move aged-date to TENDAYS-FROM.
003540     move run-date to TENDAYS-TO.
003550     call "TENDAYS" using TENDAYS-PARMS.
003560     move TENDAYS-DAYS to days-late.
003570     if days-late < zero
003580         move zero to days-late.
003590 3300-exit.
003600     exit.

003610 3350-pick-bucket.
003620     evaluate true
003630         when days-late < 30
003640             move 1 to bucket-sub
003650         when days-late < 60
003660             move 2 to bucket-sub
003670         when days-late < 90
003680             move 3 to bucket-sub
003690         when other
003700             move 4 to bucket-sub
003710     end-evaluate.
003720 3350-exit.
003730     exit.

003740 3400-print-unit.
003750     move "A" to TENFMT-FORMAT-CODE.
003760     move balance-due to TENFMT-RAW-AMOUNT.
003770     call "TENFMT" using TENFMT-PARMS.
003780     move spaces to report-line.
003790     string building-id of sample-idx-record delimited by size
003800         "-" delimited by size
003810         aptnum of sample-idx-record delimited by size
003820         "  " delimited by size
003830         name of sample-idx-record delimited by size
003840         " " delimited by size
003850         TENFMT-EDITED-OUT delimited by size
003860         into report-line.
003870     evaluate bucket-sub
003880         when 1
003890             move " CURRENT" to report-line (67:8)
003900         when 2
003910             move " 30 DAYS" to report-line (67:8)
003920         when 3
003930             move " 60 DAYS" to report-line (67:8)
003940         when 4
003950             move " 90+DAYS" to report-line (67:8)
003960     end-evaluate.
003970     write report-line.
003980 3400-exit.
003990     exit.

004000*----------------------------------------------------------*
004010* Each open charge goes in its own bucket; the unit line
004020* carries the oldest one's, and the charges follow it.
004030*----------------------------------------------------------*
004040 3500-age-charges.
004050     move zero to oldest-days.
004060     perform 3510-age-charge thru 3510-exit
004070         varying aply-sub from 1 by 1
004080         until aply-sub > TENAPLY-ITEM-COUNT.
004090     move oldest-days to days-late.
004100     perform 3350-pick-bucket thru 3350-exit.
004110     perform 3400-print-unit thru 3400-exit.
004120     perform 3550-print-charge thru 3550-exit
004130         varying aply-sub from 1 by 1
004140         until aply-sub > TENAPLY-ITEM-COUNT.
004150 3500-exit.
004160     exit.

004170 3510-age-charge.
004180     if TENAPLY-ITEM-OPEN (aply-sub) = zero
004190         go to 3510-exit.
004200     perform 3520-charge-date thru 3520-exit.
004210     perform 3300-compute-days-late thru 3300-exit.
004220     perform 3350-pick-bucket thru 3350-exit.
004230     add TENAPLY-ITEM-OPEN (aply-sub)
004240         to bldg-bucket (bucket-sub).
004250     add TENAPLY-ITEM-OPEN (aply-sub)
004260         to port-bucket (bucket-sub).
004270     if days-late > oldest-days
004280         move days-late to oldest-days.
004290 3510-exit.
004300     exit.

004310*----------------------------------------------------------*
004320* A charge ages from its own date; the prior balance from
004330* the due date of the month the close carried it out of.
004340*----------------------------------------------------------*
004350 3520-charge-date.
004360     move TENAPLY-ITEM-DATE (aply-sub) to aged-date.
004370     if TENAPLY-ITEM-CLASS (aply-sub) not = "P"
004380         or aged-date = zero
004390         go to 3520-exit.
004400     move aged-date to prior-date.
004410     if prior-mm = 01
004420         subtract 1 from prior-yyyy
004430         move 12 to prior-mm
004440     else
004450         subtract 1 from prior-mm.
004460     move building-id of sample-idx-record to TENDUEL-BUILDING.
004470     move aptnum of sample-idx-record to TENDUEL-APTNUM.
004480     move "M" to TENDUEL-FUNCTION.
004490     move prior-date (1:6) to TENDUEL-MONTH.
004500     call "TENDUEL" using TENDUEL-PARMS.
004510     move TENDUEL-DUE-DATE to aged-date.
004520 3520-exit.
004530     exit.

004540 3550-print-charge.
004550     if TENAPLY-ITEM-OPEN (aply-sub) = zero
004560         go to 3550-exit.
004570     perform 3520-charge-date thru 3520-exit.
004580     perform 3300-compute-days-late thru 3300-exit.
004590     perform 3350-pick-bucket thru 3350-exit.
004600     evaluate TENAPLY-ITEM-CLASS (aply-sub)
004610         when "F"
004620             move "LATE/NSF FEE" to class-text
004630         when "U"
004640             move "UTILITY" to class-text
004650         when "R"
004660             move "REPAIR CHARGE" to class-text
004670         when "T"
004680             move "LEASE BREAK" to class-text
004690         when "A"
004700             move "ADJUSTMENT" to class-text
004710         when "P"
004720             move "PRIOR BALANCE" to class-text
004730         when other
004740             move "RENT" to class-text
004750     end-evaluate.
004760     move "A" to TENFMT-FORMAT-CODE.
004770     move TENAPLY-ITEM-OPEN (aply-sub) to TENFMT-RAW-AMOUNT.
004780     call "TENFMT" using TENFMT-PARMS.
004790     move spaces to report-line.
004800     string "         " delimited by size
004810         class-text delimited by size
004820         " " delimited by size
004830         TENAPLY-ITEM-DATE (aply-sub) delimited by size
004840         into report-line.
004850     move TENFMT-EDITED-OUT to report-line (36:12).
004860     evaluate bucket-sub
004870         when 1
004880             move " CURRENT" to report-line (67:8)
004890         when 2
004900             move " 30 DAYS" to report-line (67:8)
004910         when 3
004920             move " 60 DAYS" to report-line (67:8)
004930         when 4
004940             move " 90+DAYS" to report-line (67:8)
004950     end-evaluate.
004960     write report-line.
004970 3550-exit.
004980     exit.

004990 7000-zero-buckets.
005000     perform 7010-zero-one thru 7010-exit
005010         varying bucket-sub from 1 by 1
005020         until bucket-sub > 4.
005030 7000-exit.
005040     exit.

005050 7010-zero-one.
005060     move zero to bldg-bucket (bucket-sub).
005070 7010-exit.
005080     exit.

005090 7100-zero-portfolio.
005100     perform 7110-zero-one thru 7110-exit
005110         varying bucket-sub from 1 by 1
005120         until bucket-sub > 4.
005130 7100-exit.
005140     exit.

005150 7110-zero-one.
005160     move zero to port-bucket (bucket-sub).
005170 7110-exit.
005180     exit.

005190 8000-building-break.
005200     move spaces to report-line.
005210     string "  BUILDING " delimited by size
005220         current-building delimited by size
005230         " TOTALS BY BUCKET:" delimited by size
005240         into report-line.
005250     write report-line.
005260     perform 8100-print-bucket thru 8100-exit
005270         varying bucket-sub from 1 by 1
005280         until bucket-sub > 4.
005290     move spaces to report-line.
005300     write report-line.
005310     perform 7000-zero-buckets thru 7000-exit.
005320 8000-exit.
005330     exit.

005340 8100-print-bucket.
005350     move "A" to TENFMT-FORMAT-CODE.
005360     move bldg-bucket (bucket-sub) to TENFMT-RAW-AMOUNT.
005370     call "TENFMT" using TENFMT-PARMS.
005380     move TENFMT-EDITED-OUT to bucket-text.
005390     move spaces to report-line.
005400     evaluate bucket-sub
005410         when 1
005420             move "    CURRENT:  " to report-line (1:14)
005430         when 2
005440             move "    30 DAYS:  " to report-line (1:14)
005450         when 3
005460             move "    60 DAYS:  " to report-line (1:14)
005470         when 4
005480             move "    90+ DAYS: " to report-line (1:14)
005490     end-evaluate.
005500     move bucket-text to report-line (15:12).
005510     write report-line.
005520 8100-exit.
005530     exit.

005540 9000-finish.
005550     move spaces to report-line.
005560     move "PORTFOLIO TOTALS BY BUCKET:" to report-line.
005570     write report-line.
005580     perform 9100-print-portfolio thru 9100-exit
005590         varying bucket-sub from 1 by 1
005600         until bucket-sub > 4.
005610     close sample-idx-file aging-report.
005620     move "I" to TENOLOG-SEVERITY
005630     move "aging report complete" to TENOLOG-TEXT
005640     call "TENOLOG" using TENOLOG-PARMS.
005650 9000-exit.
005660     exit.

005670 9100-print-portfolio.
005680     move "A" to TENFMT-FORMAT-CODE.
005690     move port-bucket (bucket-sub) to TENFMT-RAW-AMOUNT.
005700     call "TENFMT" using TENFMT-PARMS.
005710     move TENFMT-EDITED-OUT to bucket-text.
005720     move spaces to report-line.
005730     evaluate bucket-sub
005740         when 1
005750             move "    CURRENT:  " to report-line (1:14)
005760         when 2
005770             move "    30 DAYS:  " to report-line (1:14)
005780         when 3
005790             move "    60 DAYS:  " to report-line (1:14)
005800         when 4
005810             move "    90+ DAYS: " to report-line (1:14)
005820     end-evaluate.
005830     move bucket-text to report-line (15:12).
005840     write report-line.
005850 9100-exit.
005860     exit.

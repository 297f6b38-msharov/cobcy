000100*----------------------------------------------------------*
000110* TENCRPT.COB
000120*
000130* Monthly positive rent reporting.  On the first of the
000140* month builds the consumer credit bureau's rent-reporting
000150* file (rentrpt.YYYYMM, for the month just closed) for
000160* every tenant whose latest crdopt.dat record is enrolled.
000170* Each detail carries the account, the month's rent less
000180* any TENCNCL concession credit, the amount paid that month
000190* off payledgr.dat, and the days late:
000200*   - rent covered: actual days from the month's due date
000210*     (the unit's own due day off the TENDUEL lookup) to the
000220*     payment that covered it;
000230*   - rent not covered: days since the first due date on or
000240*     after the last payment (the occupancy date when none),
000250*     the TENAGE rule;
000260* both through the TENDAYS calendar.  The bureau status
000270* follows the days late (11 current, 71 30 days, 78 60,
000280* 80 90, 82 120 and over).  A unit under an active TENPLAN
000290* payment plan carries special comment AC, and one with an
000300* open legcase.dat case carries LP, which takes precedence.
000310* A former tenant on fmrten.dat who was enrolled at move-out
000320* gets a closed-account record (13, or 93 at the agency, 97
000330* written off) in the month after the move-out month -- the
000340* file for the move-out month.
000350*----------------------------------------------------------*
000360* MODIFICATION HISTORY
000370*   DATE       INIT  DESCRIPTION
000380*   2026-10-15 JHM   Days late run from the unit's own due
000390*                    date (TENDUEL): the month's due date when
000400*                    the rent was covered, the first due date
000410*                    after the last payment when it was not,
000420*                    so a tenant due on the 15th who pays on
000430*                    the 15th is reported current.
000440*   2026-10-15 JHM   Messages now go through TENOLOG to the
000450*                    dated operations log, each with its
000460*                    severity (and the unit where there is
000470*                    one); aborts raise a menu alert.
000480*   2026-10-15 JHM   Original program.
000490*----------------------------------------------------------*
000500 identification division.
000510 program-id. tencrpt.
000520 author. J. H. Masters.
000530 installation. Property Management Systems.
000540 date-written. 2026-10-15.
000550 date-compiled. 2026-10-15.

000560 environment division.
000570 configuration section.
000580 source-computer. Intel486.
000590 object-computer. Intel486.

000600 input-output section.
000610 file-control.
000620     select sample-idx-file assign to disk
000630         organization is indexed
000640         record key is unit-key of sample-idx-record
000650         access mode is sequential
000660         file status is idx-file-status.

000670     select optional enrollment-file assign to disk
000680         organization is line sequential
000690         file status is cro-file-status.

000700     select optional payment-ledger-file assign to disk
000710         organization is line sequential
000720         file status is pay-file-status.

000730     select optional payment-plan-file assign to disk
000740         organization is line sequential
000750         file status is pln-file-status.

000760     select optional legal-case-file assign to disk
000770         organization is line sequential
000780         file status is lgl-file-status.

000790     select optional former-tenant-file assign to disk
000800         organization is line sequential
000810         file status is fmr-file-status.

000820     select optional payer-control-file assign to disk
000830         organization is line sequential
000840         file status is pyr-file-status.

000850     select bureau-file assign to disk
000860         organization is line sequential.

000870 data division.
000880 file section.
000890 fd  sample-idx-file
000900     label records are standard
000910     value of file-id is "indexed.dbf".
000920     copy TENREC
000930         replacing ==:REC-NAME:== by ==sample-idx-record==
000940             ==address== by ==street-addr==.

000950 fd  enrollment-file
000960     label records are standard
000970     value of file-id is "crdopt.dat".
000980     copy TENCRO
000990         replacing ==:REC-NAME:==
001000             by ==enrollment-record==.

001010 fd  payment-ledger-file
001020     label records are standard
001030     value of file-id is "payledgr.dat".
001040     copy TENPAY
001050         replacing ==:REC-NAME:==
001060             by ==payment-record==.

001070 fd  payment-plan-file
001080     label records are standard
001090     value of file-id is "payplan.dat".
001100     copy TENPLN
001110         replacing ==:REC-NAME:==
001120             by ==payment-plan-record==.

001130 fd  legal-case-file
001140     label records are standard
001150     value of file-id is "legcase.dat".
001160     copy TENLGL
001170         replacing ==:REC-NAME:==
001180             by ==legal-case-record==.

001190 fd  former-tenant-file
001200     label records are standard
001210     value of file-id is "fmrten.dat".
001220     copy TENFMR
001230         replacing ==:REC-NAME:==
001240             by ==former-tenant-record==.

001250 fd  payer-control-file
001260     label records are standard
001270     value of file-id is "payer.ctl".
001280     copy TENPYR
001290         replacing ==:REC-NAME:==
001300             by ==payer-control-record==.

001310*----------------------------------------------------------*
001320* The bureau's rent-reporting layout: 200-byte records,
001330* H header, D detail per account, T trailer.  Amounts are
001340* unsigned with two implied decimals.
001350*----------------------------------------------------------*
001360 fd  bureau-file
001370     label records are standard
001380     value of file-id is bureau-filename.
001390 01  bureau-detail-record.
001400     05  crb-rec-type        picture is X(01).
001410     05  crb-account         picture is X(14).
001420     05  crb-name            picture is X(25).
001430     05  crb-street          picture is X(25).
001440     05  crb-unit            picture is 9(04).
001450     05  crb-city            picture is X(15).
001460     05  crb-state           picture is X(02).
001470     05  crb-zip             picture is X(10).
001480     05  crb-birth-date      picture is 9(08).
001490     05  crb-month           picture is 9(06).
001500     05  crb-status          picture is X(02).
001510     05  crb-special-comment picture is X(02).
001520     05  crb-monthly-rent    picture is 9(05)V99.
001530     05  crb-amount-paid     picture is 9(05)V99.
001540     05  crb-days-late       picture is 9(03).
001550     05  crb-balance         picture is 9(06)V99.
001560     05  filler              picture is X(61).
001570 01  bureau-header-record.
001580     05  filler              picture is X(01).
001590     05  crb-file-date       picture is 9(08).
001600     05  crb-report-month    picture is 9(06).
001610     05  crb-reporter-name   picture is X(40).
001620     05  filler              picture is X(145).
001630 01  bureau-trailer-record.
001640     05  filler              picture is X(01).
001650     05  crb-detail-count    picture is 9(06).
001660     05  filler              picture is X(193).

001670 working-storage section.
001680 01  bureau-filename         picture is X(30).
001690     copy TENDAYS.
001700     copy TENCNCL.
001710     copy TENDUEL.
001720 01  idx-file-status         picture is X(02).
001730 01  cro-file-status         picture is X(02).
001740 01  pay-file-status         picture is X(02).
001750 01  pln-file-status         picture is X(02).
001760 01  lgl-file-status         picture is X(02).
001770 01  fmr-file-status         picture is X(02).
001780 01  pyr-file-status         picture is X(02).
001790 01  cro-eof-switch          picture is X(01) value "N".
001800     88  enrollment-file-at-end      value "Y".
001810 01  pay-eof-switch          picture is X(01) value "N".
001820     88  payment-file-at-end         value "Y".
001830 01  pln-eof-switch          picture is X(01) value "N".
001840     88  plan-file-at-end            value "Y".
001850 01  lgl-eof-switch          picture is X(01) value "N".
001860     88  case-file-at-end            value "Y".
001870 01  fmr-eof-switch          picture is X(01) value "N".
001880     88  former-file-at-end          value "Y".
001890 01  enrolled-switch         picture is X(01).
001900     88  tenant-enrolled             value "Y".
001910 01  run-date                picture is 9(08).
001920 01  run-date-breakdown redefines run-date.
001930     05  run-date-yyyymm     picture is 9(06).
001940     05  run-date-day        picture is 9(02).
001950 01  report-month            picture is 9(06).
001960 01  report-month-parts redefines report-month.
001970     05  rm-yyyy             picture is 9(04).
001980     05  rm-mm               picture is 9(02).
001990 01  date-work               picture is 9(08).
002000 01  date-work-parts redefines date-work.
002010     05  dw-yyyymm           picture is 9(06).
002020     05  dw-dd               picture is 9(02).
002030 01  pay-sub                 picture is 9(02).
002040 01  sum-sub                 picture is 9(02).
002050 01  through-sub             picture is 9(02).
002060 01  former-sub              picture is 9(03).
002070 01  detail-count            picture is 9(06) value zero.
002080 01  closed-count            picture is 9(05) value zero.
002090 01  monthly-rent            picture is S9(05)V99.
002100 01  month-paid              picture is S9(06)V99.
002110 01  month-balance           picture is S9(06)V99.
002120 01  paid-through            picture is S9(06)V99.
002130 01  covered-date            picture is 9(08).
002140 01  aged-date               picture is 9(08).
002150 01  days-late               picture is S9(05).

002160*----------------------------------------------------------*
002170* Bureau special comments for units under arrangement.
002180*----------------------------------------------------------*
002190 01  plan-comment            picture is X(02) value "AC".
002200 01  legal-comment           picture is X(02) value "LP".

002210*----------------------------------------------------------*
002220* Latest crdopt.dat record per unit and tenant name.
002230*----------------------------------------------------------*
002240 01  enroll-table-area.
002250     05  enroll-table-count  picture is 9(04) value zero.
002260     05  enroll-table-entry occurs 1 to 2000 times
002270             depending on enroll-table-count
002280             indexed by enroll-table-index.
002290         10  en-building     picture is 9(02).
002300         10  en-aptnum       picture is 9(04).
002310         10  en-name         picture is X(25).
002320         10  en-opt-in       picture is X(01).
002330         10  en-account      picture is X(14).
002340         10  en-birth-date   picture is 9(08).

002350*----------------------------------------------------------*
002360* Payments of enrolled units off payledgr.dat: the latest
002370* payment date through tonight, and the report month's
002380* payments one by one, compaction roll-ups left out.
002390*----------------------------------------------------------*
002400 01  payment-table-area.
002410     05  payment-table-count picture is 9(04) value zero.
002420     05  payment-table-entry occurs 1 to 2000 times
002430             depending on payment-table-count
002440             indexed by payment-table-index.
002450         10  pt-building     picture is 9(02).
002460         10  pt-aptnum       picture is 9(04).
002470         10  pt-last-date    picture is 9(08).
002480         10  pt-month-total  picture is S9(06)V99.
002490         10  pt-pay-count    picture is 9(02).
002500         10  pt-payment occurs 10 times.
002510             15  pt-pay-date     picture is 9(08).
002520             15  pt-pay-amount   picture is S9(05)V99.

002530*----------------------------------------------------------*
002540* Latest payplan.dat status per unit.
002550*----------------------------------------------------------*
002560 01  plan-table-area.
002570     05  plan-table-count    picture is 9(03) value zero.
002580     05  plan-table-entry occurs 1 to 500 times
002590             depending on plan-table-count
002600             indexed by plan-table-index.
002610         10  pl-building     picture is 9(02).
002620         10  pl-aptnum       picture is 9(04).
002630         10  pl-status       picture is X(01).

002640*----------------------------------------------------------*
002650* Latest legcase.dat status per unit; a unit whose case is
002660* anything but closed has one open.
002670*----------------------------------------------------------*
002680 01  case-table-area.
002690     05  case-table-count    picture is 9(03) value zero.
002700     05  case-table-entry occurs 1 to 200 times
002710             depending on case-table-count
002720             indexed by case-table-index.
002730         10  ca-building     picture is 9(02).
002740         10  ca-aptnum       picture is 9(04).
002750         10  ca-status       picture is X(01).

002760*----------------------------------------------------------*
002770* Latest fmrten.dat record per unit and move-out date, for
002780* move-outs in the report month.
002790*----------------------------------------------------------*
002800 01  former-table-area.
002810     05  former-table-count  picture is 9(03) value zero.
002820     05  former-table-entry occurs 1 to 200 times
002830             depending on former-table-count
002840             indexed by former-table-index.
002850         10  fm-building     picture is 9(02).
002860         10  fm-aptnum       picture is 9(04).
002870         10  fm-move-out-date picture is 9(08).
002880         10  fm-name         picture is X(25).
002890         10  fm-fwd-address  picture is X(25).
002900         10  fm-fwd-city     picture is X(15).
002910         10  fm-fwd-state    picture is X(02).
002920         10  fm-fwd-zip      picture is X(10).
002930         10  fm-balance      picture is S9(06)V99.
002940         10  fm-status       picture is X(01).
002950     copy TENOLOG.

002960 procedure division.
002970 0000-mainline.
002980     move "TENCRPT" to TENOLOG-PROGRAM.
002990     perform 1000-initialize thru 1000-exit.
003000     perform 2000-load-enrollments thru 2000-exit.
003010     perform 2200-load-payments thru 2200-exit.
003020     perform 2500-load-plans thru 2500-exit.
003030     perform 2600-load-cases thru 2600-exit.
003040     perform 2700-load-former thru 2700-exit.
003050     perform 3000-report-tenants thru 3000-exit
003060         until idx-file-status = "10".
003070     perform 4000-report-former thru 4000-exit
003080         varying former-sub from 1 by 1
003090         until former-sub > former-table-count.
003100     perform 9000-finish thru 9000-exit.
003110     goback.

003120 1000-initialize.
003130     move "I" to TENOLOG-SEVERITY
003140     move "credit-bureau rent reporting" to TENOLOG-TEXT
003150     call "TENOLOG" using TENOLOG-PARMS.
003160     accept run-date from date yyyymmdd.
003170     if run-date-day not = 01
003180         move "I" to TENOLOG-SEVERITY
003190         move spaces to TENOLOG-TEXT
003200         string "not the first of the month, " delimited by size
003210             "nothing to report" delimited by size
003220             into TENOLOG-TEXT
003230         call "TENOLOG" using TENOLOG-PARMS
003240         goback.
003250     move run-date-yyyymm to report-month.
003260     if rm-mm = 1
003270         subtract 1 from rm-yyyy
003280         move 12 to rm-mm
003290     else
003300         subtract 1 from rm-mm.
003310     open input sample-idx-file.
003320     if idx-file-status not = "00"
003330         move "A" to TENOLOG-SEVERITY
003340         move spaces to TENOLOG-TEXT
003350         string "cannot open indexed.dbf, status "
003360                 delimited by size
003370             idx-file-status delimited by size
003380             into TENOLOG-TEXT
003390         call "TENOLOG" using TENOLOG-PARMS
003400         move 1 to return-code
003410         goback.
003420     move low-values to unit-key of sample-idx-record.
003430     start sample-idx-file key is not less than
003440             unit-key of sample-idx-record
003450         invalid key
003460             move "W" to TENOLOG-SEVERITY
003470             move "indexed.dbf is empty" to TENOLOG-TEXT
003480             call "TENOLOG" using TENOLOG-PARMS
003490             move "10" to idx-file-status.
003500     perform 1100-load-payer thru 1100-exit.
003510     move spaces to bureau-filename.
003520     string "rentrpt." delimited by size
003530         report-month delimited by size
003540         into bureau-filename.
003550     open output bureau-file.
003560     move spaces to bureau-header-record.
003570     move "H" to crb-rec-type.
003580     move run-date to crb-file-date.
003590     move report-month to crb-report-month.
003600     move pyr-name of payer-control-record
003610         to crb-reporter-name.
003620     write bureau-header-record.
003630 1000-exit.
003640     exit.

003650*----------------------------------------------------------*
003660* The reporting company's name off payer.ctl; the file is
003670* still built without it.
003680*----------------------------------------------------------*
003690 1100-load-payer.
003700     open input payer-control-file.
003710     if pyr-file-status not = "00"
003720         close payer-control-file
003730         move spaces to payer-control-record
003740         go to 1100-exit.
003750     read payer-control-file
003760         at end
003770             move spaces to payer-control-record.
003780     close payer-control-file.
003790 1100-exit.
003800     exit.

003810 2000-load-enrollments.
003820     open input enrollment-file.
003830     if cro-file-status not = "00"
003840         move "W" to TENOLOG-SEVERITY
003850         move "no crdopt.dat on file" to TENOLOG-TEXT
003860         call "TENOLOG" using TENOLOG-PARMS
003870         close enrollment-file
003880         move "Y" to cro-eof-switch
003890         go to 2000-exit.
003900     perform 2010-read-enrollment thru 2010-exit
003910         until enrollment-file-at-end.
003920     close enrollment-file.
003930 2000-exit.
003940     exit.

003950 2010-read-enrollment.
003960     read enrollment-file
003970         at end
003980             move "Y" to cro-eof-switch
003990         not at end
004000             perform 2020-stow-enrollment thru 2020-exit.
004010 2010-exit.
004020     exit.

004030 2020-stow-enrollment.
004040     set enroll-table-index to 1.
004050     if enroll-table-count > zero
004060         search enroll-table-entry
004070             at end
004080                 perform 2030-add-enrollment thru 2030-exit
004090             when en-building (enroll-table-index)
004100                     = cro-building of enrollment-record
004110                 and en-aptnum (enroll-table-index)
004120                     = cro-aptnum of enrollment-record
004130                 and en-name (enroll-table-index)
004140                     = cro-name of enrollment-record
004150                 move cro-opt-in of enrollment-record
004160                     to en-opt-in (enroll-table-index)
004170                 move cro-account of enrollment-record
004180                     to en-account (enroll-table-index)
004190                 move cro-birth-date of enrollment-record
004200                     to en-birth-date (enroll-table-index)
004210     else
004220         perform 2030-add-enrollment thru 2030-exit.
004230 2020-exit.
004240     exit.

004250 2030-add-enrollment.
004260     if enroll-table-count >= 2000
004270         move "W" to TENOLOG-SEVERITY
004280         move "enrollment table overflow" to TENOLOG-TEXT
004290         call "TENOLOG" using TENOLOG-PARMS
004300     else
004310         add 1 to enroll-table-count
004320         move cro-building of enrollment-record
004330             to en-building (enroll-table-count)
004340         move cro-aptnum of enrollment-record
004350             to en-aptnum (enroll-table-count)
004360         move cro-name of enrollment-record
004370             to en-name (enroll-table-count)
004380         move cro-opt-in of enrollment-record
004390             to en-opt-in (enroll-table-count)
004400         move cro-account of enrollment-record
004410             to en-account (enroll-table-count)
004420         move cro-birth-date of enrollment-record
004430             to en-birth-date (enroll-table-count).
004440 2030-exit.
004450     exit.

004460 2200-load-payments.
004470     if enroll-table-count = zero
004480         go to 2200-exit.
004490     open input payment-ledger-file.
004500     if pay-file-status not = "00"
004510         close payment-ledger-file
004520         move "Y" to pay-eof-switch
004530         go to 2200-exit.
004540     perform 2210-read-payment thru 2210-exit
004550         until payment-file-at-end.
004560     close payment-ledger-file.
004570 2200-exit.
004580     exit.

004590 2210-read-payment.
004600     read payment-ledger-file
004610         at end
004620             move "Y" to pay-eof-switch
004630         not at end
004640             if pay-date of payment-record not > run-date
004650                 perform 2220-check-enrolled thru 2220-exit.
004660 2210-exit.
004670     exit.

004680*----------------------------------------------------------*
004690* Only the payments of a unit with someone on crdopt.dat
004700* are kept.
004710*----------------------------------------------------------*
004720 2220-check-enrolled.
004730     set enroll-table-index to 1.
004740     search enroll-table-entry
004750         at end
004760             continue
004770         when en-building (enroll-table-index)
004780                 = pay-building of payment-record
004790             and en-aptnum (enroll-table-index)
004800                 = pay-aptnum of payment-record
004810             perform 2230-stow-payment thru 2230-exit.
004820 2220-exit.
004830     exit.

004840 2230-stow-payment.
004850     set payment-table-index to 1.
004860     if payment-table-count > zero
004870         search payment-table-entry
004880             at end
004890                 perform 2240-add-payment thru 2240-exit
004900             when pt-building (payment-table-index)
004910                     = pay-building of payment-record
004920                 and pt-aptnum (payment-table-index)
004930                     = pay-aptnum of payment-record
004940                 perform 2250-tally-payment thru 2250-exit
004950     else
004960         perform 2240-add-payment thru 2240-exit.
004970 2230-exit.
004980     exit.

004990 2240-add-payment.
005000     if payment-table-count >= 2000
005010         move "W" to TENOLOG-SEVERITY
005020         move "payment table overflow" to TENOLOG-TEXT
005030         call "TENOLOG" using TENOLOG-PARMS
005040     else
005050         add 1 to payment-table-count
005060         set payment-table-index to payment-table-count
005070         move pay-building of payment-record
005080             to pt-building (payment-table-index)
005090         move pay-aptnum of payment-record
005100             to pt-aptnum (payment-table-index)
005110         move zero to pt-last-date (payment-table-index)
005120         move zero to pt-month-total (payment-table-index)
005130         move zero to pt-pay-count (payment-table-index)
005140         perform 2250-tally-payment thru 2250-exit.
005150 2240-exit.
005160     exit.

005170 2250-tally-payment.
005180     if pay-date of payment-record
005190             > pt-last-date (payment-table-index)
005200         move pay-date of payment-record
005210             to pt-last-date (payment-table-index).
005220     if pay-method of payment-record = "S"
005230         go to 2250-exit.
005240     move pay-date of payment-record to date-work.
005250     if dw-yyyymm not = report-month
005260         go to 2250-exit.
005270     add pay-amount of payment-record
005280         to pt-month-total (payment-table-index).
005290     if pt-pay-count (payment-table-index) >= 10
005300         move "W" to TENOLOG-SEVERITY
005310         move pay-building of payment-record to TENOLOG-BUILDING
005320         move pay-aptnum of payment-record to TENOLOG-APTNUM
005330         move spaces to TENOLOG-TEXT
005340         string "more than 10 payments for " delimited by size
005350             pay-building of payment-record delimited by size
005360             "-" delimited by size
005370             pay-aptnum of payment-record delimited by size
005380             ", later ones counted on the last" delimited by size
005390             into TENOLOG-TEXT
005400         call "TENOLOG" using TENOLOG-PARMS
005410         add pay-amount of payment-record
005420             to pt-pay-amount (payment-table-index, 10)
005430         go to 2250-exit.
005440     add 1 to pt-pay-count (payment-table-index).
005450     move pt-pay-count (payment-table-index) to pay-sub.
005460     move pay-date of payment-record
005470         to pt-pay-date (payment-table-index, pay-sub).
005480     move pay-amount of payment-record
005490         to pt-pay-amount (payment-table-index, pay-sub).
005500 2250-exit.
005510     exit.

005520 2500-load-plans.
005530     open input payment-plan-file.
005540     if pln-file-status not = "00"
005550         close payment-plan-file
005560         move "Y" to pln-eof-switch
005570         go to 2500-exit.
005580     perform 2510-read-plan thru 2510-exit
005590         until plan-file-at-end.
005600     close payment-plan-file.
005610 2500-exit.
005620     exit.

005630 2510-read-plan.
005640     read payment-plan-file
005650         at end
005660             move "Y" to pln-eof-switch
005670         not at end
005680             perform 2520-stow-plan thru 2520-exit.
005690 2510-exit.
005700     exit.

005710 2520-stow-plan.
005720     set plan-table-index to 1.
005730     if plan-table-count > zero
005740         search plan-table-entry
005750             at end
005760                 perform 2530-add-plan thru 2530-exit
005770             when pl-building (plan-table-index)
005780                     = pln-building of payment-plan-record
005790                 and pl-aptnum (plan-table-index)
005800                     = pln-aptnum of payment-plan-record
005810                 move pln-status of payment-plan-record
005820                     to pl-status (plan-table-index)
005830     else
005840         perform 2530-add-plan thru 2530-exit.
005850 2520-exit.
005860     exit.

005870 2530-add-plan.
005880     if plan-table-count >= 500
005890         move "W" to TENOLOG-SEVERITY
005900         move "payment-plan table overflow" to TENOLOG-TEXT
005910         call "TENOLOG" using TENOLOG-PARMS
005920     else
005930         add 1 to plan-table-count
005940         move pln-building of payment-plan-record
005950             to pl-building (plan-table-count)
005960         move pln-aptnum of payment-plan-record
005970             to pl-aptnum (plan-table-count)
005980         move pln-status of payment-plan-record
005990             to pl-status (plan-table-count).
006000 2530-exit.
006010     exit.

006020 2600-load-cases.
006030     open input legal-case-file.
006040     if lgl-file-status not = "00"
006050         close legal-case-file
006060         move "Y" to lgl-eof-switch
006070         go to 2600-exit.
006080     perform 2610-read-case thru 2610-exit
006090         until case-file-at-end.
006100     close legal-case-file.
006110 2600-exit.
006120     exit.

006130 2610-read-case.
006140     read legal-case-file
006150         at end
006160             move "Y" to lgl-eof-switch
006170         not at end
006180             perform 2620-stow-case thru 2620-exit.
006190 2610-exit.
006200     exit.

006210 2620-stow-case.
006220     set case-table-index to 1.
006230     if case-table-count > zero
006240         search case-table-entry
006250             at end
006260                 perform 2630-add-case thru 2630-exit
006270             when ca-building (case-table-index)
006280                     = lgl-building of legal-case-record
006290                 and ca-aptnum (case-table-index)
006300                     = lgl-aptnum of legal-case-record
006310                 move lgl-status of legal-case-record
006320                     to ca-status (case-table-index)
006330     else
006340         perform 2630-add-case thru 2630-exit.
006350 2620-exit.
006360     exit.

006370 2630-add-case.
006380     if case-table-count >= 200
006390         move "W" to TENOLOG-SEVERITY
006400         move "case table overflow" to TENOLOG-TEXT
006410         call "TENOLOG" using TENOLOG-PARMS
006420     else
006430         add 1 to case-table-count
006440         move lgl-building of legal-case-record
006450             to ca-building (case-table-count)
006460         move lgl-aptnum of legal-case-record
006470             to ca-aptnum (case-table-count)
006480         move lgl-status of legal-case-record
006490             to ca-status (case-table-count).
006500 2630-exit.
006510     exit.

006520 2700-load-former.
006530     open input former-tenant-file.
006540     if fmr-file-status not = "00"
006550         close former-tenant-file
006560         move "Y" to fmr-eof-switch
006570         go to 2700-exit.
006580     perform 2710-read-former thru 2710-exit
006590         until former-file-at-end.
006600     close former-tenant-file.
006610 2700-exit.
006620     exit.

006630 2710-read-former.
006640     read former-tenant-file
006650         at end
006660             move "Y" to fmr-eof-switch
006670         not at end
006680             move fmr-move-out-date of former-tenant-record
006690                 to date-work
006700             if dw-yyyymm = report-month
006710                 perform 2720-stow-former thru 2720-exit.
006720 2710-exit.
006730     exit.

006740 2720-stow-former.
006750     set former-table-index to 1.
006760     if former-table-count > zero
006770         search former-table-entry
006780             at end
006790                 perform 2730-add-former thru 2730-exit
006800             when fm-building (former-table-index)
006810                     = fmr-building of former-tenant-record
006820                 and fm-aptnum (former-table-index)
006830                     = fmr-aptnum of former-tenant-record
006840                 and fm-move-out-date (former-table-index)
006850                     = fmr-move-out-date
006860                         of former-tenant-record
006870                 perform 2740-copy-former thru 2740-exit
006880     else
006890         perform 2730-add-former thru 2730-exit.
006900 2720-exit.
006910     exit.

006920 2730-add-former.
006930     if former-table-count >= 200
006940         move "W" to TENOLOG-SEVERITY
006950         move "former-tenant table overflow" to TENOLOG-TEXT
006960         call "TENOLOG" using TENOLOG-PARMS
006970     else
006980         add 1 to former-table-count
006990         set former-table-index to former-table-count
007000         perform 2740-copy-former thru 2740-exit.
007010 2730-exit.
007020     exit.

007030 2740-copy-former.
007040     move fmr-building of former-tenant-record
007050         to fm-building (former-table-index).
007060     move fmr-aptnum of former-tenant-record
007070         to fm-aptnum (former-table-index).
007080     move fmr-move-out-date of former-tenant-record
007090         to fm-move-out-date (former-table-index).
007100     move fmr-name of former-tenant-record
007110         to fm-name (former-table-index).
007120     move fmr-fwd-address of former-tenant-record
007130         to fm-fwd-address (former-table-index).
007140     move fmr-fwd-city of former-tenant-record
007150         to fm-fwd-city (former-table-index).
007160     move fmr-fwd-state of former-tenant-record
007170         to fm-fwd-state (former-table-index).
007180     move fmr-fwd-zip of former-tenant-record
007190         to fm-fwd-zip (former-table-index).
007200     move fmr-balance of former-tenant-record
007210         to fm-balance (former-table-index).
007220     move fmr-status of former-tenant-record
007230         to fm-status (former-table-index).
007240 2740-exit.
007250     exit.

007260 3000-report-tenants.
007270     read sample-idx-file next record
007280         at end
007290             move "10" to idx-file-status
007300         not at end
007310             if occ-occupied of sample-idx-record
007320                 perform 3100-report-unit thru 3100-exit.
007330 3000-exit.
007340     exit.

007350 3100-report-unit.
007360     perform 3200-find-enrollment thru 3200-exit.
007370     if not tenant-enrolled
007380         go to 3100-exit.
007390     move building-id of sample-idx-record
007400         to TENCNCL-BUILDING.
007410     move aptnum of sample-idx-record to TENCNCL-APTNUM.
007420     move report-month to TENCNCL-MONTH.
007430     move rent-amount of sample-idx-record to TENCNCL-RENT.
007440     call "TENCNCL" using TENCNCL-PARMS.
007450     compute monthly-rent =
007460         rent-amount of sample-idx-record - TENCNCL-CREDIT.
007470     if monthly-rent < zero
007480         move zero to monthly-rent.
007490     perform 3300-find-payments thru 3300-exit.
007500     perform 3400-compute-days-late thru 3400-exit.
007510     compute month-balance = monthly-rent - month-paid.
007520     if month-balance < zero
007530         move zero to month-balance.
007540     move spaces to bureau-detail-record.
007550     move "D" to crb-rec-type.
007560     move en-account (enroll-table-index) to crb-account.
007570     move name of sample-idx-record to crb-name.
007580     move street-addr of sample-idx-record to crb-street.
007590     move aptnum of sample-idx-record to crb-unit.
007600     move city of sample-idx-record to crb-city.
007610     move state of sample-idx-record to crb-state.
007620     move zip of sample-idx-record to crb-zip.
007630     move en-birth-date (enroll-table-index)
007640         to crb-birth-date.
007650     move report-month to crb-month.
007660     evaluate true
007670         when days-late < 30
007680             move "11" to crb-status
007690         when days-late < 60
007700             move "71" to crb-status
007710         when days-late < 90
007720             move "78" to crb-status
007730         when days-late < 120
007740             move "80" to crb-status
007750         when other
007760             move "82" to crb-status
007770     end-evaluate.
007780     perform 3500-special-comment thru 3500-exit.
007790     move monthly-rent to crb-monthly-rent.
007800     if month-paid > zero
007810         move month-paid to crb-amount-paid
007820     else
007830         move zero to crb-amount-paid.
007840     if days-late > 999
007850         move 999 to crb-days-late
007860     else
007870         move days-late to crb-days-late.
007880     move month-balance to crb-balance.
007890     write bureau-detail-record.
007900     add 1 to detail-count.
007910 3100-exit.
007920     exit.

007930*----------------------------------------------------------*
007940* The occupying tenant's own latest crdopt.dat record; a
007950* previous tenant's consent does not carry to the unit.
007960*----------------------------------------------------------*
007970 3200-find-enrollment.
007980     move "N" to enrolled-switch.
007990     if enroll-table-count = zero
008000         go to 3200-exit.
008010     set enroll-table-index to 1.
008020     search enroll-table-entry
008030         at end
008040             continue
008050         when en-building (enroll-table-index)
008060                 = building-id of sample-idx-record
008070             and en-aptnum (enroll-table-index)
008080                 = aptnum of sample-idx-record
008090             and en-name (enroll-table-index)
008100                 = name of sample-idx-record
008110             if en-opt-in (enroll-table-index) = "Y"
008120                 move "Y" to enrolled-switch
008130             end-if.
008140 3200-exit.
008150     exit.

008160 3300-find-payments.
008170     move zero to month-paid.
008180     move zero to aged-date.
008190     move zero to pay-sub.
008200     if payment-table-count = zero
008210         go to 3300-exit.
008220     set payment-table-index to 1.
008230     search payment-table-entry
008240         at end
008250             continue
008260         when pt-building (payment-table-index)
008270                 = building-id of sample-idx-record
008280             and pt-aptnum (payment-table-index)
008290                 = aptnum of sample-idx-record
008300             move pt-month-total (payment-table-index)
008310                 to month-paid
008320             move pt-last-date (payment-table-index)
008330                 to aged-date
008340             move pt-pay-count (payment-table-index)
008350                 to pay-sub.
008360 3300-exit.
008370     exit.

008380*----------------------------------------------------------*
008390* Rent covered: days from the month's due date to the
008400* earliest payment date by which the month's payments add
008410* up to the rent.  Not covered: days since the first due
008420* date on or after the last payment, or after occupancy
008430* when there is none, to tonight -- the TENAGE aging rule.
008440* Both due dates are the unit's own, off TENDUEL.
008450*----------------------------------------------------------*
008460 3400-compute-days-late.
008470     move zero to days-late.
008480     if monthly-rent = zero
008490         go to 3400-exit.
008500     move building-id of sample-idx-record to TENDUEL-BUILDING.
008510     move aptnum of sample-idx-record to TENDUEL-APTNUM.
008520     if month-paid < monthly-rent
008530         if aged-date = zero
008540             move occ-status-date of sample-idx-record
008550                 to aged-date
008560         end-if
008570         if aged-date not = zero
008580             move "N" to TENDUEL-FUNCTION
008590             move aged-date to TENDUEL-FROM-DATE
008600             call "TENDUEL" using TENDUEL-PARMS
008610             move TENDUEL-DUE-DATE to aged-date
008620         end-if
008630         move aged-date to TENDAYS-FROM
008640         move run-date to TENDAYS-TO
008650         perform 3490-call-days thru 3490-exit
008660         go to 3400-exit.
008670     move 99999999 to covered-date.
008680     perform 3410-check-covered thru 3410-exit
008690         varying sum-sub from 1 by 1
008700         until sum-sub > pay-sub.
008710     if covered-date = 99999999
008720         go to 3400-exit.
008730     move "M" to TENDUEL-FUNCTION.
008740     move report-month to TENDUEL-MONTH.
008750     call "TENDUEL" using TENDUEL-PARMS.
008760     move TENDUEL-DUE-DATE to TENDAYS-FROM.
008770     move covered-date to TENDAYS-TO.
008780     perform 3490-call-days thru 3490-exit.
008790 3400-exit.
008800     exit.

008810 3410-check-covered.
008820     move pt-pay-date (payment-table-index, sum-sub)
008830         to date-work.
008840     if date-work not < covered-date
008850         go to 3410-exit.
008860     move zero to paid-through.
008870     perform 3420-add-through thru 3420-exit
008880         varying through-sub from 1 by 1
008890         until through-sub > pay-sub.
008900     if paid-through not < monthly-rent
008910         move date-work to covered-date.
008920 3410-exit.
008930     exit.

008940 3420-add-through.
008950     if pt-pay-date (payment-table-index, through-sub)
008960             not > date-work
008970         add pt-pay-amount (payment-table-index, through-sub)
008980             to paid-through.
008990 3420-exit.
009000     exit.

009010 3490-call-days.
009020     call "TENDAYS" using TENDAYS-PARMS.
009030     move TENDAYS-DAYS to days-late.
009040     if days-late < zero
009050         move zero to days-late.
009060 3490-exit.
009070     exit.

009080 3500-special-comment.
009090     move spaces to crb-special-comment.
009100     if plan-table-count > zero
009110         set plan-table-index to 1
009120         search plan-table-entry
009130             at end
009140                 continue
009150             when pl-building (plan-table-index)
009160                     = building-id of sample-idx-record
009170                 and pl-aptnum (plan-table-index)
009180                     = aptnum of sample-idx-record
009190                 if pl-status (plan-table-index) = "A"
009200                     move plan-comment
009210                         to crb-special-comment
009220                 end-if
009230         end-search.
009240     if case-table-count > zero
009250         set case-table-index to 1
009260         search case-table-entry
009270             at end
009280                 continue
009290             when ca-building (case-table-index)
009300                     = building-id of sample-idx-record
009310                 and ca-aptnum (case-table-index)
009320                     = aptnum of sample-idx-record
009330                 if ca-status (case-table-index) not = "X"
009340                     move legal-comment
009350                         to crb-special-comment
009360                 end-if
009370         end-search.
009380 3500-exit.
009390     exit.

009400*----------------------------------------------------------*
009410* A former tenant who moved out in the report month and
009420* was enrolled at the time: the account closes, reported
009430* at the forwarding address with what is still owed.
009440*----------------------------------------------------------*
009450 4000-report-former.
009460     if enroll-table-count = zero
009470         go to 4000-exit.
009480     move "N" to enrolled-switch.
009490     set enroll-table-index to 1.
009500     search enroll-table-entry
009510         at end
009520             continue
009530         when en-building (enroll-table-index)
009540                 = fm-building (former-sub)
009550             and en-aptnum (enroll-table-index)
009560                 = fm-aptnum (former-sub)
009570             and en-name (enroll-table-index)
009580                 = fm-name (former-sub)
009590             if en-opt-in (enroll-table-index) = "Y"
009600                 move "Y" to enrolled-switch
009610             end-if.
009620     if not tenant-enrolled
009630         go to 4000-exit.
009640     move spaces to bureau-detail-record.
009650     move "D" to crb-rec-type.
009660     move en-account (enroll-table-index) to crb-account.
009670     move fm-name (former-sub) to crb-name.
009680     move fm-fwd-address (former-sub) to crb-street.
009690     move zero to crb-unit.
009700     move fm-fwd-city (former-sub) to crb-city.
009710     move fm-fwd-state (former-sub) to crb-state.
009720     move fm-fwd-zip (former-sub) to crb-zip.
009730     move en-birth-date (enroll-table-index)
009740         to crb-birth-date.
009750     move report-month to crb-month.
009760     evaluate fm-status (former-sub)
009770         when "A"
009780             move "93" to crb-status
009790         when "W"
009800             move "97" to crb-status
009810         when other
009820             move "13" to crb-status
009830     end-evaluate.
009840     move zero to crb-monthly-rent.
009850     move zero to crb-amount-paid.
009860     move zero to crb-days-late.
009870     if fm-balance (former-sub) > zero
009880         move fm-balance (former-sub) to crb-balance
009890     else
009900         move zero to crb-balance.
009910     write bureau-detail-record.
009920     add 1 to detail-count.
009930     add 1 to closed-count.
009940 4000-exit.
009950     exit.

009960 9000-finish.
009970     move spaces to bureau-trailer-record.
009980     move "T" to crb-rec-type.
009990     move detail-count to crb-detail-count.
010000     write bureau-trailer-record.
010010     close bureau-file.
010020     close sample-idx-file.
010030     move "I" to TENOLOG-SEVERITY
010040     move spaces to TENOLOG-TEXT
010050     string detail-count delimited by size
010060         " account(s) reported for " delimited by size
010070         report-month delimited by size
010080         ", " delimited by size
010090         closed-count delimited by size
010100         " closed" delimited by size
010110         into TENOLOG-TEXT
010120     call "TENOLOG" using TENOLOG-PARMS.
010130 9000-exit.
010140     exit.

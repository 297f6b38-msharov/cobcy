000100*----------------------------------------------------------*
000110* TENPRDX.COB
000120*
000130* Payroll rent-deduction export, run by the office once
000140* each pay period.  Resident staff that TENSTAFF put into
000150* units off the personnel card deck still paid their rent
000160* by check; this job hands payroll the deduction instead.
000170* For every staff member on the staffres.dat register whose
000180* unit still shows that staff member in occupancy on
000190* indexed.dbf, the month's RENT-AMOUNT less the employee
000200* rent discount on staffded.ctl (a percentage, a flat
000210* monthly amount, or both) is spread over the company's
000220* pay periods and written, under the staff member's
000230* personnel number, onto the period's outbound file
000240* prded.YYYYMMDD (the pay-period end date) with a
000250* count/total trailer; the SSN never leaves ssnxref.dat.
000260* Each request is appended to the payded.dat deduction
000270* register as sent, and TENPRDI posts payroll's
000280* confirmation against it.  Rerunning a period writes the
000290* whole file again, the staff already on the register for
000300* that period at the amount first requested, so nobody is
000310* asked for twice.
000320*----------------------------------------------------------*
000330* MODIFICATION HISTORY
000340*   DATE       INIT  DESCRIPTION
000350*   2026-10-15 JHM   Messages now go through TENOLOG to the
000360*                    dated operations log, each with its
000370*                    severity (and the unit where there is
000380*                    one); aborts raise a menu alert.
000390*   2026-10-15 JHM   Original program.
000400*----------------------------------------------------------*
000410 identification division.
000420 program-id. tenprdx.
000430 author. J. H. Masters.
000440 installation. Property Management Systems.
000450 date-written. 2026-10-15.
000460 date-compiled. 2026-10-15.

000470 environment division.
000480 configuration section.
000490 source-computer. Intel486.
000500 object-computer. Intel486.

000510 input-output section.
000520 file-control.
000530     select sample-idx-file assign to disk
000540         organization is indexed
000550         record key is unit-key of sample-idx-record
000560         access mode is random
000570         file status is idx-file-status.

000580     select optional staff-register-file assign to disk
000590         organization is line sequential
000600         file status is rsf-file-status.

000610     select optional deduction-control-file assign to disk
000620         organization is line sequential
000630         file status is sdc-file-status.

000640     select optional deduction-file assign to disk
000650         organization is line sequential
000660         file status is prd-file-status.

000670     select payroll-file assign to disk
000680         organization is line sequential.

000690     select optional batch-lock-file assign to disk
000700         organization is line sequential
000710         file status is lck-file-status.

000720 data division.
000730 file section.
000740 fd  sample-idx-file
000750     label records are standard
000760     value of file-id is "indexed.dbf".
000770     copy TENREC
000780         replacing ==:REC-NAME:== by ==sample-idx-record==
000790             ==address== by ==street-addr==.

000800 fd  staff-register-file
000810     label records are standard
000820     value of file-id is "staffres.dat".
000830     copy TENRSF
000840         replacing ==:REC-NAME:==
000850             by ==staff-register-record==.

000860 fd  deduction-control-file
000870     label records are standard
000880     value of file-id is "staffded.ctl".
000890     copy TENSDC
000900         replacing ==:REC-NAME:==
000910             by ==deduction-control-record==.

000920 fd  deduction-file
000930     label records are standard
000940     value of file-id is "payded.dat".
000950     copy TENPRD
000960         replacing ==:REC-NAME:==
000970             by ==deduction-record==.

000980 fd  payroll-file
000990     label records are standard
001000     value of file-id is prded-filename.
001010 01  payroll-record.
001020     05  px-rec-type         picture is X(01).
001030     05  px-personnel        picture is 9(06).
001040     05  px-period-end       picture is 9(08).
001050     05  px-building         picture is 9(02).
001060     05  px-aptnum           picture is 9(04).
001070     05  px-name             picture is X(25).
001080     05  px-amount           picture is 9(05)V99.
001090 01  px-trailer-record redefines payroll-record.
001100     05  filler              picture is X(01).
001110     05  px-trailer-count    picture is 9(05).
001120     05  px-trailer-total    picture is 9(07)V99.
001130     05  filler              picture is X(38).

001140 fd  batch-lock-file
001150     label records are standard
001160     value of file-id is "batchlck.ctl".
001170 01  batch-lock-record.
001180     05  lck-status          picture is X(06).
001190     05  lck-date            picture is 9(08).
001200     05  lck-time            picture is 9(08).

001210 working-storage section.
001220 01  prded-filename          picture is X(30).
001230 01  lck-file-status         picture is X(02).
001240 01  batch-locked-switch     picture is X(01) value "N".
001250     88  batch-locked                value "Y".
001260     copy TENWHO.
001270     copy TENFMT.
001280     copy TENOLOG.
001290 01  idx-file-status         picture is X(02).
001300 01  rsf-file-status         picture is X(02).
001310 01  rsf-eof-switch          picture is X(01) value "N".
001320     88  register-file-at-end        value "Y".
001330 01  sdc-file-status         picture is X(02).
001340 01  sdc-eof-switch          picture is X(01) value "N".
001350     88  control-file-at-end         value "Y".
001360 01  prd-file-status         picture is X(02).
001370 01  prd-eof-switch          picture is X(01) value "N".
001380     88  deduction-file-at-end       value "Y".
001390 01  table-overflowed-switch picture is X(01) value "N".
001400     88  table-overflowed            value "Y".
001410 01  today-date              picture is 9(08).
001420 01  period-end              picture is 9(08).
001430 01  period-end-parts redefines period-end.
001440     05  period-end-yyyy     picture is 9(04).
001450     05  period-end-mm       picture is 9(02).
001460     05  period-end-dd       picture is 9(02).
001470 01  sent-sub                picture is 9(04).
001480 01  company-sub             picture is 9(03).
001490 01  sent-found-switch       picture is X(01).
001500     88  already-sent                value "Y".
001510 01  use-frequency           picture is X(01).
001520 01  use-discount-pct        picture is 9(03)V99.
001530 01  use-discount-amount     picture is 9(05)V99.
001540 01  periods-per-year        picture is 9(02).
001550 01  monthly-net             picture is S9(06)V99.
001560 01  deduction-amount        picture is 9(05)V99.
001570 01  export-count            picture is 9(05) value zero.
001580 01  export-total            picture is 9(07)V99 value zero.
001590 01  new-count               picture is 9(05) value zero.
001600 01  resent-count            picture is 9(05) value zero.
001610 01  passed-count            picture is 9(05) value zero.

001620*----------------------------------------------------------*
001630* The staffded.ctl terms, one slot per company (company
001640* 00 in slot 1), the later record for a company winning.
001650*----------------------------------------------------------*
001660 01  company-terms-area.
001670     05  company-terms occurs 100 times.
001680         10  ctm-found       picture is X(01).
001690         10  ctm-frequency   picture is X(01).
001700         10  ctm-discount-pct
001710                             picture is 9(03)V99.
001720         10  ctm-discount-amount
001730                             picture is 9(05)V99.

001740*----------------------------------------------------------*
001750* Everyone already on the register for this pay period.
001760*----------------------------------------------------------*
001770 01  sent-table-area.
001780     05  sent-table-count    picture is 9(04) value zero.
001790     05  sent-table-entry occurs 1 to 2000 times
001800             depending on sent-table-count.
001810         10  st-personnel    picture is 9(06).
001820         10  st-building     picture is 9(02).
001830         10  st-aptnum       picture is 9(04).
001840         10  st-name         picture is X(25).
001850         10  st-requested    picture is 9(05)V99.

001860 procedure division.
001870 0000-mainline.
001880     move "TENPRDX" to TENOLOG-PROGRAM.
001890     perform 1000-initialize thru 1000-exit.
001900     perform 2000-load-sent thru 2000-exit.
001910     if table-overflowed
001920         move "A" to TENOLOG-SEVERITY
001930         move "payded.dat over the work table - nothing exported"
001940             to TENOLOG-TEXT
001950         call "TENOLOG" using TENOLOG-PARMS
001960         close sample-idx-file
001970         move 1 to return-code
001980         stop run.
001990     perform 3000-open-period thru 3000-exit.
002000     perform 4000-export-staff thru 4000-exit.
002010     perform 9000-finish thru 9000-exit.
002020     stop run.

002030 1000-initialize.
002040     move "I" to TENOLOG-SEVERITY
002050     move "payroll rent-deduction export" to TENOLOG-TEXT
002060     call "TENOLOG" using TENOLOG-PARMS.
002070     perform 1100-check-batch-lock thru 1100-exit.
002080     if batch-locked
002090         move "A" to TENOLOG-SEVERITY
002100         move "nightly batch in progress - tenant files locked"
002110             to TENOLOG-TEXT
002120         call "TENOLOG" using TENOLOG-PARMS
002130         move 1 to return-code
002140         stop run.
002150     call "TENWHO" using TENWHO-PARMS.
002160     if not TENWHO-SIGNED-ON
002170         or TENWHO-AUTHORITY < 2
002180         move "A" to TENOLOG-SEVERITY
002190         move "update authority needed - sign on via TENSIGN"
002200             to TENOLOG-TEXT
002210         call "TENOLOG" using TENOLOG-PARMS
002220         move 1 to return-code
002230         stop run.
002240     accept today-date from date yyyymmdd.
002250     display "Pay-period end date (YYYYMMDD): ".
002260     accept period-end.
002270     if period-end not numeric
002280         or period-end-mm < 01 or period-end-mm > 12
002290         or period-end-dd < 01 or period-end-dd > 31
002300         move "A" to TENOLOG-SEVERITY
002310         move "not a valid date - nothing exported"
002320             to TENOLOG-TEXT
002330         call "TENOLOG" using TENOLOG-PARMS
002340         move 1 to return-code
002350         stop run.
002360     open input sample-idx-file.
002370     if idx-file-status not = "00"
002380         move "A" to TENOLOG-SEVERITY
002390         move spaces to TENOLOG-TEXT
002400         string "cannot open indexed.dbf, status "
002410                 delimited by size
002420             idx-file-status delimited by size
002430             into TENOLOG-TEXT
002440         call "TENOLOG" using TENOLOG-PARMS
002450         move 1 to return-code
002460         stop run.
002470     perform 1200-load-terms thru 1200-exit.
002480 1000-exit.
002490     exit.

002500*----------------------------------------------------------*
002510* Batch-window lock check: the nightly driver raises the
002520* lock at start of chain and clears it at finish.
002530*----------------------------------------------------------*
002540 1100-check-batch-lock.
002550     open input batch-lock-file.
002560     if lck-file-status not = "00"
002570         go to 1100-exit.
002580     read batch-lock-file
002590         at end
002600             continue
002610         not at end
002620             if lck-status = "LOCKED"
002630                 move "Y" to batch-locked-switch.
002640     close batch-lock-file.
002650 1100-exit.
002660     exit.

002670 1200-load-terms.
002680     perform 1210-clear-terms thru 1210-exit
002690         varying company-sub from 1 by 1
002700         until company-sub > 100.
002710     open input deduction-control-file.
002720     if sdc-file-status not = "00"
002730         close deduction-control-file
002740         go to 1200-exit.
002750     perform 1220-read-terms thru 1220-exit
002760         until control-file-at-end.
002770     close deduction-control-file.
002780 1200-exit.
002790     exit.

002800 1210-clear-terms.
002810     move "N" to ctm-found (company-sub).
002820 1210-exit.
002830     exit.

002840 1220-read-terms.
002850     read deduction-control-file
002860         at end
002870             move "Y" to sdc-eof-switch
002880             go to 1220-exit.
002890     if sdc-company of deduction-control-record not numeric
002900         or not sdc-frequency-valid of deduction-control-record
002910         move "W" to TENOLOG-SEVERITY
002920         move spaces to TENOLOG-TEXT
002930         string "staffded.ctl record for company "
002940                 delimited by size
002950             sdc-company of deduction-control-record
002960                 delimited by size
002970             " passed by - bad frequency" delimited by size
002980             into TENOLOG-TEXT
002990         call "TENOLOG" using TENOLOG-PARMS
003000         go to 1220-exit.
003010     if sdc-discount-pct of deduction-control-record
003020             not numeric
003030         move zero
003040             to sdc-discount-pct of deduction-control-record.
003050     if sdc-discount-amount of deduction-control-record
003060             not numeric
003070         move zero
003080             to sdc-discount-amount of deduction-control-record.
003090     compute company-sub =
003100         sdc-company of deduction-control-record + 1.
003110     move "Y" to ctm-found (company-sub).
003120     move sdc-frequency of deduction-control-record
003130         to ctm-frequency (company-sub).
003140     move sdc-discount-pct of deduction-control-record
003150         to ctm-discount-pct (company-sub).
003160     move sdc-discount-amount of deduction-control-record
003170         to ctm-discount-amount (company-sub).
003180 1220-exit.
003190     exit.

003200 2000-load-sent.
003210     open input deduction-file.
003220     if prd-file-status not = "00"
003230         close deduction-file
003240         go to 2000-exit.
003250     perform 2100-read-sent thru 2100-exit
003260         until deduction-file-at-end.
003270     close deduction-file.
003280 2000-exit.
003290     exit.

003300 2100-read-sent.
003310     read deduction-file
003320         at end
003330             move "Y" to prd-eof-switch
003340             go to 2100-exit.
003350     if prd-period-end of deduction-record not = period-end
003360         go to 2100-exit.
003370     if sent-table-count >= 2000
003380         move "Y" to table-overflowed-switch
003390         move "Y" to prd-eof-switch
003400         go to 2100-exit.
003410     add 1 to sent-table-count.
003420     move prd-personnel of deduction-record
003430         to st-personnel (sent-table-count).
003440     move prd-building of deduction-record
003450         to st-building (sent-table-count).
003460     move prd-aptnum of deduction-record
003470         to st-aptnum (sent-table-count).
003480     move prd-name of deduction-record
003490         to st-name (sent-table-count).
003500     move prd-requested of deduction-record
003510         to st-requested (sent-table-count).
003520 2100-exit.
003530     exit.

003540*----------------------------------------------------------*
003550* The period's file starts over with everyone already sent
003560* for it, at the amount first requested.
003570*----------------------------------------------------------*
003580 3000-open-period.
003590     move spaces to prded-filename.
003600     string "prded." delimited by size
003610         period-end delimited by size
003620         into prded-filename.
003630     open output payroll-file.
003640     open extend deduction-file.
003650     perform 3100-resend-one thru 3100-exit
003660         varying sent-sub from 1 by 1
003670         until sent-sub > sent-table-count.
003680 3000-exit.
003690     exit.

003700 3100-resend-one.
003710     move spaces to payroll-record.
003720     move "D" to px-rec-type.
003730     move st-personnel (sent-sub) to px-personnel.
003740     move period-end to px-period-end.
003750     move st-building (sent-sub) to px-building.
003760     move st-aptnum (sent-sub) to px-aptnum.
003770     move st-name (sent-sub) to px-name.
003780     move st-requested (sent-sub) to px-amount.
003790     write payroll-record.
003800     add 1 to export-count.
003810     add 1 to resent-count.
003820     add st-requested (sent-sub) to export-total.
003830 3100-exit.
003840     exit.

003850 4000-export-staff.
003860     open input staff-register-file.
003870     if rsf-file-status not = "00"
003880         close staff-register-file
003890         move "W" to TENOLOG-SEVERITY
003900         move "no staffres.dat resident-staff register"
003910             to TENOLOG-TEXT
003920         call "TENOLOG" using TENOLOG-PARMS
003930         go to 4000-exit.
003940     perform 4100-read-staff thru 4100-exit
003950         until register-file-at-end.
003960     close staff-register-file.
003970 4000-exit.
003980     exit.

003990 4100-read-staff.
004000     read staff-register-file
004010         at end
004020             move "Y" to rsf-eof-switch
004030             go to 4100-exit.
004040     if rsf-personnel of staff-register-record = zero
004050         move "W" to TENOLOG-SEVERITY
004060         move rsf-building of staff-register-record
004070             to TENOLOG-BUILDING
004080         move rsf-aptnum of staff-register-record
004090             to TENOLOG-APTNUM
004100         move spaces to TENOLOG-TEXT
004110         string rsf-name of staff-register-record
004120                 delimited by size
004130             " has no personnel number - not sent"
004140                 delimited by size
004150             into TENOLOG-TEXT
004160         call "TENOLOG" using TENOLOG-PARMS
004170         add 1 to passed-count
004180         go to 4100-exit.
004190     move "N" to sent-found-switch.
004200     perform 4200-check-sent thru 4200-exit
004210         varying sent-sub from 1 by 1
004220         until sent-sub > sent-table-count
004230             or already-sent.
004240     if already-sent
004250         go to 4100-exit.
004260     move rsf-building of staff-register-record
004270         to building-id of sample-idx-record.
004280     move rsf-aptnum of staff-register-record
004290         to aptnum of sample-idx-record.
004300     read sample-idx-file
004310         invalid key
004320             go to 4100-exit.
004330     if not occ-occupied of sample-idx-record
004340         or name of sample-idx-record
004350             not = rsf-name of staff-register-record
004360         go to 4100-exit.
004370     if rent-amount of sample-idx-record = zero
004380         move "W" to TENOLOG-SEVERITY
004390         move building-id of sample-idx-record to TENOLOG-BUILDING
004400         move aptnum of sample-idx-record to TENOLOG-APTNUM
004410         move "no rent set - not sent" to TENOLOG-TEXT
004420         call "TENOLOG" using TENOLOG-PARMS
004430         add 1 to passed-count
004440         go to 4100-exit.
004450     perform 4300-figure-deduction thru 4300-exit.
004460     if deduction-amount = zero
004470         move "W" to TENOLOG-SEVERITY
004480         move building-id of sample-idx-record to TENOLOG-BUILDING
004490         move aptnum of sample-idx-record to TENOLOG-APTNUM
004500         move "discount covers the rent - not sent"
004510             to TENOLOG-TEXT
004520         call "TENOLOG" using TENOLOG-PARMS
004530         add 1 to passed-count
004540         go to 4100-exit.
004550     perform 4400-send-one thru 4400-exit.
004560 4100-exit.
004570     exit.

004580 4200-check-sent.
004590     if st-personnel (sent-sub)
004600             = rsf-personnel of staff-register-record
004610         move "Y" to sent-found-switch.
004620 4200-exit.
004630     exit.

004640*----------------------------------------------------------*
004650* The month's rent less the discount, spread over the
004660* company's pay periods; the company-00 terms stand in for
004670* a company with none of its own.
004680*----------------------------------------------------------*
004690 4300-figure-deduction.
004700     compute company-sub = company-code of sample-idx-record + 1.
004710     if ctm-found (company-sub) not = "Y"
004720         move 1 to company-sub.
004730     if ctm-found (company-sub) = "Y"
004740         move ctm-frequency (company-sub) to use-frequency
004750         move ctm-discount-pct (company-sub) to use-discount-pct
004760         move ctm-discount-amount (company-sub)
004770             to use-discount-amount
004780     else
004790         move "B" to use-frequency
004800         move zero to use-discount-pct
004810         move zero to use-discount-amount.
004820     evaluate use-frequency
004830         when "W"
004840             move 52 to periods-per-year
004850         when "S"
004860             move 24 to periods-per-year
004870         when "M"
004880             move 12 to periods-per-year
004890         when other
004900             move 26 to periods-per-year
004910     end-evaluate.
004920     compute monthly-net rounded =
004930         rent-amount of sample-idx-record
004940             - (rent-amount of sample-idx-record
004950                 * use-discount-pct / 100)
004960             - use-discount-amount.
004970     if monthly-net not > zero
004980         move zero to deduction-amount
004990         go to 4300-exit.
005000     compute deduction-amount rounded =
005010         monthly-net * 12 / periods-per-year.
005020 4300-exit.
005030     exit.

005040 4400-send-one.
005050     move spaces to payroll-record.
005060     move "D" to px-rec-type.
005070     move rsf-personnel of staff-register-record
005080         to px-personnel.
005090     move period-end to px-period-end.
005100     move building-id of sample-idx-record to px-building.
005110     move aptnum of sample-idx-record to px-aptnum.
005120     move name of sample-idx-record to px-name.
005130     move deduction-amount to px-amount.
005140     write payroll-record.
005150     move rsf-personnel of staff-register-record
005160         to prd-personnel of deduction-record.
005170     move period-end to prd-period-end of deduction-record.
005180     move building-id of sample-idx-record
005190         to prd-building of deduction-record.
005200     move aptnum of sample-idx-record
005210         to prd-aptnum of deduction-record.
005220     move name of sample-idx-record
005230         to prd-name of deduction-record.
005240     move deduction-amount to prd-requested of deduction-record.
005250     move zero to prd-deducted of deduction-record.
005260     move spaces to prd-reason of deduction-record.
005270     move "S" to prd-status of deduction-record.
005280     move today-date to prd-sent-date of deduction-record.
005290     move zero to prd-posted-date of deduction-record.
005300     move zero to prd-receipt-no of deduction-record.
005310     move TENWHO-OPERATOR to prd-entered-by of deduction-record.
005320     write deduction-record.
005330     if sent-table-count < 2000
005340         add 1 to sent-table-count
005350         move rsf-personnel of staff-register-record
005360             to st-personnel (sent-table-count).
005370     add 1 to export-count.
005380     add 1 to new-count.
005390     add deduction-amount to export-total.
005400     move "A" to TENFMT-FORMAT-CODE.
005410     move deduction-amount to TENFMT-RAW-AMOUNT.
005420     call "TENFMT" using TENFMT-PARMS.
005430     move "I" to TENOLOG-SEVERITY.
005440     move building-id of sample-idx-record to TENOLOG-BUILDING.
005450     move aptnum of sample-idx-record to TENOLOG-APTNUM.
005460     move spaces to TENOLOG-TEXT.
005470     string name of sample-idx-record delimited by size
005480         " " delimited by size
005490         TENFMT-EDITED-OUT delimited by size
005500         into TENOLOG-TEXT.
005510     call "TENOLOG" using TENOLOG-PARMS.
005520 4400-exit.
005530     exit.

005540 9000-finish.
005550     move spaces to px-trailer-record.
005560     move "T" to px-rec-type.
005570     move export-count to px-trailer-count.
005580     move export-total to px-trailer-total.
005590     write px-trailer-record.
005600     close payroll-file.
005610     close deduction-file.
005620     close sample-idx-file.
005630     move "A" to TENFMT-FORMAT-CODE.
005640     move export-total to TENFMT-RAW-AMOUNT.
005650     call "TENFMT" using TENFMT-PARMS.
005660     move "I" to TENOLOG-SEVERITY.
005670     move spaces to TENOLOG-TEXT.
005680     string prded-filename delimited by space
005690         " written, " delimited by size
005700         export-count delimited by size
005710         " deduction(s) " delimited by size
005720         TENFMT-EDITED-OUT delimited by size
005730         into TENOLOG-TEXT.
005740     call "TENOLOG" using TENOLOG-PARMS.
005750     move "I" to TENOLOG-SEVERITY.
005760     move spaces to TENOLOG-TEXT.
005770     string new-count delimited by size
005780         " new, " delimited by size
005790         resent-count delimited by size
005800         " already sent for the period, " delimited by size
005810         passed-count delimited by size
005820         " passed by" delimited by size
005830         into TENOLOG-TEXT.
005840     call "TENOLOG" using TENOLOG-PARMS.
005850 9000-exit.
005860     exit.

000100*----------------------------------------------------------*
000110* TENVCHK.COB
000120*
000130* Weekly vendor check run.  Vendor bills used to be paid
000140* out of a separate checkbook.  This run takes every open
000150* payables.dat invoice that is not on hold and falls due
000160* before next week's run (due within seven days, or
000170* already overdue), and pays each vendor with one check for
000180* all of its selected invoices.  The check is printed in
000190* the TENRFND style with a stub listing the invoices,
000200* numbered from the checkno.ctl stock the refund and
000210* remittance checks share, registered on checkreg.dat and
000220* added to the day's positive-pay file beside any
000230* TENREMIT owner checks already on it.  The invoices are
000240* marked paid with the check number and payables.dat is
000250* rewritten.  What is left open then prints on the
000260* aged-payables report by vendor: current, 1-30, 31-60,
000270* 61-90 and 90-plus days past due.
000280*----------------------------------------------------------*
000290* MODIFICATION HISTORY
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-15 JHM   Messages now go through TENOLOG to the
000320*                    dated operations log, each with its
000330*                    severity (and the unit where there is
000340*                    one); aborts raise a menu alert.
000350*   2026-10-15 JHM   Sets the new CKR-STATUS outstanding and
000360*                    zeroes the status and letter dates on
000370*                    the check-register record.
000380*   2026-10-15 JHM   Original program.
000390*----------------------------------------------------------*
000400 identification division.
000410 program-id. tenvchk.
000420 author. J. H. Masters.
000430 installation. Property Management Systems.
000440 date-written. 2026-10-15.
000450 date-compiled. 2026-10-15.

000460 environment division.
000470 configuration section.
000480 source-computer. Intel486.
000490 object-computer. Intel486.

000500 input-output section.
000510 file-control.
000520     select optional vendor-master-file assign to disk
000530         organization is line sequential
000540         file status is vnd-file-status.

000550     select optional payables-file assign to disk
000560         organization is line sequential
000570         file status is ap-file-status.

000580     select optional check-register-file assign to disk
000590         organization is line sequential.

000600     select optional check-number-file assign to disk
000610         organization is line sequential
000620         file status is ckn-file-status.

000630     select optional positive-pay-file assign to disk
000640         organization is line sequential
000650         file status is pp-file-status.

000660     select vendor-check-print assign to disk
000670         organization is line sequential.

000680     select aged-payables-report assign to disk
000690         organization is line sequential.

000700 data division.
000710 file section.
000720 fd  vendor-master-file
000730     label records are standard
000740     value of file-id is "vendmst.dat".
000750     copy TENVND
000760         replacing ==:REC-NAME:==
000770             by ==vendor-record==.

000780 fd  payables-file
000790     label records are standard
000800     value of file-id is "payables.dat".
000810     copy TENAPI
000820         replacing ==:REC-NAME:==
000830             by ==payable-record==.

000840 fd  check-register-file
000850     label records are standard
000860     value of file-id is "checkreg.dat".
000870     copy TENCKR
000880         replacing ==:REC-NAME:==
000890             by ==check-register-record==.

000900 fd  check-number-file
000910     label records are standard
000920     value of file-id is "checkno.ctl".
000930 01  check-number-record.
000940     05  ckn-next-check      picture is 9(06).

000950 fd  positive-pay-file
000960     label records are standard
000970     value of file-id is pospay-filename.
000980 01  positive-pay-record.
000990     05  pp-rec-type         picture is X(01).
001000     05  pp-check-no         picture is 9(06).
001010     05  pp-date             picture is 9(08).
001020     05  pp-amount           picture is 9(09)V99.
001030     05  pp-payee            picture is X(25).
001040 01  pp-trailer-record redefines positive-pay-record.
001050     05  filler              picture is X(01).
001060     05  pp-trailer-count    picture is 9(05).
001070     05  pp-trailer-total    picture is 9(11)V99.
001080     05  filler              picture is X(32).

001090 fd  vendor-check-print
001100     label records are standard
001110     value of file-id is vchecks-filename.
001120 01  check-line              picture is X(80).

001130 fd  aged-payables-report
001140     label records are standard
001150     value of file-id is apaged-filename.
001160 01  report-line             picture is X(80).

001170 working-storage section.
001180 01  pospay-filename         picture is X(30).
001190 01  vchecks-filename        picture is X(30).
001200 01  apaged-filename         picture is X(30).
001210     copy TENRCAT.
001220     copy TENOLOG.
001230     copy TENWHO.
001240     copy TENRUNC.
001250     copy TENDAYS.
001260 01  vnd-file-status         picture is X(02).
001270 01  ap-file-status          picture is X(02).
001280 01  ckn-file-status         picture is X(02).
001290 01  pp-file-status          picture is X(02).
001300 01  vnd-eof-switch          picture is X(01) value "N".
001310     88  vendor-file-at-end          value "Y".
001320 01  ap-eof-switch           picture is X(01) value "N".
001330     88  payables-file-at-end        value "Y".
001340 01  pp-eof-switch           picture is X(01) value "N".
001350     88  pospay-file-at-end          value "Y".
001360 01  table-overflowed-switch picture is X(01) value "N".
001370     88  table-overflowed            value "Y".
001380 01  run-date                picture is 9(08).
001390 01  next-check-number       picture is 9(06) value 1.
001400 01  check-count             picture is 9(05) value zero.
001410 01  check-total             picture is 9(11)V99 value zero.
001420 01  carried-count           picture is 9(05) value zero.
001430 01  carried-total           picture is 9(11)V99 value zero.
001440 01  check-line-count        picture is 9(07) value zero.
001450 01  report-line-count       picture is 9(07) value zero.
001460 01  paid-invoice-count      picture is 9(05) value zero.
001470 01  vendor-sub              picture is 9(04).
001480 01  ap-sub                  picture is 9(04).
001490 01  pp-sub                  picture is 9(04).
001500 01  vendor-check-total      picture is 9(09)V99.
001510 01  vendor-invoice-count    picture is 9(04).
001520 01  days-to-due             picture is S9(07).
001530 01  days-past-due           picture is S9(07).
001540 01  bucket-sub              picture is 9(01).
001550 01  amount-text             picture is X(12).
001560 01  bucket-text             picture is X(12).
001570 01  vendor-open-count       picture is 9(04).

001580*----------------------------------------------------------*
001590* Latest vendmst.dat record per vendor number.
001600*----------------------------------------------------------*
001610 01  vendor-table-area.
001620     05  vendor-table-count  picture is 9(04) value zero.
001630     05  vendor-table-entry occurs 1 to 1000 times
001640             depending on vendor-table-count
001650             indexed by vendor-table-index.
001660         10  vt-number       picture is 9(04).
001670         10  vt-name         picture is X(25).

001680*----------------------------------------------------------*
001690* payables.dat in full, rewritten at the end; the
001700* selection flag marks the invoices this vendor's check
001710* is paying.
001720*----------------------------------------------------------*
001730 01  payable-table-area.
001740     05  ap-table-count      picture is 9(04) value zero.
001750     05  ap-table-entry occurs 1 to 2000 times
001760             depending on ap-table-count.
001770         10  at-record       picture is X(68).
001780         10  at-selected     picture is X(01).

001790*----------------------------------------------------------*
001800* Detail records already on today's positive-pay file
001810* (owner checks from a TENREMIT run earlier today), carried
001820* into the rewritten file ahead of the vendor checks.
001830*----------------------------------------------------------*
001840 01  carried-pospay-area.
001850     05  pp-table-count      picture is 9(04) value zero.
001860     05  pp-table-entry occurs 1 to 1000 times
001870             depending on pp-table-count.
001880         10  pt-record       picture is X(51).

001890 01  vendor-buckets.
001900     05  vendor-bucket       picture is S9(09)V99
001910                             occurs 5 times.
001920 01  portfolio-buckets.
001930     05  port-bucket         picture is S9(09)V99
001940                             occurs 5 times.
001950     copy TENFMT.

001960 procedure division.
001970 0000-mainline.
001980     move "TENVCHK" to TENOLOG-PROGRAM.
001990     perform 1000-initialize thru 1000-exit.
002000     perform 2000-pay-vendor thru 2000-exit
002010         varying vendor-sub from 1 by 1
002020         until vendor-sub > vendor-table-count.
002030     perform 3000-rewrite-payables thru 3000-exit.
002040     perform 4000-aged-payables thru 4000-exit.
002050     perform 9000-finish thru 9000-exit.
002060     goback.

002070 1000-initialize.
002080     move "I" to TENOLOG-SEVERITY
002090     move "weekly vendor check run" to TENOLOG-TEXT
002100     call "TENOLOG" using TENOLOG-PARMS.
002110     move "TENVCHK" to TENRUNC-PROGRAM.
002120     move "S" to TENRUNC-FUNCTION.
002130     move zero to TENRUNC-COUNT.
002140     call "TENRUNC" using TENRUNC-PARMS.
002150     if TENRUNC-ALREADY-RAN
002160         move "A" to TENOLOG-SEVERITY
002170         move spaces to TENOLOG-TEXT
002180         string "already run this business date - "
002190                 delimited by size
002200             "put TENVCHK on runover.ctl to rerun"
002210                 delimited by size
002220             into TENOLOG-TEXT
002230         call "TENOLOG" using TENOLOG-PARMS
002240         move 1 to return-code
002250         goback.
002260     accept run-date from date yyyymmdd.
002270     call "TENWHO" using TENWHO-PARMS.
002280     perform 1100-load-vendors thru 1100-exit.
002290     perform 1300-load-payables thru 1300-exit.
002300     if table-overflowed
002310         move "A" to TENOLOG-SEVERITY
002320         move spaces to TENOLOG-TEXT
002330         string "payables.dat is larger than the work "
002340                 delimited by size
002350             "table - no checks written" delimited by size
002360             into TENOLOG-TEXT
002370         call "TENOLOG" using TENOLOG-PARMS
002380         move 1 to return-code
002390         goback.
002400     perform 1500-read-check-number thru 1500-exit.
002410     move spaces to pospay-filename.
002420     string "pospay." delimited by size
002430         run-date delimited by size
002440         into pospay-filename.
002450     perform 1600-carry-pospay thru 1600-exit.
002460     if table-overflowed
002470         move "A" to TENOLOG-SEVERITY
002480         move spaces to TENOLOG-TEXT
002490         string pospay-filename delimited by space
002500             " is larger than the work table - " delimited by size
002510             "no checks written" delimited by size
002520             into TENOLOG-TEXT
002530         call "TENOLOG" using TENOLOG-PARMS
002540         move 1 to return-code
002550         goback.
002560     open output positive-pay-file.
002570     perform 1700-write-carried thru 1700-exit
002580         varying pp-sub from 1 by 1
002590         until pp-sub > pp-table-count.
002600     open extend check-register-file.
002610     move spaces to vchecks-filename.
002620     string "vchecks." delimited by size
002630         run-date delimited by size
002640         into vchecks-filename.
002650     open output vendor-check-print.
002660 1000-exit.
002670     exit.

002680 1100-load-vendors.
002690     open input vendor-master-file.
002700     if vnd-file-status not = "00"
002710         move "W" to TENOLOG-SEVERITY
002720         move "no vendmst.dat on file, no checks written"
002730             to TENOLOG-TEXT
002740         call "TENOLOG" using TENOLOG-PARMS
002750         close vendor-master-file
002760         go to 1100-exit.
002770     perform 1110-read-vendor thru 1110-exit
002780         until vendor-file-at-end.
002790     close vendor-master-file.
002800 1100-exit.
002810     exit.

002820 1110-read-vendor.
002830     read vendor-master-file
002840         at end
002850             move "Y" to vnd-eof-switch
002860         not at end
002870             perform 1200-stow-vendor thru 1200-exit.
002880 1110-exit.
002890     exit.

002900 1200-stow-vendor.
002910     set vendor-table-index to 1.
002920     if vendor-table-count > zero
002930         search vendor-table-entry
002940             at end
002950                 perform 1210-add-vendor thru 1210-exit
002960             when vt-number (vendor-table-index)
002970                     = vnd-number of vendor-record
002980                 move vnd-name of vendor-record
002990                     to vt-name (vendor-table-index)
003000     else
003010         perform 1210-add-vendor thru 1210-exit.
003020 1200-exit.
003030     exit.

003040 1210-add-vendor.
003050     if vendor-table-count >= 1000
003060         move "W" to TENOLOG-SEVERITY
003070         move "vendor table overflow - vendor name not carried"
003080             to TENOLOG-TEXT
003090         call "TENOLOG" using TENOLOG-PARMS
003100         go to 1210-exit.
003110     add 1 to vendor-table-count.
003120     move vnd-number of vendor-record
003130         to vt-number (vendor-table-count).
003140     move vnd-name of vendor-record
003150         to vt-name (vendor-table-count).
003160 1210-exit.
003170     exit.

003180 1300-load-payables.
003190     open input payables-file.
003200     if ap-file-status not = "00"
003210         move "W" to TENOLOG-SEVERITY
003220         move "no payables.dat on file, no checks written"
003230             to TENOLOG-TEXT
003240         call "TENOLOG" using TENOLOG-PARMS
003250         close payables-file
003260         go to 1300-exit.
003270     perform 1310-read-payable thru 1310-exit
003280         until payables-file-at-end.
003290     close payables-file.
003300 1300-exit.
003310     exit.

003320 1310-read-payable.
003330     read payables-file
003340         at end
003350             move "Y" to ap-eof-switch
003360         not at end
003370             perform 1320-stow-payable thru 1320-exit.
003380 1310-exit.
003390     exit.

003400 1320-stow-payable.
003410     if ap-table-count >= 2000
003420         move "Y" to table-overflowed-switch
003430         move "W" to TENOLOG-SEVERITY
003440         move "payables table overflow" to TENOLOG-TEXT
003450         call "TENOLOG" using TENOLOG-PARMS
003460         go to 1320-exit.
003470     add 1 to ap-table-count.
003480     move payable-record to at-record (ap-table-count).
003490     move "N" to at-selected (ap-table-count).
003500 1320-exit.
003510     exit.

003520*----------------------------------------------------------*
003530* The next check number off the numbered stock; a missing
003540* control file starts the stock at check 000001.
003550*----------------------------------------------------------*
003560 1500-read-check-number.
003570     open input check-number-file.
003580     if ckn-file-status not = "00"
003590         close check-number-file
003600         go to 1500-exit.
003610     read check-number-file
003620         at end
003630             continue
003640         not at end
003650             move ckn-next-check to next-check-number.
003660     close check-number-file.
003670 1500-exit.
003680     exit.

003690*----------------------------------------------------------*
003700* Today's positive-pay file may already hold the owner
003710* checks; keep its detail records, drop its trailer, and
003720* count them into the new trailer.
003730*----------------------------------------------------------*
003740 1600-carry-pospay.
003750     open input positive-pay-file.
003760     if pp-file-status not = "00"
003770         close positive-pay-file
003780         go to 1600-exit.
003790     perform 1610-read-pospay thru 1610-exit
003800         until pospay-file-at-end.
003810     close positive-pay-file.
003820 1600-exit.
003830     exit.

003840 1610-read-pospay.
003850     read positive-pay-file
003860         at end
003870             move "Y" to pp-eof-switch
003880             go to 1610-exit.
003890     if pp-rec-type not = "D"
003900         go to 1610-exit.
003910     if pp-table-count >= 1000
003920         move "Y" to table-overflowed-switch
003930         go to 1610-exit.
003940     add 1 to pp-table-count.
003950     move positive-pay-record to pt-record (pp-table-count).
003960     add 1 to carried-count.
003970     add pp-amount to carried-total.
003980 1610-exit.
003990     exit.

004000 1700-write-carried.
004010     move pt-record (pp-sub) to positive-pay-record.
004020     write positive-pay-record.
004030 1700-exit.
004040     exit.

004050*----------------------------------------------------------*
004060* One vendor: select its open, unheld invoices due within
004070* the week and pay them all on one check.
004080*----------------------------------------------------------*
004090 2000-pay-vendor.
004100     move zero to vendor-check-total.
004110     move zero to vendor-invoice-count.
004120     perform 2100-select-invoice thru 2100-exit
004130         varying ap-sub from 1 by 1
004140         until ap-sub > ap-table-count.
004150     if vendor-invoice-count = zero
004160         go to 2000-exit.
004170     perform 2200-print-check thru 2200-exit.
004180     perform 2400-write-register thru 2400-exit.
004190     perform 2500-write-pospay thru 2500-exit.
004200     perform 2600-mark-paid thru 2600-exit
004210         varying ap-sub from 1 by 1
004220         until ap-sub > ap-table-count.
004230     add 1 to check-count.
004240     add vendor-check-total to check-total.
004250     add 1 to next-check-number.
004260 2000-exit.
004270     exit.

004280 2100-select-invoice.
004290     move "N" to at-selected (ap-sub).
004300     move at-record (ap-sub) to payable-record.
004310     if ap-vendor of payable-record not = vt-number (vendor-sub)
004320         or not ap-open of payable-record
004330         or ap-on-hold of payable-record
004340         go to 2100-exit.
004350     move run-date to TENDAYS-FROM.
004360     move ap-due-date of payable-record to TENDAYS-TO.
004370     call "TENDAYS" using TENDAYS-PARMS.
004380     move TENDAYS-DAYS to days-to-due.
004390     if days-to-due > 7
004400         go to 2100-exit.
004410     move "Y" to at-selected (ap-sub).
004420     add ap-amount of payable-record to vendor-check-total.
004430     add 1 to vendor-invoice-count.
004440 2100-exit.
004450     exit.

004460*----------------------------------------------------------*
004470* The check face: number, date, payee and amount, then
004480* the remittance stub with one line per invoice paid.
004490*----------------------------------------------------------*
004500 2200-print-check.
004510     move all "=" to check-line.
004520     write check-line.
004530     move spaces to check-line.
004540     string "CHECK NO " delimited by size
004550         next-check-number delimited by size
004560         "   DATE " delimited by size
004570         run-date delimited by size
004580         into check-line.
004590     write check-line.
004600     move spaces to check-line.
004610     string "PAY TO THE ORDER OF: " delimited by size
004620         vt-name (vendor-sub) delimited by size
004630         into check-line.
004640     write check-line.
004650     move "A" to TENFMT-FORMAT-CODE.
004660     move vendor-check-total to TENFMT-RAW-AMOUNT.
004670     call "TENFMT" using TENFMT-PARMS.
004680     move spaces to check-line.
004690     string "AMOUNT: " delimited by size
004700         TENFMT-EDITED-OUT delimited by size
004710         into check-line.
004720     write check-line.
004730     move spaces to check-line.
004740     string "MEMO: VENDOR " delimited by size
004750         vt-number (vendor-sub) delimited by size
004760         " - " delimited by size
004770         vendor-invoice-count delimited by size
004780         " INVOICE(S)" delimited by size
004790         into check-line.
004800     write check-line.
004810     move all "-" to check-line.
004820     write check-line.
004830     move "  INVOICE    DATED    TICKET  PO           AMOUNT"
004840         to check-line.
004850     write check-line.
004860     add 7 to check-line-count.
004870     perform 2300-print-stub-line thru 2300-exit
004880         varying ap-sub from 1 by 1
004890         until ap-sub > ap-table-count.
004900 2200-exit.
004910     exit.

004920 2300-print-stub-line.
004930     if at-selected (ap-sub) not = "Y"
004940         go to 2300-exit.
004950     move at-record (ap-sub) to payable-record.
004960     move ap-amount of payable-record to TENFMT-RAW-AMOUNT.
004970     call "TENFMT" using TENFMT-PARMS.
004980     move spaces to check-line.
004990     string "  " delimited by size
005000         ap-invoice of payable-record delimited by size
005010         " " delimited by size
005020         ap-invoice-date of payable-record delimited by size
005030         " " delimited by size
005040         ap-ticket of payable-record delimited by size
005050         "   " delimited by size
005060         ap-po-number of payable-record delimited by size
005070         " " delimited by size
005080         TENFMT-EDITED-OUT delimited by size
005090         into check-line.
005100     write check-line.
005110     add 1 to check-line-count.
005120 2300-exit.
005130     exit.

005140 2400-write-register.
005150     move next-check-number
005160         to ckr-check-no of check-register-record.
005170     move run-date to ckr-date of check-register-record.
005180     move vt-name (vendor-sub)
005190         to ckr-payee of check-register-record.
005200     move zero to ckr-building of check-register-record.
005210     move zero to ckr-aptnum of check-register-record.
005220     move vendor-check-total
005230         to ckr-amount of check-register-record.
005240     move "VENDOR PAYMENT"
005250         to ckr-reason of check-register-record.
005260     move "TENVCHK" to ckr-source of check-register-record.
005270     move vt-number (vendor-sub)
005280         to ckr-vendor of check-register-record.
005290     move space to ckr-status of check-register-record.
005300     move zero to ckr-status-date of check-register-record.
005310     move zero to ckr-letter-date of check-register-record.
005320     move TENWHO-OPERATOR
005330         to ckr-operator of check-register-record.
005340     write check-register-record.
005350 2400-exit.
005360     exit.

005370 2500-write-pospay.
005380     move "D" to pp-rec-type.
005390     move next-check-number to pp-check-no.
005400     move run-date to pp-date.
005410     move vendor-check-total to pp-amount.
005420     move vt-name (vendor-sub) to pp-payee.
005430     write positive-pay-record.
005440 2500-exit.
005450     exit.

005460 2600-mark-paid.
005470     if at-selected (ap-sub) not = "Y"
005480         go to 2600-exit.
005490     move at-record (ap-sub) to payable-record.
005500     move "P" to ap-status of payable-record.
005510     move next-check-number to ap-check-no of payable-record.
005520     move run-date to ap-paid-date of payable-record.
005530     move payable-record to at-record (ap-sub).
005540     move "N" to at-selected (ap-sub).
005550     add 1 to paid-invoice-count.
005560 2600-exit.
005570     exit.

005580 3000-rewrite-payables.
005590     if ap-table-count = zero
005600         go to 3000-exit.
005610     open output payables-file.
005620     perform 3100-write-payable thru 3100-exit
005630         varying ap-sub from 1 by 1
005640         until ap-sub > ap-table-count.
005650     close payables-file.
005660 3000-exit.
005670     exit.

005680 3100-write-payable.
005690     move at-record (ap-sub) to payable-record.
005700     write payable-record.
005710 3100-exit.
005720     exit.

005730*----------------------------------------------------------*
005740* Aged payables: what is still open after the run, one
005750* line per invoice under its vendor, aged by days past the
005760* due date through TENDAYS, with bucket totals per vendor
005770* and for the portfolio.
005780*----------------------------------------------------------*
005790 4000-aged-payables.
005800     move spaces to apaged-filename.
005810     string "apaged." delimited by size
005820         run-date delimited by size
005830         into apaged-filename.
005840     open output aged-payables-report.
005850     move "AGED PAYABLES BY VENDOR" to report-line.
005860     write report-line.
005870     move spaces to report-line.
005880     string "RUN DATE: " delimited by size
005890         run-date delimited by size
005900         into report-line.
005910     write report-line.
005920     move spaces to report-line.
005930     string "VEND INVOICE    DUE DATE  TICKET      AMOUNT "
005940         delimited by size
005950         " PAST DUE" delimited by size
005960         into report-line.
005970     write report-line.
005980     add 3 to report-line-count.
005990     perform 7100-zero-portfolio thru 7100-exit.
006000     perform 4100-age-vendor thru 4100-exit
006010         varying vendor-sub from 1 by 1
006020         until vendor-sub > vendor-table-count.
006030     perform 8500-portfolio-totals thru 8500-exit.
006040     close aged-payables-report.
006050 4000-exit.
006060     exit.

006070 4100-age-vendor.
006080     perform 7000-zero-buckets thru 7000-exit.
006090     move zero to vendor-open-count.
006100     perform 4200-age-invoice thru 4200-exit
006110         varying ap-sub from 1 by 1
006120         until ap-sub > ap-table-count.
006130     if vendor-open-count > zero
006140         perform 8000-vendor-break thru 8000-exit.
006150 4100-exit.
006160     exit.

006170 4200-age-invoice.
006180     move at-record (ap-sub) to payable-record.
006190     if ap-vendor of payable-record not = vt-number (vendor-sub)
006200         or not ap-open of payable-record
006210         go to 4200-exit.
006220     if vendor-open-count = zero
006230         move spaces to report-line
006240         string vt-number (vendor-sub) delimited by size
006250             " " delimited by size
006260             vt-name (vendor-sub) delimited by size
006270             into report-line
006280         write report-line
006290         add 1 to report-line-count.
006300     add 1 to vendor-open-count.
006310     move ap-due-date of payable-record to TENDAYS-FROM.
006320     move run-date to TENDAYS-TO.
006330     call "TENDAYS" using TENDAYS-PARMS.
006340     move TENDAYS-DAYS to days-past-due.
006350     evaluate true
006360         when days-past-due < 1
006370             move 1 to bucket-sub
006380         when days-past-due < 31
006390             move 2 to bucket-sub
006400         when days-past-due < 61
006410             move 3 to bucket-sub
006420         when days-past-due < 91
006430             move 4 to bucket-sub
006440         when other
006450             move 5 to bucket-sub
006460     end-evaluate.
006470     add ap-amount of payable-record
006480         to vendor-bucket (bucket-sub).
006490     add ap-amount of payable-record
006500         to port-bucket (bucket-sub).
006510     move "A" to TENFMT-FORMAT-CODE.
006520     move ap-amount of payable-record to TENFMT-RAW-AMOUNT.
006530     call "TENFMT" using TENFMT-PARMS.
006540     move spaces to report-line.
006550     string "     " delimited by size
006560         ap-invoice of payable-record delimited by size
006570         " " delimited by size
006580         ap-due-date of payable-record delimited by size
006590         "  " delimited by size
006600         ap-ticket of payable-record delimited by size
006610         " " delimited by size
006620         TENFMT-EDITED-OUT delimited by size
006630         into report-line.
006640     evaluate bucket-sub
006650         when 1
006660             move " CURRENT" to report-line (47:8)
006670         when 2
006680             move " 1-30"    to report-line (47:8)
006690         when 3
006700             move " 31-60"   to report-line (47:8)
006710         when 4
006720             move " 61-90"   to report-line (47:8)
006730         when 5
006740             move " 90+"     to report-line (47:8)
006750     end-evaluate.
006760     if ap-on-hold of payable-record
006770         move "ON HOLD" to report-line (57:7).
006780     write report-line.
006790     add 1 to report-line-count.
006800 4200-exit.
006810     exit.

006820 7000-zero-buckets.
006830     perform 7010-zero-one thru 7010-exit
006840         varying bucket-sub from 1 by 1
006850         until bucket-sub > 5.
006860 7000-exit.
006870     exit.

006880 7010-zero-one.
006890     move zero to vendor-bucket (bucket-sub).
006900 7010-exit.
006910     exit.

006920 7100-zero-portfolio.
006930     perform 7110-zero-one thru 7110-exit
006940         varying bucket-sub from 1 by 1
006950         until bucket-sub > 5.
006960 7100-exit.
006970     exit.

006980 7110-zero-one.
006990     move zero to port-bucket (bucket-sub).
007000 7110-exit.
007010     exit.

007020 8000-vendor-break.
007030     move spaces to report-line.
007040     string "  VENDOR " delimited by size
007050         vt-number (vendor-sub) delimited by size
007060         " TOTALS BY BUCKET:" delimited by size
007070         into report-line.
007080     write report-line.
007090     add 1 to report-line-count.
007100     perform 8100-print-bucket thru 8100-exit
007110         varying bucket-sub from 1 by 1
007120         until bucket-sub > 5.
007130     move spaces to report-line.
007140     write report-line.
007150     add 1 to report-line-count.
007160 8000-exit.
007170     exit.

007180 8100-print-bucket.
007190     move "A" to TENFMT-FORMAT-CODE.
007200     move vendor-bucket (bucket-sub) to TENFMT-RAW-AMOUNT.
007210     perform 8200-bucket-line thru 8200-exit.
007220 8100-exit.
007230     exit.

007240 8200-bucket-line.
007250     call "TENFMT" using TENFMT-PARMS.
007260     move TENFMT-EDITED-OUT to bucket-text.
007270     move spaces to report-line.
007280     evaluate bucket-sub
007290         when 1
007300             move "    CURRENT:  " to report-line (1:14)
007310         when 2
007320             move "    1-30:     " to report-line (1:14)
007330         when 3
007340             move "    31-60:    " to report-line (1:14)
007350         when 4
007360             move "    61-90:    " to report-line (1:14)
007370         when 5
007380             move "    90+:      " to report-line (1:14)
007390     end-evaluate.
007400     move bucket-text to report-line (15:12).
007410     write report-line.
007420     add 1 to report-line-count.
007430 8200-exit.
007440     exit.

007450 8500-portfolio-totals.
007460     move "ALL VENDORS TOTALS BY BUCKET:" to report-line.
007470     write report-line.
007480     add 1 to report-line-count.
007490     perform 8510-print-portfolio thru 8510-exit
007500         varying bucket-sub from 1 by 1
007510         until bucket-sub > 5.
007520 8500-exit.
007530     exit.

007540 8510-print-portfolio.
007550     move "A" to TENFMT-FORMAT-CODE.
007560     move port-bucket (bucket-sub) to TENFMT-RAW-AMOUNT.
007570     perform 8200-bucket-line thru 8200-exit.
007580 8510-exit.
007590     exit.

007600 9000-finish.
007610     move spaces to positive-pay-record.
007620     move "T" to pp-rec-type of positive-pay-record.
007630     compute pp-trailer-count = carried-count + check-count.
007640     compute pp-trailer-total = carried-total + check-total.
007650     write positive-pay-record.
007660     close positive-pay-file.
007670     close check-register-file.
007680     close vendor-check-print.
007690     open output check-number-file.
007700     move next-check-number to ckn-next-check.
007710     write check-number-record.
007720     close check-number-file.
007730     move "TENVCHK" to TENRCAT-PROGRAM.
007740     move vchecks-filename to TENRCAT-FILENAME.
007750     move check-count to TENRCAT-PAGES.
007760     move check-line-count to TENRCAT-LINES.
007770     call "TENRCAT" using TENRCAT-PARMS.
007780     move "TENVCHK" to TENRCAT-PROGRAM.
007790     move apaged-filename to TENRCAT-FILENAME.
007800     move 1 to TENRCAT-PAGES.
007810     move report-line-count to TENRCAT-LINES.
007820     call "TENRCAT" using TENRCAT-PARMS.
007830     move "E" to TENRUNC-FUNCTION.
007840     move check-count to TENRUNC-COUNT.
007850     call "TENRUNC" using TENRUNC-PARMS.
007860     move "I" to TENOLOG-SEVERITY
007870     move spaces to TENOLOG-TEXT
007880     string check-count delimited by size
007890         " check(s) for " delimited by size
007900         paid-invoice-count delimited by size
007910         " invoice(s) issued" delimited by size
007920         into TENOLOG-TEXT
007930     call "TENOLOG" using TENOLOG-PARMS.
007940 9000-exit.
007950     exit.

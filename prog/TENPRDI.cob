000100*----------------------------------------------------------*
000110* TENPRDI.COB
000120*
000130* Payroll rent-deduction confirmation import.  Payroll
000140* answers each prded file TENPRDX sends with prconf.dat:
000150* one detail record per staff member -- personnel number,
000160* pay-period end, the check date, the amount asked for,
000170* the amount actually deducted and payroll's reason code
000180* when it could not take it all (leave without pay, a
000190* termination, a garnishment ahead of us) -- and a count/
000200* total trailer.  Run from the nightly driver, this step
000210* loads the payded.dat deduction register into a work
000220* table and, for each confirmation against a deduction
000230* still marked sent, posts what was deducted to the unit
000240* the way TENBANK posts a lockbox payment: AMOUNT-PAID on
000250* indexed.dbf, a payledgr.dat record under pay method "P"
000260* (payroll) with the next receipt number, the TENAPLY
000270* allocation, history and audit.  The register entry is
000280* marked posted, or exception when payroll took less than
000290* was asked, and the register is rewritten whole, the way
000300* TENCKCL rewrites checkreg.dat.  Every deduction payroll
000310* could not take in full, and every confirmation that is
000320* not on the register, goes on the front-desk exception
000330* list (prdexc.YYYYMMDD, cataloged through TENRCAT) to be
000340* collected from the staff member directly, and on the
000350* operations log as a warning.  A deduction already posted
000360* is counted and passed by, so re-reading payroll's file
000370* does no harm.
000380*----------------------------------------------------------*
000390* MODIFICATION HISTORY
000400*   DATE       INIT  DESCRIPTION
000410*   2026-10-15 JHM   Original program.
000420*----------------------------------------------------------*
000430 identification division.
000440 program-id. tenprdi.
000450 author. J. H. Masters.
000460 installation. Property Management Systems.
000470 date-written. 2026-10-15.
000480 date-compiled. 2026-10-15.

000490 environment division.
000500 configuration section.
000510 source-computer. Intel486.
000520 object-computer. Intel486.

000530 input-output section.
000540 file-control.
000550     select optional confirm-file assign to disk
000560         organization is line sequential
000570         file status is cnf-file-status.

000580     select optional deduction-file assign to disk
000590         organization is line sequential
000600         file status is prd-file-status.

000610     select sample-idx-file assign to disk
000620         organization is indexed
000630         record key is unit-key of sample-idx-record
000640         access mode is random
000650         file status is idx-file-status.

000660     select optional payment-ledger-file assign to disk
000670         organization is line sequential
000680         file status is pay-file-status.

000690     select history-file assign to disk
000700         organization is line sequential.

000710     select audit-log-file assign to disk
000720         organization is line sequential.

000730     select exception-report assign to disk
000740         organization is line sequential.

000750 data division.
000760 file section.
000770 fd  confirm-file
000780     label records are standard
000790     value of file-id is "prconf.dat".
000800 01  confirm-record.
000810     05  cnf-rec-type        picture is X(01).
000820     05  cnf-personnel       picture is 9(06).
000830     05  cnf-period-end      picture is 9(08).
000840     05  cnf-pay-date        picture is 9(08).
000850     05  cnf-requested       picture is 9(05)V99.
000860     05  cnf-deducted        picture is 9(05)V99.
000870     05  cnf-reason          picture is X(02).
000880 01  cnf-trailer-record redefines confirm-record.
000890     05  filler              picture is X(01).
000900     05  cnf-trailer-count   picture is 9(05).
000910     05  cnf-trailer-total   picture is 9(07)V99.
000920     05  filler              picture is X(24).

000930 fd  deduction-file
000940     label records are standard
000950     value of file-id is "payded.dat".
000960     copy TENPRD
000970         replacing ==:REC-NAME:==
000980             by ==deduction-record==.

000990 fd  sample-idx-file
001000     label records are standard
001010     value of file-id is "indexed.dbf".
001020     copy TENREC
001030         replacing ==:REC-NAME:== by ==sample-idx-record==
001040             ==address== by ==street-addr==.

001050 fd  payment-ledger-file
001060     label records are standard
001070     value of file-id is "payledgr.dat".
001080     copy TENPAY
001090         replacing ==:REC-NAME:==
001100             by ==payment-record==.

001110 fd  history-file
001120     label records are standard
001130     value of file-id is "tenhist.dat".
001140     copy TENHIST
001150         replacing ==:REC-NAME:==
001160             by ==history-record==.

001170 fd  audit-log-file
001180     label records are standard
001190     value of file-id is "tenaudit.dat".
001200     copy TENAUDIT
001210         replacing ==:REC-NAME:==
001220             by ==audit-record==.

001230 fd  exception-report
001240     label records are standard
001250     value of file-id is prdexc-filename.
001260 01  report-line             picture is X(80).

001270 working-storage section.
001280 01  prdexc-filename         picture is X(30).
001290     copy TENRCAT.
001300     copy TENOLOG.
001310     copy TENFMT.
001320     copy TENWHO.
001330     copy TENAPLY.
001340 01  cnf-file-status         picture is X(02).
001350 01  cnf-eof-switch          picture is X(01) value "N".
001360     88  confirm-file-at-end         value "Y".
001370 01  prd-file-status         picture is X(02).
001380 01  prd-eof-switch          picture is X(01) value "N".
001390     88  deduction-file-at-end       value "Y".
001400 01  idx-file-status         picture is X(02).
001410 01  pay-file-status         picture is X(02).
001420 01  pay-eof-switch          picture is X(01) value "N".
001430     88  payment-file-at-end         value "Y".
001440 01  table-overflowed-switch picture is X(01) value "N".
001450     88  table-overflowed            value "Y".
001460 01  trailer-seen-switch     picture is X(01) value "N".
001470     88  trailer-seen                value "Y".
001480 01  confirm-open-switch     picture is X(01) value "N".
001490     88  confirm-file-open           value "Y".
001500 01  before-image            picture is X(133).
001510 01  before-name             picture is X(25).
001520 01  run-date                picture is 9(08).
001530 01  audit-clock-time        picture is 9(08).
001540 01  posting-date            picture is 9(08).
001550 01  receipt-counter         picture is 9(06) value zero.
001560 01  deduction-sub           picture is 9(04).
001570 01  read-count              picture is 9(05) value zero.
001580 01  read-total              picture is 9(07)V99 value zero.
001590 01  posted-count            picture is 9(05) value zero.
001600 01  posted-total            picture is 9(07)V99 value zero.
001610 01  already-count           picture is 9(05) value zero.
001620 01  exception-count         picture is 9(05) value zero.
001630 01  changed-count           picture is 9(05) value zero.
001640 01  exception-text          picture is X(16).
001650 01  requested-text          picture is X(12).
001660 01  deducted-text           picture is X(12).
001670 01  edited-trailer-total    picture is Z(06)9.99.
001680 01  edited-read-total       picture is Z(06)9.99.

001690*----------------------------------------------------------*
001700* The whole deduction register, in file order, changed in
001710* place and written back.
001720*----------------------------------------------------------*
001730 01  deduction-table-area.
001740     05  deduction-table-count
001750                             picture is 9(04) value zero.
001760     05  deduction-table-entry occurs 1 to 5000 times
001770             depending on deduction-table-count
001780             indexed by deduction-table-index.
001790         10  dt-personnel    picture is 9(06).
001800         10  dt-period-end   picture is 9(08).
001810         10  dt-rest         picture is X(78).

001820 procedure division.
001830 0000-mainline.
001840     move "TENPRDI" to TENOLOG-PROGRAM.
001850     perform 1000-initialize thru 1000-exit.
001860     perform 2000-load-register thru 2000-exit.
001870     if table-overflowed
001880         move "A" to TENOLOG-SEVERITY
001890         move spaces to TENOLOG-TEXT
001900         string "payded.dat is larger than the work "
001910                 delimited by size
001920             "table - nothing posted" delimited by size
001930             into TENOLOG-TEXT
001940         call "TENOLOG" using TENOLOG-PARMS
001950         close exception-report
001960         move 1 to return-code
001970         goback.
001980     perform 3000-post-confirmations thru 3000-exit.
001990     perform 5000-rewrite-register thru 5000-exit.
002000     perform 9000-finish thru 9000-exit.
002010     goback.

002020 1000-initialize.
002030     move "I" to TENOLOG-SEVERITY
002040     move "payroll rent-deduction confirmation import"
002050         to TENOLOG-TEXT
002060     call "TENOLOG" using TENOLOG-PARMS.
002070     accept run-date from date yyyymmdd.
002080     call "TENWHO" using TENWHO-PARMS.
002090     move spaces to prdexc-filename.
002100     string "prdexc." delimited by size
002110         run-date delimited by size
002120         into prdexc-filename.
002130     open output exception-report.
002140     move "STAFF RENT NOT DEDUCTED BY PAYROLL - FRONT DESK"
002150         to report-line.
002160     write report-line.
002170     move spaces to report-line.
002180     string "RUN DATE: " delimited by size
002190         run-date delimited by size
002200         into report-line.
002210     write report-line.
002220     move spaces to report-line.
002230     write report-line.
002240     move "PERS#  UNIT    NAME" to report-line.
002250     move "REQUESTED" to report-line (39:9).
002260     move "DEDUCTED" to report-line (52:8).
002270     move "RS EXCEPTION" to report-line (61:12).
002280     write report-line.
002290 1000-exit.
002300     exit.

002310 2000-load-register.
002320     open input deduction-file.
002330     if prd-file-status not = "00"
002340         close deduction-file
002350         go to 2000-exit.
002360     perform 2100-read-register thru 2100-exit
002370         until deduction-file-at-end.
002380     close deduction-file.
002390 2000-exit.
002400     exit.

002410 2100-read-register.
002420     read deduction-file
002430         at end
002440             move "Y" to prd-eof-switch
002450             go to 2100-exit.
002460     if deduction-table-count >= 5000
002470         move "Y" to table-overflowed-switch
002480         move "Y" to prd-eof-switch
002490         go to 2100-exit.
002500     add 1 to deduction-table-count.
002510     move deduction-record
002520         to deduction-table-entry (deduction-table-count).
002530 2100-exit.
002540     exit.

002550 3000-post-confirmations.
002560     open input confirm-file.
002570     if cnf-file-status not = "00"
002580         move "I" to TENOLOG-SEVERITY
002590         move "no prconf.dat from payroll" to TENOLOG-TEXT
002600         call "TENOLOG" using TENOLOG-PARMS
002610         close confirm-file
002620         go to 3000-exit.
002630     move "Y" to confirm-open-switch.
002640     open i-o sample-idx-file.
002650     if idx-file-status not = "00"
002660         move "A" to TENOLOG-SEVERITY
002670         move spaces to TENOLOG-TEXT
002680         string "cannot open indexed.dbf, status "
002690                 delimited by size
002700             idx-file-status delimited by size
002710             into TENOLOG-TEXT
002720         call "TENOLOG" using TENOLOG-PARMS
002730         close confirm-file
002740         close exception-report
002750         move 1 to return-code
002760         goback.
002770     perform 3050-seed-receipt thru 3050-exit.
002780     open extend payment-ledger-file.
002790     open extend history-file.
002800     open extend audit-log-file.
002810     perform 3100-read-confirm thru 3100-exit
002820         until confirm-file-at-end.
002830     close confirm-file.
002840     close sample-idx-file.
002850     close payment-ledger-file.
002860     close history-file.
002870     close audit-log-file.
002880 3000-exit.
002890     exit.

002900*----------------------------------------------------------*
002910* Receipt numbers continue from the highest already on the
002920* ledger, so reruns never reuse a number.
002930*----------------------------------------------------------*
002940 3050-seed-receipt.
002950     open input payment-ledger-file.
002960     if pay-file-status not = "00"
002970         close payment-ledger-file
002980         move "Y" to pay-eof-switch
002990         go to 3050-exit.
003000     perform 3060-scan-receipt thru 3060-exit
003010         until payment-file-at-end.
003020     close payment-ledger-file.
003030 3050-exit.
003040     exit.

003050 3060-scan-receipt.
003060     read payment-ledger-file
003070         at end
003080             move "Y" to pay-eof-switch
003090         not at end
003100             if pay-receipt-no of payment-record
003110                 > receipt-counter
003120                 move pay-receipt-no of payment-record
003130                     to receipt-counter.
003140 3060-exit.
003150     exit.

003160 3100-read-confirm.
003170     read confirm-file
003180         at end
003190             move "Y" to cnf-eof-switch
003200             go to 3100-exit.
003210     if cnf-rec-type = "T"
003220         move "Y" to trailer-seen-switch
003230         perform 4000-check-trailer thru 4000-exit
003240         go to 3100-exit.
003250     if cnf-rec-type not = "D"
003260         go to 3100-exit.
003270     add 1 to read-count.
003280     add cnf-deducted to read-total.
003290     if deduction-table-count = zero
003300         perform 3600-list-unknown thru 3600-exit
003310         go to 3100-exit.
003320     set deduction-table-index to 1.
003330     search deduction-table-entry
003340         at end
003350             perform 3600-list-unknown thru 3600-exit
003360         when dt-personnel (deduction-table-index)
003370                 = cnf-personnel
003380             and dt-period-end (deduction-table-index)
003390                 = cnf-period-end
003400             perform 3200-post-one thru 3200-exit.
003410 3100-exit.
003420     exit.

003430 3200-post-one.
003440     move deduction-table-entry (deduction-table-index)
003450         to deduction-record.
003460     if not prd-sent of deduction-record
003470         add 1 to already-count
003480         go to 3200-exit.
003490     move cnf-deducted to prd-deducted of deduction-record.
003500     move cnf-reason to prd-reason of deduction-record.
003510     move run-date to prd-posted-date of deduction-record.
003520     move "P" to prd-status of deduction-record.
003530     move spaces to exception-text.
003540     if cnf-deducted > zero
003550         perform 3300-post-unit thru 3300-exit.
003560     if exception-text = spaces
003570         and cnf-deducted = zero
003580         move "NOT DEDUCTED" to exception-text.
003590     if exception-text = spaces
003600         and cnf-deducted < prd-requested of deduction-record
003610         move "SHORT DEDUCTION" to exception-text.
003620     if exception-text not = spaces
003630         move "X" to prd-status of deduction-record
003640         perform 3500-list-exception thru 3500-exit.
003650     move deduction-record
003660         to deduction-table-entry (deduction-table-index).
003670     add 1 to changed-count.
003680 3200-exit.
003690     exit.

003700 3300-post-unit.
003710     move prd-building of deduction-record
003720         to building-id of sample-idx-record.
003730     move prd-aptnum of deduction-record
003740         to aptnum of sample-idx-record.
003750     read sample-idx-file
003760         invalid key
003770             move "UNIT NOT ON FILE" to exception-text
003780             go to 3300-exit.
003790     move cnf-pay-date to posting-date.
003800     if posting-date not numeric
003810         or posting-date = zero
003820         move run-date to posting-date.
003830     move sample-idx-record to before-image.
003840     move name of sample-idx-record to before-name.
003850     add cnf-deducted to amount-paid of sample-idx-record.
003860     rewrite sample-idx-record
003870         invalid key
003880             move "E" to TENOLOG-SEVERITY
003890             move spaces to TENOLOG-TEXT
003900             string "rewrite failed, status " delimited by size
003910                 idx-file-status delimited by size
003920                 into TENOLOG-TEXT
003930             call "TENOLOG" using TENOLOG-PARMS
003940             move "REWRITE FAILED" to exception-text
003950             go to 3300-exit.
003960     add 1 to posted-count.
003970     add cnf-deducted to posted-total.
003980     perform 3310-record-payment thru 3310-exit.
003990     perform 3330-record-history thru 3330-exit.
004000     perform 3340-record-audit thru 3340-exit.
004010 3300-exit.
004020     exit.

004030 3310-record-payment.
004040     add 1 to receipt-counter.
004050     move prd-building of deduction-record
004060         to pay-building of payment-record.
004070     move prd-aptnum of deduction-record
004080         to pay-aptnum of payment-record.
004090     move posting-date to pay-date of payment-record.
004100     move cnf-deducted to pay-amount of payment-record.
004110     move "P" to pay-method of payment-record.
004120     move receipt-counter to pay-receipt-no of payment-record.
004130     move zero to pay-deposit-ticket of payment-record.
004140     write payment-record.
004150     move receipt-counter to prd-receipt-no of deduction-record.
004160     perform 3320-allocate-payment thru 3320-exit.
004170 3310-exit.
004180     exit.

004190*----------------------------------------------------------*
004200* What the deduction paid, in the company's application
004210* order, onto payalloc.dat.
004220*----------------------------------------------------------*
004230 3320-allocate-payment.
004240     move "P" to TENAPLY-FUNCTION.
004250     move company-code of sample-idx-record to TENAPLY-COMPANY.
004260     move prd-building of deduction-record to TENAPLY-BUILDING.
004270     move prd-aptnum of deduction-record to TENAPLY-APTNUM.
004280     move rent-amount of sample-idx-record to TENAPLY-RENT.
004290     compute TENAPLY-PRIOR-PAID =
004300         amount-paid of sample-idx-record - cnf-deducted.
004310     move posting-date to TENAPLY-PAY-DATE.
004320     move cnf-deducted to TENAPLY-AMOUNT.
004330     move receipt-counter to TENAPLY-RECEIPT-NO.
004340     move "P" to TENAPLY-METHOD.
004350     move "TENPRDI" to TENAPLY-PROGRAM.
004360     call "TENAPLY" using TENAPLY-PARMS.
004370 3320-exit.
004380     exit.

004390 3330-record-history.
004400     move prd-building of deduction-record
004410         to hist-building of history-record.
004420     move prd-aptnum of deduction-record
004430         to hist-aptnum of history-record.
004440     move run-date to hist-date of history-record.
004450     move "U" to hist-action of history-record.
004460     move name of sample-idx-record
004470         to hist-name of history-record.
004480     move TENWHO-OPERATOR
004490         to hist-operator of history-record.
004500     write history-record.
004510 3330-exit.
004520     exit.

004530 3340-record-audit.
004540     accept audit-clock-time from time.
004550     move "TENPRDI" to audit-program of audit-record.
004560     move run-date to audit-date of audit-record.
004570     move audit-clock-time to audit-time of audit-record.
004580     move prd-building of deduction-record
004590         to audit-building of audit-record.
004600     move prd-aptnum of deduction-record
004610         to audit-aptnum of audit-record.
004620     move "R" to audit-action of audit-record.
004630     move before-name to audit-before-name of audit-record.
004640     move name of sample-idx-record
004650         to audit-after-name of audit-record.
004660     move occ-status of sample-idx-record
004670         to audit-before-status of audit-record.
004680     move occ-status of sample-idx-record
004690         to audit-after-status of audit-record.
004700     move TENWHO-OPERATOR
004710         to audit-operator of audit-record.
004720     move before-image
004730         to audit-before-image of audit-record.
004740     write audit-record.
004750 3340-exit.
004760     exit.

004770 3500-list-exception.
004780     add 1 to exception-count.
004790     move "A" to TENFMT-FORMAT-CODE.
004800     move prd-requested of deduction-record
004810         to TENFMT-RAW-AMOUNT.
004820     call "TENFMT" using TENFMT-PARMS.
004830     move TENFMT-EDITED-OUT to requested-text.
004840     move cnf-deducted to TENFMT-RAW-AMOUNT.
004850     call "TENFMT" using TENFMT-PARMS.
004860     move TENFMT-EDITED-OUT to deducted-text.
004870     move spaces to report-line.
004880     string prd-personnel of deduction-record delimited by size
004890         " " delimited by size
004900         prd-building of deduction-record delimited by size
004910         "-" delimited by size
004920         prd-aptnum of deduction-record delimited by size
004930         " " delimited by size
004940         prd-name of deduction-record (1:19) delimited by size
004950         " " delimited by size
004960         requested-text delimited by size
004970         " " delimited by size
004980         deducted-text delimited by size
004990         " " delimited by size
005000         cnf-reason delimited by size
005010         " " delimited by size
005020         exception-text delimited by size
005030         into report-line.
005040     write report-line.
005050     move "W" to TENOLOG-SEVERITY.
005060     move spaces to TENOLOG-TEXT.
005070     string "staff rent " delimited by size
005080         prd-building of deduction-record delimited by size
005090         "-" delimited by size
005100         prd-aptnum of deduction-record delimited by size
005110         " period " delimited by size
005120         cnf-period-end delimited by size
005130         " - " delimited by size
005140         exception-text delimited by size
005150         into TENOLOG-TEXT.
005160     call "TENOLOG" using TENOLOG-PARMS.
005170 3500-exit.
005180     exit.

005190*----------------------------------------------------------*
005200* A confirmation for a deduction that was never sent: no
005210* unit to post to, so it is listed for the office.
005220*----------------------------------------------------------*
005230 3600-list-unknown.
005240     move spaces to deduction-record.
005250     move cnf-personnel to prd-personnel of deduction-record.
005260     move zero to prd-building of deduction-record.
005270     move zero to prd-aptnum of deduction-record.
005280     move cnf-requested to prd-requested of deduction-record.
005290     move "NOT ON REGISTER" to exception-text.
005300     perform 3500-list-exception thru 3500-exit.
005310 3600-exit.
005320     exit.

005330 4000-check-trailer.
005340     if cnf-trailer-count not = read-count
005350         or cnf-trailer-total not = read-total
005360         move "E" to TENOLOG-SEVERITY
005370         move spaces to TENOLOG-TEXT
005380         string "OUT OF BALANCE with payroll trailer, count "
005390                 delimited by size
005400             cnf-trailer-count delimited by size
005410             " read " delimited by size
005420             read-count delimited by size
005430             into TENOLOG-TEXT
005440         call "TENOLOG" using TENOLOG-PARMS
005450         move cnf-trailer-total to edited-trailer-total
005460         move read-total to edited-read-total
005470         move "E" to TENOLOG-SEVERITY
005480         move spaces to TENOLOG-TEXT
005490         string "OUT OF BALANCE with payroll trailer, total "
005500                 delimited by size
005510             edited-trailer-total delimited by size
005520             " read " delimited by size
005530             edited-read-total delimited by size
005540             into TENOLOG-TEXT
005550         call "TENOLOG" using TENOLOG-PARMS
005560         move 1 to return-code
005570     else
005580         move "I" to TENOLOG-SEVERITY
005590         move "in balance with payroll trailer" to TENOLOG-TEXT
005600         call "TENOLOG" using TENOLOG-PARMS.
005610 4000-exit.
005620     exit.

005630 5000-rewrite-register.
005640     if changed-count = zero
005650         go to 5000-exit.
005660     open output deduction-file.
005670     perform 5100-write-register thru 5100-exit
005680         varying deduction-sub from 1 by 1
005690         until deduction-sub > deduction-table-count.
005700     close deduction-file.
005710 5000-exit.
005720     exit.

005730 5100-write-register.
005740     move deduction-table-entry (deduction-sub)
005750         to deduction-record.
005760     write deduction-record.
005770 5100-exit.
005780     exit.

005790 9000-finish.
005800     if confirm-file-open
005810         and not trailer-seen
005820         move "E" to TENOLOG-SEVERITY
005830         move "no trailer record on prconf.dat" to TENOLOG-TEXT
005840         call "TENOLOG" using TENOLOG-PARMS
005850         move 1 to return-code.
005860     if exception-count = zero
005870         move "NO EXCEPTIONS" to report-line
005880         write report-line.
005890     move spaces to report-line.
005900     write report-line.
005910     move "A" to TENFMT-FORMAT-CODE.
005920     move posted-total to TENFMT-RAW-AMOUNT.
005930     call "TENFMT" using TENFMT-PARMS.
005940     move spaces to report-line.
005950     string "CONFIRMED: " delimited by size
005960         read-count delimited by size
005970         "  POSTED: " delimited by size
005980         posted-count delimited by size
005990         " " delimited by size
006000         TENFMT-EDITED-OUT delimited by size
006010         "  ALREADY: " delimited by size
006020         already-count delimited by size
006030         "  EXCEPTIONS: " delimited by size
006040         exception-count delimited by size
006050         into report-line.
006060     write report-line.
006070     close exception-report.
006080     move "TENPRDI" to TENRCAT-PROGRAM.
006090     move prdexc-filename to TENRCAT-FILENAME.
006100     move 1 to TENRCAT-PAGES.
006110     move exception-count to TENRCAT-LINES.
006120     call "TENRCAT" using TENRCAT-PARMS.
006130     move "I" to TENOLOG-SEVERITY
006140     move spaces to TENOLOG-TEXT
006150     string posted-count delimited by size
006160         " deduction(s) posted, " delimited by size
006170         exception-count delimited by size
006180         " exception(s)" delimited by size
006190         into TENOLOG-TEXT
006200     call "TENOLOG" using TENOLOG-PARMS.
006210 9000-exit.
006220     exit.

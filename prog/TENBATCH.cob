000230* dated file instead of posting anything.  Posting itself
000240* is the TENPOST path: AMOUNT-PAID on indexed.dbf, a ledger
000250* detail record, and the usual tenhist.dat and audit-log
000260* entries per item.  The batch carries one effective date;
000270* a date in a month closed on glperiod.ctl is refused, or
000280* the batch posts today as prior-period adjustments
000290* (TENPERC), as the period control says.
000300*----------------------------------------------------------*
000310* MODIFICATION HISTORY
000320*   DATE       INIT  DESCRIPTION
000330*   2026-10-15 JHM   The batch header asks the effective
000340*                    date (today unless keyed).  A date in a
000350*                    month closed on glperiod.ctl refuses
000360*                    the batch or, under the adjust policy,
000370*                    posts it today with each item flagged
000380*                    on ppadj.dat as a prior-period
000390*                    adjustment through the TENPERC
000400*                    subprogram; a date after today is
000410*                    refused.
000420*   2026-10-15 JHM   Each posted item is spread across the
000430*                    unit's open charges in the company's
000440*                    payorder.dat application order through
000450*                    the TENAPLY subprogram, which writes the
000460*                    payalloc.dat detail of what it paid.
000470*   2026-09-03 JHM   Keys against a unit whose latest
000480*                    legcase.dat record stands at judgment
000490*                    are refused when they fall short of
000500*                    the full balance, the TENPOST rule --
000510*                    accepting partial rent can void an
000520*                    eviction case here.  Posting also
000530*                    takes the TENLOCK in-use lock per
000540*                    unit, the way TENPOST and TENMAINT
000550*                    now do; a unit another screen is
000560*                    sitting on is left unposted with a
000570*                    loud console line.
000580*   2026-09-03 JHM   Original program.
000590*----------------------------------------------------------*
000600 identification division.
000610 program-id. tenbatch.
000620 author. J. H. Masters.
000630 installation. Property Management Systems.
000640 date-written. 2026-09-03.
000650 date-compiled. 2026-09-03.

000660 environment division.
000670 configuration section.
000680 source-computer. Intel486.
000690 object-computer. Intel486.

000700 input-output section.
000710 file-control.
000720     select sample-idx-file assign to disk
000730         organization is indexed
000740         record key is unit-key of sample-idx-record
000750         access mode is random
000760         file status is idx-file-status.

000770     select optional payment-ledger-file assign to disk
000780         organization is line sequential.

000790     select history-file assign to disk
000800         organization is line sequential.

000810     select audit-log-file assign to disk
000820         organization is line sequential.

000830     select proof-list-report assign to disk
000840         organization is line sequential.

000850     select optional legal-case-file assign to disk
000860         organization is line sequential
000870         file status is lgl-file-status.

000880     select optional batch-lock-file assign to disk
000890         organization is line sequential
000900         file status is lck-file-status.

000910 data division.
000920 file section.
000930 fd  sample-idx-file
000940     label records are standard
000950     value of file-id is "indexed.dbf".
000960     copy TENREC
000970         replacing ==:REC-NAME:== by ==sample-idx-record==
000980             ==address== by ==street-addr==.

000990 fd  payment-ledger-file
001000     label records are standard
001010     value of file-id is "payledgr.dat".
001020     copy TENPAY
001030         replacing ==:REC-NAME:==
001040             by ==payment-record==.

001050 fd  history-file
001060     label records are standard
001070     value of file-id is "tenhist.dat".
001080     copy TENHIST
001090         replacing ==:REC-NAME:==
001100             by ==history-record==.

001110 fd  audit-log-file
001120     label records are standard
001130     value of file-id is "tenaudit.dat".
001140     copy TENAUDIT
001150         replacing ==:REC-NAME:==
001160             by ==audit-record==.

001170 fd  proof-list-report
001180     label records are standard
001190     value of file-id is proof-rpt-filename.
001200 01  report-line             picture is X(80).

001210 fd  legal-case-file
001220     label records are standard
001230     value of file-id is "legcase.dat".
001240     copy TENLGL
001250         replacing ==:REC-NAME:==
001260             by ==legal-case-record==.

001270 fd  batch-lock-file
001280     label records are standard
001290     value of file-id is "batchlck.ctl".
001300 01  batch-lock-record.
001310     05  lck-status          picture is X(06).
001320     05  lck-date            picture is 9(08).
001330     05  lck-time            picture is 9(08).

001340 working-storage section.
001350 01  proof-rpt-filename      picture is X(30).
001360     copy TENRCAT.
001370 01  lck-file-status         picture is X(02).
001380 01  batch-locked-switch     picture is X(01) value "N".
001390     88  batch-locked                value "Y".
001400 01  before-image            picture is X(133).
001410     copy TENWHO.
001420     copy TENLOCK.
001430     copy TENAPLY.
001440     copy TENPERC.
001450 01  idx-file-status         picture is X(02).
001460 01  more-switch             picture is X(01) value "Y".
001470     88  more-items                  value "Y".
001480 01  today-date              picture is 9(08).
001490 01  audit-clock-time        picture is 9(08).
001500 01  before-name             picture is X(25).
001510 01  before-status           picture is X(01).
001520 01  posted-count            picture is 9(05) value zero.
001530 01  line-count              picture is 9(07) value zero.

001540 01  expected-count          picture is 9(03).
001550 01  expected-total          picture is 9(07)V99.
001560 01  keyed-count             picture is 9(03) value zero.
001570 01  keyed-total             picture is 9(07)V99 value zero.
001580 01  count-discrepancy       picture is S9(03).
001590 01  total-discrepancy       picture is S9(07)V99.

001600 01  entered-aptnum          picture is 9(04).
001610 01  entered-building        picture is 9(02).
001620 01  entered-amount          picture is 9(05)V99.
001630 01  entered-method          picture is X(01).
001640 01  entered-receipt         picture is 9(06).
001650 01  entered-effective       picture is 9(08).
001660 01  post-date               picture is 9(08).
001670 01  lgl-file-status         picture is X(02).
001680 01  lgl-eof-switch          picture is X(01) value "N".
001690     88  case-file-at-end            value "Y".
001700 01  judgment-switch         picture is X(01).
001710     88  judgment-case               value "Y".
001720 01  unposted-count          picture is 9(03) value zero.

001730*----------------------------------------------------------*
001740* Latest legcase.dat status per unit; a judgment-stage
001750* case refuses partial items at keying time.
001760*----------------------------------------------------------*
001770 01  case-table-area.
001780     05  case-table-count    picture is 9(03) value zero.
001790     05  case-table-entry occurs 1 to 200 times
001800             depending on case-table-count
001810             indexed by case-table-index.
001820         10  ca-building     picture is 9(02).
001830         10  ca-aptnum       picture is 9(04).
001840         10  ca-status       picture is X(01).

001850*----------------------------------------------------------*
001860* The keyed batch, held here until it proves to the header;
001870* nothing touches the tenant files while the batch is open.
001880*----------------------------------------------------------*
001890 01  batch-table-area.
001900     05  batch-item-count    picture is 9(03) value zero.
001910     05  batch-item-entry occurs 1 to 200 times
001920             depending on batch-item-count.
001930         10  bi-building     picture is 9(02).
001940         10  bi-aptnum       picture is 9(04).
001950         10  bi-amount       picture is 9(05)V99.
001960         10  bi-method       picture is X(01).
001970         10  bi-receipt      picture is 9(06).
001980 01  batch-sub               picture is 9(03).
001990     copy TENFMT.

002000 procedure division.
002010 0000-mainline.
002020     perform 1000-initialize thru 1000-exit.
002030     perform 2000-open-batch thru 2000-exit.
002040     perform 3000-key-one-item thru 3000-exit
002050         until not more-items.
002060     perform 4000-prove-batch thru 4000-exit.
002070     perform 9000-finish thru 9000-exit.
002080     stop run.

002090 1000-initialize.
002100     display "TENBATCH: batch payment entry".
002110     perform 1100-check-batch-lock thru 1100-exit.
002120     if batch-locked
002130         display "TENBATCH: nightly batch in progress - "
002140             "tenant files are locked, inquiry only "
002150             "(use TENINQ) until the window closes"
002160         stop run.
002170     open i-o sample-idx-file.
002180     if idx-file-status not = "00"
002190         display "TENBATCH: cannot open indexed.dbf, status "
002200             idx-file-status
002210         stop run.
002220     accept today-date from date yyyymmdd.
002230     call "TENWHO" using TENWHO-PARMS.
002240     if not TENWHO-SIGNED-ON
002250         or TENWHO-AUTHORITY < 2
002260         display "TENBATCH: update authority required - "
002270             "sign on through TENSIGN first"
002280         stop run.
002290     perform 1200-load-cases thru 1200-exit.
002300 1000-exit.
002310     exit.

002320*----------------------------------------------------------*
002330* Batch-window lock check: the nightly driver raises the
002340* lock at start of chain and clears it at finish.
002350*----------------------------------------------------------*
002360 1100-check-batch-lock.
002370     open input batch-lock-file.
002380     if lck-file-status not = "00"
002390         go to 1100-exit.
002400     read batch-lock-file
002410         at end
002420             continue
002430         not at end
002440             if lck-status = "LOCKED"
002450                 move "Y" to batch-locked-switch.
002460     close batch-lock-file.
002470 1100-exit.
002480     exit.

002490 1200-load-cases.
002500     open input legal-case-file.
002510     if lgl-file-status not = "00"
002520         close legal-case-file
002530         move "Y" to lgl-eof-switch
002540         go to 1200-exit.
002550     perform 1210-read-case thru 1210-exit
002560         until case-file-at-end.
002570     close legal-case-file.
002580 1200-exit.
002590     exit.

002600 1210-read-case.
002610     read legal-case-file
002620         at end
002630             move "Y" to lgl-eof-switch
002640         not at end
002650             perform 1220-stow-case thru 1220-exit.
002660 1210-exit.
002670     exit.

002680 1220-stow-case.
002690     set case-table-index to 1.
002700     if case-table-count > zero
002710         search case-table-entry
002720             at end
002730                 perform 1230-add-case thru 1230-exit
002740             when ca-building (case-table-index)
002750                     = lgl-building of legal-case-record
002760                 and ca-aptnum (case-table-index)
002770                     = lgl-aptnum of legal-case-record
002780                 move lgl-status of legal-case-record
002790                     to ca-status (case-table-index)
002800     else
002810         perform 1230-add-case thru 1230-exit.
002820 1220-exit.
002830     exit.

002840 1230-add-case.
002850     if case-table-count >= 200
002860         display "TENBATCH: case table overflow"
002870     else
002880         add 1 to case-table-count
002890         move lgl-building of legal-case-record
002900             to ca-building (case-table-count)
002910         move lgl-aptnum of legal-case-record
002920             to ca-aptnum (case-table-count)
002930         move lgl-status of legal-case-record
002940             to ca-status (case-table-count).
002950 1230-exit.
002960     exit.

002970 2000-open-batch.
002980     display "Expected item count for this batch: ".
002990     accept expected-count.
003000     display "Expected dollar total (9999999.99): ".
003010     accept expected-total.
003020     display "Batch effective date (YYYYMMDD, 0 = today): ".
003030     accept entered-effective.
003040     perform 2100-check-period thru 2100-exit.
003050     if TENPERC-REFUSE
003060         close sample-idx-file
003070         stop run.
003080 2000-exit.
003090     exit.

003100*----------------------------------------------------------*
003110* The effective date against the posting-period control:
003120* an open month posts under its own date, a closed one is
003130* refused or posted today as a prior-period adjustment.
003140*----------------------------------------------------------*
003150 2100-check-period.
003160     if entered-effective = zero
003170         move today-date to entered-effective.
003180     move "C" to TENPERC-FUNCTION.
003190     move entered-effective to TENPERC-DATE.
003200     call "TENPERC" using TENPERC-PARMS.
003210     if entered-effective > today-date
003220         move "R" to TENPERC-RESULT
003230         display "TENBATCH: effective date " entered-effective
003240             " is after today - batch not opened"
003250         go to 2100-exit.
003260     move entered-effective to post-date.
003270     if TENPERC-REFUSE
003280         display "TENBATCH: " entered-effective " is in a "
003290             "closed period (closed through "
003300             TENPERC-CLOSED-THROUGH ") - batch not opened"
003310         go to 2100-exit.
003320     if TENPERC-ADJUST
003330         move today-date to post-date
003340         display "TENBATCH: " entered-effective " is in a "
003350             "closed period - the batch will post today "
003360             "as prior-period adjustments".
003370 2100-exit.
003380     exit.

003390 3000-key-one-item.
003400     display "Apartment number (0000 to close batch): ".
003410     accept entered-aptnum.
003420     if entered-aptnum = 0
003430         move "N" to more-switch
003440     else
003450         display "Building number: "
003460         accept entered-building
003470         perform 3100-key-item-body thru 3100-exit.
003480 3000-exit.
003490     exit.

003500 3100-key-item-body.
003510     move entered-building to building-id
003520         of sample-idx-record.
003530     move entered-aptnum to aptnum of sample-idx-record.
003540     read sample-idx-file
003550         invalid key
003560             display "TENBATCH: no unit " entered-building
003570                 "-" entered-aptnum
003580                 " on indexed.dbf - re-key the item"
003590             go to 3100-exit.
003600     if batch-item-count >= 200
003610         display "TENBATCH: batch is full at 200 items - "
003620             "close it and open another"
003630         move "N" to more-switch
003640         go to 3100-exit.
003650     display "Amount paid (99999.99): ".
003660     accept entered-amount.
003670     display "Method (C=check, A=cash, M=money order): ".
003680     accept entered-method.
003690     display "Receipt number (6 digits): ".
003700     accept entered-receipt.
003710     perform 3150-check-judgment thru 3150-exit.
003720     if judgment-case
003730         and entered-amount <
003740             rent-amount of sample-idx-record
003750                 - amount-paid of sample-idx-record
003760         display "TENBATCH: unit " entered-building
003770             "-" entered-aptnum " is in judgment - "
003780             "partial payment refused, see collections"
003790         go to 3100-exit.
003800     add 1 to batch-item-count.
003810     move entered-building
003820         to bi-building (batch-item-count).
003830     move entered-aptnum to bi-aptnum (batch-item-count).
003840     move entered-amount to bi-amount (batch-item-count).
003850     move entered-method to bi-method (batch-item-count).
003860     move entered-receipt to bi-receipt (batch-item-count).
003870     add 1 to keyed-count.
003880     add entered-amount to keyed-total.
003890 3100-exit.
003900     exit.

003910*----------------------------------------------------------*
003920* A unit whose latest legcase.dat record stands at
003930* judgment: accepting a partial rent payment can void the
003940* case here, so the batch refuses anything short of the
003950* full balance for such a unit, the TENPOST rule.
003960*----------------------------------------------------------*
003970 3150-check-judgment.
003980     move "N" to judgment-switch.
003990     if case-table-count = zero
004000         go to 3150-exit.
004010     set case-table-index to 1.
004020     search case-table-entry
004030         at end
004040             continue
004050         when ca-building (case-table-index)
004060                 = building-id of sample-idx-record
004070             and ca-aptnum (case-table-index)
004080                 = aptnum of sample-idx-record
004090             if ca-status (case-table-index) = "J"
004100                 move "Y" to judgment-switch
004110             end-if.
004120 3150-exit.
004130     exit.

004140 4000-prove-batch.
004150     if keyed-count = expected-count
004160         and keyed-total = expected-total
004170         display "TENBATCH: batch balances - posting"
004180         perform 5000-post-batch thru 5000-exit
004190     else
004200         display "TENBATCH: batch OUT OF BALANCE - "
004210             "nothing posted, see the proof list"
004220         perform 6000-print-proof thru 6000-exit.
004230 4000-exit.
004240     exit.

004250 5000-post-batch.
004260     open extend payment-ledger-file.
004270     open extend history-file.
004280     open extend audit-log-file.
004290     perform 5100-post-one thru 5100-exit
004300         varying batch-sub from 1 by 1
004310         until batch-sub > batch-item-count.
004320     close payment-ledger-file.
004330     close history-file.
004340     close audit-log-file.
004350 5000-exit.
004360     exit.

004370 5100-post-one.
004380     move bi-building (batch-sub)
004390         to building-id of sample-idx-record.
004400     move bi-aptnum (batch-sub)
004410         to aptnum of sample-idx-record.
004420     read sample-idx-file
004430         invalid key
004440             display "TENBATCH: unit "
004450                 bi-building (batch-sub) "-"
004460                 bi-aptnum (batch-sub)
004470                 " vanished before posting"
004480             go to 5100-exit.
004490     move "L" to TENLOCK-FUNCTION.
004500     move bi-building (batch-sub) to TENLOCK-BUILDING.
004510     move bi-aptnum (batch-sub) to TENLOCK-APTNUM.
004520     call "TENLOCK" using TENLOCK-PARMS.
004530     if TENLOCK-BUSY
004540         add 1 to unposted-count
004550         display "TENBATCH: unit "
004560             bi-building (batch-sub) "-"
004570             bi-aptnum (batch-sub)
004580             " NOT POSTED - record in use by operator "
004590             TENLOCK-HOLDER ", post it separately"
004600         go to 5100-exit.
004610     perform 5150-post-locked thru 5150-exit.
004620     move "U" to TENLOCK-FUNCTION.
004630     call "TENLOCK" using TENLOCK-PARMS.
004640 5100-exit.
004650     exit.

004660 5150-post-locked.
004670     move sample-idx-record to before-image.
004680     move name of sample-idx-record to before-name.
004690     move occ-status of sample-idx-record to before-status.
004700     add bi-amount (batch-sub)
004710         to amount-paid of sample-idx-record.
004720     rewrite sample-idx-record
004730         invalid key
004740             display "TENBATCH: rewrite failed, status "
004750                 idx-file-status
004760         not invalid key
004770             add 1 to posted-count
004780             perform 5200-record-payment thru 5200-exit
004790             perform 5300-record-history thru 5300-exit
004800             perform 5400-record-audit thru 5400-exit.
004810 5150-exit.
004820     exit.

004830 5200-record-payment.
004840     move bi-building (batch-sub)
004850         to pay-building of payment-record.
004860     move bi-aptnum (batch-sub)
004870         to pay-aptnum of payment-record.
004880     move post-date to pay-date of payment-record.
004890     move bi-amount (batch-sub)
004900         to pay-amount of payment-record.
004910     move bi-method (batch-sub)
004920         to pay-method of payment-record.
004930     move bi-receipt (batch-sub)
004940         to pay-receipt-no of payment-record.
004950     move zero to pay-deposit-ticket of payment-record.
004960     write payment-record.
004970     if TENPERC-ADJUST
004980         perform 5270-flag-adjustment thru 5270-exit.
004990     perform 5250-allocate-payment thru 5250-exit.
005000 5200-exit.
005010     exit.

005020*----------------------------------------------------------*
005030* What the item paid, in the company's application order,
005040* onto payalloc.dat.
005050*----------------------------------------------------------*
005060 5250-allocate-payment.
005070     move "P" to TENAPLY-FUNCTION.
005080     move company-code of sample-idx-record to TENAPLY-COMPANY.
005090     move bi-building (batch-sub) to TENAPLY-BUILDING.
005100     move bi-aptnum (batch-sub) to TENAPLY-APTNUM.
005110     move rent-amount of sample-idx-record to TENAPLY-RENT.
005120     compute TENAPLY-PRIOR-PAID =
005130         amount-paid of sample-idx-record - bi-amount (batch-sub).
005140     move post-date to TENAPLY-PAY-DATE.
005150     move bi-amount (batch-sub) to TENAPLY-AMOUNT.
005160     move bi-receipt (batch-sub) to TENAPLY-RECEIPT-NO.
005170     move bi-method (batch-sub) to TENAPLY-METHOD.
005180     move "TENBATCH" to TENAPLY-PROGRAM.
005190     call "TENAPLY" using TENAPLY-PARMS.
005200 5250-exit.
005210     exit.

005220*----------------------------------------------------------*
005230* An item moved out of a closed month is flagged for the
005240* journal on ppadj.dat.
005250*----------------------------------------------------------*
005260 5270-flag-adjustment.
005270     move "R" to TENPERC-FUNCTION.
005280     move entered-effective to TENPERC-DATE.
005290     move "P" to TENPERC-KIND.
005300     move bi-building (batch-sub) to TENPERC-BUILDING.
005310     move bi-aptnum (batch-sub) to TENPERC-APTNUM.
005320     move bi-amount (batch-sub) to TENPERC-AMOUNT.
005330     move post-date to TENPERC-POSTED-DATE.
005340     move bi-receipt (batch-sub) to TENPERC-REFERENCE.
005350     move "TENBATCH" to TENPERC-PROGRAM.
005360     move TENWHO-OPERATOR to TENPERC-OPERATOR.
005370     call "TENPERC" using TENPERC-PARMS.
005380 5270-exit.
005390     exit.

005400 5300-record-history.
005410     move bi-building (batch-sub)
005420         to hist-building of history-record.
005430     move bi-aptnum (batch-sub)
005440         to hist-aptnum of history-record.
005450     move today-date to hist-date of history-record.
005460     move "U" to hist-action of history-record.
005470     move name of sample-idx-record
005480         to hist-name of history-record.
005490     move TENWHO-OPERATOR
005500         to hist-operator of history-record.
005510     write history-record.
005520 5300-exit.
005530     exit.

005540 5400-record-audit.
005550     accept audit-clock-time from time.
005560     move "TENBATCH" to audit-program of audit-record.
005570     move today-date to audit-date of audit-record.
005580     move audit-clock-time to audit-time of audit-record.
005590     move bi-building (batch-sub)
005600         to audit-building of audit-record.
005610     move bi-aptnum (batch-sub)
005620         to audit-aptnum of audit-record.
005630     move "R" to audit-action of audit-record.
005640     move before-name to audit-before-name of audit-record.
005650     move name of sample-idx-record
005660         to audit-after-name of audit-record.
005670     move before-status
005680         to audit-before-status of audit-record.
005690     move occ-status of sample-idx-record
005700         to audit-after-status of audit-record.
005710     move TENWHO-OPERATOR
005720         to audit-operator of audit-record.
005730     move before-image
005740         to audit-before-image of audit-record
005750     write audit-record.
005760 5400-exit.
005770     exit.

005780*----------------------------------------------------------*
005790* Out-of-balance proof list: every keyed item plus the
005800* keyed-versus-expected discrepancy, so the bookkeeper can
005810* find the mis-key against the tape before re-entering.
005820*----------------------------------------------------------*
005830 6000-print-proof.
005840     move spaces to proof-rpt-filename.
005850     string "batchprf." delimited by size
005860         today-date delimited by size
005870         into proof-rpt-filename.
005880     open output proof-list-report.
005890     move "BATCH PAYMENT PROOF LIST - OUT OF BALANCE"
005900         to report-line.
005910     write report-line.
005920     move spaces to report-line.
005930     string "RUN DATE: " delimited by size
005940         today-date delimited by size
005950         "   OPERATOR: " delimited by size
005960         TENWHO-OPERATOR delimited by size
005970         into report-line.
005980     write report-line.
005990     move "  BLDG-APT  MTH  RECEIPT       AMOUNT"
006000         to report-line.
006010     write report-line.
006020     add 3 to line-count.
006030     perform 6100-print-item thru 6100-exit
006040         varying batch-sub from 1 by 1
006050         until batch-sub > batch-item-count.
006060     compute count-discrepancy = keyed-count
006070         - expected-count.
006080     compute total-discrepancy = keyed-total
006090         - expected-total.
006100     move spaces to report-line.
006110     write report-line.
006120     move spaces to report-line.
006130     string "KEYED " delimited by size
006140         keyed-count delimited by size
006150         " ITEM(S), EXPECTED " delimited by size
006160         expected-count delimited by size
006170         "  (OFF BY " delimited by size
006180         count-discrepancy delimited by size
006190         ")" delimited by size
006200         into report-line.
006210     write report-line.
006220     move "A" to TENFMT-FORMAT-CODE.
006230     move total-discrepancy to TENFMT-RAW-AMOUNT.
006240     call "TENFMT" using TENFMT-PARMS.
006250     move spaces to report-line.
006260     string "DOLLARS OFF BY " delimited by size
006270         TENFMT-EDITED-OUT delimited by size
006280         into report-line.
006290     write report-line.
006300     add 3 to line-count.
006310     close proof-list-report.
006320     move "TENBATCH" to TENRCAT-PROGRAM.
006330     move proof-rpt-filename to TENRCAT-FILENAME.
006340     move 1 to TENRCAT-PAGES.
006350     move line-count to TENRCAT-LINES.
006360     call "TENRCAT" using TENRCAT-PARMS.
006370 6000-exit.
006380     exit.

006390 6100-print-item.
006400     move "A" to TENFMT-FORMAT-CODE.
006410     move bi-amount (batch-sub) to TENFMT-RAW-AMOUNT.
006420     call "TENFMT" using TENFMT-PARMS.
006430     move spaces to report-line.
006440     string "  " delimited by size
006450         bi-building (batch-sub) delimited by size
006460         "-" delimited by size
006470         bi-aptnum (batch-sub) delimited by size
006480         "   " delimited by size
006490         bi-method (batch-sub) delimited by size
006500         "   " delimited by size
006510         bi-receipt (batch-sub) delimited by size
006520         "  " delimited by size
006530         TENFMT-EDITED-OUT delimited by size
006540         into report-line.
006550     write report-line.
006560     add 1 to line-count.
006570 6100-exit.
006580     exit.

006590 9000-finish.
006600     close sample-idx-file.
006610     display "TENBATCH: " posted-count " payment(s) posted".
006620     if unposted-count > zero
006630         display "TENBATCH: " unposted-count
006640             " item(s) NOT POSTED (records in use) - "
006650             "post them through TENPOST".
006660 9000-exit.
006670     exit.

000210* indexed.dbf, applies it to AMOUNT-PAID and appends the
000220* detail to the payledgr.dat payment ledger, and drops
000230* unmatched or overpaying items to bankpay.rej with a reason
000240* code and onto the suspense.dat unapplied-cash file for
000250* TENSUSA to apply.  Control totals of applied plus rejected
000260* items must balance back to the bank trailer or the run
000270* ends with a nonzero return code.  A payment dated in a
000280* month closed on glperiod.ctl is rejected to suspense, or
000290* posted today as a prior-period adjustment (TENPERC), as
000300* the period control says.
000310*----------------------------------------------------------*
000320* MODIFICATION HISTORY
000330*   DATE       INIT  DESCRIPTION
000340*   2026-10-15 JHM   A payment dated in a month closed on
000350*                    glperiod.ctl is rejected to suspense
000360*                    as CLOSED PERIOD or, under the adjust
000370*                    policy, posted today and flagged on
000380*                    ppadj.dat as a prior-period adjustment
000390*                    through the TENPERC subprogram.
000400*   2026-10-15 JHM   Each applied payment is spread across
000410*                    the unit's open charges in the
000420*                    company's payorder.dat application
000430*                    order through the TENAPLY subprogram,
000440*                    which writes the payalloc.dat detail of
000450*                    what it paid.
000460*   2026-10-15 JHM   Every rejected item also goes to the
000470*                    suspense.dat unapplied-cash suspense
000480*                    file (TENSUS) with the account
000490*                    reference, date, amount, the bank's
000500*                    remitter text (the old trailing
000510*                    filler) and the reason, so the money
000520*                    stays on the books until TENSUSA
000530*                    applies it.
000540*   2026-10-15 JHM   Messages now go through TENOLOG to the
000550*                    dated operations log, each with its
000560*                    severity (and the unit where there is
000570*                    one); aborts raise a menu alert.
000580*   2026-09-03 JHM   Zeroes the new PAY-DEPOSIT-TICKET
000590*                    field on every ledger record written;
000600*                    lockbox items are already at the bank
000610*                    and never ride to the teller on a
000620*                    TENDEPT deposit ticket.
000630*   2026-08-22 JHM   An OPTIONAL file opened for input
000640*                    that is not on file comes back "05"
000650*                    and is left open; the read-scan bail
000660*                    paths now CLOSE it so the later
000670*                    write-mode open (which creates the
000680*                    file) is not stranded.
000690*   2026-08-22 JHM   Stamps the signed-on operator id from
000700*                    TENWHO on every audit and history
000710*                    record written, so the trail says who
000720*                    was at the keyboard (spaces on an
000730*                    unattended batch run).
000740*   2026-08-22 JHM   Original program.
000750*   2026-08-22 JHM   The lockbox receipt counter now seeds
000760*                    from the highest receipt number already
000770*                    on payledgr.dat (the way BVT05 seeds
000780*                    its surrogates), so receipt numbers no
000790*                    longer restart at 000001 every night
000800*                    and collide run after run.
000810*   2026-08-22 JHM   Guarded by the TENRUNC run-control
000820*                    check, so the same bank file cannot be
000830*                    applied twice on one business date
000840*                    without an explicit runover.ctl
000850*                    override.
000860*----------------------------------------------------------*
000870 identification division.
000880 program-id. tenbank.
000890 author. J. H. Masters.
000900 installation. Property Management Systems.
000910 date-written. 2026-08-22.
000920 date-compiled. 2026-08-22.

000930 environment division.
000940 configuration section.
000950 source-computer. Intel486.
000960 object-computer. Intel486.

000970 input-output section.
000980 file-control.
000990     select bank-payment-file assign to disk
001000         organization is line sequential
001010         file status is bank-file-status.

001020     select sample-idx-file assign to disk
001030         organization is indexed
001040         record key is unit-key of sample-idx-record
001050         access mode is random
001060         file status is idx-file-status.

001070     select optional payment-ledger-file assign to disk
001080         organization is line sequential
001090         file status is pay-file-status.

001100     select exception-file assign to disk
001110         organization is line sequential.

001120     select history-file assign to disk
001130         organization is line sequential.

001140     select audit-log-file assign to disk
001150         organization is line sequential.

001160     select optional suspense-file assign to disk
001170         organization is line sequential
001180         file status is sus-file-status.

001190 data division.
001200 file section.
001210 fd  bank-payment-file
001220     label records are standard
001230     value of file-id is "bankpay.dat".
001240 01  bank-payment-record.
001250     05  bank-rec-type       picture is X(01).
001260         88  bank-detail             value "D".
001270         88  bank-trailer            value "T".
001280     05  bank-account-ref.
001290         10  bank-building   picture is 9(02).
001300         10  bank-aptnum     picture is 9(04).
001310     05  bank-pay-date       picture is 9(08).
001320     05  bank-amount         picture is 9(05)V99.
001330     05  bank-remitter       picture is X(10).
001340 01  bank-trailer-record redefines bank-payment-record.
001350     05  filler              picture is X(01).
001360     05  bank-trailer-count  picture is 9(05).
001370     05  bank-trailer-total  picture is 9(07)V99.
001380     05  filler              picture is X(18).

001390 fd  sample-idx-file
001400     label records are standard
001410     value of file-id is "indexed.dbf".
001420     copy TENREC
001430         replacing ==:REC-NAME:== by ==sample-idx-record==
001440             ==address== by ==street-addr==.

001450 fd  payment-ledger-file
001460     label records are standard
001470     value of file-id is "payledgr.dat".
001480     copy TENPAY
001490         replacing ==:REC-NAME:==
001500             by ==payment-record==.

001510 fd  exception-file
001520     label records are standard
001530     value of file-id is "bankpay.rej".
001540 01  exception-line          picture is X(80).

001550 fd  history-file
001560     label records are standard
001570     value of file-id is "tenhist.dat".
001580     copy TENHIST
001590         replacing ==:REC-NAME:==
001600             by ==history-record==.

001610 fd  audit-log-file
001620     label records are standard
001630     value of file-id is "tenaudit.dat".
001640     copy TENAUDIT
001650         replacing ==:REC-NAME:==
001660             by ==audit-record==.

001670 fd  suspense-file
001680     label records are standard
001690     value of file-id is "suspense.dat".
001700     copy TENSUS
001710         replacing ==:REC-NAME:==
001720             by ==suspense-record==.

001730 working-storage section.
001740 01  pay-file-status         picture is X(02).
001750 01  pay-eof-switch          picture is X(01) value "N".
001760     88  payment-file-at-end         value "Y".
001770 01  before-image            picture is X(133).
001780     copy TENWHO.
001790     copy TENAPLY.
001800     copy TENPERC.
001810 01  post-date               picture is 9(08).
001820 01  bank-file-status        picture is X(02).
001830 01  idx-file-status         picture is X(02).
001840 01  bank-eof-switch         picture is X(01) value "N".
001850     88  bank-file-at-end            value "Y".
001860 01  trailer-seen-switch     picture is X(01) value "N".
001870     88  trailer-seen                value "Y".
001880 01  today-date              picture is 9(08).
001890 01  audit-clock-time        picture is 9(08).
001900 01  before-name             picture is X(25).
001910 01  applied-count           picture is 9(05) value zero.
001920 01  applied-total           picture is 9(07)V99 value zero.
001930 01  reject-count            picture is 9(05) value zero.
001940 01  reject-total            picture is 9(07)V99 value zero.
001950 01  read-count              picture is 9(05) value zero.
001960 01  read-total              picture is 9(07)V99 value zero.
001970 01  edited-trailer-total    picture is Z(06)9.99.
001980 01  edited-read-total       picture is Z(06)9.99.
001990 01  balance-open            picture is S9(06)V99.
002000 01  reject-reason           picture is X(20).
002010 01  receipt-counter         picture is 9(06) value zero.
002020 01  sus-file-status         picture is X(02).
002030 01  sus-eof-switch          picture is X(01) value "N".
002040     88  suspense-file-at-end        value "Y".
002050 01  suspense-counter        picture is 9(06) value zero.
002060     copy TENRUNC.
002070     copy TENOLOG.

002080 procedure division.
002090 0000-mainline.
002100     move "TENBANK" to TENOLOG-PROGRAM.
002110     perform 1000-initialize thru 1000-exit.
002120     perform 2000-read-bank-file thru 2000-exit
002130         until bank-file-at-end.
002140     perform 9000-finish thru 9000-exit.
002150     goback.

002160 1000-initialize.
002170     move "I" to TENOLOG-SEVERITY
002180     move "importing bank lockbox payment file" to TENOLOG-TEXT
002190     call "TENOLOG" using TENOLOG-PARMS.
002200     move "TENBANK" to TENRUNC-PROGRAM.
002210     move "S" to TENRUNC-FUNCTION.
002220     move zero to TENRUNC-COUNT.
002230     call "TENRUNC" using TENRUNC-PARMS.
002240     if TENRUNC-ALREADY-RAN
002250         move "A" to TENOLOG-SEVERITY
002260         move spaces to TENOLOG-TEXT
002270         string "already completed for this " delimited by size
002280             "business date - put TENBANK on runover.ctl "
002290                 delimited by size
002300             "to force a rerun" delimited by size
002310             into TENOLOG-TEXT
002320         call "TENOLOG" using TENOLOG-PARMS
002330         move 1 to return-code
002340         goback.
002350     accept today-date from date yyyymmdd.
002360     call "TENWHO" using TENWHO-PARMS.
002370     open input bank-payment-file.
002380     if bank-file-status not = "00"
002390         move "A" to TENOLOG-SEVERITY
002400         move spaces to TENOLOG-TEXT
002410         string "cannot open bankpay.dat, status "
002420                 delimited by size
002430             bank-file-status delimited by size
002440             into TENOLOG-TEXT
002450         call "TENOLOG" using TENOLOG-PARMS
002460         move 1 to return-code
002470         goback.
002480     open i-o sample-idx-file.
002490     if idx-file-status not = "00"
002500         move "A" to TENOLOG-SEVERITY
002510         move spaces to TENOLOG-TEXT
002520         string "cannot open indexed.dbf, status "
002530                 delimited by size
002540             idx-file-status delimited by size
002550             into TENOLOG-TEXT
002560         call "TENOLOG" using TENOLOG-PARMS
002570         move 1 to return-code
002580         goback.
002590     perform 1100-seed-receipt thru 1100-exit.
002600     perform 1200-seed-suspense thru 1200-exit.
002610     open extend payment-ledger-file.
002620     open extend suspense-file.
002630     open output exception-file.
002640     open extend history-file.
002650     open extend audit-log-file.
002660 1000-exit.
002670     exit.

002680*----------------------------------------------------------*
002690* Receipt numbers continue from the highest already on the
002700* ledger, so reruns never reuse a number.
002710*----------------------------------------------------------*
002720 1100-seed-receipt.
002730     open input payment-ledger-file.
002740     if pay-file-status not = "00"
002750         close payment-ledger-file
002760         move "Y" to pay-eof-switch
002770         go to 1100-exit.
002780     perform 1110-scan-receipt thru 1110-exit
002790         until payment-file-at-end.
002800     close payment-ledger-file.
002810 1100-exit.
002820     exit.

002830 1110-scan-receipt.
002840     read payment-ledger-file
002850         at end
002860             move "Y" to pay-eof-switch
002870         not at end
002880             if pay-receipt-no of payment-record
002890                 > receipt-counter
002900                 move pay-receipt-no of payment-record
002910                     to receipt-counter.
002920 1110-exit.
002930     exit.

002940*----------------------------------------------------------*
002950* Suspense item numbers continue from the highest already
002960* on suspense.dat, the same way.
002970*----------------------------------------------------------*
002980 1200-seed-suspense.
002990     open input suspense-file.
003000     if sus-file-status not = "00"
003010         close suspense-file
003020         move "Y" to sus-eof-switch
003030         go to 1200-exit.
003040     perform 1210-scan-suspense thru 1210-exit
003050         until suspense-file-at-end.
003060     close suspense-file.
003070 1200-exit.
003080     exit.

003090 1210-scan-suspense.
003100     read suspense-file
003110         at end
003120             move "Y" to sus-eof-switch
003130         not at end
003140             if sus-item of suspense-record > suspense-counter
003150                 move sus-item of suspense-record
003160                     to suspense-counter.
003170 1210-exit.
003180     exit.

003190 2000-read-bank-file.
003200     read bank-payment-file
003210         at end
003220             move "Y" to bank-eof-switch
003230         not at end
003240             if bank-trailer
003250                 move "Y" to trailer-seen-switch
003260                 perform 4000-check-trailer thru 4000-exit
003270             else
003280                 perform 2100-apply-payment thru 2100-exit.
003290 2000-exit.
003300     exit.

003310 2100-apply-payment.
003320     add 1 to read-count.
003330     add bank-amount to read-total.
003340     move bank-building to building-id of sample-idx-record.
003350     move bank-aptnum to aptnum of sample-idx-record.
003360     read sample-idx-file
003370         invalid key
003380             move "NO MATCHING UNIT" to reject-reason
003390             perform 3000-reject-item thru 3000-exit.
003400     if idx-file-status = "00"
003410         compute balance-open =
003420             rent-amount of sample-idx-record
003430                 - amount-paid of sample-idx-record
003440         if bank-amount > balance-open
003450             move "OVERPAYMENT" to reject-reason
003460             perform 3000-reject-item thru 3000-exit
003470         else
003480             perform 2150-check-period thru 2150-exit.
003490 2100-exit.
003500     exit.

003510*----------------------------------------------------------*
003520* The bank's payment date against the posting-period
003530* control: an open month posts under its own date, a
003540* closed one is rejected or posted today as a prior-period
003550* adjustment.
003560*----------------------------------------------------------*
003570 2150-check-period.
003580     move "C" to TENPERC-FUNCTION.
003590     move bank-pay-date to TENPERC-DATE.
003600     call "TENPERC" using TENPERC-PARMS.
003610     if TENPERC-REFUSE
003620         move "CLOSED PERIOD" to reject-reason
003630         perform 3000-reject-item thru 3000-exit
003640         go to 2150-exit.
003650     move bank-pay-date to post-date.
003660     if TENPERC-ADJUST
003670         move today-date to post-date.
003680     perform 2200-post-payment thru 2200-exit.
003690 2150-exit.
003700     exit.

003710 2200-post-payment.
003720     move sample-idx-record to before-image.
003730     move name of sample-idx-record to before-name.
003740     add bank-amount to amount-paid of sample-idx-record.
003750     rewrite sample-idx-record
003760         invalid key
003770             move "E" to TENOLOG-SEVERITY
003780             move spaces to TENOLOG-TEXT
003790             string "rewrite failed, status " delimited by size
003800                 idx-file-status delimited by size
003810                 into TENOLOG-TEXT
003820             call "TENOLOG" using TENOLOG-PARMS
003830             move "REWRITE FAILED" to reject-reason
003840             perform 3000-reject-item thru 3000-exit
003850         not invalid key
003860             add 1 to applied-count
003870             add bank-amount to applied-total
003880             perform 2300-record-payment thru 2300-exit
003890             perform 2400-record-history thru 2400-exit
003900             perform 2500-record-audit thru 2500-exit.
003910 2200-exit.
003920     exit.

003930 2300-record-payment.
003940     add 1 to receipt-counter.
003950     move bank-building to pay-building of payment-record.
003960     move bank-aptnum to pay-aptnum of payment-record.
003970     move post-date to pay-date of payment-record.
003980     move bank-amount to pay-amount of payment-record.
003990     move "L" to pay-method of payment-record.
004000     move receipt-counter to pay-receipt-no of payment-record.
004010     move zero to pay-deposit-ticket of payment-record.
004020     write payment-record.
004030     if TENPERC-ADJUST
004040         perform 2370-flag-adjustment thru 2370-exit.
004050     perform 2350-allocate-payment thru 2350-exit.
004060 2300-exit.
004070     exit.

004080*----------------------------------------------------------*
004090* What the payment paid, in the company's application
004100* order, onto payalloc.dat.
004110*----------------------------------------------------------*
004120 2350-allocate-payment.
004130     move "P" to TENAPLY-FUNCTION.
004140     move company-code of sample-idx-record to TENAPLY-COMPANY.
004150     move bank-building to TENAPLY-BUILDING.
004160     move bank-aptnum to TENAPLY-APTNUM.
004170     move rent-amount of sample-idx-record to TENAPLY-RENT.
004180     compute TENAPLY-PRIOR-PAID =
004190         amount-paid of sample-idx-record - bank-amount.
004200     move post-date to TENAPLY-PAY-DATE.
004210     move bank-amount to TENAPLY-AMOUNT.
004220     move receipt-counter to TENAPLY-RECEIPT-NO.
004230     move "L" to TENAPLY-METHOD.
004240     move "TENBANK" to TENAPLY-PROGRAM.
004250     call "TENAPLY" using TENAPLY-PARMS.
004260 2350-exit.
004270     exit.

004280*----------------------------------------------------------*
004290* A payment moved out of a closed month is flagged for the
004300* journal on ppadj.dat.
004310*----------------------------------------------------------*
004320 2370-flag-adjustment.
004330     move "R" to TENPERC-FUNCTION.
004340     move bank-pay-date to TENPERC-DATE.
004350     move "P" to TENPERC-KIND.
004360     move bank-building to TENPERC-BUILDING.
004370     move bank-aptnum to TENPERC-APTNUM.
004380     move bank-amount to TENPERC-AMOUNT.
004390     move post-date to TENPERC-POSTED-DATE.
004400     move receipt-counter to TENPERC-REFERENCE.
004410     move "TENBANK" to TENPERC-PROGRAM.
004420     move TENWHO-OPERATOR to TENPERC-OPERATOR.
004430     call "TENPERC" using TENPERC-PARMS.
004440 2370-exit.
004450     exit.

004460 2400-record-history.
004470     move bank-building to hist-building of history-record.
004480     move bank-aptnum to hist-aptnum of history-record.
004490     move today-date to hist-date of history-record.
004500     move "U" to hist-action of history-record.
004510     move name of sample-idx-record
004520         to hist-name of history-record.
004530     move TENWHO-OPERATOR
004540         to hist-operator of history-record.
004550     write history-record.
004560 2400-exit.
004570     exit.

004580 2500-record-audit.
004590     accept audit-clock-time from time.
004600     move "TENBANK" to audit-program of audit-record.
004610     move today-date to audit-date of audit-record.
004620     move audit-clock-time to audit-time of audit-record.
004630     move bank-building to audit-building of audit-record.
004640     move bank-aptnum to audit-aptnum of audit-record.
004650     move "R" to audit-action of audit-record.
004660     move before-name to audit-before-name of audit-record.
004670     move name of sample-idx-record
004680         to audit-after-name of audit-record.
004690     move occ-status of sample-idx-record
004700         to audit-before-status of audit-record.
004710     move occ-status of sample-idx-record
004720         to audit-after-status of audit-record.
004730     move TENWHO-OPERATOR
004740         to audit-operator of audit-record.
004750     move before-image
004760         to audit-before-image of audit-record
004770     write audit-record.
004780 2500-exit.
004790     exit.

004800 3000-reject-item.
004810     add 1 to reject-count.
004820     add bank-amount to reject-total.
004830     move spaces to exception-line.
004840     string bank-account-ref delimited by size
004850         " " delimited by size
004860         bank-pay-date delimited by size
004870         " " delimited by size
004880         bank-amount delimited by size
004890         " " delimited by size
004900         reject-reason delimited by size
004910         into exception-line.
004920     write exception-line.
004930     perform 3100-suspend-item thru 3100-exit.
004940 3000-exit.
004950     exit.

004960*----------------------------------------------------------*
004970* The rejected money is already in the bank: it waits on
004980* suspense.dat as unapplied cash until TENSUSA applies it.
004990*----------------------------------------------------------*
005000 3100-suspend-item.
005010     add 1 to suspense-counter.
005020     move suspense-counter to sus-item of suspense-record.
005030     move "L" to sus-source of suspense-record.
005040     move bank-account-ref to sus-bank-ref of suspense-record.
005050     move bank-pay-date to sus-date of suspense-record.
005060     move bank-amount to sus-amount of suspense-record.
005070     move bank-remitter to sus-remitter of suspense-record.
005080     move reject-reason to sus-reason of suspense-record.
005090     move "O" to sus-status of suspense-record.
005100     move today-date to sus-entered-date of suspense-record.
005110     move zero to sus-building of suspense-record.
005120     move zero to sus-aptnum of suspense-record.
005130     move zero to sus-receipt-no of suspense-record.
005140     move zero to sus-applied-date of suspense-record.
005150     move TENWHO-OPERATOR to sus-operator of suspense-record.
005160     write suspense-record.
005170 3100-exit.
005180     exit.

005190 4000-check-trailer.
005200     if bank-trailer-count not = read-count
005210         or bank-trailer-total not = read-total
005220         move "E" to TENOLOG-SEVERITY
005230         move spaces to TENOLOG-TEXT
005240         string "OUT OF BALANCE with bank trailer, count "
005250                 delimited by size
005260             bank-trailer-count delimited by size
005270             " read " delimited by size
005280             read-count delimited by size
005290             into TENOLOG-TEXT
005300         call "TENOLOG" using TENOLOG-PARMS
005310         move bank-trailer-total to edited-trailer-total
005320         move read-total to edited-read-total
005330         move "E" to TENOLOG-SEVERITY
005340         move spaces to TENOLOG-TEXT
005350         string "OUT OF BALANCE with bank trailer, total "
005360                 delimited by size
005370             edited-trailer-total delimited by size
005380             " read " delimited by size
005390             edited-read-total delimited by size
005400             into TENOLOG-TEXT
005410         call "TENOLOG" using TENOLOG-PARMS
005420         move 1 to return-code
005430     else
005440         move "I" to TENOLOG-SEVERITY
005450         move "in balance with bank trailer" to TENOLOG-TEXT
005460         call "TENOLOG" using TENOLOG-PARMS.
005470 4000-exit.
005480     exit.

005490 9000-finish.
005500     if not trailer-seen
005510         move "E" to TENOLOG-SEVERITY
005520         move "no trailer record on bankpay.dat" to TENOLOG-TEXT
005530         call "TENOLOG" using TENOLOG-PARMS
005540         move 1 to return-code.
005550     close bank-payment-file.
005560     close sample-idx-file.
005570     close payment-ledger-file.
005580     close exception-file.
005590     close suspense-file.
005600     close history-file.
005610     close audit-log-file.
005620     move "E" to TENRUNC-FUNCTION.
005630     move applied-count to TENRUNC-COUNT.
005640     call "TENRUNC" using TENRUNC-PARMS.
005650     move "I" to TENOLOG-SEVERITY
005660     move spaces to TENOLOG-TEXT
005670     string applied-count delimited by size
005680         " applied, " delimited by size
005690         reject-count delimited by size
005700         " rejected to unapplied-cash suspense"
005710             delimited by size
005720         into TENOLOG-TEXT
005730     call "TENOLOG" using TENOLOG-PARMS.
005740 9000-exit.
005750     exit.

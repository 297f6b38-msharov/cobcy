000200* audit-log entries -- so the subsidy money shows on the
000210* ledger under its own method and TENHAPR can compare it
000220* against the haportn.dat expected portions.  Unmatched
000230* units drop to hapay.rej and onto the suspense.dat
000240* unapplied-cash file for TENSUSA to apply; applied plus
000250* rejected must balance to the trailer or the run ends
000260* nonzero.
000270*----------------------------------------------------------*
000280* MODIFICATION HISTORY
000290*   DATE       INIT  DESCRIPTION
000300*   2026-10-15 JHM   A missing or out-of-balance trailer now
000310*                    still ends the run with return code 1.
000320*   2026-10-15 JHM   Messages now go through TENOLOG to the
000330*                    dated operations log, each with its
000340*                    severity (and the unit where there is
000350*                    one); aborts raise a menu alert.
000360*   2026-10-15 JHM   Each applied payment is spread across
000370*                    the unit's open charges in the
000380*                    company's payorder.dat application
000390*                    order through the TENAPLY subprogram,
000400*                    which writes the payalloc.dat detail of
000410*                    what it paid.
000420*   2026-10-15 JHM   Every rejected item also goes to the
000430*                    suspense.dat unapplied-cash suspense
000440*                    file (TENSUS) with the unit reference,
000450*                    date, amount, the authority's remitter
000460*                    text (the old trailing filler) and the
000470*                    reason, so the subsidy money stays on
000480*                    the books until TENSUSA applies it.
000490*   2026-09-03 JHM   Original program.
000500*----------------------------------------------------------*
000510 identification division.
000520 program-id. tenhapp.
000530 author. J. H. Masters.
000540 installation. Property Management Systems.
000550 date-written. 2026-09-03.
000560 date-compiled. 2026-09-03.

000570 environment division.
000580 configuration section.
000590 source-computer. Intel486.
000600 object-computer. Intel486.

000610 input-output section.
000620 file-control.
000630     select ha-payment-file assign to disk
000640         organization is line sequential
000650         file status is hpy-file-status.

000660     select sample-idx-file assign to disk
000670         organization is indexed
000680         record key is unit-key of sample-idx-record
000690         access mode is random
000700         file status is idx-file-status.

000710     select optional payment-ledger-file assign to disk
000720         organization is line sequential
000730         file status is pay-file-status.

000740     select exception-file assign to disk
000750         organization is line sequential.

000760     select history-file assign to disk
000770         organization is line sequential.

000780     select audit-log-file assign to disk
000790         organization is line sequential.

000800     select optional suspense-file assign to disk
000810         organization is line sequential
000820         file status is sus-file-status.

000830 data division.
000840 file section.
000850 fd  ha-payment-file
000860     label records are standard
000870     value of file-id is "hapay.dat".
000880 01  ha-payment-record.
000890     05  hpy-rec-type        picture is X(01).
000900         88  hpy-detail              value "D".
000910         88  hpy-trailer             value "T".
000920     05  hpy-building        picture is 9(02).
000930     05  hpy-aptnum          picture is 9(04).
000940     05  hpy-pay-date        picture is 9(08).
000950     05  hpy-amount          picture is 9(05)V99.
000960     05  hpy-remitter        picture is X(10).
000970 01  ha-trailer-record redefines ha-payment-record.
000980     05  filler              picture is X(01).
000990     05  hpy-trailer-count   picture is 9(05).
001000     05  hpy-trailer-total   picture is 9(07)V99.
001010     05  filler              picture is X(17).

001020 fd  sample-idx-file
001030     label records are standard
001040     value of file-id is "indexed.dbf".
001050     copy TENREC
001060         replacing ==:REC-NAME:== by ==sample-idx-record==
001070             ==address== by ==street-addr==.

001080 fd  payment-ledger-file
001090     label records are standard
001100     value of file-id is "payledgr.dat".
001110     copy TENPAY
001120         replacing ==:REC-NAME:==
001130             by ==payment-record==.

001140 fd  exception-file
001150     label records are standard
001160     value of file-id is "hapay.rej".
001170 01  exception-line          picture is X(80).

001180 fd  history-file
001190     label records are standard
001200     value of file-id is "tenhist.dat".
001210     copy TENHIST
001220         replacing ==:REC-NAME:==
001230             by ==history-record==.

001240 fd  audit-log-file
001250     label records are standard
001260     value of file-id is "tenaudit.dat".
001270     copy TENAUDIT
001280         replacing ==:REC-NAME:==
001290             by ==audit-record==.

001300 fd  suspense-file
001310     label records are standard
001320     value of file-id is "suspense.dat".
001330     copy TENSUS
001340         replacing ==:REC-NAME:==
001350             by ==suspense-record==.

001360 working-storage section.
001370 01  pay-file-status         picture is X(02).
001380 01  pay-eof-switch          picture is X(01) value "N".
001390     88  payment-file-at-end         value "Y".
001400 01  before-image            picture is X(133).
001410     copy TENWHO.
001420     copy TENAPLY.
001430 01  hpy-file-status         picture is X(02).
001440 01  idx-file-status         picture is X(02).
001450 01  hpy-eof-switch          picture is X(01) value "N".
001460     88  ha-file-at-end              value "Y".
001470 01  trailer-seen-switch     picture is X(01) value "N".
001480     88  trailer-seen                value "Y".
001490 01  trailer-balance-switch  picture is X(01) value "Y".
001500     88  trailer-balanced            value "Y".
001510 01  today-date              picture is 9(08).
001520 01  audit-clock-time        picture is 9(08).
001530 01  before-name             picture is X(25).
001540 01  applied-count           picture is 9(05) value zero.
001550 01  applied-total           picture is 9(07)V99 value zero.
001560 01  reject-count            picture is 9(05) value zero.
001570 01  reject-total            picture is 9(07)V99 value zero.
001580 01  read-count              picture is 9(05) value zero.
001590 01  read-total              picture is 9(07)V99 value zero.
001600 01  reject-reason           picture is X(20).
001610 01  receipt-counter         picture is 9(06) value zero.
001620 01  sus-file-status         picture is X(02).
001630 01  sus-eof-switch          picture is X(01) value "N".
001640     88  suspense-file-at-end        value "Y".
001650 01  suspense-counter        picture is 9(06) value zero.
001660 01  bank-ref-work.
001670     05  bank-ref-building   picture is 9(02).
001680     05  bank-ref-aptnum     picture is 9(04).
001690     copy TENRUNC.
001700     copy TENOLOG.

001710 procedure division.
001720 0000-mainline.
001730     move "TENHAPP" to TENOLOG-PROGRAM.
001740     perform 1000-initialize thru 1000-exit.
001750     perform 2000-read-ha-file thru 2000-exit
001760         until ha-file-at-end.
001770     perform 9000-finish thru 9000-exit.
001780     goback.

001790 1000-initialize.
001800     move "I" to TENOLOG-SEVERITY
001810     move "importing housing-authority payments" to TENOLOG-TEXT
001820     call "TENOLOG" using TENOLOG-PARMS.
001830     move "TENHAPP" to TENRUNC-PROGRAM.
001840     move "S" to TENRUNC-FUNCTION.
001850     move zero to TENRUNC-COUNT.
001860     call "TENRUNC" using TENRUNC-PARMS.
001870     if TENRUNC-ALREADY-RAN
001880         move "A" to TENOLOG-SEVERITY
001890         move spaces to TENOLOG-TEXT
001900         string "already run this business date - "
001910                 delimited by size
001920             "put TENHAPP on runover.ctl to rerun"
001930                 delimited by size
001940             into TENOLOG-TEXT
001950         call "TENOLOG" using TENOLOG-PARMS
001960         move 1 to return-code
001970         goback.
001980     accept today-date from date yyyymmdd.
001990     call "TENWHO" using TENWHO-PARMS.
002000     open input ha-payment-file.
002010     if hpy-file-status not = "00"
002020         move "A" to TENOLOG-SEVERITY
002030         move spaces to TENOLOG-TEXT
002040         string "cannot open hapay.dat, status " delimited by size
002050             hpy-file-status delimited by size
002060             into TENOLOG-TEXT
002070         call "TENOLOG" using TENOLOG-PARMS
002080         move 1 to return-code
002090         goback.
002100     open i-o sample-idx-file.
002110     if idx-file-status not = "00"
002120         move "A" to TENOLOG-SEVERITY
002130         move spaces to TENOLOG-TEXT
002140         string "cannot open indexed.dbf, status "
002150                 delimited by size
002160             idx-file-status delimited by size
002170             into TENOLOG-TEXT
002180         call "TENOLOG" using TENOLOG-PARMS
002190         move 1 to return-code
002200         goback.
002210     perform 1100-seed-receipt thru 1100-exit.
002220     perform 1200-seed-suspense thru 1200-exit.
002230     open extend payment-ledger-file.
002240     open extend suspense-file.
002250     open output exception-file.
002260     open extend history-file.
002270     open extend audit-log-file.
002280 1000-exit.
002290     exit.

002300*----------------------------------------------------------*
002310* Receipt numbers continue from the highest already on the
002320* ledger, the TENBANK convention, so reruns never reuse a
002330* number.
002340*----------------------------------------------------------*
002350 1100-seed-receipt.
002360     open input payment-ledger-file.
002370     if pay-file-status not = "00"
002380         close payment-ledger-file
002390         move "Y" to pay-eof-switch
002400         go to 1100-exit.
002410     perform 1110-scan-receipt thru 1110-exit
002420         until payment-file-at-end.
002430     close payment-ledger-file.
002440 1100-exit.
002450     exit.

002460 1110-scan-receipt.
002470     read payment-ledger-file
002480         at end
002490             move "Y" to pay-eof-switch
002500         not at end
002510             if pay-receipt-no of payment-record
002520                 > receipt-counter
002530                 move pay-receipt-no of payment-record
002540                     to receipt-counter.
002550 1110-exit.
002560     exit.

002570*----------------------------------------------------------*
002580* Suspense item numbers continue from the highest already
002590* on suspense.dat, the same way.
002600*----------------------------------------------------------*
002610 1200-seed-suspense.
002620     open input suspense-file.
002630     if sus-file-status not = "00"
002640         close suspense-file
002650         move "Y" to sus-eof-switch
002660         go to 1200-exit.
002670     perform 1210-scan-suspense thru 1210-exit
002680         until suspense-file-at-end.
002690     close suspense-file.
002700 1200-exit.
002710     exit.

002720 1210-scan-suspense.
002730     read suspense-file
002740         at end
002750             move "Y" to sus-eof-switch
002760         not at end
002770             if sus-item of suspense-record > suspense-counter
002780                 move sus-item of suspense-record
002790                     to suspense-counter.
002800 1210-exit.
002810     exit.

002820 2000-read-ha-file.
002830     read ha-payment-file
002840         at end
002850             move "Y" to hpy-eof-switch
002860         not at end
002870             if hpy-trailer
002880                 move "Y" to trailer-seen-switch
002890                 perform 4000-check-trailer thru 4000-exit
002900             else
002910                 perform 2100-apply-payment thru 2100-exit.
002920 2000-exit.
002930     exit.

002940 2100-apply-payment.
002950     add 1 to read-count.
002960     add hpy-amount to read-total.
002970     move hpy-building to building-id of sample-idx-record.
002980     move hpy-aptnum to aptnum of sample-idx-record.
002990     read sample-idx-file
003000         invalid key
003010             move "NO MATCHING UNIT" to reject-reason
003020             perform 3000-reject-item thru 3000-exit.
003030     if idx-file-status = "00"
003040         perform 2200-post-payment thru 2200-exit.
003050 2100-exit.
003060     exit.

003070 2200-post-payment.
003080     move sample-idx-record to before-image.
003090     move name of sample-idx-record to before-name.
003100     add hpy-amount to amount-paid of sample-idx-record.
003110     rewrite sample-idx-record
003120         invalid key
003130             move "E" to TENOLOG-SEVERITY
003140             move building-id of sample-idx-record
003150                 to TENOLOG-BUILDING
003160             move aptnum of sample-idx-record to TENOLOG-APTNUM
003170             move spaces to TENOLOG-TEXT
003180             string "rewrite failed, status " delimited by size
003190                 idx-file-status delimited by size
003200                 into TENOLOG-TEXT
003210             call "TENOLOG" using TENOLOG-PARMS
003220             move "REWRITE FAILED" to reject-reason
003230             perform 3000-reject-item thru 3000-exit
003240         not invalid key
003250             add 1 to applied-count
003260             add hpy-amount to applied-total
003270             perform 2300-record-payment thru 2300-exit
003280             perform 2400-record-history thru 2400-exit
003290             perform 2500-record-audit thru 2500-exit.
003300 2200-exit.
003310     exit.

003320 2300-record-payment.
003330     add 1 to receipt-counter.
003340     move hpy-building to pay-building of payment-record.
003350     move hpy-aptnum to pay-aptnum of payment-record.
003360     move hpy-pay-date to pay-date of payment-record.
003370     move hpy-amount to pay-amount of payment-record.
003380     move "H" to pay-method of payment-record.
003390     move receipt-counter
003400         to pay-receipt-no of payment-record.
003410     move zero to pay-deposit-ticket of payment-record.
003420     write payment-record.
003430     perform 2350-allocate-payment thru 2350-exit.
003440 2300-exit.
003450     exit.

003460*----------------------------------------------------------*
003470* What the payment paid, in the company's application
003480* order, onto payalloc.dat.
003490*----------------------------------------------------------*
003500 2350-allocate-payment.
003510     move "P" to TENAPLY-FUNCTION.
003520     move company-code of sample-idx-record to TENAPLY-COMPANY.
003530     move hpy-building to TENAPLY-BUILDING.
003540     move hpy-aptnum to TENAPLY-APTNUM.
003550     move rent-amount of sample-idx-record to TENAPLY-RENT.
003560     compute TENAPLY-PRIOR-PAID =
003570         amount-paid of sample-idx-record - hpy-amount.
003580     move hpy-pay-date to TENAPLY-PAY-DATE.
003590     move hpy-amount to TENAPLY-AMOUNT.
003600     move receipt-counter to TENAPLY-RECEIPT-NO.
003610     move "H" to TENAPLY-METHOD.
003620     move "TENHAPP" to TENAPLY-PROGRAM.
003630     call "TENAPLY" using TENAPLY-PARMS.
003640 2350-exit.
003650     exit.

003660 2400-record-history.
003670     move hpy-building to hist-building of history-record.
003680     move hpy-aptnum to hist-aptnum of history-record.
003690     move today-date to hist-date of history-record.
003700     move "U" to hist-action of history-record.
003710     move name of sample-idx-record
003720         to hist-name of history-record.
003730     move TENWHO-OPERATOR
003740         to hist-operator of history-record.
003750     write history-record.
003760 2400-exit.
003770     exit.

003780 2500-record-audit.
003790     accept audit-clock-time from time.
003800     move "TENHAPP" to audit-program of audit-record.
003810     move today-date to audit-date of audit-record.
003820     move audit-clock-time to audit-time of audit-record.
003830     move hpy-building to audit-building of audit-record.
003840     move hpy-aptnum to audit-aptnum of audit-record.
003850     move "R" to audit-action of audit-record.
003860     move before-name to audit-before-name of audit-record.
003870     move name of sample-idx-record
003880         to audit-after-name of audit-record.
003890     move occ-status of sample-idx-record
003900         to audit-before-status of audit-record.
003910     move occ-status of sample-idx-record
003920         to audit-after-status of audit-record.
003930     move TENWHO-OPERATOR
003940         to audit-operator of audit-record.
003950     move before-image
003960         to audit-before-image of audit-record
003970     write audit-record.
003980 2500-exit.
003990     exit.

004000 3000-reject-item.
004010     add 1 to reject-count.
004020     add hpy-amount to reject-total.
004030     move spaces to exception-line.
004040     string hpy-building delimited by size
004050         "-" delimited by size
004060         hpy-aptnum delimited by size
004070         " " delimited by size
004080         hpy-pay-date delimited by size
004090         " " delimited by size
004100         hpy-amount delimited by size
004110         " " delimited by size
004120         reject-reason delimited by size
004130         into exception-line.
004140     write exception-line.
004150     perform 3100-suspend-item thru 3100-exit.
004160 3000-exit.
004170     exit.

004180*----------------------------------------------------------*
004190* The rejected subsidy is already in the bank: it waits on
004200* suspense.dat as unapplied cash until TENSUSA applies it.
004210*----------------------------------------------------------*
004220 3100-suspend-item.
004230     add 1 to suspense-counter.
004240     move suspense-counter to sus-item of suspense-record.
004250     move "H" to sus-source of suspense-record.
004260     move hpy-building to bank-ref-building.
004270     move hpy-aptnum to bank-ref-aptnum.
004280     move bank-ref-work to sus-bank-ref of suspense-record.
004290     move hpy-pay-date to sus-date of suspense-record.
004300     move hpy-amount to sus-amount of suspense-record.
004310     move hpy-remitter to sus-remitter of suspense-record.
004320     move reject-reason to sus-reason of suspense-record.
004330     move "O" to sus-status of suspense-record.
004340     move today-date to sus-entered-date of suspense-record.
004350     move zero to sus-building of suspense-record.
004360     move zero to sus-aptnum of suspense-record.
004370     move zero to sus-receipt-no of suspense-record.
004380     move zero to sus-applied-date of suspense-record.
004390     move TENWHO-OPERATOR to sus-operator of suspense-record.
004400     write suspense-record.
004410 3100-exit.
004420     exit.

004430 4000-check-trailer.
004440     if read-count not = hpy-trailer-count
004450         or read-total not = hpy-trailer-total
004460         move "E" to TENOLOG-SEVERITY
004470         move "detail does not balance to the authority trailer"
004480             to TENOLOG-TEXT
004490         call "TENOLOG" using TENOLOG-PARMS
004500         move "N" to trailer-balance-switch.
004510 4000-exit.
004520     exit.

004530 9000-finish.
004540     close ha-payment-file.
004550     close sample-idx-file.
004560     close payment-ledger-file.
004570     close exception-file.
004580     close suspense-file.
004590     close history-file.
004600     close audit-log-file.
004610     if not trailer-seen
004620         move "E" to TENOLOG-SEVERITY
004630         move "no trailer record on hapay.dat" to TENOLOG-TEXT
004640         call "TENOLOG" using TENOLOG-PARMS.
004650     move "E" to TENRUNC-FUNCTION.
004660     move applied-count to TENRUNC-COUNT.
004670     call "TENRUNC" using TENRUNC-PARMS.
004680     move "I" to TENOLOG-SEVERITY.
004690     move spaces to TENOLOG-TEXT.
004700     string applied-count delimited by size
004710         " applied, " delimited by size
004720         reject-count delimited by size
004730         " rejected to unapplied-cash suspense" delimited by size
004740         into TENOLOG-TEXT.
004750     call "TENOLOG" using TENOLOG-PARMS.
004760     if not trailer-seen
004770             or not trailer-balanced
004780         move 1 to return-code.
004790 9000-exit.
004800     exit.

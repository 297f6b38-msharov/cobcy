000200* tenbal.dat balance file as a fee entry, and logs the
000210* distinct "V" reversal action code to the audit file so
000220* reversals can be found later without reading every rewrite.
000230* A reversal effective in a month closed on glperiod.ctl is
000240* refused, or posted today as a prior-period adjustment
000250* (TENPERC), as the period control says.
000260*----------------------------------------------------------*
000270* MODIFICATION HISTORY
000280*   DATE       INIT  DESCRIPTION
000290*   2026-10-15 JHM   Asks the reversal's effective date
000300*                    (today unless keyed).  A date in a
000310*                    month closed on glperiod.ctl is refused
000320*                    or, under the adjust policy, the
000330*                    reversal and fee post today and are
000340*                    flagged on ppadj.dat as prior-period
000350*                    adjustments through the TENPERC
000360*                    subprogram; a date after today is
000370*                    refused.
000380*   2026-09-03 JHM   Zeroes the new BAL-REFERENCE field
000390*                    on the fee record posted.
000400*   2026-09-03 JHM   The NSF handling fee now comes off
000410*                    the feesched.dat schedule through the
000420*                    TENFEEL lookup, priced by the unit's
000430*                    COMPANY-CODE (company 00 is the
000440*                    portfolio default); the old compiled
000450*                    25.00 remains only as the fallback
000460*                    when the schedule has no NSF record.
000470*   2026-09-03 JHM   Zeroes the new PAY-DEPOSIT-TICKET
000480*                    field on the reversal record written,
000490*                    so the TENDEPT end-of-day deposit run
000500*                    never bundles a reversal onto a ticket.
000510*   2026-08-22 JHM   Files this program itself creates are
000520*                    SELECT OPTIONAL, so the very first run
000530*                    creates them instead of failing the
000540*                    OPEN EXTEND (the TENRCAT convention).
000550*   2026-08-22 JHM   Honors the batchlck.ctl batch-window
000560*                    lock and refuses to run below update
000570*                    authority (TENSIGN sign-on required),
000580*                    matching the other programs that
000590*                    rewrite indexed.dbf.
000600*   2026-08-22 JHM   Stamps the signed-on operator id from
000610*                    TENWHO on every audit and history
000620*                    record written, so the trail says who
000630*                    was at the keyboard (spaces on an
000640*                    unattended batch run).
000650*   2026-08-22 JHM   Original program.
000660*----------------------------------------------------------*
000670 identification division.
000680 program-id. tennsf.
000690 author. J. H. Masters.
000700 installation. Property Management Systems.
000710 date-written. 2026-08-22.
000720 date-compiled. 2026-08-22.

000730 environment division.
000740 configuration section.
000750 source-computer. Intel486.
000760 object-computer. Intel486.

000770 input-output section.
000780 file-control.
000790     select sample-idx-file assign to disk
000800         organization is indexed
000810         record key is unit-key of sample-idx-record
000820         access mode is random
000830         file status is idx-file-status.

000840     select optional payment-ledger-file assign to disk
000850         organization is line sequential.

000860     select optional balance-file assign to disk
000870         organization is line sequential.

000880     select history-file assign to disk
000890         organization is line sequential.

000900     select audit-log-file assign to disk
000910         organization is line sequential.

000920     select optional batch-lock-file assign to disk
000930         organization is line sequential
000940         file status is lck-file-status.

000950 data division.
000960 file section.
000970 fd  sample-idx-file
000980     label records are standard
000990     value of file-id is "indexed.dbf".
001000     copy TENREC
001010         replacing ==:REC-NAME:== by ==sample-idx-record==
001020             ==address== by ==street-addr==.

001030 fd  payment-ledger-file
001040     label records are standard
001050     value of file-id is "payledgr.dat".
001060     copy TENPAY
001070         replacing ==:REC-NAME:==
001080             by ==payment-record==.

001090 fd  balance-file
001100     label records are standard
001110     value of file-id is "tenbal.dat".
001120     copy TENBAL
001130         replacing ==:REC-NAME:==
001140             by ==balance-record==.

001150 fd  history-file
001160     label records are standard
001170     value of file-id is "tenhist.dat".
001180     copy TENHIST
001190         replacing ==:REC-NAME:==
001200             by ==history-record==.

001210 fd  audit-log-file
001220     label records are standard
001230     value of file-id is "tenaudit.dat".
001240     copy TENAUDIT
001250         replacing ==:REC-NAME:==
001260             by ==audit-record==.

001270 fd  batch-lock-file
001280     label records are standard
001290     value of file-id is "batchlck.ctl".
001300 01  batch-lock-record.
001310     05  lck-status          picture is X(06).
001320     05  lck-date            picture is 9(08).
001330     05  lck-time            picture is 9(08).

001340 working-storage section.
001350 01  lck-file-status         picture is X(02).
001360 01  batch-locked-switch     picture is X(01) value "N".
001370     88  batch-locked                value "Y".
001380 01  before-image            picture is X(133).
001390     copy TENWHO.
001400 01  idx-file-status         picture is X(02).
001410 01  more-switch             picture is X(01) value "Y".
001420     88  more-records                value "Y".
001430 01  today-date              picture is 9(08).
001440 01  audit-clock-time        picture is 9(08).
001450 01  before-name             picture is X(25).
001460 01  before-status           picture is X(01).
001470 01  reversed-count          picture is 9(05) value zero.
001480 01  returned-amount         picture is 9(05)V99.
001490 01  reversal-amount         picture is S9(05)V99.
001500 01  original-receipt        picture is 9(06).
001510 01  nsf-fee-amount          picture is 9(05)V99 value 25.00.
001520 01  charged-fee             picture is 9(05)V99.
001530     copy TENFEEL.
001540     copy TENPERC.
001550 01  entered-effective       picture is 9(08).
001560 01  post-date               picture is 9(08).

001570 procedure division.
001580 0000-mainline.
001590     perform 1000-initialize thru 1000-exit.
001600     perform 2000-reverse-one thru 2000-exit
001610         until not more-records.
001620     perform 9000-finish thru 9000-exit.
001630     stop run.

001640 1000-initialize.
001650     display "TENNSF: returned-payment reversal".
001660     perform 1100-check-batch-lock thru 1100-exit.
001670     if batch-locked
001680         display "TENNSF: nightly batch in progress - "
001690             "tenant files are locked, inquiry only "
001700             "(use TENINQ) until the window closes"
001710         stop run.
001720     open i-o sample-idx-file.
001730     if idx-file-status not = "00"
001740         display "TENNSF: cannot open indexed.dbf, status "
001750             idx-file-status
001760         stop run.
001770     accept today-date from date yyyymmdd.
001780     call "TENWHO" using TENWHO-PARMS.
001790     if not TENWHO-SIGNED-ON
001800         or TENWHO-AUTHORITY < 2
001810         display "TENNSF: update authority required - "
001820             "sign on through TENSIGN first"
001830         stop run.
001840     open extend payment-ledger-file.
001850     open extend balance-file.
001860     open extend history-file.
001870     open extend audit-log-file.
001880 1000-exit.
001890     exit.

001900*----------------------------------------------------------*
001910* Batch-window lock check: the nightly driver raises the
001920* lock at start of chain and clears it at finish.
001930*----------------------------------------------------------*
001940 1100-check-batch-lock.
001950     open input batch-lock-file.
001960     if lck-file-status not = "00"
001970         go to 1100-exit.
001980     read batch-lock-file
001990         at end
002000             continue
002010         not at end
002020             if lck-status = "LOCKED"
002030                 move "Y" to batch-locked-switch.
002040     close batch-lock-file.
002050 1100-exit.
002060     exit.

002070 2000-reverse-one.
002080     display "Apartment number to reverse (0000 to quit): ".
002090     accept aptnum.
002100     if aptnum = 0
002110         move "N" to more-switch
002120     else
002130         display "Building number: "
002140         accept building-id
002150         perform 2100-read-and-reverse thru 2100-exit.
002160 2000-exit.
002170     exit.

002180 2100-read-and-reverse.
002190     read sample-idx-file
002200         invalid key
002210             display "TENNSF: no unit " building-id "-" aptnum
002220                 " on indexed.dbf".
002230     if idx-file-status = "00"
002240         move sample-idx-record to before-image
002250         move name to before-name
002260         move occ-status to before-status
002270         display "Returned amount (99999.99): "
002280         accept returned-amount
002290         display "Original receipt number (0 if unknown): "
002300         accept original-receipt
002310         display "Effective date (YYYYMMDD, 0 = today): "
002320         accept entered-effective
002330         if returned-amount > amount-paid
002340                 of sample-idx-record
002350             display "TENNSF: returned amount exceeds paid "
002360                 "bucket, nothing reversed for "
002370                 building-id "-" aptnum
002380         else
002390             perform 2150-check-period thru 2150-exit.
002400 2100-exit.
002410     exit.

002420*----------------------------------------------------------*
002430* The effective date against the posting-period control:
002440* an open month posts under its own date, a closed one is
002450* refused or posted today as a prior-period adjustment.
002460*----------------------------------------------------------*
002470 2150-check-period.
002480     if entered-effective = zero
002490         move today-date to entered-effective.
002500     if entered-effective > today-date
002510         display "TENNSF: effective date " entered-effective
002520             " is after today - nothing reversed"
002530         go to 2150-exit.
002540     move "C" to TENPERC-FUNCTION.
002550     move entered-effective to TENPERC-DATE.
002560     call "TENPERC" using TENPERC-PARMS.
002570     if TENPERC-REFUSE
002580         display "TENNSF: " entered-effective " is in a "
002590             "closed period (closed through "
002600             TENPERC-CLOSED-THROUGH ") - nothing reversed"
002610         go to 2150-exit.
002620     move entered-effective to post-date.
002630     if TENPERC-ADJUST
002640         move today-date to post-date
002650         display "TENNSF: " entered-effective " is in a "
002660             "closed period - posted today as a "
002670             "prior-period adjustment".
002680     perform 2200-back-out-payment thru 2200-exit.
002690 2150-exit.
002700     exit.

002710 2200-back-out-payment.
002720     subtract returned-amount
002730         from amount-paid of sample-idx-record.
002740     rewrite sample-idx-record
002750         invalid key
002760             display "TENNSF: rewrite failed, status "
002770                 idx-file-status
002780         not invalid key
002790             add 1 to reversed-count
002800             display "TENNSF: reversed " building-id "-"
002810                 aptnum
002820             perform 2300-record-reversal thru 2300-exit
002830             perform 2400-record-fee thru 2400-exit
002840             perform 2500-record-history thru 2500-exit
002850             perform 2600-record-audit thru 2600-exit.
002860 2200-exit.
002870     exit.

002880 2300-record-reversal.
002890     move building-id to pay-building of payment-record.
002900     move aptnum to pay-aptnum of payment-record.
002910     move post-date to pay-date of payment-record.
002920     compute reversal-amount = zero - returned-amount.
002930     move reversal-amount to pay-amount of payment-record.
002940     move "R" to pay-method of payment-record.
002950     move original-receipt to pay-receipt-no
002960         of payment-record.
002970     move zero to pay-deposit-ticket of payment-record.
002980     write payment-record.
002990     if TENPERC-ADJUST
003000         move "P" to TENPERC-KIND
003010         move reversal-amount to TENPERC-AMOUNT
003020         perform 2700-flag-adjustment thru 2700-exit.
003030 2300-exit.
003040     exit.

003050 2400-record-fee.
003060     perform 2450-price-fee thru 2450-exit.
003070     move building-id to bal-building of balance-record.
003080     move aptnum to bal-aptnum of balance-record.
003090     move post-date to bal-date of balance-record.
003100     move charged-fee to bal-amount of balance-record.
003110     move "F" to bal-type of balance-record.
003120     move zero to bal-reference of balance-record.
003130     write balance-record.
003140     if TENPERC-ADJUST
003150         move "F" to TENPERC-KIND
003160         move charged-fee to TENPERC-AMOUNT
003170         perform 2700-flag-adjustment thru 2700-exit.
003180 2400-exit.
003190     exit.

003200*----------------------------------------------------------*
003210* Price the fee off the schedule by the unit's company;
003220* the compiled figure is only the no-schedule fallback.
003230*----------------------------------------------------------*
003240 2450-price-fee.
003250     move nsf-fee-amount to charged-fee.
003260     move company-code of sample-idx-record
003270         to TENFEEL-COMPANY.
003280     move "NSF " to TENFEEL-TYPE.
003290     call "TENFEEL" using TENFEEL-PARMS.
003300     if TENFEEL-ON-FILE
003310         move TENFEEL-AMOUNT to charged-fee.
003320 2450-exit.
003330     exit.

003340 2500-record-history.
003350     move building-id to hist-building of history-record.
003360     move aptnum to hist-aptnum of history-record.
003370     move today-date to hist-date of history-record.
003380     move "U" to hist-action of history-record.
003390     move name to hist-name of history-record.
003400     move TENWHO-OPERATOR
003410         to hist-operator of history-record.
003420     write history-record.
003430 2500-exit.
003440     exit.

003450 2600-record-audit.
003460     accept audit-clock-time from time.
003470     move "TENNSF" to audit-program of audit-record.
003480     move today-date to audit-date of audit-record.
003490     move audit-clock-time to audit-time of audit-record.
003500     move building-id to audit-building of audit-record.
003510     move aptnum to audit-aptnum of audit-record.
003520     move "V" to audit-action of audit-record.
003530     move before-name to audit-before-name of audit-record.
003540     move name to audit-after-name of audit-record.
003550     move before-status to audit-before-status of audit-record.
003560     move occ-status to audit-after-status of audit-record.
003570     move TENWHO-OPERATOR
003580         to audit-operator of audit-record.
003590     move before-image
003600         to audit-before-image of audit-record
003610     write audit-record.
003620 2600-exit.
003630     exit.

003640*----------------------------------------------------------*
003650* A reversal or fee moved out of a closed month is flagged
003660* for the journal on ppadj.dat.
003670*----------------------------------------------------------*
003680 2700-flag-adjustment.
003690     move "R" to TENPERC-FUNCTION.
003700     move entered-effective to TENPERC-DATE.
003710     move building-id to TENPERC-BUILDING.
003720     move aptnum to TENPERC-APTNUM.
003730     move post-date to TENPERC-POSTED-DATE.
003740     move original-receipt to TENPERC-REFERENCE.
003750     move "TENNSF" to TENPERC-PROGRAM.
003760     move TENWHO-OPERATOR to TENPERC-OPERATOR.
003770     call "TENPERC" using TENPERC-PARMS.
003780 2700-exit.
003790     exit.

003800 9000-finish.
003810     close sample-idx-file.
003820     close payment-ledger-file.
003830     close balance-file.
003840     close history-file.
003850     close audit-log-file.
003860     display "TENNSF: " reversed-count " payment(s) reversed".
003870 9000-exit.
003880     exit.

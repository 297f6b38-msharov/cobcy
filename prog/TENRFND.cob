000210* offsetting adjustment to tenbal.dat so the credit stops
000220* showing on the next TENSTMT statement.  Check numbers
000230* come off the checkno.ctl control file, shared numbered
000240* stock with the owner remittance checks.  The refund is
000250* dated today; if glperiod.ctl has today's month closed it
000260* is refused, or the offset is flagged on ppadj.dat as a
000270* prior-period adjustment (TENPERC), as the control says.
000280*----------------------------------------------------------*
000290* MODIFICATION HISTORY
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-15 JHM   Checks the refund date against the
000320*                    glperiod.ctl posting close: a closed
000330*                    month is refused or, under the adjust
000340*                    policy, the offset is flagged on
000350*                    ppadj.dat through TENPERC.
000360*   2026-10-15 JHM   Sets the new CKR-STATUS outstanding and
000370*                    zeroes the status and letter dates on
000380*                    the check-register record.
000390*   2026-10-15 JHM   Zeroes the new CKR-VENDOR field on the
000400*                    check-register record.
000410*   2026-09-03 JHM   Zeroes the new BAL-REFERENCE field
000420*                    on the offsetting adjustment posted.
000430*   2026-09-03 JHM   Original program.
000440*----------------------------------------------------------*
000450 identification division.
000460 program-id. tenrfnd.
000470 author. J. H. Masters.
000480 installation. Property Management Systems.
000490 date-written. 2026-09-03.
000500 date-compiled. 2026-09-03.

000510 environment division.
000520 configuration section.
000530 source-computer. Intel486.
000540 object-computer. Intel486.

000550 input-output section.
000560 file-control.
000570     select sample-idx-file assign to disk
000580         organization is indexed
000590         record key is unit-key of sample-idx-record
000600         access mode is random
000610         file status is idx-file-status.

000620     select optional balance-file assign to disk
000630         organization is line sequential.

000640     select optional check-register-file assign to disk
000650         organization is line sequential.

000660     select optional check-number-file assign to disk
000670         organization is line sequential
000680         file status is ckn-file-status.

000690     select refund-check-print assign to disk
000700         organization is line sequential.

000710     select optional batch-lock-file assign to disk
000720         organization is line sequential
000730         file status is lck-file-status.

000740 data division.
000750 file section.
000760 fd  sample-idx-file
000770     label records are standard
000780     value of file-id is "indexed.dbf".
000790     copy TENREC
000800         replacing ==:REC-NAME:== by ==sample-idx-record==
000810             ==address== by ==street-addr==.

000820 fd  balance-file
000830     label records are standard
000840     value of file-id is "tenbal.dat".
000850     copy TENBAL
000860         replacing ==:REC-NAME:==
000870             by ==balance-record==.

000880 fd  check-register-file
000890     label records are standard
000900     value of file-id is "checkreg.dat".
000910     copy TENCKR
000920         replacing ==:REC-NAME:==
000930             by ==check-register-record==.

000940 fd  check-number-file
000950     label records are standard
000960     value of file-id is "checkno.ctl".
000970 01  check-number-record.
000980     05  ckn-next-check      picture is 9(06).

000990 fd  refund-check-print
001000     label records are standard
001010     value of file-id is check-print-filename.
001020 01  report-line             picture is X(80).

001030 fd  batch-lock-file
001040     label records are standard
001050     value of file-id is "batchlck.ctl".
001060 01  batch-lock-record.
001070     05  lck-status          picture is X(06).
001080     05  lck-date            picture is 9(08).
001090     05  lck-time            picture is 9(08).

001100 working-storage section.
001110 01  check-print-filename    picture is X(30).
001120     copy TENRCAT.
001130 01  lck-file-status         picture is X(02).
001140 01  batch-locked-switch     picture is X(01) value "N".
001150     88  batch-locked                value "Y".
001160     copy TENWHO.
001170 01  idx-file-status         picture is X(02).
001180 01  ckn-file-status         picture is X(02).
001190 01  more-switch             picture is X(01) value "Y".
001200     88  more-records                value "Y".
001210 01  today-date              picture is 9(08).
001220 01  next-check-number       picture is 9(06) value 1.
001230 01  printed-count           picture is 9(05) value zero.
001240 01  line-count              picture is 9(07) value zero.
001250 01  refund-amount           picture is 9(05)V99.
001260 01  refund-reason           picture is X(20).
001270 01  first-name-part         picture is X(25).
001280 01  last-name-part          picture is X(25).
001290 01  name-pointer            picture is 9(02).
001300 01  payee-name-line         picture is X(40).
001310     copy TENFMT.
001320     copy TENPERC.

001330 procedure division.
001340 0000-mainline.
001350     perform 1000-initialize thru 1000-exit.
001360     perform 2000-refund-one thru 2000-exit
001370         until not more-records.
001380     perform 9000-finish thru 9000-exit.
001390     stop run.

001400 1000-initialize.
001410     display "TENRFND: tenant refund check disbursement".
001420     perform 1100-check-batch-lock thru 1100-exit.
001430     if batch-locked
001440         display "TENRFND: nightly batch in progress - "
001450             "tenant files are locked, inquiry only "
001460             "(use TENINQ) until the window closes"
001470         stop run.
001480     call "TENWHO" using TENWHO-PARMS.
001490     if not TENWHO-SIGNED-ON
001500         or TENWHO-AUTHORITY < 2
001510         display "TENRFND: update authority required - "
001520             "sign on through TENSIGN first"
001530         stop run.
001540     open input sample-idx-file.
001550     if idx-file-status not = "00"
001560         display "TENRFND: cannot open indexed.dbf, status "
001570             idx-file-status
001580         stop run.
001590     accept today-date from date yyyymmdd.
001600     perform 1200-read-check-number thru 1200-exit.
001610     open extend balance-file.
001620     open extend check-register-file.
001630     move spaces to check-print-filename.
001640     string "refcheck." delimited by size
001650         today-date delimited by size
001660         into check-print-filename.
001670     open output refund-check-print.
001680 1000-exit.
001690     exit.

001700*----------------------------------------------------------*
001710* Batch-window lock check: the nightly driver raises the
001720* lock at start of chain and clears it at finish.
001730*----------------------------------------------------------*
001740 1100-check-batch-lock.
001750     open input batch-lock-file.
001760     if lck-file-status not = "00"
001770         go to 1100-exit.
001780     read batch-lock-file
001790         at end
001800             continue
001810         not at end
001820             if lck-status = "LOCKED"
001830                 move "Y" to batch-locked-switch.
001840     close batch-lock-file.
001850 1100-exit.
001860     exit.

001870*----------------------------------------------------------*
001880* The next check number off the numbered stock; a missing
001890* control file starts the stock at check 000001.
001900*----------------------------------------------------------*
001910 1200-read-check-number.
001920     open input check-number-file.
001930     if ckn-file-status not = "00"
001940         close check-number-file
001950         go to 1200-exit.
001960     read check-number-file
001970         at end
001980             continue
001990         not at end
002000             move ckn-next-check to next-check-number.
002010     close check-number-file.
002020 1200-exit.
002030     exit.

002040 2000-refund-one.
002050     display "Apartment number to refund (0000 to quit): ".
002060     accept aptnum.
002070     if aptnum = 0
002080         move "N" to more-switch
002090     else
002100         display "Building number: "
002110         accept building-id
002120         perform 2100-read-and-refund thru 2100-exit.
002130 2000-exit.
002140     exit.

002150 2100-read-and-refund.
002160     read sample-idx-file
002170         invalid key
002180             display "TENRFND: no unit " building-id "-" aptnum
002190                 " on indexed.dbf".
002200     if idx-file-status = "00"
002210         display "Tenant: " name of sample-idx-record
002220         display "Refund amount (99999.99): "
002230         accept refund-amount
002240         display "Reason (up to 20 characters): "
002250         accept refund-reason
002260         if refund-amount = zero
002270             display "TENRFND: zero amount, nothing issued"
002280         else
002290             perform 2150-check-period thru 2150-exit.
002300 2100-exit.
002310     exit.

002320*----------------------------------------------------------*
002330* The refund date against the posting-period control.
002340*----------------------------------------------------------*
002350 2150-check-period.
002360     move "C" to TENPERC-FUNCTION.
002370     move today-date to TENPERC-DATE.
002380     call "TENPERC" using TENPERC-PARMS.
002390     if TENPERC-REFUSE
002400         display "TENRFND: " today-date " is in a closed "
002410             "period (closed through " TENPERC-CLOSED-THROUGH
002420             ") - nothing issued"
002430         go to 2150-exit.
002440     perform 2200-issue-check thru 2200-exit.
002450 2150-exit.
002460     exit.

002470 2200-issue-check.
002480     perform 2300-print-check thru 2300-exit.
002490     perform 2400-write-register thru 2400-exit.
002500     perform 2500-post-offset thru 2500-exit.
002510     add 1 to printed-count.
002520     add 1 to next-check-number.
002530     display "TENRFND: check " ckr-check-no
002540         of check-register-record " issued to "
002550         name of sample-idx-record.
002560 2200-exit.
002570     exit.

002580*----------------------------------------------------------*
002590* The check face: number, date, payee in the TENLABEL
002600* last-comma-first rendering, amount, the tenant's address
002610* block, and the reason on the memo line.
002620*----------------------------------------------------------*
002630 2300-print-check.
002640     move all "=" to report-line.
002650     write report-line.
002660     move spaces to report-line.
002670     string "CHECK NO " delimited by size
002680         next-check-number delimited by size
002690         "   DATE " delimited by size
002700         today-date delimited by size
002710         into report-line.
002720     write report-line.
002730     move spaces to first-name-part.
002740     move spaces to last-name-part.
002750     move 1 to name-pointer.
002760     unstring name of sample-idx-record delimited by space
002770         into first-name-part
002780         with pointer name-pointer.
002790     if name-pointer <= 25
002800         move name of sample-idx-record (name-pointer:)
002810             to last-name-part.
002820     move spaces to payee-name-line.
002830     string last-name-part delimited by space
002840         ", " delimited by size
002850         first-name-part delimited by space
002860         into payee-name-line.
002870     move "A" to TENFMT-FORMAT-CODE.
002880     move refund-amount to TENFMT-RAW-AMOUNT.
002890     call "TENFMT" using TENFMT-PARMS.
002900     move spaces to report-line.
002910     string "PAY TO THE ORDER OF: " delimited by size
002920         payee-name-line delimited by size
002930         into report-line.
002940     write report-line.
002950     move spaces to report-line.
002960     string "AMOUNT: " delimited by size
002970         TENFMT-EDITED-OUT delimited by size
002980         into report-line.
002990     write report-line.
003000     move spaces to report-line.
003010     move street-addr of sample-idx-record to report-line.
003020     write report-line.
003030     move spaces to report-line.
003040     string city of sample-idx-record delimited by space
003050         ", " delimited by size
003060         state of sample-idx-record delimited by size
003070         "  " delimited by size
003080         zip of sample-idx-record delimited by size
003090         into report-line.
003100     write report-line.
003110     move spaces to report-line.
003120     string "MEMO: UNIT " delimited by size
003130         building-id of sample-idx-record delimited by size
003140         "-" delimited by size
003150         aptnum of sample-idx-record delimited by size
003160         " " delimited by size
003170         refund-reason delimited by size
003180         into report-line.
003190     write report-line.
003200     add 6 to line-count.
003210 2300-exit.
003220     exit.

003230 2400-write-register.
003240     move next-check-number
003250         to ckr-check-no of check-register-record.
003260     move today-date to ckr-date of check-register-record.
003270     move name of sample-idx-record
003280         to ckr-payee of check-register-record.
003290     move building-id of sample-idx-record
003300         to ckr-building of check-register-record.
003310     move aptnum of sample-idx-record
003320         to ckr-aptnum of check-register-record.
003330     move refund-amount
003340         to ckr-amount of check-register-record.
003350     move refund-reason
003360         to ckr-reason of check-register-record.
003370     move "TENRFND" to ckr-source of check-register-record.
003380     move zero to ckr-vendor of check-register-record.
003390     move space to ckr-status of check-register-record.
003400     move zero to ckr-status-date of check-register-record.
003410     move zero to ckr-letter-date of check-register-record.
003420     move TENWHO-OPERATOR
003430         to ckr-operator of check-register-record.
003440     write check-register-record.
003450 2400-exit.
003460     exit.

003470*----------------------------------------------------------*
003480* The offsetting tenbal.dat adjustment: the refunded credit
003490* is a negative balance on file, so posting the refund as a
003500* positive adjustment zeroes it off the next statement.
003510*----------------------------------------------------------*
003520 2500-post-offset.
003530     move building-id of sample-idx-record
003540         to bal-building of balance-record.
003550     move aptnum of sample-idx-record
003560         to bal-aptnum of balance-record.
003570     move today-date to bal-date of balance-record.
003580     move refund-amount to bal-amount of balance-record.
003590     move "A" to bal-type of balance-record.
003600     move zero to bal-reference of balance-record.
003610     write balance-record.
003620     if TENPERC-ADJUST
003630         perform 2550-flag-adjustment thru 2550-exit.
003640 2500-exit.
003650     exit.

003660 2550-flag-adjustment.
003670     move "R" to TENPERC-FUNCTION.
003680     move "A" to TENPERC-KIND.
003690     move building-id of sample-idx-record
003700         to TENPERC-BUILDING.
003710     move aptnum of sample-idx-record to TENPERC-APTNUM.
003720     move refund-amount to TENPERC-AMOUNT.
003730     move today-date to TENPERC-POSTED-DATE.
003740     move ckr-check-no of check-register-record
003750         to TENPERC-REFERENCE.
003760     move "TENRFND" to TENPERC-PROGRAM.
003770     move TENWHO-OPERATOR to TENPERC-OPERATOR.
003780     call "TENPERC" using TENPERC-PARMS.
003790 2550-exit.
003800     exit.

003810 9000-finish.
003820     close refund-check-print.
003830     close sample-idx-file.
003840     close balance-file.
003850     close check-register-file.
003860     open output check-number-file.
003870     move next-check-number to ckn-next-check.
003880     write check-number-record.
003890     close check-number-file.
003900     move "TENRFND" to TENRCAT-PROGRAM.
003910     move check-print-filename to TENRCAT-FILENAME.
003920     move printed-count to TENRCAT-PAGES.
003930     move line-count to TENRCAT-LINES.
003940     call "TENRCAT" using TENRCAT-PARMS.
003950     display "TENRFND: " printed-count " check(s) issued".
003960 9000-exit.
003970     exit.

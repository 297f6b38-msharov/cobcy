000190* Applied and rejected items are removed from pendtxn.dat;
000200* still-proposed items stay for a later review.  Until this
000210* pass runs, nothing a proposal pass wrote has touched the
000220* tenant files.  An approved fee proposed in a month since
000230* closed on glperiod.ctl is held pending under the refuse
000240* policy, or posted and flagged on ppadj.dat as a prior-
000250* period adjustment (TENPERC) under the adjust policy.
000260*----------------------------------------------------------*
000270* MODIFICATION HISTORY
000280*   DATE       INIT  DESCRIPTION
000290*   2026-10-15 JHM   Messages now go through TENOLOG to the
000300*                    dated operations log, each with its
000310*                    severity (and the unit where there is
000320*                    one); aborts raise a menu alert.
000330*   2026-10-15 JHM   Checks each approved item's proposal
000340*                    date against the glperiod.ctl posting
000350*                    close: a closed month is held pending
000360*                    (refuse policy) or posted and flagged
000370*                    on ppadj.dat as a prior-period
000380*                    adjustment (adjust policy).
000390*   2026-10-15 JHM   Carries the proposer and reviewer
000400*                    stamps on the items kept for a later
000410*                    review.
000420*   2026-09-03 JHM   Zeroes the new BAL-REFERENCE field
000430*                    on the fee records posted (only "R"
000440*                    repair chargebacks carry a ticket
000450*                    number there).
000460*   2026-08-22 JHM   A file larger than the work table is
000470*                    now fail-stop before the rewrite --
000480*                    the old console message quietly
000490*                    truncated the file to the table
000500*                    size, destroying the overflow.
000510*   2026-08-22 JHM   Files this program itself creates are
000520*                    SELECT OPTIONAL, so the very first run
000530*                    creates them instead of failing the
000540*                    OPEN EXTEND (the TENRCAT convention).
000550*   2026-08-22 JHM   Original program.
000560*   2026-08-22 JHM   Guarded by the TENRUNC run-control
000570*                    check, so approved items cannot be
000580*                    posted twice on one business date
000590*                    without an explicit runover.ctl
000600*                    override.
000610*----------------------------------------------------------*
000620 identification division.
000630 program-id. tenfappl.
000640 author. J. H. Masters.
000650 installation. Property Management Systems.
000660 date-written. 2026-08-22.
000670 date-compiled. 2026-08-22.

000680 environment division.
000690 configuration section.
000700 source-computer. Intel486.
000710 object-computer. Intel486.

000720 input-output section.
000730 file-control.
000740     select optional pending-txn-file assign to disk
000750         organization is line sequential
000760         file status is pnd-file-status.

000770     select optional balance-file assign to disk
000780         organization is line sequential.

000790     select apply-register assign to disk
000800         organization is line sequential.

000810 data division.
000820 file section.
000830 fd  pending-txn-file
000840     label records are standard
000850     value of file-id is "pendtxn.dat".
000860     copy TENPND
000870         replacing ==:REC-NAME:==
000880             by ==pending-txn-record==.

000890 fd  balance-file
000900     label records are standard
000910     value of file-id is "tenbal.dat".
000920     copy TENBAL
000930         replacing ==:REC-NAME:==
000940             by ==balance-record==.

000950 fd  apply-register
000960     label records are standard
000970     value of file-id is "applreg.rpt".
000980 01  report-line             picture is X(80).

000990 working-storage section.
001000 01  table-overflowed-switch     picture is X(01) value "N".
001010     88  table-overflowed                value "Y".
001020 01  pnd-file-status         picture is X(02).
001030 01  pnd-eof-switch          picture is X(01) value "N".
001040     88  pending-file-at-end         value "Y".
001050 01  today-date              picture is 9(08).
001060 01  txn-sub                 picture is 9(04).
001070 01  applied-count           picture is 9(05) value zero.
001080 01  applied-total           picture is 9(07)V99 value zero.
001090 01  discarded-count         picture is 9(05) value zero.
001100 01  kept-count              picture is 9(05) value zero.
001110 01  held-count              picture is 9(05) value zero.
001120     copy TENPERC.

001130 01  txn-table-area.
001140     05  txn-table-count     picture is 9(04) value zero.
001150     05  txn-table-entry occurs 1 to 500 times
001160             depending on txn-table-count.
001170         10  tt-building     picture is 9(02).
001180         10  tt-aptnum       picture is 9(04).
001190         10  tt-amount       picture is 9(05)V99.
001200         10  tt-reason       picture is X(20).
001210         10  tt-date         picture is 9(08).
001220         10  tt-program      picture is X(08).
001230         10  tt-approval     picture is X(01).
001240         10  tt-proposed-by  picture is X(08).
001250         10  tt-reviewed-by  picture is X(08).
001260         10  tt-reviewed-date picture is 9(08).
001270     copy TENFMT.
001280     copy TENRUNC.
001290     copy TENOLOG.

001300 procedure division.
001310 0000-mainline.
001320     move "TENFAPPL" to TENOLOG-PROGRAM.
001330     perform 1000-initialize thru 1000-exit.
001340     perform 2000-load-transactions thru 2000-exit.
001350     if table-overflowed
001360         move "A" to TENOLOG-SEVERITY
001370         move spaces to TENOLOG-TEXT
001380         string "pendtxn.dat is larger than the work "
001390                 delimited by size
001400             "table - nothing posted" delimited by size
001410             into TENOLOG-TEXT
001420         call "TENOLOG" using TENOLOG-PARMS
001430         move 1 to return-code
001440         goback.
001450     perform 3000-apply-approved thru 3000-exit.
001460     perform 9000-finish thru 9000-exit.
001470     goback.

001480 1000-initialize.
001490     move "I" to TENOLOG-SEVERITY
001500     move "posting approved transactions" to TENOLOG-TEXT
001510     call "TENOLOG" using TENOLOG-PARMS.
001520     move "TENFAPPL" to TENRUNC-PROGRAM.
001530     move "S" to TENRUNC-FUNCTION.
001540     move zero to TENRUNC-COUNT.
001550     call "TENRUNC" using TENRUNC-PARMS.
001560     if TENRUNC-ALREADY-RAN
001570         move "A" to TENOLOG-SEVERITY
001580         move spaces to TENOLOG-TEXT
001590         string "already run this business date - "
001600                 delimited by size
001610             "put TENFAPPL on runover.ctl to rerun"
001620                 delimited by size
001630             into TENOLOG-TEXT
001640         call "TENOLOG" using TENOLOG-PARMS
001650         move 1 to return-code
001660         goback.
001670     accept today-date from date yyyymmdd.
001680     open output apply-register.
001690     move "APPROVED-TRANSACTION APPLY REGISTER"
001700         to report-line.
001710     write report-line.
001720     move spaces to report-line.
001730     string "RUN DATE: " delimited by size
001740         today-date delimited by size
001750         into report-line.
001760     write report-line.
001770     move spaces to report-line.
001780     write report-line.
001790 1000-exit.
001800     exit.

001810 2000-load-transactions.
001820     open input pending-txn-file.
001830     if pnd-file-status not = "00"
001840         move "W" to TENOLOG-SEVERITY
001850         move "no pendtxn.dat on file, nothing to post"
001860             to TENOLOG-TEXT
001870         call "TENOLOG" using TENOLOG-PARMS
001880         move "Y" to pnd-eof-switch
001890         go to 2000-exit.
001900     perform 2100-read-txn thru 2100-exit
001910         until pending-file-at-end.
001920     close pending-txn-file.
001930 2000-exit.
001940     exit.

001950 2100-read-txn.
001960     read pending-txn-file
001970         at end
001980             move "Y" to pnd-eof-switch
001990         not at end
002000             perform 2200-stow-txn thru 2200-exit.
002010 2100-exit.
002020     exit.

002030 2200-stow-txn.
002040     if txn-table-count >= 500
002050         move "Y" to table-overflowed-switch
002060         move "W" to TENOLOG-SEVERITY
002070         move "transaction table overflow" to TENOLOG-TEXT
002080         call "TENOLOG" using TENOLOG-PARMS
002090     else
002100         add 1 to txn-table-count
002110         move pnd-building of pending-txn-record
002120             to tt-building (txn-table-count)
002130         move pnd-aptnum of pending-txn-record
002140             to tt-aptnum (txn-table-count)
002150         move pnd-amount of pending-txn-record
002160             to tt-amount (txn-table-count)
002170         move pnd-reason of pending-txn-record
002180             to tt-reason (txn-table-count)
002190         move pnd-date of pending-txn-record
002200             to tt-date (txn-table-count)
002210         move pnd-program of pending-txn-record
002220             to tt-program (txn-table-count)
002230         move pnd-approval of pending-txn-record
002240             to tt-approval (txn-table-count)
002250         move pnd-proposed-by of pending-txn-record
002260             to tt-proposed-by (txn-table-count)
002270         move pnd-reviewed-by of pending-txn-record
002280             to tt-reviewed-by (txn-table-count)
002290         move pnd-reviewed-date of pending-txn-record
002300             to tt-reviewed-date (txn-table-count).
002310 2200-exit.
002320     exit.

002330*----------------------------------------------------------*
002340* pendtxn.dat is rewritten in place: approved items post
002350* and drop off, rejected items drop off, still-proposed
002360* items go back out for a later review.
002370*----------------------------------------------------------*
002380 3000-apply-approved.
002390     if txn-table-count = zero
002400         go to 3000-exit.
002410     open extend balance-file.
002420     open output pending-txn-file.
002430     perform 3100-apply-one thru 3100-exit
002440         varying txn-sub from 1 by 1
002450         until txn-sub > txn-table-count.
002460     close pending-txn-file.
002470     close balance-file.
002480 3000-exit.
002490     exit.

002500 3100-apply-one.
002510     evaluate tt-approval (txn-sub)
002520         when "A"
002530             perform 3150-check-period thru 3150-exit
002540         when "R"
002550             add 1 to discarded-count
002560         when other
002570             add 1 to kept-count
002580             perform 3400-keep-item thru 3400-exit
002590     end-evaluate.
002600 3100-exit.
002610     exit.

002620*----------------------------------------------------------*
002630* The proposal date against the posting-period control.
002640* A fee from a closed month is held pending under the
002650* refuse policy; under the adjust policy it posts today
002660* and is flagged for the journal.
002670*----------------------------------------------------------*
002680 3150-check-period.
002690     move "C" to TENPERC-FUNCTION.
002700     move tt-date (txn-sub) to TENPERC-DATE.
002710     call "TENPERC" using TENPERC-PARMS.
002720     if not TENPERC-REFUSE
002730         perform 3200-post-item thru 3200-exit
002740         go to 3150-exit.
002750     add 1 to held-count.
002760     add 1 to kept-count.
002770     perform 3400-keep-item thru 3400-exit.
002780     move spaces to report-line.
002790     string "HELD   " delimited by size
002800         tt-building (txn-sub) delimited by size
002810         "-" delimited by size
002820         tt-aptnum (txn-sub) delimited by size
002830         " PROPOSED " delimited by size
002840         tt-date (txn-sub) delimited by size
002850         " - PERIOD CLOSED THROUGH " delimited by size
002860         TENPERC-CLOSED-THROUGH delimited by size
002870         into report-line.
002880     write report-line.
002890 3150-exit.
002900     exit.

002910 3200-post-item.
002920     move tt-building (txn-sub)
002930         to bal-building of balance-record.
002940     move tt-aptnum (txn-sub)
002950         to bal-aptnum of balance-record.
002960     move today-date to bal-date of balance-record.
002970     move tt-amount (txn-sub)
002980         to bal-amount of balance-record.
002990     move "F" to bal-type of balance-record.
003000     move zero to bal-reference of balance-record.
003010     write balance-record.
003020     if TENPERC-ADJUST
003030         perform 3250-flag-adjustment thru 3250-exit.
003040     add 1 to applied-count.
003050     add tt-amount (txn-sub) to applied-total.
003060     perform 3300-register-item thru 3300-exit.
003070 3200-exit.
003080     exit.

003090 3250-flag-adjustment.
003100     move "R" to TENPERC-FUNCTION.
003110     move "F" to TENPERC-KIND.
003120     move tt-building (txn-sub) to TENPERC-BUILDING.
003130     move tt-aptnum (txn-sub) to TENPERC-APTNUM.
003140     move tt-amount (txn-sub) to TENPERC-AMOUNT.
003150     move today-date to TENPERC-POSTED-DATE.
003160     move zero to TENPERC-REFERENCE.
003170     move "TENFAPPL" to TENPERC-PROGRAM.
003180     move tt-reviewed-by (txn-sub) to TENPERC-OPERATOR.
003190     call "TENPERC" using TENPERC-PARMS.
003200 3250-exit.
003210     exit.

003220 3300-register-item.
003230     move "A" to TENFMT-FORMAT-CODE.
003240     move tt-amount (txn-sub) to TENFMT-RAW-AMOUNT.
003250     call "TENFMT" using TENFMT-PARMS.
003260     move spaces to report-line.
003270     string "POSTED " delimited by size
003280         tt-building (txn-sub) delimited by size
003290         "-" delimited by size
003300         tt-aptnum (txn-sub) delimited by size
003310         " " delimited by size
003320         TENFMT-EDITED-OUT delimited by size
003330         " " delimited by size
003340         tt-reason (txn-sub) delimited by size
003350         into report-line.
003360     write report-line.
003370 3300-exit.
003380     exit.

003390 3400-keep-item.
003400     move tt-building (txn-sub)
003410         to pnd-building of pending-txn-record.
003420     move tt-aptnum (txn-sub)
003430         to pnd-aptnum of pending-txn-record.
003440     move tt-amount (txn-sub)
003450         to pnd-amount of pending-txn-record.
003460     move tt-reason (txn-sub)
003470         to pnd-reason of pending-txn-record.
003480     move tt-date (txn-sub)
003490         to pnd-date of pending-txn-record.
003500     move tt-program (txn-sub)
003510         to pnd-program of pending-txn-record.
003520     move tt-approval (txn-sub)
003530         to pnd-approval of pending-txn-record.
003540     move tt-proposed-by (txn-sub)
003550         to pnd-proposed-by of pending-txn-record.
003560     move tt-reviewed-by (txn-sub)
003570         to pnd-reviewed-by of pending-txn-record.
003580     move tt-reviewed-date (txn-sub)
003590         to pnd-reviewed-date of pending-txn-record.
003600     write pending-txn-record.
003610 3400-exit.
003620     exit.

003630 9000-finish.
003640     move spaces to report-line.
003650     write report-line.
003660     move "A" to TENFMT-FORMAT-CODE.
003670     move applied-total to TENFMT-RAW-AMOUNT.
003680     call "TENFMT" using TENFMT-PARMS.
003690     move spaces to report-line.
003700     string "POSTED: " delimited by size
003710         TENFMT-EDITED-OUT delimited by size
003720         "  (" delimited by size
003730         applied-count delimited by size
003740         " item(s)), DISCARDED " delimited by size
003750         discarded-count delimited by size
003760         ", STILL PENDING " delimited by size
003770         kept-count delimited by size
003780         into report-line.
003790     write report-line.
003800     if held-count not = zero
003810         move spaces to report-line
003820         string "HELD FOR A CLOSED PERIOD: " delimited by size
003830             held-count delimited by size
003840             " item(s), still pending" delimited by size
003850             into report-line
003860         write report-line.
003870     close apply-register.
003880     move "E" to TENRUNC-FUNCTION.
003890     move applied-count to TENRUNC-COUNT.
003900     call "TENRUNC" using TENRUNC-PARMS.
003910     move "I" to TENOLOG-SEVERITY
003920     move spaces to TENOLOG-TEXT
003930     string applied-count delimited by size
003940         " item(s) posted" delimited by size
003950         into TENOLOG-TEXT
003960     call "TENOLOG" using TENOLOG-PARMS.
003970 9000-exit.
003980     exit.

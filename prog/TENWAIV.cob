000210* against the waivrsn.dat reason table, and appends the
000220* waiver to the waivreg.dat register with the approving
000230* operator so the TENWVRP monthly register can total who
000240* waives what.  A waiver effective in a month closed on
000250* glperiod.ctl is refused, or posted today as a prior-
000260* period adjustment (TENPERC), as the period control says.
000270*----------------------------------------------------------*
000280* MODIFICATION HISTORY
000290*   DATE       INIT  DESCRIPTION
000300*   2026-10-15 JHM   Asks the waiver's effective date
000310*                    (today unless keyed).  A date in a
000320*                    month closed on glperiod.ctl is refused
000330*                    or, under the adjust policy, the
000340*                    waiver posts today and is flagged on
000350*                    ppadj.dat through TENPERC; a date
000360*                    after today is refused.
000370*   2026-09-03 JHM   Zeroes the new BAL-REFERENCE field
000380*                    on the waiver entry posted.
000390*   2026-09-03 JHM   Original program.
000400*----------------------------------------------------------*
000410 identification division.
000420 program-id. tenwaiv.
000430 author. J. H. Masters.
000440 installation. Property Management Systems.
000450 date-written. 2026-09-03.
000460 date-compiled. 2026-09-03.

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

000580     select optional waiver-reason-file assign to disk
000590         organization is line sequential
000600         file status is wrs-file-status.

000610     select optional balance-file assign to disk
000620         organization is line sequential.

000630     select optional waiver-register-file assign to disk
000640         organization is line sequential.

000650     select history-file assign to disk
000660         organization is line sequential.

000670     select optional batch-lock-file assign to disk
000680         organization is line sequential
000690         file status is lck-file-status.

000700 data division.
000710 file section.
000720 fd  sample-idx-file
000730     label records are standard
000740     value of file-id is "indexed.dbf".
000750     copy TENREC
000760         replacing ==:REC-NAME:== by ==sample-idx-record==
000770             ==address== by ==street-addr==.

000780 fd  waiver-reason-file
000790     label records are standard
000800     value of file-id is "waivrsn.dat".
000810     copy TENWRS
000820         replacing ==:REC-NAME:==
000830             by ==waiver-reason-record==.

000840 fd  balance-file
000850     label records are standard
000860     value of file-id is "tenbal.dat".
000870     copy TENBAL
000880         replacing ==:REC-NAME:==
000890             by ==balance-record==.

000900 fd  waiver-register-file
000910     label records are standard
000920     value of file-id is "waivreg.dat".
000930     copy TENWVR
000940         replacing ==:REC-NAME:==
000950             by ==waiver-register-record==.

000960 fd  history-file
000970     label records are standard
000980     value of file-id is "tenhist.dat".
000990     copy TENHIST
001000         replacing ==:REC-NAME:==
001010             by ==history-record==.

001020 fd  batch-lock-file
001030     label records are standard
001040     value of file-id is "batchlck.ctl".
001050 01  batch-lock-record.
001060     05  lck-status          picture is X(06).
001070     05  lck-date            picture is 9(08).
001080     05  lck-time            picture is 9(08).

001090 working-storage section.
001100 01  lck-file-status         picture is X(02).
001110 01  batch-locked-switch     picture is X(01) value "N".
001120     88  batch-locked                value "Y".
001130     copy TENWHO.
001140 01  idx-file-status         picture is X(02).
001150 01  wrs-file-status         picture is X(02).
001160 01  wrs-eof-switch          picture is X(01) value "N".
001170     88  reason-file-at-end          value "Y".
001180 01  more-switch             picture is X(01) value "Y".
001190     88  more-records                value "Y".
001200 01  today-date              picture is 9(08).
001210 01  waived-count            picture is 9(05) value zero.
001220 01  waived-amount           picture is 9(05)V99.
001230 01  waiver-posting          picture is S9(05)V99.
001240 01  entered-reason          picture is X(02).
001250 01  reason-ok-switch        picture is X(01).
001260     88  reason-on-table             value "Y".
001270     copy TENPERC.
001280 01  entered-effective       picture is 9(08).
001290 01  post-date               picture is 9(08).

001300*----------------------------------------------------------*
001310* Waiver reasons from waivrsn.dat, later record per code
001320* superseding the earlier one.
001330*----------------------------------------------------------*
001340 01  reason-table-area.
001350     05  reason-table-count  picture is 9(02) value zero.
001360     05  reason-table-entry occurs 1 to 50 times
001370             depending on reason-table-count
001380             indexed by reason-table-index.
001390         10  rt-code         picture is X(02).
001400         10  rt-description  picture is X(20).

001410 procedure division.
001420 0000-mainline.
001430     perform 1000-initialize thru 1000-exit.
001440     perform 2000-waive-one thru 2000-exit
001450         until not more-records.
001460     perform 9000-finish thru 9000-exit.
001470     stop run.

001480 1000-initialize.
001490     display "TENWAIV: supervisor fee waiver".
001500     perform 1100-check-batch-lock thru 1100-exit.
001510     if batch-locked
001520         display "TENWAIV: nightly batch in progress - "
001530             "tenant files are locked, inquiry only "
001540             "(use TENINQ) until the window closes"
001550         stop run.
001560     call "TENWHO" using TENWHO-PARMS.
001570     if not TENWHO-SIGNED-ON
001580         or TENWHO-AUTHORITY < 3
001590         display "TENWAIV: supervisor authority required - "
001600             "sign on through TENSIGN first"
001610         stop run.
001620     perform 1200-load-reasons thru 1200-exit.
001630     if reason-table-count = zero
001640         display "TENWAIV: no reasons on waivrsn.dat - key "
001650             "the reason table through TENWVRM first"
001660         stop run.
001670     open input sample-idx-file.
001680     if idx-file-status not = "00"
001690         display "TENWAIV: cannot open indexed.dbf, status "
001700             idx-file-status
001710         stop run.
001720     accept today-date from date yyyymmdd.
001730     open extend balance-file.
001740     open extend waiver-register-file.
001750     open extend history-file.
001760 1000-exit.
001770     exit.

001780*----------------------------------------------------------*
001790* Batch-window lock check: the nightly driver raises the
001800* lock at start of chain and clears it at finish.
001810*----------------------------------------------------------*
001820 1100-check-batch-lock.
001830     open input batch-lock-file.
001840     if lck-file-status not = "00"
001850         go to 1100-exit.
001860     read batch-lock-file
001870         at end
001880             continue
001890         not at end
001900             if lck-status = "LOCKED"
001910                 move "Y" to batch-locked-switch.
001920     close batch-lock-file.
001930 1100-exit.
001940     exit.

001950 1200-load-reasons.
001960     open input waiver-reason-file.
001970     if wrs-file-status not = "00"
001980         close waiver-reason-file
001990         move "Y" to wrs-eof-switch
002000         go to 1200-exit.
002010     perform 1210-read-reason thru 1210-exit
002020         until reason-file-at-end.
002030     close waiver-reason-file.
002040 1200-exit.
002050     exit.

002060 1210-read-reason.
002070     read waiver-reason-file
002080         at end
002090             move "Y" to wrs-eof-switch
002100         not at end
002110             perform 1220-stow-reason thru 1220-exit.
002120 1210-exit.
002130     exit.

002140 1220-stow-reason.
002150     set reason-table-index to 1.
002160     if reason-table-count > zero
002170         search reason-table-entry
002180             at end
002190                 perform 1230-add-reason thru 1230-exit
002200             when rt-code (reason-table-index)
002210                     = wrs-code of waiver-reason-record
002220                 move wrs-description of waiver-reason-record
002230                     to rt-description (reason-table-index)
002240     else
002250         perform 1230-add-reason thru 1230-exit.
002260 1220-exit.
002270     exit.

002280 1230-add-reason.
002290     if reason-table-count >= 50
002300         display "TENWAIV: reason table overflow"
002310     else
002320         add 1 to reason-table-count
002330         move wrs-code of waiver-reason-record
002340             to rt-code (reason-table-count)
002350         move wrs-description of waiver-reason-record
002360             to rt-description (reason-table-count).
002370 1230-exit.
002380     exit.

002390 2000-waive-one.
002400     display "Apartment number to waive (0000 to quit): ".
002410     accept aptnum.
002420     if aptnum = 0
002430         move "N" to more-switch
002440     else
002450         display "Building number: "
002460         accept building-id
002470         perform 2100-read-and-waive thru 2100-exit.
002480 2000-exit.
002490     exit.

002500 2100-read-and-waive.
002510     read sample-idx-file
002520         invalid key
002530             display "TENWAIV: no unit " building-id "-" aptnum
002540                 " on indexed.dbf".
002550     if idx-file-status = "00"
002560         display "Tenant: " name of sample-idx-record
002570         display "Fee amount to waive (99999.99): "
002580         accept waived-amount
002590         display "Reason code: "
002600         accept entered-reason
002610         display "Effective date (YYYYMMDD, 0 = today): "
002620         accept entered-effective
002630         perform 2200-check-reason thru 2200-exit
002640         if not reason-on-table
002650             display "TENWAIV: reason " entered-reason
002660                 " not on waivrsn.dat, nothing waived"
002670         else
002680             if waived-amount = zero
002690                 display "TENWAIV: zero amount, nothing waived"
002700             else
002710                 perform 2250-check-period thru 2250-exit.
002720 2100-exit.
002730     exit.

002740 2200-check-reason.
002750     move "N" to reason-ok-switch.
002760     set reason-table-index to 1.
002770     search reason-table-entry
002780         at end
002790             continue
002800         when rt-code (reason-table-index) = entered-reason
002810             move "Y" to reason-ok-switch.
002820 2200-exit.
002830     exit.

002840*----------------------------------------------------------*
002850* The effective date against the posting-period control:
002860* an open month posts under its own date, a closed one is
002870* refused or posted today as a prior-period adjustment.
002880*----------------------------------------------------------*
002890 2250-check-period.
002900     if entered-effective = zero
002910         move today-date to entered-effective.
002920     if entered-effective > today-date
002930         display "TENWAIV: effective date " entered-effective
002940             " is after today - nothing waived"
002950         go to 2250-exit.
002960     move "C" to TENPERC-FUNCTION.
002970     move entered-effective to TENPERC-DATE.
002980     call "TENPERC" using TENPERC-PARMS.
002990     if TENPERC-REFUSE
003000         display "TENWAIV: " entered-effective " is in a "
003010             "closed period (closed through "
003020             TENPERC-CLOSED-THROUGH ") - nothing waived"
003030         go to 2250-exit.
003040     move entered-effective to post-date.
003050     if TENPERC-ADJUST
003060         move today-date to post-date
003070         display "TENWAIV: " entered-effective " is in a "
003080             "closed period - posted today as a "
003090             "prior-period adjustment".
003100     perform 2300-post-waiver thru 2300-exit.
003110 2250-exit.
003120     exit.

003130*----------------------------------------------------------*
003140* The waiver is a negative "W" entry on tenbal.dat -- the
003150* statement and the close net it against the posted fee --
003160* plus the register record that says who and why.
003170*----------------------------------------------------------*
003180 2300-post-waiver.
003190     move building-id to bal-building of balance-record.
003200     move aptnum to bal-aptnum of balance-record.
003210     move post-date to bal-date of balance-record.
003220     compute waiver-posting = zero - waived-amount.
003230     move waiver-posting to bal-amount of balance-record.
003240     move "W" to bal-type of balance-record.
003250     move zero to bal-reference of balance-record.
003260     write balance-record.
003270     if TENPERC-ADJUST
003280         perform 2350-flag-adjustment thru 2350-exit.
003290     perform 2400-write-register thru 2400-exit.
003300     perform 2500-record-history thru 2500-exit.
003310     add 1 to waived-count.
003320     display "TENWAIV: waived for " building-id "-" aptnum.
003330 2300-exit.
003340     exit.

003350*----------------------------------------------------------*
003360* A waiver moved out of a closed month is flagged for the
003370* journal on ppadj.dat.
003380*----------------------------------------------------------*
003390 2350-flag-adjustment.
003400     move "R" to TENPERC-FUNCTION.
003410     move "F" to TENPERC-KIND.
003420     move entered-effective to TENPERC-DATE.
003430     move building-id to TENPERC-BUILDING.
003440     move aptnum to TENPERC-APTNUM.
003450     move waiver-posting to TENPERC-AMOUNT.
003460     move post-date to TENPERC-POSTED-DATE.
003470     move zero to TENPERC-REFERENCE.
003480     move "TENWAIV" to TENPERC-PROGRAM.
003490     move TENWHO-OPERATOR to TENPERC-OPERATOR.
003500     call "TENPERC" using TENPERC-PARMS.
003510 2350-exit.
003520     exit.

003530 2400-write-register.
003540     move building-id
003550         to wvr-building of waiver-register-record.
003560     move aptnum to wvr-aptnum of waiver-register-record.
003570     move today-date to wvr-date of waiver-register-record.
003580     move waived-amount
003590         to wvr-amount of waiver-register-record.
003600     move entered-reason
003610         to wvr-reason of waiver-register-record.
003620     move TENWHO-OPERATOR
003630         to wvr-operator of waiver-register-record.
003640     write waiver-register-record.
003650 2400-exit.
003660     exit.

003670 2500-record-history.
003680     move building-id to hist-building of history-record.
003690     move aptnum to hist-aptnum of history-record.
003700     move today-date to hist-date of history-record.
003710     move "U" to hist-action of history-record.
003720     move name of sample-idx-record
003730         to hist-name of history-record.
003740     move TENWHO-OPERATOR
003750         to hist-operator of history-record.
003760     write history-record.
003770 2500-exit.
003780     exit.

003790 9000-finish.
003800     close sample-idx-file.
003810     close balance-file.
003820     close waiver-register-file.
003830     close history-file.
003840     display "TENWAIV: " waived-count " fee(s) waived".
003850 9000-exit.
003860     exit.

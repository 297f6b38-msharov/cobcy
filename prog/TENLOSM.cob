000100*----------------------------------------------------------*
000110* TENLOSM.COB
000120*
000130* Property loss and insurance claim maintenance screen.
000140* L opens or updates a loss on insloss.dat -- building and
000150* unit, loss date, cause, the carrier's claim number,
000160* carrier, adjuster, reserve, deductible and claim status --
000170* re-entering a loss number superseding the earlier record
000180* (the TENCAPM convention; loss number 0 takes the next
000190* free number).  The rest append to lossact.dat against a
000200* loss already on file: T ties a workordr.dat repair ticket
000210* in the loss's building to it, so the wocost.dat postings
000220* to the ticket count as loss costs; R records an insurance
000230* recovery received from the carrier; C gives a displaced
000240* tenant a relocation credit, posted to tenbal.dat as a
000250* negative "A" adjustment carrying the loss number (the
000260* TENWAIV posting, supervisor authority, refused while the
000270* nightly batch holds the tenant files).  TENLOSR reports
000280* the claims.
000290*----------------------------------------------------------*
000300* MODIFICATION HISTORY
000310*   DATE       INIT  DESCRIPTION
000320*   2026-10-15 JHM   Original program.
000330*----------------------------------------------------------*
000340 identification division.
000350 program-id. tenlosm.
000360 author. J. H. Masters.
000370 installation. Property Management Systems.
000380 date-written. 2026-10-15.
000390 date-compiled. 2026-10-15.

000400 environment division.
000410 configuration section.
000420 source-computer. Intel486.
000430 object-computer. Intel486.

000440 input-output section.
000450 file-control.
000460     select optional loss-file assign to disk
000470         organization is line sequential
000480         file status is los-file-status.

000490     select optional loss-activity-file assign to disk
000500         organization is line sequential
000510         file status is lsa-file-status.

000520     select optional work-order-file assign to disk
000530         organization is line sequential
000540         file status is wor-file-status.

000550     select sample-idx-file assign to disk
000560         organization is indexed
000570         record key is unit-key of sample-idx-record
000580         access mode is random
000590         file status is idx-file-status.

000600     select optional balance-file assign to disk
000610         organization is line sequential.

000620     select history-file assign to disk
000630         organization is line sequential.

000640     select optional batch-lock-file assign to disk
000650         organization is line sequential
000660         file status is lck-file-status.

000670 data division.
000680 file section.
000690 fd  loss-file
000700     label records are standard
000710     value of file-id is "insloss.dat".
000720     copy TENLOS
000730         replacing ==:REC-NAME:==
000740             by ==loss-record==.

000750 fd  loss-activity-file
000760     label records are standard
000770     value of file-id is "lossact.dat".
000780     copy TENLSA
000790         replacing ==:REC-NAME:==
000800             by ==loss-activity-record==.

000810 fd  work-order-file
000820     label records are standard
000830     value of file-id is "workordr.dat".
000840     copy TENWOR
000850         replacing ==:REC-NAME:==
000860             by ==work-order-record==.

000870 fd  sample-idx-file
000880     label records are standard
000890     value of file-id is "indexed.dbf".
000900     copy TENREC
000910         replacing ==:REC-NAME:== by ==sample-idx-record==
000920             ==address== by ==street-addr==.

000930 fd  balance-file
000940     label records are standard
000950     value of file-id is "tenbal.dat".
000960     copy TENBAL
000970         replacing ==:REC-NAME:==
000980             by ==balance-record==.

000990 fd  history-file
001000     label records are standard
001010     value of file-id is "tenhist.dat".
001020     copy TENHIST
001030         replacing ==:REC-NAME:==
001040             by ==history-record==.

001050 fd  batch-lock-file
001060     label records are standard
001070     value of file-id is "batchlck.ctl".
001080 01  batch-lock-record.
001090     05  lck-status          picture is X(06).
001100     05  lck-date            picture is 9(08).
001110     05  lck-time            picture is 9(08).

001120 working-storage section.
001130 01  lck-file-status         picture is X(02).
001140 01  batch-locked-switch     picture is X(01) value "N".
001150     88  batch-locked                value "Y".
001160     copy TENWHO.
001170     copy TENBLDL.
001180 01  los-file-status         picture is X(02).
001190 01  los-eof-switch          picture is X(01).
001200     88  loss-file-at-end            value "Y".
001210 01  lsa-file-status         picture is X(02).
001220 01  lsa-eof-switch          picture is X(01).
001230     88  activity-file-at-end        value "Y".
001240 01  wor-file-status         picture is X(02).
001250 01  wor-eof-switch          picture is X(01).
001260     88  work-order-file-at-end      value "Y".
001270 01  idx-file-status         picture is X(02).
001280 01  loss-found-switch       picture is X(01).
001290     88  loss-found                  value "Y".
001300 01  ticket-found-switch     picture is X(01).
001310     88  ticket-found                value "Y".
001320 01  already-linked-switch   picture is X(01).
001330     88  already-linked              value "Y".
001340 01  more-switch             picture is X(01) value "Y".
001350     88  more-records                value "Y".
001360 01  function-code           picture is X(01).
001370     88  function-loss               value "L".
001380     88  function-ticket             value "T".
001390     88  function-recovery           value "R".
001400     88  function-credit             value "C".
001410     88  function-quit               value "Q".
001420 01  today-date              picture is 9(08).
001430 01  loss-count              picture is 9(05) value zero.
001440 01  activity-count          picture is 9(05) value zero.
001450 01  highest-loss            picture is 9(05).
001460 01  entered-loss            picture is 9(05).
001470 01  entered-building        picture is 9(02).
001480 01  entered-aptnum          picture is 9(04).
001490 01  entered-date            picture is 9(08).
001500 01  entered-ticket          picture is 9(05).
001510 01  entered-amount          picture is 9(07)V99.
001520 01  entered-reference       picture is X(10).
001530 01  credit-posting          picture is S9(05)V99.
001540 01  credit-limit            picture is 9(07)V99 value 99999.99.
001550 01  reply                   picture is X(30).
001560 01  current-loss.
001570     05  current-building    picture is 9(02).
001580     05  current-aptnum      picture is 9(04).
001590     05  current-loss-date   picture is 9(08).
001600     05  current-cause       picture is X(01).
001610     05  current-description picture is X(30).
001620     05  current-claim-no    picture is X(15).
001630     05  current-carrier     picture is X(20).
001640     05  current-adjuster    picture is X(20).
001650     05  current-reserve     picture is 9(07)V99.
001660     05  current-deductible  picture is 9(07)V99.
001670     05  current-status      picture is X(01).
001680 01  current-ticket-aptnum   picture is 9(04).
001690 01  current-ticket-text     picture is X(40).
001700 01  display-amount          picture is Z,ZZZ,ZZ9.99.
001710 01  display-amount-2        picture is Z,ZZZ,ZZ9.99.

001720 procedure division.
001730 0000-mainline.
001740     perform 1000-initialize thru 1000-exit.
001750     perform 2000-enter-one thru 2000-exit
001760         until not more-records.
001770     perform 9000-finish thru 9000-exit.
001780     stop run.

001790 1000-initialize.
001800     display "TENLOSM: property loss and claim maintenance".
001810     call "TENWHO" using TENWHO-PARMS.
001820     if not TENWHO-SIGNED-ON
001830         or TENWHO-AUTHORITY < 2
001840         display "TENLOSM: update authority required - "
001850             "sign on through TENSIGN first"
001860         stop run.
001870     perform 1100-check-batch-lock thru 1100-exit.
001880     accept today-date from date yyyymmdd.
001890 1000-exit.
001900     exit.

001910*----------------------------------------------------------*
001920* Batch-window lock check: the nightly driver raises the
001930* lock at start of chain and clears it at finish.
001940*----------------------------------------------------------*
001950 1100-check-batch-lock.
001960     open input batch-lock-file.
001970     if lck-file-status not = "00"
001980         go to 1100-exit.
001990     read batch-lock-file
002000         at end
002010             continue
002020         not at end
002030             if lck-status = "LOCKED"
002040                 move "Y" to batch-locked-switch.
002050     close batch-lock-file.
002060 1100-exit.
002070     exit.

002080 2000-enter-one.
002090     display "L loss, T link ticket, R recovery, "
002100         "C relocation credit, Q quit: ".
002110     accept function-code.
002120     if function-quit
002130         move "N" to more-switch
002140         go to 2000-exit.
002150     if not function-loss
002160         and not function-ticket
002170         and not function-recovery
002180         and not function-credit
002190         display "TENLOSM: enter L, T, R, C or Q"
002200         go to 2000-exit.
002210     display "Loss number (0 for a new loss): ".
002220     accept entered-loss.
002230     if entered-loss = zero
002240         and not function-loss
002250         display "TENLOSM: a loss number is required"
002260         go to 2000-exit.
002270     perform 2200-find-loss thru 2200-exit.
002280     if function-loss
002290         perform 3000-enter-loss thru 3000-exit
002300         go to 2000-exit.
002310     if not loss-found
002320         display "TENLOSM: loss " entered-loss
002330             " not on insloss.dat, nothing recorded"
002340         go to 2000-exit.
002350     display "Building " current-building "-" current-aptnum
002360         " " current-description.
002370     display "Claim " current-claim-no " " current-carrier
002380         "  Status: " current-status.
002390     if function-ticket
002400         perform 4000-link-ticket thru 4000-exit.
002410     if function-recovery
002420         perform 5000-enter-recovery thru 5000-exit.
002430     if function-credit
002440         perform 6000-enter-credit thru 6000-exit.
002450 2000-exit.
002460     exit.

002470*----------------------------------------------------------*
002480* Latest insloss.dat record per loss number wins; the scan
002490* also finds the highest number in use for a new loss.
002500*----------------------------------------------------------*
002510 2200-find-loss.
002520     move "N" to loss-found-switch.
002530     move zero to highest-loss.
002540     move "N" to los-eof-switch.
002550     open input loss-file.
002560     if los-file-status not = "00"
002570         close loss-file
002580         move "Y" to los-eof-switch
002590         go to 2200-exit.
002600     perform 2210-scan-loss thru 2210-exit
002610         until loss-file-at-end.
002620     close loss-file.
002630 2200-exit.
002640     exit.

002650 2210-scan-loss.
002660     read loss-file
002670         at end
002680             move "Y" to los-eof-switch
002690             go to 2210-exit.
002700     if los-loss of loss-record > highest-loss
002710         move los-loss of loss-record to highest-loss.
002720     if los-loss of loss-record not = entered-loss
002730         go to 2210-exit.
002740     move "Y" to loss-found-switch.
002750     move los-building of loss-record to current-building.
002760     move los-aptnum of loss-record to current-aptnum.
002770     move los-loss-date of loss-record to current-loss-date.
002780     move los-cause of loss-record to current-cause.
002790     move los-description of loss-record
002800         to current-description.
002810     move los-claim-no of loss-record to current-claim-no.
002820     move los-carrier of loss-record to current-carrier.
002830     move los-adjuster of loss-record to current-adjuster.
002840     move los-reserve of loss-record to current-reserve.
002850     move los-deductible of loss-record to current-deductible.
002860     move los-status of loss-record to current-status.
002870 2210-exit.
002880     exit.

002890 3000-enter-loss.
002900     if entered-loss = zero
002910         compute entered-loss = highest-loss + 1
002920         display "New loss " entered-loss
002930     else
002940         if not loss-found
002950             display "New loss".
002960     if loss-found
002970         move current-reserve to display-amount
002980         move current-deductible to display-amount-2
002990         display "Building " current-building "-"
003000             current-aptnum "  Loss date " current-loss-date
003010             "  Cause " current-cause
003020         display current-description
003030         display "Claim " current-claim-no " " current-carrier
003040             " " current-adjuster
003050         display "Reserve " display-amount "  Deductible "
003060             display-amount-2 "  Status " current-status.
003070     display "Building number: ".
003080     accept entered-building.
003090     if loss-found
003100         and entered-building not = current-building
003110         display "TENLOSM: loss " entered-loss
003120             " belongs to building " current-building
003130             ", nothing recorded"
003140         go to 3000-exit.
003150     move entered-building to TENBLDL-BUILDING.
003160     call "TENBLDL" using TENBLDL-PARMS.
003170     if not TENBLDL-ON-FILE
003180         display "TENLOSM: building " entered-building
003190             " not on bldgmst.dat, nothing recorded"
003200         go to 3000-exit.
003210     move entered-building to los-building of loss-record.
003220     display "Apartment (0000 for common area or the whole "
003230         "building): ".
003240     accept entered-aptnum.
003250     move entered-aptnum to los-aptnum of loss-record.
003260     display "Loss date YYYYMMDD: ".
003270     accept entered-date.
003280     if entered-date = zero
003290         or entered-date > today-date
003300         display "TENLOSM: loss date missing or in the future, "
003310             "nothing recorded for loss " entered-loss
003320         go to 3000-exit.
003330     move entered-date to los-loss-date of loss-record.
003340     display "Cause (W water, F fire, S storm, T theft/"
003350         "vandalism, L liability, O other): ".
003360     accept reply.
003370     move reply (1:1) to los-cause of loss-record.
003380     if not los-cause-valid of loss-record
003390         display "TENLOSM: cause must be W, F, S, T, L or O, "
003400             "nothing recorded for loss " entered-loss
003410         go to 3000-exit.
003420     display "Description: ".
003430     accept reply.
003440     if reply = spaces
003450         display "TENLOSM: description is required, "
003460             "nothing recorded for loss " entered-loss
003470         go to 3000-exit.
003480     move reply to los-description of loss-record.
003490     display "Carrier claim number (blank if not filed): ".
003500     accept reply.
003510     move reply (1:15) to los-claim-no of loss-record.
003520     display "Carrier: ".
003530     accept reply.
003540     move reply (1:20) to los-carrier of loss-record.
003550     display "Adjuster: ".
003560     accept reply.
003570     move reply (1:20) to los-adjuster of loss-record.
003580     display "Carrier reserve (9999999.99): ".
003590     accept entered-amount.
003600     move entered-amount to los-reserve of loss-record.
003610     display "Deductible (9999999.99): ".
003620     accept entered-amount.
003630     move entered-amount to los-deductible of loss-record.
003640     display "Status O open, C closed, D denied, "
003650         "N not filed: ".
003660     accept reply.
003670     move reply (1:1) to los-status of loss-record.
003680     if not los-status-valid of loss-record
003690         display "TENLOSM: status must be O, C, D or N, "
003700             "nothing recorded for loss " entered-loss
003710         go to 3000-exit.
003720     if los-claim-no of loss-record = spaces
003730         and not los-not-filed of loss-record
003740         display "TENLOSM: a claim number is required unless "
003750             "the loss is not filed, nothing recorded for "
003760             "loss " entered-loss
003770         go to 3000-exit.
003780     move entered-loss to los-loss of loss-record.
003790     move today-date to los-date of loss-record.
003800     move TENWHO-OPERATOR to los-entered-by of loss-record.
003810     open extend loss-file.
003820     write loss-record.
003830     close loss-file.
003840     add 1 to loss-count.
003850     display "TENLOSM: loss " entered-loss " recorded".
003860 3000-exit.
003870     exit.

003880*----------------------------------------------------------*
003890* A ticket belongs to the loss's building; the link takes
003900* the ticket's own unit, since the water from one unit's
003910* burst pipe is repaired in the units below it.
003920*----------------------------------------------------------*
003930 4000-link-ticket.
003940     display "Ticket number: ".
003950     accept entered-ticket.
003960     perform 4100-find-ticket thru 4100-exit.
003970     if not ticket-found
003980         display "TENLOSM: ticket " entered-ticket
003990             " not on workordr.dat for building "
004000             current-building ", nothing linked"
004010         go to 4000-exit.
004020     display "Ticket " entered-ticket " unit "
004030         current-ticket-aptnum " " current-ticket-text.
004040     perform 4200-check-linked thru 4200-exit.
004050     if already-linked
004060         display "TENLOSM: ticket " entered-ticket
004070             " is already tied to a loss, nothing linked"
004080         go to 4000-exit.
004090     move "T" to lsa-type of loss-activity-record.
004100     move current-ticket-aptnum
004110         to lsa-aptnum of loss-activity-record.
004120     move entered-ticket to lsa-ticket of loss-activity-record.
004130     move today-date to lsa-date of loss-activity-record.
004140     move spaces to lsa-reference of loss-activity-record.
004150     move zero to lsa-amount of loss-activity-record.
004160     perform 7000-write-activity thru 7000-exit.
004170     display "TENLOSM: ticket " entered-ticket
004180         " tied to loss " entered-loss.
004190 4000-exit.
004200     exit.

004210 4100-find-ticket.
004220     move "N" to ticket-found-switch.
004230     move "N" to wor-eof-switch.
004240     open input work-order-file.
004250     if wor-file-status not = "00"
004260         close work-order-file
004270         go to 4100-exit.
004280     perform 4110-scan-ticket thru 4110-exit
004290         until work-order-file-at-end.
004300     close work-order-file.
004310 4100-exit.
004320     exit.

004330 4110-scan-ticket.
004340     read work-order-file
004350         at end
004360             move "Y" to wor-eof-switch
004370             go to 4110-exit.
004380     if wor-building of work-order-record = current-building
004390         and wor-ticket of work-order-record = entered-ticket
004400         move "Y" to ticket-found-switch
004410         move wor-aptnum of work-order-record
004420             to current-ticket-aptnum
004430         move wor-description of work-order-record
004440             to current-ticket-text.
004450 4110-exit.
004460     exit.

004470 4200-check-linked.
004480     move "N" to already-linked-switch.
004490     move "N" to lsa-eof-switch.
004500     open input loss-activity-file.
004510     if lsa-file-status not = "00"
004520         close loss-activity-file
004530         go to 4200-exit.
004540     perform 4210-scan-activity thru 4210-exit
004550         until activity-file-at-end.
004560     close loss-activity-file.
004570 4200-exit.
004580     exit.

004590 4210-scan-activity.
004600     read loss-activity-file
004610         at end
004620             move "Y" to lsa-eof-switch
004630             go to 4210-exit.
004640     if lsa-ticket-link of loss-activity-record
004650         and lsa-building of loss-activity-record
004660             = current-building
004670         and lsa-aptnum of loss-activity-record
004680             = current-ticket-aptnum
004690         and lsa-ticket of loss-activity-record = entered-ticket
004700         move "Y" to already-linked-switch.
004710 4210-exit.
004720     exit.

004730 5000-enter-recovery.
004740     display "Date received YYYYMMDD (0 for today): ".
004750     accept entered-date.
004760     if entered-date = zero
004770         move today-date to entered-date.
004780     if entered-date > today-date
004790         display "TENLOSM: date is in the future, nothing "
004800             "recorded"
004810         go to 5000-exit.
004820     display "Carrier check or reference number: ".
004830     accept entered-reference.
004840     display "Amount received (9999999.99): ".
004850     accept entered-amount.
004860     if entered-amount = zero
004870         display "TENLOSM: zero amount, nothing recorded"
004880         go to 5000-exit.
004890     move "R" to lsa-type of loss-activity-record.
004900     move current-aptnum to lsa-aptnum of loss-activity-record.
004910     move zero to lsa-ticket of loss-activity-record.
004920     move entered-date to lsa-date of loss-activity-record.
004930     move entered-reference
004940         to lsa-reference of loss-activity-record.
004950     move entered-amount to lsa-amount of loss-activity-record.
004960     perform 7000-write-activity thru 7000-exit.
004970     move entered-amount to display-amount.
004980     display "TENLOSM: recovery of " display-amount
004990         " recorded against loss " entered-loss.
005000 5000-exit.
005010     exit.

005020*----------------------------------------------------------*
005030* The relocation credit is a negative "A" entry on
005040* tenbal.dat carrying the loss number, the way TENWAIV
005050* posts a waiver, plus the activity record that ties the
005060* tenant to the loss.
005070*----------------------------------------------------------*
005080 6000-enter-credit.
005090     if TENWHO-AUTHORITY < 3
005100         display "TENLOSM: supervisor authority required for "
005110             "a relocation credit"
005120         go to 6000-exit.
005130     if batch-locked
005140         display "TENLOSM: nightly batch in progress - "
005150             "tenant files are locked, no credit posted"
005160         go to 6000-exit.
005170     display "Apartment number: ".
005180     accept entered-aptnum.
005190     move current-building to building-id.
005200     move entered-aptnum to aptnum.
005210     open input sample-idx-file.
005220     if idx-file-status not = "00"
005230         display "TENLOSM: cannot open indexed.dbf, status "
005240             idx-file-status
005250         go to 6000-exit.
005260     read sample-idx-file
005270         invalid key
005280             display "TENLOSM: no unit " building-id "-" aptnum
005290                 " on indexed.dbf".
005300     close sample-idx-file.
005310     if idx-file-status not = "00"
005320         go to 6000-exit.
005330     display "Tenant: " name of sample-idx-record.
005340     display "Credit amount (99999.99): ".
005350     accept entered-amount.
005360     if entered-amount = zero
005370         or entered-amount > credit-limit
005380         display "TENLOSM: credit must be from 0.01 to "
005390             "99999.99, nothing posted"
005400         go to 6000-exit.
005410     move building-id to bal-building of balance-record.
005420     move aptnum to bal-aptnum of balance-record.
005430     move today-date to bal-date of balance-record.
005440     compute credit-posting = zero - entered-amount.
005450     move credit-posting to bal-amount of balance-record.
005460     move "A" to bal-type of balance-record.
005470     move entered-loss to bal-reference of balance-record.
005480     open extend balance-file.
005490     write balance-record.
005500     close balance-file.
005510     move building-id to hist-building of history-record.
005520     move aptnum to hist-aptnum of history-record.
005530     move today-date to hist-date of history-record.
005540     move "U" to hist-action of history-record.
005550     move name of sample-idx-record
005560         to hist-name of history-record.
005570     move TENWHO-OPERATOR to hist-operator of history-record.
005580     open extend history-file.
005590     write history-record.
005600     close history-file.
005610     move "C" to lsa-type of loss-activity-record.
005620     move aptnum to lsa-aptnum of loss-activity-record.
005630     move zero to lsa-ticket of loss-activity-record.
005640     move today-date to lsa-date of loss-activity-record.
005650     move spaces to lsa-reference of loss-activity-record.
005660     move entered-amount to lsa-amount of loss-activity-record.
005670     perform 7000-write-activity thru 7000-exit.
005680     display "TENLOSM: relocation credit posted for "
005690         building-id "-" aptnum.
005700 6000-exit.
005710     exit.

005720 7000-write-activity.
005730     move entered-loss to lsa-loss of loss-activity-record.
005740     move current-building
005750         to lsa-building of loss-activity-record.
005760     move TENWHO-OPERATOR
005770         to lsa-entered-by of loss-activity-record.
005780     open extend loss-activity-file.
005790     write loss-activity-record.
005800     close loss-activity-file.
005810     add 1 to activity-count.
005820 7000-exit.
005830     exit.

005840 9000-finish.
005850     display "TENLOSM: " loss-count " loss record(s), "
005860         activity-count " activity record(s) recorded".
005870 9000-exit.
005880     exit.

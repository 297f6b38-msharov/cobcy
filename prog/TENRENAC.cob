000210*----------------------------------------------------------*
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15 JHM   The renewed term carries its
000250*                    early-termination rider for the TENLBRK
000260*                    lease-break transaction.
000270*   2026-10-15 JHM   The rent change carries reason code "R",
000280*                    lease renewal, for the rent-registration
000290*                    filing.
000300*   2026-09-03 JHM   Original program.
000310*----------------------------------------------------------*
000320 identification division.
000330 program-id. tenrenac.
000340 author. J. H. Masters.
000350 installation. Property Management Systems.
000360 date-written. 2026-09-03.
000370 date-compiled. 2026-09-03.

000380 environment division.
000390 configuration section.
000400 source-computer. Intel486.
000410 object-computer. Intel486.

000420 input-output section.
000430 file-control.
000440     select sample-idx-file assign to disk
000450         organization is indexed
000460         record key is unit-key of sample-idx-record
000470         access mode is random
000480         file status is idx-file-status.

000490     select optional lease-file assign to disk
000500         organization is line sequential.

000510     select optional rent-change-file assign to disk
000520         organization is line sequential.

000530     select optional batch-lock-file assign to disk
000540         organization is line sequential
000550         file status is lck-file-status.

000560 data division.
000570 file section.
000580 fd  sample-idx-file
000590     label records are standard
000600     value of file-id is "indexed.dbf".
000610     copy TENREC
000620         replacing ==:REC-NAME:== by ==sample-idx-record==
000630             ==address== by ==street-addr==.

000640 fd  lease-file
000650     label records are standard
000660     value of file-id is "lease.dat".
000670     copy TENLEA
000680         replacing ==:REC-NAME:==
000690             by ==lease-record==.

000700 fd  rent-change-file
000710     label records are standard
000720     value of file-id is "rentchg.dat".
000730     copy TENRCH
000740         replacing ==:REC-NAME:==
000750             by ==rent-change-record==.

000760 fd  batch-lock-file
000770     label records are standard
000780     value of file-id is "batchlck.ctl".
000790 01  batch-lock-record.
000800     05  lck-status          picture is X(06).
000810     05  lck-date            picture is 9(08).
000820     05  lck-time            picture is 9(08).

000830 working-storage section.
000840 01  lck-file-status         picture is X(02).
000850 01  batch-locked-switch     picture is X(01) value "N".
000860     88  batch-locked                value "Y".
000870     copy TENWHO.
000880     copy TENRULV.
000890 01  idx-file-status         picture is X(02).
000900 01  more-switch             picture is X(01) value "Y".
000910     88  more-records                value "Y".
000920 01  today-date              picture is 9(08).
000930 01  accepted-count          picture is 9(05) value zero.
000940 01  entered-rent            picture is 9(05)V99.
000950 01  entered-start           picture is 9(08).
000960 01  entered-end             picture is 9(08).
000970 01  entered-months          picture is 9(03).
000980 01  entered-rider           picture is X(01).
000990 01  entered-break-fee       picture is 9(05)V99.
001000 01  entered-break-months    picture is 9(02).

001010 procedure division.
001020 0000-mainline.
001030     perform 1000-initialize thru 1000-exit.
001040     perform 2000-accept-one thru 2000-exit
001050         until not more-records.
001060     perform 9000-finish thru 9000-exit.
001070     stop run.

001080 1000-initialize.
001090     display "TENRENAC: accepted renewal-offer entry".
001100     perform 1100-check-batch-lock thru 1100-exit.
001110     if batch-locked
001120         display "TENRENAC: nightly batch in progress - "
001130             "tenant files are locked, inquiry only "
001140             "(use TENINQ) until the window closes"
001150         stop run.
001160     call "TENWHO" using TENWHO-PARMS.
001170     if not TENWHO-SIGNED-ON
001180         or TENWHO-AUTHORITY < 2
001190         display "TENRENAC: update authority required - "
001200             "sign on through TENSIGN first"
001210         stop run.
001220     open input sample-idx-file.
001230     if idx-file-status not = "00"
001240         display "TENRENAC: cannot open indexed.dbf, status "
001250             idx-file-status
001260         stop run.
001270     accept today-date from date yyyymmdd.
001280     open extend lease-file.
001290     open extend rent-change-file.
001300 1000-exit.
001310     exit.

001320*----------------------------------------------------------*
001330* Batch-window lock check: the nightly driver raises the
001340* lock at start of chain and clears it at finish.
001350*----------------------------------------------------------*
001360 1100-check-batch-lock.
001370     open input batch-lock-file.
001380     if lck-file-status not = "00"
001390         go to 1100-exit.
001400     read batch-lock-file
001410         at end
001420             continue
001430         not at end
001440             if lck-status = "LOCKED"
001450                 move "Y" to batch-locked-switch.
001460     close batch-lock-file.
001470 1100-exit.
001480     exit.

001490 2000-accept-one.
001500     display "Apartment number (0000 to quit): ".
001510     accept aptnum.
001520     if aptnum = 0
001530         move "N" to more-switch
001540     else
001550         display "Building number: "
001560         accept building-id
001570         perform 2100-read-and-accept thru 2100-exit.
001580 2000-exit.
001590     exit.

001600 2100-read-and-accept.
001610     read sample-idx-file
001620         invalid key
001630             display "TENRENAC: no unit " building-id "-"
001640                 aptnum " on indexed.dbf".
001650     if idx-file-status not = "00"
001660         go to 2100-exit.
001670     display "Tenant: " name of sample-idx-record.
001680     display "Accepted renewal rent (99999.99): ".
001690     accept entered-rent.
001700     display "New term start (YYYYMMDD): ".
001710     accept entered-start.
001720     display "New term end (YYYYMMDD): ".
001730     accept entered-end.
001740     display "Term months (999): ".
001750     accept entered-months.
001760     move city of sample-idx-record to TENRULV-CITY.
001770     move rent-amount of sample-idx-record
001780         to TENRULV-OLD-RENT.
001790     move entered-rent to TENRULV-NEW-RENT.
001800     call "TENRULV" using TENRULV-PARMS.
001810     if TENRULV-REJECTED
001820         display "TENRENAC: increase exceeds the city cap "
001830             "of " TENRULV-MAX-PERCENT
001840             " percent, nothing recorded"
001850         go to 2100-exit.
001860     perform 2150-enter-rider thru 2150-exit.
001870     perform 2200-write-lease thru 2200-exit.
001880     perform 2300-write-rent-change thru 2300-exit.
001890     add 1 to accepted-count.
001900     display "TENRENAC: renewal recorded for " building-id
001910         "-" aptnum.
001920 2100-exit.
001930     exit.

001940*----------------------------------------------------------*
001950* The early-termination rider on the renewed term; anything
001960* but F or M is the rent-until-re-let rider.
001970*----------------------------------------------------------*
001980 2150-enter-rider.
001990     display "Early-termination rider (F flat fee, M months "
002000         "of rent, R rent until re-let): ".
002010     accept entered-rider.
002020     move zero to entered-break-fee.
002030     move zero to entered-break-months.
002040     evaluate entered-rider
002050         when "F"
002060             display "Termination fee (99999.99): "
002070             accept entered-break-fee
002080         when "M"
002090             display "Months of rent owed (99): "
002100             accept entered-break-months
002110         when other
002120             move "R" to entered-rider
002130     end-evaluate.
002140 2150-exit.
002150     exit.

002160 2200-write-lease.
002170     move building-id to lea-building of lease-record.
002180     move aptnum to lea-aptnum of lease-record.
002190     move entered-start to lea-start-date of lease-record.
002200     move entered-end to lea-end-date of lease-record.
002210     move entered-months
002220         to lea-term-months of lease-record.
002230     move entered-rider to lea-break-rider of lease-record.
002240     move entered-break-fee to lea-break-fee of lease-record.
002250     move entered-break-months
002260         to lea-break-months of lease-record.
002270     write lease-record.
002280 2200-exit.
002290     exit.

002300 2300-write-rent-change.
002310     move building-id to rch-building of rent-change-record.
002320     move aptnum to rch-aptnum of rent-change-record.
002330     move entered-rent
002340         to rch-new-rent of rent-change-record.
002350     move entered-start
002360         to rch-effective-date of rent-change-record.
002370     move TENWHO-OPERATOR
002380         to rch-entered-by of rent-change-record.
002390     move "R" to rch-reason of rent-change-record.
002400     write rent-change-record.
002410 2300-exit.
002420     exit.

002430 9000-finish.
002440     close sample-idx-file.
002450     close lease-file.
002460     close rent-change-file.
002470     display "TENRENAC: " accepted-count
002480         " renewal(s) recorded".
002490 9000-exit.
002500     exit.

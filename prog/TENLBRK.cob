000100*----------------------------------------------------------*
000110* TENLBRK.COB
000120*
000130* Lease-break (early-termination) transaction.  When a
000140* tenant broke a lease the termination fee, the forfeited
000150* concession and the re-letting charge were worked out on
000160* paper, the vacate went through TENVACT and the charges
000170* were keyed one at a time through TENMAINT.  This
000180* transaction takes the occupied unit and the agreed
000190* move-out date and does the rest at once.  The unit's
000200* latest lease.dat term says which early-termination rider
000210* was signed:
000220*   F  flat fee       -- LEA-BREAK-FEE
000230*   M  months of rent -- LEA-BREAK-MONTHS times the rent
000240*   R  rent until re-let -- the rent for every whole month
000250*      from the agreed move-out date to the expected re-let
000260*      date, the lease end at the latest
000270* A concession already taken is forfeited (the latest
000280* concess.dat record; a concession still running is ended
000290* with a cancel record) and the re-letting charge is priced
000300* off the TENFEEL fee schedule (type RLET).  The charges go
000310* to tenbal.dat as "T" lease-break entries, a superseding
000320* lease.dat term ends the lease on the move-out date, an
000330* "S" record on lbreak.dat schedules the move-out for
000340* TENVACT, an "N" notice on ntvacate.dat (reason LB) puts
000350* the unit on notice for the renewal run, the forecast and
000360* pre-leasing, and the termination agreement is queued on
000370* noticeq.dat (template LEASEBRK) for the TENNOTE notice
000380* engine.  Any balance still owed when the unit is
000390* vacated carries into fmrten.dat with the deposit
000400* disposition, the way every tenbal.dat entry does.  The
000410* liability worksheet prints on lbreak.rpt.  Everything is
000420* checked, and the operator confirms the figures, before
000430* the first write, under the TENLOCK in-use lock.
000440*----------------------------------------------------------*
000450* MODIFICATION HISTORY
000460*   DATE       INIT  DESCRIPTION
000470*   2026-10-15 JHM   A month-to-month tenancy has no term to
000480*                    break; it is refused, notice is given
000490*                    through TENNTVM.
000500*   2026-10-15 JHM   The break now also records a notice to
000510*                    vacate (reason LB) on ntvacate.dat for
000520*                    the agreed move-out date.
000530*   2026-10-15 JHM   Original program.
000540*----------------------------------------------------------*
000550 identification division.
000560 program-id. tenlbrk.
000570 author. J. H. Masters.
000580 installation. Property Management Systems.
000590 date-written. 2026-10-15.
000600 date-compiled. 2026-10-15.

000610 environment division.
000620 configuration section.
000630 source-computer. Intel486.
000640 object-computer. Intel486.

000650 input-output section.
000660 file-control.
000670     select sample-idx-file assign to disk
000680         organization is indexed
000690         record key is unit-key of sample-idx-record
000700         access mode is random
000710         file status is idx-file-status.

000720     select optional lease-file assign to disk
000730         organization is line sequential
000740         file status is lea-file-status.

000750     select optional concession-file assign to disk
000760         organization is line sequential
000770         file status is cnc-file-status.

000780     select optional lease-break-file assign to disk
000790         organization is line sequential
000800         file status is lbk-file-status.

000810     select optional balance-file assign to disk
000820         organization is line sequential.

000830     select optional notice-queue-file assign to disk
000840         organization is line sequential.

000850     select optional notice-file assign to disk
000860         organization is line sequential.

000870     select history-file assign to disk
000880         organization is line sequential.

000890     select worksheet-report assign to disk
000900         organization is line sequential.

000910     select optional batch-lock-file assign to disk
000920         organization is line sequential
000930         file status is lck-file-status.

000940 data division.
000950 file section.
000960 fd  sample-idx-file
000970     label records are standard
000980     value of file-id is "indexed.dbf".
000990     copy TENREC
001000         replacing ==:REC-NAME:== by ==sample-idx-record==
001010             ==address== by ==street-addr==.

001020 fd  lease-file
001030     label records are standard
001040     value of file-id is "lease.dat".
001050     copy TENLEA
001060         replacing ==:REC-NAME:==
001070             by ==lease-record==.

001080 fd  concession-file
001090     label records are standard
001100     value of file-id is "concess.dat".
001110     copy TENCNC
001120         replacing ==:REC-NAME:==
001130             by ==concession-record==.

001140 fd  lease-break-file
001150     label records are standard
001160     value of file-id is "lbreak.dat".
001170     copy TENLBK
001180         replacing ==:REC-NAME:==
001190             by ==lease-break-record==.

001200 fd  balance-file
001210     label records are standard
001220     value of file-id is "tenbal.dat".
001230     copy TENBAL
001240         replacing ==:REC-NAME:==
001250             by ==balance-record==.

001260 fd  notice-queue-file
001270     label records are standard
001280     value of file-id is "noticeq.dat".
001290     copy TENNTQ
001300         replacing ==:REC-NAME:==
001310             by ==notice-queue-record==.

001320 fd  notice-file
001330     label records are standard
001340     value of file-id is "ntvacate.dat".
001350     copy TENNTV
001360         replacing ==:REC-NAME:==
001370             by ==notice-record==.

001380 fd  history-file
001390     label records are standard
001400     value of file-id is "tenhist.dat".
001410     copy TENHIST
001420         replacing ==:REC-NAME:==
001430             by ==history-record==.

001440 fd  worksheet-report
001450     label records are standard
001460     value of file-id is "lbreak.rpt".
001470 01  report-line             picture is X(80).

001480 fd  batch-lock-file
001490     label records are standard
001500     value of file-id is "batchlck.ctl".
001510 01  batch-lock-record.
001520     05  lck-status          picture is X(06).
001530     05  lck-date            picture is 9(08).
001540     05  lck-time            picture is 9(08).

001550 working-storage section.
001560     copy TENWHO.
001570     copy TENLOCK.
001580     copy TENFEEL.
001590     copy TENFMT.
001600 01  idx-file-status         picture is X(02).
001610 01  lea-file-status         picture is X(02).
001620 01  cnc-file-status         picture is X(02).
001630 01  lbk-file-status         picture is X(02).
001640 01  lck-file-status         picture is X(02).
001650 01  batch-locked-switch     picture is X(01) value "N".
001660     88  batch-locked                value "Y".
001670 01  more-switch             picture is X(01) value "Y".
001680     88  more-records                value "Y".
001690 01  eof-switch              picture is X(01).
001700     88  file-at-end                 value "Y".
001710 01  lease-found-switch      picture is X(01).
001720     88  lease-found                 value "Y".
001730 01  concession-found-switch picture is X(01).
001740     88  concession-found            value "Y".
001750 01  scheduled-switch        picture is X(01).
001760     88  break-already-scheduled     value "Y".
001770 01  cancel-needed-switch    picture is X(01).
001780     88  concession-cancel-needed    value "Y".
001790 01  break-ok-switch         picture is X(01).
001800     88  break-ok                    value "Y".
001810 01  confirm-answer          picture is X(01).
001820 01  lookup-building         picture is 9(02).
001830 01  lookup-aptnum           picture is 9(04).
001840 01  today-date              picture is 9(08).
001850 01  broken-count            picture is 9(05) value zero.
001860 01  entered-vacate          picture is 9(08).
001870 01  entered-relet           picture is 9(08).
001880 01  months-owed             picture is 9(03).
001890 01  months-taken            picture is 9(03).
001900 01  month-credit            picture is 9(05)V99.
001910 01  term-charge             picture is 9(06)V99.
001920 01  concession-charge       picture is 9(06)V99.
001930 01  relet-charge            picture is 9(05)V99.
001940 01  total-liability         picture is 9(07)V99.
001950 01  post-amount             picture is 9(06)V99.
001960 01  post-reference          picture is 9(05).
001970 01  text-amount             picture is X(12).
001980 01  notice-amount           picture is zzzzz9.99.
001990 01  relet-fee-amount        picture is 9(05)V99 value 150.00.
002000 01  most-one-posting        picture is 9(05)V99 value 99999.99.

002010*----------------------------------------------------------*
002020* Month arithmetic: a date's year and month as a count of
002030* months, so the difference of two is the months between.
002040*----------------------------------------------------------*
002050 01  from-date               picture is 9(08).
002060 01  from-date-parts redefines from-date.
002070     05  fd-yyyy             picture is 9(04).
002080     05  fd-mm               picture is 9(02).
002090     05  fd-dd               picture is 9(02).
002100 01  to-date                 picture is 9(08).
002110 01  to-date-parts redefines to-date.
002120     05  td-yyyy             picture is 9(04).
002130     05  td-mm               picture is 9(02).
002140     05  td-dd               picture is 9(02).
002150 01  from-month-count        picture is 9(06).
002160 01  to-month-count          picture is 9(06).
002170 01  today-month-count       picture is 9(06).
002180 01  taken-month-count       picture is 9(06).

002190*----------------------------------------------------------*
002200* The unit's latest lease term and latest concession, as
002210* read.
002220*----------------------------------------------------------*
002230     copy TENLEA
002240         replacing ==:REC-NAME:==
002250             by ==unit-lease==.
002260     copy TENCNC
002270         replacing ==:REC-NAME:==
002280             by ==unit-concession==.

002290 procedure division.
002300 0000-mainline.
002310     perform 1000-initialize thru 1000-exit.
002320     perform 2000-break-one thru 2000-exit
002330         until not more-records.
002340     perform 9000-finish thru 9000-exit.
002350     stop run.

002360 1000-initialize.
002370     display "TENLBRK: lease-break transaction".
002380     perform 1100-check-batch-lock thru 1100-exit.
002390     if batch-locked
002400         display "TENLBRK: nightly batch in progress - "
002410             "tenant files are locked, inquiry only "
002420             "(use TENINQ) until the window closes"
002430         stop run.
002440     open input sample-idx-file.
002450     if idx-file-status not = "00"
002460         display "TENLBRK: cannot open indexed.dbf, status "
002470             idx-file-status
002480         stop run.
002490     accept today-date from date yyyymmdd.
002500     move today-date to to-date.
002510     compute today-month-count = td-yyyy * 12 + td-mm.
002520     call "TENWHO" using TENWHO-PARMS.
002530     if not TENWHO-SIGNED-ON
002540         or TENWHO-AUTHORITY < 2
002550         display "TENLBRK: update authority required - "
002560             "sign on through TENSIGN first"
002570         stop run.
002580     open extend history-file.
002590     open output worksheet-report.
002600 1000-exit.
002610     exit.

002620*----------------------------------------------------------*
002630* Batch-window lock check: the nightly driver raises the
002640* lock at start of chain and clears it at finish.
002650*----------------------------------------------------------*
002660 1100-check-batch-lock.
002670     open input batch-lock-file.
002680     if lck-file-status not = "00"
002690         go to 1100-exit.
002700     read batch-lock-file
002710         at end
002720             continue
002730         not at end
002740             if lck-status = "LOCKED"
002750                 move "Y" to batch-locked-switch.
002760     close batch-lock-file.
002770 1100-exit.
002780     exit.

002790 2000-break-one.
002800     display "Apartment number (0000 to quit): ".
002810     accept lookup-aptnum.
002820     if lookup-aptnum = 0
002830         move "N" to more-switch
002840     else
002850         display "Building number: "
002860         accept lookup-building
002870         perform 2100-do-break thru 2100-exit.
002880 2000-exit.
002890     exit.

002900*----------------------------------------------------------*
002910* Every check comes before the first write.  The unit is
002920* held under the TENLOCK in-use lock from the moment it is
002930* validated until the break is posted or abandoned.
002940*----------------------------------------------------------*
002950 2100-do-break.
002960     move lookup-building to building-id of sample-idx-record.
002970     move lookup-aptnum to aptnum of sample-idx-record.
002980     read sample-idx-file
002990         invalid key
003000             display "TENLBRK: no unit " lookup-building "-"
003010                 lookup-aptnum " on indexed.dbf".
003020     if idx-file-status not = "00"
003030         go to 2100-exit.
003040     if not occ-occupied of sample-idx-record
003050         display "TENLBRK: unit " lookup-building "-"
003060             lookup-aptnum " is not occupied"
003070         go to 2100-exit.
003080     move "L" to TENLOCK-FUNCTION.
003090     move lookup-building to TENLOCK-BUILDING.
003100     move lookup-aptnum to TENLOCK-APTNUM.
003110     call "TENLOCK" using TENLOCK-PARMS.
003120     if TENLOCK-BUSY
003130         display "TENLBRK: record in use by operator "
003140             TENLOCK-HOLDER ", try again shortly"
003150         go to 2100-exit.
003160     move "N" to break-ok-switch.
003170     perform 2150-enter-break thru 2150-exit.
003180     if break-ok
003190         perform 2500-post-break thru 2500-exit.
003200     move "U" to TENLOCK-FUNCTION.
003210     call "TENLOCK" using TENLOCK-PARMS.
003220 2100-exit.
003230     exit.

003240*----------------------------------------------------------*
003250* The lease must still be running and not already broken.
003260* The move-out date falls between today and the lease end;
003270* for the rent-until-re-let rider the expected re-let date
003280* falls between the move-out date and the lease end (zero
003290* keys the lease end).
003300*----------------------------------------------------------*
003310 2150-enter-break.
003320     perform 2200-find-lease thru 2200-exit.
003330     if not lease-found
003340         display "TENLBRK: no lease term on lease.dat for "
003350             lookup-building "-" lookup-aptnum
003360             " - nothing to break"
003370         go to 2150-exit.
003380     if lea-month-to-month of unit-lease
003390         display "TENLBRK: the tenancy is month-to-month "
003400             "- give notice through TENNTVM"
003410         go to 2150-exit.
003420     if lea-end-date of unit-lease not > today-date
003430         display "TENLBRK: the lease ended "
003440             lea-end-date of unit-lease " - nothing to break"
003450         go to 2150-exit.
003460     perform 2250-check-scheduled thru 2250-exit.
003470     if break-already-scheduled
003480         display "TENLBRK: a lease break is already "
003490             "scheduled for this unit"
003500         go to 2150-exit.
003510     display "Tenant:     " name of sample-idx-record.
003520     display "Rent:       " rent-amount of sample-idx-record.
003530     display "Lease ends: " lea-end-date of unit-lease.
003540     evaluate true
003550         when lea-break-flat-fee of unit-lease
003560             display "Rider:      flat fee of "
003570                 lea-break-fee of unit-lease
003580         when lea-break-months-rent of unit-lease
003590             display "Rider:      "
003600                 lea-break-months of unit-lease
003610                 " months of rent"
003620         when other
003630             display "Rider:      rent until re-let"
003640     end-evaluate.
003650     display "Agreed move-out date (YYYYMMDD): ".
003660     accept entered-vacate.
003670     if entered-vacate < today-date
003680         or entered-vacate not < lea-end-date of unit-lease
003690         display "TENLBRK: move-out date must be from today "
003700             "to before the lease end - nothing recorded"
003710         go to 2150-exit.
003720     move zero to entered-relet.
003730     if lea-break-until-relet of unit-lease
003740         display "Expected re-let date (YYYYMMDD, "
003750             "0 = lease end): "
003760         accept entered-relet
003770         if entered-relet = zero
003780             move lea-end-date of unit-lease to entered-relet
003790         end-if
003800         if entered-relet < entered-vacate
003810             or entered-relet > lea-end-date of unit-lease
003820             display "TENLBRK: re-let date must fall from "
003830                 "the move-out date to the lease end - "
003840                 "nothing recorded"
003850             go to 2150-exit
003860         end-if.
003870     perform 2300-figure-term-charge thru 2300-exit.
003880     perform 2350-figure-concession thru 2350-exit.
003890     perform 2400-price-relet thru 2400-exit.
003900     if term-charge > most-one-posting
003910         or concession-charge > most-one-posting
003920         display "TENLBRK: a charge is larger than one "
003930             "tenbal.dat entry can carry - nothing recorded"
003940         go to 2150-exit.
003950     compute total-liability =
003960         term-charge + concession-charge + relet-charge.
003970     display "Termination charge:   " term-charge.
003980     display "Concession forfeited: " concession-charge.
003990     display "Re-letting charge:    " relet-charge.
004000     display "Total liability:      " total-liability.
004010     display "Post the lease break (Y/N): ".
004020     accept confirm-answer.
004030     if confirm-answer = "Y"
004040         move "Y" to break-ok-switch
004050     else
004060         display "TENLBRK: nothing recorded".
004070 2150-exit.
004080     exit.

004090*----------------------------------------------------------*
004100* Latest lease.dat term for the unit; the latest record
004110* supersedes, the owner-master convention.
004120*----------------------------------------------------------*
004130 2200-find-lease.
004140     move "N" to lease-found-switch.
004150     move "N" to eof-switch.
004160     open input lease-file.
004170     if lea-file-status not = "00"
004180         close lease-file
004190         go to 2200-exit.
004200     perform 2210-read-lease thru 2210-exit
004210         until file-at-end.
004220     close lease-file.
004230 2200-exit.
004240     exit.

004250 2210-read-lease.
004260     read lease-file
004270         at end
004280             move "Y" to eof-switch
004290         not at end
004300             if lea-building of lease-record = lookup-building
004310                 and lea-aptnum of lease-record = lookup-aptnum
004320                 move lease-record to unit-lease
004330                 move "Y" to lease-found-switch.
004340 2210-exit.
004350     exit.

004360*----------------------------------------------------------*
004370* A unit whose latest lbreak.dat record is still "S" has a
004380* break agreed and not yet vacated.
004390*----------------------------------------------------------*
004400 2250-check-scheduled.
004410     move "N" to scheduled-switch.
004420     move "N" to eof-switch.
004430     open input lease-break-file.
004440     if lbk-file-status not = "00"
004450         close lease-break-file
004460         go to 2250-exit.
004470     perform 2260-read-break thru 2260-exit
004480         until file-at-end.
004490     close lease-break-file.
004500 2250-exit.
004510     exit.

004520 2260-read-break.
004530     read lease-break-file
004540         at end
004550             move "Y" to eof-switch
004560         not at end
004570             if lbk-building of lease-break-record
004580                     = lookup-building
004590                 and lbk-aptnum of lease-break-record
004600                     = lookup-aptnum
004610                 if lbk-scheduled of lease-break-record
004620                     move "Y" to scheduled-switch
004630                 else
004640                     move "N" to scheduled-switch.
004650 2260-exit.
004660     exit.

004670*----------------------------------------------------------*
004680* Termination charge from the rider.  Rent until re-let
004690* counts the whole months from the move-out date to the
004700* re-let date: the months between, less one when the re-let
004710* day falls before the move-out day.
004720*----------------------------------------------------------*
004730 2300-figure-term-charge.
004740     move zero to term-charge.
004750     move zero to months-owed.
004760     evaluate true
004770         when lea-break-flat-fee of unit-lease
004780             move lea-break-fee of unit-lease to term-charge
004790         when lea-break-months-rent of unit-lease
004800             move lea-break-months of unit-lease
004810                 to months-owed
004820         when other
004830             move entered-vacate to from-date
004840             move entered-relet to to-date
004850             compute from-month-count = fd-yyyy * 12 + fd-mm
004860             compute to-month-count = td-yyyy * 12 + td-mm
004870             compute months-owed =
004880                 to-month-count - from-month-count
004890             if td-dd < fd-dd
004900                 and months-owed > zero
004910                 subtract 1 from months-owed
004920             end-if
004930     end-evaluate.
004940     if not lea-break-flat-fee of unit-lease
004950         compute term-charge =
004960             months-owed * rent-amount of sample-idx-record.
004970 2300-exit.
004980     exit.

004990*----------------------------------------------------------*
005000* Concession forfeited: every month of the latest
005010* concession already credited -- the start month through
005020* the end month or last month, whichever is earlier -- is
005030* charged back.  Free rent is a month's rent for each
005040* month, no more months than were granted; amount off is
005050* the monthly amount, never more than the rent.  A
005060* concession still running is ended today.
005070*----------------------------------------------------------*
005080 2350-figure-concession.
005090     move zero to concession-charge.
005100     move zero to months-taken.
005110     move "N" to cancel-needed-switch.
005120     perform 2360-find-concession thru 2360-exit.
005130     if not concession-found
005140         go to 2350-exit.
005150     if not cnc-free-rent of unit-concession
005160         and not cnc-amount-off of unit-concession
005170         go to 2350-exit.
005180     move cnc-start-date of unit-concession to from-date.
005190     compute from-month-count = fd-yyyy * 12 + fd-mm.
005200     move cnc-end-date of unit-concession to to-date.
005210     compute to-month-count = td-yyyy * 12 + td-mm.
005220     if to-month-count not < today-month-count
005230         move "Y" to cancel-needed-switch.
005240     compute taken-month-count = today-month-count - 1.
005250     if to-month-count < taken-month-count
005260         move to-month-count to taken-month-count.
005270     if taken-month-count < from-month-count
005280         go to 2350-exit.
005290     compute months-taken =
005300         taken-month-count - from-month-count + 1.
005310     if cnc-free-rent of unit-concession
005320         if cnc-months of unit-concession > zero
005330             and months-taken > cnc-months of unit-concession
005340             move cnc-months of unit-concession
005350                 to months-taken
005360         end-if
005370         move rent-amount of sample-idx-record to month-credit
005380     else
005390         move cnc-amount of unit-concession to month-credit
005400         if month-credit > rent-amount of sample-idx-record
005410             move rent-amount of sample-idx-record
005420                 to month-credit
005430         end-if
005440     end-if.
005450     compute concession-charge = months-taken * month-credit.
005460 2350-exit.
005470     exit.

005480 2360-find-concession.
005490     move "N" to concession-found-switch.
005500     move "N" to eof-switch.
005510     open input concession-file.
005520     if cnc-file-status not = "00"
005530         close concession-file
005540         go to 2360-exit.
005550     perform 2370-read-concession thru 2370-exit
005560         until file-at-end.
005570     close concession-file.
005580 2360-exit.
005590     exit.

005600 2370-read-concession.
005610     read concession-file
005620         at end
005630             move "Y" to eof-switch
005640         not at end
005650             if cnc-building of concession-record
005660                     = lookup-building
005670                 and cnc-aptnum of concession-record
005680                     = lookup-aptnum
005690                 move concession-record to unit-concession
005700                 move "Y" to concession-found-switch.
005710 2370-exit.
005720     exit.

005730*----------------------------------------------------------*
005740* Price the re-letting charge off the schedule by the
005750* unit's company; the compiled figure is only the
005760* no-schedule fallback.
005770*----------------------------------------------------------*
005780 2400-price-relet.
005790     move relet-fee-amount to relet-charge.
005800     move company-code of sample-idx-record
005810         to TENFEEL-COMPANY.
005820     move "RLET" to TENFEEL-TYPE.
005830     call "TENFEEL" using TENFEEL-PARMS.
005840     if TENFEEL-ON-FILE
005850         move TENFEEL-AMOUNT to relet-charge.
005860 2400-exit.
005870     exit.

005880*----------------------------------------------------------*
005890* indexed.dbf is not touched: the unit stays occupied
005900* until TENVACT vacates it on the move-out date.
005910*----------------------------------------------------------*
005920 2500-post-break.
005930     perform 2510-post-charges thru 2510-exit.
005940     perform 2520-end-lease thru 2520-exit.
005950     if concession-cancel-needed
005960         perform 2530-cancel-concession thru 2530-exit.
005970     perform 2540-schedule-vacate thru 2540-exit.
005980     perform 2545-give-notice thru 2545-exit.
005990     perform 2550-queue-agreement thru 2550-exit.
006000     perform 2560-record-history thru 2560-exit.
006010     perform 2600-print-worksheet thru 2600-exit.
006020     add 1 to broken-count.
006030     display "TENLBRK: lease break posted for "
006040         lookup-building "-" lookup-aptnum
006050         ", move-out " entered-vacate.
006060 2500-exit.
006070     exit.

006080 2510-post-charges.
006090     open extend balance-file.
006100     move term-charge to post-amount.
006110     move 1 to post-reference.
006120     perform 2515-write-charge thru 2515-exit.
006130     move concession-charge to post-amount.
006140     move 2 to post-reference.
006150     perform 2515-write-charge thru 2515-exit.
006160     move relet-charge to post-amount.
006170     move 3 to post-reference.
006180     perform 2515-write-charge thru 2515-exit.
006190     close balance-file.
006200 2510-exit.
006210     exit.

006220 2515-write-charge.
006230     if post-amount = zero
006240         go to 2515-exit.
006250     move lookup-building to bal-building of balance-record.
006260     move lookup-aptnum to bal-aptnum of balance-record.
006270     move today-date to bal-date of balance-record.
006280     move post-amount to bal-amount of balance-record.
006290     move "T" to bal-type of balance-record.
006300     move post-reference to bal-reference of balance-record.
006310     write balance-record.
006320 2515-exit.
006330     exit.

006340*----------------------------------------------------------*
006350* The superseding term ends on the move-out date; the
006360* start, the term months as signed and the rider carry.
006370*----------------------------------------------------------*
006380 2520-end-lease.
006390     open extend lease-file.
006400     move unit-lease to lease-record.
006410     move entered-vacate to lea-end-date of lease-record.
006420     write lease-record.
006430     close lease-file.
006440 2520-exit.
006450     exit.

006460 2530-cancel-concession.
006470     open extend concession-file.
006480     move lookup-building to cnc-building of concession-record.
006490     move lookup-aptnum to cnc-aptnum of concession-record.
006500     move "X" to cnc-type of concession-record.
006510     move zero to cnc-amount of concession-record.
006520     move zero to cnc-months of concession-record.
006530     move today-date to cnc-start-date of concession-record.
006540     move today-date to cnc-end-date of concession-record.
006550     move "LEASE BREAK" to cnc-reason of concession-record.
006560     move TENWHO-OPERATOR
006570         to cnc-entered-by of concession-record.
006580     write concession-record.
006590     close concession-file.
006600 2530-exit.
006610     exit.

006620 2540-schedule-vacate.
006630     open extend lease-break-file.
006640     move lookup-building to lbk-building of lease-break-record.
006650     move lookup-aptnum to lbk-aptnum of lease-break-record.
006660     move today-date to lbk-date of lease-break-record.
006670     move "S" to lbk-status of lease-break-record.
006680     move entered-vacate
006690         to lbk-vacate-date of lease-break-record.
006700     move lea-break-rider of unit-lease
006710         to lbk-rider of lease-break-record.
006720     if lbk-rider of lease-break-record = space
006730         move "R" to lbk-rider of lease-break-record.
006740     move entered-relet to lbk-relet-date of lease-break-record.
006750     move term-charge to lbk-term-charge of lease-break-record.
006760     move concession-charge
006770         to lbk-concession of lease-break-record.
006780     move relet-charge to lbk-relet-charge of lease-break-record.
006790     move TENWHO-OPERATOR
006800         to lbk-entered-by of lease-break-record.
006810     write lease-break-record.
006820     close lease-break-file.
006830 2540-exit.
006840     exit.

006850*----------------------------------------------------------*
006860* The break is the tenant's notice: move-out on the agreed
006870* date, reason LB.  TENVACT closes it on the vacate.
006880*----------------------------------------------------------*
006890 2545-give-notice.
006900     open extend notice-file.
006910     move spaces to notice-record.
006920     move lookup-building to ntv-building of notice-record.
006930     move lookup-aptnum to ntv-aptnum of notice-record.
006940     move "N" to ntv-status of notice-record.
006950     move today-date to ntv-notice-date of notice-record.
006960     move entered-vacate to ntv-move-out-date of notice-record.
006970     move "LB" to ntv-reason of notice-record.
006980     move zero to ntv-fwd-zip of notice-record.
006990     move TENWHO-OPERATOR to ntv-entered-by of notice-record.
007000     write notice-record.
007010     close notice-file.
007020 2545-exit.
007030     exit.

007040*----------------------------------------------------------*
007050* The termination agreement goes out through the notice
007060* engine; the detail line (the &TEXT token) carries the
007070* move-out date and the total liability.
007080*----------------------------------------------------------*
007090 2550-queue-agreement.
007100     open extend notice-queue-file.
007110     move "LEASEBRK" to ntq-template of notice-queue-record.
007120     move lookup-building to ntq-building of notice-queue-record.
007130     move lookup-aptnum to ntq-aptnum of notice-queue-record.
007140     move "Q" to ntq-status of notice-queue-record.
007150     move today-date to ntq-date of notice-queue-record.
007160     move total-liability to notice-amount.
007170     move spaces to ntq-detail of notice-queue-record.
007180     string "VACATE " delimited by size
007190         entered-vacate delimited by size
007200         " " delimited by size
007210         notice-amount delimited by size
007220         into ntq-detail of notice-queue-record.
007230     move "TENLBRK" to ntq-queued-by of notice-queue-record.
007240     write notice-queue-record.
007250     close notice-queue-file.
007260 2550-exit.
007270     exit.

007280 2560-record-history.
007290     move lookup-building to hist-building of history-record.
007300     move lookup-aptnum to hist-aptnum of history-record.
007310     move today-date to hist-date of history-record.
007320     move "U" to hist-action of history-record.
007330     move name of sample-idx-record
007340         to hist-name of history-record.
007350     move TENWHO-OPERATOR
007360         to hist-operator of history-record.
007370     write history-record.
007380 2560-exit.
007390     exit.

007400*----------------------------------------------------------*
007410* Liability worksheet: how each charge was reached.
007420*----------------------------------------------------------*
007430 2600-print-worksheet.
007440     move all "-" to report-line.
007450     write report-line.
007460     move spaces to report-line.
007470     string "LEASE-BREAK WORKSHEET - UNIT " delimited by size
007480         lookup-building delimited by size
007490         "-" delimited by size
007500         lookup-aptnum delimited by size
007510         into report-line.
007520     write report-line.
007530     move spaces to report-line.
007540     string "  TENANT:       " delimited by size
007550         name of sample-idx-record delimited by size
007560         into report-line.
007570     write report-line.
007580     move spaces to report-line.
007590     string "  LEASE END:    " delimited by size
007600         lea-end-date of unit-lease delimited by size
007610         "   MOVE-OUT: " delimited by size
007620         entered-vacate delimited by size
007630         into report-line.
007640     write report-line.
007650     move spaces to report-line.
007660     move "  MONTHLY RENT" to report-line.
007670     move rent-amount of sample-idx-record
007680         to TENFMT-RAW-AMOUNT.
007690     perform 2610-amount-column thru 2610-exit.
007700     move spaces to report-line.
007710     evaluate true
007720         when lea-break-flat-fee of unit-lease
007730             move "  TERMINATION FEE (FLAT FEE RIDER)"
007740                 to report-line
007750         when lea-break-months-rent of unit-lease
007760             string "  TERMINATION (" delimited by size
007770                 months-owed delimited by size
007780                 " MONTHS OF RENT)" delimited by size
007790                 into report-line
007800         when other
007810             string "  RENT UNTIL RE-LET " delimited by size
007820                 entered-relet delimited by size
007830                 " (" delimited by size
007840                 months-owed delimited by size
007850                 " MOS)" delimited by size
007860                 into report-line
007870     end-evaluate.
007880     move term-charge to TENFMT-RAW-AMOUNT.
007890     perform 2610-amount-column thru 2610-exit.
007900     move spaces to report-line.
007910     string "  CONCESSION FORFEITED (" delimited by size
007920         months-taken delimited by size
007930         " MOS)" delimited by size
007940         into report-line.
007950     if concession-cancel-needed
007960         move "(CONCESSION ENDED)" to report-line (56:18).
007970     move concession-charge to TENFMT-RAW-AMOUNT.
007980     perform 2610-amount-column thru 2610-exit.
007990     move spaces to report-line.
008000     move "  RE-LETTING CHARGE" to report-line.
008010     move relet-charge to TENFMT-RAW-AMOUNT.
008020     perform 2610-amount-column thru 2610-exit.
008030     move spaces to report-line.
008040     move "  TOTAL TERMINATION LIABILITY" to report-line.
008050     move total-liability to TENFMT-RAW-AMOUNT.
008060     perform 2610-amount-column thru 2610-exit.
008070 2600-exit.
008080     exit.

008090 2610-amount-column.
008100     move "A" to TENFMT-FORMAT-CODE.
008110     call "TENFMT" using TENFMT-PARMS.
008120     move TENFMT-EDITED-OUT to text-amount.
008130     move text-amount to report-line (41:12).
008140     write report-line.
008150 2610-exit.
008160     exit.

008170 9000-finish.
008180     close sample-idx-file.
008190     close history-file.
008200     close worksheet-report.
008210     display "TENLBRK: " broken-count " lease break(s) posted".
008220 9000-exit.
008230     exit.

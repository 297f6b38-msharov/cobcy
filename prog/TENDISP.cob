000100*----------------------------------------------------------*
000110* TENDISP.COB
000120*
000130* Building sale disposition.  When we sell a building its
000140* tenants, deposits and open balances are handed to the
000150* buyer as of the closing date, and the building then has
000160* to leave the active files without taking its history with
000170* it.  Given the building-id and a closing date in the
000180* current month (not after today), this supervisor job:
000190*   - prints the disposition package (dispBB.YYYYMMDD,
000200*     cataloged through TENRCAT): the buyer's rent roll
000210*     with each unit's lease end and open balance (the
000220*     month-end close's latest-carry-plus-later-postings
000230*     rule, plus the month's rent less any rent concession
000240*     and less what is paid), the deposit-liability
000250*     schedule (deposits and interest off deposit.dat),
000260*     and the closing-month proration --
000270*     the seller keeps the days before closing, the buyer
000280*     the closing day on, and the buyer is credited its
000290*     share of the month's rent already collected;
000300*   - prints the owner's final statement for the building
000310*     (collections, management fee, proration credit) and
000320*     appends its remithst.dat record;
000330*   - moves the units to a TENARCH-style archive generation
000340*     (idxsoldBB/histsoldBB.YYYYMMDD) and their records on
000350*     lease.dat, deposit.dat, unitattr.dat, tenbal.dat and
000360*     payledgr.dat to satsoldBB.YYYYMMDD, cataloged on
000370*     archcat.ctl under a "sold" disposition, each unit
000380*     purged from indexed.dbf with an audit entry carrying
000390*     its before-image -- tenbal.dat and payledgr.dat
000400*     entries dated in the closing month stay on the live
000410*     files, where that month's TENCLOSE and TENGLX still
000420*     need them;
000430*   - appends a superseding ownermst.dat record with the
000440*     building dropped from the owner's list.
000450* With the units off indexed.dbf the building drops out of
000460* every company total from the run on.  The job will not
000470* run while any of the building's check, cash or money
000480* order payments is still waiting for the TENDEPT deposit
000490* run, so no money leaves the files before it is banked.
000500*----------------------------------------------------------*
000510* MODIFICATION HISTORY
000520*   DATE       INIT  DESCRIPTION
000530*   2026-10-15 JHM   Closing-month tenbal.dat and payledgr.dat
000540*                    entries stay live for the close and the
000550*                    GL export; refused while payments await
000560*                    deposit; failures, overflows and totals
000570*                    go through TENOLOG.
000580*   2026-10-15 JHM   Original program.
000590*----------------------------------------------------------*
000600 identification division.
000610 program-id. tendisp.
000620 author. J. H. Masters.
000630 installation. Property Management Systems.
000640 date-written. 2026-10-15.
000650 date-compiled. 2026-10-15.

000660 environment division.
000670 configuration section.
000680 source-computer. Intel486.
000690 object-computer. Intel486.

000700 input-output section.
000710 file-control.
000720     select sample-idx-file assign to disk
000730         organization is indexed
000740         record key is unit-key of sample-idx-record
000750         access mode is dynamic
000760         file status is idx-file-status.

000770     select optional lease-file assign to disk
000780         organization is line sequential
000790         file status is lea-file-status.

000800     select optional deposit-file assign to disk
000810         organization is line sequential
000820         file status is dep-file-status.

000830     select optional balance-file assign to disk
000840         organization is line sequential
000850         file status is bal-file-status.

000860     select optional owner-master-file assign to disk
000870         organization is line sequential
000880         file status is own-file-status.

000890     select optional remit-history-file assign to disk
000900         organization is line sequential.

000910     select history-file assign to disk
000920         organization is line sequential
000930         file status is hist-file-status.

000940     select archive-idx-file assign to disk
000950         organization is indexed
000960         record key is unit-key of archive-idx-record
000970         access mode is sequential.

000980     select archive-hist-file assign to disk
000990         organization is line sequential.

001000     select sat-archive-file assign to disk
001010         organization is line sequential.

001020     select optional satellite-file assign to disk
001030         organization is line sequential
001040         file status is sat-file-status.

001050     select optional satellite-copy-file assign to disk
001060         organization is line sequential
001070         file status is scp-file-status.

001080     select audit-log-file assign to disk
001090         organization is line sequential.

001100     select optional archive-catalog-file assign to disk
001110         organization is line sequential.

001120     select disposition-report assign to disk
001130         organization is line sequential.

001140     select optional batch-lock-file assign to disk
001150         organization is line sequential
001160         file status is lck-file-status.

001170 data division.
001180 file section.
001190 fd  sample-idx-file
001200     label records are standard
001210     value of file-id is "indexed.dbf".
001220     copy TENREC
001230         replacing ==:REC-NAME:== by ==sample-idx-record==
001240             ==address== by ==street-addr==.

001250 fd  lease-file
001260     label records are standard
001270     value of file-id is "lease.dat".
001280     copy TENLEA
001290         replacing ==:REC-NAME:==
001300             by ==lease-record==.

001310 fd  deposit-file
001320     label records are standard
001330     value of file-id is "deposit.dat".
001340     copy TENDEP
001350         replacing ==:REC-NAME:==
001360             by ==deposit-record==.

001370 fd  balance-file
001380     label records are standard
001390     value of file-id is "tenbal.dat".
001400     copy TENBAL
001410         replacing ==:REC-NAME:==
001420             by ==balance-record==.

001430 fd  owner-master-file
001440     label records are standard
001450     value of file-id is "ownermst.dat".
001460     copy TENOWN
001470         replacing ==:REC-NAME:==
001480             by ==owner-record==.

001490 fd  remit-history-file
001500     label records are standard
001510     value of file-id is "remithst.dat".
001520     copy TENRMH
001530         replacing ==:REC-NAME:==
001540             by ==remit-history-record==.

001550 fd  history-file
001560     label records are standard
001570     value of file-id is "tenhist.dat".
001580     copy TENHIST
001590         replacing ==:REC-NAME:==
001600             by ==history-record==.

001610 fd  archive-idx-file
001620     label records are standard
001630     value of file-id is archive-idx-filename.
001640     copy TENREC
001650         replacing ==:REC-NAME:== by ==archive-idx-record==
001660             ==address== by ==arch-street-addr==.

001670 fd  archive-hist-file
001680     label records are standard
001690     value of file-id is archive-hist-filename.
001700     copy TENHIST
001710         replacing ==:REC-NAME:==
001720             by ==archive-hist-record==.

001730 fd  sat-archive-file
001740     label records are standard
001750     value of file-id is sat-archive-filename.
001760     copy TENSAT
001770         replacing ==:REC-NAME:==
001780             by ==sat-archive-record==.

001790 fd  satellite-file
001800     label records are standard
001810     value of file-id is satellite-filename.
001820 01  satellite-record.
001830     05  sr-building         picture is 9(02).
001840     05  sr-aptnum           picture is 9(04).
001850     05  sr-rest             picture is X(194).
001860*    tenbal.dat and payledgr.dat both carry their entry date
001870*    straight after the unit-key.
001880 01  satellite-dated-record.
001890     05  filler              picture is X(06).
001900     05  sd-date             picture is 9(08).
001910     05  filler              picture is X(186).
001920     copy TENPAY
001930         replacing ==:REC-NAME:==
001940             by ==sat-payment-record==.

001950 fd  satellite-copy-file
001960     label records are standard
001970     value of file-id is "satellit.new".
001980 01  satellite-copy-record   picture is X(200).

001990 fd  audit-log-file
002000     label records are standard
002010     value of file-id is "tenaudit.dat".
002020     copy TENAUDIT
002030         replacing ==:REC-NAME:==
002040             by ==audit-record==.

002050 fd  archive-catalog-file
002060     label records are standard
002070     value of file-id is "archcat.ctl".
002080 01  archive-catalog-record.
002090     05  arc-date            picture is 9(08).
002100     05  arc-idx-filename    picture is X(30).
002110     05  arc-hist-filename   picture is X(30).
002120     05  arc-disposition     picture is X(01).
002130     05  arc-sat-filename    picture is X(30).

002140 fd  disposition-report
002150     label records are standard
002160     value of file-id is report-filename.
002170 01  report-line             picture is X(80).

002180 fd  batch-lock-file
002190     label records are standard
002200     value of file-id is "batchlck.ctl".
002210 01  batch-lock-record.
002220     05  lck-status          picture is X(06).
002230     05  lck-date            picture is 9(08).
002240     05  lck-time            picture is 9(08).

002250 working-storage section.
002260 01  report-filename         picture is X(30).
002270 01  archive-idx-filename    picture is X(30).
002280 01  archive-hist-filename   picture is X(30).
002290 01  sat-archive-filename    picture is X(30).
002300 01  satellite-filename      picture is X(12).
002310     copy TENRCAT.
002320     copy TENWHO.
002330     copy TENBLDL.
002340     copy TENDAYS.
002350     copy TENCNCL.
002360     copy TENOLOG.
002370 01  lck-file-status         picture is X(02).
002380 01  batch-locked-switch     picture is X(01) value "N".
002390     88  batch-locked                value "Y".
002400 01  idx-file-status         picture is X(02).
002410 01  lea-file-status         picture is X(02).
002420 01  dep-file-status         picture is X(02).
002430 01  bal-file-status         picture is X(02).
002440 01  own-file-status         picture is X(02).
002450 01  hist-file-status        picture is X(02).
002460 01  sat-file-status         picture is X(02).
002470 01  scp-file-status         picture is X(02).
002480 01  eof-switch              picture is X(01).
002490     88  file-at-end                 value "Y".
002500 01  scan-done-switch        picture is X(01) value "N".
002510     88  scan-done                   value "Y".
002520 01  reply                   picture is X(01).
002530 01  today-date              picture is 9(08).
002540 01  today-parts redefines today-date.
002550     05  today-yyyymm        picture is 9(06).
002560     05  today-dd            picture is 9(02).
002570 01  audit-clock-time        picture is 9(08).
002580 01  before-image            picture is X(133).
002590 01  sold-building           picture is 9(02).
002600 01  closing-date            picture is 9(08).
002610 01  closing-parts redefines closing-date.
002620     05  closing-yyyy        picture is 9(04).
002630     05  closing-mm          picture is 9(02).
002640     05  closing-dd          picture is 9(02).
002650 01  month-start             picture is 9(08).
002660 01  month-start-parts redefines month-start.
002670     05  ms-yyyy             picture is 9(04).
002680     05  ms-mm               picture is 9(02).
002690     05  ms-dd               picture is 9(02).
002700 01  next-month-start        picture is 9(08).
002710 01  next-month-parts redefines next-month-start.
002720     05  nm-yyyy             picture is 9(04).
002730     05  nm-mm               picture is 9(02).
002740     05  nm-dd               picture is 9(02).
002750 01  days-in-month           picture is 9(02).
002760 01  seller-days             picture is 9(02).
002770 01  buyer-days              picture is 9(02).
002780 01  buyer-name              picture is X(25).
002790 01  unit-sub                picture is 9(04).
002800 01  building-sub            picture is 9(02).
002810 01  owner-sub               picture is 9(03) value zero.
002820 01  line-count              picture is 9(07) value zero.
002830 01  occupied-count          picture is 9(04) value zero.
002840 01  archived-count          picture is 9(04) value zero.
002850 01  hist-copied-count       picture is 9(05) value zero.
002860 01  sat-moved-count         picture is 9(07) value zero.
002870 01  sat-kept-count          picture is 9(07) value zero.
002880 01  sat-held-count          picture is 9(07) value zero.
002890 01  undeposited-count       picture is 9(05) value zero.
002900 01  purge-failed-count      picture is 9(04) value zero.
002910 01  collected-this-month    picture is S9(05)V99.
002920 01  total-rent              picture is S9(09)V99 value zero.
002930 01  total-balance           picture is S9(09)V99 value zero.
002940 01  total-deposit           picture is S9(09)V99 value zero.
002950 01  total-interest          picture is S9(09)V99 value zero.
002960 01  total-seller-rent       picture is S9(09)V99 value zero.
002970 01  total-buyer-rent        picture is S9(09)V99 value zero.
002980 01  total-buyer-credit      picture is S9(09)V99 value zero.
002990 01  gross-collections       picture is S9(09)V99 value zero.
003000 01  management-fee          picture is S9(09)V99 value zero.
003010 01  net-remittance          picture is S9(09)V99 value zero.
003020 01  edited-amount           picture is ZZ,ZZ9.99-.
003030 01  edited-amount-2         picture is ZZ,ZZ9.99-.
003040 01  edited-amount-3         picture is ZZ,ZZ9.99-.
003050 01  edited-total            picture is $ZZZ,ZZZ,ZZ9.99-.
003060 01  total-label             picture is X(36).
003070 01  total-amount            picture is S9(09)V99.

003080*----------------------------------------------------------*
003090* The building's units as they stand at the run, with the
003100* figures gathered for each off the satellite files.
003110*----------------------------------------------------------*
003120 01  unit-table-area.
003130     05  unit-table-count    picture is 9(04) value zero.
003140     05  unit-table-entry occurs 1 to 500 times
003150             depending on unit-table-count
003160             indexed by unit-table-index.
003170         10  ut-aptnum       picture is 9(04).
003180         10  ut-name         picture is X(25).
003190         10  ut-status       picture is X(01).
003200         10  ut-company      picture is 9(02).
003210         10  ut-rent         picture is 9(05)V99.
003220         10  ut-paid         picture is 9(05)V99.
003230         10  ut-lease-start  picture is 9(08).
003240         10  ut-lease-end    picture is 9(08).
003250         10  ut-deposit      picture is 9(07)V99.
003260         10  ut-interest     picture is 9(07)V99.
003270         10  ut-carry-date   picture is 9(08).
003280         10  ut-carry-amount picture is S9(05)V99.
003290         10  ut-postings     picture is S9(07)V99.
003300         10  ut-balance      picture is S9(07)V99.
003310         10  ut-seller-rent  picture is S9(05)V99.
003320         10  ut-buyer-rent   picture is S9(05)V99.
003330         10  ut-buyer-credit picture is S9(05)V99.
003340 01  unit-overflow-switch    picture is X(01) value "N".
003350     88  unit-table-overflowed       value "Y".

003360*----------------------------------------------------------*
003370* Owner master, last record per owner number superseding
003380* the earlier ones, the TENREMIT convention.
003390*----------------------------------------------------------*
003400 01  owner-table-area.
003410     05  owner-table-count   picture is 9(03) value zero.
003420     05  owner-table-entry occurs 1 to 100 times
003430             depending on owner-table-count
003440             indexed by owner-table-index.
003450         10  ot-number       picture is 9(03).
003460         10  ot-image        picture is X(123).
003470     copy TENOWN
003480         replacing ==:REC-NAME:==
003490             by ==selling-owner==.

003500 procedure division.
003510 0000-mainline.
003520     move "TENDISP" to TENOLOG-PROGRAM.
003530     perform 1000-initialize thru 1000-exit.
003540     perform 3000-print-package thru 3000-exit.
003550     perform 4000-owner-statement thru 4000-exit.
003560     perform 5000-archive-units thru 5000-exit.
003570     perform 6000-archive-satellites thru 6000-exit.
003580     perform 7000-catalog-archive thru 7000-exit.
003590     perform 8000-release-building thru 8000-exit.
003600     perform 9000-finish thru 9000-exit.
003610     stop run.

003620 1000-initialize.
003630     display "TENDISP: building sale disposition".
003640     perform 1100-check-batch-lock thru 1100-exit.
003650     if batch-locked
003660         display "TENDISP: nightly batch in progress - "
003670             "tenant files are locked until the window closes"
003680         stop run.
003690     call "TENWHO" using TENWHO-PARMS.
003700     if not TENWHO-SIGNED-ON
003710         or TENWHO-AUTHORITY < 3
003720         display "TENDISP: supervisor sign-on required"
003730         stop run.
003740     accept today-date from date yyyymmdd.
003750     display "Building sold: ".
003760     accept sold-building.
003770     move sold-building to TENBLDL-BUILDING.
003780     call "TENBLDL" using TENBLDL-PARMS.
003790     if sold-building = zero
003800         or not TENBLDL-ON-FILE
003810         display "TENDISP: building " sold-building
003820             " is not on the building master"
003830         stop run.
003840     display "Closing date (YYYYMMDD): ".
003850     accept closing-date.
003860     if closing-date not numeric
003870         or closing-date > today-date
003880         or closing-yyyy * 100 + closing-mm not = today-yyyymm
003890         or closing-dd = zero
003900         display "TENDISP: the closing date must fall in the "
003910             "current month, on or before today"
003920         stop run.
003930     display "Buyer: ".
003940     accept buyer-name.
003950     perform 1200-month-length thru 1200-exit.
003960     open i-o sample-idx-file.
003970     if idx-file-status not = "00"
003980         move "A" to TENOLOG-SEVERITY
003990         move spaces to TENOLOG-TEXT
004000         string "cannot open indexed.dbf, status "
004010                 delimited by size
004020             idx-file-status delimited by size
004030             into TENOLOG-TEXT
004040         call "TENOLOG" using TENOLOG-PARMS
004050         move 1 to return-code
004060         stop run.
004070     perform 1300-load-units thru 1300-exit.
004080     if unit-table-overflowed
004090         move "A" to TENOLOG-SEVERITY
004100         move spaces to TENOLOG-TEXT
004110         string "more than 500 units in building "
004120                 delimited by size
004130             sold-building delimited by size
004140             " - nothing disposed" delimited by size
004150             into TENOLOG-TEXT
004160         call "TENOLOG" using TENOLOG-PARMS
004170         close sample-idx-file
004180         move 1 to return-code
004190         stop run.
004200     if unit-table-count = zero
004210         display "TENDISP: building " sold-building " has no "
004220             "units on indexed.dbf - nothing disposed"
004230         close sample-idx-file
004240         stop run.
004250     perform 1350-check-deposits thru 1350-exit.
004260     if undeposited-count > zero
004270         move "A" to TENOLOG-SEVERITY
004280         move spaces to TENOLOG-TEXT
004290         string undeposited-count delimited by size
004300             " payment(s) in building " delimited by size
004310             sold-building delimited by size
004320             " await TENDEPT - nothing disposed"
004330                 delimited by size
004340             into TENOLOG-TEXT
004350         call "TENOLOG" using TENOLOG-PARMS
004360         close sample-idx-file
004370         move 1 to return-code
004380         stop run.
004390     display "Building " sold-building " " TENBLDL-NAME.
004400     display unit-table-count " unit(s), " occupied-count
004410         " occupied, closing " closing-date.
004420     display "Dispose of the building to the buyer and "
004430         "archive it (Y/N): ".
004440     accept reply.
004450     if reply not = "Y" and reply not = "y"
004460         display "TENDISP: nothing disposed"
004470         close sample-idx-file
004480         stop run.
004490     perform 1400-load-leases thru 1400-exit.
004500     perform 1500-load-deposits thru 1500-exit.
004510     perform 1600-load-balances thru 1600-exit.
004520     perform 1700-load-owners thru 1700-exit.
004530     perform 1800-name-files thru 1800-exit.
004540     open extend audit-log-file.
004550 1000-exit.
004560     exit.

004570*----------------------------------------------------------*
004580* Batch-window lock check: the nightly driver raises the
004590* lock at start of chain and clears it at finish.
004600*----------------------------------------------------------*
004610 1100-check-batch-lock.
004620     open input batch-lock-file.
004630     if lck-file-status not = "00"
004640         go to 1100-exit.
004650     read batch-lock-file
004660         at end
004670             continue
004680         not at end
004690             if lck-status = "LOCKED"
004700                 move "Y" to batch-locked-switch.
004710     close batch-lock-file.
004720 1100-exit.
004730     exit.

004740*----------------------------------------------------------*
004750* Actual length of the closing month: TENDAYS from the
004760* first of the month to the first of the next.  The seller
004770* keeps the days before the closing date.
004780*----------------------------------------------------------*
004790 1200-month-length.
004800     move closing-date to month-start.
004810     move 01 to ms-dd.
004820     move month-start to next-month-start.
004830     if nm-mm = 12
004840         add 1 to nm-yyyy
004850         move 01 to nm-mm
004860     else
004870         add 1 to nm-mm.
004880     move month-start to TENDAYS-FROM.
004890     move next-month-start to TENDAYS-TO.
004900     call "TENDAYS" using TENDAYS-PARMS.
004910     move TENDAYS-DAYS to days-in-month.
004920     compute seller-days = closing-dd - 1.
004930     compute buyer-days = days-in-month - seller-days.
004940 1200-exit.
004950     exit.

004960 1300-load-units.
004970     move sold-building to building-id of sample-idx-record.
004980     move zero to aptnum of sample-idx-record.
004990     start sample-idx-file
005000         key is not less than unit-key of sample-idx-record
005010         invalid key
005020             go to 1300-exit.
005030     move "N" to scan-done-switch.
005040     perform 1310-read-next thru 1310-exit
005050         until scan-done.
005060 1300-exit.
005070     exit.

005080 1310-read-next.
005090     read sample-idx-file next record
005100         at end
005110             move "Y" to scan-done-switch
005120             go to 1310-exit.
005130     if building-id of sample-idx-record not = sold-building
005140         move "Y" to scan-done-switch
005150         go to 1310-exit.
005160     if unit-table-count >= 500
005170         move "Y" to unit-overflow-switch
005180         move "Y" to scan-done-switch
005190         go to 1310-exit.
005200     add 1 to unit-table-count.
005210     set unit-table-index to unit-table-count.
005220     move aptnum of sample-idx-record
005230         to ut-aptnum (unit-table-index).
005240     move name of sample-idx-record
005250         to ut-name (unit-table-index).
005260     move occ-status of sample-idx-record
005270         to ut-status (unit-table-index).
005280     move company-code of sample-idx-record
005290         to ut-company (unit-table-index).
005300     move rent-amount of sample-idx-record
005310         to ut-rent (unit-table-index).
005320     move amount-paid of sample-idx-record
005330         to ut-paid (unit-table-index).
005340     move zero to ut-lease-start (unit-table-index).
005350     move zero to ut-lease-end (unit-table-index).
005360     move zero to ut-deposit (unit-table-index).
005370     move zero to ut-interest (unit-table-index).
005380     move zero to ut-carry-date (unit-table-index).
005390     move zero to ut-carry-amount (unit-table-index).
005400     move zero to ut-postings (unit-table-index).
005410     move zero to ut-balance (unit-table-index).
005420     move zero to ut-seller-rent (unit-table-index).
005430     move zero to ut-buyer-rent (unit-table-index).
005440     move zero to ut-buyer-credit (unit-table-index).
005450     if occ-occupied of sample-idx-record
005460         add 1 to occupied-count.
005470 1310-exit.
005480     exit.

005490*----------------------------------------------------------*
005500* Payments TENDEPT would still bundle for the teller: not
005510* yet on a ticket, a positive amount, by check, cash or
005520* money order.  Archiving them first would leave the money
005530* in the drawer with no payment behind it.
005540*----------------------------------------------------------*
005550 1350-check-deposits.
005560     move "payledgr.dat" to satellite-filename.
005570     move "N" to eof-switch.
005580     open input satellite-file.
005590     if sat-file-status not = "00"
005600         close satellite-file
005610         go to 1350-exit.
005620     perform 1360-read-payment thru 1360-exit
005630         until file-at-end.
005640     close satellite-file.
005650 1350-exit.
005660     exit.

005670 1360-read-payment.
005680     read satellite-file
005690         at end
005700             move "Y" to eof-switch
005710             go to 1360-exit.
005720     if pay-building of sat-payment-record not = sold-building
005730         go to 1360-exit.
005740     if pay-deposit-ticket of sat-payment-record not = zero
005750         go to 1360-exit.
005760     if pay-amount of sat-payment-record not > zero
005770         go to 1360-exit.
005780     if pay-by-check of sat-payment-record
005790             or pay-by-cash of sat-payment-record
005800             or pay-by-money-order of sat-payment-record
005810         add 1 to undeposited-count.
005820 1360-exit.
005830     exit.

005840*----------------------------------------------------------*
005850* Each unit's current lease, the one started latest.
005860*----------------------------------------------------------*
005870 1400-load-leases.
005880     move "N" to eof-switch.
005890     open input lease-file.
005900     if lea-file-status not = "00"
005910         close lease-file
005920         go to 1400-exit.
005930     perform 1410-read-lease thru 1410-exit
005940         until file-at-end.
005950     close lease-file.
005960 1400-exit.
005970     exit.

005980 1410-read-lease.
005990     read lease-file
006000         at end
006010             move "Y" to eof-switch
006020             go to 1410-exit.
006030     if lea-building of lease-record not = sold-building
006040         go to 1410-exit.
006050     set unit-table-index to 1.
006060     search unit-table-entry
006070         at end
006080             continue
006090         when ut-aptnum (unit-table-index)
006100                 = lea-aptnum of lease-record
006110             if lea-start-date of lease-record
006120                     >= ut-lease-start (unit-table-index)
006130                 move lea-start-date of lease-record
006140                     to ut-lease-start (unit-table-index)
006150                 move lea-end-date of lease-record
006160                     to ut-lease-end (unit-table-index).
006170 1410-exit.
006180     exit.

006190 1500-load-deposits.
006200     move "N" to eof-switch.
006210     open input deposit-file.
006220     if dep-file-status not = "00"
006230         close deposit-file
006240         go to 1500-exit.
006250     perform 1510-read-deposit thru 1510-exit
006260         until file-at-end.
006270     close deposit-file.
006280 1500-exit.
006290     exit.

006300 1510-read-deposit.
006310     read deposit-file
006320         at end
006330             move "Y" to eof-switch
006340             go to 1510-exit.
006350     if dep-building of deposit-record not = sold-building
006360         go to 1510-exit.
006370     set unit-table-index to 1.
006380     search unit-table-entry
006390         at end
006400             continue
006410         when ut-aptnum (unit-table-index)
006420                 = dep-aptnum of deposit-record
006430             add dep-amount of deposit-record
006440                 to ut-deposit (unit-table-index)
006450             add dep-interest of deposit-record
006460                 to ut-interest (unit-table-index).
006470 1510-exit.
006480     exit.

006490*----------------------------------------------------------*
006500* Open balance, the month-end close's rule: the unit's
006510* latest carry-forward, every posting dated after it, and
006520* this month's rent less any concession (TENCNCL) and less
006530* what has been paid on it.  Two passes, the carry-forwards
006540* first.
006550*----------------------------------------------------------*
006560 1600-load-balances.
006570     move "N" to eof-switch.
006580     open input balance-file.
006590     if bal-file-status not = "00"
006600         close balance-file
006610         go to 1600-exit.
006620     perform 1610-read-carry thru 1610-exit
006630         until file-at-end.
006640     close balance-file.
006650     move "N" to eof-switch.
006660     open input balance-file.
006670     perform 1620-read-posting thru 1620-exit
006680         until file-at-end.
006690     close balance-file.
006700 1600-exit.
006710     exit.

006720 1610-read-carry.
006730     read balance-file
006740         at end
006750             move "Y" to eof-switch
006760             go to 1610-exit.
006770     if bal-building of balance-record not = sold-building
006780         or not bal-carry-forward of balance-record
006790         go to 1610-exit.
006800     set unit-table-index to 1.
006810     search unit-table-entry
006820         at end
006830             continue
006840         when ut-aptnum (unit-table-index)
006850                 = bal-aptnum of balance-record
006860             if bal-date of balance-record
006870                     > ut-carry-date (unit-table-index)
006880                 move bal-date of balance-record
006890                     to ut-carry-date (unit-table-index)
006900                 move bal-amount of balance-record
006910                     to ut-carry-amount (unit-table-index).
006920 1610-exit.
006930     exit.

006940 1620-read-posting.
006950     read balance-file
006960         at end
006970             move "Y" to eof-switch
006980             go to 1620-exit.
006990     if bal-building of balance-record not = sold-building
007000         or bal-carry-forward of balance-record
007010         go to 1620-exit.
007020     set unit-table-index to 1.
007030     search unit-table-entry
007040         at end
007050             continue
007060         when ut-aptnum (unit-table-index)
007070                 = bal-aptnum of balance-record
007080             if bal-date of balance-record
007090                     > ut-carry-date (unit-table-index)
007100                 add bal-amount of balance-record
007110                     to ut-postings (unit-table-index).
007120 1620-exit.
007130     exit.

007140 1700-load-owners.
007150     move "N" to eof-switch.
007160     open input owner-master-file.
007170     if own-file-status not = "00"
007180         close owner-master-file
007190         go to 1700-exit.
007200     perform 1710-read-owner thru 1710-exit
007210         until file-at-end.
007220     close owner-master-file.
007230     perform 1730-find-owner thru 1730-exit
007240         varying owner-table-index from 1 by 1
007250         until owner-table-index > owner-table-count
007260             or owner-sub > zero.
007270 1700-exit.
007280     exit.

007290 1710-read-owner.
007300     read owner-master-file
007310         at end
007320             move "Y" to eof-switch
007330             go to 1710-exit.
007340     set owner-table-index to 1.
007350     search owner-table-entry
007360         at end
007370             perform 1720-add-owner thru 1720-exit
007380         when ot-number (owner-table-index)
007390                 = own-number of owner-record
007400             move owner-record to ot-image (owner-table-index).
007410 1710-exit.
007420     exit.

007430 1720-add-owner.
007440     if owner-table-count >= 100
007450         move "W" to TENOLOG-SEVERITY
007460         move spaces to TENOLOG-TEXT
007470         string "owner table overflow, owner "
007480                 delimited by size
007490             own-number of owner-record delimited by size
007500             " skipped" delimited by size
007510             into TENOLOG-TEXT
007520         call "TENOLOG" using TENOLOG-PARMS
007530         go to 1720-exit.
007540     add 1 to owner-table-count.
007550     move own-number of owner-record
007560         to ot-number (owner-table-count).
007570     move owner-record to ot-image (owner-table-count).
007580 1720-exit.
007590     exit.

007600*----------------------------------------------------------*
007610* The owner whose current record lists the building.
007620*----------------------------------------------------------*
007630 1730-find-owner.
007640     move ot-image (owner-table-index) to selling-owner.
007650     perform 1740-match-building thru 1740-exit
007660         varying building-sub from 1 by 1
007670         until building-sub > 10
007680             or owner-sub > zero.
007690 1730-exit.
007700     exit.

007710 1740-match-building.
007720     if own-building of selling-owner (building-sub)
007730             = sold-building
007740         set owner-sub to owner-table-index.
007750 1740-exit.
007760     exit.

007770 1800-name-files.
007780     move spaces to report-filename.
007790     string "disp" delimited by size
007800         sold-building delimited by size
007810         "." delimited by size
007820         today-date delimited by size
007830         into report-filename.
007840     move spaces to archive-idx-filename.
007850     string "idxsold" delimited by size
007860         sold-building delimited by size
007870         "." delimited by size
007880         today-date delimited by size
007890         into archive-idx-filename.
007900     move spaces to archive-hist-filename.
007910     string "histsold" delimited by size
007920         sold-building delimited by size
007930         "." delimited by size
007940         today-date delimited by size
007950         into archive-hist-filename.
007960     move spaces to sat-archive-filename.
007970     string "satsold" delimited by size
007980         sold-building delimited by size
007990         "." delimited by size
008000         today-date delimited by size
008010         into sat-archive-filename.
008020 1800-exit.
008030     exit.

008040*----------------------------------------------------------*
008050* The buyer's package: rent roll, deposit liability and
008060* the closing-month proration, a section each.
008070*----------------------------------------------------------*
008080 3000-print-package.
008090     open output disposition-report.
008100     move "BUILDING SALE DISPOSITION PACKAGE" to report-line.
008110     write report-line.
008120     move spaces to report-line.
008130     string "BUILDING " delimited by size
008140         sold-building delimited by size
008150         " " delimited by size
008160         TENBLDL-NAME delimited by size
008170         into report-line.
008180     write report-line.
008190     move spaces to report-line.
008200     string "SOLD TO " delimited by size
008210         buyer-name delimited by size
008220         "  CLOSING " delimited by size
008230         closing-date delimited by size
008240         "  RUN " delimited by size
008250         today-date delimited by size
008260         into report-line.
008270     write report-line.
008280     add 3 to line-count.
008290     perform 3100-rent-roll thru 3100-exit.
008300     perform 3300-deposit-schedule thru 3300-exit.
008310     perform 3500-proration thru 3500-exit.
008320 3000-exit.
008330     exit.

008340 3100-rent-roll.
008350     move spaces to report-line.
008360     write report-line.
008370     move "RENT ROLL AS OF CLOSING" to report-line.
008380     write report-line.
008390     move "UNIT S TENANT" to report-line.
008400     move "LEASE END" to report-line (34:9).
008410     move "RENT    BALANCE" to report-line (52:15).
008420     write report-line.
008430     add 3 to line-count.
008440     perform 3200-rent-roll-line thru 3200-exit
008450         varying unit-sub from 1 by 1
008460         until unit-sub > unit-table-count.
008470     move "TOTAL RENT:" to total-label.
008480     move total-rent to total-amount.
008490     perform 9100-total-line thru 9100-exit.
008500     move "TOTAL OPEN BALANCES TO BUYER:" to total-label.
008510     move total-balance to total-amount.
008520     perform 9100-total-line thru 9100-exit.
008530 3100-exit.
008540     exit.

008550 3200-rent-roll-line.
008560     if ut-status (unit-sub) = "O"
008570         move sold-building to TENCNCL-BUILDING
008580         move ut-aptnum (unit-sub) to TENCNCL-APTNUM
008590         move today-yyyymm to TENCNCL-MONTH
008600         move ut-rent (unit-sub) to TENCNCL-RENT
008610         call "TENCNCL" using TENCNCL-PARMS
008620         compute ut-balance (unit-sub) =
008630             ut-carry-amount (unit-sub) + ut-postings (unit-sub)
008640                 + ut-rent (unit-sub) - TENCNCL-CREDIT
008650                 - ut-paid (unit-sub)
008660         add ut-rent (unit-sub) to total-rent
008670     else
008680         compute ut-balance (unit-sub) =
008690             ut-carry-amount (unit-sub) + ut-postings (unit-sub).
008700     add ut-balance (unit-sub) to total-balance.
008710     move spaces to report-line.
008720     string ut-aptnum (unit-sub) delimited by size
008730         " " delimited by size
008740         ut-status (unit-sub) delimited by size
008750         " " delimited by size
008760         ut-name (unit-sub) delimited by size
008770         into report-line.
008780     if ut-lease-end (unit-sub) not = zero
008790         move ut-lease-end (unit-sub) to report-line (34:8).
008800     if ut-status (unit-sub) = "O"
008810         move ut-rent (unit-sub) to edited-amount
008820         move edited-amount to report-line (47:10).
008830     move ut-balance (unit-sub) to edited-amount-2.
008840     move edited-amount-2 to report-line (58:10).
008850     write report-line.
008860     add 1 to line-count.
008870 3200-exit.
008880     exit.

008890 3300-deposit-schedule.
008900     move spaces to report-line.
008910     write report-line.
008920     move "SECURITY DEPOSIT LIABILITY" to report-line.
008930     write report-line.
008940     move "UNIT   TENANT" to report-line.
008950     move "DEPOSIT  INTEREST     TOTAL" to report-line (42:27).
008960     write report-line.
008970     add 3 to line-count.
008980     perform 3400-deposit-line thru 3400-exit
008990         varying unit-sub from 1 by 1
009000         until unit-sub > unit-table-count.
009010     move "TOTAL DEPOSITS:" to total-label.
009020     move total-deposit to total-amount.
009030     perform 9100-total-line thru 9100-exit.
009040     move "TOTAL INTEREST:" to total-label.
009050     move total-interest to total-amount.
009060     perform 9100-total-line thru 9100-exit.
009070     move "DEPOSIT LIABILITY TO BUYER:" to total-label.
009080     compute total-amount = total-deposit + total-interest.
009090     perform 9100-total-line thru 9100-exit.
009100 3300-exit.
009110     exit.

009120 3400-deposit-line.
009130     if ut-deposit (unit-sub) = zero
009140         and ut-interest (unit-sub) = zero
009150         go to 3400-exit.
009160     add ut-deposit (unit-sub) to total-deposit.
009170     add ut-interest (unit-sub) to total-interest.
009180     move ut-deposit (unit-sub) to edited-amount.
009190     move ut-interest (unit-sub) to edited-amount-2.
009200     compute total-amount =
009210         ut-deposit (unit-sub) + ut-interest (unit-sub).
009220     move total-amount to edited-amount-3.
009230     move spaces to report-line.
009240     string ut-aptnum (unit-sub) delimited by size
009250         "   " delimited by size
009260         ut-name (unit-sub) delimited by size
009270         into report-line.
009280     move edited-amount to report-line (40:10).
009290     move edited-amount-2 to report-line (50:10).
009300     move edited-amount-3 to report-line (60:10).
009310     write report-line.
009320     add 1 to line-count.
009330 3400-exit.
009340     exit.

009350*----------------------------------------------------------*
009360* Closing-month rent split by days, each unit's daily rate
009370* rounded the TENPRORATE way; the buyer is credited its
009380* days' share of the month's rent already collected.
009390*----------------------------------------------------------*
009400 3500-proration.
009410     move spaces to report-line.
009420     write report-line.
009430     move spaces to report-line.
009440     string "CLOSING-MONTH PRORATION - SELLER " delimited by size
009450         seller-days delimited by size
009460         " DAY(S), BUYER " delimited by size
009470         buyer-days delimited by size
009480         " OF " delimited by size
009490         days-in-month delimited by size
009500         into report-line.
009510     write report-line.
009520     move "UNIT      RENT  COLLECTED     SELLER      BUYER"
009530         to report-line.
009540     move "CREDIT" to report-line (53:6).
009550     write report-line.
009560     add 3 to line-count.
009570     perform 3600-prorate-unit thru 3600-exit
009580         varying unit-sub from 1 by 1
009590         until unit-sub > unit-table-count.
009600     move "SELLER SHARE OF RENT:" to total-label.
009610     move total-seller-rent to total-amount.
009620     perform 9100-total-line thru 9100-exit.
009630     move "BUYER SHARE OF RENT:" to total-label.
009640     move total-buyer-rent to total-amount.
009650     perform 9100-total-line thru 9100-exit.
009660     move "RENT CREDIT DUE BUYER:" to total-label.
009670     move total-buyer-credit to total-amount.
009680     perform 9100-total-line thru 9100-exit.
009690     close disposition-report.
009700 3500-exit.
009710     exit.

009720 3600-prorate-unit.
009730     if ut-status (unit-sub) not = "O"
009740         go to 3600-exit.
009750     compute ut-seller-rent (unit-sub) rounded =
009760         ut-rent (unit-sub) * seller-days / days-in-month.
009770     compute ut-buyer-rent (unit-sub) =
009780         ut-rent (unit-sub) - ut-seller-rent (unit-sub).
009790     move ut-paid (unit-sub) to collected-this-month.
009800     if collected-this-month > ut-rent (unit-sub)
009810         move ut-rent (unit-sub) to collected-this-month.
009820     compute ut-buyer-credit (unit-sub) rounded =
009830         collected-this-month * buyer-days / days-in-month.
009840     add ut-seller-rent (unit-sub) to total-seller-rent.
009850     add ut-buyer-rent (unit-sub) to total-buyer-rent.
009860     add ut-buyer-credit (unit-sub) to total-buyer-credit.
009870     add ut-paid (unit-sub) to gross-collections.
009880     move spaces to report-line.
009890     move ut-aptnum (unit-sub) to report-line (1:4).
009900     move ut-rent (unit-sub) to edited-amount.
009910     move edited-amount to report-line (6:10).
009920     move collected-this-month to edited-amount.
009930     move edited-amount to report-line (17:10).
009940     move ut-seller-rent (unit-sub) to edited-amount.
009950     move edited-amount to report-line (28:10).
009960     move ut-buyer-rent (unit-sub) to edited-amount.
009970     move edited-amount to report-line (39:10).
009980     move ut-buyer-credit (unit-sub) to edited-amount.
009990     move edited-amount to report-line (50:10).
010000     write report-line.
010010     add 1 to line-count.
010020 3600-exit.
010030     exit.

010040*----------------------------------------------------------*
010050* The owner's final statement for the building: the
010060* month's collections less the management fee and the rent
010070* credit the buyer takes at closing, appended to the
010080* package and to remithst.dat for the year-end summary.
010090*----------------------------------------------------------*
010100 4000-owner-statement.
010110     open extend disposition-report.
010120     move spaces to report-line.
010130     write report-line.
010140     move all "=" to report-line.
010150     write report-line.
010160     move "FINAL OWNER STATEMENT" to report-line.
010170     write report-line.
010180     add 3 to line-count.
010190     if owner-sub = zero
010200         move "NO OWNER ON OWNERMST.DAT HOLDS THE BUILDING"
010210             to report-line
010220         write report-line
010230         add 1 to line-count
010240         close disposition-report
010250         go to 4000-exit.
010260     move ot-image (owner-sub) to selling-owner.
010270     compute management-fee rounded =
010280         gross-collections
010290             * own-fee-percent of selling-owner / 100.
010300     compute net-remittance = gross-collections
010310         - management-fee - total-buyer-credit.
010320     move spaces to report-line.
010330     string "OWNER " delimited by size
010340         own-number of selling-owner delimited by size
010350         "  " delimited by size
010360         own-name of selling-owner delimited by size
010370         into report-line.
010380     write report-line.
010390     move own-address of selling-owner to report-line.
010400     write report-line.
010410     move spaces to report-line.
010420     string own-city of selling-owner delimited by size
010430         ", " delimited by size
010440         own-state of selling-owner delimited by size
010450         "  " delimited by size
010460         own-zip of selling-owner delimited by size
010470         into report-line.
010480     write report-line.
010490     add 3 to line-count.
010500     move "COLLECTIONS THROUGH CLOSING:" to total-label.
010510     move gross-collections to total-amount.
010520     perform 9100-total-line thru 9100-exit.
010530     move "MANAGEMENT FEE:" to total-label.
010540     move management-fee to total-amount.
010550     perform 9100-total-line thru 9100-exit.
010560     move "RENT CREDIT TO BUYER:" to total-label.
010570     move total-buyer-credit to total-amount.
010580     perform 9100-total-line thru 9100-exit.
010590     move "NET DUE OWNER:" to total-label.
010600     move net-remittance to total-amount.
010610     perform 9100-total-line thru 9100-exit.
010620     move "DEPOSITS TRANSFERRED TO BUYER:" to total-label.
010630     compute total-amount = total-deposit + total-interest.
010640     perform 9100-total-line thru 9100-exit.
010650     close disposition-report.
010660     open extend remit-history-file.
010670     move own-number of selling-owner
010680         to rmh-owner of remit-history-record.
010690     move today-yyyymm to rmh-month of remit-history-record.
010700     move gross-collections
010710         to rmh-gross of remit-history-record.
010720     move management-fee to rmh-fee of remit-history-record.
010730     move net-remittance to rmh-net of remit-history-record.
010740     write remit-history-record.
010750     close remit-history-file.
010760 4000-exit.
010770     exit.

010780*----------------------------------------------------------*
010790* Units to the sold generation and off indexed.dbf, the
010800* TENARCH archive-and-purge, and the building's history
010810* entries copied beside them (tenhist.dat itself is kept).
010820*----------------------------------------------------------*
010830 5000-archive-units.
010840     open output archive-idx-file.
010850     perform 5100-archive-unit thru 5100-exit
010860         varying unit-sub from 1 by 1
010870         until unit-sub > unit-table-count.
010880     close archive-idx-file.
010890     close sample-idx-file.
010900     open output archive-hist-file.
010910     move "N" to eof-switch.
010920     open input history-file.
010930     if hist-file-status = "00"
010940         perform 5300-copy-history thru 5300-exit
010950             until file-at-end.
010960     close history-file.
010970     close archive-hist-file.
010980 5000-exit.
010990     exit.

011000 5100-archive-unit.
011010     move sold-building to building-id of sample-idx-record.
011020     move ut-aptnum (unit-sub) to aptnum of sample-idx-record.
011030     read sample-idx-file
011040         invalid key
011050             move "W" to TENOLOG-SEVERITY
011060             move sold-building to TENOLOG-BUILDING
011070             move ut-aptnum (unit-sub) to TENOLOG-APTNUM
011080             move "unit no longer on file - not archived"
011090                 to TENOLOG-TEXT
011100             call "TENOLOG" using TENOLOG-PARMS
011110             go to 5100-exit.
011120     move sample-idx-record to archive-idx-record.
011130     move sample-idx-record to before-image.
011140     write archive-idx-record.
011150     delete sample-idx-file
011160         invalid key
011170             add 1 to purge-failed-count
011180             move "E" to TENOLOG-SEVERITY
011190             move sold-building to TENOLOG-BUILDING
011200             move ut-aptnum (unit-sub) to TENOLOG-APTNUM
011210             move spaces to TENOLOG-TEXT
011220             string "purge delete failed, status "
011230                     delimited by size
011240                 idx-file-status delimited by size
011250                 into TENOLOG-TEXT
011260             call "TENOLOG" using TENOLOG-PARMS
011270         not invalid key
011280             add 1 to archived-count
011290             perform 5200-record-audit thru 5200-exit.
011300 5100-exit.
011310     exit.

011320 5200-record-audit.
011330     accept audit-clock-time from time.
011340     move "TENDISP" to audit-program of audit-record.
011350     move today-date to audit-date of audit-record.
011360     move audit-clock-time to audit-time of audit-record.
011370     move building-id of sample-idx-record
011380         to audit-building of audit-record.
011390     move aptnum of sample-idx-record
011400         to audit-aptnum of audit-record.
011410     move "D" to audit-action of audit-record.
011420     move name of sample-idx-record
011430         to audit-before-name of audit-record.
011440     move spaces to audit-after-name of audit-record.
011450     move occ-status of sample-idx-record
011460         to audit-before-status of audit-record.
011470     move spaces to audit-after-status of audit-record.
011480     move before-image to audit-before-image of audit-record.
011490     move TENWHO-OPERATOR to audit-operator of audit-record.
011500     write audit-record.
011510 5200-exit.
011520     exit.

011530 5300-copy-history.
011540     read history-file
011550         at end
011560             move "Y" to eof-switch
011570             go to 5300-exit.
011580     if hist-building of history-record = sold-building
011590         move history-record to archive-hist-record
011600         write archive-hist-record
011610         add 1 to hist-copied-count.
011620 5300-exit.
011630     exit.

011640*----------------------------------------------------------*
011650* Each per-unit file is sifted: the building's records to
011660* the satellite archive, the rest to satellit.new, which is
011670* then copied back over the live file (the TENLCOMP way).
011680* The building's tenbal.dat and payledgr.dat entries dated
011690* on or after the first of the closing month are kept: the
011700* month is not yet closed or exported to the ledger, and
011710* both runs read them off the live files.
011720*----------------------------------------------------------*
011730 6000-archive-satellites.
011740     open output sat-archive-file.
011750     move "lease.dat" to satellite-filename.
011760     perform 6100-sift-file thru 6100-exit.
011770     move "deposit.dat" to satellite-filename.
011780     perform 6100-sift-file thru 6100-exit.
011790     move "unitattr.dat" to satellite-filename.
011800     perform 6100-sift-file thru 6100-exit.
011810     move "tenbal.dat" to satellite-filename.
011820     perform 6100-sift-file thru 6100-exit.
011830     move "payledgr.dat" to satellite-filename.
011840     perform 6100-sift-file thru 6100-exit.
011850     close sat-archive-file.
011860 6000-exit.
011870     exit.

011880 6100-sift-file.
011890     move "N" to eof-switch.
011900     open input satellite-file.
011910     if sat-file-status not = "00"
011920         close satellite-file
011930         go to 6100-exit.
011940     open output satellite-copy-file.
011950     perform 6200-sift-record thru 6200-exit
011960         until file-at-end.
011970     close satellite-file.
011980     close satellite-copy-file.
011990     move "N" to eof-switch.
012000     open input satellite-copy-file.
012010     open output satellite-file.
012020     perform 6300-copy-back thru 6300-exit
012030         until file-at-end.
012040     close satellite-copy-file.
012050     close satellite-file.
012060 6100-exit.
012070     exit.

012080 6200-sift-record.
012090     read satellite-file
012100         at end
012110             move "Y" to eof-switch
012120             go to 6200-exit.
012130     if sr-building not = sold-building
012140         move satellite-record to satellite-copy-record
012150         write satellite-copy-record
012160         add 1 to sat-kept-count
012170         go to 6200-exit.
012180     if (satellite-filename = "tenbal.dat"
012190             or satellite-filename = "payledgr.dat")
012200             and sd-date not < month-start
012210         move satellite-record to satellite-copy-record
012220         write satellite-copy-record
012230         add 1 to sat-held-count
012240         go to 6200-exit.
012250     move satellite-filename to sat-source-file.
012260     move satellite-record to sat-record.
012270     write sat-archive-record.
012280     add 1 to sat-moved-count.
012290 6200-exit.
012300     exit.

012310 6300-copy-back.
012320     read satellite-copy-file
012330         at end
012340             move "Y" to eof-switch
012350             go to 6300-exit.
012360     move satellite-copy-record to satellite-record.
012370     write satellite-record.
012380 6300-exit.
012390     exit.

012400*----------------------------------------------------------*
012410* The generation on archcat.ctl as sold, so TENARCQ finds
012420* the units with every other archived unit.
012430*----------------------------------------------------------*
012440 7000-catalog-archive.
012450     open extend archive-catalog-file.
012460     move today-date to arc-date.
012470     move archive-idx-filename to arc-idx-filename.
012480     move archive-hist-filename to arc-hist-filename.
012490     move "S" to arc-disposition.
012500     move sat-archive-filename to arc-sat-filename.
012510     write archive-catalog-record.
012520     close archive-catalog-file.
012530 7000-exit.
012540     exit.

012550*----------------------------------------------------------*
012560* The owner's list without the building, appended so it
012570* supersedes the owner's earlier record, the entry
012580* program's convention.
012590*----------------------------------------------------------*
012600 8000-release-building.
012610     if owner-sub = zero
012620         go to 8000-exit.
012630     move ot-image (owner-sub) to selling-owner.
012640     perform 8100-drop-building thru 8100-exit
012650         varying building-sub from 1 by 1
012660         until building-sub > 10.
012670     open extend owner-master-file.
012680     move selling-owner to owner-record.
012690     write owner-record.
012700     close owner-master-file.
012710 8000-exit.
012720     exit.

012730 8100-drop-building.
012740     if own-building of selling-owner (building-sub)
012750             = sold-building
012760         move zero to own-building of selling-owner
012770             (building-sub).
012780 8100-exit.
012790     exit.

012800 9000-finish.
012810     close audit-log-file.
012820     move "TENDISP" to TENRCAT-PROGRAM.
012830     move report-filename to TENRCAT-FILENAME.
012840     move 1 to TENRCAT-PAGES.
012850     move line-count to TENRCAT-LINES.
012860     call "TENRCAT" using TENRCAT-PARMS.
012870     move "I" to TENOLOG-SEVERITY.
012880     if purge-failed-count > zero
012890         move "E" to TENOLOG-SEVERITY.
012900     move spaces to TENOLOG-TEXT.
012910     string archived-count delimited by size
012920         " unit(s) archived to " delimited by size
012930         archive-idx-filename delimited by space
012940         ", " delimited by size
012950         purge-failed-count delimited by size
012960         " purge failure(s)" delimited by size
012970         into TENOLOG-TEXT.
012980     call "TENOLOG" using TENOLOG-PARMS.
012990     move "I" to TENOLOG-SEVERITY.
013000     move spaces to TENOLOG-TEXT.
013010     string hist-copied-count delimited by size
013020         " history and " delimited by size
013030         sat-moved-count delimited by size
013040         " satellite record(s) archived, " delimited by size
013050         sat-held-count delimited by size
013060         " kept" delimited by size
013070         into TENOLOG-TEXT.
013080     call "TENOLOG" using TENOLOG-PARMS.
013090     display "TENDISP: package on " report-filename.
013100 9000-exit.
013110     exit.

013120 9100-total-line.
013130     move total-amount to edited-total.
013140     move spaces to report-line.
013150     string total-label delimited by size
013160         edited-total delimited by size
013170         into report-line.
013180     write report-line.
013190     add 1 to line-count.
013200 9100-exit.
013210     exit.

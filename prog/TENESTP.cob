000100*----------------------------------------------------------*
000110* TENESTP.COB
000120*
000130* Tenant estoppel certificates.  For every refinance or
000140* sale the lender or buyer wants a signed estoppel from
000150* each tenant confirming the rent, the deposit, the lease
000160* dates and that nothing is in default, and the office
000170* used to spend days pulling those facts off the roster,
000180* lease.dat, deposit.dat and the ledger card.  Given a
000190* building (or a list of units keyed one at a time) and
000200* the lender or buyer it is for, this job prints a
000210* pre-filled certificate for each occupied unit on
000220* estopBB.YYYYMMDD (BB 00 for a list), cataloged through
000230* TENRCAT, addressed with the building's name and address
000240* off bldgmst.dat (TENBLDL):
000250*   - RENT-AMOUNT, and the leasing special in force this
000260*     month off concess.dat (TENCNCL);
000270*   - the lease start and end, the latest lease.dat record
000280*     (month-to-month for an open-ended one);
000290*   - the deposit and interest held, off deposit.dat;
000300*   - the balance, the month-end close's latest-carry-plus-
000310*     later-postings rule with this month's rent less any
000320*     rent concession and less what is paid;
000330*   - the payment-plan and legal-case status, the latest
000340*     payplan.dat and legcase.dat record.
000350* Each certificate issued is tracked on estoppel.dat with
000360* the figures printed.  The office records each one as it
000370* comes back, signed as printed or with the differences
000380* the tenant disputed, and lists a building's certificates
000390* with what is still out.
000400*----------------------------------------------------------*
000410* MODIFICATION HISTORY
000420*   DATE       INIT  DESCRIPTION
000430*   2026-10-15 JHM   Original program.
000440*----------------------------------------------------------*
000450 identification division.
000460 program-id. tenestp.
000470 author. J. H. Masters.
000480 installation. Property Management Systems.
000490 date-written. 2026-10-15.
000500 date-compiled. 2026-10-15.

000510 environment division.
000520 configuration section.
000530 source-computer. Intel486.
000540 object-computer. Intel486.

000550 input-output section.
000560 file-control.
000570     select sample-idx-file assign to disk
000580         organization is indexed
000590         record key is unit-key of sample-idx-record
000600         access mode is dynamic
000610         file status is idx-file-status.

000620     select optional lease-file assign to disk
000630         organization is line sequential
000640         file status is lea-file-status.

000650     select optional deposit-file assign to disk
000660         organization is line sequential
000670         file status is dep-file-status.

000680     select optional balance-file assign to disk
000690         organization is line sequential
000700         file status is bal-file-status.

000710     select optional payment-plan-file assign to disk
000720         organization is line sequential
000730         file status is pln-file-status.

000740     select optional legal-case-file assign to disk
000750         organization is line sequential
000760         file status is lgl-file-status.

000770     select optional estoppel-file assign to disk
000780         organization is line sequential
000790         file status is est-file-status.

000800     select certificate-file assign to disk
000810         organization is line sequential.

000820     select optional batch-lock-file assign to disk
000830         organization is line sequential
000840         file status is lck-file-status.

000850 data division.
000860 file section.
000870 fd  sample-idx-file
000880     label records are standard
000890     value of file-id is "indexed.dbf".
000900     copy TENREC
000910         replacing ==:REC-NAME:== by ==sample-idx-record==
000920             ==address== by ==street-addr==.

000930 fd  lease-file
000940     label records are standard
000950     value of file-id is "lease.dat".
000960     copy TENLEA
000970         replacing ==:REC-NAME:==
000980             by ==lease-record==.

000990 fd  deposit-file
001000     label records are standard
001010     value of file-id is "deposit.dat".
001020     copy TENDEP
001030         replacing ==:REC-NAME:==
001040             by ==deposit-record==.

001050 fd  balance-file
001060     label records are standard
001070     value of file-id is "tenbal.dat".
001080     copy TENBAL
001090         replacing ==:REC-NAME:==
001100             by ==balance-record==.

001110 fd  payment-plan-file
001120     label records are standard
001130     value of file-id is "payplan.dat".
001140     copy TENPLN
001150         replacing ==:REC-NAME:==
001160             by ==payment-plan-record==.

001170 fd  legal-case-file
001180     label records are standard
001190     value of file-id is "legcase.dat".
001200     copy TENLGL
001210         replacing ==:REC-NAME:==
001220             by ==legal-case-record==.

001230 fd  estoppel-file
001240     label records are standard
001250     value of file-id is "estoppel.dat".
001260     copy TENEST
001270         replacing ==:REC-NAME:==
001280             by ==estoppel-record==.

001290 fd  certificate-file
001300     label records are standard
001310     value of file-id is certificate-filename.
001320 01  certificate-line        picture is X(80).

001330 fd  batch-lock-file
001340     label records are standard
001350     value of file-id is "batchlck.ctl".
001360 01  batch-lock-record.
001370     05  lck-status          picture is X(06).
001380     05  lck-date            picture is 9(08).
001390     05  lck-time            picture is 9(08).

001400 working-storage section.
001410 01  certificate-filename    picture is X(30).
001420     copy TENRCAT.
001430     copy TENWHO.
001440     copy TENBLDL.
001450     copy TENCNCL.
001460 01  lck-file-status         picture is X(02).
001470 01  batch-locked-switch     picture is X(01) value "N".
001480     88  batch-locked                value "Y".
001490 01  idx-file-status         picture is X(02).
001500 01  lea-file-status         picture is X(02).
001510 01  dep-file-status         picture is X(02).
001520 01  bal-file-status         picture is X(02).
001530 01  pln-file-status         picture is X(02).
001540 01  lgl-file-status         picture is X(02).
001550 01  est-file-status         picture is X(02).
001560 01  eof-switch              picture is X(01).
001570     88  file-at-end                 value "Y".
001580 01  scan-done-switch        picture is X(01).
001590     88  scan-done                   value "Y".
001600 01  more-switch             picture is X(01) value "Y".
001610     88  more-records                value "Y".
001620 01  unit-found-switch       picture is X(01).
001630     88  unit-found                  value "Y".
001640 01  certificate-found-switch picture is X(01).
001650     88  certificate-found           value "Y".
001660 01  menu-reply              picture is X(01).
001670 01  reply                   picture is X(01).
001680 01  today-date              picture is 9(08).
001690 01  today-parts redefines today-date.
001700     05  today-yyyymm        picture is 9(06).
001710     05  today-dd            picture is 9(02).
001720 01  requested-by            picture is X(25).
001730 01  wanted-building         picture is 9(02).
001740 01  wanted-aptnum           picture is 9(04).
001750 01  find-building           picture is 9(02).
001760 01  find-aptnum             picture is 9(04).
001770 01  unit-sub                picture is 9(04).
001780 01  tracking-sub            picture is 9(04).
001790 01  issued-count            picture is 9(04) value zero.
001800 01  returned-count          picture is 9(04) value zero.
001810 01  listed-count            picture is 9(04).
001820 01  outstanding-count       picture is 9(04).
001830 01  certificate-lines       picture is 9(07).
001840 01  unit-balance            picture is S9(07)V99.
001850 01  concession-credit       picture is 9(05)V99.
001860 01  dispute-text            picture is X(60).
001870 01  plan-text               picture is X(40).
001880 01  case-text               picture is X(40).
001890 01  status-text             picture is X(10).
001900 01  edited-amount           picture is $ZZ,ZZ9.99.
001910 01  edited-large            picture is $Z,ZZZ,ZZ9.99.
001920 01  edited-balance          picture is $Z,ZZZ,ZZ9.99-.

001930*----------------------------------------------------------*
001940* The units the certificates are for, with the figures
001950* gathered for each off the satellite files.
001960*----------------------------------------------------------*
001970 01  unit-table-area.
001980     05  unit-table-count    picture is 9(04) value zero.
001990     05  unit-table-entry occurs 1 to 500 times
002000             depending on unit-table-count
002010             indexed by unit-table-index.
002020         10  ut-building     picture is 9(02).
002030         10  ut-aptnum       picture is 9(04).
002040         10  ut-name         picture is X(25).
002050         10  ut-co-tenant    picture is X(25).
002060         10  ut-rent         picture is 9(05)V99.
002070         10  ut-paid         picture is 9(05)V99.
002080         10  ut-lease-start  picture is 9(08).
002090         10  ut-lease-end    picture is 9(08).
002100         10  ut-deposit      picture is 9(07)V99.
002110         10  ut-interest     picture is 9(07)V99.
002120         10  ut-carry-date   picture is 9(08).
002130         10  ut-carry-amount picture is S9(05)V99.
002140         10  ut-postings     picture is S9(07)V99.
002150         10  ut-plan-status  picture is X(01).
002160         10  ut-plan-date    picture is 9(08).
002170         10  ut-case-status  picture is X(01).
002180         10  ut-case-date    picture is 9(08).

002190*----------------------------------------------------------*
002200* A building's certificates for the tracking list, the
002210* latest record per unit and issue date.
002220*----------------------------------------------------------*
002230 01  tracking-table-area.
002240     05  tracking-table-count picture is 9(04) value zero.
002250     05  tracking-table-entry occurs 1 to 1000 times
002260             depending on tracking-table-count
002270             indexed by tracking-table-index.
002280         10  tt-aptnum       picture is 9(04).
002290         10  tt-issued-date  picture is 9(08).
002300         10  tt-requested-by picture is X(25).
002310         10  tt-status       picture is X(01).
002320         10  tt-status-date  picture is 9(08).
002330         10  tt-dispute      picture is X(60).
002340     copy TENEST
002350         replacing ==:REC-NAME:==
002360             by ==current-certificate==.

002370 procedure division.
002380 0000-mainline.
002390     perform 1000-initialize thru 1000-exit.
002400     perform 2000-choose-action thru 2000-exit
002410         until not more-records.
002420     close sample-idx-file.
002430     display "TENESTP: " issued-count " certificate(s) issued, "
002440         returned-count " return(s) recorded".
002450     stop run.

002460 1000-initialize.
002470     display "TENESTP: tenant estoppel certificates".
002480     perform 1100-check-batch-lock thru 1100-exit.
002490     if batch-locked
002500         display "TENESTP: nightly batch in progress - "
002510             "tenant files are locked until the window closes"
002520         stop run.
002530     call "TENWHO" using TENWHO-PARMS.
002540     if not TENWHO-SIGNED-ON
002550         or TENWHO-AUTHORITY < 2
002560         display "TENESTP: update authority required - "
002570             "sign on through TENSIGN first"
002580         stop run.
002590     accept today-date from date yyyymmdd.
002600     open input sample-idx-file.
002610     if idx-file-status not = "00"
002620         display "TENESTP: cannot open indexed.dbf, status "
002630             idx-file-status
002640         stop run.
002650 1000-exit.
002660     exit.

002670*----------------------------------------------------------*
002680* Batch-window lock check: the nightly driver raises the
002690* lock at start of chain and clears it at finish.
002700*----------------------------------------------------------*
002710 1100-check-batch-lock.
002720     open input batch-lock-file.
002730     if lck-file-status not = "00"
002740         go to 1100-exit.
002750     read batch-lock-file
002760         at end
002770             continue
002780         not at end
002790             if lck-status = "LOCKED"
002800                 move "Y" to batch-locked-switch.
002810     close batch-lock-file.
002820 1100-exit.
002830     exit.

002840 2000-choose-action.
002850     display " ".
002860     display "Print certificates, Record a return, List a "
002870         "building, or Quit (P/R/L/Q): ".
002880     accept menu-reply.
002890     evaluate menu-reply
002900         when "P"
002910             perform 3000-print-certificates thru 3000-exit
002920         when "p"
002930             perform 3000-print-certificates thru 3000-exit
002940         when "R"
002950             perform 4000-record-return thru 4000-exit
002960         when "r"
002970             perform 4000-record-return thru 4000-exit
002980         when "L"
002990             perform 5000-list-building thru 5000-exit
003000         when "l"
003010             perform 5000-list-building thru 5000-exit
003020         when other
003030             move "N" to more-switch
003040     end-evaluate.
003050 2000-exit.
003060     exit.

003070*----------------------------------------------------------*
003080* One run of certificates: a whole building's occupied
003090* units, or building 00 and the units keyed one by one.
003100*----------------------------------------------------------*
003110 3000-print-certificates.
003120     move zero to unit-table-count.
003130     display "Certificates requested by (lender or buyer): ".
003140     accept requested-by.
003150     if requested-by = spaces
003160         display "TENESTP: the lender or buyer is required"
003170         go to 3000-exit.
003180     display "Building (00 to key a list of units): ".
003190     accept wanted-building.
003200     if wanted-building not numeric
003210         display "TENESTP: not a building number"
003220         go to 3000-exit.
003230     if wanted-building = zero
003240         perform 3200-select-units thru 3200-exit
003250     else
003260         perform 3100-select-building thru 3100-exit.
003270     if unit-table-count = zero
003280         display "TENESTP: no occupied units - nothing printed"
003290         go to 3000-exit.
003300     display unit-table-count " certificate(s) for "
003310         requested-by.
003320     display "Print them (Y/N): ".
003330     accept reply.
003340     if reply not = "Y" and reply not = "y"
003350         display "TENESTP: nothing printed"
003360         go to 3000-exit.
003370     perform 3300-load-leases thru 3300-exit.
003380     perform 3400-load-deposits thru 3400-exit.
003390     perform 3500-load-balances thru 3500-exit.
003400     perform 3600-load-plans thru 3600-exit.
003410     perform 3700-load-cases thru 3700-exit.
003420     move spaces to certificate-filename.
003430     string "estop" delimited by size
003440         wanted-building delimited by size
003450         "." delimited by size
003460         today-date delimited by size
003470         into certificate-filename.
003480     move zero to certificate-lines.
003490     open output certificate-file.
003500     open extend estoppel-file.
003510     perform 3900-print-certificate thru 3900-exit
003520         varying unit-sub from 1 by 1
003530         until unit-sub > unit-table-count.
003540     close certificate-file estoppel-file.
003550     move "TENESTP" to TENRCAT-PROGRAM.
003560     move certificate-filename to TENRCAT-FILENAME.
003570     move unit-table-count to TENRCAT-PAGES.
003580     move certificate-lines to TENRCAT-LINES.
003590     call "TENRCAT" using TENRCAT-PARMS.
003600     display "TENESTP: " unit-table-count
003610         " certificate(s) on " certificate-filename.
003620 3000-exit.
003630     exit.

003640 3100-select-building.
003650     move wanted-building to TENBLDL-BUILDING.
003660     call "TENBLDL" using TENBLDL-PARMS.
003670     if not TENBLDL-ON-FILE
003680         display "TENESTP: building " wanted-building
003690             " is not on the building master"
003700         go to 3100-exit.
003710     move wanted-building to building-id of sample-idx-record.
003720     move zero to aptnum of sample-idx-record.
003730     start sample-idx-file
003740         key is not less than unit-key of sample-idx-record
003750         invalid key
003760             go to 3100-exit.
003770     move "N" to scan-done-switch.
003780     perform 3110-read-next thru 3110-exit
003790         until scan-done.
003800 3100-exit.
003810     exit.

003820 3110-read-next.
003830     read sample-idx-file next record
003840         at end
003850             move "Y" to scan-done-switch
003860             go to 3110-exit.
003870     if building-id of sample-idx-record not = wanted-building
003880         move "Y" to scan-done-switch
003890         go to 3110-exit.
003900     if not occ-occupied of sample-idx-record
003910         go to 3110-exit.
003920     if unit-table-count >= 500
003930         display "TENESTP: more than 500 occupied units, the "
003940             "rest left for another run"
003950         move "Y" to scan-done-switch
003960         go to 3110-exit.
003970     perform 3250-add-unit thru 3250-exit.
003980 3110-exit.
003990     exit.

004000 3200-select-units.
004010     move "N" to scan-done-switch.
004020     perform 3210-enter-unit thru 3210-exit
004030         until scan-done.
004040 3200-exit.
004050     exit.

004060 3210-enter-unit.
004070     display "Building number (00 to finish): ".
004080     accept find-building.
004090     if find-building not numeric
004100         or find-building = zero
004110         move "Y" to scan-done-switch
004120         go to 3210-exit.
004130     display "Apartment number: ".
004140     accept find-aptnum.
004150     move find-building to building-id of sample-idx-record.
004160     move find-aptnum to aptnum of sample-idx-record.
004170     read sample-idx-file
004180         invalid key
004190             display "TENESTP: no unit " find-building "-"
004200                 find-aptnum " on indexed.dbf"
004210             go to 3210-exit.
004220     if not occ-occupied of sample-idx-record
004230         display "TENESTP: " find-building "-" find-aptnum
004240             " is not occupied - no certificate"
004250         go to 3210-exit.
004260     perform 3750-find-unit thru 3750-exit.
004270     if unit-found
004280         display "TENESTP: " find-building "-" find-aptnum
004290             " is already on the list"
004300         go to 3210-exit.
004310     if unit-table-count >= 500
004320         display "TENESTP: the list is full"
004330         move "Y" to scan-done-switch
004340         go to 3210-exit.
004350     perform 3250-add-unit thru 3250-exit.
004360     display "  " name of sample-idx-record.
004370 3210-exit.
004380     exit.

004390 3250-add-unit.
004400     add 1 to unit-table-count.
004410     set unit-table-index to unit-table-count.
004420     move building-id of sample-idx-record
004430         to ut-building (unit-table-index).
004440     move aptnum of sample-idx-record
004450         to ut-aptnum (unit-table-index).
004460     move name of sample-idx-record
004470         to ut-name (unit-table-index).
004480     move co-tenant-name of sample-idx-record
004490         to ut-co-tenant (unit-table-index).
004500     move rent-amount of sample-idx-record
004510         to ut-rent (unit-table-index).
004520     move amount-paid of sample-idx-record
004530         to ut-paid (unit-table-index).
004540     move zero to ut-lease-start (unit-table-index).
004550     move zero to ut-lease-end (unit-table-index).
004560     move zero to ut-deposit (unit-table-index).
004570     move zero to ut-interest (unit-table-index).
004580     move zero to ut-carry-date (unit-table-index).
004590     move zero to ut-carry-amount (unit-table-index).
004600     move zero to ut-postings (unit-table-index).
004610     move space to ut-plan-status (unit-table-index).
004620     move zero to ut-plan-date (unit-table-index).
004630     move space to ut-case-status (unit-table-index).
004640     move zero to ut-case-date (unit-table-index).
004650 3250-exit.
004660     exit.

004670*----------------------------------------------------------*
004680* Each unit's lease term, the latest lease.dat record (the
004690* entry program's append-supersedes convention).
004700*----------------------------------------------------------*
004710 3300-load-leases.
004720     move "N" to eof-switch.
004730     open input lease-file.
004740     if lea-file-status not = "00"
004750         close lease-file
004760         go to 3300-exit.
004770     perform 3310-read-lease thru 3310-exit
004780         until file-at-end.
004790     close lease-file.
004800 3300-exit.
004810     exit.

004820 3310-read-lease.
004830     read lease-file
004840         at end
004850             move "Y" to eof-switch
004860             go to 3310-exit.
004870     move lea-building of lease-record to find-building.
004880     move lea-aptnum of lease-record to find-aptnum.
004890     perform 3750-find-unit thru 3750-exit.
004900     if unit-found
004910         move lea-start-date of lease-record
004920             to ut-lease-start (unit-table-index)
004930         move lea-end-date of lease-record
004940             to ut-lease-end (unit-table-index).
004950 3310-exit.
004960     exit.

004970 3400-load-deposits.
004980     move "N" to eof-switch.
004990     open input deposit-file.
005000     if dep-file-status not = "00"
005010         close deposit-file
005020         go to 3400-exit.
005030     perform 3410-read-deposit thru 3410-exit
005040         until file-at-end.
005050     close deposit-file.
005060 3400-exit.
005070     exit.

005080 3410-read-deposit.
005090     read deposit-file
005100         at end
005110             move "Y" to eof-switch
005120             go to 3410-exit.
005130     move dep-building of deposit-record to find-building.
005140     move dep-aptnum of deposit-record to find-aptnum.
005150     perform 3750-find-unit thru 3750-exit.
005160     if unit-found
005170         add dep-amount of deposit-record
005180             to ut-deposit (unit-table-index)
005190         add dep-interest of deposit-record
005200             to ut-interest (unit-table-index).
005210 3410-exit.
005220     exit.

005230*----------------------------------------------------------*
005240* Balance, the month-end close's rule: the unit's latest
005250* carry-forward and every posting dated after it, in two
005260* passes, the carry-forwards first.  This month's rent
005270* less what is paid is added when the certificate prints.
005280*----------------------------------------------------------*
005290 3500-load-balances.
005300     move "N" to eof-switch.
005310     open input balance-file.
005320     if bal-file-status not = "00"
005330         close balance-file
005340         go to 3500-exit.
005350     perform 3510-read-carry thru 3510-exit
005360         until file-at-end.
005370     close balance-file.
005380     move "N" to eof-switch.
005390     open input balance-file.
005400     perform 3520-read-posting thru 3520-exit
005410         until file-at-end.
005420     close balance-file.
005430 3500-exit.
005440     exit.

005450 3510-read-carry.
005460     read balance-file
005470         at end
005480             move "Y" to eof-switch
005490             go to 3510-exit.
005500     if not bal-carry-forward of balance-record
005510         go to 3510-exit.
005520     move bal-building of balance-record to find-building.
005530     move bal-aptnum of balance-record to find-aptnum.
005540     perform 3750-find-unit thru 3750-exit.
005550     if unit-found
005560         if bal-date of balance-record
005570                 > ut-carry-date (unit-table-index)
005580             move bal-date of balance-record
005590                 to ut-carry-date (unit-table-index)
005600             move bal-amount of balance-record
005610                 to ut-carry-amount (unit-table-index).
005620 3510-exit.
005630     exit.

005640 3520-read-posting.
005650     read balance-file
005660         at end
005670             move "Y" to eof-switch
005680             go to 3520-exit.
005690     if bal-carry-forward of balance-record
005700         go to 3520-exit.
005710     move bal-building of balance-record to find-building.
005720     move bal-aptnum of balance-record to find-aptnum.
005730     perform 3750-find-unit thru 3750-exit.
005740     if unit-found
005750         if bal-date of balance-record
005760                 > ut-carry-date (unit-table-index)
005770             add bal-amount of balance-record
005780                 to ut-postings (unit-table-index).
005790 3520-exit.
005800     exit.

005810*----------------------------------------------------------*
005820* Payment plan and legal case, the latest record per unit
005830* superseding the earlier ones.
005840*----------------------------------------------------------*
005850 3600-load-plans.
005860     move "N" to eof-switch.
005870     open input payment-plan-file.
005880     if pln-file-status not = "00"
005890         close payment-plan-file
005900         go to 3600-exit.
005910     perform 3610-read-plan thru 3610-exit
005920         until file-at-end.
005930     close payment-plan-file.
005940 3600-exit.
005950     exit.

005960 3610-read-plan.
005970     read payment-plan-file
005980         at end
005990             move "Y" to eof-switch
006000             go to 3610-exit.
006010     move pln-building of payment-plan-record to find-building.
006020     move pln-aptnum of payment-plan-record to find-aptnum.
006030     perform 3750-find-unit thru 3750-exit.
006040     if unit-found
006050         move pln-status of payment-plan-record
006060             to ut-plan-status (unit-table-index)
006070         move pln-date-agreed of payment-plan-record
006080             to ut-plan-date (unit-table-index).
006090 3610-exit.
006100     exit.

006110 3700-load-cases.
006120     move "N" to eof-switch.
006130     open input legal-case-file.
006140     if lgl-file-status not = "00"
006150         close legal-case-file
006160         go to 3700-exit.
006170     perform 3710-read-case thru 3710-exit
006180         until file-at-end.
006190     close legal-case-file.
006200 3700-exit.
006210     exit.

006220 3710-read-case.
006230     read legal-case-file
006240         at end
006250             move "Y" to eof-switch
006260             go to 3710-exit.
006270     move lgl-building of legal-case-record to find-building.
006280     move lgl-aptnum of legal-case-record to find-aptnum.
006290     perform 3750-find-unit thru 3750-exit.
006300     if unit-found
006310         move lgl-status of legal-case-record
006320             to ut-case-status (unit-table-index)
006330         move lgl-opened-date of legal-case-record
006340             to ut-case-date (unit-table-index).
006350 3710-exit.
006360     exit.

006370 3750-find-unit.
006380     move "N" to unit-found-switch.
006390     if unit-table-count = zero
006400         go to 3750-exit.
006410     set unit-table-index to 1.
006420     search unit-table-entry
006430         at end
006440             continue
006450         when ut-building (unit-table-index) = find-building
006460             and ut-aptnum (unit-table-index) = find-aptnum
006470             move "Y" to unit-found-switch.
006480 3750-exit.
006490     exit.

006500*----------------------------------------------------------*
006510* One certificate, the TENCKOS letter layout: a rule line
006520* between certificates, one certificate to a page.
006530*----------------------------------------------------------*
006540 3900-print-certificate.
006550     set unit-table-index to unit-sub.
006560     perform 3910-concession thru 3910-exit.
006570     compute unit-balance =
006580         ut-carry-amount (unit-sub) + ut-postings (unit-sub)
006590             + ut-rent (unit-sub) - concession-credit
006600             - ut-paid (unit-sub).
006610     perform 3920-plan-text thru 3920-exit.
006620     perform 3930-case-text thru 3930-exit.
006630     move ut-building (unit-sub) to TENBLDL-BUILDING.
006640     call "TENBLDL" using TENBLDL-PARMS.
006650     move all "=" to certificate-line.
006660     write certificate-line.
006670     move "                        TENANT ESTOPPEL CERTIFICATE"
006680         to certificate-line.
006690     write certificate-line.
006700     move spaces to certificate-line.
006710     write certificate-line.
006720     move spaces to certificate-line.
006730     string "TO:       " delimited by size
006740         requested-by delimited by size
006750         into certificate-line.
006760     write certificate-line.
006770     move spaces to certificate-line.
006780     string "PROPERTY: " delimited by size
006790         TENBLDL-NAME delimited by size
006800         into certificate-line.
006810     write certificate-line.
006820     move spaces to certificate-line.
006830     string "          " delimited by size
006840         TENBLDL-ADDRESS delimited by size
006850         ", " delimited by size
006860         TENBLDL-CITY delimited by size
006870         " " delimited by size
006880         TENBLDL-STATE delimited by size
006890         " " delimited by size
006900         TENBLDL-ZIP delimited by size
006910         into certificate-line.
006920     write certificate-line.
006930     move spaces to certificate-line.
006940     string "UNIT:     " delimited by size
006950         ut-building (unit-sub) delimited by size
006960         "-" delimited by size
006970         ut-aptnum (unit-sub) delimited by size
006980         into certificate-line.
006990     write certificate-line.
007000     move spaces to certificate-line.
007010     string "TENANT:   " delimited by size
007020         ut-name (unit-sub) delimited by size
007030         "  " delimited by size
007040         ut-co-tenant (unit-sub) delimited by size
007050         into certificate-line.
007060     write certificate-line.
007070     move spaces to certificate-line.
007080     write certificate-line.
007090     move spaces to certificate-line.
007100     string "The undersigned tenant certifies to the party "
007110             delimited by size
007120         "named above, as of " delimited by size
007130         today-date delimited by size
007140         ":" delimited by size
007150         into certificate-line.
007160     write certificate-line.
007170     move spaces to certificate-line.
007180     if ut-lease-start (unit-sub) = zero
007190         move " 1. LEASE TERM:      NONE ON FILE"
007200             to certificate-line
007210     else
007220         string " 1. LEASE TERM:      BEGAN " delimited by size
007230             ut-lease-start (unit-sub) delimited by size
007240             into certificate-line
007250         if ut-lease-end (unit-sub) = 99991231
007260             move ", NOW MONTH-TO-MONTH"
007270                 to certificate-line (36:20)
007280         else
007290             move ", ENDS " to certificate-line (36:7)
007300             move ut-lease-end (unit-sub)
007310                 to certificate-line (43:8).
007320     write certificate-line.
007330     move ut-rent (unit-sub) to edited-amount.
007340     move spaces to certificate-line.
007350     string " 2. MONTHLY RENT:    " delimited by size
007360         edited-amount delimited by size
007370         into certificate-line.
007380     write certificate-line.
007390     move spaces to certificate-line.
007400     if TENCNCL-ACTIVE
007410         move concession-credit to edited-amount
007420         string " 3. CONCESSIONS:     " delimited by size
007430             edited-amount delimited by size
007440             " A MONTH, " delimited by size
007450             TENCNCL-REASON delimited by size
007460             into certificate-line
007470         write certificate-line
007480         move spaces to certificate-line
007490         string "                     THROUGH " delimited by size
007500             TENCNCL-END-DATE delimited by size
007510             into certificate-line
007520     else
007530         move " 3. CONCESSIONS:     NONE" to certificate-line.
007540     write certificate-line.
007550     move ut-deposit (unit-sub) to edited-large.
007560     move spaces to certificate-line.
007570     string " 4. DEPOSIT HELD:    " delimited by size
007580         edited-large delimited by size
007590         into certificate-line.
007600     write certificate-line.
007610     move ut-interest (unit-sub) to edited-large.
007620     move spaces to certificate-line.
007630     string "    INTEREST:        " delimited by size
007640         edited-large delimited by size
007650         into certificate-line.
007660     write certificate-line.
007670     move unit-balance to edited-balance.
007680     move spaces to certificate-line.
007690     string " 5. BALANCE OWED:    " delimited by size
007700         edited-balance delimited by size
007710         "  (- IS A CREDIT)" delimited by size
007720         into certificate-line.
007730     write certificate-line.
007740     move spaces to certificate-line.
007750     string " 6. PAYMENT PLAN:    " delimited by size
007760         plan-text delimited by size
007770         into certificate-line.
007780     write certificate-line.
007790     move spaces to certificate-line.
007800     string " 7. LEGAL ACTION:    " delimited by size
007810         case-text delimited by size
007820         into certificate-line.
007830     write certificate-line.
007840     move " 8. The tenant knows of no default by the landlord and"
007850         to certificate-line.
007860     write certificate-line.
007870     move "    has no claim or offset against the rent, except:"
007880         to certificate-line.
007890     write certificate-line.
007900     move spaces to certificate-line.
007910     write certificate-line.
007920     move "    ______________________________________________"
007930         to certificate-line.
007940     write certificate-line.
007950     move spaces to certificate-line.
007960     write certificate-line.
007970     move "Any figure above that is wrong: strike it, write the"
007980         to certificate-line.
007990     write certificate-line.
008000     move "correct figure beside it, and initial the change."
008010         to certificate-line.
008020     write certificate-line.
008030     move spaces to certificate-line.
008040     write certificate-line.
008050     move "TENANT SIGNATURE ____________________  DATE ________"
008060         to certificate-line.
008070     write certificate-line.
008080     move spaces to certificate-line.
008090     write certificate-line.
008100     add 28 to certificate-lines.
008110     if TENCNCL-ACTIVE
008120         add 1 to certificate-lines.
008130     perform 3950-track-issue thru 3950-exit.
008140 3900-exit.
008150     exit.

008160*----------------------------------------------------------*
008170* The leasing special in force this month, priced on the
008180* rent the way the statement prices it.
008190*----------------------------------------------------------*
008200 3910-concession.
008210     move ut-building (unit-sub) to TENCNCL-BUILDING.
008220     move ut-aptnum (unit-sub) to TENCNCL-APTNUM.
008230     move today-yyyymm to TENCNCL-MONTH.
008240     move ut-rent (unit-sub) to TENCNCL-RENT.
008250     call "TENCNCL" using TENCNCL-PARMS.
008260     move zero to concession-credit.
008270     if TENCNCL-ACTIVE
008280         move TENCNCL-CREDIT to concession-credit.
008290 3910-exit.
008300     exit.

008310 3920-plan-text.
008320     move spaces to plan-text.
008330     evaluate ut-plan-status (unit-sub)
008340         when "A"
008350             string "IN EFFECT, AGREED " delimited by size
008360                 ut-plan-date (unit-sub) delimited by size
008370                 into plan-text
008380         when "B"
008390             string "BROKEN, AGREED " delimited by size
008400                 ut-plan-date (unit-sub) delimited by size
008410                 into plan-text
008420         when other
008430             move "NONE" to plan-text
008440     end-evaluate.
008450 3920-exit.
008460     exit.

008470 3930-case-text.
008480     move spaces to status-text.
008490     evaluate ut-case-status (unit-sub)
008500         when "O"
008510             move "OPENED" to status-text
008520         when "N"
008530             move "NOTICED" to status-text
008540         when "F"
008550             move "FILED" to status-text
008560         when "C"
008570             move "COURT SET" to status-text
008580         when "J"
008590             move "JUDGMENT" to status-text
008600         when other
008610             move "NONE" to case-text
008620             go to 3930-exit
008630     end-evaluate.
008640     move spaces to case-text.
008650     string "CASE " delimited by size
008660         status-text delimited by space
008670         ", OPENED " delimited by size
008680         ut-case-date (unit-sub) delimited by size
008690         into case-text.
008700 3930-exit.
008710     exit.

008720 3950-track-issue.
008730     move ut-building (unit-sub)
008740         to est-building of estoppel-record.
008750     move ut-aptnum (unit-sub) to est-aptnum of estoppel-record.
008760     move today-date to est-issued-date of estoppel-record.
008770     move requested-by to est-requested-by of estoppel-record.
008780     move "I" to est-status of estoppel-record.
008790     move today-date to est-status-date of estoppel-record.
008800     move ut-rent (unit-sub) to est-rent of estoppel-record.
008810     move concession-credit
008820         to est-concession of estoppel-record.
008830     move ut-lease-start (unit-sub)
008840         to est-lease-start of estoppel-record.
008850     move ut-lease-end (unit-sub)
008860         to est-lease-end of estoppel-record.
008870     move ut-deposit (unit-sub) to est-deposit of estoppel-record.
008880     move ut-interest (unit-sub)
008890         to est-interest of estoppel-record.
008900     move unit-balance to est-balance of estoppel-record.
008910     move ut-plan-status (unit-sub)
008920         to est-plan-status of estoppel-record.
008930     move ut-case-status (unit-sub)
008940         to est-case-status of estoppel-record.
008950     move spaces to est-dispute of estoppel-record.
008960     move TENWHO-OPERATOR to est-entered-by of estoppel-record.
008970     write estoppel-record.
008980     add 1 to issued-count.
008990 3950-exit.
009000     exit.

009010*----------------------------------------------------------*
009020* A certificate back from the tenant: the unit's latest
009030* certificate, signed as printed or with the differences
009040* the tenant disputed, as a superseding record.
009050*----------------------------------------------------------*
009060 4000-record-return.
009070     display "Building number: ".
009080     accept wanted-building.
009090     display "Apartment number: ".
009100     accept wanted-aptnum.
009110     perform 4100-find-certificate thru 4100-exit.
009120     if not certificate-found
009130         display "TENESTP: no certificate issued for "
009140             wanted-building "-" wanted-aptnum
009150         go to 4000-exit.
009160     display "Issued " est-issued-date of current-certificate
009170         " for " est-requested-by of current-certificate.
009180     if not est-issued of current-certificate
009190         display "Already recorded "
009200             est-status of current-certificate " on "
009210             est-status-date of current-certificate
009220             " - this return replaces it".
009230     display "Signed as printed (S), or with differences "
009240         "disputed (D): ".
009250     accept reply.
009260     if reply = "s"
009270         move "S" to reply.
009280     if reply = "d"
009290         move "D" to reply.
009300     if reply not = "S" and reply not = "D"
009310         display "TENESTP: nothing recorded"
009320         go to 4000-exit.
009330     move spaces to dispute-text.
009340     if reply = "D"
009350         display "Differences the tenant disputed: "
009360         accept dispute-text
009370         if dispute-text = spaces
009380             display "TENESTP: the disputed differences are "
009390                 "required - nothing recorded"
009400             go to 4000-exit.
009410     move current-certificate to estoppel-record.
009420     move reply to est-status of estoppel-record.
009430     move today-date to est-status-date of estoppel-record.
009440     move dispute-text to est-dispute of estoppel-record.
009450     move TENWHO-OPERATOR to est-entered-by of estoppel-record.
009460     open extend estoppel-file.
009470     write estoppel-record.
009480     close estoppel-file.
009490     add 1 to returned-count.
009500     display "TENESTP: return recorded for "
009510         wanted-building "-" wanted-aptnum.
009520 4000-exit.
009530     exit.

009540 4100-find-certificate.
009550     move "N" to certificate-found-switch.
009560     move "N" to eof-switch.
009570     open input estoppel-file.
009580     if est-file-status not = "00"
009590         close estoppel-file
009600         go to 4100-exit.
009610     perform 4110-read-certificate thru 4110-exit
009620         until file-at-end.
009630     close estoppel-file.
009640 4100-exit.
009650     exit.

009660 4110-read-certificate.
009670     read estoppel-file
009680         at end
009690             move "Y" to eof-switch
009700             go to 4110-exit.
009710     if est-building of estoppel-record not = wanted-building
009720         or est-aptnum of estoppel-record not = wanted-aptnum
009730         go to 4110-exit.
009740     if certificate-found
009750         and est-issued-date of estoppel-record
009760             < est-issued-date of current-certificate
009770         go to 4110-exit.
009780     move estoppel-record to current-certificate.
009790     move "Y" to certificate-found-switch.
009800 4110-exit.
009810     exit.

009820*----------------------------------------------------------*
009830* A building's certificates with where each stands; those
009840* not yet back are counted outstanding.
009850*----------------------------------------------------------*
009860 5000-list-building.
009870     display "Building number: ".
009880     accept wanted-building.
009890     move zero to tracking-table-count.
009900     move "N" to eof-switch.
009910     open input estoppel-file.
009920     if est-file-status not = "00"
009930         close estoppel-file
009940         display "TENESTP: no certificates on file"
009950         go to 5000-exit.
009960     perform 5100-read-tracking thru 5100-exit
009970         until file-at-end.
009980     close estoppel-file.
009990     move zero to listed-count.
010000     move zero to outstanding-count.
010010     perform 5200-show-one thru 5200-exit
010020         varying tracking-sub from 1 by 1
010030         until tracking-sub > tracking-table-count.
010040     display "TENESTP: " listed-count " certificate(s), "
010050         outstanding-count " not yet returned".
010060 5000-exit.
010070     exit.

010080 5100-read-tracking.
010090     read estoppel-file
010100         at end
010110             move "Y" to eof-switch
010120             go to 5100-exit.
010130     if est-building of estoppel-record not = wanted-building
010140         go to 5100-exit.
010150     set tracking-table-index to 1.
010160     if tracking-table-count > zero
010170         search tracking-table-entry
010180             at end
010190                 perform 5110-add-tracking thru 5110-exit
010200             when tt-aptnum (tracking-table-index)
010210                     = est-aptnum of estoppel-record
010220                 and tt-issued-date (tracking-table-index)
010230                     = est-issued-date of estoppel-record
010240                 perform 5120-replace-tracking thru 5120-exit
010250     else
010260         perform 5110-add-tracking thru 5110-exit.
010270 5100-exit.
010280     exit.

010290 5110-add-tracking.
010300     if tracking-table-count >= 1000
010310         display "TENESTP: tracking table overflow"
010320         go to 5110-exit.
010330     add 1 to tracking-table-count.
010340     set tracking-table-index to tracking-table-count.
010350     perform 5120-replace-tracking thru 5120-exit.
010360 5110-exit.
010370     exit.

010380 5120-replace-tracking.
010390     move est-aptnum of estoppel-record
010400         to tt-aptnum (tracking-table-index).
010410     move est-issued-date of estoppel-record
010420         to tt-issued-date (tracking-table-index).
010430     move est-requested-by of estoppel-record
010440         to tt-requested-by (tracking-table-index).
010450     move est-status of estoppel-record
010460         to tt-status (tracking-table-index).
010470     move est-status-date of estoppel-record
010480         to tt-status-date (tracking-table-index).
010490     move est-dispute of estoppel-record
010500         to tt-dispute (tracking-table-index).
010510 5120-exit.
010520     exit.

010530 5200-show-one.
010540     add 1 to listed-count.
010550     evaluate tt-status (tracking-sub)
010560         when "S"
010570             move "SIGNED" to status-text
010580         when "D"
010590             move "DISPUTED" to status-text
010600         when other
010610             move "OUT" to status-text
010620             add 1 to outstanding-count
010630     end-evaluate.
010640     display "  " tt-aptnum (tracking-sub) " "
010650         tt-issued-date (tracking-sub) " "
010660         tt-requested-by (tracking-sub) " "
010670         status-text " " tt-status-date (tracking-sub).
010680     if tt-status (tracking-sub) = "D"
010690         display "       " tt-dispute (tracking-sub).
010700 5200-exit.
010710     exit.

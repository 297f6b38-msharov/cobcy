000100*----------------------------------------------------------*
000110* TEN1099.COB
000120*
000130* Year-end 1099 information returns, the January job.  The
000140* bookkeeper used to add up vendor payments and owner
000150* remittances by hand for the 1099 forms.  This run totals
000160* each vendor's TENVCHK checks for the tax year off the
000170* checkreg.dat register (1099-NEC, box 1) and each owner's
000180* gross collections off the remithst.dat remittance history
000190* (1099-MISC, box 1 rents -- a managing agent reports the
000200* rents it collected, before its fee).  A recipient paid at
000210* least the payer.ctl reporting threshold with a taxpayer id
000220* on vendmst.dat or ownermst.dat gets a printed recipient
000230* copy on f1099.YYYYMMDD and a payee record on the dated
000240* irs1099.YYYYMMDD electronic filing file: transmitter
000250* record, a payer record, payee records and an end-of-payer
000260* record per return type, and the end-of-transmission
000270* record.  A recipient under the threshold or with no
000280* taxpayer id is listed on x1099.YYYYMMDD with the reason
000290* instead.  Vendor and owner masters load last-record-wins,
000300* the TENREMIT convention; a register check written before
000310* CKR-VENDOR existed is matched to its vendor by payee name.
000320*----------------------------------------------------------*
000330* MODIFICATION HISTORY
000340*   DATE       INIT  DESCRIPTION
000350*   2026-10-15 JHM   Messages now go through TENOLOG to the
000360*                    dated operations log, each with its
000370*                    severity (and the unit where there is
000380*                    one); aborts raise a menu alert.
000390*   2026-10-15 JHM   Original program.
000400*----------------------------------------------------------*
000410 identification division.
000420 program-id. ten1099.
000430 author. J. H. Masters.
000440 installation. Property Management Systems.
000450 date-written. 2026-10-15.
000460 date-compiled. 2026-10-15.

000470 environment division.
000480 configuration section.
000490 source-computer. Intel486.
000500 object-computer. Intel486.

000510 input-output section.
000520 file-control.
000530     select optional payer-control-file assign to disk
000540         organization is line sequential
000550         file status is pyr-file-status.

000560     select optional vendor-master-file assign to disk
000570         organization is line sequential
000580         file status is vnd-file-status.

000590     select optional check-register-file assign to disk
000600         organization is line sequential
000610         file status is ckr-file-status.

000620     select optional owner-master-file assign to disk
000630         organization is line sequential
000640         file status is own-file-status.

000650     select optional remit-history-file assign to disk
000660         organization is line sequential
000670         file status is rmh-file-status.

000680     select irs-filing-file assign to disk
000690         organization is line sequential.

000700     select recipient-copy-report assign to disk
000710         organization is line sequential.

000720     select exception-report assign to disk
000730         organization is line sequential.

000740 data division.
000750 file section.
000760 fd  payer-control-file
000770     label records are standard
000780     value of file-id is "payer.ctl".
000790     copy TENPYR
000800         replacing ==:REC-NAME:==
000810             by ==payer-control-record==.

000820 fd  vendor-master-file
000830     label records are standard
000840     value of file-id is "vendmst.dat".
000850     copy TENVND
000860         replacing ==:REC-NAME:==
000870             by ==vendor-record==.

000880 fd  check-register-file
000890     label records are standard
000900     value of file-id is "checkreg.dat".
000910     copy TENCKR
000920         replacing ==:REC-NAME:==
000930             by ==check-register-record==.

000940 fd  owner-master-file
000950     label records are standard
000960     value of file-id is "ownermst.dat".
000970     copy TENOWN
000980         replacing ==:REC-NAME:==
000990             by ==owner-record==.

001000 fd  remit-history-file
001010     label records are standard
001020     value of file-id is "remithst.dat".
001030     copy TENRMH
001040         replacing ==:REC-NAME:==
001050             by ==remit-history-record==.

001060*----------------------------------------------------------*
001070* The electronic filing file: fixed 750-byte records, the
001080* record type in position 1 and the record sequence number
001090* in positions 500-507 of every record.
001100*----------------------------------------------------------*
001110 fd  irs-filing-file
001120     label records are standard
001130     value of file-id is irs-filename.
001140 01  irs-common-record.
001150     05  filler              picture is X(499).
001160     05  irs-sequence        picture is 9(08).
001170     05  filler              picture is X(243).
001180 01  irs-transmitter-record.
001190     05  irs-t-rec-type      picture is X(01).
001200     05  irs-t-year          picture is 9(04).
001210     05  irs-t-prior-year    picture is X(01).
001220     05  irs-t-tin           picture is X(09).
001230     05  irs-t-tcc           picture is X(05).
001240     05  filler              picture is X(07).
001250     05  irs-t-test-flag     picture is X(01).
001260     05  irs-t-foreign       picture is X(01).
001270     05  irs-t-name          picture is X(40).
001280     05  irs-t-name-2        picture is X(40).
001290     05  irs-t-company       picture is X(40).
001300     05  irs-t-company-2     picture is X(40).
001310     05  irs-t-address       picture is X(40).
001320     05  irs-t-city          picture is X(40).
001330     05  irs-t-state         picture is X(02).
001340     05  irs-t-zip           picture is X(09).
001350     05  filler              picture is X(15).
001360     05  irs-t-payee-count   picture is 9(08).
001370     05  irs-t-contact       picture is X(40).
001380     05  irs-t-phone         picture is X(15).
001390     05  irs-t-email         picture is X(50).
001400     05  filler              picture is X(91).
001410     05  filler              picture is X(08).
001420     05  filler              picture is X(10).
001430     05  irs-t-vendor-flag   picture is X(01).
001440     05  filler              picture is X(232).
001450 01  irs-payer-record.
001460     05  irs-a-rec-type      picture is X(01).
001470     05  irs-a-year          picture is 9(04).
001480     05  irs-a-combined      picture is X(01).
001490     05  filler              picture is X(05).
001500     05  irs-a-tin           picture is X(09).
001510     05  irs-a-name-control  picture is X(04).
001520     05  irs-a-last-filing   picture is X(01).
001530     05  irs-a-return-type   picture is X(02).
001540     05  irs-a-amount-codes  picture is X(18).
001550     05  filler              picture is X(06).
001560     05  irs-a-foreign       picture is X(01).
001570     05  irs-a-name          picture is X(40).
001580     05  irs-a-name-2        picture is X(40).
001590     05  irs-a-transfer      picture is X(01).
001600     05  irs-a-address       picture is X(40).
001610     05  irs-a-city          picture is X(40).
001620     05  irs-a-state         picture is X(02).
001630     05  irs-a-zip           picture is X(09).
001640     05  irs-a-phone         picture is X(15).
001650     05  filler              picture is X(260).
001660     05  filler              picture is X(08).
001670     05  filler              picture is X(243).
001680 01  irs-payee-record.
001690     05  irs-b-rec-type      picture is X(01).
001700     05  irs-b-year          picture is 9(04).
001710     05  irs-b-corrected     picture is X(01).
001720     05  irs-b-name-control  picture is X(04).
001730     05  irs-b-tin-type      picture is X(01).
001740     05  irs-b-tin           picture is X(09).
001750     05  irs-b-account       picture is X(20).
001760     05  irs-b-office        picture is X(04).
001770     05  filler              picture is X(10).
001780     05  irs-b-amount-area.
001790         10  irs-b-amount    picture is 9(10)V99
001800                             occurs 16 times.
001810     05  irs-b-foreign       picture is X(01).
001820     05  irs-b-name          picture is X(40).
001830     05  irs-b-name-2        picture is X(40).
001840     05  filler              picture is X(40).
001850     05  irs-b-address       picture is X(40).
001860     05  filler              picture is X(40).
001870     05  irs-b-city          picture is X(40).
001880     05  irs-b-state         picture is X(02).
001890     05  irs-b-zip           picture is X(09).
001900     05  filler              picture is X(01).
001910     05  filler              picture is X(08).
001920     05  filler              picture is X(243).
001930 01  irs-end-of-payer-record.
001940     05  irs-c-rec-type      picture is X(01).
001950     05  irs-c-payee-count   picture is 9(08).
001960     05  filler              picture is X(06).
001970     05  irs-c-total-area.
001980         10  irs-c-total     picture is 9(16)V99
001990                             occurs 16 times.
002000     05  filler              picture is X(196).
002010     05  filler              picture is X(08).
002020     05  filler              picture is X(243).
002030 01  irs-end-of-file-record.
002040     05  irs-f-rec-type      picture is X(01).
002050     05  irs-f-payer-count   picture is 9(08).
002060     05  irs-f-zeros         picture is 9(21).
002070     05  filler              picture is X(19).
002080     05  irs-f-payee-count   picture is 9(08).
002090     05  filler              picture is X(442).
002100     05  filler              picture is X(08).
002110     05  filler              picture is X(243).

002120 fd  recipient-copy-report
002130     label records are standard
002140     value of file-id is copies-filename.
002150 01  copy-line               picture is X(80).

002160 fd  exception-report
002170     label records are standard
002180     value of file-id is exceptions-filename.
002190 01  report-line             picture is X(80).

002200 working-storage section.
002210 01  irs-filename            picture is X(30).
002220 01  copies-filename         picture is X(30).
002230 01  exceptions-filename     picture is X(30).
002240     copy TENRCAT.
002250     copy TENOLOG.
002260 01  pyr-file-status         picture is X(02).
002270 01  vnd-file-status         picture is X(02).
002280 01  ckr-file-status         picture is X(02).
002290 01  own-file-status         picture is X(02).
002300 01  rmh-file-status         picture is X(02).
002310 01  vnd-eof-switch          picture is X(01) value "N".
002320     88  vendor-file-at-end          value "Y".
002330 01  ckr-eof-switch          picture is X(01) value "N".
002340     88  register-file-at-end        value "Y".
002350 01  own-eof-switch          picture is X(01) value "N".
002360     88  owner-file-at-end           value "Y".
002370 01  rmh-eof-switch          picture is X(01) value "N".
002380     88  history-file-at-end         value "Y".
002390 01  run-date                picture is 9(08).
002400 01  year-wanted             picture is 9(04).
002410 01  check-date-work         picture is 9(08).
002420 01  check-date-parts redefines check-date-work.
002430     05  cdw-yyyy            picture is 9(04).
002440     05  cdw-mmdd            picture is 9(04).
002450 01  history-month-work      picture is 9(06).
002460 01  history-month-parts redefines history-month-work.
002470     05  hst-yyyy            picture is 9(04).
002480     05  hst-mm              picture is 9(02).
002490 01  reporting-threshold     picture is 9(05)V99.
002500 01  record-sequence         picture is 9(08) value zero.
002510 01  payer-record-count      picture is 9(08) value zero.
002520 01  payee-record-count      picture is 9(08) value zero.
002530 01  vendor-return-count     picture is 9(05) value zero.
002540 01  owner-return-count      picture is 9(05) value zero.
002550 01  exception-count         picture is 9(05) value zero.
002560 01  copy-line-count         picture is 9(07) value zero.
002570 01  group-kind              picture is X(01).
002580     88  group-is-vendors            value "V".
002590     88  group-is-owners             value "O".
002600 01  group-payee-count       picture is 9(08).
002610 01  group-total             picture is 9(16)V99.
002620 01  search-kind             picture is X(01).
002630 01  search-number           picture is 9(04).
002640 01  search-name             picture is X(25).
002650 01  found-switch            picture is X(01).
002660     88  recipient-found             value "Y".
002670 01  recipient-sub           picture is 9(04).
002680 01  amount-text             picture is X(12).
002690 01  tin-text                picture is X(11).
002700 01  zip-text                picture is X(09).
002710 01  reason-text             picture is X(25).
002720 01  kind-text               picture is X(06).

002730*----------------------------------------------------------*
002740* Recipient table: every vendor and owner on the masters,
002750* last record per number winning, plus any register payee
002760* or remittance owner not found there, with the year's
002770* reportable total.  RT-STATUS is set by the classify pass.
002780*----------------------------------------------------------*
002790 01  recipient-table-area.
002800     05  rt-count            picture is 9(04) value zero.
002810     05  rt-entry occurs 1 to 1100 times
002820             depending on rt-count
002830             indexed by rt-index.
002840         10  rt-kind         picture is X(01).
002850         10  rt-number       picture is 9(04).
002860         10  rt-name         picture is X(25).
002870         10  rt-address      picture is X(25).
002880         10  rt-city         picture is X(15).
002890         10  rt-state        picture is X(02).
002900         10  rt-zip          picture is X(10).
002910         10  rt-tin          picture is X(09).
002920         10  rt-tin-type     picture is X(01).
002930         10  rt-amount       picture is S9(09)V99.
002940         10  rt-status       picture is X(01).
002950             88  rt-not-paid             value "Z".
002960             88  rt-files-return         value "Q".
002970             88  rt-below-threshold      value "B".
002980             88  rt-missing-tin          value "T".
002990     copy TENFMT.
003000     copy TENRUNC.

003010 procedure division.
003020 0000-mainline.
003030     move "TEN1099" to TENOLOG-PROGRAM.
003040     perform 1000-initialize thru 1000-exit.
003050     perform 2000-load-vendors thru 2000-exit.
003060     perform 2300-total-vendor-checks thru 2300-exit.
003070     perform 3000-load-owners thru 3000-exit.
003080     perform 3300-total-owner-remits thru 3300-exit.
003090     perform 4000-classify thru 4000-exit.
003100     perform 5000-write-transmitter thru 5000-exit.
003110     move "V" to group-kind.
003120     perform 6000-file-group thru 6000-exit.
003130     move "O" to group-kind.
003140     perform 6000-file-group thru 6000-exit.
003150     perform 7000-list-exceptions thru 7000-exit.
003160     perform 8000-write-end-of-file thru 8000-exit.
003170     perform 9000-finish thru 9000-exit.
003180     stop run.

003190 1000-initialize.
003200     move "I" to TENOLOG-SEVERITY
003210     move "year-end 1099 information returns" to TENOLOG-TEXT
003220     call "TENOLOG" using TENOLOG-PARMS.
003230     move "TEN1099" to TENRUNC-PROGRAM.
003240     move "S" to TENRUNC-FUNCTION.
003250     move zero to TENRUNC-COUNT.
003260     call "TENRUNC" using TENRUNC-PARMS.
003270     if TENRUNC-ALREADY-RAN
003280         move "A" to TENOLOG-SEVERITY
003290         move spaces to TENOLOG-TEXT
003300         string "already run this business date - "
003310                 delimited by size
003320             "put TEN1099 on runover.ctl to rerun"
003330                 delimited by size
003340             into TENOLOG-TEXT
003350         call "TENOLOG" using TENOLOG-PARMS
003360         move 1 to return-code
003370         stop run.
003380     accept run-date from date yyyymmdd.
003390     perform 1100-load-payer thru 1100-exit.
003400     display "Tax year to report (YYYY): ".
003410     accept year-wanted.
003420     move spaces to irs-filename.
003430     string "irs1099." delimited by size
003440         run-date delimited by size
003450         into irs-filename.
003460     move spaces to copies-filename.
003470     string "f1099." delimited by size
003480         run-date delimited by size
003490         into copies-filename.
003500     move spaces to exceptions-filename.
003510     string "x1099." delimited by size
003520         run-date delimited by size
003530         into exceptions-filename.
003540     open output irs-filing-file.
003550     open output recipient-copy-report.
003560     open output exception-report.
003570 1000-exit.
003580     exit.

003590*----------------------------------------------------------*
003600* The payer and transmitter are the management company,
003610* off payer.ctl; without its taxpayer id there is nothing
003620* the IRS would accept, so the run stops.
003630*----------------------------------------------------------*
003640 1100-load-payer.
003650     open input payer-control-file.
003660     if pyr-file-status not = "00"
003670         move "A" to TENOLOG-SEVERITY
003680         move "no payer.ctl on file - key the payer record first"
003690             to TENOLOG-TEXT
003700         call "TENOLOG" using TENOLOG-PARMS
003710         close payer-control-file
003720         move 1 to return-code
003730         stop run.
003740     read payer-control-file
003750         at end
003760             move spaces to payer-control-record.
003770     close payer-control-file.
003780     if pyr-tin of payer-control-record = spaces
003790         move "A" to TENOLOG-SEVERITY
003800         move "payer.ctl has no taxpayer id - nothing filed"
003810             to TENOLOG-TEXT
003820         call "TENOLOG" using TENOLOG-PARMS
003830         move 1 to return-code
003840         stop run.
003850     move 600.00 to reporting-threshold.
003860     if pyr-threshold of payer-control-record is numeric
003870         and pyr-threshold of payer-control-record > zero
003880         move pyr-threshold of payer-control-record
003890             to reporting-threshold.
003900 1100-exit.
003910     exit.

003920 2000-load-vendors.
003930     open input vendor-master-file.
003940     if vnd-file-status not = "00"
003950         close vendor-master-file
003960         go to 2000-exit.
003970     perform 2100-read-vendor thru 2100-exit
003980         until vendor-file-at-end.
003990     close vendor-master-file.
004000 2000-exit.
004010     exit.

004020 2100-read-vendor.
004030     read vendor-master-file
004040         at end
004050             move "Y" to vnd-eof-switch
004060         not at end
004070             perform 2200-stow-vendor thru 2200-exit.
004080 2100-exit.
004090     exit.

004100 2200-stow-vendor.
004110     move "V" to search-kind.
004120     move vnd-number of vendor-record to search-number.
004130     perform 3800-find-recipient thru 3800-exit.
004140     if not recipient-found
004150         perform 3900-add-recipient thru 3900-exit.
004160     if not recipient-found
004170         go to 2200-exit.
004180     move vnd-name of vendor-record to rt-name (rt-index).
004190     move vnd-address of vendor-record
004200         to rt-address (rt-index).
004210     move vnd-city of vendor-record to rt-city (rt-index).
004220     move vnd-state of vendor-record to rt-state (rt-index).
004230     move vnd-zip of vendor-record to rt-zip (rt-index).
004240     move vnd-tin of vendor-record to rt-tin (rt-index).
004250     move vnd-tin-type of vendor-record
004260         to rt-tin-type (rt-index).
004270 2200-exit.
004280     exit.

004290 2300-total-vendor-checks.
004300     open input check-register-file.
004310     if ckr-file-status not = "00"
004320         close check-register-file
004330         go to 2300-exit.
004340     perform 2400-read-check thru 2400-exit
004350         until register-file-at-end.
004360     close check-register-file.
004370 2300-exit.
004380     exit.

004390 2400-read-check.
004400     read check-register-file
004410         at end
004420             move "Y" to ckr-eof-switch
004430         not at end
004440             perform 2500-post-vendor-check thru 2500-exit.
004450 2400-exit.
004460     exit.

004470*----------------------------------------------------------*
004480* Only TENVCHK vendor checks dated in the tax year count.
004490* A check carries its vendor number; one written before
004500* CKR-VENDOR existed reads it back blank and is matched on
004510* the payee name instead.  A payee on neither is added
004520* with no taxpayer id so it lands on the exception list.
004530*----------------------------------------------------------*
004540 2500-post-vendor-check.
004550     if ckr-source of check-register-record not = "TENVCHK"
004560         go to 2500-exit.
004570     move ckr-date of check-register-record
004580         to check-date-work.
004590     if cdw-yyyy not = year-wanted
004600         go to 2500-exit.
004610     move "V" to search-kind.
004620     move ckr-payee of check-register-record to search-name.
004630     move zero to search-number.
004640     if ckr-vendor of check-register-record is numeric
004650         move ckr-vendor of check-register-record
004660             to search-number.
004670     if search-number = zero
004680         perform 3850-find-by-name thru 3850-exit
004690     else
004700         perform 3800-find-recipient thru 3800-exit.
004710     if not recipient-found
004720         perform 3900-add-recipient thru 3900-exit.
004730     if not recipient-found
004740         go to 2500-exit.
004750     add ckr-amount of check-register-record
004760         to rt-amount (rt-index).
004770 2500-exit.
004780     exit.

004790 3000-load-owners.
004800     open input owner-master-file.
004810     if own-file-status not = "00"
004820         close owner-master-file
004830         go to 3000-exit.
004840     perform 3100-read-owner thru 3100-exit
004850         until owner-file-at-end.
004860     close owner-master-file.
004870 3000-exit.
004880     exit.

004890 3100-read-owner.
004900     read owner-master-file
004910         at end
004920             move "Y" to own-eof-switch
004930         not at end
004940             perform 3200-stow-owner thru 3200-exit.
004950 3100-exit.
004960     exit.

004970 3200-stow-owner.
004980     move "O" to search-kind.
004990     move own-number of owner-record to search-number.
005000     perform 3800-find-recipient thru 3800-exit.
005010     if not recipient-found
005020         perform 3900-add-recipient thru 3900-exit.
005030     if not recipient-found
005040         go to 3200-exit.
005050     move own-name of owner-record to rt-name (rt-index).
005060     move own-address of owner-record
005070         to rt-address (rt-index).
005080     move own-city of owner-record to rt-city (rt-index).
005090     move own-state of owner-record to rt-state (rt-index).
005100     move own-zip of owner-record to rt-zip (rt-index).
005110     move own-tin of owner-record to rt-tin (rt-index).
005120     move own-tin-type of owner-record
005130         to rt-tin-type (rt-index).
005140 3200-exit.
005150     exit.

005160 3300-total-owner-remits.
005170     open input remit-history-file.
005180     if rmh-file-status not = "00"
005190         close remit-history-file
005200         go to 3300-exit.
005210     perform 3400-read-history thru 3400-exit
005220         until history-file-at-end.
005230     close remit-history-file.
005240 3300-exit.
005250     exit.

005260 3400-read-history.
005270     read remit-history-file
005280         at end
005290             move "Y" to rmh-eof-switch
005300         not at end
005310             perform 3500-post-owner-remit thru 3500-exit.
005320 3400-exit.
005330     exit.

005340 3500-post-owner-remit.
005350     move rmh-month of remit-history-record
005360         to history-month-work.
005370     if hst-yyyy not = year-wanted
005380         go to 3500-exit.
005390     move "O" to search-kind.
005400     move rmh-owner of remit-history-record to search-number.
005410     move spaces to search-name.
005420     perform 3800-find-recipient thru 3800-exit.
005430     if not recipient-found
005440         perform 3900-add-recipient thru 3900-exit.
005450     if not recipient-found
005460         go to 3500-exit.
005470     add rmh-gross of remit-history-record
005480         to rt-amount (rt-index).
005490 3500-exit.
005500     exit.

005510 3800-find-recipient.
005520     move "N" to found-switch.
005530     if rt-count = zero
005540         go to 3800-exit.
005550     set rt-index to 1.
005560     search rt-entry
005570         at end
005580             go to 3800-exit
005590         when rt-kind (rt-index) = search-kind
005600             and rt-number (rt-index) = search-number
005610             move "Y" to found-switch.
005620 3800-exit.
005630     exit.

005640 3850-find-by-name.
005650     move "N" to found-switch.
005660     if rt-count = zero
005670         go to 3850-exit.
005680     set rt-index to 1.
005690     search rt-entry
005700         at end
005710             go to 3850-exit
005720         when rt-kind (rt-index) = search-kind
005730             and rt-name (rt-index) = search-name
005740             move "Y" to found-switch.
005750 3850-exit.
005760     exit.

005770 3900-add-recipient.
005780     if rt-count >= 1100
005790         move "W" to TENOLOG-SEVERITY
005800         move spaces to TENOLOG-TEXT
005810         string "recipient table overflow, " delimited by size
005820             search-kind delimited by size
005830             " " delimited by size
005840             search-number delimited by size
005850             " " delimited by size
005860             search-name delimited by size
005870             " skipped" delimited by size
005880             into TENOLOG-TEXT
005890         call "TENOLOG" using TENOLOG-PARMS
005900         go to 3900-exit.
005910     add 1 to rt-count.
005920     set rt-index to rt-count.
005930     move search-kind to rt-kind (rt-index).
005940     move search-number to rt-number (rt-index).
005950     move search-name to rt-name (rt-index).
005960     move spaces to rt-address (rt-index).
005970     move spaces to rt-city (rt-index).
005980     move spaces to rt-state (rt-index).
005990     move spaces to rt-zip (rt-index).
006000     move spaces to rt-tin (rt-index).
006010     move spaces to rt-tin-type (rt-index).
006020     move zero to rt-amount (rt-index).
006030     move space to rt-status (rt-index).
006040     move "Y" to found-switch.
006050 3900-exit.
006060     exit.

006070*----------------------------------------------------------*
006080* Nothing paid for the year: no return and nothing to
006090* report.  Under the threshold: no return is owed, listed
006100* so the bookkeeper sees it.  Over it with no usable
006110* taxpayer id: held off the filing and listed so the id
006120* can be chased down before the deadline.
006130*----------------------------------------------------------*
006140 4000-classify.
006150     perform 4100-classify-one thru 4100-exit
006160         varying recipient-sub from 1 by 1
006170         until recipient-sub > rt-count.
006180 4000-exit.
006190     exit.

006200 4100-classify-one.
006210     if rt-amount (recipient-sub) = zero
006220         move "Z" to rt-status (recipient-sub)
006230         go to 4100-exit.
006240     if rt-amount (recipient-sub) < reporting-threshold
006250         move "B" to rt-status (recipient-sub)
006260         add 1 to exception-count
006270         go to 4100-exit.
006280     if rt-tin (recipient-sub) = spaces
006290         or rt-tin (recipient-sub) not numeric
006300         move "T" to rt-status (recipient-sub)
006310         add 1 to exception-count
006320         go to 4100-exit.
006330     move "Q" to rt-status (recipient-sub).
006340     if rt-kind (recipient-sub) = "V"
006350         add 1 to vendor-return-count
006360     else
006370         add 1 to owner-return-count.
006380 4100-exit.
006390     exit.

006400 5000-write-transmitter.
006410     move spaces to irs-transmitter-record.
006420     move "T" to irs-t-rec-type.
006430     move year-wanted to irs-t-year.
006440     move pyr-tin of payer-control-record to irs-t-tin.
006450     move pyr-tcc of payer-control-record to irs-t-tcc.
006460     if pyr-test-file of payer-control-record
006470         move "T" to irs-t-test-flag.
006480     move pyr-name of payer-control-record to irs-t-name.
006490     move pyr-name of payer-control-record
006500         to irs-t-company.
006510     move pyr-address of payer-control-record
006520         to irs-t-address.
006530     move pyr-city of payer-control-record to irs-t-city.
006540     move pyr-state of payer-control-record to irs-t-state.
006550     move pyr-zip of payer-control-record to irs-t-zip.
006560     compute irs-t-payee-count
006570         = vendor-return-count + owner-return-count.
006580     move pyr-contact of payer-control-record
006590         to irs-t-contact.
006600     move pyr-phone of payer-control-record to irs-t-phone.
006610     move pyr-email of payer-control-record to irs-t-email.
006620     move "I" to irs-t-vendor-flag.
006630     perform 8900-write-irs-record thru 8900-exit.
006640 5000-exit.
006650     exit.

006660*----------------------------------------------------------*
006670* One return type: the vendors file 1099-NEC, the owners
006680* 1099-MISC.  A type with no qualifying recipient gets no
006690* payer record at all.
006700*----------------------------------------------------------*
006710 6000-file-group.
006720     if group-is-vendors
006730         move vendor-return-count to group-payee-count
006740     else
006750         move owner-return-count to group-payee-count.
006760     if group-payee-count = zero
006770         go to 6000-exit.
006780     move zero to group-total.
006790     perform 6100-write-payer thru 6100-exit.
006800     perform 6200-file-one thru 6200-exit
006810         varying recipient-sub from 1 by 1
006820         until recipient-sub > rt-count.
006830     perform 6500-write-end-of-payer thru 6500-exit.
006840 6000-exit.
006850     exit.

006860 6100-write-payer.
006870     move spaces to irs-payer-record.
006880     move "A" to irs-a-rec-type.
006890     move year-wanted to irs-a-year.
006900     move pyr-tin of payer-control-record to irs-a-tin.
006910     if group-is-vendors
006920         move "NE" to irs-a-return-type
006930     else
006940         move "A " to irs-a-return-type.
006950     move "1" to irs-a-amount-codes.
006960     move pyr-name of payer-control-record to irs-a-name.
006970     move "0" to irs-a-transfer.
006980     move pyr-address of payer-control-record
006990         to irs-a-address.
007000     move pyr-city of payer-control-record to irs-a-city.
007010     move pyr-state of payer-control-record to irs-a-state.
007020     move pyr-zip of payer-control-record to irs-a-zip.
007030     move pyr-phone of payer-control-record to irs-a-phone.
007040     perform 8900-write-irs-record thru 8900-exit.
007050     add 1 to payer-record-count.
007060 6100-exit.
007070     exit.

007080 6200-file-one.
007090     if rt-kind (recipient-sub) not = group-kind
007100         or not rt-files-return (recipient-sub)
007110         go to 6200-exit.
007120     perform 6300-write-payee thru 6300-exit.
007130     perform 6400-print-copy thru 6400-exit.
007140 6200-exit.
007150     exit.

007160 6300-write-payee.
007170     move spaces to irs-payee-record.
007180     move "B" to irs-b-rec-type.
007190     move year-wanted to irs-b-year.
007200     if rt-tin-type (recipient-sub) = "E"
007210         move "1" to irs-b-tin-type.
007220     if rt-tin-type (recipient-sub) = "S"
007230         move "2" to irs-b-tin-type.
007240     move rt-tin (recipient-sub) to irs-b-tin.
007250     string rt-kind (recipient-sub) delimited by size
007260         rt-number (recipient-sub) delimited by size
007270         into irs-b-account.
007280     move zero to irs-b-amount-area.
007290     move rt-amount (recipient-sub) to irs-b-amount (1).
007300     move rt-name (recipient-sub) to irs-b-name.
007310     move rt-address (recipient-sub) to irs-b-address.
007320     move rt-city (recipient-sub) to irs-b-city.
007330     move rt-state (recipient-sub) to irs-b-state.
007340     perform 6350-payee-zip thru 6350-exit.
007350     move zip-text to irs-b-zip.
007360     perform 8900-write-irs-record thru 8900-exit.
007370     add 1 to payee-record-count.
007380     add rt-amount (recipient-sub) to group-total.
007390 6300-exit.
007400     exit.

007410*----------------------------------------------------------*
007420* The masters hold the zip as 99999B9999; the filing wants
007430* nine digits, or the five-digit zip left-justified when
007440* the plus-four was never keyed.
007450*----------------------------------------------------------*
007460 6350-payee-zip.
007470     move spaces to zip-text.
007480     move rt-zip (recipient-sub) (1:5) to zip-text (1:5).
007490     if rt-zip (recipient-sub) (7:4) not = "0000"
007500         and rt-zip (recipient-sub) (7:4) not = spaces
007510         move rt-zip (recipient-sub) (7:4) to zip-text (6:4).
007520 6350-exit.
007530     exit.

007540*----------------------------------------------------------*
007550* The recipient's copy: payer block, recipient block with
007560* the taxpayer id truncated to its last four digits, and
007570* the box amount.
007580*----------------------------------------------------------*
007590 6400-print-copy.
007600     move all "=" to copy-line.
007610     write copy-line.
007620     move spaces to copy-line.
007630     if group-is-vendors
007640         string "FORM 1099-NEC  NONEMPLOYEE COMPENSATION"
007650             delimited by size
007660             "      TAX YEAR " delimited by size
007670             year-wanted delimited by size
007680             into copy-line
007690     else
007700         string "FORM 1099-MISC  MISCELLANEOUS INFORMATION"
007710             delimited by size
007720             "    TAX YEAR " delimited by size
007730             year-wanted delimited by size
007740             into copy-line.
007750     write copy-line.
007760     move "COPY B  FOR RECIPIENT" to copy-line.
007770     write copy-line.
007780     move spaces to copy-line.
007790     write copy-line.
007800     move spaces to copy-line.
007810     string "PAYER:     " delimited by size
007820         pyr-name of payer-control-record delimited by size
007830         into copy-line.
007840     write copy-line.
007850     move spaces to copy-line.
007860     string "           " delimited by size
007870         pyr-address of payer-control-record
007880             delimited by size
007890         into copy-line.
007900     write copy-line.
007910     move spaces to copy-line.
007920     string "           " delimited by size
007930         pyr-city of payer-control-record
007940             delimited by "  "
007950         ", " delimited by size
007960         pyr-state of payer-control-record
007970             delimited by size
007980         "  " delimited by size
007990         pyr-zip of payer-control-record delimited by size
008000         into copy-line.
008010     write copy-line.
008020     move spaces to copy-line.
008030     string "PAYER TIN: " delimited by size
008040         pyr-tin of payer-control-record (1:2)
008050             delimited by size
008060         "-" delimited by size
008070         pyr-tin of payer-control-record (3:7)
008080             delimited by size
008090         into copy-line.
008100     write copy-line.
008110     move spaces to copy-line.
008120     write copy-line.
008130     if rt-tin-type (recipient-sub) = "E"
008140         move "**-***" to tin-text
008150         move rt-tin (recipient-sub) (6:4) to tin-text (7:4)
008160     else
008170         move "***-**-" to tin-text
008180         move rt-tin (recipient-sub) (6:4) to tin-text (8:4).
008190     move spaces to copy-line.
008200     string "RECIPIENT TIN: " delimited by size
008210         tin-text delimited by size
008220         "     ACCOUNT NUMBER: " delimited by size
008230         rt-kind (recipient-sub) delimited by size
008240         rt-number (recipient-sub) delimited by size
008250         into copy-line.
008260     write copy-line.
008270     move spaces to copy-line.
008280     string "RECIPIENT: " delimited by size
008290         rt-name (recipient-sub) delimited by size
008300         into copy-line.
008310     write copy-line.
008320     move spaces to copy-line.
008330     string "           " delimited by size
008340         rt-address (recipient-sub) delimited by size
008350         into copy-line.
008360     write copy-line.
008370     move spaces to copy-line.
008380     string "           " delimited by size
008390         rt-city (recipient-sub) delimited by "  "
008400         ", " delimited by size
008410         rt-state (recipient-sub) delimited by size
008420         "  " delimited by size
008430         rt-zip (recipient-sub) delimited by size
008440         into copy-line.
008450     write copy-line.
008460     move spaces to copy-line.
008470     write copy-line.
008480     move "A" to TENFMT-FORMAT-CODE.
008490     move rt-amount (recipient-sub) to TENFMT-RAW-AMOUNT.
008500     call "TENFMT" using TENFMT-PARMS.
008510     move spaces to copy-line.
008520     if group-is-vendors
008530         string "BOX 1  NONEMPLOYEE COMPENSATION     "
008540             delimited by size
008550             TENFMT-EDITED-OUT delimited by size
008560             into copy-line
008570     else
008580         string "BOX 1  RENTS                        "
008590             delimited by size
008600             TENFMT-EDITED-OUT delimited by size
008610             into copy-line.
008620     write copy-line.
008630     move spaces to copy-line.
008640     write copy-line.
008650     add 17 to copy-line-count.
008660 6400-exit.
008670     exit.

008680 6500-write-end-of-payer.
008690     move spaces to irs-end-of-payer-record.
008700     move "C" to irs-c-rec-type.
008710     move group-payee-count to irs-c-payee-count.
008720     move zero to irs-c-total-area.
008730     move group-total to irs-c-total (1).
008740     perform 8900-write-irs-record thru 8900-exit.
008750 6500-exit.
008760     exit.

008770 7000-list-exceptions.
008780     move spaces to report-line.
008790     string "1099 EXCEPTIONS - TAX YEAR " delimited by size
008800         year-wanted delimited by size
008810         into report-line.
008820     write report-line.
008830     move "A" to TENFMT-FORMAT-CODE.
008840     move reporting-threshold to TENFMT-RAW-AMOUNT.
008850     call "TENFMT" using TENFMT-PARMS.
008860     move spaces to report-line.
008870     string "REPORTING THRESHOLD " delimited by size
008880         TENFMT-EDITED-OUT delimited by size
008890         into report-line.
008900     write report-line.
008910     move spaces to report-line.
008920     write report-line.
008930     move "TYPE    NO.   NAME" to report-line.
008940     move "      AMOUNT  REASON" to report-line (41:20).
008950     write report-line.
008960     if exception-count = zero
008970         move "NO EXCEPTIONS" to report-line
008980         write report-line
008990         go to 7000-exit.
009000     perform 7100-list-one thru 7100-exit
009010         varying recipient-sub from 1 by 1
009020         until recipient-sub > rt-count.
009030 7000-exit.
009040     exit.

009050 7100-list-one.
009060     if rt-below-threshold (recipient-sub)
009070         move "BELOW REPORTING THRESHOLD" to reason-text
009080     else
009090         if rt-missing-tin (recipient-sub)
009100             move "MISSING TAXPAYER ID" to reason-text
009110         else
009120             go to 7100-exit.
009130     if rt-kind (recipient-sub) = "V"
009140         move "VENDOR" to kind-text
009150     else
009160         move "OWNER " to kind-text.
009170     move "A" to TENFMT-FORMAT-CODE.
009180     move rt-amount (recipient-sub) to TENFMT-RAW-AMOUNT.
009190     call "TENFMT" using TENFMT-PARMS.
009200     move spaces to report-line.
009210     string kind-text delimited by size
009220         "  " delimited by size
009230         rt-number (recipient-sub) delimited by size
009240         "  " delimited by size
009250         rt-name (recipient-sub) delimited by size
009260         " " delimited by size
009270         TENFMT-EDITED-OUT delimited by size
009280         "  " delimited by size
009290         reason-text delimited by size
009300         into report-line.
009310     write report-line.
009320 7100-exit.
009330     exit.

009340 8000-write-end-of-file.
009350     move spaces to irs-end-of-file-record.
009360     move "F" to irs-f-rec-type.
009370     move payer-record-count to irs-f-payer-count.
009380     move zero to irs-f-zeros.
009390     move payee-record-count to irs-f-payee-count.
009400     perform 8900-write-irs-record thru 8900-exit.
009410 8000-exit.
009420     exit.

009430 8900-write-irs-record.
009440     add 1 to record-sequence.
009450     move record-sequence to irs-sequence.
009460     write irs-common-record.
009470 8900-exit.
009480     exit.

009490 9000-finish.
009500     close irs-filing-file.
009510     close recipient-copy-report.
009520     close exception-report.
009530     move "TEN1099" to TENRCAT-PROGRAM.
009540     move copies-filename to TENRCAT-FILENAME.
009550     compute TENRCAT-PAGES
009560         = vendor-return-count + owner-return-count.
009570     move copy-line-count to TENRCAT-LINES.
009580     call "TENRCAT" using TENRCAT-PARMS.
009590     move exceptions-filename to TENRCAT-FILENAME.
009600     move 1 to TENRCAT-PAGES.
009610     move exception-count to TENRCAT-LINES.
009620     call "TENRCAT" using TENRCAT-PARMS.
009630     move irs-filename to TENRCAT-FILENAME.
009640     move 1 to TENRCAT-PAGES.
009650     move record-sequence to TENRCAT-LINES.
009660     call "TENRCAT" using TENRCAT-PARMS.
009670     move "E" to TENRUNC-FUNCTION.
009680     move payee-record-count to TENRUNC-COUNT.
009690     call "TENRUNC" using TENRUNC-PARMS.
009700     move "I" to TENOLOG-SEVERITY.
009710     move spaces to TENOLOG-TEXT.
009720     string vendor-return-count delimited by size
009730         " vendor and " delimited by size
009740         owner-return-count delimited by size
009750         " owner return(s) filed, " delimited by size
009760         exception-count delimited by size
009770         " exception(s)" delimited by size
009780         into TENOLOG-TEXT.
009790     call "TENOLOG" using TENOLOG-PARMS.
009800 9000-exit.
009810     exit.

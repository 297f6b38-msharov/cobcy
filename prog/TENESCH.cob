000100*----------------------------------------------------------*
000110* TENESCH.COB
000120*
000130* Annual unclaimed-property (escheat) filing, run once a
000140* year ahead of the state's report date.  A TENRFND tenant
000150* refund check still outstanding on checkreg.dat -- never
000160* cleared by the bank, the TENCKOS due-diligence letter
000170* unanswered -- once it has been dormant the state's
000180* period is voided here: the register entry is marked "U"
000190* (rewritten whole, the TENAPHLD way), the amount leaves
000200* outstanding checks and becomes a liability to the state,
000210* booked per building on a glunclm.YYYYMMDD journal in the
000220* TENGLX fixed import layout (DEBIT 100100 cash, CREDIT
000230* 230100 unclaimed property payable), and each check goes
000240* on the state's report file (uncprop.YYYYMMDD): a holder
000250* record off payer.ctl, one owner record per check with
000260* the payee's last known address (found the TENCKOS way),
000270* and a count/total trailer.  A printed register of the
000280* checks turned over goes to uncrpt.YYYYMMDD.  The files
000290* are cataloged through TENRCAT.  Supervisor authority.
000300*
000310* GL accounts used:
000320*   100100  cash                         (debit)
000330*   230100  unclaimed property payable   (credit)
000340*----------------------------------------------------------*
000350* MODIFICATION HISTORY
000360*   DATE       INIT  DESCRIPTION
000370*   2026-10-15 JHM   Messages now go through TENOLOG to the
000380*                    dated operations log, each with its
000390*                    severity (and the unit where there is
000400*                    one); aborts raise a menu alert.
000410*   2026-10-15 JHM   Original program.
000420*----------------------------------------------------------*
000430 identification division.
000440 program-id. tenesch.
000450 author. J. H. Masters.
000460 installation. Property Management Systems.
000470 date-written. 2026-10-15.
000480 date-compiled. 2026-10-15.

000490 environment division.
000500 configuration section.
000510 source-computer. Intel486.
000520 object-computer. Intel486.

000530 input-output section.
000540 file-control.
000550     select sample-idx-file assign to disk
000560         organization is indexed
000570         record key is unit-key of sample-idx-record
000580         access mode is random
000590         file status is idx-file-status.

000600     select optional payer-control-file assign to disk
000610         organization is line sequential
000620         file status is pyr-file-status.

000630     select optional check-register-file assign to disk
000640         organization is line sequential
000650         file status is ckr-file-status.

000660     select optional former-tenant-file assign to disk
000670         organization is line sequential
000680         file status is fmr-file-status.

000690     select optional notice-file assign to disk
000700         organization is line sequential
000710         file status is ntv-file-status.

000720     select state-report-file assign to disk
000730         organization is line sequential.

000740     select gl-unclaimed-file assign to disk
000750         organization is line sequential.

000760     select unclaimed-register assign to disk
000770         organization is line sequential.

000780 data division.
000790 file section.
000800 fd  sample-idx-file
000810     label records are standard
000820     value of file-id is "indexed.dbf".
000830     copy TENREC
000840         replacing ==:REC-NAME:== by ==sample-idx-record==
000850             ==address== by ==street-addr==.

000860 fd  payer-control-file
000870     label records are standard
000880     value of file-id is "payer.ctl".
000890     copy TENPYR
000900         replacing ==:REC-NAME:==
000910             by ==payer-control-record==.

000920 fd  check-register-file
000930     label records are standard
000940     value of file-id is "checkreg.dat".
000950     copy TENCKR
000960         replacing ==:REC-NAME:==
000970             by ==check-register-record==.

000980 fd  former-tenant-file
000990     label records are standard
001000     value of file-id is "fmrten.dat".
001010     copy TENFMR
001020         replacing ==:REC-NAME:==
001030             by ==former-tenant-record==.

001040 fd  notice-file
001050     label records are standard
001060     value of file-id is "ntvacate.dat".
001070     copy TENNTV
001080         replacing ==:REC-NAME:==
001090             by ==notice-record==.

001100*----------------------------------------------------------*
001110* The state's fixed-layout unclaimed-property report:
001120* holder record, one owner record per property, trailer.
001130*----------------------------------------------------------*
001140 fd  state-report-file
001150     label records are standard
001160     value of file-id is state-filename.
001170 01  up-holder-record.
001180     05  up-h-rec-type       picture is X(01).
001190     05  up-h-tin            picture is X(09).
001200     05  up-h-name           picture is X(40).
001210     05  up-h-address        picture is X(40).
001220     05  up-h-city           picture is X(25).
001230     05  up-h-state          picture is X(02).
001240     05  up-h-zip            picture is X(09).
001250     05  up-h-contact        picture is X(40).
001260     05  up-h-phone          picture is X(15).
001270     05  up-h-report-year    picture is 9(04).
001280     05  up-h-as-of-date     picture is 9(08).
001290 01  up-owner-record.
001300     05  up-o-rec-type       picture is X(01).
001310     05  up-o-name           picture is X(25).
001320     05  up-o-address        picture is X(25).
001330     05  up-o-city           picture is X(15).
001340     05  up-o-state          picture is X(02).
001350     05  up-o-zip            picture is X(10).
001360     05  up-o-property-type  picture is X(04).
001370     05  up-o-check-no       picture is 9(06).
001380     05  up-o-check-date     picture is 9(08).
001390     05  up-o-letter-date    picture is 9(08).
001400     05  up-o-amount         picture is 9(07)V99.
001410     05  up-o-unit           picture is X(07).
001420     05  filler              picture is X(73).
001430 01  up-trailer-record.
001440     05  up-t-rec-type       picture is X(01).
001450     05  up-t-count          picture is 9(05).
001460     05  up-t-total          picture is 9(09)V99.
001470     05  filler              picture is X(176).

001480 fd  gl-unclaimed-file
001490     label records are standard
001500     value of file-id is glunclm-filename.
001510 01  gl-journal-line.
001520     05  gl-account          picture is 9(06).
001530     05  gl-building         picture is 9(02).
001540     05  gl-period           picture is 9(06).
001550     05  gl-debit-credit     picture is X(01).
001560     05  gl-amount           picture is 9(09)V99.

001570 fd  unclaimed-register
001580     label records are standard
001590     value of file-id is register-filename.
001600 01  report-line             picture is X(80).

001610 working-storage section.
001620 01  state-filename          picture is X(30).
001630 01  glunclm-filename        picture is X(30).
001640 01  register-filename       picture is X(30).
001650     copy TENRCAT.
001660     copy TENOLOG.
001670     copy TENWHO.
001680     copy TENFMT.
001690     copy TENRUNC.
001700 01  idx-file-status         picture is X(02).
001710 01  pyr-file-status         picture is X(02).
001720 01  ckr-file-status         picture is X(02).
001730 01  ckr-eof-switch          picture is X(01) value "N".
001740     88  register-file-at-end        value "Y".
001750 01  fmr-file-status         picture is X(02).
001760 01  fmr-eof-switch          picture is X(01) value "N".
001770     88  receivable-file-at-end      value "Y".
001780 01  ntv-file-status         picture is X(02).
001790 01  ntv-eof-switch          picture is X(01) value "N".
001800     88  notice-file-at-end          value "Y".
001810 01  table-overflowed-switch picture is X(01) value "N".
001820     88  table-overflowed            value "Y".
001830 01  address-found-switch    picture is X(01).
001840     88  address-found               value "Y".
001850 01  run-date                picture is 9(08).
001860 01  run-date-parts redefines run-date.
001870     05  run-date-yyyymm     picture is 9(06).
001880     05  run-date-dd         picture is 9(02).
001890 01  as-of-date              picture is 9(08).
001900 01  as-of-parts redefines as-of-date.
001910     05  as-of-yyyy          picture is 9(04).
001920     05  as-of-mmdd          picture is 9(04).
001930 01  dormant-cutoff          picture is 9(08).
001940 01  dormant-cutoff-parts redefines dormant-cutoff.
001950     05  cutoff-yyyy         picture is 9(04).
001960     05  cutoff-mmdd         picture is 9(04).
001970 01  dormancy-years          picture is 9(02).
001980 01  reply                   picture is X(01).
001990 01  check-sub               picture is 9(04).
002000 01  notice-sub              picture is 9(04).
002010 01  building-sub            picture is 9(03).
002020 01  unclaimed-count         picture is 9(05) value zero.
002030 01  unclaimed-total         picture is 9(09)V99 value zero.
002040 01  journal-line-count      picture is 9(05) value zero.
002050 01  best-move-out           picture is 9(08).
002060 01  mail-name               picture is X(25).
002070 01  mail-address            picture is X(25).
002080 01  mail-city               picture is X(15).
002090 01  mail-state              picture is X(02).
002100 01  mail-zip                picture is 99999B9999.
002110 01  building-unclaimed-table.
002120     05  bu-amount           picture is 9(09)V99
002130                             occurs 99 times.

002140*----------------------------------------------------------*
002150* The whole check register, in file order, changed in
002160* place and written back.
002170*----------------------------------------------------------*
002180 01  check-table-area.
002190     05  check-table-count   picture is 9(04) value zero.
002200     05  check-table-entry occurs 1 to 5000 times
002210             depending on check-table-count.
002220         10  ct-record       picture is X(111).

002230*----------------------------------------------------------*
002240* Former-tenant forwarding addresses, latest move-out per
002250* unit-key and name.
002260*----------------------------------------------------------*
002270 01  former-table-area.
002280     05  former-table-count  picture is 9(03) value zero.
002290     05  former-table-entry occurs 1 to 200 times
002300             depending on former-table-count
002310             indexed by former-table-index.
002320         10  ft-building     picture is 9(02).
002330         10  ft-aptnum       picture is 9(04).
002340         10  ft-name         picture is X(25).
002350         10  ft-move-out     picture is 9(08).
002360         10  ft-address      picture is X(25).
002370         10  ft-city         picture is X(15).
002380         10  ft-state        picture is X(02).
002390         10  ft-zip          picture is 99999B9999.

002400*----------------------------------------------------------*
002410* Vacated notices carrying a forwarding address.
002420*----------------------------------------------------------*
002430 01  notice-table-area.
002440     05  notice-table-count  picture is 9(04) value zero.
002450     05  notice-table-entry occurs 1 to 1000 times
002460             depending on notice-table-count.
002470         10  nt-building     picture is 9(02).
002480         10  nt-aptnum       picture is 9(04).
002490         10  nt-move-out     picture is 9(08).
002500         10  nt-address      picture is X(25).
002510         10  nt-city         picture is X(15).
002520         10  nt-state        picture is X(02).
002530         10  nt-zip          picture is 9(09).

002540 procedure division.
002550 0000-mainline.
002560     move "TENESCH" to TENOLOG-PROGRAM.
002570     perform 1000-initialize thru 1000-exit.
002580     perform 2000-load-register thru 2000-exit.
002590     if table-overflowed
002600         move "A" to TENOLOG-SEVERITY
002610         move "checkreg.dat larger than work table - not filed"
002620             to TENOLOG-TEXT
002630         call "TENOLOG" using TENOLOG-PARMS
002640         move 1 to return-code
002650         stop run.
002660     perform 2300-load-former thru 2300-exit.
002670     perform 2600-load-notices thru 2600-exit.
002680     perform 1500-open-outputs thru 1500-exit.
002690     perform 3000-check-one thru 3000-exit
002700         varying check-sub from 1 by 1
002710         until check-sub > check-table-count.
002720     perform 5000-book-liability thru 5000-exit
002730         varying building-sub from 1 by 1
002740         until building-sub > 99.
002750     perform 6000-rewrite-register thru 6000-exit.
002760     perform 9000-finish thru 9000-exit.
002770     stop run.

002780 1000-initialize.
002790     move "I" to TENOLOG-SEVERITY
002800     move "annual unclaimed-property filing" to TENOLOG-TEXT
002810     call "TENOLOG" using TENOLOG-PARMS.
002820     call "TENWHO" using TENWHO-PARMS.
002830     if not TENWHO-SIGNED-ON
002840         or TENWHO-AUTHORITY < 3
002850         move "A" to TENOLOG-SEVERITY
002860         move "supervisor authority needed - sign on via TENSIGN"
002870             to TENOLOG-TEXT
002880         call "TENOLOG" using TENOLOG-PARMS
002890         move 1 to return-code
002900         stop run.
002910     move "TENESCH" to TENRUNC-PROGRAM.
002920     move "S" to TENRUNC-FUNCTION.
002930     move zero to TENRUNC-COUNT.
002940     call "TENRUNC" using TENRUNC-PARMS.
002950     if TENRUNC-ALREADY-RAN
002960         move "A" to TENOLOG-SEVERITY
002970         move spaces to TENOLOG-TEXT
002980         string "already run this business date - "
002990                 delimited by size
003000             "put TENESCH on runover.ctl to rerun"
003010                 delimited by size
003020             into TENOLOG-TEXT
003030         call "TENOLOG" using TENOLOG-PARMS
003040         move 1 to return-code
003050         stop run.
003060     accept run-date from date yyyymmdd.
003070     perform 1100-load-holder thru 1100-exit.
003080     display "Dormant as of date (YYYYMMDD, 0 = today): ".
003090     accept as-of-date.
003100     if as-of-date = zero
003110         move run-date to as-of-date.
003120     if as-of-date > run-date
003130         move "A" to TENOLOG-SEVERITY
003140         move "as-of date is in the future - nothing filed"
003150             to TENOLOG-TEXT
003160         call "TENOLOG" using TENOLOG-PARMS
003170         move 1 to return-code
003180         stop run.
003190     display "Dormancy period in years (0 = 3): ".
003200     accept dormancy-years.
003210     if dormancy-years = zero
003220         move 3 to dormancy-years.
003230     move as-of-date to dormant-cutoff.
003240     subtract dormancy-years from cutoff-yyyy.
003250     display "TENESCH: refund checks written on or before "
003260         dormant-cutoff " and still outstanding will be "
003270         "voided to the state".
003280     display "Continue (Y/N): ".
003290     accept reply.
003300     if reply not = "Y"
003310         and reply not = "y"
003320         move "I" to TENOLOG-SEVERITY
003330         move "not confirmed - nothing filed" to TENOLOG-TEXT
003340         call "TENOLOG" using TENOLOG-PARMS
003350         stop run.
003360     open input sample-idx-file.
003370     if idx-file-status not = "00"
003380         move "A" to TENOLOG-SEVERITY
003390         move spaces to TENOLOG-TEXT
003400         string "cannot open indexed.dbf, status "
003410                 delimited by size
003420             idx-file-status delimited by size
003430             into TENOLOG-TEXT
003440         call "TENOLOG" using TENOLOG-PARMS
003450         move 1 to return-code
003460         stop run.
003470     perform 1200-zero-building thru 1200-exit
003480         varying building-sub from 1 by 1
003490         until building-sub > 99.
003500 1000-exit.
003510     exit.

003520*----------------------------------------------------------*
003530* The holder is the management company, off payer.ctl;
003540* without its taxpayer id the state will not take the
003550* report, so the run stops.
003560*----------------------------------------------------------*
003570 1100-load-holder.
003580     open input payer-control-file.
003590     if pyr-file-status not = "00"
003600         move "A" to TENOLOG-SEVERITY
003610         move "no payer.ctl on file - key the payer record first"
003620             to TENOLOG-TEXT
003630         call "TENOLOG" using TENOLOG-PARMS
003640         close payer-control-file
003650         move 1 to return-code
003660         stop run.
003670     read payer-control-file
003680         at end
003690             move spaces to payer-control-record.
003700     close payer-control-file.
003710     if pyr-tin of payer-control-record = spaces
003720         move "A" to TENOLOG-SEVERITY
003730         move "payer.ctl has no taxpayer id - nothing filed"
003740             to TENOLOG-TEXT
003750         call "TENOLOG" using TENOLOG-PARMS
003760         move 1 to return-code
003770         stop run.
003780 1100-exit.
003790     exit.

003800 1200-zero-building.
003810     move zero to bu-amount (building-sub).
003820 1200-exit.
003830     exit.

003840 1500-open-outputs.
003850     move spaces to state-filename.
003860     string "uncprop." delimited by size
003870         run-date delimited by size
003880         into state-filename.
003890     move spaces to glunclm-filename.
003900     string "glunclm." delimited by size
003910         run-date delimited by size
003920         into glunclm-filename.
003930     move spaces to register-filename.
003940     string "uncrpt." delimited by size
003950         run-date delimited by size
003960         into register-filename.
003970     open output state-report-file.
003980     open output gl-unclaimed-file.
003990     open output unclaimed-register.
004000     move spaces to up-holder-record.
004010     move "H" to up-h-rec-type.
004020     move pyr-tin of payer-control-record to up-h-tin.
004030     move pyr-name of payer-control-record to up-h-name.
004040     move pyr-address of payer-control-record to up-h-address.
004050     move pyr-city of payer-control-record to up-h-city.
004060     move pyr-state of payer-control-record to up-h-state.
004070     move pyr-zip of payer-control-record to up-h-zip.
004080     move pyr-contact of payer-control-record to up-h-contact.
004090     move pyr-phone of payer-control-record to up-h-phone.
004100     move as-of-yyyy to up-h-report-year.
004110     move as-of-date to up-h-as-of-date.
004120     write up-holder-record.
004130     move "UNCLAIMED PROPERTY - REFUND CHECKS VOIDED TO STATE"
004140         to report-line.
004150     write report-line.
004160     move spaces to report-line.
004170     string "RUN DATE: " delimited by size
004180         run-date delimited by size
004190         "   DORMANT AS OF: " delimited by size
004200         as-of-date delimited by size
004210         "   WRITTEN ON/BEFORE: " delimited by size
004220         dormant-cutoff delimited by size
004230         into report-line.
004240     write report-line.
004250     move spaces to report-line.
004260     write report-line.
004270     move "CHECK  DATE      UNIT    PAYEE" to report-line.
004280     move "AMOUNT LETTER" to report-line (57:13).
004290     write report-line.
004300 1500-exit.
004310     exit.

004320 2000-load-register.
004330     open input check-register-file.
004340     if ckr-file-status not = "00"
004350         move "A" to TENOLOG-SEVERITY
004360         move "no checkreg.dat on file - nothing to file"
004370             to TENOLOG-TEXT
004380         call "TENOLOG" using TENOLOG-PARMS
004390         close check-register-file
004400         move 1 to return-code
004410         stop run.
004420     perform 2100-read-register thru 2100-exit
004430         until register-file-at-end.
004440     close check-register-file.
004450 2000-exit.
004460     exit.

004470 2100-read-register.
004480     read check-register-file
004490         at end
004500             move "Y" to ckr-eof-switch
004510             go to 2100-exit.
004520     if check-table-count >= 5000
004530         move "Y" to table-overflowed-switch
004540         move "Y" to ckr-eof-switch
004550         go to 2100-exit.
004560*    a check written before the status fields existed reads
004570*    as outstanding with no letter sent
004580     if ckr-status-date of check-register-record not numeric
004590         move zero to ckr-status-date of check-register-record.
004600     if ckr-letter-date of check-register-record not numeric
004610         move zero to ckr-letter-date of check-register-record.
004620     add 1 to check-table-count.
004630     move check-register-record to ct-record (check-table-count).
004640 2100-exit.
004650     exit.

004660 2300-load-former.
004670     open input former-tenant-file.
004680     if fmr-file-status not = "00"
004690         close former-tenant-file
004700         go to 2300-exit.
004710     perform 2400-read-former thru 2400-exit
004720         until receivable-file-at-end.
004730     close former-tenant-file.
004740 2300-exit.
004750     exit.

004760 2400-read-former.
004770     read former-tenant-file
004780         at end
004790             move "Y" to fmr-eof-switch
004800             go to 2400-exit.
004810     set former-table-index to 1.
004820     if former-table-count > zero
004830         search former-table-entry
004840             at end
004850                 perform 2500-add-former thru 2500-exit
004860             when ft-building (former-table-index)
004870                     = fmr-building of former-tenant-record
004880                 and ft-aptnum (former-table-index)
004890                     = fmr-aptnum of former-tenant-record
004900                 and ft-name (former-table-index)
004910                     = fmr-name of former-tenant-record
004920                 if fmr-move-out-date of former-tenant-record
004930                         not < ft-move-out (former-table-index)
004940                     perform 2550-replace-former thru 2550-exit
004950                 end-if
004960     else
004970         perform 2500-add-former thru 2500-exit.
004980 2400-exit.
004990     exit.

005000 2500-add-former.
005010     if former-table-count >= 200
005020         move "W" to TENOLOG-SEVERITY
005030         move fmr-building of former-tenant-record
005040             to TENOLOG-BUILDING
005050         move fmr-aptnum of former-tenant-record to TENOLOG-APTNUM
005060         move "former-tenant table full at 200, tenant skipped"
005070             to TENOLOG-TEXT
005080         call "TENOLOG" using TENOLOG-PARMS
005090     else
005100         add 1 to former-table-count
005110         set former-table-index to former-table-count
005120         perform 2550-replace-former thru 2550-exit.
005130 2500-exit.
005140     exit.

005150 2550-replace-former.
005160     move fmr-building of former-tenant-record
005170         to ft-building (former-table-index).
005180     move fmr-aptnum of former-tenant-record
005190         to ft-aptnum (former-table-index).
005200     move fmr-name of former-tenant-record
005210         to ft-name (former-table-index).
005220     move fmr-move-out-date of former-tenant-record
005230         to ft-move-out (former-table-index).
005240     move fmr-fwd-address of former-tenant-record
005250         to ft-address (former-table-index).
005260     move fmr-fwd-city of former-tenant-record
005270         to ft-city (former-table-index).
005280     move fmr-fwd-state of former-tenant-record
005290         to ft-state (former-table-index).
005300     move fmr-fwd-zip of former-tenant-record
005310         to ft-zip (former-table-index).
005320 2550-exit.
005330     exit.

005340 2600-load-notices.
005350     open input notice-file.
005360     if ntv-file-status not = "00"
005370         close notice-file
005380         go to 2600-exit.
005390     perform 2700-read-notice thru 2700-exit
005400         until notice-file-at-end.
005410     close notice-file.
005420 2600-exit.
005430     exit.

005440 2700-read-notice.
005450     read notice-file
005460         at end
005470             move "Y" to ntv-eof-switch
005480             go to 2700-exit.
005490     if not ntv-vacated of notice-record
005500         or ntv-fwd-address of notice-record = spaces
005510         go to 2700-exit.
005520     if notice-table-count >= 1000
005530         move "W" to TENOLOG-SEVERITY
005540         move ntv-building of notice-record to TENOLOG-BUILDING
005550         move ntv-aptnum of notice-record to TENOLOG-APTNUM
005560         move "notice table full at 1000, notice skipped"
005570             to TENOLOG-TEXT
005580         call "TENOLOG" using TENOLOG-PARMS
005590         go to 2700-exit.
005600     add 1 to notice-table-count.
005610     move ntv-building of notice-record
005620         to nt-building (notice-table-count).
005630     move ntv-aptnum of notice-record
005640         to nt-aptnum (notice-table-count).
005650     move ntv-move-out-date of notice-record
005660         to nt-move-out (notice-table-count).
005670     move ntv-fwd-address of notice-record
005680         to nt-address (notice-table-count).
005690     move ntv-fwd-city of notice-record
005700         to nt-city (notice-table-count).
005710     move ntv-fwd-state of notice-record
005720         to nt-state (notice-table-count).
005730     move ntv-fwd-zip of notice-record
005740         to nt-zip (notice-table-count).
005750 2700-exit.
005760     exit.

005770*----------------------------------------------------------*
005780* A tenant refund check still outstanding and written on
005790* or before the dormancy cutoff is voided to the state.
005800*----------------------------------------------------------*
005810 3000-check-one.
005820     move ct-record (check-sub) to check-register-record.
005830     if not ckr-outstanding of check-register-record
005840         or ckr-source of check-register-record not = "TENRFND"
005850         go to 3000-exit.
005860     if ckr-date of check-register-record > dormant-cutoff
005870         go to 3000-exit.
005880     perform 4100-find-address thru 4100-exit.
005890     perform 3100-write-owner thru 3100-exit.
005900     perform 3200-print-check thru 3200-exit.
005910     move "U" to ckr-status of check-register-record.
005920     move run-date to ckr-status-date of check-register-record.
005930     move check-register-record to ct-record (check-sub).
005940     if ckr-building of check-register-record not = zero
005950         add ckr-amount of check-register-record
005960             to bu-amount (ckr-building of check-register-record).
005970     add 1 to unclaimed-count.
005980     add ckr-amount of check-register-record
005990         to unclaimed-total.
006000 3000-exit.
006010     exit.

006020 3100-write-owner.
006030     move spaces to up-owner-record.
006040     move "D" to up-o-rec-type.
006050     move ckr-payee of check-register-record to up-o-name.
006060     if address-found
006070         move mail-address to up-o-address
006080         move mail-city to up-o-city
006090         move mail-state to up-o-state
006100         move mail-zip to up-o-zip.
006110*    credit-balance refund checks
006120     move "CK12" to up-o-property-type.
006130     move ckr-check-no of check-register-record
006140         to up-o-check-no.
006150     move ckr-date of check-register-record to up-o-check-date.
006160     move ckr-letter-date of check-register-record
006170         to up-o-letter-date.
006180     move ckr-amount of check-register-record to up-o-amount.
006190     string ckr-building of check-register-record
006200             delimited by size
006210         "-" delimited by size
006220         ckr-aptnum of check-register-record delimited by size
006230         into up-o-unit.
006240     write up-owner-record.
006250 3100-exit.
006260     exit.

006270 3200-print-check.
006280     move "A" to TENFMT-FORMAT-CODE.
006290     move ckr-amount of check-register-record
006300         to TENFMT-RAW-AMOUNT.
006310     call "TENFMT" using TENFMT-PARMS.
006320     move spaces to report-line.
006330     string ckr-check-no of check-register-record
006340             delimited by size
006350         " " delimited by size
006360         ckr-date of check-register-record delimited by size
006370         "  " delimited by size
006380         ckr-building of check-register-record
006390             delimited by size
006400         "-" delimited by size
006410         ckr-aptnum of check-register-record delimited by size
006420         " " delimited by size
006430         ckr-payee of check-register-record delimited by size
006440         TENFMT-EDITED-OUT delimited by size
006450         " " delimited by size
006460         ckr-letter-date of check-register-record
006470             delimited by size
006480         into report-line.
006490     write report-line.
006500     if not address-found
006510         move "       NO ADDRESS ON FILE - REPORTED WITHOUT ONE"
006520             to report-line
006530         write report-line.
006540 3200-exit.
006550     exit.

006560*----------------------------------------------------------*
006570* Last known address: the former tenant's forwarding
006580* address by name, else the unit's latest vacate on or
006590* before the check date, else the unit address the check
006600* was mailed to.
006610*----------------------------------------------------------*
006620 4100-find-address.
006630     move "N" to address-found-switch.
006640     move ckr-payee of check-register-record to mail-name.
006650     if former-table-count > zero
006660         set former-table-index to 1
006670         search former-table-entry
006680             at end
006690                 continue
006700             when ft-building (former-table-index)
006710                     = ckr-building of check-register-record
006720                 and ft-aptnum (former-table-index)
006730                     = ckr-aptnum of check-register-record
006740                 and ft-name (former-table-index)
006750                     = ckr-payee of check-register-record
006760                 and ft-address (former-table-index)
006770                     not = spaces
006780                 move ft-address (former-table-index)
006790                     to mail-address
006800                 move ft-city (former-table-index) to mail-city
006810                 move ft-state (former-table-index)
006820                     to mail-state
006830                 move ft-zip (former-table-index) to mail-zip
006840                 move "Y" to address-found-switch.
006850     if address-found
006860         go to 4100-exit.
006870     move zero to best-move-out.
006880     perform 4200-check-notice thru 4200-exit
006890         varying notice-sub from 1 by 1
006900         until notice-sub > notice-table-count.
006910     if address-found
006920         go to 4100-exit.
006930     move ckr-building of check-register-record
006940         to building-id of sample-idx-record.
006950     move ckr-aptnum of check-register-record
006960         to aptnum of sample-idx-record.
006970     read sample-idx-file
006980         invalid key
006990             go to 4100-exit.
007000     move street-addr of sample-idx-record to mail-address.
007010     move city of sample-idx-record to mail-city.
007020     move state of sample-idx-record to mail-state.
007030     move zip of sample-idx-record to mail-zip.
007040     move "Y" to address-found-switch.
007050 4100-exit.
007060     exit.

007070 4200-check-notice.
007080     if nt-building (notice-sub)
007090             not = ckr-building of check-register-record
007100         or nt-aptnum (notice-sub)
007110             not = ckr-aptnum of check-register-record
007120         go to 4200-exit.
007130     if nt-move-out (notice-sub)
007140             > ckr-date of check-register-record
007150         or nt-move-out (notice-sub) < best-move-out
007160         go to 4200-exit.
007170     move nt-move-out (notice-sub) to best-move-out.
007180     move nt-address (notice-sub) to mail-address.
007190     move nt-city (notice-sub) to mail-city.
007200     move nt-state (notice-sub) to mail-state.
007210     move nt-zip (notice-sub) to mail-zip.
007220     move "Y" to address-found-switch.
007230 4200-exit.
007240     exit.

007250*----------------------------------------------------------*
007260* The voided checks come back into cash and go out again
007270* as a liability to the state, per building.
007280*----------------------------------------------------------*
007290 5000-book-liability.
007300     if bu-amount (building-sub) = zero
007310         go to 5000-exit.
007320     move 100100 to gl-account.
007330     move building-sub to gl-building.
007340     move run-date-yyyymm to gl-period.
007350     move "D" to gl-debit-credit.
007360     move bu-amount (building-sub) to gl-amount.
007370     write gl-journal-line.
007380     move 230100 to gl-account.
007390     move "C" to gl-debit-credit.
007400     write gl-journal-line.
007410     add 2 to journal-line-count.
007420 5000-exit.
007430     exit.

007440 6000-rewrite-register.
007450     if unclaimed-count = zero
007460         go to 6000-exit.
007470     open output check-register-file.
007480     perform 6100-write-register thru 6100-exit
007490         varying check-sub from 1 by 1
007500         until check-sub > check-table-count.
007510     close check-register-file.
007520 6000-exit.
007530     exit.

007540 6100-write-register.
007550     move ct-record (check-sub) to check-register-record.
007560     write check-register-record.
007570 6100-exit.
007580     exit.

007590 9000-finish.
007600     move spaces to up-trailer-record.
007610     move "T" to up-t-rec-type.
007620     move unclaimed-count to up-t-count.
007630     move unclaimed-total to up-t-total.
007640     write up-trailer-record.
007650     if unclaimed-count = zero
007660         move "NO DORMANT REFUND CHECKS" to report-line
007670         write report-line.
007680     move spaces to report-line.
007690     write report-line.
007700     move "A" to TENFMT-FORMAT-CODE.
007710     move unclaimed-total to TENFMT-RAW-AMOUNT.
007720     call "TENFMT" using TENFMT-PARMS.
007730     move spaces to report-line.
007740     string "CHECKS VOIDED TO STATE: " delimited by size
007750         unclaimed-count delimited by size
007760         "   TOTAL " delimited by size
007770         TENFMT-EDITED-OUT delimited by size
007780         into report-line.
007790     write report-line.
007800     close state-report-file.
007810     close gl-unclaimed-file.
007820     close unclaimed-register.
007830     close sample-idx-file.
007840     move "TENESCH" to TENRCAT-PROGRAM.
007850     move register-filename to TENRCAT-FILENAME.
007860     move 1 to TENRCAT-PAGES.
007870     move unclaimed-count to TENRCAT-LINES.
007880     call "TENRCAT" using TENRCAT-PARMS.
007890     move state-filename to TENRCAT-FILENAME.
007900     compute TENRCAT-LINES = unclaimed-count + 2.
007910     call "TENRCAT" using TENRCAT-PARMS.
007920     move glunclm-filename to TENRCAT-FILENAME.
007930     move journal-line-count to TENRCAT-LINES.
007940     call "TENRCAT" using TENRCAT-PARMS.
007950     move "E" to TENRUNC-FUNCTION.
007960     move unclaimed-count to TENRUNC-COUNT.
007970     call "TENRUNC" using TENRUNC-PARMS.
007980     move "I" to TENOLOG-SEVERITY.
007990     move spaces to TENOLOG-TEXT.
008000     string unclaimed-count delimited by size
008010         " check(s) voided to the state, total "
008020             delimited by size
008030         TENFMT-EDITED-OUT delimited by size
008040         into TENOLOG-TEXT.
008050     call "TENOLOG" using TENOLOG-PARMS.
008060 9000-exit.
008070     exit.

000100*----------------------------------------------------------*
000110* TENCKOS.COB
000120*
000130* Monthly stale-check report and due-diligence letters.
000140* Runs in the nightly chain and does its work on the first
000150* of the month only (the TENCLOSE rule).  Loads the
000160* checkreg.dat register and lists every check still
000170* outstanding more than 90 days after it was written --
000180* never cleared by the TENCKCL paid-checks import, never
000190* voided to the state by TENESCH -- on a dated report
000200* (stalechk.YYYYMMDD).  A stale TENRFND tenant refund check
000210* whose payee has not yet been written to gets the
000220* due-diligence letter the unclaimed-property law asks for
000230* on dilig.YYYYMMDD, and the letter date goes on the
000240* register (rewritten whole, the TENAPHLD way) so each
000250* payee is written once.  The letter goes to the best
000260* address on file: the fmrten.dat forwarding address of a
000270* former tenant of the unit by the payee's name, else the
000280* forwarding address on the unit's vacated notice-to-vacate
000290* (ntvacate.dat) on or before the check date, else the unit
000300* address the check was mailed to.  Owner and vendor checks
000310* are listed for the office to follow up; they get no
000320* letter.  Both files are cataloged through TENRCAT.
000330*----------------------------------------------------------*
000340* MODIFICATION HISTORY
000350*   DATE       INIT  DESCRIPTION
000360*   2026-10-15 JHM   Original program.
000370*----------------------------------------------------------*
000380 identification division.
000390 program-id. tenckos.
000400 author. J. H. Masters.
000410 installation. Property Management Systems.
000420 date-written. 2026-10-15.
000430 date-compiled. 2026-10-15.

000440 environment division.
000450 configuration section.
000460 source-computer. Intel486.
000470 object-computer. Intel486.

000480 input-output section.
000490 file-control.
000500     select sample-idx-file assign to disk
000510         organization is indexed
000520         record key is unit-key of sample-idx-record
000530         access mode is random
000540         file status is idx-file-status.

000550     select optional check-register-file assign to disk
000560         organization is line sequential
000570         file status is ckr-file-status.

000580     select optional former-tenant-file assign to disk
000590         organization is line sequential
000600         file status is fmr-file-status.

000610     select optional notice-file assign to disk
000620         organization is line sequential
000630         file status is ntv-file-status.

000640     select stale-report assign to disk
000650         organization is line sequential.

000660     select letter-file assign to disk
000670         organization is line sequential.

000680 data division.
000690 file section.
000700 fd  sample-idx-file
000710     label records are standard
000720     value of file-id is "indexed.dbf".
000730     copy TENREC
000740         replacing ==:REC-NAME:== by ==sample-idx-record==
000750             ==address== by ==street-addr==.

000760 fd  check-register-file
000770     label records are standard
000780     value of file-id is "checkreg.dat".
000790     copy TENCKR
000800         replacing ==:REC-NAME:==
000810             by ==check-register-record==.

000820 fd  former-tenant-file
000830     label records are standard
000840     value of file-id is "fmrten.dat".
000850     copy TENFMR
000860         replacing ==:REC-NAME:==
000870             by ==former-tenant-record==.

000880 fd  notice-file
000890     label records are standard
000900     value of file-id is "ntvacate.dat".
000910     copy TENNTV
000920         replacing ==:REC-NAME:==
000930             by ==notice-record==.

000940 fd  stale-report
000950     label records are standard
000960     value of file-id is stale-filename.
000970 01  report-line             picture is X(80).

000980 fd  letter-file
000990     label records are standard
001000     value of file-id is letter-filename.
001010 01  letter-line             picture is X(80).

001020 working-storage section.
001030 01  stale-filename          picture is X(30).
001040 01  letter-filename         picture is X(30).
001050     copy TENRCAT.
001060     copy TENOLOG.
001070     copy TENDAYS.
001080     copy TENFMT.
001090 01  idx-file-status         picture is X(02).
001100 01  ckr-file-status         picture is X(02).
001110 01  ckr-eof-switch          picture is X(01) value "N".
001120     88  register-file-at-end        value "Y".
001130 01  fmr-file-status         picture is X(02).
001140 01  fmr-eof-switch          picture is X(01) value "N".
001150     88  receivable-file-at-end      value "Y".
001160 01  ntv-file-status         picture is X(02).
001170 01  ntv-eof-switch          picture is X(01) value "N".
001180     88  notice-file-at-end          value "Y".
001190 01  table-overflowed-switch picture is X(01) value "N".
001200     88  table-overflowed            value "Y".
001210 01  address-found-switch    picture is X(01).
001220     88  address-found               value "Y".
001230 01  run-date                picture is 9(08).
001240 01  run-date-parts redefines run-date.
001250     05  run-date-yyyymm     picture is 9(06).
001260     05  run-date-dd         picture is 9(02).
001270 01  check-sub               picture is 9(04).
001280 01  notice-sub              picture is 9(04).
001290 01  days-out                picture is S9(07).
001300 01  days-print              picture is zzzz9.
001310 01  stale-count             picture is 9(05) value zero.
001320 01  stale-total             picture is 9(09)V99 value zero.
001330 01  letter-count            picture is 9(05) value zero.
001340 01  letter-lines            picture is 9(07) value zero.
001350 01  best-move-out           picture is 9(08).
001360 01  letter-text             picture is X(10).
001370 01  amount-text             picture is X(12).
001380 01  first-name-part         picture is X(25).
001390 01  last-name-part          picture is X(25).
001400 01  name-pointer            picture is 9(02).
001410 01  mail-name               picture is X(25).
001420 01  mail-address            picture is X(25).
001430 01  mail-city               picture is X(15).
001440 01  mail-state              picture is X(02).
001450 01  mail-zip                picture is 99999B9999.

001460*----------------------------------------------------------*
001470* The whole check register, in file order, changed in
001480* place and written back.
001490*----------------------------------------------------------*
001500 01  check-table-area.
001510     05  check-table-count   picture is 9(04) value zero.
001520     05  check-table-entry occurs 1 to 5000 times
001530             depending on check-table-count.
001540         10  ct-record       picture is X(111).

001550*----------------------------------------------------------*
001560* Former-tenant forwarding addresses, latest move-out per
001570* unit-key and name.
001580*----------------------------------------------------------*
001590 01  former-table-area.
001600     05  former-table-count  picture is 9(03) value zero.
001610     05  former-table-entry occurs 1 to 200 times
001620             depending on former-table-count
001630             indexed by former-table-index.
001640         10  ft-building     picture is 9(02).
001650         10  ft-aptnum       picture is 9(04).
001660         10  ft-name         picture is X(25).
001670         10  ft-move-out     picture is 9(08).
001680         10  ft-address      picture is X(25).
001690         10  ft-city         picture is X(15).
001700         10  ft-state        picture is X(02).
001710         10  ft-zip          picture is 99999B9999.

001720*----------------------------------------------------------*
001730* Vacated notices carrying a forwarding address.
001740*----------------------------------------------------------*
001750 01  notice-table-area.
001760     05  notice-table-count  picture is 9(04) value zero.
001770     05  notice-table-entry occurs 1 to 1000 times
001780             depending on notice-table-count.
001790         10  nt-building     picture is 9(02).
001800         10  nt-aptnum       picture is 9(04).
001810         10  nt-move-out     picture is 9(08).
001820         10  nt-address      picture is X(25).
001830         10  nt-city         picture is X(15).
001840         10  nt-state        picture is X(02).
001850         10  nt-zip          picture is 9(09).

001860 procedure division.
001870 0000-mainline.
001880     move "TENCKOS" to TENOLOG-PROGRAM.
001890     perform 1000-initialize thru 1000-exit.
001900     perform 2000-load-register thru 2000-exit.
001910     if table-overflowed
001920         move "A" to TENOLOG-SEVERITY
001930         move spaces to TENOLOG-TEXT
001940         string "checkreg.dat is larger than the work "
001950                 delimited by size
001960             "table - no letters sent" delimited by size
001970             into TENOLOG-TEXT
001980         call "TENOLOG" using TENOLOG-PARMS
001990         close stale-report letter-file sample-idx-file
002000         move 1 to return-code
002010         goback.
002020     perform 2300-load-former thru 2300-exit.
002030     perform 2600-load-notices thru 2600-exit.
002040     perform 3000-check-one thru 3000-exit
002050         varying check-sub from 1 by 1
002060         until check-sub > check-table-count.
002070     perform 5000-rewrite-register thru 5000-exit.
002080     perform 9000-finish thru 9000-exit.
002090     goback.

002100 1000-initialize.
002110     move "I" to TENOLOG-SEVERITY
002120     move "stale-check report and due-diligence letters"
002130         to TENOLOG-TEXT
002140     call "TENOLOG" using TENOLOG-PARMS.
002150     accept run-date from date yyyymmdd.
002160     if run-date-dd not = 01
002170         move "I" to TENOLOG-SEVERITY
002180         move spaces to TENOLOG-TEXT
002190         string "not the first of the month - " delimited by size
002200             "nothing to report" delimited by size
002210             into TENOLOG-TEXT
002220         call "TENOLOG" using TENOLOG-PARMS
002230         goback.
002240     open input sample-idx-file.
002250     if idx-file-status not = "00"
002260         move "A" to TENOLOG-SEVERITY
002270         move spaces to TENOLOG-TEXT
002280         string "cannot open indexed.dbf, status "
002290                 delimited by size
002300             idx-file-status delimited by size
002310             into TENOLOG-TEXT
002320         call "TENOLOG" using TENOLOG-PARMS
002330         move 1 to return-code
002340         goback.
002350     move spaces to stale-filename.
002360     string "stalechk." delimited by size
002370         run-date delimited by size
002380         into stale-filename.
002390     move spaces to letter-filename.
002400     string "dilig." delimited by size
002410         run-date delimited by size
002420         into letter-filename.
002430     open output stale-report.
002440     open output letter-file.
002450     move "CHECKS OUTSTANDING MORE THAN 90 DAYS" to report-line.
002460     write report-line.
002470     move spaces to report-line.
002480     string "RUN DATE: " delimited by size
002490         run-date delimited by size
002500         into report-line.
002510     write report-line.
002520     move spaces to report-line.
002530     write report-line.
002540     move "CHECK  DATE      PAYEE" to report-line.
002550     move "AMOUNT DAYS  SOURCE   LETTER" to report-line (49:28).
002560     write report-line.
002570 1000-exit.
002580     exit.

002590 2000-load-register.
002600     open input check-register-file.
002610     if ckr-file-status not = "00"
002620         close check-register-file
002630         go to 2000-exit.
002640     perform 2100-read-register thru 2100-exit
002650         until register-file-at-end.
002660     close check-register-file.
002670 2000-exit.
002680     exit.

002690 2100-read-register.
002700     read check-register-file
002710         at end
002720             move "Y" to ckr-eof-switch
002730             go to 2100-exit.
002740     if check-table-count >= 5000
002750         move "Y" to table-overflowed-switch
002760         move "Y" to ckr-eof-switch
002770         go to 2100-exit.
002780*    a check written before the status fields existed reads
002790*    as outstanding with no letter sent
002800     if ckr-status-date of check-register-record not numeric
002810         move zero to ckr-status-date of check-register-record.
002820     if ckr-letter-date of check-register-record not numeric
002830         move zero to ckr-letter-date of check-register-record.
002840     add 1 to check-table-count.
002850     move check-register-record to ct-record (check-table-count).
002860 2100-exit.
002870     exit.

002880 2300-load-former.
002890     open input former-tenant-file.
002900     if fmr-file-status not = "00"
002910         close former-tenant-file
002920         go to 2300-exit.
002930     perform 2400-read-former thru 2400-exit
002940         until receivable-file-at-end.
002950     close former-tenant-file.
002960 2300-exit.
002970     exit.

002980 2400-read-former.
002990     read former-tenant-file
003000         at end
003010             move "Y" to fmr-eof-switch
003020             go to 2400-exit.
003030     set former-table-index to 1.
003040     if former-table-count > zero
003050         search former-table-entry
003060             at end
003070                 perform 2500-add-former thru 2500-exit
003080             when ft-building (former-table-index)
003090                     = fmr-building of former-tenant-record
003100                 and ft-aptnum (former-table-index)
003110                     = fmr-aptnum of former-tenant-record
003120                 and ft-name (former-table-index)
003130                     = fmr-name of former-tenant-record
003140                 if fmr-move-out-date of former-tenant-record
003150                         not < ft-move-out (former-table-index)
003160                     perform 2550-replace-former thru 2550-exit
003170                 end-if
003180     else
003190         perform 2500-add-former thru 2500-exit.
003200 2400-exit.
003210     exit.

003220 2500-add-former.
003230     if former-table-count >= 200
003240         move "W" to TENOLOG-SEVERITY
003250         move "former-tenant table overflow" to TENOLOG-TEXT
003260         call "TENOLOG" using TENOLOG-PARMS
003270     else
003280         add 1 to former-table-count
003290         set former-table-index to former-table-count
003300         perform 2550-replace-former thru 2550-exit.
003310 2500-exit.
003320     exit.

003330 2550-replace-former.
003340     move fmr-building of former-tenant-record
003350         to ft-building (former-table-index).
003360     move fmr-aptnum of former-tenant-record
003370         to ft-aptnum (former-table-index).
003380     move fmr-name of former-tenant-record
003390         to ft-name (former-table-index).
003400     move fmr-move-out-date of former-tenant-record
003410         to ft-move-out (former-table-index).
003420     move fmr-fwd-address of former-tenant-record
003430         to ft-address (former-table-index).
003440     move fmr-fwd-city of former-tenant-record
003450         to ft-city (former-table-index).
003460     move fmr-fwd-state of former-tenant-record
003470         to ft-state (former-table-index).
003480     move fmr-fwd-zip of former-tenant-record
003490         to ft-zip (former-table-index).
003500 2550-exit.
003510     exit.

003520 2600-load-notices.
003530     open input notice-file.
003540     if ntv-file-status not = "00"
003550         close notice-file
003560         go to 2600-exit.
003570     perform 2700-read-notice thru 2700-exit
003580         until notice-file-at-end.
003590     close notice-file.
003600 2600-exit.
003610     exit.

003620 2700-read-notice.
003630     read notice-file
003640         at end
003650             move "Y" to ntv-eof-switch
003660             go to 2700-exit.
003670     if not ntv-vacated of notice-record
003680         or ntv-fwd-address of notice-record = spaces
003690         go to 2700-exit.
003700     if notice-table-count >= 1000
003710         move "W" to TENOLOG-SEVERITY
003720         move "notice table overflow" to TENOLOG-TEXT
003730         call "TENOLOG" using TENOLOG-PARMS
003740         go to 2700-exit.
003750     add 1 to notice-table-count.
003760     move ntv-building of notice-record
003770         to nt-building (notice-table-count).
003780     move ntv-aptnum of notice-record
003790         to nt-aptnum (notice-table-count).
003800     move ntv-move-out-date of notice-record
003810         to nt-move-out (notice-table-count).
003820     move ntv-fwd-address of notice-record
003830         to nt-address (notice-table-count).
003840     move ntv-fwd-city of notice-record
003850         to nt-city (notice-table-count).
003860     move ntv-fwd-state of notice-record
003870         to nt-state (notice-table-count).
003880     move ntv-fwd-zip of notice-record
003890         to nt-zip (notice-table-count).
003900 2700-exit.
003910     exit.

003920*----------------------------------------------------------*
003930* An outstanding check more than 90 days old is listed; a
003940* tenant refund among them gets its one letter.
003950*----------------------------------------------------------*
003960 3000-check-one.
003970     move ct-record (check-sub) to check-register-record.
003980     if not ckr-outstanding of check-register-record
003990         go to 3000-exit.
004000     move ckr-date of check-register-record to TENDAYS-FROM.
004010     move run-date to TENDAYS-TO.
004020     call "TENDAYS" using TENDAYS-PARMS.
004030     move TENDAYS-DAYS to days-out.
004040     if days-out not > 90
004050         go to 3000-exit.
004060     add 1 to stale-count.
004070     add ckr-amount of check-register-record to stale-total.
004080     move spaces to letter-text.
004090     if ckr-source of check-register-record = "TENRFND"
004100         if ckr-letter-date of check-register-record = zero
004110             perform 4000-send-letter thru 4000-exit
004120             move "SENT TODAY" to letter-text
004130         else
004140             move ckr-letter-date of check-register-record
004150                 to letter-text.
004160     move days-out to days-print.
004170     move "A" to TENFMT-FORMAT-CODE.
004180     move ckr-amount of check-register-record
004190         to TENFMT-RAW-AMOUNT.
004200     call "TENFMT" using TENFMT-PARMS.
004210     move spaces to report-line.
004220     string ckr-check-no of check-register-record
004230             delimited by size
004240         " " delimited by size
004250         ckr-date of check-register-record delimited by size
004260         "  " delimited by size
004270         ckr-payee of check-register-record delimited by size
004280         TENFMT-EDITED-OUT delimited by size
004290         " " delimited by size
004300         days-print delimited by size
004310         " " delimited by size
004320         ckr-source of check-register-record delimited by size
004330         " " delimited by size
004340         letter-text delimited by size
004350         into report-line.
004360     write report-line.
004370 3000-exit.
004380     exit.

004390*----------------------------------------------------------*
004400* The due-diligence letter, to the best address on file,
004410* and the letter date onto the register entry.
004420*----------------------------------------------------------*
004430 4000-send-letter.
004440     perform 4100-find-address thru 4100-exit.
004450     if not address-found
004460         move "W" to TENOLOG-SEVERITY
004470         move ckr-building of check-register-record
004480             to TENOLOG-BUILDING
004490         move ckr-aptnum of check-register-record
004500             to TENOLOG-APTNUM
004510         move spaces to TENOLOG-TEXT
004520         string "no address for refund check "
004530                 delimited by size
004540             ckr-check-no of check-register-record
004550                 delimited by size
004560             " - letter not sent" delimited by size
004570             into TENOLOG-TEXT
004580         call "TENOLOG" using TENOLOG-PARMS
004590         move zero to TENOLOG-BUILDING
004600         move zero to TENOLOG-APTNUM
004610         go to 4000-exit.
004620     move all "=" to letter-line.
004630     write letter-line.
004640     move "NOTICE OF UNCASHED CHECK - UNCLAIMED FUNDS"
004650         to letter-line.
004660     write letter-line.
004670     move spaces to letter-line.
004680     string "DATE: " delimited by size
004690         run-date delimited by size
004700         into letter-line.
004710     write letter-line.
004720     move spaces to letter-line.
004730     write letter-line.
004740     perform 4500-address-block thru 4500-exit.
004750     move spaces to letter-line.
004760     write letter-line.
004770     move "A" to TENFMT-FORMAT-CODE.
004780     move ckr-amount of check-register-record
004790         to TENFMT-RAW-AMOUNT.
004800     call "TENFMT" using TENFMT-PARMS.
004810     move TENFMT-EDITED-OUT to amount-text.
004820     move spaces to letter-line.
004830     string "  OUR RECORDS SHOW THAT CHECK NO " delimited by size
004840         ckr-check-no of check-register-record
004850             delimited by size
004860         " DATED " delimited by size
004870         ckr-date of check-register-record delimited by size
004880         into letter-line.
004890     write letter-line.
004900     move spaces to letter-line.
004910     string "  FOR " delimited by size
004920         amount-text delimited by size
004930         ", A REFUND ON UNIT " delimited by size
004940         ckr-building of check-register-record
004950             delimited by size
004960         "-" delimited by size
004970         ckr-aptnum of check-register-record delimited by size
004980         ", HAS NOT BEEN CASHED." delimited by size
004990         into letter-line.
005000     write letter-line.
005010     move "  IF THESE FUNDS ARE YOURS, PLEASE CONTACT OUR OFFICE"
005020         to letter-line.
005030     write letter-line.
005040     move "  TO HAVE THE CHECK REISSUED.  FUNDS STILL UNCLAIMED"
005050         to letter-line.
005060     write letter-line.
005070     move "  AT THE END OF THE DORMANCY PERIOD MUST BE REPORTED"
005080         to letter-line.
005090     write letter-line.
005100     move "  AND PAID TO THE STATE AS UNCLAIMED PROPERTY."
005110         to letter-line.
005120     write letter-line.
005130     move spaces to letter-line.
005140     write letter-line.
005150     add 15 to letter-lines.
005160     add 1 to letter-count.
005170     move run-date to ckr-letter-date of check-register-record.
005180     move check-register-record to ct-record (check-sub).
005190 4000-exit.
005200     exit.

005210 4100-find-address.
005220     move "N" to address-found-switch.
005230     move ckr-payee of check-register-record to mail-name.
005240     if former-table-count > zero
005250         set former-table-index to 1
005260         search former-table-entry
005270             at end
005280                 continue
005290             when ft-building (former-table-index)
005300                     = ckr-building of check-register-record
005310                 and ft-aptnum (former-table-index)
005320                     = ckr-aptnum of check-register-record
005330                 and ft-name (former-table-index)
005340                     = ckr-payee of check-register-record
005350                 and ft-address (former-table-index)
005360                     not = spaces
005370                 move ft-address (former-table-index)
005380                     to mail-address
005390                 move ft-city (former-table-index) to mail-city
005400                 move ft-state (former-table-index)
005410                     to mail-state
005420                 move ft-zip (former-table-index) to mail-zip
005430                 move "Y" to address-found-switch.
005440     if address-found
005450         go to 4100-exit.
005460     move zero to best-move-out.
005470     perform 4200-check-notice thru 4200-exit
005480         varying notice-sub from 1 by 1
005490         until notice-sub > notice-table-count.
005500     if address-found
005510         go to 4100-exit.
005520     move ckr-building of check-register-record
005530         to building-id of sample-idx-record.
005540     move ckr-aptnum of check-register-record
005550         to aptnum of sample-idx-record.
005560     read sample-idx-file
005570         invalid key
005580             go to 4100-exit.
005590     move street-addr of sample-idx-record to mail-address.
005600     move city of sample-idx-record to mail-city.
005610     move state of sample-idx-record to mail-state.
005620     move zip of sample-idx-record to mail-zip.
005630     move "Y" to address-found-switch.
005640 4100-exit.
005650     exit.

005660*----------------------------------------------------------*
005670* The unit's latest vacate on or before the check date.
005680*----------------------------------------------------------*
005690 4200-check-notice.
005700     if nt-building (notice-sub)
005710             not = ckr-building of check-register-record
005720         or nt-aptnum (notice-sub)
005730             not = ckr-aptnum of check-register-record
005740         go to 4200-exit.
005750     if nt-move-out (notice-sub)
005760             > ckr-date of check-register-record
005770         or nt-move-out (notice-sub) < best-move-out
005780         go to 4200-exit.
005790     move nt-move-out (notice-sub) to best-move-out.
005800     move nt-address (notice-sub) to mail-address.
005810     move nt-city (notice-sub) to mail-city.
005820     move nt-state (notice-sub) to mail-state.
005830     move nt-zip (notice-sub) to mail-zip.
005840     move "Y" to address-found-switch.
005850 4200-exit.
005860     exit.

005870*----------------------------------------------------------*
005880* Address block, the TENLABEL last-comma-first rendering.
005890*----------------------------------------------------------*
005900 4500-address-block.
005910     move spaces to first-name-part.
005920     move spaces to last-name-part.
005930     move 1 to name-pointer.
005940     unstring mail-name delimited by space
005950         into first-name-part
005960         with pointer name-pointer.
005970     if name-pointer <= 25
005980         move mail-name (name-pointer:) to last-name-part.
005990     move spaces to letter-line.
006000     string last-name-part delimited by space
006010         ", " delimited by size
006020         first-name-part delimited by space
006030         into letter-line.
006040     write letter-line.
006050     move mail-address to letter-line.
006060     write letter-line.
006070     move spaces to letter-line.
006080     string mail-city delimited by space
006090         ", " delimited by size
006100         mail-state delimited by size
006110         "  " delimited by size
006120         mail-zip delimited by size
006130         into letter-line.
006140     write letter-line.
006150 4500-exit.
006160     exit.

006170 5000-rewrite-register.
006180     if letter-count = zero
006190         go to 5000-exit.
006200     open output check-register-file.
006210     perform 5100-write-register thru 5100-exit
006220         varying check-sub from 1 by 1
006230         until check-sub > check-table-count.
006240     close check-register-file.
006250 5000-exit.
006260     exit.

006270 5100-write-register.
006280     move ct-record (check-sub) to check-register-record.
006290     write check-register-record.
006300 5100-exit.
006310     exit.

006320 9000-finish.
006330     if stale-count = zero
006340         move "NO CHECKS OUTSTANDING MORE THAN 90 DAYS"
006350             to report-line
006360         write report-line.
006370     move spaces to report-line.
006380     write report-line.
006390     move "A" to TENFMT-FORMAT-CODE.
006400     move stale-total to TENFMT-RAW-AMOUNT.
006410     call "TENFMT" using TENFMT-PARMS.
006420     move spaces to report-line.
006430     string "STALE CHECKS: " delimited by size
006440         stale-count delimited by size
006450         "  TOTAL " delimited by size
006460         TENFMT-EDITED-OUT delimited by size
006470         "  LETTERS SENT: " delimited by size
006480         letter-count delimited by size
006490         into report-line.
006500     write report-line.
006510     close stale-report.
006520     close letter-file.
006530     close sample-idx-file.
006540     move "TENCKOS" to TENRCAT-PROGRAM.
006550     move stale-filename to TENRCAT-FILENAME.
006560     move 1 to TENRCAT-PAGES.
006570     move stale-count to TENRCAT-LINES.
006580     call "TENRCAT" using TENRCAT-PARMS.
006590     move letter-filename to TENRCAT-FILENAME.
006600     move letter-count to TENRCAT-PAGES.
006610     move letter-lines to TENRCAT-LINES.
006620     call "TENRCAT" using TENRCAT-PARMS.
006630     move "I" to TENOLOG-SEVERITY
006640     move spaces to TENOLOG-TEXT
006650     string stale-count delimited by size
006660         " check(s) outstanding over 90 days, " delimited by size
006670         letter-count delimited by size
006680         " letter(s) sent" delimited by size
006690         into TENOLOG-TEXT
006700     call "TENOLOG" using TENOLOG-PARMS.
006710 9000-exit.
006720     exit.

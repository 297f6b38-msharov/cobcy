000100*----------------------------------------------------------*
000110* TENADDS.COB
000120*
000130* Address standardization pass.  Walks the three address
000140* files -- the tenant records on indexed.dbf, the building
000150* master bldgmst.dat and the former-tenant forwarding
000160* addresses on fmrten.dat -- and corrects each address in
000170* place:
000180*   - the street abbreviations: STREET, STR and St. go to
000190*     ST, AVENUE, AV, AVN and Ave. to AVE, APARTMENT and
000200*     Apt. to APT (a ST directly after the house number is
000210*     a saint, 12 St Marks Pl, and is left alone);
000220*   - the city and state, through the shared TENZIPV
000230*     subprogram against the zipref.dat ZIP reference: a
000240*     city or state keyed in other capitals, or belonging to
000250*     another ZIP, takes the reference's standard for the
000260*     ZIP.  The ZIP is trusted over the city, as the mail
000270*     is delivered by it.
000280* A ZIP that is not on zipref.dat, or is not a valid ZIP at
000290* all, is reported but not corrected; it has to be looked
000300* at by hand.  Every correction, old value and new, and
000310* every ZIP exception is listed on addrstd.YYYYMMDD,
000320* cataloged through TENRCAT, with the counts per file.
000330*
000340* indexed.dbf is rewritten in place, each corrected tenant
000350* with the usual tenaudit.dat before-image record;
000360* bldgmst.dat and fmrten.dat go through a .new copy and are
000370* copied back, the TENFCNV technique.  A redacted
000380* former-tenant record is passed over.  Run by hand once
000390* when zipref.dat is first loaded, then from the nightly
000400* driver under the batch lock (weekly on the batcal.ctl
000410* calendar is plenty); a standard address is never changed
000420* again, so a rerun corrects only what was keyed since.
000430*----------------------------------------------------------*
000440* MODIFICATION HISTORY
000450*   DATE       INIT  DESCRIPTION
000460*   2026-10-15 JHM   Original program.
000470*----------------------------------------------------------*
000480 identification division.
000490 program-id. tenadds.
000500 author. J. H. Masters.
000510 installation. Property Management Systems.
000520 date-written. 2026-10-15.
000530 date-compiled. 2026-10-15.

000540 environment division.
000550 configuration section.
000560 source-computer. Intel486.
000570 object-computer. Intel486.

000580 input-output section.
000590 file-control.
000600     select sample-idx-file assign to disk
000610         organization is indexed
000620         record key is unit-key of sample-idx-record
000630         access mode is dynamic
000640         file status is idx-file-status.

000650     select optional audit-log-file assign to disk
000660         organization is line sequential.

000670     select optional building-dat-file assign to disk
000680         organization is line sequential
000690         file status is dat-file-status.

000700     select optional building-new-file assign to disk
000710         organization is line sequential
000720         file status is new-file-status.

000730     select optional former-dat-file assign to disk
000740         organization is line sequential
000750         file status is dat-file-status.

000760     select optional former-new-file assign to disk
000770         organization is line sequential
000780         file status is new-file-status.

000790     select standardize-report assign to disk
000800         organization is line sequential.

000810 data division.
000820 file section.
000830 fd  sample-idx-file
000840     label records are standard
000850     value of file-id is "indexed.dbf".
000860     copy TENREC
000870         replacing ==:REC-NAME:== by ==sample-idx-record==
000880             ==address== by ==street-addr==.

000890 fd  audit-log-file
000900     label records are standard
000910     value of file-id is "tenaudit.dat".
000920     copy TENAUDIT
000930         replacing ==:REC-NAME:==
000940             by ==audit-record==.

000950 fd  building-dat-file
000960     label records are standard
000970     value of file-id is "bldgmst.dat".
000980     copy TENBLD
000990         replacing ==:REC-NAME:==
001000             by ==building-record==.

001010 fd  building-new-file
001020     label records are standard
001030     value of file-id is "bldgmst.new".
001040     copy TENBLD
001050         replacing ==:REC-NAME:==
001060             by ==building-copy-record==.

001070 fd  former-dat-file
001080     label records are standard
001090     value of file-id is "fmrten.dat".
001100     copy TENFMR
001110         replacing ==:REC-NAME:==
001120             by ==former-tenant-record==.

001130 fd  former-new-file
001140     label records are standard
001150     value of file-id is "fmrten.new".
001160     copy TENFMR
001170         replacing ==:REC-NAME:==
001180             by ==former-copy-record==.

001190 fd  standardize-report
001200     label records are standard
001210     value of file-id is addrstd-filename.
001220 01  report-line             picture is X(80).

001230 working-storage section.
001240 01  addrstd-filename        picture is X(30).
001250     copy TENRCAT.
001260     copy TENOLOG.
001270     copy TENWHO.
001280     copy TENZIPV.
001290 01  before-image            picture is X(133).
001300 01  idx-file-status         picture is X(02).
001310 01  dat-file-status         picture is X(02).
001320 01  new-file-status         picture is X(02).
001330 01  dat-eof-switch          picture is X(01).
001340     88  dat-file-at-end             value "Y".
001350 01  new-eof-switch          picture is X(01).
001360     88  new-file-at-end             value "Y".
001370 01  run-failed-switch       picture is X(01) value "N".
001380     88  run-failed                  value "Y".
001390 01  no-table-switch         picture is X(01) value "N".
001400     88  no-zip-table                value "Y".
001410 01  record-changed-switch   picture is X(01).
001420     88  record-changed              value "Y".
001430 01  run-date                picture is 9(08).
001440 01  audit-clock-time        picture is 9(08).
001450 01  line-count              picture is 9(07) value zero.
001460 01  current-file-tag        picture is X(08).
001470 01  current-file-name       picture is X(12).
001480 01  key-text                picture is X(08).
001490 01  field-name              picture is X(07).
001500 01  old-value               picture is X(25).
001510 01  new-value               picture is X(25).
001520 01  records-read            picture is 9(07).
001530 01  records-corrected       picture is 9(07).
001540 01  zip-exceptions          picture is 9(07).
001550 01  total-corrected         picture is 9(07) value zero.
001560 01  total-exceptions        picture is 9(07) value zero.

001570*----------------------------------------------------------*
001580* The redaction marker TENREDAC puts on a former tenant.
001590*----------------------------------------------------------*
001600 01  redaction-marker        picture is X(10)
001610                             value "*REDACTED*".

001620*----------------------------------------------------------*
001630* The address being standardized, whichever file it came
001640* from.
001650*----------------------------------------------------------*
001660 01  place-street            picture is X(25).
001670 01  place-city              picture is X(15).
001680 01  place-state             picture is X(02).
001690 01  place-zip5              picture is X(05).

001700*----------------------------------------------------------*
001710* Street-address word work area.  A 25-byte street holds
001720* at most 12 words.
001730*----------------------------------------------------------*
001740 01  street-out              picture is X(25).
001750 01  street-word-area.
001760     05  street-word         picture is X(25)
001770                             occurs 12 times.
001780 01  word-count              picture is 9(02).
001790 01  word-sub                picture is 9(02).
001800 01  word-key                picture is X(25).
001810 01  word-standard           picture is X(04).
001820 01  street-pointer          picture is 9(02).
001830 01  street-mapped-switch    picture is X(01).
001840     88  street-mapped               value "Y".

001850 procedure division.
001860 0000-mainline.
001870     move "TENADDS" to TENOLOG-PROGRAM.
001880     perform 1000-initialize thru 1000-exit.
001890     perform 2000-standardize-tenants thru 2000-exit.
001900     perform 3000-standardize-buildings thru 3000-exit.
001910     perform 4000-standardize-former thru 4000-exit.
001920     perform 9000-finish thru 9000-exit.
001930     if run-failed
001940         move 1 to return-code.
001950     goback.

001960 1000-initialize.
001970     move "I" to TENOLOG-SEVERITY.
001980     move "standardizing addresses against zipref.dat"
001990         to TENOLOG-TEXT.
002000     call "TENOLOG" using TENOLOG-PARMS.
002010     accept run-date from date yyyymmdd.
002020     call "TENWHO" using TENWHO-PARMS.
002030     move spaces to addrstd-filename.
002040     string "addrstd." delimited by size
002050         run-date delimited by size
002060         into addrstd-filename.
002070     open output standardize-report.
002080     open extend audit-log-file.
002090     move "ADDRESS STANDARDIZATION REPORT" to report-line.
002100     write report-line.
002110     move spaces to report-line.
002120     string "RUN DATE: " delimited by size
002130         run-date delimited by size
002140         into report-line.
002150     write report-line.
002160     move spaces to report-line.
002170     write report-line.
002180     move spaces to report-line.
002190     move "FILE" to report-line (1:4).
002200     move "KEY" to report-line (10:3).
002210     move "FIELD" to report-line (19:5).
002220     move "OLD VALUE" to report-line (27:9).
002230     move "NEW VALUE" to report-line (56:9).
002240     write report-line.
002250     add 4 to line-count.
002260 1000-exit.
002270     exit.

002280*----------------------------------------------------------*
002290* indexed.dbf: read in key order and rewritten in place,
002300* each corrected tenant with an audit before-image.
002310*----------------------------------------------------------*
002320 2000-standardize-tenants.
002330     move "INDEXED" to current-file-tag.
002340     move "INDEXED.DBF" to current-file-name.
002350     move zero to records-read.
002360     move zero to records-corrected.
002370     move zero to zip-exceptions.
002380     open i-o sample-idx-file.
002390     if idx-file-status not = "00"
002400         move "E" to TENOLOG-SEVERITY
002410         move spaces to TENOLOG-TEXT
002420         string "cannot open indexed.dbf, status "
002430                 delimited by size
002440             idx-file-status delimited by size
002450             into TENOLOG-TEXT
002460         call "TENOLOG" using TENOLOG-PARMS
002470         move "Y" to run-failed-switch
002480         perform 7300-skip-line thru 7300-exit
002490         go to 2000-exit.
002500     move low-values to unit-key of sample-idx-record.
002510     start sample-idx-file key is not less than
002520             unit-key of sample-idx-record
002530         invalid key
002540             move "10" to idx-file-status.
002550     perform 2100-read-tenant thru 2100-exit
002560         until idx-file-status = "10".
002570     close sample-idx-file.
002580     perform 7200-count-line thru 7200-exit.
002590 2000-exit.
002600     exit.

002610 2100-read-tenant.
002620     read sample-idx-file next record
002630         at end
002640             continue
002650         not at end
002660             perform 2200-check-tenant thru 2200-exit.
002670 2100-exit.
002680     exit.

002690 2200-check-tenant.
002700     add 1 to records-read.
002710     move sample-idx-record to before-image.
002720     move spaces to key-text.
002730     string building-id of sample-idx-record delimited by size
002740         "-" delimited by size
002750         aptnum of sample-idx-record delimited by size
002760         into key-text.
002770     move street-addr of sample-idx-record to place-street.
002780     move city of sample-idx-record to place-city.
002790     move state of sample-idx-record to place-state.
002800     move zip of sample-idx-record (1:5) to place-zip5.
002810     perform 6000-standardize-place thru 6000-exit.
002820     if not record-changed
002830         go to 2200-exit.
002840     move place-street to street-addr of sample-idx-record.
002850     move place-city to city of sample-idx-record.
002860     move place-state to state of sample-idx-record.
002870     rewrite sample-idx-record
002880         invalid key
002890             move "E" to TENOLOG-SEVERITY
002900             move building-id of sample-idx-record
002910                 to TENOLOG-BUILDING
002920             move aptnum of sample-idx-record to TENOLOG-APTNUM
002930             move spaces to TENOLOG-TEXT
002940             string "rewrite failed, status " delimited by size
002950                 idx-file-status delimited by size
002960                 into TENOLOG-TEXT
002970             call "TENOLOG" using TENOLOG-PARMS
002980             move "Y" to run-failed-switch
002990         not invalid key
003000             add 1 to records-corrected
003010             perform 2300-record-audit thru 2300-exit.
003020 2200-exit.
003030     exit.

003040 2300-record-audit.
003050     accept audit-clock-time from time.
003060     move "TENADDS" to audit-program of audit-record.
003070     move run-date to audit-date of audit-record.
003080     move audit-clock-time to audit-time of audit-record.
003090     move building-id of sample-idx-record
003100         to audit-building of audit-record.
003110     move aptnum of sample-idx-record
003120         to audit-aptnum of audit-record.
003130     move "R" to audit-action of audit-record.
003140     move name of sample-idx-record
003150         to audit-before-name of audit-record.
003160     move name of sample-idx-record
003170         to audit-after-name of audit-record.
003180     move occ-status of sample-idx-record
003190         to audit-before-status of audit-record.
003200     move occ-status of sample-idx-record
003210         to audit-after-status of audit-record.
003220     move TENWHO-OPERATOR
003230         to audit-operator of audit-record.
003240     move before-image
003250         to audit-before-image of audit-record.
003260     write audit-record.
003270 2300-exit.
003280     exit.

003290*----------------------------------------------------------*
003300* bldgmst.dat: every record, superseded or not, goes to
003310* bldgmst.new corrected and is copied back.
003320*----------------------------------------------------------*
003330 3000-standardize-buildings.
003340     move "BLDGMST" to current-file-tag.
003350     move "BLDGMST.DAT" to current-file-name.
003360     move zero to records-read.
003370     move zero to records-corrected.
003380     move zero to zip-exceptions.
003390     move "N" to dat-eof-switch.
003400     open input building-dat-file.
003410     if dat-file-status not = "00"
003420         close building-dat-file
003430         perform 7300-skip-line thru 7300-exit
003440         go to 3000-exit.
003450     open output building-new-file.
003460     perform 3100-check-building thru 3100-exit
003470         until dat-file-at-end.
003480     close building-dat-file.
003490     close building-new-file.
003500     if records-corrected > zero
003510         perform 3500-copy-back-buildings thru 3500-exit.
003520     perform 7200-count-line thru 7200-exit.
003530 3000-exit.
003540     exit.

003550 3100-check-building.
003560     read building-dat-file
003570         at end
003580             move "Y" to dat-eof-switch
003590             go to 3100-exit.
003600     add 1 to records-read.
003610     move building-record to building-copy-record.
003620     move spaces to key-text.
003630     string "BLDG " delimited by size
003640         bld-building of building-record delimited by size
003650         into key-text.
003660     move bld-address of building-record to place-street.
003670     move bld-city of building-record to place-city.
003680     move bld-state of building-record to place-state.
003690     move bld-zip of building-record (1:5) to place-zip5.
003700     perform 6000-standardize-place thru 6000-exit.
003710     if record-changed
003720         add 1 to records-corrected
003730         move place-street
003740             to bld-address of building-copy-record
003750         move place-city to bld-city of building-copy-record
003760         move place-state to bld-state of building-copy-record.
003770     write building-copy-record.
003780 3100-exit.
003790     exit.

003800 3500-copy-back-buildings.
003810     move "N" to new-eof-switch.
003820     open input building-new-file.
003830     if new-file-status not = "00"
003840         close building-new-file
003850         go to 3500-exit.
003860     open output building-dat-file.
003870     perform 3510-copy-one thru 3510-exit
003880         until new-file-at-end.
003890     close building-new-file.
003900     close building-dat-file.
003910 3500-exit.
003920     exit.

003930 3510-copy-one.
003940     read building-new-file
003950         at end
003960             move "Y" to new-eof-switch
003970         not at end
003980             move building-copy-record to building-record
003990             write building-record.
004000 3510-exit.
004010     exit.

004020*----------------------------------------------------------*
004030* fmrten.dat: the forwarding addresses, every record, to
004040* fmrten.new and copied back.  A redacted record has no
004050* address left and passes through as it is.
004060*----------------------------------------------------------*
004070 4000-standardize-former.
004080     move "FMRTEN" to current-file-tag.
004090     move "FMRTEN.DAT" to current-file-name.
004100     move zero to records-read.
004110     move zero to records-corrected.
004120     move zero to zip-exceptions.
004130     move "N" to dat-eof-switch.
004140     open input former-dat-file.
004150     if dat-file-status not = "00"
004160         close former-dat-file
004170         perform 7300-skip-line thru 7300-exit
004180         go to 4000-exit.
004190     open output former-new-file.
004200     perform 4100-check-former thru 4100-exit
004210         until dat-file-at-end.
004220     close former-dat-file.
004230     close former-new-file.
004240     if records-corrected > zero
004250         perform 4500-copy-back-former thru 4500-exit.
004260     perform 7200-count-line thru 7200-exit.
004270 4000-exit.
004280     exit.

004290 4100-check-former.
004300     read former-dat-file
004310         at end
004320             move "Y" to dat-eof-switch
004330             go to 4100-exit.
004340     add 1 to records-read.
004350     move former-tenant-record to former-copy-record.
004360     if fmr-name of former-tenant-record = redaction-marker
004370         go to 4150-write-former.
004380     move spaces to key-text.
004390     string fmr-building of former-tenant-record
004400             delimited by size
004410         "-" delimited by size
004420         fmr-aptnum of former-tenant-record delimited by size
004430         into key-text.
004440     move fmr-fwd-address of former-tenant-record
004450         to place-street.
004460     move fmr-fwd-city of former-tenant-record to place-city.
004470     move fmr-fwd-state of former-tenant-record to place-state.
004480     move fmr-fwd-zip of former-tenant-record (1:5)
004490         to place-zip5.
004500     perform 6000-standardize-place thru 6000-exit.
004510     if record-changed
004520         add 1 to records-corrected
004530         move place-street
004540             to fmr-fwd-address of former-copy-record
004550         move place-city to fmr-fwd-city of former-copy-record
004560         move place-state
004570             to fmr-fwd-state of former-copy-record.
004580 4150-write-former.
004590     write former-copy-record.
004600 4100-exit.
004610     exit.

004620 4500-copy-back-former.
004630     move "N" to new-eof-switch.
004640     open input former-new-file.
004650     if new-file-status not = "00"
004660         close former-new-file
004670         go to 4500-exit.
004680     open output former-dat-file.
004690     perform 4510-copy-one thru 4510-exit
004700         until new-file-at-end.
004710     close former-new-file.
004720     close former-dat-file.
004730 4500-exit.
004740     exit.

004750 4510-copy-one.
004760     read former-new-file
004770         at end
004780             move "Y" to new-eof-switch
004790         not at end
004800             move former-copy-record to former-tenant-record
004810             write former-tenant-record.
004820 4510-exit.
004830     exit.

004840*----------------------------------------------------------*
004850* One address: the street abbreviations, then the city and
004860* state against the ZIP reference.  Each correction goes on
004870* the report; RECORD-CHANGED says whether there were any.
004880*----------------------------------------------------------*
004890 6000-standardize-place.
004900     move "N" to record-changed-switch.
004910     perform 6100-standardize-street thru 6100-exit.
004920     if street-out not = place-street
004930         move "STREET" to field-name
004940         move place-street to old-value
004950         move street-out to new-value
004960         perform 7100-detail-line thru 7100-exit
004970         move street-out to place-street
004980         move "Y" to record-changed-switch.
004990     if no-zip-table
005000         go to 6000-exit.
005010     move place-city to TENZIPV-CITY.
005020     move place-state to TENZIPV-STATE.
005030     move place-zip5 to TENZIPV-ZIP5.
005040     call "TENZIPV" using TENZIPV-PARMS.
005050     if TENZIPV-NO-TABLE
005060         move "Y" to no-table-switch
005070         move "W" to TENOLOG-SEVERITY
005080         move "no zipref.dat on file, city and state not checked"
005090             to TENOLOG-TEXT
005100         call "TENOLOG" using TENOLOG-PARMS
005110         go to 6000-exit.
005120     if TENZIPV-UNKNOWN-ZIP
005130         move "ZIP" to field-name
005140         move place-zip5 to old-value
005150         move "*** NOT ON ZIPREF.DAT" to new-value
005160         perform 7100-detail-line thru 7100-exit
005170         add 1 to zip-exceptions
005180         go to 6000-exit.
005190     if TENZIPV-BAD-ZIP
005200         move "ZIP" to field-name
005210         move place-zip5 to old-value
005220         move "*** NOT A VALID ZIP" to new-value
005230         perform 7100-detail-line thru 7100-exit
005240         add 1 to zip-exceptions
005250         go to 6000-exit.
005260     if TENZIPV-MATCHED
005270         go to 6000-exit.
005280     if place-city not = TENZIPV-STD-CITY
005290         move "CITY" to field-name
005300         move place-city to old-value
005310         move TENZIPV-STD-CITY to new-value
005320         perform 7100-detail-line thru 7100-exit
005330         move TENZIPV-STD-CITY to place-city
005340         move "Y" to record-changed-switch.
005350     if place-state not = TENZIPV-STD-STATE
005360         move "STATE" to field-name
005370         move place-state to old-value
005380         move TENZIPV-STD-STATE to new-value
005390         perform 7100-detail-line thru 7100-exit
005400         move TENZIPV-STD-STATE to place-state
005410         move "Y" to record-changed-switch.
005420 6000-exit.
005430     exit.

005440*----------------------------------------------------------*
005450* The street is broken into words, each word compared in
005460* capitals without a trailing period, and rebuilt with
005470* single spaces only when a word was replaced, so an
005480* address with nothing to correct is never touched.
005490*----------------------------------------------------------*
005500 6100-standardize-street.
005510     move place-street to street-out.
005520     if place-street = spaces
005530         go to 6100-exit.
005540     move "N" to street-mapped-switch.
005550     move spaces to street-word-area.
005560     move zero to word-count.
005570     unstring place-street delimited by all space
005580         into street-word (1) street-word (2) street-word (3)
005590             street-word (4) street-word (5) street-word (6)
005600             street-word (7) street-word (8) street-word (9)
005610             street-word (10) street-word (11)
005620             street-word (12)
005630         tallying in word-count.
005640     perform 6110-map-word thru 6110-exit
005650         varying word-sub from 1 by 1
005660         until word-sub > word-count.
005670     if not street-mapped
005680         go to 6100-exit.
005690     move spaces to street-out.
005700     move 1 to street-pointer.
005710     perform 6120-rebuild-word thru 6120-exit
005720         varying word-sub from 1 by 1
005730         until word-sub > word-count.
005740 6100-exit.
005750     exit.

005760 6110-map-word.
005770     move street-word (word-sub) to word-key.
005780     inspect word-key converting
005790         "abcdefghijklmnopqrstuvwxyz"
005800         to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
005810     inspect word-key replacing all "." by space.
005820     move spaces to word-standard.
005830     if word-key = "STREET" or "STR" or "ST"
005840         move "ST" to word-standard.
005850     if word-key = "AVENUE" or "AVN" or "AV" or "AVE"
005860         move "AVE" to word-standard.
005870     if word-key = "APARTMENT" or "APT"
005880         move "APT" to word-standard.
005890     if word-standard = spaces
005900         go to 6110-exit.
005910     if word-standard = "ST"
005920         and word-sub = 2
005930         and street-word (1) (1:1) is numeric
005940         go to 6110-exit.
005950     if street-word (word-sub) = word-standard
005960         go to 6110-exit.
005970     move word-standard to street-word (word-sub).
005980     move "Y" to street-mapped-switch.
005990 6110-exit.
006000     exit.

006010 6120-rebuild-word.
006020     if street-word (word-sub) = spaces
006030         go to 6120-exit.
006040     if street-pointer > 1
006050         string " " delimited by size
006060             into street-out
006070             with pointer street-pointer.
006080     string street-word (word-sub) delimited by space
006090         into street-out
006100         with pointer street-pointer.
006110 6120-exit.
006120     exit.

006130 7100-detail-line.
006140     move spaces to report-line.
006150     move current-file-tag to report-line (1:8).
006160     move key-text to report-line (10:8).
006170     move field-name to report-line (19:7).
006180     move old-value to report-line (27:25).
006190     move "->" to report-line (53:2).
006200     move new-value to report-line (56:25).
006210     write report-line.
006220     add 1 to line-count.
006230 7100-exit.
006240     exit.

006250 7200-count-line.
006260     move spaces to report-line.
006270     write report-line.
006280     move spaces to report-line.
006290     string "  " delimited by size
006300         current-file-name delimited by size
006310         "  READ " delimited by size
006320         records-read delimited by size
006330         "  CORRECTED " delimited by size
006340         records-corrected delimited by size
006350         "  ZIP EXCEPTIONS " delimited by size
006360         zip-exceptions delimited by size
006370         into report-line.
006380     write report-line.
006390     move spaces to report-line.
006400     write report-line.
006410     add 3 to line-count.
006420     add records-corrected to total-corrected.
006430     add zip-exceptions to total-exceptions.
006440 7200-exit.
006450     exit.

006460 7300-skip-line.
006470     move spaces to report-line.
006480     string "  " delimited by size
006490         current-file-name delimited by size
006500         "  NOT ON FILE, SKIPPED" delimited by size
006510         into report-line.
006520     write report-line.
006530     add 1 to line-count.
006540 7300-exit.
006550     exit.

006560 9000-finish.
006570     close audit-log-file.
006580     close standardize-report.
006590     move "TENADDS" to TENRCAT-PROGRAM.
006600     move addrstd-filename to TENRCAT-FILENAME.
006610     move 1 to TENRCAT-PAGES.
006620     move line-count to TENRCAT-LINES.
006630     call "TENRCAT" using TENRCAT-PARMS.
006640     move "I" to TENOLOG-SEVERITY.
006650     move spaces to TENOLOG-TEXT.
006660     string total-corrected delimited by size
006670         " record(s) corrected, " delimited by size
006680         total-exceptions delimited by size
006690         " ZIP exception(s) to review" delimited by size
006700         into TENOLOG-TEXT.
006710     call "TENOLOG" using TENOLOG-PARMS.
006720 9000-exit.
006730     exit.

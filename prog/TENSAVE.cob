000100*----------------------------------------------------------*
000110* TENSAVE.COB
000120*
000130* Weekly full-system save.  The dated backup copies and the
000140* TENBVER verify cover indexed.dbf and relative.dbf only;
000150* payments, balances, leases, deposits, legal cases, work
000160* orders and every other satellite and control file had no
000170* backup at all.  Run from the nightly driver as the weekly
000180* SAVESET step, this job copies every file on the TENSVL
000190* list into one dated save set, savset.YYYYMMDD (TENSVS
000200* layout), and writes the savmanf.YYYYMMDD manifest (TENSVM
000210* layout) naming each file with its record count and hash
000220* totals.  It then reads the save set and the manifest back
000230* and proves one against the other file by file; the
000240* savectl.YYYYMMDD control report shows the proof and the
000250* run ends with a return code of 1 if the set does not
000260* prove.  A file not on file is entered on the manifest as
000270* such and restores as nothing.  TENREST brings a save set
000280* back.
000290*----------------------------------------------------------*
000300* MODIFICATION HISTORY
000310*   DATE       INIT  DESCRIPTION
000320*   2026-10-15 JHM   Per-file results widened to 120 for
000330*                    zipref.dat on the TENSVL list.
000340*   2026-10-15 JHM   Per-file results widened to 119 for
000350*                    achlkup.dat and achxref.dat on the
000360*                    TENSVL list.
000370*   2026-10-15 JHM   Per-file results widened to 117 for
000380*                    pendhist.dat on the TENSVL list.
000390*   2026-10-15 JHM   Per-file results widened to 116 for
000400*                    rchghist.dat on the TENSVL list.
000410*   2026-10-15 JHM   Per-file results widened to 115 for
000420*                    techrate.dat and timetkt.dat on the
000430*                    TENSVL list.
000440*   2026-10-15 JHM   Per-file results widened to 113 for
000450*                    partmst.dat on the TENSVL list.
000460*   2026-10-15 JHM   Per-file results widened to 112 for
000470*                    capproj.dat and capdepr.dat on the
000480*                    TENSVL list.
000490*   2026-10-15 JHM   Per-file results widened to 110 for
000500*                    guarantr.dat on the TENSVL list.
000510*   2026-10-15 JHM   Per-file results widened to 109 for
000520*                    achrtn.dat on the TENSVL list.
000530*   2026-10-15 JHM   Per-file results widened to 108 for
000540*                    edeliv.dat on the TENSVL list.
000550*   2026-10-15 JHM   Per-file results widened to 107 for
000560*                    redact.ctl and redact.dat on the
000570*                    TENSVL list.
000580*   2026-10-15 JHM   Original program.
000590*----------------------------------------------------------*
000600 identification division.
000610 program-id. tensave.
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
000720     select optional source-file assign to disk
000730         organization is line sequential
000740         file status is src-file-status.

000750     select sample-idx-file assign to disk
000760         organization is indexed
000770         record key is unit-key of sample-idx-record
000780         access mode is sequential
000790         file status is idx-file-status.

000800     select sample-rel-file assign to disk
000810         organization is relative
000820         access mode is sequential
000830         relative key is rel-record-number
000840         file status is rel-file-status.

000850     select save-set-file assign to disk
000860         organization is line sequential
000870         file status is svs-file-status.

000880     select manifest-file assign to disk
000890         organization is line sequential
000900         file status is svm-file-status.

000910     select control-report assign to disk
000920         organization is line sequential.

000930 data division.
000940 file section.
000950 fd  source-file
000960     label records are standard
000970     value of file-id is source-filename.
000980 01  source-record           picture is X(300).

000990 fd  sample-idx-file
001000     label records are standard
001010     value of file-id is "indexed.dbf".
001020     copy TENREC
001030         replacing ==:REC-NAME:== by ==sample-idx-record==
001040             ==address== by ==street-addr==.

001050 fd  sample-rel-file
001060     label records are standard
001070     value of file-id is "relative.dbf".
001080     copy TENREC
001090         replacing ==:REC-NAME:== by ==sample-rel-record==
001100             ==address== by ==rel-street-addr==.

001110 fd  save-set-file
001120     label records are standard
001130     value of file-id is save-set-filename.
001140     copy TENSVS
001150         replacing ==:REC-NAME:==
001160             by ==save-set-record==.

001170 fd  manifest-file
001180     label records are standard
001190     value of file-id is manifest-filename.
001200     copy TENSVM
001210         replacing ==:REC-NAME:==
001220             by ==manifest-record==.

001230 fd  control-report
001240     label records are standard
001250     value of file-id is control-rpt-filename.
001260 01  report-line             picture is X(80).

001270 working-storage section.
001280 01  control-rpt-filename    picture is X(30).
001290 01  save-set-filename       picture is X(30).
001300 01  manifest-filename       picture is X(30).
001310 01  source-filename         picture is X(12).
001320     copy TENRCAT.
001330     copy TENOLOG.
001340     copy TENSVL.
001350 01  src-file-status         picture is X(02).
001360 01  idx-file-status         picture is X(02).
001370 01  rel-file-status         picture is X(02).
001380 01  svs-file-status         picture is X(02).
001390 01  svm-file-status         picture is X(02).
001400 01  rel-record-number       picture is 9(07).
001410 01  src-eof-switch          picture is X(01).
001420     88  source-at-end               value "Y".
001430 01  svs-eof-switch          picture is X(01).
001440     88  save-set-at-end             value "Y".
001450 01  svm-eof-switch          picture is X(01).
001460     88  manifest-at-end             value "Y".
001470 01  proof-switch            picture is X(01) value "Y".
001480     88  save-set-proves             value "Y".
001490 01  run-date                picture is 9(08).
001500 01  clock-time              picture is 9(08).
001510 01  file-sub                picture is 9(03).
001520 01  read-back-sub           picture is 9(03).
001530 01  manifest-entries        picture is 9(03) value zero.
001540 01  stray-count             picture is 9(07) value zero.
001550 01  line-count              picture is 9(07) value zero.
001560 01  total-records           picture is 9(09) value zero.
001570 01  files-saved             picture is 9(03) value zero.

001580*----------------------------------------------------------*
001590* Hash totals over one record image: each digit 1-9 in the
001600* image counted, then weighted by its value; the blank
001610* count gives the non-blank character count.
001620*----------------------------------------------------------*
001630 01  hash-image              picture is X(300).
001640 01  digit-tallies.
001650     05  dt-count occurs 9 times
001660                             picture is 9(03).
001670 01  blank-tally             picture is 9(03).
001680 01  image-hash              picture is 9(07).

001690*----------------------------------------------------------*
001700* Per file: what was saved from the live file, and what the
001710* save set and the manifest say when read back.
001720*----------------------------------------------------------*
001730 01  file-results.
001740     05  file-result occurs 120 times.
001750         10  fr-status       picture is X(01).
001760             88  fr-saved                value "S".
001770             88  fr-not-on-file          value "N".
001780         10  fr-count        picture is 9(07).
001790         10  fr-hash         picture is 9(15).
001800         10  fr-chars        picture is 9(11).
001810         10  fr-back-count   picture is 9(07).
001820         10  fr-back-hash    picture is 9(15).
001830         10  fr-back-chars   picture is 9(11).
001840         10  fr-verify       picture is X(01).
001850             88  fr-verified             value "Y".

001860 procedure division.
001870 0000-mainline.
001880     move "TENSAVE" to TENOLOG-PROGRAM.
001890     perform 1000-initialize thru 1000-exit.
001900     perform 2000-save-one thru 2000-exit
001910         varying file-sub from 1 by 1
001920         until file-sub > save-file-count.
001930     close save-set-file manifest-file.
001940     perform 3000-read-back-set thru 3000-exit.
001950     perform 4000-read-back-manifest thru 4000-exit.
001960     perform 8000-control-report thru 8000-exit.
001970     perform 9000-finish thru 9000-exit.
001980     goback.

001990 1000-initialize.
002000     move "I" to TENOLOG-SEVERITY.
002010     move "weekly save of the data and control files"
002020         to TENOLOG-TEXT.
002030     call "TENOLOG" using TENOLOG-PARMS.
002040     accept run-date from date yyyymmdd.
002050     accept clock-time from time.
002060     move spaces to save-set-filename.
002070     string "savset." delimited by size
002080         run-date delimited by size
002090         into save-set-filename.
002100     move spaces to manifest-filename.
002110     string "savmanf." delimited by size
002120         run-date delimited by size
002130         into manifest-filename.
002140     move spaces to control-rpt-filename.
002150     string "savectl." delimited by size
002160         run-date delimited by size
002170         into control-rpt-filename.
002180     open output save-set-file.
002190     if svs-file-status not = "00"
002200         move "A" to TENOLOG-SEVERITY
002210         move spaces to TENOLOG-TEXT
002220         string "cannot create " delimited by size
002230             save-set-filename delimited by space
002240             ", status " delimited by size
002250             svs-file-status delimited by size
002260             into TENOLOG-TEXT
002270         call "TENOLOG" using TENOLOG-PARMS
002280         move 1 to return-code
002290         goback.
002300     open output manifest-file.
002310     if svm-file-status not = "00"
002320         close save-set-file
002330         move "A" to TENOLOG-SEVERITY
002340         move spaces to TENOLOG-TEXT
002350         string "cannot create " delimited by size
002360             manifest-filename delimited by space
002370             ", status " delimited by size
002380             svm-file-status delimited by size
002390             into TENOLOG-TEXT
002400         call "TENOLOG" using TENOLOG-PARMS
002410         move 1 to return-code
002420         goback.
002430     move spaces to manifest-record.
002440     move "H" to svm-record-type.
002450     move "SAVESET" to svm-file-name.
002460     move save-file-count to svm-record-count.
002470     move zero to svm-digit-hash.
002480     move zero to svm-char-count.
002490     move run-date to svm-save-date.
002500     move clock-time to svm-save-time.
002510     write manifest-record.
002520 1000-exit.
002530     exit.

002540*----------------------------------------------------------*
002550* Copy one file on the list into the save set and enter it
002560* on the manifest.
002570*----------------------------------------------------------*
002580 2000-save-one.
002590     move "S" to fr-status (file-sub).
002600     move zero to fr-count (file-sub).
002610     move zero to fr-hash (file-sub).
002620     move zero to fr-chars (file-sub).
002630     move zero to fr-back-count (file-sub).
002640     move zero to fr-back-hash (file-sub).
002650     move zero to fr-back-chars (file-sub).
002660     move "N" to fr-verify (file-sub).
002670     move "N" to src-eof-switch.
002680     evaluate true
002690         when sf-indexed (file-sub)
002700             perform 2100-save-indexed thru 2100-exit
002710         when sf-relative (file-sub)
002720             perform 2200-save-relative thru 2200-exit
002730         when other
002740             perform 2300-save-sequential thru 2300-exit
002750     end-evaluate.
002760     if fr-saved (file-sub)
002770         add 1 to files-saved.
002780     move spaces to manifest-record.
002790     move "F" to svm-record-type.
002800     move sf-name (file-sub) to svm-file-name.
002810     move sf-organization (file-sub) to svm-organization.
002820     move fr-status (file-sub) to svm-save-status.
002830     move fr-count (file-sub) to svm-record-count.
002840     move fr-hash (file-sub) to svm-digit-hash.
002850     move fr-chars (file-sub) to svm-char-count.
002860     move run-date to svm-save-date.
002870     move clock-time to svm-save-time.
002880     write manifest-record.
002890 2000-exit.
002900     exit.

002910 2100-save-indexed.
002920     open input sample-idx-file.
002930     if idx-file-status not = "00"
002940         move "N" to fr-status (file-sub)
002950         go to 2100-exit.
002960     perform 2110-read-indexed thru 2110-exit
002970         until source-at-end.
002980     close sample-idx-file.
002990 2100-exit.
003000     exit.

003010 2110-read-indexed.
003020     read sample-idx-file next record
003030         at end
003040             move "Y" to src-eof-switch
003050         not at end
003060             add 1 to fr-count (file-sub)
003070             move fr-count (file-sub) to svs-record-key
003080             move sample-idx-record to svs-image
003090             perform 2400-write-image thru 2400-exit.
003100 2110-exit.
003110     exit.

003120 2200-save-relative.
003130     open input sample-rel-file.
003140     if rel-file-status not = "00"
003150         move "N" to fr-status (file-sub)
003160         go to 2200-exit.
003170     perform 2210-read-relative thru 2210-exit
003180         until source-at-end.
003190     close sample-rel-file.
003200 2200-exit.
003210     exit.

003220 2210-read-relative.
003230     read sample-rel-file next record
003240         at end
003250             move "Y" to src-eof-switch
003260         not at end
003270             add 1 to fr-count (file-sub)
003280             move rel-record-number to svs-record-key
003290             move sample-rel-record to svs-image
003300             perform 2400-write-image thru 2400-exit.
003310 2210-exit.
003320     exit.

003330 2300-save-sequential.
003340     move sf-name (file-sub) to source-filename.
003350     open input source-file.
003360     if src-file-status not = "00"
003370         close source-file
003380         move "N" to fr-status (file-sub)
003390         go to 2300-exit.
003400     perform 2310-read-sequential thru 2310-exit
003410         until source-at-end.
003420     close source-file.
003430 2300-exit.
003440     exit.

003450 2310-read-sequential.
003460     read source-file
003470         at end
003480             move "Y" to src-eof-switch
003490         not at end
003500             add 1 to fr-count (file-sub)
003510             move fr-count (file-sub) to svs-record-key
003520             move source-record to svs-image
003530             perform 2400-write-image thru 2400-exit.
003540 2310-exit.
003550     exit.

003560 2400-write-image.
003570     move sf-name (file-sub) to svs-file-name.
003580     move svs-image to hash-image.
003590     perform 5000-hash-image thru 5000-exit.
003600     add image-hash to fr-hash (file-sub).
003610     add 300 to fr-chars (file-sub).
003620     subtract blank-tally from fr-chars (file-sub).
003630     write save-set-record.
003640 2400-exit.
003650     exit.

003660*----------------------------------------------------------*
003670* Read the save set back.  Its records run in list order,
003680* so each record belongs to the current file or to one
003690* further down the list; a record naming no file on the
003700* list is a stray and fails the proof.
003710*----------------------------------------------------------*
003720 3000-read-back-set.
003730     open input save-set-file.
003740     if svs-file-status not = "00"
003750         move "N" to proof-switch
003760         go to 3000-exit.
003770     move 1 to read-back-sub.
003780     move "N" to svs-eof-switch.
003790     perform 3100-read-back-record thru 3100-exit
003800         until save-set-at-end.
003810     close save-set-file.
003820 3000-exit.
003830     exit.

003840 3100-read-back-record.
003850     read save-set-file
003860         at end
003870             move "Y" to svs-eof-switch
003880             go to 3100-exit.
003890     perform 3200-find-file thru 3200-exit
003900         until read-back-sub > save-file-count
003910             or sf-name (read-back-sub) = svs-file-name.
003920     if read-back-sub > save-file-count
003930         add 1 to stray-count
003940         move 1 to read-back-sub
003950         go to 3100-exit.
003960     add 1 to fr-back-count (read-back-sub).
003970     move svs-image to hash-image.
003980     perform 5000-hash-image thru 5000-exit.
003990     add image-hash to fr-back-hash (read-back-sub).
004000     add 300 to fr-back-chars (read-back-sub).
004010     subtract blank-tally from fr-back-chars (read-back-sub).
004020 3100-exit.
004030     exit.

004040 3200-find-file.
004050     add 1 to read-back-sub.
004060 3200-exit.
004070     exit.

004080*----------------------------------------------------------*
004090* Read the manifest back: its header must name every file,
004100* and each entry must agree with both the live file as it
004110* was saved and the save set as it was read back.
004120*----------------------------------------------------------*
004130 4000-read-back-manifest.
004140     if stray-count > zero
004150         move "N" to proof-switch.
004160     open input manifest-file.
004170     if svm-file-status not = "00"
004180         move "N" to proof-switch
004190         go to 4000-exit.
004200     move "N" to svm-eof-switch.
004210     read manifest-file
004220         at end
004230             move "Y" to svm-eof-switch.
004240     if manifest-at-end
004250             or not svm-header
004260             or svm-record-count not = save-file-count
004270         move "N" to proof-switch.
004280     move zero to file-sub.
004290     perform 4100-check-entry thru 4100-exit
004300         until manifest-at-end.
004310     close manifest-file.
004320     if manifest-entries not = save-file-count
004330         move "N" to proof-switch.
004340 4000-exit.
004350     exit.

004360 4100-check-entry.
004370     read manifest-file
004380         at end
004390             move "Y" to svm-eof-switch
004400             go to 4100-exit.
004410     add 1 to manifest-entries.
004420     add 1 to file-sub.
004430     if file-sub > save-file-count
004440         move "N" to proof-switch
004450         go to 4100-exit.
004460     if svm-file-entry
004470             and svm-file-name = sf-name (file-sub)
004480             and svm-save-status = fr-status (file-sub)
004490             and svm-record-count = fr-count (file-sub)
004500             and svm-record-count = fr-back-count (file-sub)
004510             and svm-digit-hash = fr-hash (file-sub)
004520             and svm-digit-hash = fr-back-hash (file-sub)
004530             and svm-char-count = fr-chars (file-sub)
004540             and svm-char-count = fr-back-chars (file-sub)
004550         move "Y" to fr-verify (file-sub)
004560     else
004570         move "N" to proof-switch.
004580 4100-exit.
004590     exit.

004600*----------------------------------------------------------*
004610* Hash totals for the image in HASH-IMAGE.
004620*----------------------------------------------------------*
004630 5000-hash-image.
004640     move zero to digit-tallies.
004650     move zero to blank-tally.
004660     inspect hash-image tallying
004670         dt-count (1) for all "1"
004680         dt-count (2) for all "2"
004690         dt-count (3) for all "3"
004700         dt-count (4) for all "4"
004710         dt-count (5) for all "5"
004720         dt-count (6) for all "6"
004730         dt-count (7) for all "7"
004740         dt-count (8) for all "8"
004750         dt-count (9) for all "9"
004760         blank-tally for all spaces.
004770     compute image-hash = dt-count (1)
004780         + dt-count (2) * 2 + dt-count (3) * 3
004790         + dt-count (4) * 4 + dt-count (5) * 5
004800         + dt-count (6) * 6 + dt-count (7) * 7
004810         + dt-count (8) * 8 + dt-count (9) * 9.
004820 5000-exit.
004830     exit.

004840 8000-control-report.
004850     open output control-report.
004860     move "WEEKLY SAVE SET CONTROL TOTALS" to report-line.
004870     write report-line.
004880     move spaces to report-line.
004890     string "SAVE DATE: " delimited by size
004900         run-date delimited by size
004910         "  SET: " delimited by size
004920         save-set-filename delimited by space
004930         "  MANIFEST: " delimited by size
004940         manifest-filename delimited by space
004950         into report-line.
004960     write report-line.
004970     move spaces to report-line.
004980     write report-line.
004990     move spaces to report-line.
005000     string "FILE         RECORDS      DIGIT HASH"
005010             delimited by size
005020         "  CHARACTERS" delimited by size
005030         into report-line.
005040     write report-line.
005050     add 4 to line-count.
005060     perform 8100-file-line thru 8100-exit
005070         varying file-sub from 1 by 1
005080         until file-sub > save-file-count.
005090     move spaces to report-line.
005100     write report-line.
005110     move spaces to report-line.
005120     string "FILES SAVED: " delimited by size
005130         files-saved delimited by size
005140         "  RECORDS: " delimited by size
005150         total-records delimited by size
005160         into report-line.
005170     write report-line.
005180     if stray-count > zero
005190         move spaces to report-line
005200         string "RECORDS NAMING NO LISTED FILE: "
005210                 delimited by size
005220             stray-count delimited by size
005230             into report-line
005240         write report-line
005250         add 1 to line-count.
005260     if save-set-proves
005270         move "  SAVE SET PROVES AGAINST ITS MANIFEST"
005280             to report-line
005290     else
005300         move "  *** SAVE SET DOES NOT PROVE ***"
005310             to report-line.
005320     write report-line.
005330     add 3 to line-count.
005340     close control-report.
005350 8000-exit.
005360     exit.

005370 8100-file-line.
005380     add fr-count (file-sub) to total-records.
005390     move spaces to report-line.
005400     string sf-name (file-sub) delimited by size
005410         " " delimited by size
005420         fr-count (file-sub) delimited by size
005430         " " delimited by size
005440         fr-hash (file-sub) delimited by size
005450         " " delimited by size
005460         fr-chars (file-sub) delimited by size
005470         into report-line.
005480     evaluate true
005490         when not fr-verified (file-sub)
005500             move "DOES NOT PROVE" to report-line (63:18)
005510         when fr-not-on-file (file-sub)
005520             move "NOT ON FILE" to report-line (63:18)
005530     end-evaluate.
005540     write report-line.
005550     add 1 to line-count.
005560 8100-exit.
005570     exit.

005580 9000-finish.
005590     move "TENSAVE" to TENRCAT-PROGRAM.
005600     move control-rpt-filename to TENRCAT-FILENAME.
005610     move 1 to TENRCAT-PAGES.
005620     move line-count to TENRCAT-LINES.
005630     call "TENRCAT" using TENRCAT-PARMS.
005640     if save-set-proves
005650         move "I" to TENOLOG-SEVERITY
005660         move spaces to TENOLOG-TEXT
005670         string files-saved delimited by size
005680             " file(s), " delimited by size
005690             total-records delimited by size
005700             " record(s) saved to " delimited by size
005710             save-set-filename delimited by space
005720             into TENOLOG-TEXT
005730         call "TENOLOG" using TENOLOG-PARMS
005740     else
005750         move "A" to TENOLOG-SEVERITY
005760         move spaces to TENOLOG-TEXT
005770         string save-set-filename delimited by space
005780             " does not prove against " delimited by size
005790             manifest-filename delimited by space
005800             " - save set unusable" delimited by size
005810             into TENOLOG-TEXT
005820         call "TENOLOG" using TENOLOG-PARMS
005830         move 1 to return-code.
005840 9000-exit.
005850     exit.

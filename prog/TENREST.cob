000100*----------------------------------------------------------*
000110* TENREST.COB
000120*
000130* Restore from a weekly save set.  Given a save date, this
000140* utility brings back the whole TENSAVE save set
000150* (savset.YYYYMMDD) or only the files the operator names,
000160* as they stood on that date.  Nothing is overwritten until
000170* the set has been proved: the savmanf.YYYYMMDD manifest is
000180* read first, every file chosen must be on it, and the save
000190* set is read end to end and its record counts and hash
000200* totals proved against the manifest for every file chosen.
000210* Only then, and after the operator confirms, is each file
000220* replaced.  A file that was not on file on the save date
000230* is left as it is.  Every file restored lands on the
000240* restreg.YYYYMMDD register and the operations log.  The
000250* satellite keyed companions are not in a save set: run
000260* TENSCNV and TENPCNV after a restore to rebuild them.
000270* Supervisor sign-on is required, and the restore refuses
000280* to run while the nightly batch window is locked.
000290*----------------------------------------------------------*
000300* MODIFICATION HISTORY
000310*   DATE       INIT  DESCRIPTION
000320*   2026-10-15 JHM   Original program.
000330*----------------------------------------------------------*
000340 identification division.
000350 program-id. tenrest.
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
000460     select optional batch-lock-file assign to disk
000470         organization is line sequential
000480         file status is lck-file-status.

000490     select optional manifest-file assign to disk
000500         organization is line sequential
000510         file status is svm-file-status.

000520     select optional save-set-file assign to disk
000530         organization is line sequential
000540         file status is svs-file-status.

000550     select target-file assign to disk
000560         organization is line sequential
000570         file status is tgt-file-status.

000580     select sample-idx-file assign to disk
000590         organization is indexed
000600         record key is unit-key of sample-idx-record
000610         access mode is sequential
000620         file status is idx-file-status.

000630     select sample-rel-file assign to disk
000640         organization is relative
000650         access mode is random
000660         relative key is rel-record-number
000670         file status is rel-file-status.

000680     select restore-register assign to disk
000690         organization is line sequential.

000700 data division.
000710 file section.
000720 fd  batch-lock-file
000730     label records are standard
000740     value of file-id is "batchlck.ctl".
000750 01  batch-lock-record.
000760     05  lck-status          picture is X(06).
000770     05  lck-date            picture is 9(08).
000780     05  lck-time            picture is 9(08).

000790 fd  manifest-file
000800     label records are standard
000810     value of file-id is manifest-filename.
000820     copy TENSVM
000830         replacing ==:REC-NAME:==
000840             by ==manifest-record==.

000850 fd  save-set-file
000860     label records are standard
000870     value of file-id is save-set-filename.
000880     copy TENSVS
000890         replacing ==:REC-NAME:==
000900             by ==save-set-record==.

000910 fd  target-file
000920     label records are standard
000930     value of file-id is target-filename.
000940 01  target-record           picture is X(300).

000950 fd  sample-idx-file
000960     label records are standard
000970     value of file-id is "indexed.dbf".
000980     copy TENREC
000990         replacing ==:REC-NAME:== by ==sample-idx-record==
001000             ==address== by ==street-addr==.

001010 fd  sample-rel-file
001020     label records are standard
001030     value of file-id is "relative.dbf".
001040     copy TENREC
001050         replacing ==:REC-NAME:== by ==sample-rel-record==
001060             ==address== by ==rel-street-addr==.

001070 fd  restore-register
001080     label records are standard
001090     value of file-id is register-filename.
001100 01  report-line             picture is X(80).

001110 working-storage section.
001120 01  register-filename       picture is X(30).
001130 01  save-set-filename       picture is X(30).
001140 01  manifest-filename       picture is X(30).
001150 01  target-filename         picture is X(12).
001160     copy TENRCAT.
001170     copy TENOLOG.
001180     copy TENWHO.
001190 01  lck-file-status         picture is X(02).
001200 01  svm-file-status         picture is X(02).
001210 01  svs-file-status         picture is X(02).
001220 01  tgt-file-status         picture is X(02).
001230 01  idx-file-status         picture is X(02).
001240 01  rel-file-status         picture is X(02).
001250 01  rel-record-number       picture is 9(07).
001260 01  batch-locked-switch     picture is X(01) value "N".
001270     88  batch-locked                value "Y".
001280 01  svm-eof-switch          picture is X(01) value "N".
001290     88  manifest-at-end             value "Y".
001300 01  svs-eof-switch          picture is X(01) value "N".
001310     88  save-set-at-end             value "Y".
001320 01  choosing-switch         picture is X(01) value "N".
001330     88  choosing-done               value "Y".
001340 01  proof-switch            picture is X(01) value "Y".
001350     88  chosen-files-prove          value "Y".
001360 01  today-date              picture is 9(08).
001370 01  restore-date            picture is 9(08).
001380 01  restore-mode            picture is X(01).
001390     88  restore-all                 value "A" "a".
001400     88  restore-selected            value "S" "s".
001410 01  wanted-file             picture is X(12).
001420 01  confirm-reply           picture is X(03).
001430 01  header-file-count       picture is 9(07) value zero.
001440 01  chosen-count            picture is 9(03) value zero.
001450 01  restored-files          picture is 9(03) value zero.
001460 01  failed-files            picture is 9(03) value zero.
001470 01  stray-count             picture is 9(07) value zero.
001480 01  entry-sub               picture is 9(03).
001490 01  open-sub                picture is 9(03) value zero.
001500 01  line-count              picture is 9(07) value zero.

001510*----------------------------------------------------------*
001520* Hash totals over one record image, the TENSAVE rule: each
001530* digit 1-9 in the image weighted by its value, and the
001540* non-blank character count.
001550*----------------------------------------------------------*
001560 01  hash-image              picture is X(300).
001570 01  digit-tallies.
001580     05  dt-count occurs 9 times
001590                             picture is 9(03).
001600 01  blank-tally             picture is 9(03).
001610 01  image-hash              picture is 9(07).

001620*----------------------------------------------------------*
001630* The manifest entries, what the save set proves to hold
001640* for each, and what the restore put back.
001650*----------------------------------------------------------*
001660 01  manifest-table-area.
001670     05  manifest-count      picture is 9(03) value zero.
001680     05  manifest-entry occurs 1 to 200 times
001690             depending on manifest-count.
001700         10  mf-name         picture is X(12).
001710         10  mf-organization picture is X(01).
001720             88  mf-indexed              value "I".
001730             88  mf-relative             value "R".
001740         10  mf-save-status  picture is X(01).
001750             88  mf-saved                value "S".
001760         10  mf-count        picture is 9(07).
001770         10  mf-hash         picture is 9(15).
001780         10  mf-chars        picture is 9(11).
001790         10  mf-chosen       picture is X(01).
001800             88  mf-is-chosen            value "Y".
001810         10  pv-count        picture is 9(07).
001820         10  pv-hash         picture is 9(15).
001830         10  pv-chars        picture is 9(11).
001840         10  rs-count        picture is 9(07).
001850         10  rs-failed       picture is 9(07).

001860 procedure division.
001870 0000-mainline.
001880     move "TENREST" to TENOLOG-PROGRAM.
001890     perform 1000-initialize thru 1000-exit.
001900     perform 2000-load-manifest thru 2000-exit.
001910     perform 3000-choose-files thru 3000-exit.
001920     perform 4000-prove-save-set thru 4000-exit.
001930     perform 5000-confirm thru 5000-exit.
001940     perform 6000-restore-files thru 6000-exit.
001950     perform 9000-finish thru 9000-exit.
001960     stop run.

001970 1000-initialize.
001980     display "TENREST: restore from a weekly save set".
001990     call "TENWHO" using TENWHO-PARMS.
002000     if not TENWHO-SIGNED-ON
002010             or TENWHO-AUTHORITY < 3
002020         display "TENREST: supervisor sign-on required"
002030         stop run.
002040     perform 1100-check-batch-lock thru 1100-exit.
002050     if batch-locked
002060         display "TENREST: nightly batch in progress - "
002070             "nothing can be restored until the window "
002080             "closes"
002090         stop run.
002100     accept today-date from date yyyymmdd.
002110     display "Save date to restore from (YYYYMMDD): ".
002120     accept restore-date.
002130     move spaces to save-set-filename.
002140     string "savset." delimited by size
002150         restore-date delimited by size
002160         into save-set-filename.
002170     move spaces to manifest-filename.
002180     string "savmanf." delimited by size
002190         restore-date delimited by size
002200         into manifest-filename.
002210     move spaces to register-filename.
002220     string "restreg." delimited by size
002230         today-date delimited by size
002240         into register-filename.
002250 1000-exit.
002260     exit.

002270*----------------------------------------------------------*
002280* Batch-window lock check: the nightly driver raises the
002290* lock at start of chain and clears it at finish.
002300*----------------------------------------------------------*
002310 1100-check-batch-lock.
002320     open input batch-lock-file.
002330     if lck-file-status not = "00"
002340         close batch-lock-file
002350         go to 1100-exit.
002360     read batch-lock-file
002370         at end
002380             continue
002390         not at end
002400             if lck-status = "LOCKED"
002410                 move "Y" to batch-locked-switch.
002420     close batch-lock-file.
002430 1100-exit.
002440     exit.

002450*----------------------------------------------------------*
002460* The manifest must be on file, start with its header, and
002470* hold as many entries as the header says.
002480*----------------------------------------------------------*
002490 2000-load-manifest.
002500     open input manifest-file.
002510     if svm-file-status not = "00"
002520         close manifest-file
002530         move "A" to TENOLOG-SEVERITY
002540         move spaces to TENOLOG-TEXT
002550         string "no " delimited by size
002560             manifest-filename delimited by space
002570             " on file - nothing restored" delimited by size
002580             into TENOLOG-TEXT
002590         call "TENOLOG" using TENOLOG-PARMS
002600         stop run.
002610     read manifest-file
002620         at end
002630             move "Y" to svm-eof-switch.
002640     if not manifest-at-end
002650             and svm-header
002660         move svm-record-count to header-file-count
002670         perform 2100-load-entry thru 2100-exit
002680             until manifest-at-end.
002690     close manifest-file.
002700     if header-file-count = zero
002710             or manifest-count not = header-file-count
002720         move "A" to TENOLOG-SEVERITY
002730         move spaces to TENOLOG-TEXT
002740         string manifest-filename delimited by space
002750             " is incomplete - nothing restored"
002760                 delimited by size
002770             into TENOLOG-TEXT
002780         call "TENOLOG" using TENOLOG-PARMS
002790         stop run.
002800 2000-exit.
002810     exit.

002820 2100-load-entry.
002830     read manifest-file
002840         at end
002850             move "Y" to svm-eof-switch
002860             go to 2100-exit.
002870     if not svm-file-entry
002880             or manifest-count >= 200
002890         move zero to header-file-count
002900         move "Y" to svm-eof-switch
002910         go to 2100-exit.
002920     add 1 to manifest-count.
002930     move svm-file-name to mf-name (manifest-count).
002940     move svm-organization
002950         to mf-organization (manifest-count).
002960     move svm-save-status
002970         to mf-save-status (manifest-count).
002980     move svm-record-count to mf-count (manifest-count).
002990     move svm-digit-hash to mf-hash (manifest-count).
003000     move svm-char-count to mf-chars (manifest-count).
003010     move "N" to mf-chosen (manifest-count).
003020     move zero to pv-count (manifest-count).
003030     move zero to pv-hash (manifest-count).
003040     move zero to pv-chars (manifest-count).
003050     move zero to rs-count (manifest-count).
003060     move zero to rs-failed (manifest-count).
003070 2100-exit.
003080     exit.

003090 3000-choose-files.
003100     display "Restore ALL files or SELECTED files (A/S): ".
003110     accept restore-mode.
003120     if restore-all
003130         perform 3100-choose-saved thru 3100-exit
003140             varying entry-sub from 1 by 1
003150             until entry-sub > manifest-count
003160         go to 3000-check-chosen.
003170     if not restore-selected
003180         display "TENREST: nothing restored"
003190         stop run.
003200     perform 3200-choose-one thru 3200-exit
003210         until choosing-done.
003220 3000-check-chosen.
003230     if chosen-count = zero
003240         display "TENREST: no file chosen - nothing restored"
003250         stop run.
003260 3000-exit.
003270     exit.

003280 3100-choose-saved.
003290     if mf-saved (entry-sub)
003300         move "Y" to mf-chosen (entry-sub)
003310         add 1 to chosen-count.
003320 3100-exit.
003330     exit.

003340 3200-choose-one.
003350     display "File to restore (blank to finish): ".
003360     move spaces to wanted-file.
003370     accept wanted-file.
003380     if wanted-file = spaces
003390         move "Y" to choosing-switch
003400         go to 3200-exit.
003410     perform 3300-find-wanted thru 3300-exit
003420         varying entry-sub from 1 by 1
003430         until entry-sub > manifest-count
003440             or mf-name (entry-sub) = wanted-file.
003450     if entry-sub > manifest-count
003460         display "TENREST: " wanted-file
003470             " is not in the save set"
003480         go to 3200-exit.
003490     if not mf-saved (entry-sub)
003500         display "TENREST: " wanted-file
003510             " was not on file on the save date"
003520         go to 3200-exit.
003530     if not mf-is-chosen (entry-sub)
003540         move "Y" to mf-chosen (entry-sub)
003550         add 1 to chosen-count.
003560 3200-exit.
003570     exit.

003580 3300-find-wanted.
003590     continue.
003600 3300-exit.
003610     exit.

003620*----------------------------------------------------------*
003630* Prove the save set against the manifest before anything
003640* is overwritten.  The set is read end to end; its records
003650* run in manifest order, so each belongs to the current
003660* entry or one further down.  Every chosen file must prove.
003670*----------------------------------------------------------*
003680 4000-prove-save-set.
003690     open input save-set-file.
003700     if svs-file-status not = "00"
003710         close save-set-file
003720         move "A" to TENOLOG-SEVERITY
003730         move spaces to TENOLOG-TEXT
003740         string "no " delimited by size
003750             save-set-filename delimited by space
003760             " on file - nothing restored" delimited by size
003770             into TENOLOG-TEXT
003780         call "TENOLOG" using TENOLOG-PARMS
003790         stop run.
003800     move 1 to entry-sub.
003810     move "N" to svs-eof-switch.
003820     perform 4100-prove-record thru 4100-exit
003830         until save-set-at-end.
003840     close save-set-file.
003850     perform 4300-check-entry thru 4300-exit
003860         varying entry-sub from 1 by 1
003870         until entry-sub > manifest-count.
003880     if stray-count > zero
003890         move "N" to proof-switch.
003900     if not chosen-files-prove
003910         move "A" to TENOLOG-SEVERITY
003920         move spaces to TENOLOG-TEXT
003930         string save-set-filename delimited by space
003940             " does not prove against its manifest"
003950                 delimited by size
003960             " - nothing restored" delimited by size
003970             into TENOLOG-TEXT
003980         call "TENOLOG" using TENOLOG-PARMS
003990         stop run.
004000 4000-exit.
004010     exit.

004020 4100-prove-record.
004030     read save-set-file
004040         at end
004050             move "Y" to svs-eof-switch
004060             go to 4100-exit.
004070     perform 4200-next-entry thru 4200-exit
004080         until entry-sub > manifest-count
004090             or mf-name (entry-sub) = svs-file-name.
004100     if entry-sub > manifest-count
004110         add 1 to stray-count
004120         move 1 to entry-sub
004130         go to 4100-exit.
004140     add 1 to pv-count (entry-sub).
004150     move svs-image to hash-image.
004160     perform 5500-hash-image thru 5500-exit.
004170     add image-hash to pv-hash (entry-sub).
004180     add 300 to pv-chars (entry-sub).
004190     subtract blank-tally from pv-chars (entry-sub).
004200 4100-exit.
004210     exit.

004220 4200-next-entry.
004230     add 1 to entry-sub.
004240 4200-exit.
004250     exit.

004260 4300-check-entry.
004270     if not mf-is-chosen (entry-sub)
004280         go to 4300-exit.
004290     if pv-count (entry-sub) = mf-count (entry-sub)
004300             and pv-hash (entry-sub) = mf-hash (entry-sub)
004310             and pv-chars (entry-sub) = mf-chars (entry-sub)
004320         go to 4300-exit.
004330     move "N" to proof-switch.
004340     move "E" to TENOLOG-SEVERITY.
004350     move spaces to TENOLOG-TEXT.
004360     string mf-name (entry-sub) delimited by space
004370         " in the save set does not match the manifest"
004380             delimited by size
004390         into TENOLOG-TEXT.
004400     call "TENOLOG" using TENOLOG-PARMS.
004410 4300-exit.
004420     exit.

004430 5000-confirm.
004440     display "TENREST: " chosen-count
004450         " file(s) proved on the save of " restore-date.
004460     display "Replace the live files with them (YES/NO): ".
004470     move spaces to confirm-reply.
004480     accept confirm-reply.
004490     if confirm-reply not = "YES"
004500         display "TENREST: restore cancelled"
004510         stop run.
004520 5000-exit.
004530     exit.

004540*----------------------------------------------------------*
004550* Hash totals for the image in HASH-IMAGE.
004560*----------------------------------------------------------*
004570 5500-hash-image.
004580     move zero to digit-tallies.
004590     move zero to blank-tally.
004600     inspect hash-image tallying
004610         dt-count (1) for all "1"
004620         dt-count (2) for all "2"
004630         dt-count (3) for all "3"
004640         dt-count (4) for all "4"
004650         dt-count (5) for all "5"
004660         dt-count (6) for all "6"
004670         dt-count (7) for all "7"
004680         dt-count (8) for all "8"
004690         dt-count (9) for all "9"
004700         blank-tally for all spaces.
004710     compute image-hash = dt-count (1)
004720         + dt-count (2) * 2 + dt-count (3) * 3
004730         + dt-count (4) * 4 + dt-count (5) * 5
004740         + dt-count (6) * 6 + dt-count (7) * 7
004750         + dt-count (8) * 8 + dt-count (9) * 9.
004760 5500-exit.
004770     exit.

004780*----------------------------------------------------------*
004790* Read the save set once more and write each chosen file's
004800* records back, opening each file for output as its first
004810* record arrives.  A chosen file saved empty is emptied.
004820*----------------------------------------------------------*
004830 6000-restore-files.
004840     open output restore-register.
004850     move "SAVE SET RESTORE REGISTER" to report-line.
004860     write report-line.
004870     move spaces to report-line.
004880     string "RESTORED FROM " delimited by size
004890         save-set-filename delimited by space
004900         " BY " delimited by size
004910         TENWHO-OPERATOR delimited by size
004920         " ON " delimited by size
004930         today-date delimited by size
004940         into report-line.
004950     write report-line.
004960     move spaces to report-line.
004970     write report-line.
004980     add 3 to line-count.
004990     open input save-set-file.
005000     move 1 to entry-sub.
005010     move "N" to svs-eof-switch.
005020     perform 6100-restore-record thru 6100-exit
005030         until save-set-at-end.
005040     close save-set-file.
005050     perform 6300-close-target thru 6300-exit.
005060     perform 6400-register-file thru 6400-exit
005070         varying entry-sub from 1 by 1
005080         until entry-sub > manifest-count.
005090 6000-exit.
005100     exit.

005110 6100-restore-record.
005120     read save-set-file
005130         at end
005140             move "Y" to svs-eof-switch
005150             go to 6100-exit.
005160     perform 4200-next-entry thru 4200-exit
005170         until entry-sub > manifest-count
005180             or mf-name (entry-sub) = svs-file-name.
005190     if entry-sub > manifest-count
005200         move 1 to entry-sub
005210         go to 6100-exit.
005220     if not mf-is-chosen (entry-sub)
005230         go to 6100-exit.
005240     if entry-sub not = open-sub
005250         perform 6300-close-target thru 6300-exit
005260         perform 6200-open-target thru 6200-exit.
005270     evaluate true
005280         when mf-indexed (entry-sub)
005290             move svs-image to sample-idx-record
005300             write sample-idx-record
005310                 invalid key
005320                     add 1 to rs-failed (entry-sub)
005330                 not invalid key
005340                     add 1 to rs-count (entry-sub)
005350             end-write
005360         when mf-relative (entry-sub)
005370             move svs-record-key to rel-record-number
005380             move svs-image to sample-rel-record
005390             write sample-rel-record
005400                 invalid key
005410                     add 1 to rs-failed (entry-sub)
005420                 not invalid key
005430                     add 1 to rs-count (entry-sub)
005440             end-write
005450         when other
005460             move svs-image to target-record
005470             write target-record
005480             add 1 to rs-count (entry-sub)
005490     end-evaluate.
005500 6100-exit.
005510     exit.

005520 6200-open-target.
005530     move entry-sub to open-sub.
005540     evaluate true
005550         when mf-indexed (open-sub)
005560             open output sample-idx-file
005570             move idx-file-status to tgt-file-status
005580         when mf-relative (open-sub)
005590             open output sample-rel-file
005600             move rel-file-status to tgt-file-status
005610         when other
005620             move mf-name (open-sub) to target-filename
005630             open output target-file
005640     end-evaluate.
005650     if tgt-file-status not = "00"
005660         move "A" to TENOLOG-SEVERITY
005670         move spaces to TENOLOG-TEXT
005680         string "cannot open " delimited by size
005690             mf-name (open-sub) delimited by space
005700             " for output, status " delimited by size
005710             tgt-file-status delimited by size
005720             " - restore stopped" delimited by size
005730             into TENOLOG-TEXT
005740         call "TENOLOG" using TENOLOG-PARMS
005750         close save-set-file restore-register
005760         stop run.
005770 6200-exit.
005780     exit.

005790 6300-close-target.
005800     if open-sub = zero
005810         go to 6300-exit.
005820     evaluate true
005830         when mf-indexed (open-sub)
005840             close sample-idx-file
005850         when mf-relative (open-sub)
005860             close sample-rel-file
005870         when other
005880             close target-file
005890     end-evaluate.
005900     move zero to open-sub.
005910 6300-exit.
005920     exit.

005930 6400-register-file.
005940     if not mf-is-chosen (entry-sub)
005950         go to 6400-exit.
005960     if mf-count (entry-sub) = zero
005970         perform 6200-open-target thru 6200-exit
005980         perform 6300-close-target thru 6300-exit.
005990     move spaces to report-line.
006000     string mf-name (entry-sub) delimited by size
006010         " SAVED " delimited by size
006020         mf-count (entry-sub) delimited by size
006030         " RESTORED " delimited by size
006040         rs-count (entry-sub) delimited by size
006050         into report-line.
006060     if rs-count (entry-sub) = mf-count (entry-sub)
006070         add 1 to restored-files
006080         move "RESTORED" to report-line (60:21)
006090     else
006100         add 1 to failed-files
006110         move "FAILED" to report-line (60:21)
006120         move "E" to TENOLOG-SEVERITY
006130         move spaces to TENOLOG-TEXT
006140         string mf-name (entry-sub) delimited by space
006150             " restored " delimited by size
006160             rs-count (entry-sub) delimited by size
006170             " of " delimited by size
006180             mf-count (entry-sub) delimited by size
006190             " record(s)" delimited by size
006200             into TENOLOG-TEXT
006210         call "TENOLOG" using TENOLOG-PARMS.
006220     write report-line.
006230     add 1 to line-count.
006240 6400-exit.
006250     exit.

006260 9000-finish.
006270     move spaces to report-line.
006280     write report-line.
006290     move spaces to report-line.
006300     string "FILES RESTORED: " delimited by size
006310         restored-files delimited by size
006320         "  FAILED: " delimited by size
006330         failed-files delimited by size
006340         into report-line.
006350     write report-line.
006360     move "RUN TENSCNV AND TENPCNV TO REBUILD THE KEYED FILES"
006370         to report-line.
006380     write report-line.
006390     add 3 to line-count.
006400     close restore-register.
006410     move "TENREST" to TENRCAT-PROGRAM.
006420     move register-filename to TENRCAT-FILENAME.
006430     move 1 to TENRCAT-PAGES.
006440     move line-count to TENRCAT-LINES.
006450     call "TENRCAT" using TENRCAT-PARMS.
006460     move "I" to TENOLOG-SEVERITY.
006470     if failed-files > zero
006480         move "E" to TENOLOG-SEVERITY.
006490     move spaces to TENOLOG-TEXT.
006500     string restored-files delimited by size
006510         " file(s) restored from " delimited by size
006520         save-set-filename delimited by space
006530         ", " delimited by size
006540         failed-files delimited by size
006550         " failed" delimited by size
006560         into TENOLOG-TEXT.
006570     call "TENOLOG" using TENOLOG-PARMS.
006580     display "TENREST: run TENSCNV and TENPCNV to rebuild "
006590         "the keyed satellite files".
006600 9000-exit.
006610     exit.

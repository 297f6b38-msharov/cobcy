000190* unit-keys); each target tenant gets the letter with the
000200* TENBLDL return-address block, the TENLABEL address
000210* block, and the template lines with &NAME, &UNIT, &BLDG
000220* and &DATE substituted.  A fourth scope mails the letters
000230* a batch program queued on noticeq.dat for the template
000240* (the TENVIOR cure-or-quit escalation), the queued line of
000250* detail replacing &TEXT.  Every mailing is logged to
000260* notelog.dat with template, unit, date and operator, so
000270* "I never got the entry notice" is answered from the log.
000280*----------------------------------------------------------*
000290* MODIFICATION HISTORY
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-15 JHM   A unit enrolled for e-delivery on
000320*                    edeliv.dat (TENEDLV lookup) gets its
000330*                    notice on the day's emailout extract
000340*                    instead of the print file and is not
000350*                    held for returned mail; the log entry
000360*                    records how each notice went, and the
000370*                    printed count and line count cover
000380*                    paper only.
000390*   2026-10-15 JHM   Added the Q scope: mails every letter
000400*                    queued on noticeq.dat for the chosen
000410*                    template and marks it mailed; new &TEXT
000420*                    token carries the queued detail line.
000430*   2026-09-03 JHM   Honors the badmail.dat returned-mail
000440*                    flag: a flagged unit's notice is held
000450*                    unmailed and unlogged with an
000460*                    exception line, the TENSTMT
000470*                    convention.
000480*   2026-09-03 JHM   Original program.
000490*----------------------------------------------------------*
000500 identification division.
000510 program-id. tennote.
000520 author. J. H. Masters.
000530 installation. Property Management Systems.
000540 date-written. 2026-09-03.
000550 date-compiled. 2026-09-03.

000560 environment division.
000570 configuration section.
000580 source-computer. Intel486.
000590 object-computer. Intel486.

000600 input-output section.
000610 file-control.
000620     select sample-idx-file assign to disk
000630         organization is indexed
000640         record key is unit-key of sample-idx-record
000650         access mode is dynamic
000660         file status is idx-file-status.

000670     select optional template-file assign to disk
000680         organization is line sequential
000690         file status is nte-file-status.

000700     select optional selection-file assign to disk
000710         organization is line sequential
000720         file status is sel-file-status.

000730     select optional notice-log-file assign to disk
000740         organization is line sequential.

000750     select notice-output-file assign to disk
000760         organization is line sequential.

000770     select optional email-file assign to disk
000780         organization is line sequential.

000790     select optional bad-mail-file assign to disk
000800         organization is line sequential
000810         file status is bad-file-status.

000820     select optional notice-queue-file assign to disk
000830         organization is line sequential
000840         file status is ntq-file-status.

000850 data division.
000860 file section.
000870 fd  sample-idx-file
000880     label records are standard
000890     value of file-id is "indexed.dbf".
000900     copy TENREC
000910         replacing ==:REC-NAME:== by ==sample-idx-record==
000920             ==address== by ==street-addr==.

000930 fd  template-file
000940     label records are standard
000950     value of file-id is "notitmpl.dat".
000960 01  template-record.
000970     05  nte-template        picture is X(08).
000980     05  nte-seq             picture is 9(03).
000990     05  nte-text            picture is X(60).

001000 fd  selection-file
001010     label records are standard
001020     value of file-id is "notisel.ctl".
001030 01  selection-record.
001040     05  sel-building        picture is 9(02).
001050     05  sel-aptnum          picture is 9(04).

001060 fd  notice-log-file
001070     label records are standard
001080     value of file-id is "notelog.dat".
001090 01  notice-log-record.
001100     05  nlg-template        picture is X(08).
001110     05  nlg-building        picture is 9(02).
001120     05  nlg-aptnum          picture is 9(04).
001130     05  nlg-date            picture is 9(08).
001140     05  nlg-operator        picture is X(08).
001150     05  nlg-delivery        picture is X(01).

001160 fd  notice-output-file
001170     label records are standard
001180     value of file-id is notice-filename.
001190 01  letter-line             picture is X(80).

001200 fd  email-file
001210     label records are standard
001220     value of file-id is email-filename.
001230     copy TENEML
001240         replacing ==:REC-NAME:==
001250             by ==email-record==.

001260 fd  bad-mail-file
001270     label records are standard
001280     value of file-id is "badmail.dat".
001290     copy TENBAD
001300         replacing ==:REC-NAME:==
001310             by ==bad-mail-record==.

001320 fd  notice-queue-file
001330     label records are standard
001340     value of file-id is "noticeq.dat".
001350     copy TENNTQ
001360         replacing ==:REC-NAME:==
001370             by ==notice-queue-record==.

001380 working-storage section.
001390 01  notice-filename         picture is X(30).
001400 01  email-filename          picture is X(30).
001410 01  emailed-count           picture is 9(04) value zero.
001420     copy TENEDLV.
001430     copy TENRCAT.
001440     copy TENBLDL.
001450     copy TENWHO.
001460 01  idx-file-status         picture is X(02).
001470 01  nte-file-status         picture is X(02).
001480 01  sel-file-status         picture is X(02).
001490 01  nte-eof-switch          picture is X(01) value "N".
001500     88  template-file-at-end        value "Y".
001510 01  sel-eof-switch          picture is X(01) value "N".
001520     88  selection-file-at-end       value "Y".
001530 01  run-date                picture is 9(08).
001540 01  wanted-template         picture is X(08).
001550 01  scope-reply             picture is X(01).
001560 01  wanted-building         picture is 9(02).
001570 01  wanted-aptnum           picture is 9(04).
001580 01  mailed-count            picture is 9(04) value zero.
001590 01  line-count              picture is 9(07) value zero.
001600 01  template-sub            picture is 9(02).
001610 01  first-name-part         picture is X(25).
001620 01  last-name-part          picture is X(25).
001630 01  name-pointer            picture is 9(02).

001640*----------------------------------------------------------*
001650* Token substitution work areas.  The scan walks the line
001660* looking for the token text; a hit is rebuilt as
001670* left part + value (trimmed at a double space) + rest,
001680* and the scan restarts in case the token appears again.
001690*----------------------------------------------------------*
001700 01  sub-line                picture is X(80).
001710 01  build-line              picture is X(80).
001720 01  token-text              picture is X(05).
001730 01  token-length            picture is 9(02).
001740 01  token-value             picture is X(25).
001750 01  scan-pos                picture is 9(03).
001760 01  left-length             picture is 9(03).
001770 01  rest-pos                picture is 9(03).
001780 01  scan-limit              picture is 9(03).
001790 01  replaced-switch         picture is X(01).
001800     88  token-replaced              value "Y".
001810 01  unit-text               picture is X(07).
001820 01  date-text               picture is X(08).
001830 01  bad-file-status         picture is X(02).
001840 01  bad-eof-switch          picture is X(01) value "N".
001850     88  bad-mail-at-end             value "Y".
001860 01  held-count              picture is 9(04) value zero.
001870 01  mail-held-switch        picture is X(01).
001880     88  mailing-held                value "Y".
001890 01  ntq-file-status         picture is X(02).
001900 01  ntq-eof-switch          picture is X(01) value "N".
001910     88  notice-queue-at-end         value "Y".
001920 01  queue-sub               picture is 9(03).
001930 01  queue-detail            picture is X(25) value spaces.
001940 01  queue-mailed-count      picture is 9(04) value zero.

001950*----------------------------------------------------------*
001960* Latest noticeq.dat record per unit for the chosen
001970* template; a "Q" entry is still waiting to be mailed.
001980*----------------------------------------------------------*
001990 01  queue-table-area.
002000     05  queue-table-count   picture is 9(03) value zero.
002010     05  queue-table-entry occurs 1 to 200 times
002020             depending on queue-table-count
002030             indexed by queue-table-index.
002040         10  qt-building     picture is 9(02).
002050         10  qt-aptnum       picture is 9(04).
002060         10  qt-status       picture is X(01).
002070         10  qt-detail       picture is X(25).

002080*----------------------------------------------------------*
002090* Latest badmail.dat status per unit; a flagged unit's
002100* letter is held onto the exception worklist instead of
002110* mailed, the TENSTMT convention.
002120*----------------------------------------------------------*
002130 01  bad-mail-table-area.
002140     05  bad-table-count     picture is 9(03) value zero.
002150     05  bad-table-entry occurs 1 to 200 times
002160             depending on bad-table-count
002170             indexed by bad-table-index.
002180         10  bd-building     picture is 9(02).
002190         10  bd-aptnum       picture is 9(04).
002200         10  bd-status       picture is X(01).

002210*----------------------------------------------------------*
002220* The chosen template's lines, in line-number order (the
002230* entry keys them in order; a superseding re-entry is the
002240* later record and wins at load).
002250*----------------------------------------------------------*
002260 01  template-table-area.
002270     05  template-line-count picture is 9(02) value zero.
002280     05  template-line-entry occurs 1 to 50 times
002290             depending on template-line-count
002300             indexed by template-line-index.
002310         10  tl-seq          picture is 9(03).
002320         10  tl-text         picture is X(60).

002330 procedure division.
002340 0000-mainline.
002350     perform 1000-initialize thru 1000-exit.
002360     perform 2000-load-template thru 2000-exit.
002370     if template-line-count = zero
002380         display "TENNOTE: template " wanted-template
002390             " not on notitmpl.dat, nothing mailed"
002400         stop run.
002410     perform 3000-choose-scope thru 3000-exit.
002420     perform 9000-finish thru 9000-exit.
002430     stop run.

002440 1000-initialize.
002450     display "TENNOTE: template-driven notice engine".
002460     call "TENWHO" using TENWHO-PARMS.
002470     if not TENWHO-SIGNED-ON
002480         or TENWHO-AUTHORITY < 2
002490         display "TENNOTE: update authority required - "
002500             "sign on through TENSIGN first"
002510         stop run.
002520     accept run-date from date yyyymmdd.
002530     display "Template id: ".
002540     accept wanted-template.
002550     open input sample-idx-file.
002560     if idx-file-status not = "00"
002570         display "TENNOTE: cannot open indexed.dbf, status "
002580             idx-file-status
002590         stop run.
002600     move spaces to notice-filename.
002610     string "notices." delimited by size
002620         run-date delimited by size
002630         into notice-filename.
002640     open output notice-output-file.
002650     move spaces to email-filename.
002660     string "emailout." delimited by size
002670         run-date delimited by size
002680         into email-filename.
002690     open extend email-file.
002700     open extend notice-log-file.
002710     perform 1500-load-bad-mail thru 1500-exit.
002720 1000-exit.
002730     exit.

002740 2000-load-template.
002750     open input template-file.
002760     if nte-file-status not = "00"
002770         close template-file
002780         move "Y" to nte-eof-switch
002790         go to 2000-exit.
002800     perform 2100-read-template thru 2100-exit
002810         until template-file-at-end.
002820     close template-file.
002830 2000-exit.
002840     exit.

002850 2100-read-template.
002860     read template-file
002870         at end
002880             move "Y" to nte-eof-switch
002890         not at end
002900             if nte-template of template-record
002910                 = wanted-template
002920                 perform 2200-stow-line thru 2200-exit.
002930 2100-exit.
002940     exit.

002950 2200-stow-line.
002960     set template-line-index to 1.
002970     if template-line-count > zero
002980         search template-line-entry
002990             at end
003000                 perform 2300-add-line thru 2300-exit
003010             when tl-seq (template-line-index)
003020                     = nte-seq of template-record
003030                 move nte-text of template-record
003040                     to tl-text (template-line-index)
003050     else
003060         perform 2300-add-line thru 2300-exit.
003070 2200-exit.
003080     exit.

003090 2300-add-line.
003100     if template-line-count >= 50
003110         display "TENNOTE: template too long"
003120     else
003130         add 1 to template-line-count
003140         move nte-seq of template-record
003150             to tl-seq (template-line-count)
003160         move nte-text of template-record
003170             to tl-text (template-line-count).
003180 2300-exit.
003190     exit.

003200 3000-choose-scope.
003210     display "Scope - one Unit, one Building, the "
003220         "Selection list, or the Queued letters (U/B/S/Q): ".
003230     accept scope-reply.
003240     evaluate scope-reply
003250         when "U"
003260             perform 4000-one-unit thru 4000-exit
003270         when "u"
003280             perform 4000-one-unit thru 4000-exit
003290         when "B"
003300             perform 5000-one-building thru 5000-exit
003310         when "b"
003320             perform 5000-one-building thru 5000-exit
003330         when "S"
003340             perform 6000-selection-list thru 6000-exit
003350         when "s"
003360             perform 6000-selection-list thru 6000-exit
003370         when "Q"
003380             perform 6500-queued-notices thru 6500-exit
003390         when "q"
003400             perform 6500-queued-notices thru 6500-exit
003410         when other
003420             display "TENNOTE: scope must be U, B, S or Q, "
003430                 "nothing mailed"
003440     end-evaluate.
003450 3000-exit.
003460     exit.

003470 4000-one-unit.
003480     display "Building number: ".
003490     accept wanted-building.
003500     display "Apartment number: ".
003510     accept wanted-aptnum.
003520     move wanted-building
003530         to building-id of sample-idx-record.
003540     move wanted-aptnum to aptnum of sample-idx-record.
003550     read sample-idx-file
003560         invalid key
003570             display "TENNOTE: no unit " wanted-building
003580                 "-" wanted-aptnum " on indexed.dbf"
003590             go to 4000-exit.
003600     perform 7000-print-notice thru 7000-exit.
003610 4000-exit.
003620     exit.

003630 5000-one-building.
003640     display "Building number: ".
003650     accept wanted-building.
003660     move wanted-building
003670         to building-id of sample-idx-record.
003680     move zero to aptnum of sample-idx-record.
003690     start sample-idx-file
003700         key is >= unit-key of sample-idx-record
003710         invalid key
003720             go to 5000-exit.
003730     perform 5100-walk-building thru 5100-exit
003740         until idx-file-status not = "00".
003750 5000-exit.
003760     exit.

003770 5100-walk-building.
003780     read sample-idx-file next record
003790         at end
003800             move "10" to idx-file-status
003810             go to 5100-exit.
003820     if building-id of sample-idx-record
003830             not = wanted-building
003840         move "10" to idx-file-status
003850         go to 5100-exit.
003860     if occ-occupied of sample-idx-record
003870         perform 7000-print-notice thru 7000-exit.
003880 5100-exit.
003890     exit.

003900 6000-selection-list.
003910     open input selection-file.
003920     if sel-file-status not = "00"
003930         close selection-file
003940         display "TENNOTE: no notisel.ctl selection list "
003950             "on file"
003960         go to 6000-exit.
003970     perform 6100-read-selection thru 6100-exit
003980         until selection-file-at-end.
003990     close selection-file.
004000 6000-exit.
004010     exit.

004020 6100-read-selection.
004030     read selection-file
004040         at end
004050             move "Y" to sel-eof-switch
004060         not at end
004070             move sel-building
004080                 to building-id of sample-idx-record
004090             move sel-aptnum
004100                 to aptnum of sample-idx-record
004110             read sample-idx-file
004120                 invalid key
004130                     display "TENNOTE: selected unit "
004140                         sel-building "-" sel-aptnum
004150                         " not on indexed.dbf"
004160                 not invalid key
004170                     perform 7000-print-notice
004180                         thru 7000-exit.
004190 6100-exit.
004200     exit.

004210*----------------------------------------------------------*
004220* Queued letters: every unit whose latest noticeq.dat
004230* record for the template is still "Q" gets the letter
004240* and a mailed "M" record.  A letter held for returned
004250* mail stays queued for the next run.
004260*----------------------------------------------------------*
004270 6500-queued-notices.
004280     perform 6600-load-queue thru 6600-exit.
004290     if queue-table-count = zero
004300         display "TENNOTE: nothing queued on noticeq.dat "
004310             "for template " wanted-template
004320         go to 6500-exit.
004330     open extend notice-queue-file.
004340     perform 6700-mail-queued thru 6700-exit
004350         varying queue-sub from 1 by 1
004360         until queue-sub > queue-table-count.
004370     close notice-queue-file.
004380     move spaces to queue-detail.
004390     display "TENNOTE: " queue-mailed-count
004400         " queued letter(s) mailed".
004410 6500-exit.
004420     exit.

004430 6600-load-queue.
004440     open input notice-queue-file.
004450     if ntq-file-status not = "00"
004460         close notice-queue-file
004470         move "Y" to ntq-eof-switch
004480         go to 6600-exit.
004490     perform 6610-read-queue thru 6610-exit
004500         until notice-queue-at-end.
004510     close notice-queue-file.
004520 6600-exit.
004530     exit.

004540 6610-read-queue.
004550     read notice-queue-file
004560         at end
004570             move "Y" to ntq-eof-switch
004580         not at end
004590             if ntq-template of notice-queue-record
004600                 = wanted-template
004610                 perform 6620-stow-queue thru 6620-exit.
004620 6610-exit.
004630     exit.

004640 6620-stow-queue.
004650     set queue-table-index to 1.
004660     if queue-table-count > zero
004670         search queue-table-entry
004680             at end
004690                 perform 6630-add-queue thru 6630-exit
004700             when qt-building (queue-table-index)
004710                     = ntq-building of notice-queue-record
004720                 and qt-aptnum (queue-table-index)
004730                     = ntq-aptnum of notice-queue-record
004740                 perform 6640-replace-queue thru 6640-exit
004750     else
004760         perform 6630-add-queue thru 6630-exit.
004770 6620-exit.
004780     exit.

004790 6630-add-queue.
004800     if queue-table-count >= 200
004810         display "TENNOTE: notice queue table overflow"
004820     else
004830         add 1 to queue-table-count
004840         set queue-table-index to queue-table-count
004850         perform 6640-replace-queue thru 6640-exit.
004860 6630-exit.
004870     exit.

004880 6640-replace-queue.
004890     move ntq-building of notice-queue-record
004900         to qt-building (queue-table-index).
004910     move ntq-aptnum of notice-queue-record
004920         to qt-aptnum (queue-table-index).
004930     move ntq-status of notice-queue-record
004940         to qt-status (queue-table-index).
004950     move ntq-detail of notice-queue-record
004960         to qt-detail (queue-table-index).
004970 6640-exit.
004980     exit.

004990 6700-mail-queued.
005000     if qt-status (queue-sub) not = "Q"
005010         go to 6700-exit.
005020     move qt-building (queue-sub)
005030         to building-id of sample-idx-record.
005040     move qt-aptnum (queue-sub) to aptnum of sample-idx-record.
005050     read sample-idx-file
005060         invalid key
005070             display "TENNOTE: queued unit "
005080                 qt-building (queue-sub) "-"
005090                 qt-aptnum (queue-sub)
005100                 " not on indexed.dbf"
005110             go to 6700-exit.
005120     move qt-detail (queue-sub) to queue-detail.
005130     perform 7000-print-notice thru 7000-exit.
005140     if mailing-held
005150         go to 6700-exit.
005160     move wanted-template
005170         to ntq-template of notice-queue-record.
005180     move qt-building (queue-sub)
005190         to ntq-building of notice-queue-record.
005200     move qt-aptnum (queue-sub)
005210         to ntq-aptnum of notice-queue-record.
005220     move "M" to ntq-status of notice-queue-record.
005230     move run-date to ntq-date of notice-queue-record.
005240     move qt-detail (queue-sub)
005250         to ntq-detail of notice-queue-record.
005260     move TENWHO-OPERATOR
005270         to ntq-queued-by of notice-queue-record.
005280     write notice-queue-record.
005290     add 1 to queue-mailed-count.
005300 6700-exit.
005310     exit.

005320*----------------------------------------------------------*
005330* One notice: return address, TENLABEL address block, then
005340* the template lines with the tokens substituted, and the
005350* log entry that proves what was sent and when.
005360*----------------------------------------------------------*

005370 1500-load-bad-mail.
005380     open input bad-mail-file.
005390     if bad-file-status not = "00"
005400         close bad-mail-file
005410         move "Y" to bad-eof-switch
005420         go to 1500-exit.
005430     perform 1510-read-bad thru 1510-exit
005440         until bad-mail-at-end.
005450     close bad-mail-file.
005460 1500-exit.
005470     exit.

005480 1510-read-bad.
005490     read bad-mail-file
005500         at end
005510             move "Y" to bad-eof-switch
005520         not at end
005530             perform 1520-stow-bad thru 1520-exit.
005540 1510-exit.
005550     exit.

005560 1520-stow-bad.
005570     set bad-table-index to 1.
005580     if bad-table-count > zero
005590         search bad-table-entry
005600             at end
005610                 perform 1530-add-bad thru 1530-exit
005620             when bd-building (bad-table-index)
005630                     = bad-building of bad-mail-record
005640                 and bd-aptnum (bad-table-index)
005650                     = bad-aptnum of bad-mail-record
005660                 move bad-status of bad-mail-record
005670                     to bd-status (bad-table-index)
005680     else
005690         perform 1530-add-bad thru 1530-exit.
005700 1520-exit.
005710     exit.

005720 1530-add-bad.
005730     if bad-table-count >= 200
005740         display "TENNOTE: bad-mail table overflow"
005750     else
005760         add 1 to bad-table-count
005770         move bad-building of bad-mail-record
005780             to bd-building (bad-table-count)
005790         move bad-aptnum of bad-mail-record
005800             to bd-aptnum (bad-table-count)
005810         move bad-status of bad-mail-record
005820             to bd-status (bad-table-count).
005830 1530-exit.
005840     exit.

005850 6900-check-bad-mail.
005860     move "N" to mail-held-switch.
005870     if bad-table-count = zero
005880         go to 6900-exit.
005890     set bad-table-index to 1.
005900     search bad-table-entry
005910         at end
005920             continue
005930         when bd-building (bad-table-index)
005940                 = building-id of sample-idx-record
005950             and bd-aptnum (bad-table-index)
005960                 = aptnum of sample-idx-record
005970             if bd-status (bad-table-index) = "F"
005980                 move "Y" to mail-held-switch
005990             end-if.
006000 6900-exit.
006010     exit.

006020 7000-print-notice.
006030*    a returned-mail flag holds the notice unmailed and
006040*    unlogged, the TENSTMT convention; an e-delivery unit
006050*    is emailed and never held
006060     perform 6950-check-email thru 6950-exit.
006070     perform 6900-check-bad-mail thru 6900-exit.
006080     if TENEDLV-BY-EMAIL
006090         move "N" to mail-held-switch.
006100     if mailing-held
006110         add 1 to held-count
006120         move spaces to letter-line
006130         string "*** MAILING HELD - RETURNED MAIL - "
006140             delimited by size
006150             building-id of sample-idx-record
006160                 delimited by size
006170             "-" delimited by size
006180             aptnum of sample-idx-record
006190                 delimited by size
006200             " ***" delimited by size
006210             into letter-line
006220         write letter-line
006230         add 1 to line-count
006240         go to 7000-exit.
006250     if TENEDLV-BY-EMAIL
006260         add 1 to emailed-count
006270         perform 7800-email-header thru 7800-exit
006280     else
006290         add 1 to mailed-count.
006300     move all "=" to letter-line.
006310     perform 7900-put-line thru 7900-exit.
006320     perform 7100-return-address thru 7100-exit.
006330     perform 7200-address-block thru 7200-exit.
006340     move spaces to letter-line.
006350     perform 7900-put-line thru 7900-exit.
006360     perform 7300-template-line thru 7300-exit
006370         varying template-sub from 1 by 1
006380         until template-sub > template-line-count.
006390     move spaces to letter-line.
006400     perform 7900-put-line thru 7900-exit.
006410     perform 7500-log-mailing thru 7500-exit.
006420 7000-exit.
006430     exit.

006440 6950-check-email.
006450     move building-id of sample-idx-record
006460         to TENEDLV-BUILDING.
006470     move aptnum of sample-idx-record to TENEDLV-APTNUM.
006480     call "TENEDLV" using TENEDLV-PARMS.
006490 6950-exit.
006500     exit.

006510 7100-return-address.
006520     move building-id of sample-idx-record
006530         to TENBLDL-BUILDING.
006540     call "TENBLDL" using TENBLDL-PARMS.
006550     if not TENBLDL-ON-FILE
006560         go to 7100-exit.
006570     move spaces to letter-line.
006580     string "FROM: " delimited by size
006590         TENBLDL-NAME delimited by size
006600         into letter-line.
006610     perform 7900-put-line thru 7900-exit.
006620     move spaces to letter-line.
006630     string "      " delimited by size
006640         TENBLDL-ADDRESS delimited by size
006650         into letter-line.
006660     perform 7900-put-line thru 7900-exit.
006670 7100-exit.
006680     exit.

006690 7200-address-block.
006700     move spaces to first-name-part.
006710     move spaces to last-name-part.
006720     move 1 to name-pointer.
006730     unstring name of sample-idx-record delimited by space
006740         into first-name-part
006750         with pointer name-pointer.
006760     if name-pointer <= 25
006770         move name of sample-idx-record (name-pointer:)
006780             to last-name-part.
006790     move spaces to letter-line.
006800     string last-name-part delimited by space
006810         ", " delimited by size
006820         first-name-part delimited by space
006830         into letter-line.
006840     perform 7900-put-line thru 7900-exit.
006850     move spaces to letter-line.
006860     move street-addr of sample-idx-record to letter-line.
006870     perform 7900-put-line thru 7900-exit.
006880     move spaces to letter-line.
006890     string city of sample-idx-record delimited by space
006900         ", " delimited by size
006910         state of sample-idx-record delimited by size
006920         "  " delimited by size
006930         zip of sample-idx-record delimited by size
006940         into letter-line.
006950     perform 7900-put-line thru 7900-exit.
006960 7200-exit.
006970     exit.

006980 7300-template-line.
006990     move spaces to sub-line.
007000     move tl-text (template-sub) to sub-line.
007010     move "&NAME" to token-text.
007020     move 5 to token-length.
007030     move name of sample-idx-record to token-value.
007040     perform 8000-replace-token thru 8000-exit.
007050     move "&UNIT" to token-text.
007060     move 5 to token-length.
007070     move spaces to unit-text.
007080     string building-id of sample-idx-record
007090             delimited by size
007100         "-" delimited by size
007110         aptnum of sample-idx-record delimited by size
007120         into unit-text.
007130     move unit-text to token-value.
007140     perform 8000-replace-token thru 8000-exit.
007150     move "&BLDG" to token-text.
007160     move 5 to token-length.
007170     if TENBLDL-ON-FILE
007180         move TENBLDL-NAME to token-value
007190     else
007200         move spaces to token-value
007210         string "BUILDING " delimited by size
007220             building-id of sample-idx-record
007230                 delimited by size
007240             into token-value.
007250     perform 8000-replace-token thru 8000-exit.
007260     move "&DATE" to token-text.
007270     move 5 to token-length.
007280     move run-date to date-text.
007290     move date-text to token-value.
007300     perform 8000-replace-token thru 8000-exit.
007310     move "&TEXT" to token-text.
007320     move 5 to token-length.
007330     move queue-detail to token-value.
007340     perform 8000-replace-token thru 8000-exit.
007350     move sub-line to letter-line.
007360     perform 7900-put-line thru 7900-exit.
007370 7300-exit.
007380     exit.

007390*----------------------------------------------------------*
007400* One email per notice: the header names the address and a
007410* subject after the template, and every notice line that
007420* follows is a body record.  A printed line is counted for
007430* the report catalog; an emailed one is not.
007440*----------------------------------------------------------*
007450 7800-email-header.
007460     move spaces to email-record.
007470     move "H" to eml-type of email-record.
007480     move "NOTE" to eml-document of email-record.
007490     move building-id of sample-idx-record
007500         to eml-building of email-record.
007510     move aptnum of sample-idx-record
007520         to eml-aptnum of email-record.
007530     move TENEDLV-EMAIL to eml-recipient of email-record.
007540     string "NOTICE " delimited by size
007550         wanted-template delimited by space
007560         " - UNIT " delimited by size
007570         building-id of sample-idx-record delimited by size
007580         "-" delimited by size
007590         aptnum of sample-idx-record delimited by size
007600         into eml-subject of email-record.
007610     write email-record.
007620 7800-exit.
007630     exit.

007640 7900-put-line.
007650     if TENEDLV-BY-PAPER
007660         write letter-line
007670         add 1 to line-count
007680         go to 7900-exit.
007690     move "B" to eml-type of email-record.
007700     move "NOTE" to eml-document of email-record.
007710     move building-id of sample-idx-record
007720         to eml-building of email-record.
007730     move aptnum of sample-idx-record
007740         to eml-aptnum of email-record.
007750     move letter-line to eml-text of email-record.
007760     write email-record.
007770 7900-exit.
007780     exit.

007790*----------------------------------------------------------*
007800* Replace every appearance of the token in SUB-LINE with
007810* the value (trimmed at a double space): find the token,
007820* rebuild left + value + rest, and rescan.
007830*----------------------------------------------------------*
007840 8000-replace-token.
007850     move "Y" to replaced-switch.
007860     perform 8100-one-pass thru 8100-exit
007870         until not token-replaced.
007880 8000-exit.
007890     exit.

007900 8100-one-pass.
007910     move "N" to replaced-switch.
007920     compute scan-limit = 80 - token-length + 1.
007930     perform 8200-scan-position thru 8200-exit
007940         varying scan-pos from 1 by 1
007950         until scan-pos > scan-limit
007960             or token-replaced.
007970 8100-exit.
007980     exit.

007990 8200-scan-position.
008000     if sub-line (scan-pos:token-length)
008010             not = token-text (1:token-length)
008020         go to 8200-exit.
008030     move "Y" to replaced-switch.
008040     compute left-length = scan-pos - 1.
008050     compute rest-pos = scan-pos + token-length.
008060     if rest-pos > 80
008070         move 80 to rest-pos.
008080     move spaces to build-line.
008090     if left-length > zero
008100         string sub-line (1:left-length)
008110                 delimited by size
008120             token-value delimited by "  "
008130             sub-line (rest-pos:) delimited by size
008140             into build-line
008150     else
008160         string token-value delimited by "  "
008170             sub-line (rest-pos:) delimited by size
008180             into build-line.
008190     move build-line to sub-line.
008200 8200-exit.
008210     exit.

008220 7500-log-mailing.
008230     move wanted-template
008240         to nlg-template of notice-log-record.
008250     move building-id of sample-idx-record
008260         to nlg-building of notice-log-record.
008270     move aptnum of sample-idx-record
008280         to nlg-aptnum of notice-log-record.
008290     move run-date to nlg-date of notice-log-record.
008300     move TENWHO-OPERATOR
008310         to nlg-operator of notice-log-record.
008320     move TENEDLV-DELIVERY
008330         to nlg-delivery of notice-log-record.
008340     write notice-log-record.
008350 7500-exit.
008360     exit.

008370 9000-finish.
008380     close sample-idx-file.
008390     close notice-output-file.
008400     close notice-log-file.
008410     close email-file.
008420     move "TENNOTE" to TENRCAT-PROGRAM.
008430     move notice-filename to TENRCAT-FILENAME.
008440     move mailed-count to TENRCAT-PAGES.
008450     move line-count to TENRCAT-LINES.
008460     call "TENRCAT" using TENRCAT-PARMS.
008470     display "TENNOTE: " mailed-count " notice(s) printed, "
008480         emailed-count " emailed, "
008490         held-count " held".
008500 9000-exit.
008510     exit.

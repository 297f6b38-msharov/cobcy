000210*----------------------------------------------------------*
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15 JHM   The report pass now walks the keyed
000250*                    recertx.dbf that TENSCNV rebuilds, one
000260*                    current record per unit in unit order,
000270*                    instead of a 200-entry table scanned in
000280*                    from recert.dat; the scan stays as the
000290*                    fallback when recertx.dbf is not on
000300*                    file.
000310*   2026-09-03 JHM   Honors the badmail.dat returned-mail
000320*                    flag: a flagged unit's reminder is
000330*                    held onto an exception line, the
000340*                    TENSTMT convention.
000350*   2026-09-03 JHM   Original program.
000360*----------------------------------------------------------*
000370 identification division.
000380 program-id. tenrcrt.
000390 author. J. H. Masters.
000400 installation. Property Management Systems.
000410 date-written. 2026-09-03.
000420 date-compiled. 2026-09-03.

000430 environment division.
000440 configuration section.
000450 source-computer. Intel486.
000460 object-computer. Intel486.

000470 input-output section.
000480 file-control.
000490     select optional recert-file assign to disk
000500         organization is line sequential
000510         file status is rct-file-status.

000520     select recert-cur-file assign to disk
000530         organization is indexed
000540         record key is cur-key of recert-cur-record
000550         access mode is sequential
000560         file status is rcx-file-status.

000570     select sample-idx-file assign to disk
000580         organization is indexed
000590         record key is unit-key of sample-idx-record
000600         access mode is random
000610         file status is idx-file-status.

000620     select recert-report assign to disk
000630         organization is line sequential.

000640     select optional bad-mail-file assign to disk
000650         organization is line sequential
000660         file status is bad-file-status.

000670 data division.
000680 file section.
000690 fd  recert-file
000700     label records are standard
000710     value of file-id is "recert.dat".
000720     copy TENRCT
000730         replacing ==:REC-NAME:==
000740             by ==recert-record==.

000750 fd  recert-cur-file
000760     label records are standard
000770     value of file-id is "recertx.dbf".
000780     copy TENCUR
000790         replacing ==:REC-NAME:==
000800             by ==recert-cur-record==.

000810 fd  sample-idx-file
000820     label records are standard
000830     value of file-id is "indexed.dbf".
000840     copy TENREC
000850         replacing ==:REC-NAME:== by ==sample-idx-record==
000860             ==address== by ==street-addr==.

000870 fd  recert-report
000880     label records are standard
000890     value of file-id is recert-rpt-filename.
000900 01  report-line             picture is X(80).

000910 fd  bad-mail-file
000920     label records are standard
000930     value of file-id is "badmail.dat".
000940     copy TENBAD
000950         replacing ==:REC-NAME:==
000960             by ==bad-mail-record==.

000970 working-storage section.
000980 01  recert-rpt-filename     picture is X(30).
000990     copy TENRCAT.
001000     copy TENDAYS.
001010 01  rct-file-status         picture is X(02).
001020 01  idx-file-status         picture is X(02).
001030 01  rct-eof-switch          picture is X(01) value "N".
001040     88  recert-file-at-end          value "Y".
001050 01  rcx-file-status         picture is X(02).
001060 01  recert-keyed-switch     picture is X(01) value "N".
001070     88  recert-keyed                value "Y".
001080 01  recert-building         picture is 9(02).
001090 01  recert-aptnum           picture is 9(04).
001100 01  recert-anniversary      picture is 9(08).
001110 01  recert-status           picture is X(01).
001120 01  run-date                picture is 9(08).
001130 01  days-until              picture is S9(07).
001140 01  due-60-count            picture is 9(04) value zero.
001150 01  due-30-count            picture is 9(04) value zero.
001160 01  overdue-count           picture is 9(04) value zero.
001170 01  letter-count            picture is 9(04) value zero.
001180 01  line-count              picture is 9(07) value zero.
001190 01  recert-sub              picture is 9(03).
001200 01  bucket-text             picture is X(10).
001210 01  bad-file-status         picture is X(02).
001220 01  bad-eof-switch          picture is X(01) value "N".
001230     88  bad-mail-at-end             value "Y".
001240 01  held-count              picture is 9(04) value zero.
001250 01  mail-held-switch        picture is X(01).
001260     88  mailing-held                value "Y".

001270*----------------------------------------------------------*
001280* Latest badmail.dat status per unit; a flagged unit's
001290* letter is held onto the exception worklist instead of
001300* mailed, the TENSTMT convention.
001310*----------------------------------------------------------*
001320 01  bad-mail-table-area.
001330     05  bad-table-count     picture is 9(03) value zero.
001340     05  bad-table-entry occurs 1 to 200 times
001350             depending on bad-table-count
001360             indexed by bad-table-index.
001370         10  bd-building     picture is 9(02).
001380         10  bd-aptnum       picture is 9(04).
001390         10  bd-status       picture is X(01).
001400 01  first-name-part         picture is X(25).
001410 01  last-name-part          picture is X(25).
001420 01  name-pointer            picture is 9(02).

001430*----------------------------------------------------------*
001440* Latest recert.dat record per unit, the owner-master
001450* convention.
001460*----------------------------------------------------------*
001470 01  recert-table-area.
001480     05  recert-table-count  picture is 9(03) value zero.
001490     05  recert-table-entry occurs 1 to 200 times
001500             depending on recert-table-count
001510             indexed by recert-table-index.
001520         10  rc-building     picture is 9(02).
001530         10  rc-aptnum       picture is 9(04).
001540         10  rc-anniversary  picture is 9(08).
001550         10  rc-status       picture is X(01).
001560     copy TENRCT
001570         replacing ==:REC-NAME:==
001580             by ==current-recert==.
001590     copy TENRUNC.

001600 procedure division.
001610 0000-mainline.
001620     perform 1000-initialize thru 1000-exit.
001630     perform 2000-load-recerts thru 2000-exit.
001640     perform 3000-report-pass thru 3000-exit.
001650     perform 9000-finish thru 9000-exit.
001660     stop run.

001670 1000-initialize.
001680     display "TENRCRT: recertification status report".
001690     move "TENRCRT" to TENRUNC-PROGRAM.
001700     move "S" to TENRUNC-FUNCTION.
001710     move zero to TENRUNC-COUNT.
001720     call "TENRUNC" using TENRUNC-PARMS.
001730     if TENRUNC-ALREADY-RAN
001740         display "TENRCRT: already completed for this "
001750             "business date - put TENRCRT on runover.ctl "
001760             "to force a rerun"
001770         stop run.
001780     accept run-date from date yyyymmdd.
001790     open input sample-idx-file.
001800     if idx-file-status not = "00"
001810         display "TENRCRT: cannot open indexed.dbf, status "
001820             idx-file-status
001830         stop run.
001840     move spaces to recert-rpt-filename.
001850     string "recert." delimited by size
001860         run-date delimited by size
001870         into recert-rpt-filename.
001880     open output recert-report.
001890     perform 1500-load-bad-mail thru 1500-exit.
001900     move "VOUCHER RECERTIFICATION STATUS" to report-line.
001910     write report-line.
001920     move spaces to report-line.
001930     string "RUN DATE: " delimited by size
001940         run-date delimited by size
001950         into report-line.
001960     write report-line.
001970     move "  BLDG-APT  ANNIVERSARY  ST  BUCKET"
001980         to report-line.
001990     write report-line.
002000     add 3 to line-count.
002010 1000-exit.
002020     exit.

002030 2000-load-recerts.
002040     open input recert-cur-file.
002050     if rcx-file-status = "00"
002060         move "Y" to recert-keyed-switch
002070         go to 2000-exit.
002080     close recert-cur-file.
002090     display "TENRCRT: recertx.dbf not on file - run "
002100         "TENSCNV - scanning recert.dat".
002110     open input recert-file.
002120     if rct-file-status not = "00"
002130         close recert-file
002140         move "Y" to rct-eof-switch
002150         go to 2000-exit.
002160     perform 2100-read-recert thru 2100-exit
002170         until recert-file-at-end.
002180     close recert-file.
002190 2000-exit.
002200     exit.

002210 2100-read-recert.
002220     read recert-file
002230         at end
002240             move "Y" to rct-eof-switch
002250         not at end
002260             perform 2200-stow-recert thru 2200-exit.
002270 2100-exit.
002280     exit.

002290 2200-stow-recert.
002300     set recert-table-index to 1.
002310     if recert-table-count > zero
002320         search recert-table-entry
002330             at end
002340                 perform 2300-add-recert thru 2300-exit
002350             when rc-building (recert-table-index)
002360                     = rct-building of recert-record
002370                 and rc-aptnum (recert-table-index)
002380                     = rct-aptnum of recert-record
002390                 move rct-anniversary of recert-record
002400                     to rc-anniversary (recert-table-index)
002410                 move rct-paper-status of recert-record
002420                     to rc-status (recert-table-index)
002430     else
002440         perform 2300-add-recert thru 2300-exit.
002450 2200-exit.
002460     exit.

002470 2300-add-recert.
002480     if recert-table-count >= 200
002490         display "TENRCRT: recert table overflow"
002500     else
002510         add 1 to recert-table-count
002520         move rct-building of recert-record
002530             to rc-building (recert-table-count)
002540         move rct-aptnum of recert-record
002550             to rc-aptnum (recert-table-count)
002560         move rct-anniversary of recert-record
002570             to rc-anniversary (recert-table-count)
002580         move rct-paper-status of recert-record
002590             to rc-status (recert-table-count).
002600 2300-exit.
002610     exit.

002620 3000-report-pass.
002630     if recert-keyed
002640         perform 3020-read-keyed thru 3020-exit
002650             until rcx-file-status = "10"
002660     else
002670         perform 3010-table-one thru 3010-exit
002680             varying recert-sub from 1 by 1
002690             until recert-sub > recert-table-count.
002700     move spaces to report-line.
002710     write report-line.
002720     move spaces to report-line.
002730     string "DUE IN 60: " delimited by size
002740         due-60-count delimited by size
002750         "   DUE IN 30: " delimited by size
002760         due-30-count delimited by size
002770         "   OVERDUE: " delimited by size
002780         overdue-count delimited by size
002790         into report-line.
002800     write report-line.
002810     add 2 to line-count.
002820 3000-exit.
002830     exit.

002840 3010-table-one.
002850     move rc-building (recert-sub) to recert-building.
002860     move rc-aptnum (recert-sub) to recert-aptnum.
002870     move rc-anniversary (recert-sub) to recert-anniversary.
002880     move rc-status (recert-sub) to recert-status.
002890     perform 3100-report-one thru 3100-exit.
002900 3010-exit.
002910     exit.

002920*----------------------------------------------------------*
002930* The keyed companion holds one current record per unit,
002940* read in unit order.
002950*----------------------------------------------------------*
002960 3020-read-keyed.
002970     read recert-cur-file next record
002980         at end
002990             move "10" to rcx-file-status
003000             go to 3020-exit.
003010     move cur-image of recert-cur-record to current-recert.
003020     move rct-building of current-recert to recert-building.
003030     move rct-aptnum of current-recert to recert-aptnum.
003040     move rct-anniversary of current-recert
003050         to recert-anniversary.
003060     move rct-paper-status of current-recert to recert-status.
003070     perform 3100-report-one thru 3100-exit.
003080 3020-exit.
003090     exit.

003100 3100-report-one.
003110     if recert-status = "C"
003120         go to 3100-exit.
003130     move run-date to TENDAYS-FROM.
003140     move recert-anniversary to TENDAYS-TO.
003150     call "TENDAYS" using TENDAYS-PARMS.
003160     move TENDAYS-DAYS to days-until.
003170     if days-until > 60
003180         go to 3100-exit.
003190     evaluate true
003200         when days-until < zero
003210             move "OVERDUE" to bucket-text
003220             add 1 to overdue-count
003230         when days-until <= 30
003240             move "DUE IN 30" to bucket-text
003250             add 1 to due-30-count
003260         when other
003270             move "DUE IN 60" to bucket-text
003280             add 1 to due-60-count
003290     end-evaluate.
003300     move spaces to report-line.
003310     string "  " delimited by size
003320         recert-building delimited by size
003330         "-" delimited by size
003340         recert-aptnum delimited by size
003350         "  " delimited by size
003360         recert-anniversary delimited by size
003370         "   " delimited by size
003380         recert-status delimited by size
003390         "   " delimited by size
003400         bucket-text delimited by size
003410         into report-line.
003420     write report-line.
003430     add 1 to line-count.
003440     perform 4000-print-reminder thru 4000-exit.
003450 3100-exit.
003460     exit.

003470*----------------------------------------------------------*
003480* The reminder letter, TENLABEL address block, for every
003490* tenant inside the window or overdue.
003500*----------------------------------------------------------*

003510 1500-load-bad-mail.
003520     open input bad-mail-file.
003530     if bad-file-status not = "00"
003540         close bad-mail-file
003550         move "Y" to bad-eof-switch
003560         go to 1500-exit.
003570     perform 1510-read-bad thru 1510-exit
003580         until bad-mail-at-end.
003590     close bad-mail-file.
003600 1500-exit.
003610     exit.

003620 1510-read-bad.
003630     read bad-mail-file
003640         at end
003650             move "Y" to bad-eof-switch
003660         not at end
003670             perform 1520-stow-bad thru 1520-exit.
003680 1510-exit.
003690     exit.

003700 1520-stow-bad.
003710     set bad-table-index to 1.
003720     if bad-table-count > zero
003730         search bad-table-entry
003740             at end
003750                 perform 1530-add-bad thru 1530-exit
003760             when bd-building (bad-table-index)
003770                     = bad-building of bad-mail-record
003780                 and bd-aptnum (bad-table-index)
003790                     = bad-aptnum of bad-mail-record
003800                 move bad-status of bad-mail-record
003810                     to bd-status (bad-table-index)
003820     else
003830         perform 1530-add-bad thru 1530-exit.
003840 1520-exit.
003850     exit.

003860 1530-add-bad.
003870     if bad-table-count >= 200
003880         display "TENRCRT: bad-mail table overflow"
003890     else
003900         add 1 to bad-table-count
003910         move bad-building of bad-mail-record
003920             to bd-building (bad-table-count)
003930         move bad-aptnum of bad-mail-record
003940             to bd-aptnum (bad-table-count)
003950         move bad-status of bad-mail-record
003960             to bd-status (bad-table-count).
003970 1530-exit.
003980     exit.

003990 4050-check-bad-mail.
004000     move "N" to mail-held-switch.
004010     if bad-table-count = zero
004020         go to 4050-exit.
004030     set bad-table-index to 1.
004040     search bad-table-entry
004050         at end
004060             continue
004070         when bd-building (bad-table-index)
004080                 = building-id of sample-idx-record
004090             and bd-aptnum (bad-table-index)
004100                 = aptnum of sample-idx-record
004110             if bd-status (bad-table-index) = "F"
004120                 move "Y" to mail-held-switch
004130             end-if.
004140 4050-exit.
004150     exit.

004160 4000-print-reminder.
004170     move recert-building to building-id of sample-idx-record.
004180     move recert-aptnum to aptnum of sample-idx-record.
004190     read sample-idx-file
004200         invalid key
004210             go to 4000-exit.
004220     perform 4050-check-bad-mail thru 4050-exit.
004230     if mailing-held
004240         add 1 to held-count
004250         move spaces to report-line
004260         string "*** MAILING HELD - RETURNED MAIL - "
004270             delimited by size
004280             building-id of sample-idx-record
004290                 delimited by size
004300             "-" delimited by size
004310             aptnum of sample-idx-record
004320                 delimited by size
004330             " ***" delimited by size
004340             into report-line
004350         write report-line
004360         add 1 to line-count
004370         go to 4000-exit.
004380     add 1 to letter-count.
004390     move all "=" to report-line.
004400     write report-line.
004410     perform 4100-address-block thru 4100-exit.
004420     move spaces to report-line.
004430     write report-line.
004440     move "RECERTIFICATION REMINDER" to report-line.
004450     write report-line.
004460     move spaces to report-line.
004470     string "YOUR ANNUAL RECERTIFICATION IS DUE "
004480         delimited by size
004490         recert-anniversary delimited by size
004500         into report-line.
004510     write report-line.
004520     move "PLEASE BRING YOUR PAPERWORK TO THE OFFICE - A"
004530         to report-line.
004540     write report-line.
004550     move "MISSED RECERTIFICATION SUSPENDS YOUR SUBSIDY"
004560         to report-line.
004570     write report-line.
004580     move spaces to report-line.
004590     write report-line.
004600     add 7 to line-count.
004610 4000-exit.
004620     exit.

004630 4100-address-block.
004640     move spaces to first-name-part.
004650     move spaces to last-name-part.
004660     move 1 to name-pointer.
004670     unstring name of sample-idx-record delimited by space
004680         into first-name-part
004690         with pointer name-pointer.
004700     if name-pointer <= 25
004710         move name of sample-idx-record (name-pointer:)
004720             to last-name-part.
004730     move spaces to report-line.
004740     string last-name-part delimited by space
004750         ", " delimited by size
004760         first-name-part delimited by space
004770         into report-line.
004780     write report-line.
004790     move spaces to report-line.
004800     move street-addr of sample-idx-record to report-line.
004810     write report-line.
004820     move spaces to report-line.
004830     string city of sample-idx-record delimited by space
004840         ", " delimited by size
004850         state of sample-idx-record delimited by size
004860         "  " delimited by size
004870         zip of sample-idx-record delimited by size
004880         into report-line.
004890     write report-line.
004900     add 3 to line-count.
004910 4100-exit.
004920     exit.

004930 9000-finish.
004940     close sample-idx-file recert-report.
004950     if recert-keyed
004960         close recert-cur-file.
004970     move "TENRCRT" to TENRCAT-PROGRAM.
004980     move recert-rpt-filename to TENRCAT-FILENAME.
004990     move 1 to TENRCAT-PAGES.
005000     move line-count to TENRCAT-LINES.
005010     call "TENRCAT" using TENRCAT-PARMS.
005020     move "E" to TENRUNC-FUNCTION.
005030     move letter-count to TENRUNC-COUNT.
005040     call "TENRUNC" using TENRUNC-PARMS.
005050     display "TENRCRT: " held-count " mailing(s) held".
005060     display "TENRCRT: " letter-count " reminder(s), "
005070         overdue-count " overdue".
005080 9000-exit.
005090     exit.

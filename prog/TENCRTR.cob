000220*----------------------------------------------------------*
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   2026-10-15 JHM   A unit's certificate now comes from the
000260*                    keyed inscertx.dbf that TENSCNV rebuilds,
000270*                    one random read per unit, instead of a
000280*                    500-entry table scanned in from
000290*                    inscert.dat; the scan stays as the
000300*                    fallback when inscertx.dbf is not on
000310*                    file.
000320*   2026-09-03 JHM   Honors the badmail.dat returned-mail
000330*                    flag: a flagged unit's reminder is
000340*                    held onto an exception line, the
000350*                    TENSTMT convention.
000360*   2026-09-03 JHM   Original program.
000370*----------------------------------------------------------*
000380 identification division.
000390 program-id. tencrtr.
000400 author. J. H. Masters.
000410 installation. Property Management Systems.
000420 date-written. 2026-09-03.
000430 date-compiled. 2026-09-03.

000440 environment division.
000450 configuration section.
000460 source-computer. Intel486.
000470 object-computer. Intel486.

000480 input-output section.
000490 file-control.
000500     select sample-idx-file assign to disk
000510         organization is indexed
000520         record key is unit-key of sample-idx-record
000530         access mode is sequential
000540         file status is idx-file-status.

000550     select optional certificate-file assign to disk
000560         organization is line sequential
000570         file status is inc-file-status.

000580     select cert-cur-file assign to disk
000590         organization is indexed
000600         record key is cur-key of cert-cur-record
000610         access mode is random
000620         file status is icx-file-status.

000630     select certificate-report assign to disk
000640         organization is line sequential.

000650     select optional bad-mail-file assign to disk
000660         organization is line sequential
000670         file status is bad-file-status.

000680 data division.
000690 file section.
000700 fd  sample-idx-file
000710     label records are standard
000720     value of file-id is "indexed.dbf".
000730     copy TENREC
000740         replacing ==:REC-NAME:== by ==sample-idx-record==
000750             ==address== by ==street-addr==.

000760 fd  certificate-file
000770     label records are standard
000780     value of file-id is "inscert.dat".
000790     copy TENINC
000800         replacing ==:REC-NAME:==
000810             by ==certificate-record==.

000820 fd  cert-cur-file
000830     label records are standard
000840     value of file-id is "inscertx.dbf".
000850     copy TENCUR
000860         replacing ==:REC-NAME:==
000870             by ==cert-cur-record==.

000880 fd  certificate-report
000890     label records are standard
000900     value of file-id is cert-rpt-filename.
000910 01  report-line             picture is X(80).

000920 fd  bad-mail-file
000930     label records are standard
000940     value of file-id is "badmail.dat".
000950     copy TENBAD
000960         replacing ==:REC-NAME:==
000970             by ==bad-mail-record==.

000980 working-storage section.
000990 01  cert-rpt-filename       picture is X(30).
001000     copy TENRCAT.
001010 01  idx-file-status         picture is X(02).
001020 01  inc-file-status         picture is X(02).
001030 01  inc-eof-switch          picture is X(01) value "N".
001040     88  certificate-file-at-end     value "Y".
001050 01  icx-file-status         picture is X(02).
001060 01  cert-keyed-switch       picture is X(01) value "N".
001070     88  cert-keyed                  value "Y".
001080 01  found-carrier           picture is X(25).
001090 01  found-expires           picture is 9(08).
001100 01  run-date                picture is 9(08).
001110 01  expired-count           picture is 9(04) value zero.
001120 01  missing-count           picture is 9(04) value zero.
001130 01  letter-count            picture is 9(04) value zero.
001140 01  line-count              picture is 9(07) value zero.
001150 01  cert-found-switch       picture is X(01).
001160     88  certificate-on-file         value "Y".
001170 01  first-name-part         picture is X(25).
001180 01  last-name-part          picture is X(25).
001190 01  name-pointer            picture is 9(02).
001200 01  bad-file-status         picture is X(02).
001210 01  bad-eof-switch          picture is X(01) value "N".
001220     88  bad-mail-at-end             value "Y".
001230 01  held-count              picture is 9(04) value zero.
001240 01  mail-held-switch        picture is X(01).
001250     88  mailing-held                value "Y".

001260*----------------------------------------------------------*
001270* Latest badmail.dat status per unit; a flagged unit's
001280* letter is held onto the exception worklist instead of
001290* mailed, the TENSTMT convention.
001300*----------------------------------------------------------*
001310 01  bad-mail-table-area.
001320     05  bad-table-count     picture is 9(03) value zero.
001330     05  bad-table-entry occurs 1 to 200 times
001340             depending on bad-table-count
001350             indexed by bad-table-index.
001360         10  bd-building     picture is 9(02).
001370         10  bd-aptnum       picture is 9(04).
001380         10  bd-status       picture is X(01).

001390*----------------------------------------------------------*
001400* Latest inscert.dat record per unit, the owner-master
001410* convention.
001420*----------------------------------------------------------*
001430 01  cert-table-area.
001440     05  cert-table-count    picture is 9(03) value zero.
001450     05  cert-table-entry occurs 1 to 500 times
001460             depending on cert-table-count
001470             indexed by cert-table-index.
001480         10  ct-building     picture is 9(02).
001490         10  ct-aptnum       picture is 9(04).
001500         10  ct-carrier      picture is X(25).
001510         10  ct-policy       picture is X(15).
001520         10  ct-expires      picture is 9(08).
001530     copy TENINC
001540         replacing ==:REC-NAME:==
001550             by ==current-certificate==.
001560     copy TENRUNC.

001570 procedure division.
001580 0000-mainline.
001590     perform 1000-initialize thru 1000-exit.
001600     perform 2000-load-certificates thru 2000-exit.
001610     perform 3000-read-units thru 3000-exit
001620         until idx-file-status = "10".
001630     perform 9000-finish thru 9000-exit.
001640     stop run.

001650 1000-initialize.
001660     display "TENCRTR: insurance certificate report".
001670     move "TENCRTR" to TENRUNC-PROGRAM.
001680     move "S" to TENRUNC-FUNCTION.
001690     move zero to TENRUNC-COUNT.
001700     call "TENRUNC" using TENRUNC-PARMS.
001710     if TENRUNC-ALREADY-RAN
001720         display "TENCRTR: already completed for this "
001730             "business date - put TENCRTR on runover.ctl "
001740             "to force a rerun"
001750         stop run.
001760     accept run-date from date yyyymmdd.
001770     open input sample-idx-file.
001780     if idx-file-status not = "00"
001790         display "TENCRTR: cannot open indexed.dbf, status "
001800             idx-file-status
001810         stop run.
001820     move spaces to cert-rpt-filename.
001830     string "inscert." delimited by size
001840         run-date delimited by size
001850         into cert-rpt-filename.
001860     open output certificate-report.
001870     perform 1500-load-bad-mail thru 1500-exit.
001880     move "RENTER'S INSURANCE - EXPIRED AND MISSING"
001890         to report-line.
001900     write report-line.
001910     move spaces to report-line.
001920     string "RUN DATE: " delimited by size
001930         run-date delimited by size
001940         into report-line.
001950     write report-line.
001960     add 2 to line-count.
001970 1000-exit.
001980     exit.

001990 2000-load-certificates.
002000     open input cert-cur-file.
002010     if icx-file-status = "00"
002020         move "Y" to cert-keyed-switch
002030         go to 2000-exit.
002040     close cert-cur-file.
002050     display "TENCRTR: inscertx.dbf not on file - run "
002060         "TENSCNV - scanning inscert.dat".
002070     open input certificate-file.
002080     if inc-file-status not = "00"
002090         close certificate-file
002100         move "Y" to inc-eof-switch
002110         go to 2000-exit.
002120     perform 2100-read-certificate thru 2100-exit
002130         until certificate-file-at-end.
002140     close certificate-file.
002150 2000-exit.
002160     exit.

002170 2100-read-certificate.
002180     read certificate-file
002190         at end
002200             move "Y" to inc-eof-switch
002210         not at end
002220             perform 2200-stow-certificate thru 2200-exit.
002230 2100-exit.
002240     exit.

002250 2200-stow-certificate.
002260     set cert-table-index to 1.
002270     if cert-table-count > zero
002280         search cert-table-entry
002290             at end
002300                 perform 2300-add-certificate thru 2300-exit
002310             when ct-building (cert-table-index)
002320                     = inc-building of certificate-record
002330                 and ct-aptnum (cert-table-index)
002340                     = inc-aptnum of certificate-record
002350                 perform 2400-replace-certificate
002360                     thru 2400-exit
002370     else
002380         perform 2300-add-certificate thru 2300-exit.
002390 2200-exit.
002400     exit.

002410 2300-add-certificate.
002420     if cert-table-count >= 500
002430         display "TENCRTR: certificate table overflow"
002440     else
002450         add 1 to cert-table-count
002460         set cert-table-index to cert-table-count
002470         perform 2400-replace-certificate thru 2400-exit.
002480 2300-exit.
002490     exit.

002500 2400-replace-certificate.
002510     move inc-building of certificate-record
002520         to ct-building (cert-table-index).
002530     move inc-aptnum of certificate-record
002540         to ct-aptnum (cert-table-index).
002550     move inc-carrier of certificate-record
002560         to ct-carrier (cert-table-index).
002570     move inc-policy of certificate-record
002580         to ct-policy (cert-table-index).
002590     move inc-expires of certificate-record
002600         to ct-expires (cert-table-index).
002610 2400-exit.
002620     exit.

002630 3000-read-units.
002640     read sample-idx-file next record
002650         at end
002660             continue
002670         not at end
002680             if occ-occupied of sample-idx-record
002690                 perform 3100-check-unit thru 3100-exit.
002700 3000-exit.
002710     exit.

002720 3100-check-unit.
002730     perform 3200-find-certificate thru 3200-exit.
002740     if not certificate-on-file
002750         add 1 to missing-count
002760         move spaces to report-line
002770         string "  " delimited by size
002780             building-id of sample-idx-record
002790                 delimited by size
002800             "-" delimited by size
002810             aptnum of sample-idx-record delimited by size
002820             "  NO CERTIFICATE ON FILE  "
002830                 delimited by size
002840             name of sample-idx-record delimited by size
002850             into report-line
002860         write report-line
002870         add 1 to line-count
002880         go to 3100-exit.
002890     if found-expires >= run-date
002900         go to 3100-exit.
002910     add 1 to expired-count.
002920     move spaces to report-line.
002930     string "  " delimited by size
002940         building-id of sample-idx-record delimited by size
002950         "-" delimited by size
002960         aptnum of sample-idx-record delimited by size
002970         "  EXPIRED " delimited by size
002980         found-expires delimited by size
002990         "  " delimited by size
003000         found-carrier delimited by size
003010         into report-line.
003020     write report-line.
003030     add 1 to line-count.
003040     perform 4000-print-reminder thru 4000-exit.
003050 3100-exit.
003060     exit.

003070*----------------------------------------------------------*
003080* The unit's certificate: one random read of the keyed
003090* companion, or the table scanned in from inscert.dat.
003100*----------------------------------------------------------*
003110 3200-find-certificate.
003120     move "N" to cert-found-switch.
003130     if cert-keyed
003140         move building-id of sample-idx-record
003150             to cur-building of cert-cur-record
003160         move aptnum of sample-idx-record
003170             to cur-aptnum of cert-cur-record
003180         read cert-cur-file
003190             invalid key
003200                 go to 3200-exit
003210         end-read
003220         move cur-image of cert-cur-record
003230             to current-certificate
003240         move "Y" to cert-found-switch
003250         move inc-carrier of current-certificate
003260             to found-carrier
003270         move inc-expires of current-certificate
003280             to found-expires
003290         go to 3200-exit.
003300     if cert-table-count = zero
003310         go to 3200-exit.
003320     set cert-table-index to 1.
003330     search cert-table-entry
003340         at end
003350             go to 3200-exit
003360         when ct-building (cert-table-index)
003370                 = building-id of sample-idx-record
003380             and ct-aptnum (cert-table-index)
003390                 = aptnum of sample-idx-record
003400             continue.
003410     move "Y" to cert-found-switch.
003420     move ct-carrier (cert-table-index) to found-carrier.
003430     move ct-expires (cert-table-index) to found-expires.
003440 3200-exit.
003450     exit.

003460*----------------------------------------------------------*
003470* The reminder letter, TENLABEL address block, for every
003480* certificate past its expiry.
003490*----------------------------------------------------------*

003500 1500-load-bad-mail.
003510     open input bad-mail-file.
003520     if bad-file-status not = "00"
003530         close bad-mail-file
003540         move "Y" to bad-eof-switch
003550         go to 1500-exit.
003560     perform 1510-read-bad thru 1510-exit
003570         until bad-mail-at-end.
003580     close bad-mail-file.
003590 1500-exit.
003600     exit.

003610 1510-read-bad.
003620     read bad-mail-file
003630         at end
003640             move "Y" to bad-eof-switch
003650         not at end
003660             perform 1520-stow-bad thru 1520-exit.
003670 1510-exit.
003680     exit.

003690 1520-stow-bad.
003700     set bad-table-index to 1.
003710     if bad-table-count > zero
003720         search bad-table-entry
003730             at end
003740                 perform 1530-add-bad thru 1530-exit
003750             when bd-building (bad-table-index)
003760                     = bad-building of bad-mail-record
003770                 and bd-aptnum (bad-table-index)
003780                     = bad-aptnum of bad-mail-record
003790                 move bad-status of bad-mail-record
003800                     to bd-status (bad-table-index)
003810     else
003820         perform 1530-add-bad thru 1530-exit.
003830 1520-exit.
003840     exit.

003850 1530-add-bad.
003860     if bad-table-count >= 200
003870         display "TENCRTR: bad-mail table overflow"
003880     else
003890         add 1 to bad-table-count
003900         move bad-building of bad-mail-record
003910             to bd-building (bad-table-count)
003920         move bad-aptnum of bad-mail-record
003930             to bd-aptnum (bad-table-count)
003940         move bad-status of bad-mail-record
003950             to bd-status (bad-table-count).
003960 1530-exit.
003970     exit.

003980 4050-check-bad-mail.
003990     move "N" to mail-held-switch.
004000     if bad-table-count = zero
004010         go to 4050-exit.
004020     set bad-table-index to 1.
004030     search bad-table-entry
004040         at end
004050             continue
004060         when bd-building (bad-table-index)
004070                 = building-id of sample-idx-record
004080             and bd-aptnum (bad-table-index)
004090                 = aptnum of sample-idx-record
004100             if bd-status (bad-table-index) = "F"
004110                 move "Y" to mail-held-switch
004120             end-if.
004130 4050-exit.
004140     exit.

004150 4000-print-reminder.
004160     perform 4050-check-bad-mail thru 4050-exit.
004170     if mailing-held
004180         add 1 to held-count
004190         move spaces to report-line
004200         string "*** MAILING HELD - RETURNED MAIL - "
004210             delimited by size
004220             building-id of sample-idx-record
004230                 delimited by size
004240             "-" delimited by size
004250             aptnum of sample-idx-record
004260                 delimited by size
004270             " ***" delimited by size
004280             into report-line
004290         write report-line
004300         add 1 to line-count
004310         go to 4000-exit.
004320     add 1 to letter-count.
004330     move all "=" to report-line.
004340     write report-line.
004350     perform 4100-address-block thru 4100-exit.
004360     move spaces to report-line.
004370     write report-line.
004380     move "INSURANCE CERTIFICATE REMINDER" to report-line.
004390     write report-line.
004400     move spaces to report-line.
004410     string "YOUR RENTER'S INSURANCE EXPIRED "
004420         delimited by size
004430         found-expires delimited by size
004440         into report-line.
004450     write report-line.
004460     move "YOUR LEASE REQUIRES A CURRENT CERTIFICATE -"
004470         to report-line.
004480     write report-line.
004490     move "PLEASE BRING PROOF OF RENEWAL TO THE OFFICE"
004500         to report-line.
004510     write report-line.
004520     move spaces to report-line.
004530     write report-line.
004540     add 7 to line-count.
004550 4000-exit.
004560     exit.

004570 4100-address-block.
004580     move spaces to first-name-part.
004590     move spaces to last-name-part.
004600     move 1 to name-pointer.
004610     unstring name of sample-idx-record delimited by space
004620         into first-name-part
004630         with pointer name-pointer.
004640     if name-pointer <= 25
004650         move name of sample-idx-record (name-pointer:)
004660             to last-name-part.
004670     move spaces to report-line.
004680     string last-name-part delimited by space
004690         ", " delimited by size
004700         first-name-part delimited by space
004710         into report-line.
004720     write report-line.
004730     move spaces to report-line.
004740     move street-addr of sample-idx-record to report-line.
004750     write report-line.
004760     move spaces to report-line.
004770     string city of sample-idx-record delimited by space
004780         ", " delimited by size
004790         state of sample-idx-record delimited by size
004800         "  " delimited by size
004810         zip of sample-idx-record delimited by size
004820         into report-line.
004830     write report-line.
004840     add 3 to line-count.
004850 4100-exit.
004860     exit.

004870 9000-finish.
004880     move spaces to report-line.
004890     write report-line.
004900     move spaces to report-line.
004910     string "EXPIRED: " delimited by size
004920         expired-count delimited by size
004930         "   MISSING: " delimited by size
004940         missing-count delimited by size
004950         into report-line.
004960     write report-line.
004970     add 2 to line-count.
004980     close sample-idx-file certificate-report.
004990     if cert-keyed
005000         close cert-cur-file.
005010     move "TENCRTR" to TENRCAT-PROGRAM.
005020     move cert-rpt-filename to TENRCAT-FILENAME.
005030     move 1 to TENRCAT-PAGES.
005040     move line-count to TENRCAT-LINES.
005050     call "TENRCAT" using TENRCAT-PARMS.
005060     move "E" to TENRUNC-FUNCTION.
005070     move letter-count to TENRUNC-COUNT.
005080     call "TENRUNC" using TENRUNC-PARMS.
005090     display "TENCRTR: " held-count " mailing(s) held".
005100     display "TENCRTR: " expired-count " expired, "
005110         missing-count " missing".
005120 9000-exit.
005130     exit.

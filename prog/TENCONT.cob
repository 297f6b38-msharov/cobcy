000190*----------------------------------------------------------*
000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000220*   2026-10-15 JHM   The unit listing marks an email the
000230*                    TENEBNC import has flagged bounced; a
000240*                    new contact starts unflagged.
000250*   2026-08-22 JHM   An OPTIONAL file opened for input
000260*                    that is not on file comes back "05"
000270*                    and is left open; the read-scan bail
000280*                    paths now CLOSE it so the later
000290*                    write-mode open (which creates the
000300*                    file) is not stranded.
000310*   2026-08-22 JHM   Original program.
000320*----------------------------------------------------------*
000330 identification division.
000340 program-id. tencont.
000350 author. J. H. Masters.
000360 installation. Property Management Systems.
000370 date-written. 2026-08-22.
000380 date-compiled. 2026-08-22.

000390 environment division.
000400 configuration section.
000410 source-computer. Intel486.
000420 object-computer. Intel486.

000430 input-output section.
000440 file-control.
000450     select sample-idx-file assign to disk
000460         organization is indexed
000470         record key is unit-key of sample-idx-record
000480         access mode is random
000490         file status is idx-file-status.

000500     select optional contact-file assign to disk
000510         organization is line sequential
000520         file status is con-file-status.

000530     select emergency-report assign to disk
000540         organization is line sequential.

000550 data division.
000560 file section.
000570 fd  sample-idx-file
000580     label records are standard
000590     value of file-id is "indexed.dbf".
000600     copy TENREC
000610         replacing ==:REC-NAME:== by ==sample-idx-record==
000620             ==address== by ==street-addr==.

000630 fd  contact-file
000640     label records are standard
000650     value of file-id is "contact.dat".
000660     copy TENCON
000670         replacing ==:REC-NAME:==
000680             by ==contact-record==.

000690 fd  emergency-report
000700     label records are standard
000710     value of file-id is "emercon.rpt".
000720 01  report-line             picture is X(80).

000730 working-storage section.
000740 01  idx-file-status         picture is X(02).
000750 01  con-file-status         picture is X(02).
000760 01  con-eof-switch          picture is X(01).
000770     88  contact-file-at-end         value "Y".
000780 01  more-switch             picture is X(01) value "Y".
000790     88  more-records                value "Y".
000800 01  menu-reply              picture is X(01).
000810 01  reply                   picture is X(30).
000820 01  entered-count           picture is 9(05) value zero.
000830 01  next-seq                picture is 9(02).
000840 01  listed-count            picture is 9(03).
000850 01  emergency-count         picture is 9(05) value zero.

000860 procedure division.
000870 0000-mainline.
000880     perform 1000-initialize thru 1000-exit.
000890     perform 2000-choose-action thru 2000-exit
000900         until not more-records.
000910     perform 9000-finish thru 9000-exit.
000920     stop run.

000930 1000-initialize.
000940     display "TENCONT: tenant contact maintenance".
000950     open i-o sample-idx-file.
000960     if idx-file-status not = "00"
000970         display "TENCONT: cannot open indexed.dbf, status "
000980             idx-file-status
000990         stop run.
001000 1000-exit.
001010     exit.

001020 2000-choose-action.
001030     display "Add, List unit, Emergency report, or Quit "
001040         "(A/L/E/Q): ".
001050     accept menu-reply.
001060     evaluate menu-reply
001070         when "A"
001080             perform 3000-add-contact thru 3000-exit
001090         when "a"
001100             perform 3000-add-contact thru 3000-exit
001110         when "L"
001120             perform 4000-list-unit thru 4000-exit
001130         when "l"
001140             perform 4000-list-unit thru 4000-exit
001150         when "E"
001160             perform 5000-emergency-report thru 5000-exit
001170         when "e"
001180             perform 5000-emergency-report thru 5000-exit
001190         when other
001200             move "N" to more-switch
001210     end-evaluate.
001220 2000-exit.
001230     exit.

001240 3000-add-contact.
001250     display "Building number: ".
001260     accept building-id.
001270     display "Apartment number: ".
001280     accept aptnum.
001290     read sample-idx-file
001300         invalid key
001310             display "TENCONT: no unit " building-id "-"
001320                 aptnum " on indexed.dbf"
001330             go to 3000-exit.
001340     perform 3100-find-next-seq thru 3100-exit.
001350     move building-id to con-building of contact-record.
001360     move aptnum to con-aptnum of contact-record.
001370     move next-seq to con-seq of contact-record.
001380     display "Type (H=home, W=work, C=cell, E=email): ".
001390     accept con-type of contact-record.
001400     display "Phone (blank if none): ".
001410     accept reply.
001420     move reply (1:15) to con-phone of contact-record.
001430     display "Email (blank if none): ".
001440     accept reply.
001450     move reply to con-email of contact-record.
001460     display "Emergency contact (Y/N): ".
001470     accept con-emergency of contact-record.
001480     move space to con-email-status of contact-record.
001490     open extend contact-file.
001500     write contact-record.
001510     close contact-file.
001520     add 1 to entered-count.
001530     display "TENCONT: contact " next-seq " recorded for "
001540         building-id "-" aptnum.
001550 3000-exit.
001560     exit.

001570 3100-find-next-seq.
001580     move 1 to next-seq.
001590     move "N" to con-eof-switch.
001600     open input contact-file.
001610     if con-file-status not = "00"
001620         close contact-file
001630         go to 3100-exit.
001640     perform 3110-scan-seq thru 3110-exit
001650         until contact-file-at-end.
001660     close contact-file.
001670 3100-exit.
001680     exit.

001690 3110-scan-seq.
001700     read contact-file
001710         at end
001720             move "Y" to con-eof-switch
001730         not at end
001740             if con-building of contact-record
001750                     = building-id of sample-idx-record
001760                 and con-aptnum of contact-record
001770                     = aptnum of sample-idx-record
001780                 and con-seq of contact-record >= next-seq
001790                 compute next-seq =
001800                     con-seq of contact-record + 1.
001810 3110-exit.
001820     exit.

001830 4000-list-unit.
001840     display "Building number: ".
001850     accept building-id.
001860     display "Apartment number: ".
001870     accept aptnum.
001880     move zero to listed-count.
001890     move "N" to con-eof-switch.
001900     open input contact-file.
001910     if con-file-status not = "00"
001920         close contact-file
001930         display "TENCONT: no contacts on file"
001940         go to 4000-exit.
001950     perform 4100-list-one thru 4100-exit
001960         until contact-file-at-end.
001970     close contact-file.
001980     display "TENCONT: " listed-count " contact(s)".
001990 4000-exit.
002000     exit.

002010 4100-list-one.
002020     read contact-file
002030         at end
002040             move "Y" to con-eof-switch
002050         not at end
002060             if con-building of contact-record
002070                     = building-id of sample-idx-record
002080                 and con-aptnum of contact-record
002090                     = aptnum of sample-idx-record
002100                 add 1 to listed-count
002110                 display "  " con-seq of contact-record
002120                     " " con-type of contact-record
002130                     " " con-phone of contact-record
002140                     " " con-email of contact-record
002150                     " EMERG=" con-emergency of
002160                         contact-record
002170                 if con-email-bounced of contact-record
002180                     display "     EMAIL BOUNCED - "
002190                         "NOT USED FOR E-DELIVERY".
002200 4100-exit.
002210     exit.

002220*----------------------------------------------------------*
002230* Emergency-contact listing for the superintendents, one
002240* line per flagged contact, in building order as the file
002250* naturally groups.
002260*----------------------------------------------------------*
002270 5000-emergency-report.
002280     move zero to emergency-count.
002290     move "N" to con-eof-switch.
002300     open input contact-file.
002310     if con-file-status not = "00"
002320         close contact-file
002330         display "TENCONT: no contacts on file"
002340         go to 5000-exit.
002350     open output emergency-report.
002360     move "EMERGENCY CONTACT LISTING BY BUILDING"
002370         to report-line.
002380     write report-line.
002390     perform 5100-report-one thru 5100-exit
002400         until contact-file-at-end.
002410     move spaces to report-line.
002420     write report-line.
002430     move spaces to report-line.
002440     string "EMERGENCY CONTACTS: " delimited by size
002450         emergency-count delimited by size
002460         into report-line.
002470     write report-line.
002480     close emergency-report.
002490     close contact-file.
002500     display "TENCONT: " emergency-count
002510         " emergency contact(s) listed".
002520 5000-exit.
002530     exit.

002540 5100-report-one.
002550     read contact-file
002560         at end
002570             move "Y" to con-eof-switch
002580         not at end
002590             if con-is-emergency of contact-record
002600                 add 1 to emergency-count
002610                 move spaces to report-line
002620                 string "BLDG " delimited by size
002630                     con-building of contact-record
002640                         delimited by size
002650                     " UNIT " delimited by size
002660                     con-aptnum of contact-record
002670                         delimited by size
002680                     " " delimited by size
002690                     con-phone of contact-record
002700                         delimited by size
002710                     " " delimited by size
002720                     con-email of contact-record
002730                         delimited by size
002740                     into report-line
002750                 write report-line.
002760 5100-exit.
002770     exit.

002780 9000-finish.
002790     close sample-idx-file.
002800     display "TENCONT: " entered-count
002810         " contact(s) entered".
002820 9000-exit.
002830     exit.

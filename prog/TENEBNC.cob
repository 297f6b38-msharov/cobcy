000100*----------------------------------------------------------*
000110* TENEBNC.COB
000120*
000130* Email bounce import.  The email vendor returns
000140* ebounce.dat with one record per undeliverable message,
000150* quoting back the unit-key and recipient address we sent
000160* on the emailout extract.  Run from the nightly driver,
000170* this step appends a bounced ("B") election to
000180* edeliv.dat for each unit still enrolled on that address,
000190* which puts the unit back on paper for the next TENSTMT,
000200* TENDUN or TENNOTE run, and flags the address bounced on
000210* contact.dat (rewritten through contact.new, the TENDEPT
000220* copy-back technique) so it cannot be enrolled again
000230* until the tenant gives a corrected one.  A bounce for a
000240* unit already on paper, dated before the unit's current
000250* enrollment, or for an address the unit has since
000260* changed is listed and ignored, so re-reading the same
000270* vendor file does no harm.  Every bounce is listed on the
000280* ebounce.YYYYMMDD register, cataloged through TENRCAT.
000290*----------------------------------------------------------*
000300* MODIFICATION HISTORY
000310*   DATE       INIT  DESCRIPTION
000320*   2026-10-15 JHM   Original program.
000330*----------------------------------------------------------*
000340 identification division.
000350 program-id. tenebnc.
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
000460     select optional bounce-file assign to disk
000470         organization is line sequential
000480         file status is bnc-file-status.

000490     select optional edelivery-file assign to disk
000500         organization is line sequential
000510         file status is edl-file-status.

000520     select optional contact-file assign to disk
000530         organization is line sequential
000540         file status is con-file-status.

000550     select optional contact-copy-file assign to disk
000560         organization is line sequential
000570         file status is cpy-file-status.

000580     select bounce-report assign to disk
000590         organization is line sequential.

000600 data division.
000610 file section.
000620 fd  bounce-file
000630     label records are standard
000640     value of file-id is "ebounce.dat".
000650 01  bounce-record.
000660     05  bnc-document        picture is X(04).
000670     05  bnc-building        picture is 9(02).
000680     05  bnc-aptnum          picture is 9(04).
000690     05  bnc-recipient       picture is X(30).
000700     05  bnc-date            picture is 9(08).
000710     05  bnc-reason          picture is X(20).

000720 fd  edelivery-file
000730     label records are standard
000740     value of file-id is "edeliv.dat".
000750     copy TENEDL
000760         replacing ==:REC-NAME:==
000770             by ==edelivery-record==.

000780 fd  contact-file
000790     label records are standard
000800     value of file-id is "contact.dat".
000810     copy TENCON
000820         replacing ==:REC-NAME:==
000830             by ==contact-record==.

000840 fd  contact-copy-file
000850     label records are standard
000860     value of file-id is "contact.new".
000870     copy TENCON
000880         replacing ==:REC-NAME:==
000890             by ==contact-copy-record==.

000900 fd  bounce-report
000910     label records are standard
000920     value of file-id is bounce-rpt-filename.
000930 01  report-line             picture is X(80).

000940 working-storage section.
000950 01  bounce-rpt-filename     picture is X(30).
000960     copy TENRCAT.
000970     copy TENOLOG.
000980 01  bnc-file-status         picture is X(02).
000990 01  bnc-eof-switch          picture is X(01) value "N".
001000     88  bounce-file-at-end          value "Y".
001010 01  edl-file-status         picture is X(02).
001020 01  edl-eof-switch          picture is X(01) value "N".
001030     88  edelivery-file-at-end       value "Y".
001040 01  con-file-status         picture is X(02).
001050 01  con-eof-switch          picture is X(01) value "N".
001060     88  contact-file-at-end         value "Y".
001070 01  cpy-file-status         picture is X(02).
001080 01  cpy-eof-switch          picture is X(01) value "N".
001090     88  copy-file-at-end            value "Y".
001100 01  copy-back-switch        picture is X(01) value "Y".
001110     88  contacts-copied-back        value "Y".
001120 01  run-date                picture is 9(08).
001130 01  bounce-action           picture is X(27).

001140 01  counters.
001150     05  read-count          picture is 9(05) value zero.
001160     05  bounced-count       picture is 9(05) value zero.
001170     05  ignored-count       picture is 9(05) value zero.
001180     05  flagged-count       picture is 9(05) value zero.
001190     05  line-count          picture is 9(07) value zero.

001200*----------------------------------------------------------*
001210* Latest election per unit, with the address of the
001220* contact record it names; EL-FLAG marks a contact this
001230* run has bounced, for the contact.dat pass.
001240*----------------------------------------------------------*
001250 01  election-table-area.
001260     05  election-table-count picture is 9(03) value zero.
001270     05  election-table-entry occurs 1 to 500 times
001280             depending on election-table-count
001290             indexed by election-table-index.
001300         10  el-building     picture is 9(02).
001310         10  el-aptnum       picture is 9(04).
001320         10  el-con-seq      picture is 9(02).
001330         10  el-status       picture is X(01).
001340         10  el-date         picture is 9(08).
001350         10  el-email        picture is X(30).
001360         10  el-flag         picture is X(01).
001370             88  el-contact-bounced      value "Y".

001380 procedure division.
001390 0000-mainline.
001400     move "TENEBNC" to TENOLOG-PROGRAM.
001410     perform 1000-initialize thru 1000-exit.
001420     if bounce-file-at-end
001430         goback.
001440     perform 2000-load-elections thru 2000-exit.
001450     perform 2500-load-addresses thru 2500-exit.
001460     perform 3000-open-register thru 3000-exit.
001470     open extend edelivery-file.
001480     perform 4000-read-bounce thru 4000-exit
001490         until bounce-file-at-end.
001500     close bounce-file.
001510     close edelivery-file.
001520     if bounced-count > zero
001530         perform 5000-flag-contacts thru 5000-exit.
001540     perform 9000-finish thru 9000-exit.
001550     goback.

001560*----------------------------------------------------------*
001570* No vendor file tonight means no bounces to import.
001580*----------------------------------------------------------*
001590 1000-initialize.
001600     move "I" to TENOLOG-SEVERITY.
001610     move "importing email bounces" to TENOLOG-TEXT.
001620     call "TENOLOG" using TENOLOG-PARMS.
001630     accept run-date from date yyyymmdd.
001640     open input bounce-file.
001650     if bnc-file-status not = "00"
001660         close bounce-file
001670         move "Y" to bnc-eof-switch
001680         move "I" to TENOLOG-SEVERITY
001690         move spaces to TENOLOG-TEXT
001700         string "no ebounce.dat from the email vendor, "
001710                 delimited by size
001720             "nothing imported" delimited by size
001730             into TENOLOG-TEXT
001740         call "TENOLOG" using TENOLOG-PARMS.
001750 1000-exit.
001760     exit.

001770 2000-load-elections.
001780     open input edelivery-file.
001790     if edl-file-status not = "00"
001800         close edelivery-file
001810         move "Y" to edl-eof-switch
001820         go to 2000-exit.
001830     perform 2100-read-election thru 2100-exit
001840         until edelivery-file-at-end.
001850     close edelivery-file.
001860 2000-exit.
001870     exit.

001880 2100-read-election.
001890     read edelivery-file
001900         at end
001910             move "Y" to edl-eof-switch
001920         not at end
001930             perform 2200-stow-election thru 2200-exit.
001940 2100-exit.
001950     exit.

001960 2200-stow-election.
001970     set election-table-index to 1.
001980     if election-table-count > zero
001990         search election-table-entry
002000             at end
002010                 perform 2300-add-election thru 2300-exit
002020             when el-building (election-table-index)
002030                     = edl-building of edelivery-record
002040                 and el-aptnum (election-table-index)
002050                     = edl-aptnum of edelivery-record
002060                 perform 2400-replace-election
002070                     thru 2400-exit
002080     else
002090         perform 2300-add-election thru 2300-exit.
002100 2200-exit.
002110     exit.

002120 2300-add-election.
002130     if election-table-count >= 500
002140         move "W" to TENOLOG-SEVERITY
002150         move "e-delivery table overflow" to TENOLOG-TEXT
002160         call "TENOLOG" using TENOLOG-PARMS
002170     else
002180         add 1 to election-table-count
002190         set election-table-index to election-table-count
002200         perform 2400-replace-election thru 2400-exit.
002210 2300-exit.
002220     exit.

002230 2400-replace-election.
002240     move edl-building of edelivery-record
002250         to el-building (election-table-index).
002260     move edl-aptnum of edelivery-record
002270         to el-aptnum (election-table-index).
002280     move edl-con-seq of edelivery-record
002290         to el-con-seq (election-table-index).
002300     move edl-status of edelivery-record
002310         to el-status (election-table-index).
002320     move edl-date of edelivery-record
002330         to el-date (election-table-index).
002340     move spaces to el-email (election-table-index).
002350     move "N" to el-flag (election-table-index).
002360 2400-exit.
002370     exit.

002380 2500-load-addresses.
002390     if election-table-count = zero
002400         go to 2500-exit.
002410     move "N" to con-eof-switch.
002420     open input contact-file.
002430     if con-file-status not = "00"
002440         close contact-file
002450         go to 2500-exit.
002460     perform 2600-read-contact thru 2600-exit
002470         until contact-file-at-end.
002480     close contact-file.
002490 2500-exit.
002500     exit.

002510 2600-read-contact.
002520     read contact-file
002530         at end
002540             move "Y" to con-eof-switch
002550             go to 2600-exit.
002560     set election-table-index to 1.
002570     search election-table-entry
002580         at end
002590             continue
002600         when el-building (election-table-index)
002610                 = con-building of contact-record
002620             and el-aptnum (election-table-index)
002630                 = con-aptnum of contact-record
002640             and el-con-seq (election-table-index)
002650                 = con-seq of contact-record
002660             move con-email of contact-record
002670                 to el-email (election-table-index).
002680 2600-exit.
002690     exit.

002700 3000-open-register.
002710     move spaces to bounce-rpt-filename.
002720     string "ebounce." delimited by size
002730         run-date delimited by size
002740         into bounce-rpt-filename.
002750     open output bounce-report.
002760     move "EMAIL BOUNCE IMPORT REGISTER" to report-line.
002770     write report-line.
002780     move spaces to report-line.
002790     string "RUN DATE: " delimited by size
002800         run-date delimited by size
002810         into report-line.
002820     write report-line.
002830     move spaces to report-line.
002840     write report-line.
002850     move "UNIT     DOC  BOUNCED  RECIPIENT" to report-line.
002860     move "ACTION" to report-line (54:6).
002870     write report-line.
002880     add 4 to line-count.
002890 3000-exit.
002900     exit.

002910*----------------------------------------------------------*
002920* One vendor bounce.  Only a unit still enrolled on the
002930* address that bounced, since before the bounce, goes
002940* back to paper.
002950*----------------------------------------------------------*
002960 4000-read-bounce.
002970     read bounce-file
002980         at end
002990             move "Y" to bnc-eof-switch
003000             go to 4000-exit.
003010     add 1 to read-count.
003020     perform 4100-apply-bounce thru 4100-exit.
003030     move spaces to report-line.
003040     string bnc-building delimited by size
003050         "-" delimited by size
003060         bnc-aptnum delimited by size
003070         "  " delimited by size
003080         bnc-document delimited by size
003090         " " delimited by size
003100         bnc-date delimited by size
003110         " " delimited by size
003120         bnc-recipient delimited by size
003130         into report-line.
003140     move bounce-action to report-line (54:27).
003150     write report-line.
003160     add 1 to line-count.
003170 4000-exit.
003180     exit.

003190 4100-apply-bounce.
003200     add 1 to ignored-count.
003210     move "NOT ENROLLED - IGNORED" to bounce-action.
003220     if election-table-count = zero
003230         go to 4100-exit.
003240     set election-table-index to 1.
003250     search election-table-entry
003260         at end
003270             go to 4100-exit
003280         when el-building (election-table-index)
003290                 = bnc-building
003300             and el-aptnum (election-table-index)
003310                 = bnc-aptnum
003320             continue.
003330     if el-status (election-table-index) not = "E"
003340         move "ALREADY ON PAPER" to bounce-action
003350         go to 4100-exit.
003360     if bnc-date < el-date (election-table-index)
003370         move "BEFORE ENROLLMENT - IGNORED"
003380             to bounce-action
003390         go to 4100-exit.
003400     if bnc-recipient not = el-email (election-table-index)
003410         move "ADDRESS CHANGED - IGNORED" to bounce-action
003420         go to 4100-exit.
003430     subtract 1 from ignored-count.
003440     add 1 to bounced-count.
003450     move "BACK ON PAPER" to bounce-action.
003460     move bnc-building to edl-building of edelivery-record.
003470     move bnc-aptnum to edl-aptnum of edelivery-record.
003480     move el-con-seq (election-table-index)
003490         to edl-con-seq of edelivery-record.
003500     move "B" to edl-status of edelivery-record.
003510     move run-date to edl-date of edelivery-record.
003520     move bnc-reason to edl-reason of edelivery-record.
003530     move "TENEBNC" to edl-entered-by of edelivery-record.
003540     write edelivery-record.
003550     move "B" to el-status (election-table-index).
003560     move run-date to el-date (election-table-index).
003570     move "Y" to el-flag (election-table-index).
003580     move "W" to TENOLOG-SEVERITY.
003590     move bnc-building to TENOLOG-BUILDING.
003600     move bnc-aptnum to TENOLOG-APTNUM.
003610     move spaces to TENOLOG-TEXT.
003620     string "email bounced, back on paper: "
003630             delimited by size
003640         bnc-reason delimited by size
003650         into TENOLOG-TEXT.
003660     call "TENOLOG" using TENOLOG-PARMS.
003670 4100-exit.
003680     exit.

003690*----------------------------------------------------------*
003700* Flag pass: copy contact.dat to contact.new with every
003710* bounced address flagged; a line-sequential file cannot
003720* be rewritten in place.
003730*----------------------------------------------------------*
003740 5000-flag-contacts.
003750     move "N" to con-eof-switch.
003760     open input contact-file.
003770     if con-file-status not = "00"
003780         close contact-file
003790         go to 5000-exit.
003800     open output contact-copy-file.
003810     perform 5100-flag-one thru 5100-exit
003820         until contact-file-at-end.
003830     close contact-file.
003840     close contact-copy-file.
003850     if flagged-count > zero
003860         perform 6000-copy-back thru 6000-exit.
003870 5000-exit.
003880     exit.

003890 5100-flag-one.
003900     read contact-file
003910         at end
003920             move "Y" to con-eof-switch
003930             go to 5100-exit.
003940     set election-table-index to 1.
003950     search election-table-entry
003960         at end
003970             continue
003980         when el-building (election-table-index)
003990                 = con-building of contact-record
004000             and el-aptnum (election-table-index)
004010                 = con-aptnum of contact-record
004020             and el-con-seq (election-table-index)
004030                 = con-seq of contact-record
004040             if el-contact-bounced (election-table-index)
004050                 and not con-email-bounced
004060                     of contact-record
004070                 move "B" to con-email-status
004080                     of contact-record
004090                 add 1 to flagged-count
004100             end-if.
004110     move contact-record to contact-copy-record.
004120     write contact-copy-record.
004130 5100-exit.
004140     exit.

004150 6000-copy-back.
004160     move "N" to cpy-eof-switch.
004170     open input contact-copy-file.
004180     if cpy-file-status not = "00"
004190         close contact-copy-file
004200         move "N" to copy-back-switch
004210         go to 6000-exit.
004220     open output contact-file.
004230     perform 6100-copy-one thru 6100-exit
004240         until copy-file-at-end.
004250     close contact-copy-file.
004260     close contact-file.
004270 6000-exit.
004280     exit.

004290 6100-copy-one.
004300     read contact-copy-file
004310         at end
004320             move "Y" to cpy-eof-switch
004330         not at end
004340             move contact-copy-record to contact-record
004350             write contact-record.
004360 6100-exit.
004370     exit.

004380 9000-finish.
004390     move spaces to report-line.
004400     write report-line.
004410     move spaces to report-line.
004420     string "BOUNCES READ: " delimited by size
004430         read-count delimited by size
004440         "  BACK ON PAPER: " delimited by size
004450         bounced-count delimited by size
004460         "  IGNORED: " delimited by size
004470         ignored-count delimited by size
004480         "  FLAGGED: " delimited by size
004490         flagged-count delimited by size
004500         into report-line.
004510     write report-line.
004520     add 2 to line-count.
004530     close bounce-report.
004540     move "TENEBNC" to TENRCAT-PROGRAM.
004550     move bounce-rpt-filename to TENRCAT-FILENAME.
004560     move 1 to TENRCAT-PAGES.
004570     move line-count to TENRCAT-LINES.
004580     call "TENRCAT" using TENRCAT-PARMS.
004590     if not contacts-copied-back
004600         move "E" to TENOLOG-SEVERITY
004610         move spaces to TENOLOG-TEXT
004620         string "cannot reopen contact.new, contact.dat "
004630                 delimited by size
004640             "not flagged" delimited by size
004650             into TENOLOG-TEXT
004660         call "TENOLOG" using TENOLOG-PARMS
004670         move 1 to return-code
004680         go to 9000-exit.
004690     move "I" to TENOLOG-SEVERITY.
004700     move spaces to TENOLOG-TEXT.
004710     string read-count delimited by size
004720         " bounce(s) read, " delimited by size
004730         bounced-count delimited by size
004740         " back on paper, " delimited by size
004750         flagged-count delimited by size
004760         " contact(s) flagged" delimited by size
004770         into TENOLOG-TEXT.
004780     call "TENOLOG" using TENOLOG-PARMS.
004790 9000-exit.
004800     exit.

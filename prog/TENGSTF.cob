000100*----------------------------------------------------------*
000110* TENGSTF.COB
000120*
000130* Guest-card follow-up list, run from the nightly driver.
000140* A prospect nobody calls back leases somewhere else.  This
000150* step loads guestcrd.dat (latest record per card, the
000160* TENGSTM convention) and lists every open card whose last
000170* contact is three days or more behind the run date -- by
000180* card, with the prospect's name, phone or e-mail, agent,
000190* last-contact date and days since -- on a dated report
000200* (gstfoll.YYYYMMDD) cataloged through TENRCAT, for the
000210* leasing agents' morning calls.  A prospect who has since
000220* filed an application on applcnt.dat (same name) is past
000230* the guest-card stage and is left off.
000240*----------------------------------------------------------*
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   2026-10-15 JHM   Original program.
000280*----------------------------------------------------------*
000290 identification division.
000300 program-id. tengstf.
000310 author. J. H. Masters.
000320 installation. Property Management Systems.
000330 date-written. 2026-10-15.
000340 date-compiled. 2026-10-15.

000350 environment division.
000360 configuration section.
000370 source-computer. Intel486.
000380 object-computer. Intel486.

000390 input-output section.
000400 file-control.
000410     select optional guest-card-file assign to disk
000420         organization is line sequential
000430         file status is gst-file-status.

000440     select optional applicant-file assign to disk
000450         organization is line sequential
000460         file status is app-file-status.

000470     select follow-up-report assign to disk
000480         organization is line sequential.

000490 data division.
000500 file section.
000510 fd  guest-card-file
000520     label records are standard
000530     value of file-id is "guestcrd.dat".
000540     copy TENGST
000550         replacing ==:REC-NAME:==
000560             by ==guest-card-record==.

000570 fd  applicant-file
000580     label records are standard
000590     value of file-id is "applcnt.dat".
000600     copy TENAPP
000610         replacing ==:REC-NAME:==
000620             by ==applicant-record==.

000630 fd  follow-up-report
000640     label records are standard
000650     value of file-id is follow-up-filename.
000660 01  report-line             picture is X(80).

000670 working-storage section.
000680 01  follow-up-filename      picture is X(30).
000690     copy TENRCAT.
000700     copy TENOLOG.
000710     copy TENDAYS.
000720 01  gst-file-status         picture is X(02).
000730 01  gst-eof-switch          picture is X(01) value "N".
000740     88  guest-file-at-end           value "Y".
000750 01  app-file-status         picture is X(02).
000760 01  app-eof-switch          picture is X(01) value "N".
000770     88  applicant-file-at-end       value "Y".
000780 01  applied-switch          picture is X(01).
000790     88  already-applied             value "Y".
000800 01  run-date                picture is 9(08).
000810 01  card-sub                picture is 9(04).
000820 01  follow-up-days          picture is 9(02) value 3.
000830 01  days-since              picture is S9(07).
000840 01  days-text               picture is ZZZZ9.
000850 01  open-count              picture is 9(05) value zero.
000860 01  due-count               picture is 9(05) value zero.

000870*----------------------------------------------------------*
000880* Latest record per guest card.
000890*----------------------------------------------------------*
000900 01  card-table-area.
000910     05  card-table-count    picture is 9(04) value zero.
000920     05  card-table-entry occurs 1 to 3000 times
000930             depending on card-table-count
000940             indexed by card-table-index.
000950         10  ct-card-no      picture is 9(06).
000960         10  ct-rest         picture is X(122).

000970*----------------------------------------------------------*
000980* Names on applcnt.dat, for the prospects who applied.
000990*----------------------------------------------------------*
001000 01  applicant-table-area.
001010     05  applicant-table-count
001020                             picture is 9(04) value zero.
001030     05  applicant-table-entry occurs 1 to 2000 times
001040             depending on applicant-table-count
001050             indexed by applicant-table-index.
001060         10  at-name         picture is X(25).

001070 procedure division.
001080 0000-mainline.
001090     move "TENGSTF" to TENOLOG-PROGRAM.
001100     perform 1000-initialize thru 1000-exit.
001110     perform 2000-load-cards thru 2000-exit.
001120     perform 2500-load-applicants thru 2500-exit.
001130     perform 3000-check-card thru 3000-exit
001140         varying card-sub from 1 by 1
001150         until card-sub > card-table-count.
001160     perform 9000-finish thru 9000-exit.
001170     goback.

001180 1000-initialize.
001190     move "I" to TENOLOG-SEVERITY
001200     move "guest-card follow-up list" to TENOLOG-TEXT
001210     call "TENOLOG" using TENOLOG-PARMS.
001220     accept run-date from date yyyymmdd.
001230     move spaces to follow-up-filename.
001240     string "gstfoll." delimited by size
001250         run-date delimited by size
001260         into follow-up-filename.
001270     open output follow-up-report.
001280     move "GUEST CARDS DUE FOR FOLLOW-UP - NO CONTACT IN 3 DAYS"
001290         to report-line.
001300     write report-line.
001310     move spaces to report-line.
001320     string "RUN DATE: " delimited by size
001330         run-date delimited by size
001340         into report-line.
001350     write report-line.
001360     move spaces to report-line.
001370     write report-line.
001380     move "CARD   PROSPECT" to report-line.
001390     move "PHONE/E-MAIL" to report-line (34:12).
001400     move "AGENT    LAST CNT  DAYS" to report-line (55:23).
001410     write report-line.
001420 1000-exit.
001430     exit.

001440 2000-load-cards.
001450     open input guest-card-file.
001460     if gst-file-status not = "00"
001470         close guest-card-file
001480         go to 2000-exit.
001490     perform 2100-read-card thru 2100-exit
001500         until guest-file-at-end.
001510     close guest-card-file.
001520 2000-exit.
001530     exit.

001540 2100-read-card.
001550     read guest-card-file
001560         at end
001570             move "Y" to gst-eof-switch
001580             go to 2100-exit.
001590     set card-table-index to 1.
001600     if card-table-count > zero
001610         search card-table-entry
001620             at end
001630                 perform 2200-add-card thru 2200-exit
001640             when ct-card-no (card-table-index)
001650                     = gst-card-no of guest-card-record
001660                 move guest-card-record
001670                     to card-table-entry (card-table-index)
001680     else
001690         perform 2200-add-card thru 2200-exit.
001700 2100-exit.
001710     exit.

001720 2200-add-card.
001730     if card-table-count >= 3000
001740         move "W" to TENOLOG-SEVERITY
001750         move "guest-card table full - later cards not listed"
001760             to TENOLOG-TEXT
001770         call "TENOLOG" using TENOLOG-PARMS
001780         move "Y" to gst-eof-switch
001790         go to 2200-exit.
001800     add 1 to card-table-count.
001810     move guest-card-record
001820         to card-table-entry (card-table-count).
001830 2200-exit.
001840     exit.

001850 2500-load-applicants.
001860     open input applicant-file.
001870     if app-file-status not = "00"
001880         close applicant-file
001890         go to 2500-exit.
001900     perform 2600-read-applicant thru 2600-exit
001910         until applicant-file-at-end.
001920     close applicant-file.
001930 2500-exit.
001940     exit.

001950 2600-read-applicant.
001960     read applicant-file
001970         at end
001980             move "Y" to app-eof-switch
001990             go to 2600-exit.
002000     if applicant-table-count >= 2000
002010         move "Y" to app-eof-switch
002020         go to 2600-exit.
002030     add 1 to applicant-table-count.
002040     move app-name of applicant-record
002050         to at-name (applicant-table-count).
002060 2600-exit.
002070     exit.

002080 3000-check-card.
002090     move card-table-entry (card-sub) to guest-card-record.
002100     if not gst-open of guest-card-record
002110         go to 3000-exit.
002120     add 1 to open-count.
002130     move gst-last-contact of guest-card-record to TENDAYS-FROM.
002140     move run-date to TENDAYS-TO.
002150     call "TENDAYS" using TENDAYS-PARMS.
002160     move TENDAYS-DAYS to days-since.
002170     if days-since < follow-up-days
002180         go to 3000-exit.
002190     perform 3100-check-applied thru 3100-exit.
002200     if already-applied
002210         go to 3000-exit.
002220     add 1 to due-count.
002230     move days-since to days-text.
002240     move spaces to report-line.
002250     string gst-card-no of guest-card-record delimited by size
002260         " " delimited by size
002270         gst-name of guest-card-record delimited by size
002280         " " delimited by size
002290         gst-contact of guest-card-record (1:20)
002300             delimited by size
002310         " " delimited by size
002320         gst-agent of guest-card-record delimited by size
002330         " " delimited by size
002340         gst-last-contact of guest-card-record
002350             delimited by size
002360         " " delimited by size
002370         days-text delimited by size
002380         into report-line.
002390     write report-line.
002400 3000-exit.
002410     exit.

002420 3100-check-applied.
002430     move "N" to applied-switch.
002440     if applicant-table-count = zero
002450         go to 3100-exit.
002460     set applicant-table-index to 1.
002470     search applicant-table-entry
002480         at end
002490             continue
002500         when at-name (applicant-table-index)
002510                 = gst-name of guest-card-record
002520             move "Y" to applied-switch.
002530 3100-exit.
002540     exit.

002550 9000-finish.
002560     if due-count = zero
002570         move "NO GUEST CARDS DUE FOR FOLLOW-UP" to report-line
002580         write report-line.
002590     move spaces to report-line.
002600     write report-line.
002610     move spaces to report-line.
002620     string "OPEN CARDS: " delimited by size
002630         open-count delimited by size
002640         "  DUE FOR FOLLOW-UP: " delimited by size
002650         due-count delimited by size
002660         into report-line.
002670     write report-line.
002680     close follow-up-report.
002690     move "TENGSTF" to TENRCAT-PROGRAM.
002700     move follow-up-filename to TENRCAT-FILENAME.
002710     move 1 to TENRCAT-PAGES.
002720     move due-count to TENRCAT-LINES.
002730     call "TENRCAT" using TENRCAT-PARMS.
002740     move "I" to TENOLOG-SEVERITY
002750     move spaces to TENOLOG-TEXT
002760     string due-count delimited by size
002770         " guest card(s) due for follow-up of " delimited by size
002780         open-count delimited by size
002790         " open" delimited by size
002800         into TENOLOG-TEXT
002810     call "TENOLOG" using TENOLOG-PARMS.
002820 9000-exit.
002830     exit.

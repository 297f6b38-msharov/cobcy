000100*----------------------------------------------------------*
000110* TENGSTR.COB
000120*
000130* Monthly leasing funnel, run from the nightly driver on the
000140* first of the month (the TENCKOS convention; any other day
000150* it logs that there is nothing to report and returns).
000160* The cohort is every guest card first taken last month on
000170* guestcrd.dat (latest record per card).  Each card is
000180* followed forward by the prospect's name: an application
000190* on applcnt.dat under the name counts as applied, one that
000200* TENMATCH offered a unit (status O) or that went on to be
000210* housed (H) counts as offered, and a move-in ("I") on
000220* tenhist.dat under the name, dated on or after the first
000230* contact, counts as leased -- with the days from first
000240* contact to the lease start.  The counts are reported by
000250* building wanted (00 is "any building") and by source, with
000260* the conversion rate at each stage and overall and the
000270* average days to lease, then building and portfolio
000280* totals, on a dated report (funnel.YYYYMMDD) cataloged
000290* through TENRCAT.  Because the cohort is taken a month
000300* after the fact, a prospect still deciding shows as not yet
000310* converted; the numbers are as of the run.
000320*----------------------------------------------------------*
000330* MODIFICATION HISTORY
000340*   DATE       INIT  DESCRIPTION
000350*   2026-10-15 JHM   Original program.
000360*----------------------------------------------------------*
000370 identification division.
000380 program-id. tengstr.
000390 author. J. H. Masters.
000400 installation. Property Management Systems.
000410 date-written. 2026-10-15.
000420 date-compiled. 2026-10-15.

000430 environment division.
000440 configuration section.
000450 source-computer. Intel486.
000460 object-computer. Intel486.

000470 input-output section.
000480 file-control.
000490     select optional guest-card-file assign to disk
000500         organization is line sequential
000510         file status is gst-file-status.

000520     select optional applicant-file assign to disk
000530         organization is line sequential
000540         file status is app-file-status.

000550     select optional history-file assign to disk
000560         organization is line sequential
000570         file status is his-file-status.

000580     select funnel-report assign to disk
000590         organization is line sequential.

000600 data division.
000610 file section.
000620 fd  guest-card-file
000630     label records are standard
000640     value of file-id is "guestcrd.dat".
000650     copy TENGST
000660         replacing ==:REC-NAME:==
000670             by ==guest-card-record==.

000680 fd  applicant-file
000690     label records are standard
000700     value of file-id is "applcnt.dat".
000710     copy TENAPP
000720         replacing ==:REC-NAME:==
000730             by ==applicant-record==.

000740 fd  history-file
000750     label records are standard
000760     value of file-id is "tenhist.dat".
000770     copy TENHIST
000780         replacing ==:REC-NAME:==
000790             by ==history-record==.

000800 fd  funnel-report
000810     label records are standard
000820     value of file-id is funnel-filename.
000830 01  report-line             picture is X(80).

000840 working-storage section.
000850 01  funnel-filename         picture is X(30).
000860     copy TENRCAT.
000870     copy TENOLOG.
000880     copy TENDAYS.
000890 01  gst-file-status         picture is X(02).
000900 01  gst-eof-switch          picture is X(01) value "N".
000910     88  guest-file-at-end           value "Y".
000920 01  app-file-status         picture is X(02).
000930 01  app-eof-switch          picture is X(01) value "N".
000940     88  applicant-file-at-end       value "Y".
000950 01  his-file-status         picture is X(02).
000960 01  his-eof-switch          picture is X(01) value "N".
000970     88  history-file-at-end         value "Y".
000980 01  applied-switch          picture is X(01).
000990     88  prospect-applied            value "Y".
001000 01  offered-switch          picture is X(01).
001010     88  prospect-offered            value "Y".
001020 01  run-date                picture is 9(08).
001030 01  run-date-parts redefines run-date.
001040     05  run-date-yyyy       picture is 9(04).
001050     05  run-date-mm         picture is 9(02).
001060     05  run-date-dd         picture is 9(02).
001070 01  cohort-month.
001080     05  cohort-yyyy         picture is 9(04).
001090     05  cohort-mm           picture is 9(02).
001100 01  cohort-yyyymm redefines cohort-month
001110                             picture is 9(06).
001120 01  card-sub                picture is 9(04).
001130 01  bldg-sub                picture is 9(03).
001140 01  src-sub                 picture is 9(01).
001150 01  move-in-date            picture is 9(08).
001160 01  lease-days              picture is 9(05).
001170 01  cohort-count            picture is 9(05) value zero.
001180 01  line-count              picture is 9(07) value zero.
001190 01  rate-pct                picture is 9(03)V9.
001200 01  average-days            picture is 9(05).
001210 01  count-text              picture is ZZZZ9.
001220 01  rate-text               picture is ZZ9.9.
001230 01  days-text               picture is ZZZ9.
001240 01  building-text           picture is 9(02).

001250*----------------------------------------------------------*
001260* Source codes as they are kept on the guest card, in the
001270* order they are reported.
001280*----------------------------------------------------------*
001290 01  source-names.
001300     05  filler              picture is X(12) value "LLISTING".
001310     05  filler              picture is X(12) value "SSIGN".
001320     05  filler              picture is X(12) value "RREFERRAL".
001330     05  filler              picture is X(12) value "WWALK-BY".
001340     05  filler              picture is X(12) value "PPRINT/AD".
001350     05  filler              picture is X(12) value "OOTHER".
001360     05  filler              picture is X(12)
001370                                 value " ALL SOURCES".
001380 01  source-table redefines source-names.
001390     05  source-entry occurs 7 times
001400             indexed by source-index.
001410         10  source-code     picture is X(01).
001420         10  source-text     picture is X(11).

001430*----------------------------------------------------------*
001440* Funnel counts.  Rows 1-100 are buildings 00-99 (00 being
001450* the prospect with no preference), row 101 the portfolio;
001460* columns 1-6 are the sources above, column 7 all sources.
001470*----------------------------------------------------------*
001480 01  funnel-table-area.
001490     05  funnel-building occurs 101 times.
001500         10  funnel-source occurs 7 times.
001510             15  fn-cards    picture is 9(05).
001520             15  fn-applied  picture is 9(05).
001530             15  fn-offered  picture is 9(05).
001540             15  fn-leased   picture is 9(05).
001550             15  fn-days     picture is 9(07).

001560*----------------------------------------------------------*
001570* Latest record per guest card.
001580*----------------------------------------------------------*
001590 01  card-table-area.
001600     05  card-table-count    picture is 9(04) value zero.
001610     05  card-table-entry occurs 1 to 3000 times
001620             depending on card-table-count
001630             indexed by card-table-index.
001640         10  ct-card-no      picture is 9(06).
001650         10  ct-rest         picture is X(122).

001660*----------------------------------------------------------*
001670* Applicants by name, with the furthest status reached.
001680*----------------------------------------------------------*
001690 01  applicant-table-area.
001700     05  applicant-table-count
001710                             picture is 9(04) value zero.
001720     05  applicant-table-entry occurs 1 to 2000 times
001730             depending on applicant-table-count
001740             indexed by applicant-table-index.
001750         10  at-name         picture is X(25).
001760         10  at-status       picture is X(01).

001770*----------------------------------------------------------*
001780* Move-ins by name and lease start.
001790*----------------------------------------------------------*
001800 01  move-in-table-area.
001810     05  move-in-table-count picture is 9(04) value zero.
001820     05  move-in-table-entry occurs 1 to 3000 times
001830             depending on move-in-table-count
001840             indexed by move-in-table-index.
001850         10  mt-name         picture is X(25).
001860         10  mt-date         picture is 9(08).

001870 procedure division.
001880 0000-mainline.
001890     move "TENGSTR" to TENOLOG-PROGRAM.
001900     accept run-date from date yyyymmdd.
001910     if run-date-dd not = 01
001920         move "I" to TENOLOG-SEVERITY
001930         move "not the first of the month - nothing to report"
001940             to TENOLOG-TEXT
001950         call "TENOLOG" using TENOLOG-PARMS
001960         goback.
001970     perform 1000-initialize thru 1000-exit.
001980     perform 2000-load-cards thru 2000-exit.
001990     perform 2300-load-applicants thru 2300-exit.
002000     perform 2600-load-move-ins thru 2600-exit.
002010     perform 3000-follow-card thru 3000-exit
002020         varying card-sub from 1 by 1
002030         until card-sub > card-table-count.
002040     perform 4000-print-building thru 4000-exit
002050         varying bldg-sub from 1 by 1
002060         until bldg-sub > 100.
002070     perform 4500-print-portfolio thru 4500-exit.
002080     perform 9000-finish thru 9000-exit.
002090     goback.

002100 1000-initialize.
002110     move "I" to TENOLOG-SEVERITY
002120     move "monthly leasing funnel report" to TENOLOG-TEXT
002130     call "TENOLOG" using TENOLOG-PARMS.
002140     move run-date-yyyy to cohort-yyyy.
002150     move run-date-mm to cohort-mm.
002160     if cohort-mm = 01
002170         move 12 to cohort-mm
002180         subtract 1 from cohort-yyyy
002190     else
002200         subtract 1 from cohort-mm.
002210     initialize funnel-table-area.
002220     move spaces to funnel-filename.
002230     string "funnel." delimited by size
002240         run-date delimited by size
002250         into funnel-filename.
002260     open output funnel-report.
002270     move spaces to report-line.
002280     string "LEASING FUNNEL - GUEST CARDS FIRST TAKEN "
002290             delimited by size
002300         cohort-yyyy delimited by size
002310         "-" delimited by size
002320         cohort-mm delimited by size
002330         into report-line.
002340     write report-line.
002350     move spaces to report-line.
002360     string "RUN DATE: " delimited by size
002370         run-date delimited by size
002380         into report-line.
002390     write report-line.
002400 1000-exit.
002410     exit.

002420 2000-load-cards.
002430     open input guest-card-file.
002440     if gst-file-status not = "00"
002450         close guest-card-file
002460         go to 2000-exit.
002470     perform 2100-read-card thru 2100-exit
002480         until guest-file-at-end.
002490     close guest-card-file.
002500 2000-exit.
002510     exit.

002520 2100-read-card.
002530     read guest-card-file
002540         at end
002550             move "Y" to gst-eof-switch
002560             go to 2100-exit.
002570     set card-table-index to 1.
002580     if card-table-count > zero
002590         search card-table-entry
002600             at end
002610                 perform 2200-add-card thru 2200-exit
002620             when ct-card-no (card-table-index)
002630                     = gst-card-no of guest-card-record
002640                 move guest-card-record
002650                     to card-table-entry (card-table-index)
002660     else
002670         perform 2200-add-card thru 2200-exit.
002680 2100-exit.
002690     exit.

002700 2200-add-card.
002710     if card-table-count >= 3000
002720         move "W" to TENOLOG-SEVERITY
002730         move "guest-card table full - later cards not counted"
002740             to TENOLOG-TEXT
002750         call "TENOLOG" using TENOLOG-PARMS
002760         move "Y" to gst-eof-switch
002770         go to 2200-exit.
002780     add 1 to card-table-count.
002790     move guest-card-record
002800         to card-table-entry (card-table-count).
002810 2200-exit.
002820     exit.

002830 2300-load-applicants.
002840     open input applicant-file.
002850     if app-file-status not = "00"
002860         close applicant-file
002870         go to 2300-exit.
002880     perform 2400-read-applicant thru 2400-exit
002890         until applicant-file-at-end.
002900     close applicant-file.
002910 2300-exit.
002920     exit.

002930 2400-read-applicant.
002940     read applicant-file
002950         at end
002960             move "Y" to app-eof-switch
002970             go to 2400-exit.
002980     if applicant-table-count >= 2000
002990         move "Y" to app-eof-switch
003000         go to 2400-exit.
003010     add 1 to applicant-table-count.
003020     move app-name of applicant-record
003030         to at-name (applicant-table-count).
003040     move app-status of applicant-record
003050         to at-status (applicant-table-count).
003060 2400-exit.
003070     exit.

003080 2600-load-move-ins.
003090     open input history-file.
003100     if his-file-status not = "00"
003110         close history-file
003120         go to 2600-exit.
003130     perform 2700-read-history thru 2700-exit
003140         until history-file-at-end.
003150     close history-file.
003160 2600-exit.
003170     exit.

003180 2700-read-history.
003190     read history-file
003200         at end
003210             move "Y" to his-eof-switch
003220             go to 2700-exit.
003230     if not hist-move-in of history-record
003240         go to 2700-exit.
003250     if hist-date of history-record (1:6) < cohort-yyyymm
003260         go to 2700-exit.
003270     if move-in-table-count >= 3000
003280         move "Y" to his-eof-switch
003290         go to 2700-exit.
003300     add 1 to move-in-table-count.
003310     move hist-name of history-record
003320         to mt-name (move-in-table-count).
003330     move hist-date of history-record
003340         to mt-date (move-in-table-count).
003350 2700-exit.
003360     exit.

003370 3000-follow-card.
003380     move card-table-entry (card-sub) to guest-card-record.
003390     if gst-first-date of guest-card-record (1:6)
003400             not = cohort-yyyymm
003410         go to 3000-exit.
003420     add 1 to cohort-count.
003430     compute bldg-sub = gst-building of guest-card-record + 1.
003440     set source-index to 1.
003450     search source-entry
003460         at end
003470             set source-index to 6
003480         when source-code (source-index)
003490                 = gst-source of guest-card-record
003500             continue.
003510     set src-sub to source-index.
003520     move "N" to applied-switch.
003530     move "N" to offered-switch.
003540     move zero to move-in-date.
003550     perform 3100-find-applicant thru 3100-exit
003560         varying applicant-table-index from 1 by 1
003570         until applicant-table-index > applicant-table-count.
003580     perform 3200-find-move-in thru 3200-exit
003590         varying move-in-table-index from 1 by 1
003600         until move-in-table-index > move-in-table-count.
003610     move zero to lease-days.
003620     if move-in-date not = zero
003630         move gst-first-date of guest-card-record
003640             to TENDAYS-FROM
003650         move move-in-date to TENDAYS-TO
003660         call "TENDAYS" using TENDAYS-PARMS
003670         move TENDAYS-DAYS to lease-days.
003680     perform 3300-add-counts thru 3300-exit.
003690     move 7 to src-sub.
003700     perform 3300-add-counts thru 3300-exit.
003710     move 101 to bldg-sub.
003720     perform 3300-add-counts thru 3300-exit.
003730     set src-sub to source-index.
003740     perform 3300-add-counts thru 3300-exit.
003750 3000-exit.
003760     exit.

003770 3100-find-applicant.
003780     if at-name (applicant-table-index)
003790             not = gst-name of guest-card-record
003800         go to 3100-exit.
003810     move "Y" to applied-switch.
003820     if at-status (applicant-table-index) = "O" or "H"
003830         move "Y" to offered-switch.
003840 3100-exit.
003850     exit.

003860 3200-find-move-in.
003870     if mt-name (move-in-table-index)
003880             not = gst-name of guest-card-record
003890         go to 3200-exit.
003900     if mt-date (move-in-table-index)
003910             < gst-first-date of guest-card-record
003920         go to 3200-exit.
003930     if move-in-date = zero
003940             or mt-date (move-in-table-index) < move-in-date
003950         move mt-date (move-in-table-index) to move-in-date.
003960 3200-exit.
003970     exit.

003980 3300-add-counts.
003990     add 1 to fn-cards (bldg-sub, src-sub).
004000     if prospect-applied
004010         add 1 to fn-applied (bldg-sub, src-sub).
004020     if prospect-offered
004030         add 1 to fn-offered (bldg-sub, src-sub).
004040     if move-in-date not = zero
004050         add 1 to fn-leased (bldg-sub, src-sub)
004060         add lease-days to fn-days (bldg-sub, src-sub).
004070 3300-exit.
004080     exit.

004090 4000-print-building.
004100     if fn-cards (bldg-sub, 7) = zero
004110         go to 4000-exit.
004120     move spaces to report-line.
004130     write report-line.
004140     move spaces to report-line.
004150     if bldg-sub = 1
004160         move "ANY BUILDING" to report-line
004170     else
004180         compute building-text = bldg-sub - 1
004190         string "BUILDING " delimited by size
004200             building-text delimited by size
004210             into report-line.
004220     write report-line.
004230     perform 4900-print-heading thru 4900-exit.
004240     perform 5000-print-source thru 5000-exit
004250         varying src-sub from 1 by 1
004260         until src-sub > 7.
004270 4000-exit.
004280     exit.

004290 4500-print-portfolio.
004300     move spaces to report-line.
004310     write report-line.
004320     move 101 to bldg-sub.
004330     if fn-cards (bldg-sub, 7) = zero
004340         move "NO GUEST CARDS TAKEN IN THE MONTH" to report-line
004350         write report-line
004360         go to 4500-exit.
004370     move "PORTFOLIO TOTAL" to report-line.
004380     write report-line.
004390     perform 4900-print-heading thru 4900-exit.
004400     perform 5000-print-source thru 5000-exit
004410         varying src-sub from 1 by 1
004420         until src-sub > 7.
004430 4500-exit.
004440     exit.

004450 4900-print-heading.
004460     move "SOURCE      CARDS  APPS OFFER LEASE" to report-line.
004470     move "APP%  OFF%  LSE% CLOSE%  DAYS" to report-line (38:29).
004480     write report-line.
004490 4900-exit.
004500     exit.

004510*----------------------------------------------------------*
004520* App% is applications over cards, off% offers over
004530* applications, lse% leases over offers and close% leases
004540* over cards; days is the average from first contact to
004550* lease start.
004560*----------------------------------------------------------*
004570 5000-print-source.
004580     if fn-cards (bldg-sub, src-sub) = zero
004590         go to 5000-exit.
004600     move spaces to report-line.
004610     move source-text (src-sub) to report-line (1:11).
004620     move fn-cards (bldg-sub, src-sub) to count-text.
004630     move count-text to report-line (13:5).
004640     move fn-applied (bldg-sub, src-sub) to count-text.
004650     move count-text to report-line (19:5).
004660     move fn-offered (bldg-sub, src-sub) to count-text.
004670     move count-text to report-line (25:5).
004680     move fn-leased (bldg-sub, src-sub) to count-text.
004690     move count-text to report-line (31:5).
004700     compute rate-pct rounded = fn-applied (bldg-sub, src-sub)
004710         * 100 / fn-cards (bldg-sub, src-sub).
004720     move rate-pct to rate-text.
004730     move rate-text to report-line (37:5).
004740     move zero to rate-pct.
004750     if fn-applied (bldg-sub, src-sub) > zero
004760         compute rate-pct rounded
004770             = fn-offered (bldg-sub, src-sub) * 100
004780             / fn-applied (bldg-sub, src-sub).
004790     move rate-pct to rate-text.
004800     move rate-text to report-line (43:5).
004810     move zero to rate-pct.
004820     if fn-offered (bldg-sub, src-sub) > zero
004830         compute rate-pct rounded
004840             = fn-leased (bldg-sub, src-sub) * 100
004850             / fn-offered (bldg-sub, src-sub).
004860     move rate-pct to rate-text.
004870     move rate-text to report-line (49:5).
004880     compute rate-pct rounded = fn-leased (bldg-sub, src-sub)
004890         * 100 / fn-cards (bldg-sub, src-sub).
004900     move rate-pct to rate-text.
004910     move rate-text to report-line (56:5).
004920     move zero to average-days.
004930     if fn-leased (bldg-sub, src-sub) > zero
004940         compute average-days rounded
004950             = fn-days (bldg-sub, src-sub)
004960             / fn-leased (bldg-sub, src-sub).
004970     move average-days to days-text.
004980     move days-text to report-line (63:4).
004990     write report-line.
005000     add 1 to line-count.
005010 5000-exit.
005020     exit.

005030 9000-finish.
005040     close funnel-report.
005050     move "TENGSTR" to TENRCAT-PROGRAM.
005060     move funnel-filename to TENRCAT-FILENAME.
005070     move 1 to TENRCAT-PAGES.
005080     move line-count to TENRCAT-LINES.
005090     call "TENRCAT" using TENRCAT-PARMS.
005100     move "I" to TENOLOG-SEVERITY
005110     move spaces to TENOLOG-TEXT
005120     string cohort-count delimited by size
005130         " guest card(s) in the month's funnel" delimited by size
005140         into TENOLOG-TEXT
005150     call "TENOLOG" using TENOLOG-PARMS.
005160 9000-exit.
005170     exit.

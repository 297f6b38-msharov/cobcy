000100*----------------------------------------------------------*
000110* TENLOSR.COB
000120*
000130* Insurance claim status report.  Brings together, for every
000140* loss on insloss.dat (latest record per loss, the TENLOSM
000150* convention), what it has cost and what the carrier has
000160* paid: the wocost.dat labor and materials posted to each
000170* repair ticket tied to the loss on lossact.dat, the tenant
000180* relocation credits given, and the recoveries received.
000190* Each loss prints with its claim details, tickets, credits
000200* and recoveries, its costs to date against the reserve,
000210* deductible and amount recovered, and the cost not yet
000220* recovered; losses are grouped by building with building
000230* and portfolio totals.  The claims still open are then
000240* aged by loss date (0-30, 31-90, 91-180, 181-365 and over
000250* 365 days) with their unrecovered cost.  The report goes
000260* to a dated file (lossstat.YYYYMMDD) cataloged through
000270* TENRCAT.
000280*----------------------------------------------------------*
000290* MODIFICATION HISTORY
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-15 JHM   Messages now go through TENOLOG to the
000320*                    dated operations log, each with its
000330*                    severity (and the unit where there is
000340*                    one); aborts raise a menu alert.
000350*   2026-10-15 JHM   Original program.
000360*----------------------------------------------------------*
000370 identification division.
000380 program-id. tenlosr.
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
000490     select optional loss-file assign to disk
000500         organization is line sequential
000510         file status is los-file-status.

000520     select optional loss-activity-file assign to disk
000530         organization is line sequential
000540         file status is lsa-file-status.

000550     select optional work-cost-file assign to disk
000560         organization is line sequential
000570         file status is wco-file-status.

000580     select claim-report assign to disk
000590         organization is line sequential.

000600 data division.
000610 file section.
000620 fd  loss-file
000630     label records are standard
000640     value of file-id is "insloss.dat".
000650     copy TENLOS
000660         replacing ==:REC-NAME:==
000670             by ==loss-record==.

000680 fd  loss-activity-file
000690     label records are standard
000700     value of file-id is "lossact.dat".
000710     copy TENLSA
000720         replacing ==:REC-NAME:==
000730             by ==loss-activity-record==.

000740 fd  work-cost-file
000750     label records are standard
000760     value of file-id is "wocost.dat".
000770     copy TENWCO
000780         replacing ==:REC-NAME:==
000790             by ==work-cost-record==.

000800 fd  claim-report
000810     label records are standard
000820     value of file-id is claim-filename.
000830 01  report-line             picture is X(80).

000840 working-storage section.
000850 01  claim-filename          picture is X(30).
000860     copy TENRCAT.
000870     copy TENOLOG.
000880     copy TENDAYS.
000890     copy TENFMT.
000900 01  los-file-status         picture is X(02).
000910 01  los-eof-switch          picture is X(01) value "N".
000920     88  loss-file-at-end            value "Y".
000930 01  lsa-file-status         picture is X(02).
000940 01  lsa-eof-switch          picture is X(01) value "N".
000950     88  activity-file-at-end        value "Y".
000960 01  wco-file-status         picture is X(02).
000970 01  wco-eof-switch          picture is X(01) value "N".
000980     88  cost-file-at-end            value "Y".
000990 01  run-date                picture is 9(08).
001000 01  loss-sub                picture is 9(04).
001010 01  activity-sub            picture is 9(04).
001020 01  bldg-sub                picture is 9(03).
001030 01  age-sub                 picture is 9(01).
001040 01  age-days                picture is S9(07).
001050 01  age-text                picture is ZZZZ9.
001060 01  line-count              picture is 9(07) value zero.
001070 01  building-losses         picture is 9(04).
001080 01  posting-cost            picture is 9(07)V99.
001090 01  total-cost              picture is 9(09)V99.
001100 01  unrecovered             picture is S9(09)V99.
001110 01  cause-text              picture is X(10).
001120 01  status-text             picture is X(10).
001130 01  amount-text-1           picture is X(12).
001140 01  amount-text-2           picture is X(12).
001150 01  amount-text-3           picture is X(12).
001160 01  format-amount           picture is S9(09)V99.
001170 01  format-text             picture is X(12).
001180 01  count-text              picture is ZZZ9.
001190 01  net-text                picture is --,---,--9.99.

001200*----------------------------------------------------------*
001210* Running totals: index 1 the building, 2 the portfolio.
001220*----------------------------------------------------------*
001230 01  total-area.
001240     05  total-entry occurs 2 times.
001250         10  tot-losses      picture is 9(04).
001260         10  tot-repairs     picture is 9(09)V99.
001270         10  tot-credits     picture is 9(09)V99.
001280         10  tot-recovered   picture is 9(09)V99.

001290*----------------------------------------------------------*
001300* Open claims by age of loss.
001310*----------------------------------------------------------*
001320 01  age-labels.
001330     05  filler              picture is X(13)
001340                             value "0-30 DAYS".
001350     05  filler              picture is X(13)
001360                             value "31-90 DAYS".
001370     05  filler              picture is X(13)
001380                             value "91-180 DAYS".
001390     05  filler              picture is X(13)
001400                             value "181-365 DAYS".
001410     05  filler              picture is X(13)
001420                             value "OVER 365 DAYS".
001430 01  age-label-table redefines age-labels.
001440     05  age-label           picture is X(13) occurs 5.
001450 01  age-area.
001460     05  age-entry occurs 5 times.
001470         10  age-count       picture is 9(04).
001480         10  age-cost        picture is 9(09)V99.
001490         10  age-recovered   picture is 9(09)V99.

001500*----------------------------------------------------------*
001510* Latest record per loss, with its totals from the activity
001520* and cost files.
001530*----------------------------------------------------------*
001540 01  loss-table-area.
001550     05  loss-table-count    picture is 9(04) value zero.
001560     05  loss-table-entry occurs 1 to 1000 times
001570             depending on loss-table-count
001580             indexed by loss-table-index.
001590         10  lt-loss         picture is 9(05).
001600         10  lt-record       picture is X(160).
001610         10  lt-repairs      picture is 9(09)V99.
001620         10  lt-credits      picture is 9(09)V99.
001630         10  lt-recovered    picture is 9(09)V99.

001640*----------------------------------------------------------*
001650* Every lossact.dat record; a ticket link gathers the
001660* wocost.dat postings to its ticket.
001670*----------------------------------------------------------*
001680 01  activity-table-area.
001690     05  activity-table-count
001700                             picture is 9(04) value zero.
001710     05  activity-table-entry occurs 1 to 3000 times
001720             depending on activity-table-count
001730             indexed by activity-table-index.
001740         10  at-loss         picture is 9(05).
001750         10  at-type         picture is X(01).
001760         10  at-building     picture is 9(02).
001770         10  at-aptnum       picture is 9(04).
001780         10  at-ticket       picture is 9(05).
001790         10  at-date         picture is 9(08).
001800         10  at-reference    picture is X(10).
001810         10  at-amount       picture is 9(09)V99.

001820 procedure division.
001830 0000-mainline.
001840     move "TENLOSR" to TENOLOG-PROGRAM.
001850     perform 1000-initialize thru 1000-exit.
001860     perform 2000-load-losses thru 2000-exit.
001870     perform 2300-load-activity thru 2300-exit.
001880     perform 2600-load-costs thru 2600-exit.
001890     perform 2800-total-activity thru 2800-exit
001900         varying activity-sub from 1 by 1
001910         until activity-sub > activity-table-count.
001920     perform 3000-report-building thru 3000-exit
001930         varying bldg-sub from 0 by 1
001940         until bldg-sub > 99.
001950     perform 7000-print-portfolio thru 7000-exit.
001960     perform 8000-print-aging thru 8000-exit.
001970     perform 9000-finish thru 9000-exit.
001980     stop run.

001990 1000-initialize.
002000     move "I" to TENOLOG-SEVERITY
002010     move "insurance claim status report" to TENOLOG-TEXT
002020     call "TENOLOG" using TENOLOG-PARMS.
002030     accept run-date from date yyyymmdd.
002040     initialize total-area.
002050     initialize age-area.
002060     move spaces to claim-filename.
002070     string "lossstat." delimited by size
002080         run-date delimited by size
002090         into claim-filename.
002100     open output claim-report.
002110     move "INSURANCE CLAIM STATUS - COSTS TO DATE AND RECOVERIES"
002120         to report-line.
002130     write report-line.
002140     move spaces to report-line.
002150     string "RUN DATE: " delimited by size
002160         run-date delimited by size
002170         into report-line.
002180     write report-line.
002190     add 2 to line-count.
002200 1000-exit.
002210     exit.

002220 2000-load-losses.
002230     open input loss-file.
002240     if los-file-status not = "00"
002250         close loss-file
002260         go to 2000-exit.
002270     perform 2100-read-loss thru 2100-exit
002280         until loss-file-at-end.
002290     close loss-file.
002300 2000-exit.
002310     exit.

002320 2100-read-loss.
002330     read loss-file
002340         at end
002350             move "Y" to los-eof-switch
002360             go to 2100-exit.
002370     set loss-table-index to 1.
002380     if loss-table-count > zero
002390         search loss-table-entry
002400             at end
002410                 perform 2200-add-loss thru 2200-exit
002420             when lt-loss (loss-table-index)
002430                     = los-loss of loss-record
002440                 move loss-record to lt-record (loss-table-index)
002450     else
002460         perform 2200-add-loss thru 2200-exit.
002470 2100-exit.
002480     exit.

002490 2200-add-loss.
002500     if loss-table-count >= 1000
002510         move "W" to TENOLOG-SEVERITY
002520         move "loss table overflow - later losses not reported"
002530             to TENOLOG-TEXT
002540         call "TENOLOG" using TENOLOG-PARMS
002550         move "Y" to los-eof-switch
002560         go to 2200-exit.
002570     add 1 to loss-table-count.
002580     move los-loss of loss-record to lt-loss (loss-table-count).
002590     move loss-record to lt-record (loss-table-count).
002600     move zero to lt-repairs (loss-table-count).
002610     move zero to lt-credits (loss-table-count).
002620     move zero to lt-recovered (loss-table-count).
002630 2200-exit.
002640     exit.

002650 2300-load-activity.
002660     open input loss-activity-file.
002670     if lsa-file-status not = "00"
002680         close loss-activity-file
002690         go to 2300-exit.
002700     perform 2400-read-activity thru 2400-exit
002710         until activity-file-at-end.
002720     close loss-activity-file.
002730 2300-exit.
002740     exit.

002750 2400-read-activity.
002760     read loss-activity-file
002770         at end
002780             move "Y" to lsa-eof-switch
002790             go to 2400-exit.
002800     if activity-table-count >= 3000
002810         move "W" to TENOLOG-SEVERITY
002820         move spaces to TENOLOG-TEXT
002830         string "activity table overflow - later "
002840                 delimited by size
002850             "activity not reported" delimited by size
002860             into TENOLOG-TEXT
002870         call "TENOLOG" using TENOLOG-PARMS
002880         move "Y" to lsa-eof-switch
002890         go to 2400-exit.
002900     add 1 to activity-table-count.
002910     move lsa-loss of loss-activity-record
002920         to at-loss (activity-table-count).
002930     move lsa-type of loss-activity-record
002940         to at-type (activity-table-count).
002950     move lsa-building of loss-activity-record
002960         to at-building (activity-table-count).
002970     move lsa-aptnum of loss-activity-record
002980         to at-aptnum (activity-table-count).
002990     move lsa-ticket of loss-activity-record
003000         to at-ticket (activity-table-count).
003010     move lsa-date of loss-activity-record
003020         to at-date (activity-table-count).
003030     move lsa-reference of loss-activity-record
003040         to at-reference (activity-table-count).
003050     move lsa-amount of loss-activity-record
003060         to at-amount (activity-table-count).
003070 2400-exit.
003080     exit.

003090 2600-load-costs.
003100     if activity-table-count = zero
003110         go to 2600-exit.
003120     open input work-cost-file.
003130     if wco-file-status not = "00"
003140         close work-cost-file
003150         go to 2600-exit.
003160     perform 2700-read-cost thru 2700-exit
003170         until cost-file-at-end.
003180     close work-cost-file.
003190 2600-exit.
003200     exit.

003210*----------------------------------------------------------*
003220* A cost posting counts against the loss its ticket is tied
003230* to; on a ticket link the amount is the ticket's cost.
003240*----------------------------------------------------------*
003250 2700-read-cost.
003260     read work-cost-file
003270         at end
003280             move "Y" to wco-eof-switch
003290             go to 2700-exit.
003300     compute posting-cost = wco-labor of work-cost-record
003310         + wco-materials of work-cost-record.
003320     set activity-table-index to 1.
003330     search activity-table-entry
003340         at end
003350             continue
003360         when at-type (activity-table-index) = "T"
003370             and at-building (activity-table-index)
003380                 = wco-building of work-cost-record
003390             and at-aptnum (activity-table-index)
003400                 = wco-aptnum of work-cost-record
003410             and at-ticket (activity-table-index)
003420                 = wco-ticket of work-cost-record
003430             add posting-cost to at-amount (activity-table-index).
003440 2700-exit.
003450     exit.

003460 2800-total-activity.
003470     set loss-table-index to 1.
003480     if loss-table-count = zero
003490         go to 2800-exit.
003500     search loss-table-entry
003510         at end
003520             go to 2800-exit
003530         when lt-loss (loss-table-index) = at-loss (activity-sub)
003540             continue.
003550     if at-type (activity-sub) = "T"
003560         add at-amount (activity-sub)
003570             to lt-repairs (loss-table-index).
003580     if at-type (activity-sub) = "C"
003590         add at-amount (activity-sub)
003600             to lt-credits (loss-table-index).
003610     if at-type (activity-sub) = "R"
003620         add at-amount (activity-sub)
003630             to lt-recovered (loss-table-index).
003640 2800-exit.
003650     exit.

003660 3000-report-building.
003670     move zero to building-losses.
003680     move zero to tot-losses (1).
003690     move zero to tot-repairs (1).
003700     move zero to tot-credits (1).
003710     move zero to tot-recovered (1).
003720     perform 3100-report-loss thru 3100-exit
003730         varying loss-sub from 1 by 1
003740         until loss-sub > loss-table-count.
003750     if building-losses = zero
003760         go to 3000-exit.
003770     compute total-cost = tot-repairs (1) + tot-credits (1).
003780     move total-cost to format-amount.
003790     perform 9500-format-amount thru 9500-exit.
003800     move format-text to amount-text-1.
003810     move tot-recovered (1) to format-amount.
003820     perform 9500-format-amount thru 9500-exit.
003830     move format-text to amount-text-2.
003840     compute unrecovered = total-cost - tot-recovered (1).
003850     move unrecovered to net-text.
003860     move building-losses to count-text.
003870     move spaces to report-line.
003880     write report-line.
003890     move spaces to report-line.
003900     string "BUILDING " delimited by size
003910         bldg-sub (2:2) delimited by size
003920         " LOSSES " delimited by size
003930         count-text delimited by size
003940         " COST " delimited by size
003950         amount-text-1 delimited by size
003960         " RECOV " delimited by size
003970         amount-text-2 delimited by size
003980         " NET" delimited by size
003990         net-text delimited by size
004000         into report-line.
004010     write report-line.
004020     add 2 to line-count.
004030 3000-exit.
004040     exit.

004050 3100-report-loss.
004060     move lt-record (loss-sub) to loss-record.
004070     if los-building of loss-record not = bldg-sub
004080         go to 3100-exit.
004090     add 1 to building-losses.
004100     add 1 to tot-losses (1).
004110     add 1 to tot-losses (2).
004120     add lt-repairs (loss-sub) to tot-repairs (1).
004130     add lt-repairs (loss-sub) to tot-repairs (2).
004140     add lt-credits (loss-sub) to tot-credits (1).
004150     add lt-credits (loss-sub) to tot-credits (2).
004160     add lt-recovered (loss-sub) to tot-recovered (1).
004170     add lt-recovered (loss-sub) to tot-recovered (2).
004180     perform 3200-set-texts thru 3200-exit.
004190     move los-loss-date of loss-record to TENDAYS-FROM.
004200     move run-date to TENDAYS-TO.
004210     call "TENDAYS" using TENDAYS-PARMS.
004220     move TENDAYS-DAYS to age-days.
004230     if age-days < zero
004240         move zero to age-days.
004250     move age-days to age-text.
004260     move spaces to report-line.
004270     write report-line.
004280     move spaces to report-line.
004290     string "LOSS " delimited by size
004300         los-loss of loss-record delimited by size
004310         "  " delimited by size
004320         los-building of loss-record delimited by size
004330         "-" delimited by size
004340         los-aptnum of loss-record delimited by size
004350         "  LOSS DATE " delimited by size
004360         los-loss-date of loss-record delimited by size
004370         "  " delimited by size
004380         cause-text delimited by size
004390         " " delimited by size
004400         status-text delimited by size
004410         " AGE" delimited by size
004420         age-text delimited by size
004430         into report-line.
004440     write report-line.
004450     move spaces to report-line.
004460     string "  " delimited by size
004470         los-description of loss-record delimited by size
004480         " CLAIM " delimited by size
004490         los-claim-no of loss-record delimited by size
004500         into report-line.
004510     write report-line.
004520     move spaces to report-line.
004530     string "  CARRIER " delimited by size
004540         los-carrier of loss-record delimited by size
004550         " ADJUSTER " delimited by size
004560         los-adjuster of loss-record delimited by size
004570         into report-line.
004580     write report-line.
004590     add 4 to line-count.
004600     perform 3300-print-activity thru 3300-exit
004610         varying activity-sub from 1 by 1
004620         until activity-sub > activity-table-count.
004630     compute total-cost = lt-repairs (loss-sub)
004640         + lt-credits (loss-sub).
004650     move lt-repairs (loss-sub) to format-amount.
004660     perform 9500-format-amount thru 9500-exit.
004670     move format-text to amount-text-1.
004680     move lt-credits (loss-sub) to format-amount.
004690     perform 9500-format-amount thru 9500-exit.
004700     move format-text to amount-text-2.
004710     move total-cost to format-amount.
004720     perform 9500-format-amount thru 9500-exit.
004730     move format-text to amount-text-3.
004740     move spaces to report-line.
004750     string "  REPAIRS " delimited by size
004760         amount-text-1 delimited by size
004770         "  RELOCATION " delimited by size
004780         amount-text-2 delimited by size
004790         "  TOTAL COST " delimited by size
004800         amount-text-3 delimited by size
004810         into report-line.
004820     write report-line.
004830     move los-reserve of loss-record to format-amount.
004840     perform 9500-format-amount thru 9500-exit.
004850     move format-text to amount-text-1.
004860     move los-deductible of loss-record to format-amount.
004870     perform 9500-format-amount thru 9500-exit.
004880     move format-text to amount-text-2.
004890     move lt-recovered (loss-sub) to format-amount.
004900     perform 9500-format-amount thru 9500-exit.
004910     move format-text to amount-text-3.
004920     move spaces to report-line.
004930     string "  RESERVE " delimited by size
004940         amount-text-1 delimited by size
004950         "  DEDUCTIBLE " delimited by size
004960         amount-text-2 delimited by size
004970         "  RECOVERED  " delimited by size
004980         amount-text-3 delimited by size
004990         into report-line.
005000     write report-line.
005010     compute unrecovered = total-cost - lt-recovered (loss-sub).
005020     move unrecovered to net-text.
005030     move spaces to report-line.
005040     string "  NOT YET RECOVERED" delimited by size
005050         net-text delimited by size
005060         into report-line.
005070     write report-line.
005080     add 3 to line-count.
005090     if los-open of loss-record
005100         perform 3500-age-claim thru 3500-exit.
005110 3100-exit.
005120     exit.

005130 3200-set-texts.
005140     evaluate true
005150         when los-water of loss-record
005160             move "WATER" to cause-text
005170         when los-fire of loss-record
005180             move "FIRE" to cause-text
005190         when los-storm of loss-record
005200             move "STORM" to cause-text
005210         when los-theft of loss-record
005220             move "THEFT/VAND" to cause-text
005230         when los-liability of loss-record
005240             move "LIABILITY" to cause-text
005250         when other
005260             move "OTHER" to cause-text
005270     end-evaluate.
005280     evaluate true
005290         when los-open of loss-record
005300             move "OPEN" to status-text
005310         when los-closed of loss-record
005320             move "CLOSED" to status-text
005330         when los-denied of loss-record
005340             move "DENIED" to status-text
005350         when other
005360             move "NOT FILED" to status-text
005370     end-evaluate.
005380 3200-exit.
005390     exit.

005400 3300-print-activity.
005410     if at-loss (activity-sub) not = lt-loss (loss-sub)
005420         go to 3300-exit.
005430     move at-amount (activity-sub) to format-amount.
005440     perform 9500-format-amount thru 9500-exit.
005450     move spaces to report-line.
005460     if at-type (activity-sub) = "T"
005470         string "    TICKET " delimited by size
005480             at-ticket (activity-sub) delimited by size
005490             " UNIT " delimited by size
005500             at-building (activity-sub) delimited by size
005510             "-" delimited by size
005520             at-aptnum (activity-sub) delimited by size
005530             "  COST " delimited by size
005540             format-text delimited by size
005550             into report-line.
005560     if at-type (activity-sub) = "C"
005570         string "    RELOCATION CREDIT " delimited by size
005580             at-building (activity-sub) delimited by size
005590             "-" delimited by size
005600             at-aptnum (activity-sub) delimited by size
005610             " " delimited by size
005620             at-date (activity-sub) delimited by size
005630             " " delimited by size
005640             format-text delimited by size
005650             into report-line.
005660     if at-type (activity-sub) = "R"
005670         string "    RECOVERY " delimited by size
005680             at-date (activity-sub) delimited by size
005690             " REF " delimited by size
005700             at-reference (activity-sub) delimited by size
005710             " " delimited by size
005720             format-text delimited by size
005730             into report-line.
005740     if report-line = spaces
005750         go to 3300-exit.
005760     write report-line.
005770     add 1 to line-count.
005780 3300-exit.
005790     exit.

005800 3500-age-claim.
005810     evaluate true
005820         when age-days <= 30
005830             move 1 to age-sub
005840         when age-days <= 90
005850             move 2 to age-sub
005860         when age-days <= 180
005870             move 3 to age-sub
005880         when age-days <= 365
005890             move 4 to age-sub
005900         when other
005910             move 5 to age-sub
005920     end-evaluate.
005930     add 1 to age-count (age-sub).
005940     add total-cost to age-cost (age-sub).
005950     add lt-recovered (loss-sub) to age-recovered (age-sub).
005960 3500-exit.
005970     exit.

005980 7000-print-portfolio.
005990     move spaces to report-line.
006000     write report-line.
006010     if tot-losses (2) = zero
006020         move "NO LOSSES ON INSLOSS.DAT" to report-line
006030         write report-line
006040         add 2 to line-count
006050         go to 7000-exit.
006060     compute total-cost = tot-repairs (2) + tot-credits (2).
006070     move tot-repairs (2) to format-amount.
006080     perform 9500-format-amount thru 9500-exit.
006090     move format-text to amount-text-1.
006100     move tot-credits (2) to format-amount.
006110     perform 9500-format-amount thru 9500-exit.
006120     move format-text to amount-text-2.
006130     move tot-recovered (2) to format-amount.
006140     perform 9500-format-amount thru 9500-exit.
006150     move format-text to amount-text-3.
006160     move tot-losses (2) to count-text.
006170     move spaces to report-line.
006180     string "PORTFOLIO LOSSES " delimited by size
006190         count-text delimited by size
006200         into report-line.
006210     write report-line.
006220     move spaces to report-line.
006230     string "  REPAIRS " delimited by size
006240         amount-text-1 delimited by size
006250         "  RELOCATION " delimited by size
006260         amount-text-2 delimited by size
006270         "  RECOVERED  " delimited by size
006280         amount-text-3 delimited by size
006290         into report-line.
006300     write report-line.
006310     compute unrecovered = total-cost - tot-recovered (2).
006320     move unrecovered to net-text.
006330     move spaces to report-line.
006340     string "  NOT YET RECOVERED" delimited by size
006350         net-text delimited by size
006360         into report-line.
006370     write report-line.
006380     add 4 to line-count.
006390 7000-exit.
006400     exit.

006410 8000-print-aging.
006420     move spaces to report-line.
006430     write report-line.
006440     move "OPEN CLAIMS BY AGE OF LOSS" to report-line.
006450     write report-line.
006460     move "  AGE            CLAIMS   COST TO DATE     RECOVERED"
006470         to report-line.
006480     write report-line.
006490     add 3 to line-count.
006500     perform 8100-print-age thru 8100-exit
006510         varying age-sub from 1 by 1
006520         until age-sub > 5.
006530 8000-exit.
006540     exit.

006550 8100-print-age.
006560     move age-count (age-sub) to count-text.
006570     move age-cost (age-sub) to format-amount.
006580     perform 9500-format-amount thru 9500-exit.
006590     move format-text to amount-text-1.
006600     move age-recovered (age-sub) to format-amount.
006610     perform 9500-format-amount thru 9500-exit.
006620     move format-text to amount-text-2.
006630     move spaces to report-line.
006640     move age-label (age-sub) to report-line (3:13).
006650     move count-text to report-line (19:4).
006660     move amount-text-1 to report-line (26:12).
006670     move amount-text-2 to report-line (40:12).
006680     write report-line.
006690     add 1 to line-count.
006700 8100-exit.
006710     exit.

006720 9000-finish.
006730     close claim-report.
006740     move "TENLOSR" to TENRCAT-PROGRAM.
006750     move claim-filename to TENRCAT-FILENAME.
006760     move 1 to TENRCAT-PAGES.
006770     move line-count to TENRCAT-LINES.
006780     call "TENRCAT" using TENRCAT-PARMS.
006790     move "I" to TENOLOG-SEVERITY
006800     move spaces to TENOLOG-TEXT
006810     string loss-table-count delimited by size
006820         " loss(es) reported on " delimited by size
006830         claim-filename delimited by size
006840         into TENOLOG-TEXT
006850     call "TENOLOG" using TENOLOG-PARMS.
006860 9000-exit.
006870     exit.

006880 9500-format-amount.
006890     move "A" to TENFMT-FORMAT-CODE.
006900     move format-amount to TENFMT-RAW-AMOUNT.
006910     call "TENFMT" using TENFMT-PARMS.
006920     move TENFMT-EDITED-OUT to format-text.
006930 9500-exit.
006940     exit.

000100*----------------------------------------------------------*
000110* TENLUTL.COB
000120*
000130* Weekly technician labor-utilization report.  For the
000140* seven days ending on the run date it totals each
000150* technician's timetkt.dat hours and labor cost and sets
000160* the hours against the hours a week the technician is
000170* available on techrate.dat, as a utilization percentage.
000180* Every active technician is listed, with or without time;
000190* an inactive one only when time was charged in the week.
000200* Names come from the ssnxref.dat personnel
000210* cross-reference.  A second section lists the week's time
000220* charged to tickets that were already closed before the
000230* day worked, for the superintendent to follow up.  The
000240* report goes to labutl.YYYYMMDD, cataloged through
000250* TENRCAT.
000260*----------------------------------------------------------*
000270* MODIFICATION HISTORY
000280*   DATE       INIT  DESCRIPTION
000290*   2026-10-15 JHM   Messages now go through TENOLOG to the
000300*                    dated operations log, each with its
000310*                    severity (and the unit where there is
000320*                    one); aborts raise a menu alert.
000330*   2026-10-15 JHM   Original program.
000340*----------------------------------------------------------*
000350 identification division.
000360 program-id. tenlutl.
000370 author. J. H. Masters.
000380 installation. Property Management Systems.
000390 date-written. 2026-10-15.
000400 date-compiled. 2026-10-15.

000410 environment division.
000420 configuration section.
000430 source-computer. Intel486.
000440 object-computer. Intel486.

000450 input-output section.
000460 file-control.
000470     select optional rate-file assign to disk
000480         organization is line sequential
000490         file status is trt-file-status.

000500     select optional ssn-xref-file assign to disk
000510         organization is line sequential
000520         file status is xref-file-status.

000530     select optional time-ticket-file assign to disk
000540         organization is line sequential
000550         file status is ttk-file-status.

000560     select utilization-report assign to disk
000570         organization is line sequential.

000580 data division.
000590 file section.
000600 fd  rate-file
000610     label records are standard
000620     value of file-id is "techrate.dat".
000630     copy TENTRT
000640         replacing ==:REC-NAME:==
000650             by ==rate-record==.

000660 fd  ssn-xref-file
000670     label records are standard
000680     value of file-id is "ssnxref.dat".
000690 01  ssn-xref-record.
000700     05  xrf-surrogate       picture is 9(06).
000710     05  xrf-ssn             picture is X(09).
000720     05  xrf-name            picture is X(35).

000730 fd  time-ticket-file
000740     label records are standard
000750     value of file-id is "timetkt.dat".
000760     copy TENTTK
000770         replacing ==:REC-NAME:==
000780             by ==time-ticket-record==.

000790 fd  utilization-report
000800     label records are standard
000810     value of file-id is labutl-filename.
000820 01  report-line             picture is X(80).

000830 working-storage section.
000840 01  labutl-filename         picture is X(30).
000850     copy TENRCAT.
000860     copy TENOLOG.
000870     copy TENDAYS.
000880 01  trt-file-status         picture is X(02).
000890 01  xref-file-status        picture is X(02).
000900 01  ttk-file-status         picture is X(02).
000910 01  eof-switch              picture is X(01).
000920     88  file-at-end                 value "Y".
000930 01  table-overflow-switch   picture is X(01) value "N".
000940     88  table-overflow              value "Y".
000950 01  run-date                picture is 9(08).
000960 01  line-count              picture is 9(07) value zero.
000970 01  listed-count            picture is 9(05) value zero.
000980 01  closed-count            picture is 9(05) value zero.
000990 01  utilization             picture is 9(03)V9.
001000 01  total-hours             picture is 9(05)V99 value zero.
001010 01  total-available         picture is 9(05)V9 value zero.
001020 01  total-cost              picture is 9(09)V99 value zero.
001030 01  edited-hours            picture is ZZ,ZZ9.99.
001040 01  edited-available        picture is ZZ,ZZ9.9.
001050 01  edited-utilization      picture is ZZ9.9.
001060 01  edited-cost             picture is ZZZ,ZZZ,ZZ9.99.
001070 01  edited-ticket-hours     picture is Z9.99.
001080 01  edited-ticket-cost      picture is Z,ZZZ,ZZ9.99.
001090 01  closed-name             picture is X(24).

001100*----------------------------------------------------------*
001110* Each technician's latest techrate.dat record, with the
001120* name and the week's time.
001130*----------------------------------------------------------*
001140 01  tech-table-area.
001150     05  tech-table-count    picture is 9(04) value zero.
001160     05  tech-table-entry occurs 1 to 500 times
001170             depending on tech-table-count
001180             indexed by tech-table-index.
001190         10  tt-rate         picture is X(31).
001200         10  tt-name         picture is X(35).
001210         10  tt-hours        picture is 9(05)V99.
001220         10  tt-cost         picture is 9(09)V99.

001230     copy TENTRT
001240         replacing ==:REC-NAME:==
001250             by ==current-rate-record==.

001260 procedure division.
001270 0000-mainline.
001280     move "TENLUTL" to TENOLOG-PROGRAM.
001290     perform 1000-initialize thru 1000-exit.
001300     perform 2000-load-rates thru 2000-exit.
001310     if table-overflow
001320         move "A" to TENOLOG-SEVERITY
001330         move spaces to TENOLOG-TEXT
001340         string "techrate.dat technicians exceed the "
001350                 delimited by size
001360             "table - nothing reported" delimited by size
001370             into TENOLOG-TEXT
001380         call "TENOLOG" using TENOLOG-PARMS
001390         close utilization-report
001400         move 1 to return-code
001410         goback.
001420     perform 3000-load-names thru 3000-exit.
001430     perform 4000-total-time thru 4000-exit.
001440     perform 5000-list-technician thru 5000-exit
001450         varying tech-table-index from 1 by 1
001460         until tech-table-index > tech-table-count.
001470     perform 5500-list-totals thru 5500-exit.
001480     perform 6000-list-closed thru 6000-exit.
001490     perform 9000-finish thru 9000-exit.
001500     goback.

001510 1000-initialize.
001520     move "I" to TENOLOG-SEVERITY
001530     move "weekly technician labor utilization" to TENOLOG-TEXT
001540     call "TENOLOG" using TENOLOG-PARMS.
001550     accept run-date from date yyyymmdd.
001560     move spaces to labutl-filename.
001570     string "labutl." delimited by size
001580         run-date delimited by size
001590         into labutl-filename.
001600     open output utilization-report.
001610     move "TECHNICIAN LABOR UTILIZATION" to report-line.
001620     write report-line.
001630     move spaces to report-line.
001640     string "SEVEN DAYS ENDING: " delimited by size
001650         run-date delimited by size
001660         into report-line.
001670     write report-line.
001680     move spaces to report-line.
001690     write report-line.
001700     move spaces to report-line.
001710     string "TECH   NAME                    HOURS  AVAILABLE   "
001720             delimited by size
001730         "UTIL%      LABOR COST" delimited by size
001740         into report-line.
001750     write report-line.
001760     add 4 to line-count.
001770 1000-exit.
001780     exit.

001790 2000-load-rates.
001800     move "N" to eof-switch.
001810     open input rate-file.
001820     if trt-file-status not = "00"
001830         close rate-file
001840         go to 2000-exit.
001850     perform 2100-read-rate thru 2100-exit
001860         until file-at-end.
001870     close rate-file.
001880 2000-exit.
001890     exit.

001900 2100-read-rate.
001910     read rate-file
001920         at end
001930             move "Y" to eof-switch
001940         not at end
001950             perform 2200-stow-rate thru 2200-exit.
001960 2100-exit.
001970     exit.

001980 2200-stow-rate.
001990     set tech-table-index to 1.
002000     if tech-table-count > zero
002010         search tech-table-entry
002020             at end
002030                 perform 2300-add-rate thru 2300-exit
002040             when tt-rate (tech-table-index) (1:6)
002050                     = trt-technician of rate-record
002060                 move rate-record to tt-rate (tech-table-index)
002070     else
002080         perform 2300-add-rate thru 2300-exit.
002090 2200-exit.
002100     exit.

002110 2300-add-rate.
002120     if tech-table-count >= 500
002130         move "Y" to table-overflow-switch
002140     else
002150         add 1 to tech-table-count
002160         move rate-record to tt-rate (tech-table-count)
002170         move spaces to tt-name (tech-table-count)
002180         move zero to tt-hours (tech-table-count)
002190         move zero to tt-cost (tech-table-count).
002200 2300-exit.
002210     exit.

002220 3000-load-names.
002230     move "N" to eof-switch.
002240     open input ssn-xref-file.
002250     if xref-file-status not = "00"
002260         close ssn-xref-file
002270         go to 3000-exit.
002280     perform 3100-read-name thru 3100-exit
002290         until file-at-end.
002300     close ssn-xref-file.
002310 3000-exit.
002320     exit.

002330 3100-read-name.
002340     read ssn-xref-file
002350         at end
002360             move "Y" to eof-switch
002370             go to 3100-exit.
002380     if tech-table-count = zero
002390         go to 3100-exit.
002400     set tech-table-index to 1.
002410     search tech-table-entry
002420         at end
002430             continue
002440         when tt-rate (tech-table-index) (1:6) = xrf-surrogate
002450             move xrf-name to tt-name (tech-table-index).
002460 3100-exit.
002470     exit.

002480*----------------------------------------------------------*
002490* The week's time tickets, by the day worked.
002500*----------------------------------------------------------*
002510 4000-total-time.
002520     move "N" to eof-switch.
002530     open input time-ticket-file.
002540     if ttk-file-status not = "00"
002550         close time-ticket-file
002560         go to 4000-exit.
002570     perform 4100-read-time thru 4100-exit
002580         until file-at-end.
002590     close time-ticket-file.
002600 4000-exit.
002610     exit.

002620 4100-read-time.
002630     read time-ticket-file
002640         at end
002650             move "Y" to eof-switch
002660             go to 4100-exit.
002670     perform 7000-check-week thru 7000-exit.
002680     if TENDAYS-DAYS < zero
002690         or TENDAYS-DAYS > 6
002700         go to 4100-exit.
002710     if tech-table-count = zero
002720         go to 4100-exit.
002730     set tech-table-index to 1.
002740     search tech-table-entry
002750         at end
002760             continue
002770         when tt-rate (tech-table-index) (1:6)
002780                 = ttk-technician of time-ticket-record
002790             add ttk-hours of time-ticket-record
002800                 to tt-hours (tech-table-index)
002810             add ttk-cost of time-ticket-record
002820                 to tt-cost (tech-table-index).
002830 4100-exit.
002840     exit.

002850 5000-list-technician.
002860     move tt-rate (tech-table-index) to current-rate-record.
002870     if trt-inactive of current-rate-record
002880         and tt-hours (tech-table-index) = zero
002890         go to 5000-exit.
002900     move zero to utilization.
002910     if trt-weekly-hours of current-rate-record > zero
002920         compute utilization rounded =
002930             tt-hours (tech-table-index) * 100
002940                 / trt-weekly-hours of current-rate-record
002950             on size error
002960                 move 999.9 to utilization.
002970     add tt-hours (tech-table-index) to total-hours.
002980     add trt-weekly-hours of current-rate-record
002990         to total-available.
003000     add tt-cost (tech-table-index) to total-cost.
003010     move tt-hours (tech-table-index) to edited-hours.
003020     move trt-weekly-hours of current-rate-record
003030         to edited-available.
003040     move utilization to edited-utilization.
003050     move tt-cost (tech-table-index) to edited-cost.
003060     move spaces to report-line.
003070     string trt-technician of current-rate-record
003080             delimited by size
003090         " " delimited by size
003100         tt-name (tech-table-index) (1:19) delimited by size
003110         " " delimited by size
003120         edited-hours delimited by size
003130         "   " delimited by size
003140         edited-available delimited by size
003150         "   " delimited by size
003160         edited-utilization delimited by size
003170         "  " delimited by size
003180         edited-cost delimited by size
003190         into report-line.
003200     if trt-inactive of current-rate-record
003210         move "INACTIVE" to report-line (73:8).
003220     write report-line.
003230     add 1 to line-count.
003240     add 1 to listed-count.
003250 5000-exit.
003260     exit.

003270 5500-list-totals.
003280     move zero to utilization.
003290     if total-available > zero
003300         compute utilization rounded =
003310             total-hours * 100 / total-available
003320             on size error
003330                 move 999.9 to utilization.
003340     move total-hours to edited-hours.
003350     move total-available to edited-available.
003360     move utilization to edited-utilization.
003370     move total-cost to edited-cost.
003380     move spaces to report-line.
003390     write report-line.
003400     move spaces to report-line.
003410     string "ALL TECHNICIANS            " delimited by size
003420         edited-hours delimited by size
003430         "   " delimited by size
003440         edited-available delimited by size
003450         "   " delimited by size
003460         edited-utilization delimited by size
003470         "  " delimited by size
003480         edited-cost delimited by size
003490         into report-line.
003500     write report-line.
003510     add 2 to line-count.
003520 5500-exit.
003530     exit.

003540*----------------------------------------------------------*
003550* The week's time charged to tickets already closed.
003560*----------------------------------------------------------*
003570 6000-list-closed.
003580     move spaces to report-line.
003590     write report-line.
003600     move "TIME CHARGED TO TICKETS ALREADY CLOSED"
003610         to report-line.
003620     write report-line.
003630     move spaces to report-line.
003640     string "TECH   NAME                      TICKET BLDG UNIT"
003650             delimited by size
003660         "    WORKED  HOURS         COST" delimited by size
003670         into report-line.
003680     write report-line.
003690     add 3 to line-count.
003700     perform 6100-scan-closed thru 6100-exit.
003710     if closed-count = zero
003720         move "NONE" to report-line
003730         write report-line
003740         add 1 to line-count.
003750 6000-exit.
003760     exit.

003770 6100-scan-closed.
003780     move "N" to eof-switch.
003790     open input time-ticket-file.
003800     if ttk-file-status not = "00"
003810         close time-ticket-file
003820         go to 6100-exit.
003830     perform 6200-read-closed thru 6200-exit
003840         until file-at-end.
003850     close time-ticket-file.
003860 6100-exit.
003870     exit.

003880 6200-read-closed.
003890     read time-ticket-file
003900         at end
003910             move "Y" to eof-switch
003920             go to 6200-exit.
003930     if not ttk-on-closed-ticket of time-ticket-record
003940         go to 6200-exit.
003950     perform 7000-check-week thru 7000-exit.
003960     if TENDAYS-DAYS < zero
003970         or TENDAYS-DAYS > 6
003980         go to 6200-exit.
003990     move spaces to closed-name.
004000     if tech-table-count > zero
004010         set tech-table-index to 1
004020         search tech-table-entry
004030             at end
004040                 continue
004050             when tt-rate (tech-table-index) (1:6)
004060                     = ttk-technician of time-ticket-record
004070                 move tt-name (tech-table-index) (1:24)
004080                     to closed-name.
004090     move ttk-hours of time-ticket-record
004100         to edited-ticket-hours.
004110     move ttk-cost of time-ticket-record to edited-ticket-cost.
004120     move spaces to report-line.
004130     string ttk-technician of time-ticket-record
004140             delimited by size
004150         " " delimited by size
004160         closed-name delimited by size
004170         "  " delimited by size
004180         ttk-ticket of time-ticket-record delimited by size
004190         "   " delimited by size
004200         ttk-building of time-ticket-record delimited by size
004210         "  " delimited by size
004220         ttk-aptnum of time-ticket-record delimited by size
004230         "  " delimited by size
004240         ttk-work-date of time-ticket-record delimited by size
004250         "  " delimited by size
004260         edited-ticket-hours delimited by size
004270         " " delimited by size
004280         edited-ticket-cost delimited by size
004290         into report-line.
004300     write report-line.
004310     add 1 to line-count.
004320     add 1 to closed-count.
004330 6200-exit.
004340     exit.

004350 7000-check-week.
004360     move ttk-work-date of time-ticket-record to TENDAYS-FROM.
004370     move run-date to TENDAYS-TO.
004380     call "TENDAYS" using TENDAYS-PARMS.
004390 7000-exit.
004400     exit.

004410 9000-finish.
004420     close utilization-report.
004430     move "TENLUTL" to TENRCAT-PROGRAM.
004440     move labutl-filename to TENRCAT-FILENAME.
004450     move 1 to TENRCAT-PAGES.
004460     move line-count to TENRCAT-LINES.
004470     call "TENRCAT" using TENRCAT-PARMS.
004480     move "I" to TENOLOG-SEVERITY
004490     move spaces to TENOLOG-TEXT
004500     string listed-count delimited by size
004510         " technician(s) listed, " delimited by size
004520         closed-count delimited by size
004530         " closed-ticket charge(s)" delimited by size
004540         into TENOLOG-TEXT
004550     call "TENOLOG" using TENOLOG-PARMS.
004560 9000-exit.
004570     exit.

000240*----------------------------------------------------------*
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   2026-10-15 JHM   The unit summary's balance is used only
000280*                    when it was built for today, and then
000290*                    allows for payments posted since; a
000300*                    stale summary falls back to rent less
000310*                    paid.
000320*   2026-10-15 JHM   Balance due is the unit's balance from
000330*                    the nightly unitsum.dbf record (TENUSML
000340*                    lookup), carry-forward and open postings
000350*                    included; rent less paid is used only
000360*                    for a unit the summary does not have.
000370*   2026-10-15 JHM   Messages now go through TENOLOG to the
000380*                    dated operations log, each with its
000390*                    severity (and the unit where there is
000400*                    one); aborts raise a menu alert.
000410*   2026-08-22 JHM   The report now goes to a dated file
000420*                    name (dashbord.YYYYMMDD) and each run
000430*                    is cataloged through TENRCAT, so the
000440*                    TENRPRT utility can reprint any
000450*                    prior night's copy.
000460*   2026-08-22 JHM   Original program.
000470*----------------------------------------------------------*
000480 identification division.
000490 program-id. tendash.
000500 author. J. H. Masters.
000510 installation. Property Management Systems.
000520 date-written. 2026-08-22.
000530 date-compiled. 2026-08-22.

000540 environment division.
000550 configuration section.
000560 source-computer. Intel486.
000570 object-computer. Intel486.

000580 input-output section.
000590 file-control.
000600     select sample-idx-file assign to disk
000610         organization is indexed
000620         record key is unit-key of sample-idx-record
000630         access mode is sequential
000640         file status is idx-file-status.

000650     select optional history-file assign to disk
000660         organization is line sequential
000670         file status is his-file-status.

000680     select optional catalog-in-file assign to disk
000690         organization is line sequential
000700         file status is cin-file-status.

000710     select optional recon-report-in assign to disk
000720         organization is line sequential
000730         file status is rcn-file-status.

000740     select dashboard-report assign to disk
000750         organization is line sequential.

000760 data division.
000770 file section.
000780 fd  sample-idx-file
000790     label records are standard
000800     value of file-id is "indexed.dbf".
000810     copy TENREC
000820         replacing ==:REC-NAME:== by ==sample-idx-record==
000830             ==address== by ==street-addr==.

000840 fd  history-file
000850     label records are standard
000860     value of file-id is "tenhist.dat".
000870     copy TENHIST
000880         replacing ==:REC-NAME:==
000890             by ==history-record==.

000900 fd  catalog-in-file
000910     label records are standard
000920     value of file-id is "rptcat.dat".
000930 01  catalog-in-record.
000940     05  cin-program         picture is X(08).
000950     05  cin-date            picture is 9(08).
000960     05  cin-time            picture is 9(08).
000970     05  cin-filename        picture is X(30).
000980     05  cin-pages           picture is 9(05).
000990     05  cin-lines           picture is 9(07).

001000 fd  recon-report-in
001010     label records are standard
001020     value of file-id is recon-in-filename.
001030 01  recon-line              picture is X(80).

001040 fd  dashboard-report
001050     label records are standard
001060     value of file-id is dashbord-filename.
001070 01  report-line             picture is X(80).

001080 working-storage section.
001090 01  cin-file-status         picture is X(02).
001100 01  cin-eof-switch          picture is X(01) value "N".
001110     88  catalog-in-at-end           value "Y".
001120 01  recon-in-filename       picture is X(30)
001130                             value "reconcil.rpt".
001140 01  dashbord-filename      picture is X(30).
001150     copy TENRCAT.
001160     copy TENOLOG.
001170 01  idx-file-status         picture is X(02).
001180 01  his-file-status         picture is X(02).
001190 01  rcn-file-status         picture is X(02).
001200 01  his-eof-switch          picture is X(01) value "N".
001210     88  history-file-at-end         value "Y".
001220 01  rcn-eof-switch          picture is X(01) value "N".
001230     88  recon-file-at-end           value "Y".
001240 01  run-date                picture is 9(08).
001250 01  total-units             picture is 9(05) value zero.
001260 01  occupied-units          picture is 9(05) value zero.
001270 01  vacant-units            picture is 9(05) value zero.
001280 01  occupancy-percent       picture is 9(03)V9.
001290 01  rent-roll-total         picture is 9(09)V99 value zero.
001300 01  balance-due-total       picture is 9(09)V99 value zero.
001310 01  delinquent-units        picture is 9(05) value zero.
001320 01  unit-balance            picture is S9(07)V99.
001330 01  summary-warned-switch   picture is X(01) value "N".
001340     88  summary-warned              value "Y".
001350 01  move-ins-today          picture is 9(04) value zero.
001360 01  move-outs-today         picture is 9(04) value zero.
001370 01  recon-differences       picture is 9(05) value zero.
001380 01  count-text              picture is X(12).
001390     copy TENFMT.
001400     copy TENUSML.

001410 procedure division.
001420 0000-mainline.
001430     move "TENDASH" to TENOLOG-PROGRAM.
001440     perform 1000-initialize thru 1000-exit.
001450     perform 2000-walk-units thru 2000-exit
001460         until idx-file-status = "10".
001470     perform 3000-tally-history thru 3000-exit.
001480     perform 4000-count-recon thru 4000-exit.
001490     perform 5000-print-dashboard thru 5000-exit.
001500     perform 9000-finish thru 9000-exit.
001510     goback.

001520 1000-initialize.
001530     move "I" to TENOLOG-SEVERITY
001540     move "portfolio dashboard" to TENOLOG-TEXT
001550     call "TENOLOG" using TENOLOG-PARMS.
001560     accept run-date from date yyyymmdd.
001570     open input sample-idx-file.
001580     if idx-file-status not = "00"
001590         move "E" to TENOLOG-SEVERITY
001600         move spaces to TENOLOG-TEXT
001610         string "cannot open indexed.dbf, status "
001620                 delimited by size
001630             idx-file-status delimited by size
001640             into TENOLOG-TEXT
001650         call "TENOLOG" using TENOLOG-PARMS
001660         move "10" to idx-file-status.
001670 1000-exit.
001680     exit.

001690 2000-walk-units.
001700     read sample-idx-file next record
001710         at end
001720             continue
001730         not at end
001740             add 1 to total-units
001750             if occ-occupied of sample-idx-record
001760                 add 1 to occupied-units
001770                 add rent-amount of sample-idx-record
001780                     to rent-roll-total
001790                 perform 2100-find-balance thru 2100-exit
001800                 if unit-balance > zero
001810                     add 1 to delinquent-units
001820                     add unit-balance
001830                         to balance-due-total
001840                 end-if
001850             else
001860                 add 1 to vacant-units.
001870 2000-exit.
001880     exit.

001890*----------------------------------------------------------*
001900* The unit's balance from tonight's unit summary, with the
001910* payments posted since it was built taken off; rent less
001920* paid when the summary is not on file, was not built
001930* today, or has no record for the unit.
001940*----------------------------------------------------------*
001950 2100-find-balance.
001960     move building-id of sample-idx-record to TENUSML-BUILDING.
001970     move aptnum of sample-idx-record to TENUSML-APTNUM.
001980     call "TENUSML" using TENUSML-PARMS.
001990     if TENUSML-FOUND
002000         and TENUSML-AS-OF-DATE = run-date
002010         compute unit-balance =
002020             TENUSML-BALANCE + TENUSML-AMOUNT-PAID
002030                 - amount-paid of sample-idx-record
002040         go to 2100-exit.
002050     if TENUSML-FOUND and not summary-warned
002060         move "Y" to summary-warned-switch
002070         move "W" to TENOLOG-SEVERITY
002080         move spaces to TENOLOG-TEXT
002090         string "unitsum.dbf not built today, " delimited by size
002100             "balance is rent less paid" delimited by size
002110             into TENOLOG-TEXT
002120         call "TENOLOG" using TENOLOG-PARMS.
002130     if TENUSML-NOT-AVAILABLE and not summary-warned
002140         move "Y" to summary-warned-switch
002150         move "W" to TENOLOG-SEVERITY
002160         move "unitsum.dbf not on file, balance is rent less paid"
002170             to TENOLOG-TEXT
002180         call "TENOLOG" using TENOLOG-PARMS.
002190     compute unit-balance =
002200         rent-amount of sample-idx-record
002210             - amount-paid of sample-idx-record.
002220 2100-exit.
002230     exit.

002240 3000-tally-history.
002250     open input history-file.
002260     if his-file-status not = "00"
002270         move "Y" to his-eof-switch
002280         go to 3000-exit.
002290     perform 3100-read-history thru 3100-exit
002300         until history-file-at-end.
002310     close history-file.
002320 3000-exit.
002330     exit.

002340 3100-read-history.
002350     read history-file
002360         at end
002370             move "Y" to his-eof-switch
002380         not at end
002390             if hist-date of history-record = run-date
002400                 if hist-action of history-record = "I"
002410                     add 1 to move-ins-today
002420                 else
002430                     if hist-action of history-record
002440                         = "O"
002450                         add 1 to move-outs-today.
002460 3100-exit.
002470     exit.

002480*----------------------------------------------------------*
002490* The reconciliation difference count is the number of
002500* MISMATCH / RELATIVE ONLY / INDEXED ONLY lines on last
002510* night's reconcil.rpt.
002520*----------------------------------------------------------*
002530 4000-count-recon.
002540     perform 4050-find-recon-name thru 4050-exit.
002550     open input recon-report-in.
002560     if rcn-file-status not = "00"
002570         move "Y" to rcn-eof-switch
002580         go to 4000-exit.
002590     perform 4100-read-recon thru 4100-exit
002600         until recon-file-at-end.
002610     close recon-report-in.
002620 4000-exit.
002630     exit.

002640*----------------------------------------------------------*
002650* The reconciliation now writes dated, cataloged file
002660* names; the newest TENRECON entry on rptcat.dat names the
002670* file to count, falling back to the old fixed name when
002680* no catalog exists yet.
002690*----------------------------------------------------------*
002700 4050-find-recon-name.
002710     open input catalog-in-file.
002720     if cin-file-status not = "00"
002730         move "Y" to cin-eof-switch
002740         go to 4050-exit.
002750     perform 4060-read-catalog thru 4060-exit
002760         until catalog-in-at-end.
002770     close catalog-in-file.
002780 4050-exit.
002790     exit.

002800 4060-read-catalog.
002810     read catalog-in-file
002820         at end
002830             move "Y" to cin-eof-switch
002840         not at end
002850             if cin-program = "TENRECON"
002860                 move cin-filename to recon-in-filename.
002870 4060-exit.
002880     exit.

002890 4100-read-recon.
002900     read recon-report-in
002910         at end
002920             move "Y" to rcn-eof-switch
002930         not at end
002940             if recon-line (1:8) = "MISMATCH"
002950                 or recon-line (1:8) = "RELATIVE"
002960                 or recon-line (1:7) = "INDEXED"
002970                 add 1 to recon-differences.
002980 4100-exit.
002990     exit.

003000 5000-print-dashboard.
003010     if total-units > zero
003020         compute occupancy-percent rounded =
003030             occupied-units * 100 / total-units
003040     else
003050         move zero to occupancy-percent.
003060     move spaces to dashbord-filename.
003070     string "dashbord." delimited by size
003080         run-date delimited by size
003090         into dashbord-filename.
003100     open output dashboard-report.
003110     move "PORTFOLIO DASHBOARD" to report-line.
003120     write report-line.
003130     move spaces to report-line.
003140     string "BUSINESS DATE: " delimited by size
003150         run-date delimited by size
003160         into report-line.
003170     write report-line.
003180     move spaces to report-line.
003190     write report-line.
003200     move "C" to TENFMT-FORMAT-CODE.
003210     move total-units to TENFMT-RAW-AMOUNT.
003220     call "TENFMT" using TENFMT-PARMS.
003230     move TENFMT-EDITED-OUT to count-text.
003240     move spaces to report-line.
003250     string "TOTAL UNITS:        " delimited by size
003260         count-text delimited by size
003270         into report-line.
003280     write report-line.
003290     move occupied-units to TENFMT-RAW-AMOUNT.
003300     call "TENFMT" using TENFMT-PARMS.
003310     move TENFMT-EDITED-OUT to count-text.
003320     move spaces to report-line.
003330     string "OCCUPIED:           " delimited by size
003340         count-text delimited by size
003350         into report-line.
003360     write report-line.
003370     move vacant-units to TENFMT-RAW-AMOUNT.
003380     call "TENFMT" using TENFMT-PARMS.
003390     move TENFMT-EDITED-OUT to count-text.
003400     move spaces to report-line.
003410     string "VACANT:             " delimited by size
003420         count-text delimited by size
003430         "  (OCCUPANCY " delimited by size
003440         occupancy-percent delimited by size
003450         " PCT)" delimited by size
003460         into report-line.
003470     write report-line.
003480     move "A" to TENFMT-FORMAT-CODE.
003490     move rent-roll-total to TENFMT-RAW-AMOUNT.
003500     call "TENFMT" using TENFMT-PARMS.
003510     move spaces to report-line.
003520     string "MONTHLY RENT ROLL:  " delimited by size
003530         TENFMT-EDITED-OUT delimited by size
003540         into report-line.
003550     write report-line.
003560     move balance-due-total to TENFMT-RAW-AMOUNT.
003570     call "TENFMT" using TENFMT-PARMS.
003580     move spaces to report-line.
003590     string "BALANCE DUE:        " delimited by size
003600         TENFMT-EDITED-OUT delimited by size
003610         "  (" delimited by size
003620         delinquent-units delimited by size
003630         " delinquent)" delimited by size
003640         into report-line.
003650     write report-line.
003660     move "C" to TENFMT-FORMAT-CODE.
003670     move move-ins-today to TENFMT-RAW-AMOUNT.
003680     call "TENFMT" using TENFMT-PARMS.
003690     move TENFMT-EDITED-OUT to count-text.
003700     move spaces to report-line.
003710     string "MOVE-INS TODAY:     " delimited by size
003720         count-text delimited by size
003730         into report-line.
003740     write report-line.
003750     move move-outs-today to TENFMT-RAW-AMOUNT.
003760     call "TENFMT" using TENFMT-PARMS.
003770     move TENFMT-EDITED-OUT to count-text.
003780     move spaces to report-line.
003790     string "MOVE-OUTS TODAY:    " delimited by size
003800         count-text delimited by size
003810         into report-line.
003820     write report-line.
003830     move recon-differences to TENFMT-RAW-AMOUNT.
003840     call "TENFMT" using TENFMT-PARMS.
003850     move TENFMT-EDITED-OUT to count-text.
003860     move spaces to report-line.
003870     string "RECON DIFFERENCES:  " delimited by size
003880         count-text delimited by size
003890         into report-line.
003900     write report-line.
003910     close dashboard-report.
003920     move "TENDASH" to TENRCAT-PROGRAM.
003930     move dashbord-filename to TENRCAT-FILENAME.
003940     move 1 to TENRCAT-PAGES.
003950     move total-units to TENRCAT-LINES.
003960     call "TENRCAT" using TENRCAT-PARMS.
003970 5000-exit.
003980     exit.

003990 9000-finish.
004000     if idx-file-status = "10"
004010         close sample-idx-file.
004020     move "I" to TENOLOG-SEVERITY
004030     move "dashboard written" to TENOLOG-TEXT
004040     call "TENOLOG" using TENOLOG-PARMS.
004050 9000-exit.
004060     exit.

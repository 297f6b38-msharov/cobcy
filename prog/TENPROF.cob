000220*----------------------------------------------------------*
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   2026-10-15 JHM   Messages now go through TENOLOG to the
000260*                    dated operations log, each with its
000270*                    severity (and the unit where there is
000280*                    one); aborts raise a menu alert.
000290*   2026-10-15 JHM   The unit summary's balance is used only
000300*                    when it was built for today, and then
000310*                    allows for payments posted since; a
000320*                    stale summary falls back to rent less
000330*                    paid.
000340*   2026-10-15 JHM   The balance that decides a late fee is
000350*                    the unit's balance from the nightly
000360*                    unitsum.dbf record (TENUSML lookup);
000370*                    rent less paid only for a unit the
000380*                    summary does not have.
000390*   2026-08-22 JHM   Original program.
000400*----------------------------------------------------------*
000410 identification division.
000420 program-id. tenprof.
000430 author. J. H. Masters.
000440 installation. Property Management Systems.
000450 date-written. 2026-08-22.
000460 date-compiled. 2026-08-22.

000470 environment division.
000480 configuration section.
000490 source-computer. Intel486.
000500 object-computer. Intel486.

000510 input-output section.
000520 file-control.
000530     select sample-idx-file assign to disk
000540         organization is indexed
000550         record key is unit-key of sample-idx-record
000560         access mode is sequential
000570         file status is idx-file-status.

000580     select profit-report assign to disk
000590         organization is line sequential.

000600 data division.
000610 file section.
000620 fd  sample-idx-file
000630     label records are standard
000640     value of file-id is "indexed.dbf".
000650     copy TENREC
000660         replacing ==:REC-NAME:== by ==sample-idx-record==
000670             ==address== by ==street-addr==.

000680 fd  profit-report
000690     label records are standard
000700     value of file-id is "bldgprof.rpt".
000710 01  report-line             picture is X(80).

000720 working-storage section.
000730 01  idx-file-status         picture is X(02).
000740 01  run-date                picture is 9(08).
000750 01  run-date-breakdown redefines run-date.
000760     05  run-date-yyyymm     picture is 9(06).
000770     05  run-date-day        picture is 9(02).
000780 01  grace-period-days       picture is 9(02) value 5.
000790 01  late-fee-amount         picture is 9(03)V99 value 25.00.
000800 01  past-grace-switch       picture is X(01) value "N".
000810     88  past-grace-period           value "Y".
000820 01  balance-due             picture is S9(07)V99.
000830 01  summary-warned-switch   picture is X(01) value "N".
000840     88  summary-warned              value "Y".
000850 01  building-sub            picture is 9(03).
000860 01  printed-count           picture is 9(03) value zero.
000870 01  gross-potential         picture is S9(09)V99.
000880 01  net-amount              picture is S9(09)V99.

000890 01  building-profit-table.
000900     05  building-profit occurs 99 times.
000910         10  bp-billed-rent  picture is S9(09)V99.
000920         10  bp-vacancy-loss picture is S9(09)V99.
000930         10  bp-late-fees    picture is S9(09)V99.

000940 01  portfolio-billed        picture is S9(09)V99 value zero.
000950 01  portfolio-vacancy       picture is S9(09)V99 value zero.
000960 01  portfolio-fees          picture is S9(09)V99 value zero.
000970     copy TENFMT.
000980     copy TENUSML.
000990     copy TENOLOG.

001000 procedure division.
001010 0000-mainline.
001020     move "TENPROF" to TENOLOG-PROGRAM.
001030     perform 1000-initialize thru 1000-exit.
001040     perform 2000-read-units thru 2000-exit
001050         until idx-file-status = "10".
001060     perform 4000-print-report thru 4000-exit.
001070     perform 9000-finish thru 9000-exit.
001080     goback.

001090 1000-initialize.
001100     move "I" to TENOLOG-SEVERITY
001110     move "building profitability report" to TENOLOG-TEXT
001120     call "TENOLOG" using TENOLOG-PARMS.
001130     accept run-date from date yyyymmdd.
001140     if run-date-day > grace-period-days
001150         move "Y" to past-grace-switch.
001160     perform 1100-zero-building thru 1100-exit
001170         varying building-sub from 1 by 1
001180         until building-sub > 99.
001190     open input sample-idx-file.
001200     if idx-file-status not = "00"
001210         move "A" to TENOLOG-SEVERITY
001220         move spaces to TENOLOG-TEXT
001230         string "cannot open indexed.dbf, status "
001240                 delimited by size
001250             idx-file-status delimited by size
001260             into TENOLOG-TEXT
001270         call "TENOLOG" using TENOLOG-PARMS
001280         move 1 to return-code
001290         goback.
001300     open output profit-report.
001310     move "BUILDING PROFITABILITY WITH VACANCY LOSS"
001320         to report-line.
001330     write report-line.
001340     move spaces to report-line.
001350     string "MONTH: " delimited by size
001360         run-date-yyyymm delimited by size
001370         into report-line.
001380     write report-line.
001390     move spaces to report-line.
001400     write report-line.
001410 1000-exit.
001420     exit.

001430 1100-zero-building.
001440     move zero to bp-billed-rent (building-sub).
001450     move zero to bp-vacancy-loss (building-sub).
001460     move zero to bp-late-fees (building-sub).
001470 1100-exit.
001480     exit.

001490 2000-read-units.
001500     read sample-idx-file next record
001510         at end
001520             continue
001530         not at end
001540             perform 2100-summarize-unit thru 2100-exit.
001550 2000-exit.
001560     exit.

001570 2100-summarize-unit.
001580     if building-id of sample-idx-record = zero
001590         go to 2100-exit.
001600     move building-id of sample-idx-record to building-sub.
001610     if occ-occupied of sample-idx-record
001620         add rent-amount of sample-idx-record
001630             to bp-billed-rent (building-sub)
001640         add rent-amount of sample-idx-record
001650             to portfolio-billed
001660         perform 2150-find-balance thru 2150-exit
001670         if balance-due > zero and past-grace-period
001680             add late-fee-amount
001690                 to bp-late-fees (building-sub)
001700             add late-fee-amount to portfolio-fees
001710         end-if
001720     else
001730         add rent-amount of sample-idx-record
001740             to bp-vacancy-loss (building-sub)
001750         add rent-amount of sample-idx-record
001760             to portfolio-vacancy.
001770 2100-exit.
001780     exit.

001790*----------------------------------------------------------*
001800* The unit's balance off tonight's unit summary, with the
001810* payments posted since it was built taken off; rent less
001820* paid when the unit is not on it or the summary was not
001830* built today.
001840*----------------------------------------------------------*
001850 2150-find-balance.
001860     move building-id of sample-idx-record to TENUSML-BUILDING.
001870     move aptnum of sample-idx-record to TENUSML-APTNUM.
001880     call "TENUSML" using TENUSML-PARMS.
001890     if TENUSML-FOUND
001900         and TENUSML-AS-OF-DATE = run-date
001910         compute balance-due =
001920             TENUSML-BALANCE + TENUSML-AMOUNT-PAID
001930                 - amount-paid of sample-idx-record
001940         go to 2150-exit.
001950     if TENUSML-FOUND and not summary-warned
001960         move "Y" to summary-warned-switch
001970         move "W" to TENOLOG-SEVERITY
001980         move spaces to TENOLOG-TEXT
001990         string "unitsum.dbf not built today - balance "
002000                 delimited by size
002010             "is rent less paid" delimited by size
002020             into TENOLOG-TEXT
002030         call "TENOLOG" using TENOLOG-PARMS.
002040     if TENUSML-NOT-AVAILABLE and not summary-warned
002050         move "Y" to summary-warned-switch
002060         move "W" to TENOLOG-SEVERITY
002070         move spaces to TENOLOG-TEXT
002080         string "unitsum.dbf not on file - run TENUSUM - "
002090                 delimited by size
002100             "balance is rent less paid" delimited by size
002110             into TENOLOG-TEXT
002120         call "TENOLOG" using TENOLOG-PARMS.
002130     compute balance-due =
002140         rent-amount of sample-idx-record
002150             - amount-paid of sample-idx-record.
002160 2150-exit.
002170     exit.

002180 4000-print-report.
002190     perform 4100-print-building thru 4100-exit
002200         varying building-sub from 1 by 1
002210         until building-sub > 99.
002220     move all "=" to report-line.
002230     write report-line.
002240     move "PORTFOLIO" to report-line.
002250     write report-line.
002260     perform 4200-print-figures thru 4200-exit.
002270 4000-exit.
002280     exit.

002290 4100-print-building.
002300     if bp-billed-rent (building-sub) = zero
002310         and bp-vacancy-loss (building-sub) = zero
002320         go to 4100-exit.
002330     add 1 to printed-count.
002340     move spaces to report-line.
002350     string "BUILDING " delimited by size
002360         building-sub delimited by size
002370         into report-line.
002380     write report-line.
002390     perform 4110-building-figures thru 4110-exit.
002400 4100-exit.
002410     exit.

002420 4110-building-figures.
002430     compute gross-potential =
002440         bp-billed-rent (building-sub)
002450             + bp-vacancy-loss (building-sub).
002460     move "A" to TENFMT-FORMAT-CODE.
002470     move gross-potential to TENFMT-RAW-AMOUNT.
002480     call "TENFMT" using TENFMT-PARMS.
002490     move spaces to report-line.
002500     string "  GROSS POTENTIAL RENT: " delimited by size
002510         TENFMT-EDITED-OUT delimited by size
002520         into report-line.
002530     write report-line.
002540     move bp-vacancy-loss (building-sub) to TENFMT-RAW-AMOUNT.
002550     call "TENFMT" using TENFMT-PARMS.
002560     move spaces to report-line.
002570     string "  VACANCY LOSS:         " delimited by size
002580         TENFMT-EDITED-OUT delimited by size
002590         into report-line.
002600     write report-line.
002610     move bp-late-fees (building-sub) to TENFMT-RAW-AMOUNT.
002620     call "TENFMT" using TENFMT-PARMS.
002630     move spaces to report-line.
002640     string "  LATE FEES ASSESSED:   " delimited by size
002650         TENFMT-EDITED-OUT delimited by size
002660         into report-line.
002670     write report-line.
002680     compute net-amount =
002690         bp-billed-rent (building-sub)
002700             + bp-late-fees (building-sub).
002710     move net-amount to TENFMT-RAW-AMOUNT.
002720     call "TENFMT" using TENFMT-PARMS.
002730     move spaces to report-line.
002740     string "  NET (BILLED + FEES):  " delimited by size
002750         TENFMT-EDITED-OUT delimited by size
002760         into report-line.
002770     write report-line.
002780     move spaces to report-line.
002790     write report-line.
002800 4110-exit.
002810     exit.

002820 4200-print-figures.
002830     compute gross-potential =
002840         portfolio-billed + portfolio-vacancy.
002850     move "A" to TENFMT-FORMAT-CODE.
002860     move gross-potential to TENFMT-RAW-AMOUNT.
002870     call "TENFMT" using TENFMT-PARMS.
002880     move spaces to report-line.
002890     string "  GROSS POTENTIAL RENT: " delimited by size
002900         TENFMT-EDITED-OUT delimited by size
002910         into report-line.
002920     write report-line.
002930     move portfolio-vacancy to TENFMT-RAW-AMOUNT.
002940     call "TENFMT" using TENFMT-PARMS.
002950     move spaces to report-line.
002960     string "  VACANCY LOSS:         " delimited by size
002970         TENFMT-EDITED-OUT delimited by size
002980         into report-line.
002990     write report-line.
003000     move portfolio-fees to TENFMT-RAW-AMOUNT.
003010     call "TENFMT" using TENFMT-PARMS.
003020     move spaces to report-line.
003030     string "  LATE FEES ASSESSED:   " delimited by size
003040         TENFMT-EDITED-OUT delimited by size
003050         into report-line.
003060     write report-line.
003070     compute net-amount = portfolio-billed + portfolio-fees.
003080     move net-amount to TENFMT-RAW-AMOUNT.
003090     call "TENFMT" using TENFMT-PARMS.
003100     move spaces to report-line.
003110     string "  NET (BILLED + FEES):  " delimited by size
003120         TENFMT-EDITED-OUT delimited by size
003130         into report-line.
003140     write report-line.
003150 4200-exit.
003160     exit.

003170 9000-finish.
003180     close sample-idx-file profit-report.
003190     move "I" to TENOLOG-SEVERITY
003200     move spaces to TENOLOG-TEXT
003210     string printed-count delimited by size
003220         " building(s) reported" delimited by size
003230         into TENOLOG-TEXT
003240     call "TENOLOG" using TENOLOG-PARMS.
003250 9000-exit.
003260     exit.

000170* reports anything missing or empty on preflght.rpt and the
000180* log.  A nonzero return code tells the driver to refuse to
000190* start the chain, so the morning is not spent untangling
000200* which steps ran against what.  The card deck is
000210* optional: its absence is noted, not failed, since not
000220* every night has cards.  So is relative.dbf, which the
000230* TENRBLD step rebuilds from indexed.dbf during the chain.
000240*----------------------------------------------------------*
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   2026-10-15 JHM   A missing or empty relative.dbf is noted,
000280*                    not failed: it is now a replica the
000290*                    chain's TENRBLD step rebuilds from
000300*                    indexed.dbf.
000310*   2026-10-15 JHM   Messages now go through TENOLOG to the
000320*                    dated operations log, each with its
000330*                    severity (and the unit where there is
000340*                    one); aborts raise a menu alert.
000350*   2026-08-22 JHM   The report now goes to a dated file
000360*                    name (preflght.YYYYMMDD) and each run
000370*                    is cataloged through TENRCAT, so the
000380*                    TENRPRT utility can reprint any
000390*                    prior night's copy.
000400*   2026-08-22 JHM   Original program.
000410*----------------------------------------------------------*
000420 identification division.
000430 program-id. tenpref.
000440 author. J. H. Masters.
000450 installation. Property Management Systems.
000460 date-written. 2026-08-22.
000470 date-compiled. 2026-08-22.

000480 environment division.
000490 configuration section.
000500 source-computer. Intel486.
000510 object-computer. Intel486.

000520 input-output section.
000530 file-control.
000540     select sample-idx-file assign to disk
000550         organization is indexed
000560         record key is unit-key of sample-idx-record
000570         access mode is sequential
000580         file status is idx-file-status.

000590     select sample-rel-file assign to disk
000600         organization is relative
000610         access mode is sequential
000620         file status is rel-file-status.

000630     select optional nextapt-control-file assign to disk
000640         organization is line sequential
000650         file status is ctl-file-status.

000660     select optional personnel-card assign to card-reader
000670         file status is card-file-status.

000680     select preflight-report assign to disk
000690         organization is line sequential.

000700 data division.
000710 file section.
000720 fd  sample-idx-file
000730     label records are standard
000740     value of file-id is "indexed.dbf".
000750     copy TENREC
000760         replacing ==:REC-NAME:== by ==sample-idx-record==
000770             ==address== by ==street-addr==.

000780 fd  sample-rel-file
000790     label records are standard
000800     value of file-id is "relative.dbf".
000810     copy TENREC
000820         replacing ==:REC-NAME:== by ==sample-rel-record==
000830             ==address== by ==rel-street-addr==.

000840 fd  nextapt-control-file
000850     label records are standard
000860     value of file-id is "nextapt.ctl".
000870 01  nextapt-control-record.
000880     05  ctl-building-id     picture is 9(02).
000890     05  ctl-start-aptnum    picture is 9(04).
000900     05  ctl-company         picture is 9(02).

000910 fd  personnel-card label record is omitted.
000920 01  personnel-card-record   picture is X(80).

000930 fd  preflight-report
000940     label records are standard
000950     value of file-id is preflght-filename.
000960 01  report-line             picture is X(80).

000970 working-storage section.
000980 01  preflght-filename      picture is X(30).
000990     copy TENRCAT.
001000     copy TENOLOG.
001010 01  idx-file-status         picture is X(02).
001020 01  rel-file-status         picture is X(02).
001030 01  ctl-file-status         picture is X(02).
001040 01  card-file-status        picture is X(02).
001050 01  failure-count           picture is 9(02) value zero.
001060 01  run-date                picture is 9(08).

001070 procedure division.
001080 0000-mainline.
001090     move "TENPREF" to TENOLOG-PROGRAM.
001100     perform 1000-initialize thru 1000-exit.
001110     perform 2000-check-indexed thru 2000-exit.
001120     perform 3000-check-relative thru 3000-exit.
001130     perform 4000-check-control thru 4000-exit.
001140     perform 5000-check-card-deck thru 5000-exit.
001150     perform 9000-finish thru 9000-exit.
001160     goback.

001170 1000-initialize.
001180     move "I" to TENOLOG-SEVERITY
001190     move "pre-flight environment check" to TENOLOG-TEXT
001200     call "TENOLOG" using TENOLOG-PARMS.
001210     accept run-date from date yyyymmdd.
001220     move spaces to preflght-filename.
001230     string "preflght." delimited by size
001240         run-date delimited by size
001250         into preflght-filename.
001260     open output preflight-report.
001270     move "NIGHTLY PRE-FLIGHT CHECK" to report-line.
001280     write report-line.
001290     move spaces to report-line.
001300     string "RUN DATE: " delimited by size
001310         run-date delimited by size
001320         into report-line.
001330     write report-line.
001340     move spaces to report-line.
001350     write report-line.
001360 1000-exit.
001370     exit.

001380 2000-check-indexed.
001390     open input sample-idx-file.
001400     if idx-file-status not = "00"
001410         move "FAIL indexed.dbf - cannot open"
001420             to report-line
001430         add 1 to failure-count
001440         write report-line
001450         go to 2000-exit.
001460     read sample-idx-file next record
001470         at end
001480             move "FAIL indexed.dbf - file is empty"
001490                 to report-line
001500             add 1 to failure-count
001510         not at end
001520             move "OK   indexed.dbf" to report-line.
001530     write report-line.
001540     close sample-idx-file.
001550 2000-exit.
001560     exit.

001570 3000-check-relative.
001580     open input sample-rel-file.
001590     if rel-file-status not = "00"
001600         move "NOTE relative.dbf - not on file, rebuilt tonight"
001610             to report-line
001620         write report-line
001630         go to 3000-exit.
001640     read sample-rel-file
001650         at end
001660             move "NOTE relative.dbf - empty, rebuilt tonight"
001670                 to report-line
001680         not at end
001690             move "OK   relative.dbf" to report-line.
001700     write report-line.
001710     close sample-rel-file.
001720 3000-exit.
001730     exit.

001740 4000-check-control.
001750     open input nextapt-control-file.
001760     if ctl-file-status not = "00"
001770         move "FAIL nextapt.ctl - cannot open"
001780             to report-line
001790         add 1 to failure-count
001800         write report-line
001810         go to 4000-exit.
001820     read nextapt-control-file
001830         at end
001840             move "FAIL nextapt.ctl - control file empty"
001850                 to report-line
001860             add 1 to failure-count
001870         not at end
001880             move "OK   nextapt.ctl" to report-line.
001890     write report-line.
001900     close nextapt-control-file.
001910 4000-exit.
001920     exit.

001930 5000-check-card-deck.
001940     open input personnel-card.
001950     if card-file-status not = "00"
001960         move "NOTE card deck not present (optional)"
001970             to report-line
001980         write report-line
001990         go to 5000-exit.
002000     read personnel-card
002010         at end
002020             move "NOTE card deck present but empty"
002030                 to report-line
002040         not at end
002050             move "OK   card deck" to report-line.
002060     write report-line.
002070     close personnel-card.
002080 5000-exit.
002090     exit.

002100 9000-finish.
002110     move spaces to report-line.
002120     write report-line.
002130     if failure-count = zero
002140         move "PRE-FLIGHT PASSED - CHAIN MAY START"
002150             to report-line
002160     else
002170         move "PRE-FLIGHT FAILED - DO NOT START THE CHAIN"
002180             to report-line
002190         move 1 to return-code.
002200     write report-line.
002210     close preflight-report.
002220     move "TENPREF" to TENRCAT-PROGRAM.
002230     move preflght-filename to TENRCAT-FILENAME.
002240     move 1 to TENRCAT-PAGES.
002250     move failure-count to TENRCAT-LINES.
002260     call "TENRCAT" using TENRCAT-PARMS.
002270     move "I" to TENOLOG-SEVERITY.
002280     if failure-count > zero
002290         move "E" to TENOLOG-SEVERITY.
002300     move spaces to TENOLOG-TEXT
002310     string failure-count delimited by size
002320         " failure(s)" delimited by size
002330         into TENOLOG-TEXT
002340     call "TENOLOG" using TENOLOG-PARMS.
002350 9000-exit.
002360     exit.

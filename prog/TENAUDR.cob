000180*----------------------------------------------------------*
000190* MODIFICATION HISTORY
000200*   DATE       INIT  DESCRIPTION
000210*   2026-10-15 JHM   Messages now go through TENOLOG to the
000220*                    dated operations log, each with its
000230*                    severity (and the unit where there is
000240*                    one); aborts raise a menu alert.
000250*   2026-08-22 JHM   The report now goes to a dated file
000260*                    name (auditday.YYYYMMDD) and each run
000270*                    is cataloged through TENRCAT, so the
000280*                    TENRPRT utility can reprint any
000290*                    prior night's copy.
000300*   2026-08-22 JHM   Original program.
000310*----------------------------------------------------------*
000320 identification division.
000330 program-id. tenaudr.
000340 author. J. H. Masters.
000350 installation. Property Management Systems.
000360 date-written. 2026-08-22.
000370 date-compiled. 2026-08-22.

000380 environment division.
000390 configuration section.
000400 source-computer. Intel486.
000410 object-computer. Intel486.

000420 input-output section.
000430 file-control.
000440     select optional audit-log-file assign to disk
000450         organization is line sequential
000460         file status is aud-file-status.

000470     select summary-report assign to disk
000480         organization is line sequential.

000490 data division.
000500 file section.
000510 fd  audit-log-file
000520     label records are standard
000530     value of file-id is "tenaudit.dat".
000540     copy TENAUDIT
000550         replacing ==:REC-NAME:==
000560             by ==audit-record==.

000570 fd  summary-report
000580     label records are standard
000590     value of file-id is auditday-filename.
000600 01  report-line             picture is X(80).

000610 working-storage section.
000620 01  auditday-filename      picture is X(30).
000630     copy TENRCAT.
000640     copy TENOLOG.
000650 01  aud-file-status         picture is X(02).
000660 01  aud-eof-switch          picture is X(01) value "N".
000670     88  audit-file-at-end           value "Y".
000680 01  run-date                picture is 9(08).
000690 01  program-sub             picture is 9(02).
000700 01  total-writes            picture is 9(05) value zero.
000710 01  total-rewrites          picture is 9(05) value zero.
000720 01  total-deletes           picture is 9(05) value zero.
000730 01  total-reversals         picture is 9(05) value zero.

000740 01  program-table-area.
000750     05  program-table-count picture is 9(02) value zero.
000760     05  program-table-entry occurs 1 to 30 times
000770             depending on program-table-count
000780             indexed by program-table-index.
000790         10  pg-program      picture is X(08).
000800         10  pg-writes       picture is 9(05).
000810         10  pg-rewrites     picture is 9(05).
000820         10  pg-deletes      picture is 9(05).
000830         10  pg-reversals    picture is 9(05).

000840 procedure division.
000850 0000-mainline.
000860     move "TENAUDR" to TENOLOG-PROGRAM.
000870     perform 1000-initialize thru 1000-exit.
000880     perform 2000-scan-audit thru 2000-exit
000890         until audit-file-at-end.
000900     perform 3000-print-summary thru 3000-exit.
000910     perform 9000-finish thru 9000-exit.
000920     goback.

000930 1000-initialize.
000940     move "I" to TENOLOG-SEVERITY
000950     move "daily audit activity summary" to TENOLOG-TEXT
000960     call "TENOLOG" using TENOLOG-PARMS.
000970     accept run-date from date yyyymmdd.
000980     open input audit-log-file.
000990     if aud-file-status not = "00"
001000         move "W" to TENOLOG-SEVERITY
001010         move "no tenaudit.dat on file" to TENOLOG-TEXT
001020         call "TENOLOG" using TENOLOG-PARMS
001030         move "Y" to aud-eof-switch.
001040     move spaces to auditday-filename.
001050     string "auditday." delimited by size
001060         run-date delimited by size
001070         into auditday-filename.
001080     open output summary-report.
001090     move "DAILY AUDIT ACTIVITY BY PROGRAM" to report-line.
001100     write report-line.
001110     move spaces to report-line.
001120     string "BUSINESS DATE: " delimited by size
001130         run-date delimited by size
001140         into report-line.
001150     write report-line.
001160     move spaces to report-line.
001170     write report-line.
001180     move "PROGRAM   WRITES REWRTS DELETES REVRSLS"
001190         to report-line.
001200     write report-line.
001210 1000-exit.
001220     exit.

001230 2000-scan-audit.
001240     if audit-file-at-end
001250         go to 2000-exit.
001260     read audit-log-file
001270         at end
001280             move "Y" to aud-eof-switch
001290         not at end
001300             if audit-date of audit-record = run-date
001310                 perform 2100-tally-entry thru 2100-exit.
001320 2000-exit.
001330     exit.

001340 2100-tally-entry.
001350     set program-table-index to 1.
001360     if program-table-count > zero
001370         search program-table-entry
001380             at end
001390                 perform 2200-add-program thru 2200-exit
001400             when pg-program (program-table-index)
001410                     = audit-program of audit-record
001420                 perform 2300-count-action thru 2300-exit
001430     else
001440         perform 2200-add-program thru 2200-exit.
001450 2100-exit.
001460     exit.

001470 2200-add-program.
001480     if program-table-count >= 30
001490         move "W" to TENOLOG-SEVERITY
001500         move "program table overflow" to TENOLOG-TEXT
001510         call "TENOLOG" using TENOLOG-PARMS
001520         go to 2200-exit.
001530     add 1 to program-table-count.
001540     set program-table-index to program-table-count.
001550     move audit-program of audit-record
001560         to pg-program (program-table-index).
001570     move zero to pg-writes (program-table-index).
001580     move zero to pg-rewrites (program-table-index).
001590     move zero to pg-deletes (program-table-index).
001600     move zero to pg-reversals (program-table-index).
001610     perform 2300-count-action thru 2300-exit.
001620 2200-exit.
001630     exit.

001640 2300-count-action.
001650     evaluate true
001660         when audit-write of audit-record
001670             add 1 to pg-writes (program-table-index)
001680             add 1 to total-writes
001690         when audit-rewrite of audit-record
001700             add 1 to pg-rewrites (program-table-index)
001710             add 1 to total-rewrites
001720         when audit-delete of audit-record
001730             add 1 to pg-deletes (program-table-index)
001740             add 1 to total-deletes
001750         when audit-reversal of audit-record
001760             add 1 to pg-reversals (program-table-index)
001770             add 1 to total-reversals
001780     end-evaluate.
001790 2300-exit.
001800     exit.

001810 3000-print-summary.
001820     if program-table-count = zero
001830         move "NO WRITE ACTIVITY TODAY" to report-line
001840         write report-line
001850         go to 3000-exit.
001860     perform 3100-print-program thru 3100-exit
001870         varying program-sub from 1 by 1
001880         until program-sub > program-table-count.
001890     move spaces to report-line.
001900     write report-line.
001910     move spaces to report-line.
001920     string "TOTALS    " delimited by size
001930         total-writes delimited by size
001940         " " delimited by size
001950         total-rewrites delimited by size
001960         "  " delimited by size
001970         total-deletes delimited by size
001980         "   " delimited by size
001990         total-reversals delimited by size
002000         into report-line.
002010     write report-line.
002020 3000-exit.
002030     exit.

002040 3100-print-program.
002050     move spaces to report-line.
002060     string pg-program (program-sub) delimited by size
002070         "  " delimited by size
002080         pg-writes (program-sub) delimited by size
002090         " " delimited by size
002100         pg-rewrites (program-sub) delimited by size
002110         "  " delimited by size
002120         pg-deletes (program-sub) delimited by size
002130         "   " delimited by size
002140         pg-reversals (program-sub) delimited by size
002150         into report-line.
002160     write report-line.
002170 3100-exit.
002180     exit.

002190 9000-finish.
002200     if aud-file-status = "00" or aud-file-status = "10"
002210         close audit-log-file.
002220     close summary-report.
002230     move "TENAUDR" to TENRCAT-PROGRAM.
002240     move auditday-filename to TENRCAT-FILENAME.
002250     move 1 to TENRCAT-PAGES.
002260     move total-writes to TENRCAT-LINES.
002270     call "TENRCAT" using TENRCAT-PARMS.
002280     move "I" to TENOLOG-SEVERITY
002290     move "summary written" to TENOLOG-TEXT
002300     call "TENOLOG" using TENOLOG-PARMS.
002310 9000-exit.
002320     exit.

000100*----------------------------------------------------------*
000110* TENSCNV.COB
000120*
000130* Keyed current-version rebuild for the supersede-style
000140* satellite masters, the TENPCNV mold.  lease.dat,
000150* unitattr.dat, inscert.dat, recert.dat, payplan.dat,
000160* achacct.dat, splitpct.dat, haportn.dat and turnstat.dat
000170* are append-only with the latest record per unit winning,
000180* and every reader was scanning each file from the top
000190* into a table that is running out of room.  Run from the
000200* nightly driver ahead of the reports, this step rebuilds
000210* each file's keyed companion (TENCUR layout, keyed by
000220* unit-key) from scratch: every record is written in file
000230* order and a later record for the same unit rewrites the
000240* earlier one, so the companion holds exactly the current
000250* version of every unit.  The append files are untouched
000260* and stay the history.  A file not on file yields an
000270* empty companion.  The control report proves, per file,
000280* records read against units keyed plus records
000290* superseded, and the run ends with a return code of 1 if
000300* any file fails to prove.
000310*----------------------------------------------------------*
000320* MODIFICATION HISTORY
000330*   DATE       INIT  DESCRIPTION
000340*   2026-10-15 JHM   Messages now go through TENOLOG to the
000350*                    dated operations log, each with its
000360*                    severity (and the unit where there is
000370*                    one); aborts raise a menu alert.
000380*   2026-10-15 JHM   Original program.
000390*----------------------------------------------------------*
000400 identification division.
000410 program-id. tenscnv.
000420 author. J. H. Masters.
000430 installation. Property Management Systems.
000440 date-written. 2026-10-15.
000450 date-compiled. 2026-10-15.

000460 environment division.
000470 configuration section.
000480 source-computer. Intel486.
000490 object-computer. Intel486.

000500 input-output section.
000510 file-control.
000520     select optional satellite-file assign to disk
000530         organization is line sequential
000540         file status is sat-file-status.

000550     select current-file assign to disk
000560         organization is indexed
000570         record key is cur-key of current-record
000580         access mode is random
000590         file status is cur-file-status.

000600     select control-report assign to disk
000610         organization is line sequential.

000620 data division.
000630 file section.
000640 fd  satellite-file
000650     label records are standard
000660     value of file-id is satellite-filename.
000670 01  satellite-record.
000680     05  sat-key.
000690         10  sat-building    picture is 9(02).
000700         10  sat-aptnum      picture is 9(04).
000710     05  filler              picture is X(144).

000720 fd  current-file
000730     label records are standard
000740     value of file-id is current-filename.
000750     copy TENCUR
000760         replacing ==:REC-NAME:==
000770             by ==current-record==.

000780 fd  control-report
000790     label records are standard
000800     value of file-id is control-rpt-filename.
000810 01  report-line             picture is X(80).

000820 working-storage section.
000830 01  control-rpt-filename    picture is X(30).
000840 01  satellite-filename      picture is X(12).
000850 01  current-filename        picture is X(12).
000860     copy TENRCAT.
000870     copy TENOLOG.
000880 01  sat-file-status         picture is X(02).
000890 01  cur-file-status         picture is X(02).
000900 01  sat-eof-switch          picture is X(01).
000910     88  satellite-at-end            value "Y".
000920 01  proof-switch            picture is X(01) value "Y".
000930     88  all-files-prove             value "Y".
000940 01  run-date                picture is 9(08).
000950 01  file-sub                picture is 9(02).
000960 01  line-count              picture is 9(07) value zero.
000970 01  total-keyed             picture is 9(07) value zero.

000980*----------------------------------------------------------*
000990* The satellite masters and their keyed companions.
001000*----------------------------------------------------------*
001010 01  satellite-name-values.
001020     05  filler              picture is X(24)
001030             value "lease.dat   leasex.dbf  ".
001040     05  filler              picture is X(24)
001050             value "unitattr.datunitattx.dbf".
001060     05  filler              picture is X(24)
001070             value "inscert.dat inscertx.dbf".
001080     05  filler              picture is X(24)
001090             value "recert.dat  recertx.dbf ".
001100     05  filler              picture is X(24)
001110             value "payplan.dat payplanx.dbf".
001120     05  filler              picture is X(24)
001130             value "achacct.dat achacctx.dbf".
001140     05  filler              picture is X(24)
001150             value "splitpct.datsplitpcx.dbf".
001160     05  filler              picture is X(24)
001170             value "haportn.dat haportnx.dbf".
001180     05  filler              picture is X(24)
001190             value "turnstat.datturnstax.dbf".
001200 01  satellite-name-table redefines satellite-name-values.
001210     05  satellite-names occurs 9 times.
001220         10  sn-satellite    picture is X(12).
001230         10  sn-current      picture is X(12).

001240 01  file-results.
001250     05  file-result occurs 9 times.
001260         10  fr-status       picture is X(01).
001270             88  fr-not-on-file          value "N".
001280             88  fr-create-failed        value "X".
001290         10  fr-read         picture is 9(07).
001300         10  fr-keyed        picture is 9(07).
001310         10  fr-superseded   picture is 9(07).
001320         10  fr-failed       picture is 9(07).

001330 procedure division.
001340 0000-mainline.
001350     move "TENSCNV" to TENOLOG-PROGRAM.
001360     perform 1000-initialize thru 1000-exit.
001370     perform 2000-rebuild-one thru 2000-exit
001380         varying file-sub from 1 by 1
001390         until file-sub > 9.
001400     perform 8000-control-report thru 8000-exit.
001410     perform 9000-finish thru 9000-exit.
001420     goback.

001430 1000-initialize.
001440     move "I" to TENOLOG-SEVERITY
001450     move "rebuilding keyed satellite masters" to TENOLOG-TEXT
001460     call "TENOLOG" using TENOLOG-PARMS.
001470     accept run-date from date yyyymmdd.
001480 1000-exit.
001490     exit.

001500 2000-rebuild-one.
001510     move space to fr-status (file-sub).
001520     move zero to fr-read (file-sub).
001530     move zero to fr-keyed (file-sub).
001540     move zero to fr-superseded (file-sub).
001550     move zero to fr-failed (file-sub).
001560     move sn-satellite (file-sub) to satellite-filename.
001570     move sn-current (file-sub) to current-filename.
001580     open output current-file.
001590     if cur-file-status not = "00"
001600         move "E" to TENOLOG-SEVERITY
001610         move spaces to TENOLOG-TEXT
001620         string "cannot create " delimited by size
001630             current-filename delimited by size
001640             ", status " delimited by size
001650             cur-file-status delimited by size
001660             into TENOLOG-TEXT
001670         call "TENOLOG" using TENOLOG-PARMS
001680         move "X" to fr-status (file-sub)
001690         move "N" to proof-switch
001700         go to 2000-exit.
001710     move "N" to sat-eof-switch.
001720     open input satellite-file.
001730     if sat-file-status not = "00"
001740         close satellite-file
001750         move "N" to fr-status (file-sub)
001760         move "Y" to sat-eof-switch.
001770     perform 2100-read-satellite thru 2100-exit
001780         until satellite-at-end.
001790     if not fr-not-on-file (file-sub)
001800         close satellite-file.
001810     close current-file.
001820 2000-exit.
001830     exit.

001840 2100-read-satellite.
001850     read satellite-file
001860         at end
001870             move "Y" to sat-eof-switch
001880         not at end
001890             perform 2200-apply-record thru 2200-exit.
001900 2100-exit.
001910     exit.

001920*----------------------------------------------------------*
001930* The append file is in entry order, so a later record for
001940* a unit already keyed supersedes it in place.
001950*----------------------------------------------------------*
001960 2200-apply-record.
001970     add 1 to fr-read (file-sub).
001980     move sat-key to cur-key of current-record.
001990     move satellite-record to cur-image of current-record.
002000     write current-record
002010         invalid key
002020             perform 2300-supersede thru 2300-exit
002030         not invalid key
002040             add 1 to fr-keyed (file-sub).
002050 2200-exit.
002060     exit.

002070 2300-supersede.
002080     rewrite current-record
002090         invalid key
002100             add 1 to fr-failed (file-sub)
002110             move "E" to TENOLOG-SEVERITY
002120             move sat-building to TENOLOG-BUILDING
002130             move sat-aptnum to TENOLOG-APTNUM
002140             move spaces to TENOLOG-TEXT
002150             string "keyed write failed for " delimited by size
002160                 sat-building delimited by size
002170                 "-" delimited by size
002180                 sat-aptnum delimited by size
002190                 " on " delimited by size
002200                 current-filename delimited by size
002210                 ", status " delimited by size
002220                 cur-file-status delimited by size
002230                 into TENOLOG-TEXT
002240             call "TENOLOG" using TENOLOG-PARMS
002250         not invalid key
002260             add 1 to fr-superseded (file-sub).
002270 2300-exit.
002280     exit.

002290 8000-control-report.
002300     move spaces to control-rpt-filename.
002310     string "scnvctl." delimited by size
002320         run-date delimited by size
002330         into control-rpt-filename.
002340     open output control-report.
002350     move "SATELLITE KEYED-FILE REBUILD CONTROL TOTALS"
002360         to report-line.
002370     write report-line.
002380     move spaces to report-line.
002390     string "RUN DATE: " delimited by size
002400         run-date delimited by size
002410         into report-line.
002420     write report-line.
002430     move spaces to report-line.
002440     write report-line.
002450     move spaces to report-line.
002460     string "FILE         KEYED FILE      READ    UNITS"
002470             delimited by size
002480         "  SUPERSEDED" delimited by size
002490         into report-line.
002500     write report-line.
002510     add 4 to line-count.
002520     perform 8100-file-line thru 8100-exit
002530         varying file-sub from 1 by 1
002540         until file-sub > 9.
002550     move spaces to report-line.
002560     write report-line.
002570     if all-files-prove
002580         move "  CONTROL TOTALS PROVE" to report-line
002590     else
002600         move "  *** CONTROL TOTALS DO NOT PROVE ***"
002610             to report-line.
002620     write report-line.
002630     add 2 to line-count.
002640     close control-report.
002650 8000-exit.
002660     exit.

002670 8100-file-line.
002680     if fr-read (file-sub) not =
002690             fr-keyed (file-sub) + fr-superseded (file-sub)
002700         move "N" to proof-switch.
002710     add fr-keyed (file-sub) to total-keyed.
002720     move spaces to report-line.
002730     string sn-satellite (file-sub) delimited by size
002740         " " delimited by size
002750         sn-current (file-sub) delimited by size
002760         " " delimited by size
002770         fr-read (file-sub) delimited by size
002780         "  " delimited by size
002790         fr-keyed (file-sub) delimited by size
002800         "     " delimited by size
002810         fr-superseded (file-sub) delimited by size
002820         into report-line.
002830     evaluate true
002840         when fr-not-on-file (file-sub)
002850             move "NOT ON FILE" to report-line (66:15)
002860         when fr-create-failed (file-sub)
002870             move "NOT CREATED" to report-line (66:15)
002880         when fr-failed (file-sub) > zero
002890             move "WRITE FAILED" to report-line (66:15)
002900     end-evaluate.
002910     write report-line.
002920     add 1 to line-count.
002930 8100-exit.
002940     exit.

002950 9000-finish.
002960     move "TENSCNV" to TENRCAT-PROGRAM.
002970     move control-rpt-filename to TENRCAT-FILENAME.
002980     move 1 to TENRCAT-PAGES.
002990     move line-count to TENRCAT-LINES.
003000     call "TENRCAT" using TENRCAT-PARMS.
003010     if all-files-prove
003020         move "I" to TENOLOG-SEVERITY
003030         move spaces to TENOLOG-TEXT
003040         string total-keyed delimited by size
003050             " unit(s) keyed" delimited by size
003060             into TENOLOG-TEXT
003070         call "TENOLOG" using TENOLOG-PARMS
003080     else
003090         move "E" to TENOLOG-SEVERITY
003100         move "control totals do not prove" to TENOLOG-TEXT
003110         call "TENOLOG" using TENOLOG-PARMS
003120         move 1 to return-code.
003130 9000-exit.
003140     exit.

000230*----------------------------------------------------------*
000240* MODIFICATION HISTORY
000250*   DATE       INIT  DESCRIPTION
000260*   2026-10-15 JHM   Each applied change is appended to the
000270*                    rchghist.dat history with the rent before
000280*                    and after and the change's reason code,
000290*                    which the pending change now carries and
000300*                    keeps when it is written back.
000310*   2026-10-15 JHM   Messages now go through TENOLOG to the
000320*                    dated operations log, each with its
000330*                    severity (and the unit where there is
000340*                    one); aborts raise a menu alert.
000350*   2026-08-22 JHM   A file larger than the work table is
000360*                    now fail-stop before the rewrite --
000370*                    the old console message quietly
000380*                    truncated the file to the table
000390*                    size, destroying the overflow.
000400*   2026-08-22 JHM   Files this program itself creates are
000410*                    SELECT OPTIONAL, so the very first run
000420*                    creates them instead of failing the
000430*                    OPEN EXTEND (the TENRCAT convention).
000440*   2026-08-22 JHM   The report now goes to a dated file
000450*                    name (rchgreg.YYYYMMDD) and each run
000460*                    is cataloged through TENRCAT, so the
000470*                    TENRPRT utility can reprint any
000480*                    prior night's copy.
000490*   2026-08-22 JHM   Stamps the signed-on operator id from
000500*                    TENWHO on every audit and history
000510*                    record written, so the trail says who
000520*                    was at the keyboard (spaces on an
000530*                    unattended batch run).
000540*   2026-08-22 JHM   Original program.
000550*   2026-08-22 JHM   Guarded by the TENRUNC run-control
000560*                    check, so tonight's due changes cannot
000570*                    be applied twice on one business date
000580*                    without an explicit runover.ctl
000590*                    override.
000600*   2026-08-22 JHM   Validates each due change through the
000610*                    shared TENRULV subprogram before the
000620*                    rewrite -- an increase over a regulated
000630*                    city's cap is refused, named on the
000640*                    register, and written to rentrule.rej
000650*                    with the computed percent.
000660*----------------------------------------------------------*
000670 identification division.
000680 program-id. tenrapp.
000690 author. J. H. Masters.
000700 installation. Property Management Systems.
000710 date-written. 2026-08-22.
000720 date-compiled. 2026-08-22.

000730 environment division.
000740 configuration section.
000750 source-computer. Intel486.
000760 object-computer. Intel486.

000770 input-output section.
000780 file-control.
000790     select sample-idx-file assign to disk
000800         organization is indexed
000810         record key is unit-key of sample-idx-record
000820         access mode is random
000830         file status is idx-file-status.

000840     select optional rent-change-file assign to disk
000850         organization is line sequential
000860         file status is rch-file-status.

000870     select register-report assign to disk
000880         organization is line sequential.

000890     select optional rule-exception-file assign to disk
000900         organization is line sequential.

000910     select history-file assign to disk
000920         organization is line sequential.

000930     select audit-log-file assign to disk
000940         organization is line sequential.

000950     select optional change-history-file assign to disk
000960         organization is line sequential.

000970 data division.
000980 file section.
000990 fd  sample-idx-file
001000     label records are standard
001010     value of file-id is "indexed.dbf".
001020     copy TENREC
001030         replacing ==:REC-NAME:== by ==sample-idx-record==
001040             ==address== by ==street-addr==.

001050 fd  rent-change-file
001060     label records are standard
001070     value of file-id is "rentchg.dat".
001080     copy TENRCH
001090         replacing ==:REC-NAME:==
001100             by ==rent-change-record==.

001110 fd  register-report
001120     label records are standard
001130     value of file-id is rchgreg-filename.
001140 01  report-line             picture is X(80).

001150 fd  rule-exception-file
001160     label records are standard
001170     value of file-id is "rentrule.rej".
001180 01  exception-line          picture is X(80).

001190 fd  history-file
001200     label records are standard
001210     value of file-id is "tenhist.dat".
001220     copy TENHIST
001230         replacing ==:REC-NAME:==
001240             by ==history-record==.

001250 fd  audit-log-file
001260     label records are standard
001270     value of file-id is "tenaudit.dat".
001280     copy TENAUDIT
001290         replacing ==:REC-NAME:==
001300             by ==audit-record==.

001310 fd  change-history-file
001320     label records are standard
001330     value of file-id is "rchghist.dat".
001340     copy TENRAH
001350         replacing ==:REC-NAME:==
001360             by ==change-history-record==.

001370 working-storage section.
001380 01  table-overflowed-switch     picture is X(01) value "N".
001390     88  table-overflowed                value "Y".
001400 01  rchgreg-filename       picture is X(30).
001410     copy TENRCAT.
001420     copy TENOLOG.
001430 01  before-image            picture is X(133).
001440     copy TENWHO.
001450 01  idx-file-status         picture is X(02).
001460 01  rch-file-status         picture is X(02).
001470 01  rch-eof-switch          picture is X(01) value "N".
001480     88  change-file-at-end          value "Y".
001490 01  today-date              picture is 9(08).
001500 01  audit-clock-time        picture is 9(08).
001510 01  applied-count           picture is 9(05) value zero.
001520 01  pending-count           picture is 9(05) value zero.
001530 01  dropped-count           picture is 9(05) value zero.
001540 01  rejected-count          picture is 9(05) value zero.
001550     copy TENRULV.
001560 01  change-sub              picture is 9(04).
001570 01  old-rent-text           picture is X(12).
001580 01  new-rent-text           picture is X(12).
001590 01  old-rent                picture is 9(05)V99.

001600 01  change-table-area.
001610     05  change-table-count  picture is 9(04) value zero.
001620     05  change-table-entry occurs 1 to 500 times
001630             depending on change-table-count.
001640         10  ct-building     picture is 9(02).
001650         10  ct-aptnum       picture is 9(04).
001660         10  ct-new-rent     picture is 9(05)V99.
001670         10  ct-effective    picture is 9(08).
001680         10  ct-entered-by   picture is X(08).
001690         10  ct-reason       picture is X(01).
001700     copy TENFMT.
001710     copy TENRUNC.

001720 procedure division.
001730 0000-mainline.
001740     move "TENRAPP" to TENOLOG-PROGRAM.
001750     perform 1000-initialize thru 1000-exit.
001760     perform 2000-load-changes thru 2000-exit.
001770     if table-overflowed
001780         move "A" to TENOLOG-SEVERITY
001790         move spaces to TENOLOG-TEXT
001800         string "rentchg.dat is larger than the "
001810                 delimited by size
001820             "work table - nothing applied" delimited by size
001830             into TENOLOG-TEXT
001840         call "TENOLOG" using TENOLOG-PARMS
001850         move 1 to return-code
001860         goback.
001870     perform 3000-apply-changes thru 3000-exit.
001880     perform 9000-finish thru 9000-exit.
001890     goback.

001900 1000-initialize.
001910     move "I" to TENOLOG-SEVERITY
001920     move "applying scheduled rent changes" to TENOLOG-TEXT
001930     call "TENOLOG" using TENOLOG-PARMS.
001940     move "TENRAPP" to TENRUNC-PROGRAM.
001950     move "S" to TENRUNC-FUNCTION.
001960     move zero to TENRUNC-COUNT.
001970     call "TENRUNC" using TENRUNC-PARMS.
001980     if TENRUNC-ALREADY-RAN
001990         move "A" to TENOLOG-SEVERITY
002000         move spaces to TENOLOG-TEXT
002010         string "already completed for this " delimited by size
002020             "business date - put TENRAPP on runover.ctl "
002030                 delimited by size
002040             "to force a rerun" delimited by size
002050             into TENOLOG-TEXT
002060         call "TENOLOG" using TENOLOG-PARMS
002070         move 1 to return-code
002080         goback.
002090     accept today-date from date yyyymmdd.
002100     call "TENWHO" using TENWHO-PARMS.
002110     open i-o sample-idx-file.
002120     if idx-file-status not = "00"
002130         move "A" to TENOLOG-SEVERITY
002140         move spaces to TENOLOG-TEXT
002150         string "cannot open indexed.dbf, status "
002160                 delimited by size
002170             idx-file-status delimited by size
002180             into TENOLOG-TEXT
002190         call "TENOLOG" using TENOLOG-PARMS
002200         move 1 to return-code
002210         goback.
002220     move spaces to rchgreg-filename.
002230     string "rchgreg." delimited by size
002240         today-date delimited by size
002250         into rchgreg-filename.
002260     open output register-report.
002270     open extend rule-exception-file.
002280     open extend history-file.
002290     open extend audit-log-file.
002300     open extend change-history-file.
002310     move "APPLIED RENT-CHANGE REGISTER" to report-line.
002320     write report-line.
002330     move spaces to report-line.
002340     string "RUN DATE: " delimited by size
002350         today-date delimited by size
002360         into report-line.
002370     write report-line.
002380     move spaces to report-line.
002390     write report-line.
002400 1000-exit.
002410     exit.

002420 2000-load-changes.
002430     open input rent-change-file.
002440     if rch-file-status not = "00"
002450         move "W" to TENOLOG-SEVERITY
002460         move "no rentchg.dat on file, nothing to apply"
002470             to TENOLOG-TEXT
002480         call "TENOLOG" using TENOLOG-PARMS
002490         move "Y" to rch-eof-switch
002500         go to 2000-exit.
002510     perform 2100-read-change thru 2100-exit
002520         until change-file-at-end.
002530     close rent-change-file.
002540 2000-exit.
002550     exit.

002560 2100-read-change.
002570     read rent-change-file
002580         at end
002590             move "Y" to rch-eof-switch
002600         not at end
002610             perform 2200-stow-change thru 2200-exit.
002620 2100-exit.
002630     exit.

002640 2200-stow-change.
002650     if change-table-count >= 500
002660         move "Y" to table-overflowed-switch
002670         move "W" to TENOLOG-SEVERITY
002680         move rch-building of rent-change-record
002690             to TENOLOG-BUILDING
002700         move rch-aptnum of rent-change-record to TENOLOG-APTNUM
002710         move spaces to TENOLOG-TEXT
002720         string "change table overflow, change for "
002730                 delimited by size
002740             rch-building of rent-change-record delimited by size
002750             "-" delimited by size
002760             rch-aptnum of rent-change-record delimited by size
002770             " not loaded" delimited by size
002780             into TENOLOG-TEXT
002790         call "TENOLOG" using TENOLOG-PARMS
002800     else
002810         add 1 to change-table-count
002820         move rch-building of rent-change-record
002830             to ct-building (change-table-count)
002840         move rch-aptnum of rent-change-record
002850             to ct-aptnum (change-table-count)
002860         move rch-new-rent of rent-change-record
002870             to ct-new-rent (change-table-count)
002880         move rch-effective-date of rent-change-record
002890             to ct-effective (change-table-count)
002900         move rch-entered-by of rent-change-record
002910             to ct-entered-by (change-table-count)
002920         move rch-reason of rent-change-record
002930             to ct-reason (change-table-count).
002940 2200-exit.
002950     exit.

002960*----------------------------------------------------------*
002970* rentchg.dat is rewritten in place: still-pending changes
002980* go back out, applied and dropped ones do not.
002990*----------------------------------------------------------*
003000 3000-apply-changes.
003010     if change-table-count = zero
003020         go to 3000-exit.
003030     open output rent-change-file.
003040     perform 3100-apply-one thru 3100-exit
003050         varying change-sub from 1 by 1
003060         until change-sub > change-table-count.
003070     close rent-change-file.
003080 3000-exit.
003090     exit.

003100 3100-apply-one.
003110     if ct-effective (change-sub) > today-date
003120         add 1 to pending-count
003130         perform 3400-keep-pending thru 3400-exit
003140         go to 3100-exit.
003150     move ct-building (change-sub)
003160         to building-id of sample-idx-record.
003170     move ct-aptnum (change-sub)
003180         to aptnum of sample-idx-record.
003190     read sample-idx-file
003200         invalid key
003210             add 1 to dropped-count
003220             perform 3500-register-dropped thru 3500-exit.
003230     if idx-file-status = "00"
003240         perform 3200-rewrite-rent thru 3200-exit.
003250 3100-exit.
003260     exit.

003270 3200-rewrite-rent.
003280     perform 3250-validate-rent thru 3250-exit.
003290     if TENRULV-REJECTED
003300         go to 3200-exit.
003310     move "A" to TENFMT-FORMAT-CODE.
003320     move rent-amount of sample-idx-record
003330         to TENFMT-RAW-AMOUNT.
003340     call "TENFMT" using TENFMT-PARMS.
003350     move TENFMT-EDITED-OUT to old-rent-text.
003360     move rent-amount of sample-idx-record to old-rent.
003370     move sample-idx-record to before-image.
003380     move ct-new-rent (change-sub)
003390         to rent-amount of sample-idx-record.
003400     rewrite sample-idx-record
003410         invalid key
003420             move "E" to TENOLOG-SEVERITY
003430             move spaces to TENOLOG-TEXT
003440             string "rewrite failed, status " delimited by size
003450                 idx-file-status delimited by size
003460                 into TENOLOG-TEXT
003470             call "TENOLOG" using TENOLOG-PARMS
003480             add 1 to pending-count
003490             perform 3400-keep-pending thru 3400-exit
003500         not invalid key
003510             add 1 to applied-count
003520             perform 3300-register-applied thru 3300-exit
003530             perform 3600-record-history thru 3600-exit
003540             perform 3700-record-audit thru 3700-exit
003550             perform 3800-record-change thru 3800-exit.
003560 3200-exit.
003570     exit.

003580 3300-register-applied.
003590     move "A" to TENFMT-FORMAT-CODE.
003600     move ct-new-rent (change-sub) to TENFMT-RAW-AMOUNT.
003610     call "TENFMT" using TENFMT-PARMS.
003620     move TENFMT-EDITED-OUT to new-rent-text.
003630     move spaces to report-line.
003640     string "APPLIED " delimited by size
003650         ct-building (change-sub) delimited by size
003660         "-" delimited by size
003670         ct-aptnum (change-sub) delimited by size
003680         " OLD " delimited by size
003690         old-rent-text delimited by size
003700         " NEW " delimited by size
003710         new-rent-text delimited by size
003720         " BY " delimited by size
003730         ct-entered-by (change-sub) delimited by size
003740         into report-line.
003750     write report-line.
003760 3300-exit.
003770     exit.

003780*----------------------------------------------------------*
003790* Rent-increase validation through the shared TENRULV
003800* subprogram.  A rejected change is removed from the file,
003810* named on the register, and written to the exception file.
003820*----------------------------------------------------------*
003830 3250-validate-rent.
003840     move city of sample-idx-record to TENRULV-CITY.
003850     move rent-amount of sample-idx-record
003860         to TENRULV-OLD-RENT.
003870     move ct-new-rent (change-sub) to TENRULV-NEW-RENT.
003880     call "TENRULV" using TENRULV-PARMS.
003890     if TENRULV-REJECTED
003900         add 1 to rejected-count
003910         move spaces to report-line
003920         string "REJECTED " delimited by size
003930             ct-building (change-sub) delimited by size
003940             "-" delimited by size
003950             ct-aptnum (change-sub) delimited by size
003960             " - INCREASE OVER CITY CAP" delimited by size
003970             into report-line
003980         write report-line
003990         move spaces to exception-line
004000         string ct-building (change-sub) delimited by size
004010             "-" delimited by size
004020             ct-aptnum (change-sub) delimited by size
004030             " " delimited by size
004040             TENRULV-CITY delimited by size
004050             " PCT " delimited by size
004060             TENRULV-PERCENT delimited by size
004070             " CAP " delimited by size
004080             TENRULV-MAX-PERCENT delimited by size
004090             " OVER-CAP INCREASE" delimited by size
004100             into exception-line
004110         write exception-line.
004120 3250-exit.
004130     exit.

004140 3400-keep-pending.
004150     move ct-building (change-sub)
004160         to rch-building of rent-change-record.
004170     move ct-aptnum (change-sub)
004180         to rch-aptnum of rent-change-record.
004190     move ct-new-rent (change-sub)
004200         to rch-new-rent of rent-change-record.
004210     move ct-effective (change-sub)
004220         to rch-effective-date of rent-change-record.
004230     move ct-entered-by (change-sub)
004240         to rch-entered-by of rent-change-record.
004250     move ct-reason (change-sub)
004260         to rch-reason of rent-change-record.
004270     write rent-change-record.
004280 3400-exit.
004290     exit.

004300 3500-register-dropped.
004310     move spaces to report-line.
004320     string "DROPPED " delimited by size
004330         ct-building (change-sub) delimited by size
004340         "-" delimited by size
004350         ct-aptnum (change-sub) delimited by size
004360         " - UNIT NOT ON FILE" delimited by size
004370         into report-line.
004380     write report-line.
004390 3500-exit.
004400     exit.

004410 3600-record-history.
004420     move building-id of sample-idx-record
004430         to hist-building of history-record.
004440     move aptnum of sample-idx-record
004450         to hist-aptnum of history-record.
004460     move today-date to hist-date of history-record.
004470     move "U" to hist-action of history-record.
004480     move name of sample-idx-record
004490         to hist-name of history-record.
004500     move TENWHO-OPERATOR
004510         to hist-operator of history-record.
004520     write history-record.
004530 3600-exit.
004540     exit.

004550 3700-record-audit.
004560     accept audit-clock-time from time.
004570     move "TENRAPP" to audit-program of audit-record.
004580     move today-date to audit-date of audit-record.
004590     move audit-clock-time to audit-time of audit-record.
004600     move building-id of sample-idx-record
004610         to audit-building of audit-record.
004620     move aptnum of sample-idx-record
004630         to audit-aptnum of audit-record.
004640     move "R" to audit-action of audit-record.
004650     move name of sample-idx-record
004660         to audit-before-name of audit-record.
004670     move name of sample-idx-record
004680         to audit-after-name of audit-record.
004690     move occ-status of sample-idx-record
004700         to audit-before-status of audit-record.
004710     move occ-status of sample-idx-record
004720         to audit-after-status of audit-record.
004730     move TENWHO-OPERATOR
004740         to audit-operator of audit-record.
004750     move before-image
004760         to audit-before-image of audit-record
004770     write audit-record.
004780 3700-exit.
004790     exit.

004800 3800-record-change.
004810     move ct-building (change-sub)
004820         to rah-building of change-history-record.
004830     move ct-aptnum (change-sub)
004840         to rah-aptnum of change-history-record.
004850     move old-rent to rah-old-rent of change-history-record.
004860     move ct-new-rent (change-sub)
004870         to rah-new-rent of change-history-record.
004880     move ct-effective (change-sub)
004890         to rah-effective-date of change-history-record.
004900     move today-date to rah-applied-date of change-history-record.
004910     move ct-reason (change-sub)
004920         to rah-reason of change-history-record.
004930     move ct-entered-by (change-sub)
004940         to rah-entered-by of change-history-record.
004950     write change-history-record.
004960 3800-exit.
004970     exit.

004980 9000-finish.
004990     move spaces to report-line.
005000     write report-line.
005010     move spaces to report-line.
005020     string "APPLIED: " delimited by size
005030         applied-count delimited by size
005040         "  STILL PENDING: " delimited by size
005050         pending-count delimited by size
005060         "  DROPPED: " delimited by size
005070         dropped-count delimited by size
005080         "  REJECTED: " delimited by size
005090         rejected-count delimited by size
005100         into report-line.
005110     write report-line.
005120     close sample-idx-file register-report.
005130     move "TENRAPP" to TENRCAT-PROGRAM.
005140     move rchgreg-filename to TENRCAT-FILENAME.
005150     move 1 to TENRCAT-PAGES.
005160     move applied-count to TENRCAT-LINES.
005170     call "TENRCAT" using TENRCAT-PARMS.
005180     close rule-exception-file.
005190     move "E" to TENRUNC-FUNCTION.
005200     move applied-count to TENRUNC-COUNT.
005210     call "TENRUNC" using TENRUNC-PARMS.
005220     close history-file audit-log-file change-history-file.
005230     move "I" to TENOLOG-SEVERITY
005240     move spaces to TENOLOG-TEXT
005250     string applied-count delimited by size
005260         " change(s) applied, " delimited by size
005270         pending-count delimited by size
005280         " pending, " delimited by size
005290         dropped-count delimited by size
005300         " dropped" delimited by size
005310         into TENOLOG-TEXT
005320     call "TENOLOG" using TENOLOG-PARMS.
005330 9000-exit.
005340     exit.

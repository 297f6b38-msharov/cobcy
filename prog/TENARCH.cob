000220*----------------------------------------------------------*
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   2026-10-15 JHM   The archcat.ctl catalog record carries
000260*                    a disposition -- "V" for this year-end
000270*                    purge of vacated units, "S" for a
000280*                    building sold through TENDISP, which
000290*                    also names its satellite archive.
000300*   2026-08-22 JHM   The purge-delete audit entry now
000310*                    stamps the signed-on operator id
000320*                    from TENWHO like every other audit
000330*                    writer -- the field was being
000340*                    written from whatever sat in the
000350*                    record buffer.
000360*   2026-08-22 JHM   Files this program itself creates are
000370*                    SELECT OPTIONAL, so the very first run
000380*                    creates them instead of failing the
000390*                    OPEN EXTEND (the TENRCAT convention).
000400*   2026-08-22 JHM   Appends a catalog record per run to
000410*                    archcat.ctl naming the dated archive
000420*                    files, so the TENARCQ retrieval
000430*                    inquiry can find the generations
000440*                    without guessing file names.
000450*   2026-08-22 JHM   The purge-delete audit entry now
000460*                    carries the full before-image of the
000470*                    record, so the TENBACK utility can
000480*                    restore a wrongly purged unit from the
000490*                    audit trail.  Also picked up the
000500*                    STREET-ADDR spelling of the tenant
000510*                    address field via COPY REPLACING.
000520*   2026-08-09 JHM   Original program.
000530*   2026-08-09 JHM   Added FILE STATUS checking on the purge
000540*                    DELETE and an audit-log entry for it, to
000550*                    match every other program that writes,
000560*                    rewrites or deletes against indexed.dbf.
000570*   2026-08-09 JHM   START against an empty indexed.dbf fails with
000580*                    INVALID KEY and leaves IDX-FILE-STATUS at
000590*                    "46", which never satisfies the following
000600*                    PERFORM UNTIL IDX-FILE-STATUS = "10" -- the
000610*                    READ NEXT that follows also returns "46"
000620*                    forever, so the loop never terminated on an
000630*                    empty file.  The INVALID KEY branch now moves
000640*                    "10" to IDX-FILE-STATUS itself, same as a
000650*                    normal end-of-file.
000660*----------------------------------------------------------*
000670 identification division.
000680 program-id. tenarch.
000690 author. J. H. Masters.
000700 installation. Property Management Systems.
000710 date-written. 2026-08-09.
000720 date-compiled. 2026-08-09.

000730 environment division.
000740 configuration section.
000750 source-computer. Intel486.
000760 object-computer. Intel486.

000770 input-output section.
000780 file-control.
000790     select sample-idx-file assign to disk
000800         organization is indexed
000810         record key is unit-key of sample-idx-record
000820         access mode is dynamic
000830         file status is idx-file-status.

000840     select history-file assign to disk
000850         organization is line sequential
000860         file status is hist-file-status.

000870     select archive-idx-file assign to disk
000880         organization is indexed
000890         record key is unit-key of archive-idx-record
000900         access mode is sequential.

000910     select archive-hist-file assign to disk
000920         organization is line sequential.

000930     select audit-log-file assign to disk
000940         organization is line sequential.

000950     select optional archive-catalog-file assign to disk
000960         organization is line sequential.

000970 data division.
000980 file section.
000990 fd  sample-idx-file
001000     label records are standard
001010     value of file-id is "indexed.dbf".
001020     copy TENREC
001030         replacing ==:REC-NAME:== by ==sample-idx-record==
001040             ==address== by ==street-addr==.

001050 fd  history-file
001060     label records are standard
001070     value of file-id is "tenhist.dat".
001080     copy TENHIST
001090         replacing ==:REC-NAME:==
001100             by ==history-record==.

001110 fd  archive-idx-file
001120     label records are standard
001130     value of file-id is archive-idx-filename.
001140     copy TENREC
001150         replacing ==:REC-NAME:== by ==archive-idx-record==
001160             ==address== by ==arch-street-addr==.

001170 fd  archive-hist-file
001180     label records are standard
001190     value of file-id is archive-hist-filename.
001200     copy TENHIST
001210         replacing ==:REC-NAME:==
001220             by ==archive-hist-record==.

001230 fd  audit-log-file
001240     label records are standard
001250     value of file-id is "tenaudit.dat".
001260     copy TENAUDIT
001270         replacing ==:REC-NAME:==
001280             by ==audit-record==.

001290 fd  archive-catalog-file
001300     label records are standard
001310     value of file-id is "archcat.ctl".
001320 01  archive-catalog-record.
001330     05  arc-date            picture is 9(08).
001340     05  arc-idx-filename    picture is X(30).
001350     05  arc-hist-filename   picture is X(30).
001360     05  arc-disposition     picture is X(01).
001370     05  arc-sat-filename    picture is X(30).

001380 working-storage section.
001390     copy TENWHO.
001400 01  before-image            picture is X(133).
001410 01  idx-file-status          picture is X(02).
001420 01  hist-file-status         picture is X(02).
001430 01  today-date               picture is 9(08).
001440 01  archive-idx-filename     picture is X(30).
001450 01  archive-hist-filename    picture is X(30).
001460 01  archived-count           picture is 9(05) value zero.
001470 01  hist-copied-count        picture is 9(05) value zero.

001480 01  archived-table-area.
001490     05  archived-table-count picture is 9(04) value zero.
001500     05  archived-table-entry occurs 500 times
001510             indexed by archived-table-index.
001520         10  at-building      picture is 9(02).
001530         10  at-aptnum        picture is 9(04).

001540 01  audit-clock-time         picture is 9(08).

001550 procedure division.
001560 0000-mainline.
001570     perform 1000-initialize thru 1000-exit.
001580     perform 2000-archive-vacant-units thru 2000-exit.
001590     perform 3000-archive-history thru 3000-exit.
001600     perform 9000-finish thru 9000-exit.
001610     stop run.

001620 1000-initialize.
001630     display "TENARCH: year-end archive of vacated units".
001640     accept today-date from date yyyymmdd.
001650     call "TENWHO" using TENWHO-PARMS.
001660     move spaces to archive-idx-filename.
001670     string "idxarch." delimited by size
001680         today-date delimited by size
001690         into archive-idx-filename.
001700     move spaces to archive-hist-filename.
001710     string "histarch." delimited by size
001720         today-date delimited by size
001730         into archive-hist-filename.
001740     open i-o sample-idx-file.
001750     if idx-file-status not = "00"
001760         display "TENARCH: cannot open indexed.dbf, status "
001770             idx-file-status
001780         stop run.
001790     open output archive-idx-file.
001800     open input history-file.
001810     open output archive-hist-file.
001820     open extend audit-log-file.
001830 1000-exit.
001840     exit.

001850*----------------------------------------------------------*
001860* Walk indexed.dbf in key order; any unit already marked
001870* vacant is copied to the archive and purged from the live
001880* file.  Occupied units are left untouched.
001890*----------------------------------------------------------*
001900 2000-archive-vacant-units.
001910     move low-values to unit-key of sample-idx-record.
001920     start sample-idx-file key is not less than
001930             unit-key of sample-idx-record
001940         invalid key
001950             display "TENARCH: indexed.dbf is empty"
001960             move "10" to idx-file-status.
001970     perform 2100-read-and-check thru 2100-exit
001980         until idx-file-status = "10".
001990 2000-exit.
002000     exit.

002010 2100-read-and-check.
002020     read sample-idx-file next record
002030         at end
002040             continue
002050         not at end
002060             if occ-vacant of sample-idx-record
002070                 perform 2200-archive-and-purge thru 2200-exit.
002080 2100-exit.
002090     exit.

002100 2200-archive-and-purge.
002110     move sample-idx-record to archive-idx-record.
002120     move sample-idx-record to before-image.
002130     write archive-idx-record.
002140     add 1 to archived-count.
002150     if archived-table-count < 500
002160         add 1 to archived-table-count
002170         move building-id of sample-idx-record
002180             to at-building (archived-table-count)
002190         move aptnum of sample-idx-record
002200             to at-aptnum (archived-table-count)
002210     else
002220         display "TENARCH: archive table full, history for "
002230             "building " building-id of sample-idx-record
002240             " apt " aptnum of sample-idx-record
002250             " will not be copied".
002260     delete sample-idx-file
002270         invalid key
002280             display "TENARCH: purge delete failed, status "
002290                 idx-file-status
002300         not invalid key
002310             display "TENARCH: archived and purged building "
002320                 building-id of sample-idx-record " apt "
002330                 aptnum of sample-idx-record
002340             perform 2300-record-audit thru 2300-exit.
002350 2200-exit.
002360     exit.

002370 2300-record-audit.
002380     accept audit-clock-time from time.
002390     move "TENARCH" to audit-program of audit-record.
002400     move today-date to audit-date of audit-record.
002410     move audit-clock-time to audit-time of audit-record.
002420     move building-id of sample-idx-record to audit-building
002430         of audit-record.
002440     move aptnum of sample-idx-record to audit-aptnum
002450         of audit-record.
002460     move "D" to audit-action of audit-record.
002470     move name of sample-idx-record to audit-before-name
002480         of audit-record.
002490     move spaces to audit-after-name of audit-record.
002500     move occ-status of sample-idx-record to audit-before-status
002510         of audit-record.
002520     move spaces to audit-after-status of audit-record.
002530     move before-image
002540         to audit-before-image of audit-record
002550     move TENWHO-OPERATOR
002560         to audit-operator of audit-record.
002570     write audit-record.
002580 2300-exit.
002590     exit.

002600*----------------------------------------------------------*
002610* Copy every history entry for a unit that was archived this
002620* run onto the matching dated history archive.
002630*----------------------------------------------------------*
002640 3000-archive-history.
002650     perform 3100-read-history thru 3100-exit
002660         until hist-file-status = "10".
002670 3000-exit.
002680     exit.

002690 3100-read-history.
002700     read history-file
002710         at end
002720             move "10" to hist-file-status
002730         not at end
002740             perform 3200-check-and-copy thru 3200-exit.
002750 3100-exit.
002760     exit.

002770 3200-check-and-copy.
002780     set archived-table-index to 1.
002790     search archived-table-entry
002800         at end
002810             continue
002820         when at-building (archived-table-index)
002830                 = hist-building of history-record
002840             and at-aptnum (archived-table-index)
002850                 = hist-aptnum of history-record
002860             move history-record to archive-hist-record
002870             write archive-hist-record
002880             add 1 to hist-copied-count.
002890 3200-exit.
002900     exit.

002910*----------------------------------------------------------*
002920* Catalog this run's archive generation so retrieval can
002930* find it later.
002940*----------------------------------------------------------*
002950 8000-catalog-archive.
002960     open extend archive-catalog-file.
002970     move today-date to arc-date.
002980     move archive-idx-filename to arc-idx-filename.
002990     move archive-hist-filename to arc-hist-filename.
003000     move "V" to arc-disposition.
003010     move spaces to arc-sat-filename.
003020     write archive-catalog-record.
003030     close archive-catalog-file.
003040 8000-exit.
003050     exit.

003060 9000-finish.
003070     perform 8000-catalog-archive thru 8000-exit.
003080     close sample-idx-file.
003090     close archive-idx-file.
003100     close history-file.
003110     close archive-hist-file.
003120     close audit-log-file.
003130     display "TENARCH: " archived-count " unit(s) archived and "
003140         "purged, " hist-copied-count " history entr(y/ies) "
003150         "copied".
003160 9000-exit.
003170     exit.

000100*----------------------------------------------------------*
000110* TENRECON.COB
000120*
000130* Nightly proof of the relative.dbf replica.  indexed.dbf is
000140* the one tenant file anyone updates, and the TENRBLD step
000150* rebuilds relative.dbf from it every night; this job runs
000160* straight after the rebuild and proves the replica against
000170* indexed.dbf, reporting:
000180*   - an apartment present in one file but not the other
000190*   - an apartment present in both whose records differ in
000200*     any byte
000210* Any difference means the rebuild did not do its job, so
000220* the run then ends with a return code of 1.
000230*
000240* The comparison is a classic two-file sorted match: both
000250* files are SORTed by building/aptnum onto sequential work
000260* files, then a single balanced-line merge pass walks the
000270* two in step.  Memory no longer limits the file size and
000280* the run scales with one pass per file.
000290*----------------------------------------------------------*
000300* MODIFICATION HISTORY
000310*   DATE       INIT  DESCRIPTION
000320*   2026-10-15 JHM   Now a check on the nightly TENRBLD
000330*                    rebuild rather than a hunt for
000340*                    divergence between two updated files:
000350*                    the whole record is compared, not just
000360*                    the name and address fields, and any
000370*                    difference is an error that ends the
000380*                    run with a return code of 1.
000390*   2026-10-15 JHM   Messages now go through TENOLOG to the
000400*                    dated operations log, each with its
000410*                    severity (and the unit where there is
000420*                    one); aborts raise a menu alert.
000430*   2026-08-22 JHM   The report now goes to a dated file
000440*                    name (reconcil.YYYYMMDD) and each run
000450*                    is cataloged through TENRCAT, so the
000460*                    TENRPRT utility can reprint any
000470*                    prior night's copy.
000480*   2026-08-09 JHM   Original program.
000490*   2026-08-09 JHM   Changed STOP RUN to GOBACK so the nightly
000500*                    batch driver's CALL "TENRECON" returns
000510*                    control instead of ending the whole driver
000520*                    run; behaves the same as before when this
000530*                    is run standalone as the outermost program.
000540*                    Sets RETURN-CODE to 1 on the two file-open
000550*                    failure paths so the driver's success/
000560*                    failure check actually means something.
000570*                    Bounded REL-TABLE-ENTRY with an OCCURS ...
000580*                    DEPENDING ON REL-TABLE-COUNT so the table
000590*                    SEARCH only scans loaded entries -- an
000600*                    unpopulated slot used to default to
000610*                    building/aptnum zero, which could spuriously
000620*                    match a real record with a building number
000630*                    of zero.
000640*   2026-08-09 JHM   START against an empty indexed.dbf fails with
000650*                    INVALID KEY and leaves IDX-FILE-STATUS at
000660*                    "46", which never satisfies the following
000670*                    PERFORM UNTIL IDX-FILE-STATUS = "10" -- the
000680*                    READ NEXT that follows also returns "46"
000690*                    forever, so the loop never terminated on an
000700*                    empty file.  The INVALID KEY branch now moves
000710*                    "10" to IDX-FILE-STATUS itself, same as a
000720*                    normal end-of-file.
000730*   2026-08-22 JHM   Replaced the in-memory OCCURS table and
000740*                    per-record SEARCH (bounded at 500
000750*                    entries, and a scan per indexed record)
000760*                    with a two-file sorted match: SORT both
000770*                    files by building/aptnum onto work
000780*                    files, then one balanced-line merge
000790*                    pass.  Same report, no table bound, and
000800*                    the run scales with one pass per file
000810*                    for the complex we are onboarding.
000820*                    Also picked up the STREET-ADDR spelling
000830*                    of the tenant address field via COPY
000840*                    REPLACING.
000850*----------------------------------------------------------*
000860 identification division.
000870 program-id. tenrecon.
000880 author. J. H. Masters.
000890 installation. Property Management Systems.
000900 date-written. 2026-08-09.
000910 date-compiled. 2026-08-22.

000920 environment division.
000930 configuration section.
000940 source-computer. Intel486.
000950 object-computer. Intel486.

000960 input-output section.
000970 file-control.
000980     select sample-rel-file assign to disk
000990         organization is relative
001000         access mode is sequential
001010         file status is rel-file-status.

001020     select sample-idx-file assign to disk
001030         organization is indexed
001040         record key is unit-key of sample-idx-record
001050         access mode is dynamic
001060         file status is idx-file-status.

001070     select sort-work-file assign to disk.

001080     select sorted-rel-file assign to disk
001090         organization is line sequential
001100         file status is srl-file-status.

001110     select sorted-idx-file assign to disk
001120         organization is line sequential
001130         file status is six-file-status.

001140     select recon-report assign to disk
001150         organization is line sequential.

001160 data division.
001170 file section.
001180 fd  sample-rel-file
001190     label records are standard
001200     value of file-id is "relative.dbf".
001210     copy TENREC
001220         replacing ==:REC-NAME:== by ==sample-rel-record==
001230             ==address== by ==rel-street-addr==.

001240 fd  sample-idx-file
001250     label records are standard
001260     value of file-id is "indexed.dbf".
001270     copy TENREC
001280         replacing ==:REC-NAME:== by ==sample-idx-record==
001290             ==address== by ==street-addr==.

001300 sd  sort-work-file.
001310     copy TENREC
001320         replacing ==:REC-NAME:== by ==sort-work-record==
001330             ==address== by ==srt-street-addr==.

001340 fd  sorted-rel-file
001350     label records are standard
001360     value of file-id is "reconrel.tmp".
001370     copy TENREC
001380         replacing ==:REC-NAME:== by ==sorted-rel-record==
001390             ==address== by ==srl-street-addr==.

001400 fd  sorted-idx-file
001410     label records are standard
001420     value of file-id is "reconidx.tmp".
001430     copy TENREC
001440         replacing ==:REC-NAME:== by ==sorted-idx-record==
001450             ==address== by ==six-street-addr==.

001460 fd  recon-report
001470     label records are standard
001480     value of file-id is reconcil-filename.
001490 01  report-line                 picture is X(80).

001500 working-storage section.
001510 01  run-date                picture is 9(08).
001520 01  reconcil-filename      picture is X(30).
001530     copy TENRCAT.
001540     copy TENOLOG.
001550 01  rel-file-status             picture is X(02).
001560 01  idx-file-status             picture is X(02).
001570 01  srl-file-status             picture is X(02).
001580 01  six-file-status             picture is X(02).

001590 01  switches.
001600     05  rel-eof-switch          picture is X(01) value "N".
001610         88  rel-eof                     value "Y".
001620     05  srl-eof-switch          picture is X(01) value "N".
001630         88  sorted-rel-eof              value "Y".
001640     05  six-eof-switch          picture is X(01) value "N".
001650         88  sorted-idx-eof              value "Y".

001660 01  rel-merge-key.
001670     05  rel-key-building        picture is 9(02).
001680     05  rel-key-aptnum          picture is 9(04).
001690 01  idx-merge-key.
001700     05  idx-key-building        picture is 9(02).
001710     05  idx-key-aptnum          picture is 9(04).

001720 01  counters.
001730     05  mismatch-count          picture is 9(05) value zero.
001740     05  rel-only-count          picture is 9(05) value zero.
001750     05  idx-only-count          picture is 9(05) value zero.

001760*----------------------------------------------------------*
001770* PROCEDURE DIVISION
001780*----------------------------------------------------------*
001790 procedure division.
001800 0000-mainline.
001810     move "TENRECON" to TENOLOG-PROGRAM.
001820     perform 1000-initialize thru 1000-exit.
001830     sort sort-work-file
001840         on ascending key building-id of sort-work-record
001850             aptnum of sort-work-record
001860         input procedure is 2000-release-relative
001870             thru 2000-exit
001880         giving sorted-rel-file.
001890     sort sort-work-file
001900         on ascending key building-id of sort-work-record
001910             aptnum of sort-work-record
001920         input procedure is 3000-release-indexed
001930             thru 3000-exit
001940         giving sorted-idx-file.
001950     perform 4000-merge-compare thru 4000-exit.
001960     perform 9000-finish thru 9000-exit.
001970     goback.

001980 1000-initialize.
001990     move "I" to TENOLOG-SEVERITY
002000     move spaces to TENOLOG-TEXT
002010     string "proving the relative.dbf replica against "
002020             delimited by size
002030         "indexed.dbf" delimited by size
002040         into TENOLOG-TEXT
002050     call "TENOLOG" using TENOLOG-PARMS.
002060     open input sample-rel-file.
002070     if rel-file-status not = "00"
002080         move "A" to TENOLOG-SEVERITY
002090         move spaces to TENOLOG-TEXT
002100         string "cannot open relative.dbf, " delimited by size
002110             "status " delimited by size
002120             rel-file-status delimited by size
002130             into TENOLOG-TEXT
002140         call "TENOLOG" using TENOLOG-PARMS
002150         move 1 to return-code
002160         goback.
002170     open input sample-idx-file.
002180     if idx-file-status not = "00"
002190         move "A" to TENOLOG-SEVERITY
002200         move spaces to TENOLOG-TEXT
002210         string "cannot open indexed.dbf, " delimited by size
002220             "status " delimited by size
002230             idx-file-status delimited by size
002240             into TENOLOG-TEXT
002250         call "TENOLOG" using TENOLOG-PARMS
002260         move 1 to return-code
002270         goback.
002280     accept run-date from date yyyymmdd.
002290     move spaces to reconcil-filename.
002300     string "reconcil." delimited by size
002310         run-date delimited by size
002320         into reconcil-filename.
002330     open output recon-report.
002340     move "TENANT FILE RECONCILIATION REPORT" to report-line.
002350     write report-line.
002360     move spaces to report-line.
002370     write report-line.
002380 1000-exit.
002390     exit.

002400*----------------------------------------------------------*
002410* Release every relative.dbf record to the sort.
002420*----------------------------------------------------------*
002430 2000-release-relative.
002440     perform 2100-read-relative thru 2100-exit
002450         until rel-eof.
002460     close sample-rel-file.
002470 2000-exit.
002480     exit.

002490 2100-read-relative.
002500     read sample-rel-file
002510         at end
002520             move "Y" to rel-eof-switch
002530         not at end
002540             move sample-rel-record to sort-work-record
002550             release sort-work-record.
002560 2100-exit.
002570     exit.

002580*----------------------------------------------------------*
002590* Release every indexed.dbf record to the sort, in the key
002600* order the START/READ NEXT walk hands them back.
002610*----------------------------------------------------------*
002620 3000-release-indexed.
002630     move low-values to unit-key of sample-idx-record.
002640     start sample-idx-file key is not less than
002650             unit-key of sample-idx-record
002660         invalid key
002670             move "W" to TENOLOG-SEVERITY
002680             move "indexed.dbf is empty" to TENOLOG-TEXT
002690             call "TENOLOG" using TENOLOG-PARMS
002700             move "10" to idx-file-status.
002710     perform 3100-read-indexed thru 3100-exit
002720         until idx-file-status = "10".
002730     close sample-idx-file.
002740 3000-exit.
002750     exit.

002760 3100-read-indexed.
002770     read sample-idx-file next record
002780         at end
002790             continue
002800         not at end
002810             move sample-idx-record to sort-work-record
002820             release sort-work-record.
002830 3100-exit.
002840     exit.

002850*----------------------------------------------------------*
002860* Balanced-line merge of the two sorted work files.  An
002870* exhausted side carries a high-values key so the other
002880* side drains through the same compare.
002890*----------------------------------------------------------*
002900 4000-merge-compare.
002910     open input sorted-rel-file.
002920     open input sorted-idx-file.
002930     perform 4100-read-sorted-rel thru 4100-exit.
002940     perform 4200-read-sorted-idx thru 4200-exit.
002950     perform 4300-compare-lines thru 4300-exit
002960         until sorted-rel-eof and sorted-idx-eof.
002970     close sorted-rel-file sorted-idx-file.
002980 4000-exit.
002990     exit.

003000 4100-read-sorted-rel.
003010     read sorted-rel-file
003020         at end
003030             move "Y" to srl-eof-switch
003040             move high-values to rel-merge-key
003050         not at end
003060             move building-id of sorted-rel-record
003070                 to rel-key-building
003080             move aptnum of sorted-rel-record
003090                 to rel-key-aptnum.
003100 4100-exit.
003110     exit.

003120 4200-read-sorted-idx.
003130     read sorted-idx-file
003140         at end
003150             move "Y" to six-eof-switch
003160             move high-values to idx-merge-key
003170         not at end
003180             move building-id of sorted-idx-record
003190                 to idx-key-building
003200             move aptnum of sorted-idx-record
003210                 to idx-key-aptnum.
003220 4200-exit.
003230     exit.

003240 4300-compare-lines.
003250     evaluate true
003260         when rel-merge-key = idx-merge-key
003270             perform 4400-compare-fields thru 4400-exit
003280             perform 4100-read-sorted-rel thru 4100-exit
003290             perform 4200-read-sorted-idx thru 4200-exit
003300         when rel-merge-key < idx-merge-key
003310             perform 4500-relative-only thru 4500-exit
003320             perform 4100-read-sorted-rel thru 4100-exit
003330         when other
003340             perform 4600-indexed-only thru 4600-exit
003350             perform 4200-read-sorted-idx thru 4200-exit
003360     end-evaluate.
003370 4300-exit.
003380     exit.

003390 4400-compare-fields.
003400     if sorted-rel-record not = sorted-idx-record
003410         add 1 to mismatch-count
003420         move spaces to report-line
003430         string "MISMATCH    - APTNUM " delimited by size
003440             aptnum of sorted-idx-record delimited by size
003450             " disagrees between indexed.dbf and "
003460                 delimited by size
003470             "relative.dbf" delimited by size
003480             into report-line
003490         write report-line.
003500 4400-exit.
003510     exit.

003520 4500-relative-only.
003530     add 1 to rel-only-count.
003540     move spaces to report-line.
003550     string "RELATIVE ONLY - APTNUM " delimited by size
003560         aptnum of sorted-rel-record delimited by size
003570         " not found in indexed.dbf" delimited by size
003580         into report-line.
003590     write report-line.
003600 4500-exit.
003610     exit.

003620 4600-indexed-only.
003630     add 1 to idx-only-count.
003640     move spaces to report-line.
003650     string "INDEXED ONLY - BLDG " delimited by size
003660         building-id of sorted-idx-record
003670             delimited by size
003680         " APTNUM " delimited by size
003690         aptnum of sorted-idx-record delimited by size
003700         " not found in relative.dbf" delimited by size
003710         into report-line.
003720     write report-line.
003730 4600-exit.
003740     exit.

003750 9000-finish.
003760     move spaces to report-line.
003770     write report-line.
003780     move spaces to report-line.
003790     string "TOTALS - mismatches: " delimited by size
003800         mismatch-count delimited by size
003810         "  relative-only: " delimited by size
003820         rel-only-count delimited by size
003830         "  indexed-only: " delimited by size
003840         idx-only-count delimited by size
003850         into report-line.
003860     write report-line.
003870     close recon-report.
003880     move "TENRECON" to TENRCAT-PROGRAM.
003890     move reconcil-filename to TENRCAT-FILENAME.
003900     move 1 to TENRCAT-PAGES.
003910     move mismatch-count to TENRCAT-LINES.
003920     call "TENRCAT" using TENRCAT-PARMS.
003930     move "I" to TENOLOG-SEVERITY
003940     move spaces to TENOLOG-TEXT
003950     string mismatch-count delimited by size
003960         " mismatch(es), " delimited by size
003970         rel-only-count delimited by size
003980         " relative-only, " delimited by size
003990         idx-only-count delimited by size
004000         " indexed-only" delimited by size
004010         into TENOLOG-TEXT
004020     call "TENOLOG" using TENOLOG-PARMS.
004030     if mismatch-count > zero
004040         or rel-only-count > zero
004050         or idx-only-count > zero
004060         move "E" to TENOLOG-SEVERITY
004070         move spaces to TENOLOG-TEXT
004080         string "relative.dbf replica does not match "
004090                 delimited by size
004100             "indexed.dbf - rerun TENRBLD" delimited by size
004110             into TENOLOG-TEXT
004120         call "TENOLOG" using TENOLOG-PARMS
004130         move 1 to return-code.
004140 9000-exit.
004150     exit.

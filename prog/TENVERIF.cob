000240*----------------------------------------------------------*
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   2026-10-15 JHM   Messages now go through TENOLOG to the
000280*                    dated operations log, each with its
000290*                    severity (and the unit where there is
000300*                    one); aborts raise a menu alert.
000310*   2026-08-22 JHM   The report now goes to a dated file
000320*                    name (damage.YYYYMMDD) and each run
000330*                    is cataloged through TENRCAT, so the
000340*                    TENRPRT utility can reprint any
000350*                    prior night's copy.
000360*   2026-08-22 JHM   Original program.
000370*----------------------------------------------------------*
000380 identification division.
000390 program-id. tenverif.
000400 author. J. H. Masters.
000410 installation. Property Management Systems.
000420 date-written. 2026-08-22.
000430 date-compiled. 2026-08-22.

000440 environment division.
000450 configuration section.
000460 source-computer. Intel486.
000470 object-computer. Intel486.

000480 input-output section.
000490 file-control.
000500     select sample-idx-file assign to disk
000510         organization is indexed
000520         record key is unit-key of sample-idx-record
000530         access mode is sequential
000540         file status is idx-file-status.

000550     select damage-report assign to disk
000560         organization is line sequential.

000570 data division.
000580 file section.
000590 fd  sample-idx-file
000600     label records are standard
000610     value of file-id is "indexed.dbf".
000620     copy TENREC
000630         replacing ==:REC-NAME:== by ==sample-idx-record==
000640             ==address== by ==street-addr==.

000650 fd  damage-report
000660     label records are standard
000670     value of file-id is damage-filename.
000680 01  report-line             picture is X(80).

000690 working-storage section.
000700 01  damage-filename        picture is X(30).
000710     copy TENRCAT.
000720     copy TENOLOG.
000730 01  idx-file-status         picture is X(02).
000740 01  run-date                picture is 9(08).
000750 01  scanned-count           picture is 9(05) value zero.
000760 01  damage-count            picture is 9(05) value zero.
000770 01  field-problem           picture is X(40).

000780 procedure division.
000790 0000-mainline.
000800     move "TENVERIF" to TENOLOG-PROGRAM.
000810     perform 1000-initialize thru 1000-exit.
000820     perform 2000-read-units thru 2000-exit
000830         until idx-file-status = "10".
000840     perform 9000-finish thru 9000-exit.
000850     goback.

000860 1000-initialize.
000870     move "I" to TENOLOG-SEVERITY
000880     move "tenant-file integrity scan" to TENOLOG-TEXT
000890     call "TENOLOG" using TENOLOG-PARMS.
000900     accept run-date from date yyyymmdd.
000910     open input sample-idx-file.
000920     if idx-file-status not = "00"
000930         move "A" to TENOLOG-SEVERITY
000940         move spaces to TENOLOG-TEXT
000950         string "cannot open indexed.dbf, status "
000960                 delimited by size
000970             idx-file-status delimited by size
000980             into TENOLOG-TEXT
000990         call "TENOLOG" using TENOLOG-PARMS
001000         move 1 to return-code
001010         goback.
001020     move spaces to damage-filename.
001030     string "damage." delimited by size
001040         run-date delimited by size
001050         into damage-filename.
001060     open output damage-report.
001070     move "TENANT-FILE DAMAGE REPORT" to report-line.
001080     write report-line.
001090     move spaces to report-line.
001100     string "RUN DATE: " delimited by size
001110         run-date delimited by size
001120         into report-line.
001130     write report-line.
001140     move spaces to report-line.
001150     write report-line.
001160 1000-exit.
001170     exit.

001180 2000-read-units.
001190     read sample-idx-file next record
001200         at end
001210             continue
001220         not at end
001230             add 1 to scanned-count
001240             perform 2100-verify-record thru 2100-exit.
001250 2000-exit.
001260     exit.

001270 2100-verify-record.
001280     if occ-status of sample-idx-record not = "O"
001290         and occ-status of sample-idx-record not = "V"
001300         move "OCC-STATUS not O or V" to field-problem
001310         perform 3000-report-damage thru 3000-exit.
001320     if name of sample-idx-record = spaces
001330         move "NAME is blank" to field-problem
001340         perform 3000-report-damage thru 3000-exit.
001350     if zip-5 of sample-idx-record not numeric
001360         move "ZIP-5 not numeric" to field-problem
001370         perform 3000-report-damage thru 3000-exit.
001380     if zip-5 of sample-idx-record numeric
001390         and zip-5 of sample-idx-record = zero
001400         move "ZIP-5 is zero" to field-problem
001410         perform 3000-report-damage thru 3000-exit.
001420     if zip-4 of sample-idx-record not numeric
001430         move "ZIP-4 not numeric" to field-problem
001440         perform 3000-report-damage thru 3000-exit.
001450     if rent-amount of sample-idx-record not numeric
001460         move "RENT-AMOUNT not numeric" to field-problem
001470         perform 3000-report-damage thru 3000-exit.
001480     if amount-paid of sample-idx-record not numeric
001490         move "AMOUNT-PAID not numeric" to field-problem
001500         perform 3000-report-damage thru 3000-exit.
001510     if occ-status-date of sample-idx-record not numeric
001520         move "OCC-STATUS-DATE not numeric"
001530             to field-problem
001540         perform 3000-report-damage thru 3000-exit.
001550     if company-code of sample-idx-record not numeric
001560         move "COMPANY-CODE not numeric" to field-problem
001570         perform 3000-report-damage thru 3000-exit.
001580     if occ-occupied of sample-idx-record
001590         and rent-amount of sample-idx-record numeric
001600         and rent-amount of sample-idx-record = zero
001610         move "RENT zero on occupied unit"
001620             to field-problem
001630         perform 3000-report-damage thru 3000-exit.
001640     if occ-occupied of sample-idx-record
001650         and city of sample-idx-record = spaces
001660         move "CITY blank on occupied unit"
001670             to field-problem
001680         perform 3000-report-damage thru 3000-exit.
001690 2100-exit.
001700     exit.

001710 3000-report-damage.
001720     add 1 to damage-count.
001730     move spaces to report-line.
001740     string building-id of sample-idx-record
001750         delimited by size
001760         "-" delimited by size
001770         aptnum of sample-idx-record delimited by size
001780         "  " delimited by size
001790         field-problem delimited by size
001800         into report-line.
001810     write report-line.
001820 3000-exit.
001830     exit.

001840 9000-finish.
001850     move spaces to report-line.
001860     write report-line.
001870     if damage-count = zero
001880         move "NO DAMAGE FOUND" to report-line
001890         write report-line
001900     else
001910         move spaces to report-line
001920         string damage-count delimited by size
001930             " PROBLEM(S) FOUND ON " delimited by size
001940             scanned-count delimited by size
001950             " RECORD(S)" delimited by size
001960             into report-line
001970         write report-line
001980         move 1 to return-code.
001990     close sample-idx-file damage-report.
002000     move "TENVERIF" to TENRCAT-PROGRAM.
002010     move damage-filename to TENRCAT-FILENAME.
002020     move 1 to TENRCAT-PAGES.
002030     move damage-count to TENRCAT-LINES.
002040     call "TENRCAT" using TENRCAT-PARMS.
002050     move "I" to TENOLOG-SEVERITY.
002060     if damage-count > zero
002070         move "E" to TENOLOG-SEVERITY.
002080     move spaces to TENOLOG-TEXT
002090     string damage-count delimited by size
002100         " problem(s) on " delimited by size
002110         scanned-count delimited by size
002120         " record(s)" delimited by size
002130         into TENOLOG-TEXT
002140     call "TENOLOG" using TENOLOG-PARMS.
002150 9000-exit.
002160     exit.

000100*----------------------------------------------------------*
000110* TENRBLD.COB
000120*
000130* Nightly relative.dbf rebuild.  indexed.dbf is the one
000140* tenant file anyone updates; relative.dbf survives only as
000150* a read-only replica for the readers that still want
000160* relative access.  Run from the nightly driver after the
000170* last step that updates indexed.dbf, this step rewrites
000180* relative.dbf from scratch: every indexed.dbf record, in
000190* unit-key order, one relative record each, so relative
000200* record N is the Nth unit on the keyed file.  The
000210* TENRECON step that follows proves the replica against
000220* indexed.dbf record for record.
000230*
000240* relative.dbf is only opened for output once indexed.dbf
000250* has opened, so a night the keyed file cannot be read
000260* leaves last night's replica standing.  Records in and
000270* out are counted, and the run ends with a return code of 1
000280* when they disagree or a write fails.
000290*----------------------------------------------------------*
000300* MODIFICATION HISTORY
000310*   DATE       INIT  DESCRIPTION
000320*   2026-10-15 JHM   Original program.
000330*----------------------------------------------------------*
000340 identification division.
000350 program-id. tenrbld.
000360 author. J. H. Masters.
000370 installation. Property Management Systems.
000380 date-written. 2026-10-15.
000390 date-compiled. 2026-10-15.

000400 environment division.
000410 configuration section.
000420 source-computer. Intel486.
000430 object-computer. Intel486.

000440 input-output section.
000450 file-control.
000460     select sample-idx-file assign to disk
000470         organization is indexed
000480         record key is unit-key of sample-idx-record
000490         access mode is dynamic
000500         file status is idx-file-status.

000510     select sample-rel-file assign to disk
000520         organization is relative
000530         access mode is sequential
000540         file status is rel-file-status.

000550 data division.
000560 file section.
000570 fd  sample-idx-file
000580     label records are standard
000590     value of file-id is "indexed.dbf".
000600     copy TENREC
000610         replacing ==:REC-NAME:== by ==sample-idx-record==
000620             ==address== by ==street-addr==.

000630 fd  sample-rel-file
000640     label records are standard
000650     value of file-id is "relative.dbf".
000660     copy TENREC
000670         replacing ==:REC-NAME:== by ==sample-rel-record==
000680             ==address== by ==rel-street-addr==.

000690 working-storage section.
000700     copy TENOLOG.
000710 01  idx-file-status         picture is X(02).
000720 01  rel-file-status         picture is X(02).
000730 01  run-failed-switch       picture is X(01) value "N".
000740     88  run-failed                  value "Y".
000750 01  records-in              picture is 9(07) value zero.
000760 01  records-out             picture is 9(07) value zero.

000770 procedure division.
000780 0000-mainline.
000790     move "TENRBLD" to TENOLOG-PROGRAM.
000800     perform 1000-initialize thru 1000-exit.
000810     perform 2000-copy-unit thru 2000-exit
000820         until idx-file-status = "10".
000830     perform 9000-finish thru 9000-exit.
000840     if run-failed
000850         move 1 to return-code.
000860     goback.

000870 1000-initialize.
000880     move "I" to TENOLOG-SEVERITY.
000890     move "rebuilding relative.dbf from indexed.dbf"
000900         to TENOLOG-TEXT.
000910     call "TENOLOG" using TENOLOG-PARMS.
000920     open input sample-idx-file.
000930     if idx-file-status not = "00"
000940         move "A" to TENOLOG-SEVERITY
000950         move spaces to TENOLOG-TEXT
000960         string "cannot open indexed.dbf, status "
000970                 delimited by size
000980             idx-file-status delimited by size
000990             ", relative.dbf left as it was" delimited by size
001000             into TENOLOG-TEXT
001010         call "TENOLOG" using TENOLOG-PARMS
001020         move 1 to return-code
001030         goback.
001040     open output sample-rel-file.
001050     if rel-file-status not = "00"
001060         move "A" to TENOLOG-SEVERITY
001070         move spaces to TENOLOG-TEXT
001080         string "cannot open relative.dbf for output, status "
001090                 delimited by size
001100             rel-file-status delimited by size
001110             into TENOLOG-TEXT
001120         call "TENOLOG" using TENOLOG-PARMS
001130         close sample-idx-file
001140         move 1 to return-code
001150         goback.
001160     move low-values to unit-key of sample-idx-record.
001170     start sample-idx-file key is not less than
001180             unit-key of sample-idx-record
001190         invalid key
001200             move "W" to TENOLOG-SEVERITY
001210             move "indexed.dbf is empty" to TENOLOG-TEXT
001220             call "TENOLOG" using TENOLOG-PARMS
001230             move "10" to idx-file-status.
001240 1000-exit.
001250     exit.

001260 2000-copy-unit.
001270     read sample-idx-file next record
001280         at end
001290             continue
001300         not at end
001310             perform 2100-write-replica thru 2100-exit.
001320 2000-exit.
001330     exit.

001340 2100-write-replica.
001350     add 1 to records-in.
001360     move sample-idx-record to sample-rel-record.
001370     write sample-rel-record.
001380     if rel-file-status = "00"
001390         add 1 to records-out
001400     else
001410         move "E" to TENOLOG-SEVERITY
001420         move building-id of sample-idx-record
001430             to TENOLOG-BUILDING
001440         move aptnum of sample-idx-record to TENOLOG-APTNUM
001450         move spaces to TENOLOG-TEXT
001460         string "relative.dbf write failed, status "
001470                 delimited by size
001480             rel-file-status delimited by size
001490             into TENOLOG-TEXT
001500         call "TENOLOG" using TENOLOG-PARMS.
001510 2100-exit.
001520     exit.

001530 9000-finish.
001540     close sample-idx-file.
001550     close sample-rel-file.
001560     if records-in not = records-out
001570         move "Y" to run-failed-switch
001580         move "E" to TENOLOG-SEVERITY
001590         move spaces to TENOLOG-TEXT
001600         string "replica does not prove - " delimited by size
001610             records-in delimited by size
001620             " read, " delimited by size
001630             records-out delimited by size
001640             " written" delimited by size
001650             into TENOLOG-TEXT
001660         call "TENOLOG" using TENOLOG-PARMS
001670     else
001680         move "I" to TENOLOG-SEVERITY
001690         move spaces to TENOLOG-TEXT
001700         string records-out delimited by size
001710             " unit(s) copied to relative.dbf" delimited by size
001720             into TENOLOG-TEXT
001730         call "TENOLOG" using TENOLOG-PARMS.
001740 9000-exit.
001750     exit.

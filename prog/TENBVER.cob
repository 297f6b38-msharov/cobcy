000260*----------------------------------------------------------*
000270* MODIFICATION HISTORY
000280*   DATE       INIT  DESCRIPTION
000290*   2026-10-15 JHM   Messages now go through TENOLOG to the
000300*                    dated operations log, each with its
000310*                    severity (and the unit where there is
000320*                    one); aborts raise a menu alert.
000330*   2026-09-03 JHM   Original program.
000340*----------------------------------------------------------*
000350 identification division.
000360 program-id. tenbver.
000370 author. J. H. Masters.
000380 installation. Property Management Systems.
000390 date-written. 2026-09-03.
000400 date-compiled. 2026-09-03.

000410 environment division.
000420 configuration section.
000430 source-computer. Intel486.
000440 object-computer. Intel486.

000450 input-output section.
000460 file-control.
000470     select sample-idx-file assign to disk
000480         organization is indexed
000490         record key is unit-key of sample-idx-record
000500         access mode is sequential
000510         file status is idx-file-status.

000520     select backup-idx-file assign to disk
000530         organization is indexed
000540         record key is unit-key of backup-idx-record
000550         access mode is sequential
000560         file status is bki-file-status.

000570     select sample-rel-file assign to disk
000580         organization is relative
000590         access mode is sequential
000600         file status is rel-file-status.

000610     select backup-rel-file assign to disk
000620         organization is relative
000630         access mode is sequential
000640         file status is bkr-file-status.

000650     select optional verify-control-file assign to disk
000660         organization is line sequential.

000670 data division.
000680 file section.
000690 fd  sample-idx-file
000700     label records are standard
000710     value of file-id is "indexed.dbf".
000720     copy TENREC
000730         replacing ==:REC-NAME:== by ==sample-idx-record==
000740             ==address== by ==street-addr==.

000750 fd  backup-idx-file
000760     label records are standard
000770     value of file-id is backup-idx-filename.
000780     copy TENREC
000790         replacing ==:REC-NAME:== by ==backup-idx-record==
000800             ==address== by ==bki-street-addr==.

000810 fd  sample-rel-file
000820     label records are standard
000830     value of file-id is "relative.dbf".
000840     copy TENREC
000850         replacing ==:REC-NAME:== by ==sample-rel-record==
000860             ==address== by ==rel-street-addr==.

000870 fd  backup-rel-file
000880     label records are standard
000890     value of file-id is backup-rel-filename.
000900     copy TENREC
000910         replacing ==:REC-NAME:== by ==backup-rel-record==
000920             ==address== by ==bkr-street-addr==.

000930 fd  verify-control-file
000940     label records are standard
000950     value of file-id is "bkverify.ctl".
000960 01  verify-control-record.
000970     05  ver-result          picture is X(04).
000980     05  ver-date            picture is 9(08).
000990     05  ver-time            picture is 9(08).

001000 working-storage section.
001010 01  backup-idx-filename     picture is X(30).
001020 01  backup-rel-filename     picture is X(30).
001030 01  idx-file-status         picture is X(02).
001040 01  bki-file-status         picture is X(02).
001050 01  rel-file-status         picture is X(02).
001060 01  bkr-file-status         picture is X(02).
001070 01  run-date                picture is 9(08).
001080 01  clock-time              picture is 9(08).
001090 01  verify-failed-switch    picture is X(01) value "N".
001100     88  verify-failed               value "Y".
001110 01  side-sub                picture is 9(01).
001120 01  building-work           picture is 9(02).

001130*----------------------------------------------------------*
001140* Hash totals per building, live side versus backup side,
001150* for each of the two tenant files: record counts and
001160* summed rent amounts.
001170*----------------------------------------------------------*
001180 01  hash-area.
001190     05  hash-side occurs 4 times.
001200         10  hs-total-count  picture is 9(07).
001210         10  hs-building occurs 99 times.
001220             15  hb-count    picture is 9(05).
001230             15  hb-rent     picture is 9(11)V99.
001240     copy TENOLOG.

001250 procedure division.
001260 0000-mainline.
001270     move "TENBVER" to TENOLOG-PROGRAM.
001280     perform 1000-initialize thru 1000-exit.
001290     perform 2000-hash-live-idx thru 2000-exit
001300         until idx-file-status = "10".
001310     perform 2100-hash-backup-idx thru 2100-exit
001320         until bki-file-status = "10".
001330     perform 2200-hash-live-rel thru 2200-exit
001340         until rel-file-status = "10".
001350     perform 2300-hash-backup-rel thru 2300-exit
001360         until bkr-file-status = "10".
001370     perform 3000-compare-sides thru 3000-exit.
001380     perform 9000-finish thru 9000-exit.
001390     stop run.

001400 1000-initialize.
001410     move "I" to TENOLOG-SEVERITY
001420     move "verifying the dated backups" to TENOLOG-TEXT
001430     call "TENOLOG" using TENOLOG-PARMS.
001440     accept run-date from date yyyymmdd.
001450     accept clock-time from time.
001460     perform 1100-clear-hashes thru 1100-exit
001470         varying side-sub from 1 by 1
001480         until side-sub > 4.
001490     move spaces to backup-idx-filename.
001500     string "idxbkup." delimited by size
001510         run-date delimited by size
001520         into backup-idx-filename.
001530     move spaces to backup-rel-filename.
001540     string "relbkup." delimited by size
001550         run-date delimited by size
001560         into backup-rel-filename.
001570     open input sample-idx-file.
001580     if idx-file-status not = "00"
001590         move "A" to TENOLOG-SEVERITY
001600         move spaces to TENOLOG-TEXT
001610         string "cannot open indexed.dbf, status "
001620                 delimited by size
001630             idx-file-status delimited by size
001640             into TENOLOG-TEXT
001650         call "TENOLOG" using TENOLOG-PARMS
001660         perform 8000-fail-out thru 8000-exit.
001670     open input backup-idx-file.
001680     if bki-file-status not = "00"
001690         move "A" to TENOLOG-SEVERITY
001700         move spaces to TENOLOG-TEXT
001710         string "cannot open " delimited by size
001720             backup-idx-filename delimited by size
001730             ", status " delimited by size
001740             bki-file-status delimited by size
001750             into TENOLOG-TEXT
001760         call "TENOLOG" using TENOLOG-PARMS
001770         perform 8000-fail-out thru 8000-exit.
001780     open input sample-rel-file.
001790     if rel-file-status not = "00"
001800         move "A" to TENOLOG-SEVERITY
001810         move spaces to TENOLOG-TEXT
001820         string "cannot open relative.dbf, status "
001830                 delimited by size
001840             rel-file-status delimited by size
001850             into TENOLOG-TEXT
001860         call "TENOLOG" using TENOLOG-PARMS
001870         perform 8000-fail-out thru 8000-exit.
001880     open input backup-rel-file.
001890     if bkr-file-status not = "00"
001900         move "A" to TENOLOG-SEVERITY
001910         move spaces to TENOLOG-TEXT
001920         string "cannot open " delimited by size
001930             backup-rel-filename delimited by size
001940             ", status " delimited by size
001950             bkr-file-status delimited by size
001960             into TENOLOG-TEXT
001970         call "TENOLOG" using TENOLOG-PARMS
001980         perform 8000-fail-out thru 8000-exit.
001990 1000-exit.
002000     exit.

002010 1100-clear-hashes.
002020     move zero to hs-total-count (side-sub).
002030     perform 1110-clear-building thru 1110-exit
002040         varying building-work from 1 by 1
002050         until building-work > 99.
002060 1100-exit.
002070     exit.

002080 1110-clear-building.
002090     move zero to hb-count (side-sub building-work).
002100     move zero to hb-rent (side-sub building-work).
002110 1110-exit.
002120     exit.

002130 2000-hash-live-idx.
002140     read sample-idx-file next record
002150         at end
002160             move "10" to idx-file-status
002170         not at end
002180             move 1 to side-sub
002190             perform 2500-tally-idx-record thru 2500-exit.
002200 2000-exit.
002210     exit.

002220 2100-hash-backup-idx.
002230     read backup-idx-file next record
002240         at end
002250             move "10" to bki-file-status
002260         not at end
002270             add 1 to hs-total-count (2)
002280             if building-id of backup-idx-record not = zero
002290                 add 1 to hb-count
002300                     (2 building-id of backup-idx-record)
002310                 add rent-amount of backup-idx-record
002320                     to hb-rent
002330                     (2 building-id of backup-idx-record).
002340 2100-exit.
002350     exit.

002360 2200-hash-live-rel.
002370     read sample-rel-file next record
002380         at end
002390             move "10" to rel-file-status
002400         not at end
002410             add 1 to hs-total-count (3)
002420             if building-id of sample-rel-record not = zero
002430                 add 1 to hb-count
002440                     (3 building-id of sample-rel-record)
002450                 add rent-amount of sample-rel-record
002460                     to hb-rent
002470                     (3 building-id of sample-rel-record).
002480 2200-exit.
002490     exit.

002500 2300-hash-backup-rel.
002510     read backup-rel-file next record
002520         at end
002530             move "10" to bkr-file-status
002540         not at end
002550             add 1 to hs-total-count (4)
002560             if building-id of backup-rel-record not = zero
002570                 add 1 to hb-count
002580                     (4 building-id of backup-rel-record)
002590                 add rent-amount of backup-rel-record
002600                     to hb-rent
002610                     (4 building-id of backup-rel-record).
002620 2300-exit.
002630     exit.

002640 2500-tally-idx-record.
002650     add 1 to hs-total-count (side-sub).
002660     if building-id of sample-idx-record not = zero
002670         add 1 to hb-count
002680             (side-sub building-id of sample-idx-record)
002690         add rent-amount of sample-idx-record
002700             to hb-rent
002710             (side-sub building-id of sample-idx-record).
002720 2500-exit.
002730     exit.

002740*----------------------------------------------------------*
002750* Sides 1/2 are live/backup indexed.dbf, sides 3/4 live/
002760* backup relative.dbf.  Any differing count or rent total
002770* fails the verify.
002780*----------------------------------------------------------*
002790 3000-compare-sides.
002800     if hs-total-count (1) not = hs-total-count (2)
002810         move "E" to TENOLOG-SEVERITY
002820         move spaces to TENOLOG-TEXT
002830         string "indexed.dbf record counts differ, live "
002840                 delimited by size
002850             hs-total-count (1) delimited by size
002860             " backup " delimited by size
002870             hs-total-count (2) delimited by size
002880             into TENOLOG-TEXT
002890         call "TENOLOG" using TENOLOG-PARMS
002900         move "Y" to verify-failed-switch.
002910     if hs-total-count (3) not = hs-total-count (4)
002920         move "E" to TENOLOG-SEVERITY
002930         move spaces to TENOLOG-TEXT
002940         string "relative.dbf record counts differ, live "
002950                 delimited by size
002960             hs-total-count (3) delimited by size
002970             " backup " delimited by size
002980             hs-total-count (4) delimited by size
002990             into TENOLOG-TEXT
003000         call "TENOLOG" using TENOLOG-PARMS
003010         move "Y" to verify-failed-switch.
003020     perform 3100-compare-building thru 3100-exit
003030         varying building-work from 1 by 1
003040         until building-work > 99.
003050 3000-exit.
003060     exit.

003070 3100-compare-building.
003080     if hb-count (1 building-work)
003090             not = hb-count (2 building-work)
003100         or hb-rent (1 building-work)
003110             not = hb-rent (2 building-work)
003120         move "E" to TENOLOG-SEVERITY
003130         move building-work to TENOLOG-BUILDING
003140         move zero to TENOLOG-APTNUM
003150         move spaces to TENOLOG-TEXT
003160         string "indexed.dbf hash differs for building "
003170                 delimited by size
003180             building-work delimited by size
003190             into TENOLOG-TEXT
003200         call "TENOLOG" using TENOLOG-PARMS
003210         move "Y" to verify-failed-switch.
003220     if hb-count (3 building-work)
003230             not = hb-count (4 building-work)
003240         or hb-rent (3 building-work)
003250             not = hb-rent (4 building-work)
003260         move "E" to TENOLOG-SEVERITY
003270         move building-work to TENOLOG-BUILDING
003280         move zero to TENOLOG-APTNUM
003290         move spaces to TENOLOG-TEXT
003300         string "relative.dbf hash differs for building "
003310                 delimited by size
003320             building-work delimited by size
003330             into TENOLOG-TEXT
003340         call "TENOLOG" using TENOLOG-PARMS
003350         move "Y" to verify-failed-switch.
003360 3100-exit.
003370     exit.

003380*----------------------------------------------------------*
003390* An unreadable file fails the verify outright: FAIL goes
003400* on bkverify.ctl and the run ends nonzero, so the driver
003410* refuses to let the truncating load proceed.
003420*----------------------------------------------------------*
003430 8000-fail-out.
003440     move "Y" to verify-failed-switch.
003450     perform 8100-write-verdict thru 8100-exit.
003460     move 1 to return-code.
003470     stop run.
003480 8000-exit.
003490     exit.

003500 8100-write-verdict.
003510     open output verify-control-file.
003520     if verify-failed
003530         move "FAIL" to ver-result
003540     else
003550         move "PASS" to ver-result.
003560     move run-date to ver-date.
003570     move clock-time to ver-time.
003580     write verify-control-record.
003590     close verify-control-file.
003600 8100-exit.
003610     exit.

003620 9000-finish.
003630     close sample-idx-file backup-idx-file.
003640     close sample-rel-file backup-rel-file.
003650     perform 8100-write-verdict thru 8100-exit.
003660     if verify-failed
003670         move "A" to TENOLOG-SEVERITY
003680         move spaces to TENOLOG-TEXT
003690         string "VERIFY FAILED - the load must " delimited by size
003700             "not run against this backup" delimited by size
003710             into TENOLOG-TEXT
003720         call "TENOLOG" using TENOLOG-PARMS
003730         move 1 to return-code
003740     else
003750         move "I" to TENOLOG-SEVERITY
003760         move spaces to TENOLOG-TEXT
003770         string "backup verified, " delimited by size
003780             hs-total-count (1) delimited by size
003790             " + " delimited by size
003800             hs-total-count (3) delimited by size
003810             " record(s) proved" delimited by size
003820             into TENOLOG-TEXT
003830         call "TENOLOG" using TENOLOG-PARMS.
003840 9000-exit.
003850     exit.

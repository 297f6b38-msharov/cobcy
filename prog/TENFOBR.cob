000100*----------------------------------------------------------*
000110* TENFOBR.COB
000120*
000130* Monthly outstanding-keys report.  Runs in the nightly
000140* chain and does its work on the first of the month only
000150* (the TENCLOSE rule); any other night it reports there is
000160* nothing to do.  Loads the key inventory from keyinv.dat,
000170* latest record per key winning, and lists by building
000180* every key or fob still issued to a tenant of a unit that
000190* is now vacant on indexed.dbf (or no longer on file at
000200* all) -- the keys that should have come back at move-out
000210* -- with a count per building.  The report goes to a
000220* dated file (keysout.YYYYMMDD) cataloged through TENRCAT.
000230*----------------------------------------------------------*
000240* MODIFICATION HISTORY
000250*   DATE       INIT  DESCRIPTION
000260*   2026-10-15 JHM   Messages now go through TENOLOG to the
000270*                    dated operations log, each with its
000280*                    severity (and the unit where there is
000290*                    one); aborts raise a menu alert.
000300*   2026-10-15 JHM   Original program.
000310*----------------------------------------------------------*
000320 identification division.
000330 program-id. tenfobr.
000340 author. J. H. Masters.
000350 installation. Property Management Systems.
000360 date-written. 2026-10-15.
000370 date-compiled. 2026-10-15.

000380 environment division.
000390 configuration section.
000400 source-computer. Intel486.
000410 object-computer. Intel486.

000420 input-output section.
000430 file-control.
000440     select sample-idx-file assign to disk
000450         organization is indexed
000460         record key is unit-key of sample-idx-record
000470         access mode is random
000480         file status is idx-file-status.

000490     select optional key-file assign to disk
000500         organization is line sequential
000510         file status is fob-file-status.

000520     select keys-out-report assign to disk
000530         organization is line sequential.

000540 data division.
000550 file section.
000560 fd  sample-idx-file
000570     label records are standard
000580     value of file-id is "indexed.dbf".
000590     copy TENREC
000600         replacing ==:REC-NAME:== by ==sample-idx-record==
000610             ==address== by ==street-addr==.

000620 fd  key-file
000630     label records are standard
000640     value of file-id is "keyinv.dat".
000650     copy TENFOB
000660         replacing ==:REC-NAME:==
000670             by ==key-record==.

000680 fd  keys-out-report
000690     label records are standard
000700     value of file-id is keysout-filename.
000710 01  report-line             picture is X(80).

000720 working-storage section.
000730 01  keysout-filename        picture is X(30).
000740     copy TENRCAT.
000750     copy TENOLOG.
000760 01  idx-file-status         picture is X(02).
000770 01  fob-file-status         picture is X(02).
000780 01  fob-eof-switch          picture is X(01) value "N".
000790     88  key-file-at-end             value "Y".
000800 01  unit-vacant-switch      picture is X(01).
000810     88  unit-now-vacant             value "Y".
000820 01  run-date                picture is 9(08).
000830 01  run-date-parts redefines run-date.
000840     05  run-date-yyyymm     picture is 9(06).
000850     05  run-date-dd         picture is 9(02).
000860 01  key-sub                 picture is 9(04).
000870 01  building-sub            picture is 9(03).
000880 01  building-out-count      picture is 9(05).
000890 01  keys-out-count          picture is 9(05) value zero.

000900*----------------------------------------------------------*
000910* Latest keyinv.dat record per building and key number.
000920*----------------------------------------------------------*
000930 01  key-table-area.
000940     05  key-table-count     picture is 9(04) value zero.
000950     05  key-table-entry occurs 1 to 1000 times
000960             depending on key-table-count
000970             indexed by key-table-index.
000980         10  kt-building     picture is 9(02).
000990         10  kt-number       picture is X(08).
001000         10  kt-type         picture is X(01).
001010         10  kt-status       picture is X(01).
001020         10  kt-aptnum       picture is 9(04).
001030         10  kt-holder-type  picture is X(01).
001040         10  kt-holder-name  picture is X(25).
001050         10  kt-date         picture is 9(08).

001060 procedure division.
001070 0000-mainline.
001080     move "TENFOBR" to TENOLOG-PROGRAM.
001090     perform 1000-initialize thru 1000-exit.
001100     perform 2000-load-keys thru 2000-exit.
001110     perform 3000-report-keys thru 3000-exit.
001120     perform 9000-finish thru 9000-exit.
001130     goback.

001140 1000-initialize.
001150     move "I" to TENOLOG-SEVERITY
001160     move "outstanding-keys report" to TENOLOG-TEXT
001170     call "TENOLOG" using TENOLOG-PARMS.
001180     accept run-date from date yyyymmdd.
001190     if run-date-dd not = 01
001200         move "I" to TENOLOG-SEVERITY
001210         move spaces to TENOLOG-TEXT
001220         string "not the first of the month - " delimited by size
001230             "nothing to report" delimited by size
001240             into TENOLOG-TEXT
001250         call "TENOLOG" using TENOLOG-PARMS
001260         goback.
001270     open input sample-idx-file.
001280     if idx-file-status not = "00"
001290         move "A" to TENOLOG-SEVERITY
001300         move spaces to TENOLOG-TEXT
001310         string "cannot open indexed.dbf, status "
001320                 delimited by size
001330             idx-file-status delimited by size
001340             into TENOLOG-TEXT
001350         call "TENOLOG" using TENOLOG-PARMS
001360         move 1 to return-code
001370         goback.
001380     move spaces to keysout-filename.
001390     string "keysout." delimited by size
001400         run-date delimited by size
001410         into keysout-filename.
001420     open output keys-out-report.
001430     move "KEYS OUTSTANDING ON VACANT UNITS" to report-line.
001440     write report-line.
001450     move spaces to report-line.
001460     string "RUN DATE: " delimited by size
001470         run-date delimited by size
001480         into report-line.
001490     write report-line.
001500     move spaces to report-line.
001510     write report-line.
001520     move "BLDG APT   TAG NO.   TYPE ISSUED    HOLDER"
001530         to report-line.
001540     write report-line.
001550 1000-exit.
001560     exit.

001570 2000-load-keys.
001580     open input key-file.
001590     if fob-file-status not = "00"
001600         move "W" to TENOLOG-SEVERITY
001610         move "no keyinv.dat on file" to TENOLOG-TEXT
001620         call "TENOLOG" using TENOLOG-PARMS
001630         close key-file
001640         go to 2000-exit.
001650     perform 2100-read-key thru 2100-exit
001660         until key-file-at-end.
001670     close key-file.
001680 2000-exit.
001690     exit.

001700 2100-read-key.
001710     read key-file
001720         at end
001730             move "Y" to fob-eof-switch
001740         not at end
001750             perform 2200-stow-key thru 2200-exit.
001760 2100-exit.
001770     exit.

001780 2200-stow-key.
001790     set key-table-index to 1.
001800     if key-table-count > zero
001810         search key-table-entry
001820             at end
001830                 perform 2300-add-key thru 2300-exit
001840             when kt-building (key-table-index)
001850                     = fob-building of key-record
001860                 and kt-number (key-table-index)
001870                     = fob-number of key-record
001880                 perform 2400-replace-key thru 2400-exit
001890     else
001900         perform 2300-add-key thru 2300-exit.
001910 2200-exit.
001920     exit.

001930 2300-add-key.
001940     if key-table-count >= 1000
001950         move "W" to TENOLOG-SEVERITY
001960         move "key table overflow" to TENOLOG-TEXT
001970         call "TENOLOG" using TENOLOG-PARMS
001980     else
001990         add 1 to key-table-count
002000         set key-table-index to key-table-count
002010         perform 2400-replace-key thru 2400-exit.
002020 2300-exit.
002030     exit.

002040 2400-replace-key.
002050     move fob-building of key-record
002060         to kt-building (key-table-index).
002070     move fob-number of key-record
002080         to kt-number (key-table-index).
002090     move fob-type of key-record
002100         to kt-type (key-table-index).
002110     move fob-status of key-record
002120         to kt-status (key-table-index).
002130     move fob-aptnum of key-record
002140         to kt-aptnum (key-table-index).
002150     move fob-holder-type of key-record
002160         to kt-holder-type (key-table-index).
002170     move fob-holder-name of key-record
002180         to kt-holder-name (key-table-index).
002190     move fob-date of key-record
002200         to kt-date (key-table-index).
002210 2400-exit.
002220     exit.

002230 3000-report-keys.
002240     perform 3100-report-building thru 3100-exit
002250         varying building-sub from 1 by 1
002260         until building-sub > 99.
002270     if keys-out-count = zero
002280         move "NO KEYS OUTSTANDING ON VACANT UNITS"
002290             to report-line
002300         write report-line.
002310 3000-exit.
002320     exit.

002330 3100-report-building.
002340     move zero to building-out-count.
002350     perform 3200-check-key thru 3200-exit
002360         varying key-sub from 1 by 1
002370         until key-sub > key-table-count.
002380     if building-out-count > zero
002390         move spaces to report-line
002400         string "  BUILDING " delimited by size
002410             building-sub (2:2) delimited by size
002420             " KEYS OUTSTANDING: " delimited by size
002430             building-out-count delimited by size
002440             into report-line
002450         write report-line
002460         move spaces to report-line
002470         write report-line.
002480 3100-exit.
002490     exit.

002500*----------------------------------------------------------*
002510* A key still issued to a tenant whose unit is now vacant,
002520* or gone from indexed.dbf, should have come back.
002530*----------------------------------------------------------*
002540 3200-check-key.
002550     if kt-building (key-sub) not = building-sub
002560         go to 3200-exit.
002570     if kt-status (key-sub) not = "I"
002580         or kt-holder-type (key-sub) not = "T"
002590         go to 3200-exit.
002600     move "N" to unit-vacant-switch.
002610     move kt-building (key-sub)
002620         to building-id of sample-idx-record.
002630     move kt-aptnum (key-sub) to aptnum of sample-idx-record.
002640     read sample-idx-file
002650         invalid key
002660             move "Y" to unit-vacant-switch
002670         not invalid key
002680             if not occ-occupied of sample-idx-record
002690                 move "Y" to unit-vacant-switch.
002700     if not unit-now-vacant
002710         go to 3200-exit.
002720     add 1 to building-out-count.
002730     add 1 to keys-out-count.
002740     move spaces to report-line.
002750     string kt-building (key-sub) delimited by size
002760         "   " delimited by size
002770         kt-aptnum (key-sub) delimited by size
002780         "  " delimited by size
002790         kt-number (key-sub) delimited by size
002800         "  " delimited by size
002810         kt-type (key-sub) delimited by size
002820         "    " delimited by size
002830         kt-date (key-sub) delimited by size
002840         "  " delimited by size
002850         kt-holder-name (key-sub) delimited by size
002860         into report-line.
002870     write report-line.
002880 3200-exit.
002890     exit.

002900 9000-finish.
002910     move spaces to report-line.
002920     write report-line.
002930     move spaces to report-line.
002940     string "KEYS OUTSTANDING ON VACANT UNITS: "
002950         delimited by size
002960         keys-out-count delimited by size
002970         into report-line.
002980     write report-line.
002990     close keys-out-report.
003000     close sample-idx-file.
003010     move "TENFOBR" to TENRCAT-PROGRAM.
003020     move keysout-filename to TENRCAT-FILENAME.
003030     move 1 to TENRCAT-PAGES.
003040     move keys-out-count to TENRCAT-LINES.
003050     call "TENRCAT" using TENRCAT-PARMS.
003060     move "I" to TENOLOG-SEVERITY
003070     move spaces to TENOLOG-TEXT
003080     string keys-out-count delimited by size
003090         " key(s) outstanding on vacant units" delimited by size
003100         into TENOLOG-TEXT
003110     call "TENOLOG" using TENOLOG-PARMS.
003120 9000-exit.
003130     exit.

000250*----------------------------------------------------------*
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   2026-10-15 JHM   Messages now go through TENOLOG to the
000290*                    dated operations log, each with its
000300*                    severity (and the unit where there is
000310*                    one); aborts raise a menu alert.
000320*   2026-10-15 JHM   No offer is printed for a unit whose
000330*                    tenant has given notice to vacate
000340*                    (TENNTVL); they are counted instead.
000350*   2026-09-03 JHM   Honors the badmail.dat returned-mail
000360*                    flag: a flagged unit's offer letter
000370*                    is held onto an exception line, the
000380*                    TENSTMT convention.
000390*   2026-09-03 JHM   Original program.
000400*----------------------------------------------------------*
000410 identification division.
000420 program-id. tenrenew.
000430 author. J. H. Masters.
000440 installation. Property Management Systems.
000450 date-written. 2026-09-03.
000460 date-compiled. 2026-09-03.

000470 environment division.
000480 configuration section.
000490 source-computer. Intel486.
000500 object-computer. Intel486.

000510 input-output section.
000520 file-control.
000530     select optional lease-file assign to disk
000540         organization is line sequential
000550         file status is lea-file-status.

000560     select sample-idx-file assign to disk
000570         organization is indexed
000580         record key is unit-key of sample-idx-record
000590         access mode is random
000600         file status is idx-file-status.

000610     select optional renewal-control-file assign to disk
000620         organization is line sequential
000630         file status is ren-file-status.

000640     select offer-letter-file assign to disk
000650         organization is line sequential.

000660     select optional bad-mail-file assign to disk
000670         organization is line sequential
000680         file status is bad-file-status.

000690 data division.
000700 file section.
000710 fd  lease-file
000720     label records are standard
000730     value of file-id is "lease.dat".
000740     copy TENLEA
000750         replacing ==:REC-NAME:==
000760             by ==lease-record==.

000770 fd  sample-idx-file
000780     label records are standard
000790     value of file-id is "indexed.dbf".
000800     copy TENREC
000810         replacing ==:REC-NAME:== by ==sample-idx-record==
000820             ==address== by ==street-addr==.

000830 fd  renewal-control-file
000840     label records are standard
000850     value of file-id is "renewal.ctl".
000860 01  renewal-control-record.
000870     05  ren-window-days     picture is 9(03).
000880     05  ren-percent         picture is 9(02)V99.

000890 fd  offer-letter-file
000900     label records are standard
000910     value of file-id is offer-filename.
000920 01  letter-line             picture is X(80).

000930 fd  bad-mail-file
000940     label records are standard
000950     value of file-id is "badmail.dat".
000960     copy TENBAD
000970         replacing ==:REC-NAME:==
000980             by ==bad-mail-record==.

000990 working-storage section.
001000 01  offer-filename          picture is X(30).
001010     copy TENRCAT.
001020     copy TENOLOG.
001030     copy TENRULV.
001040     copy TENDAYS.
001050     copy TENNTVL.
001060 01  lea-file-status         picture is X(02).
001070 01  idx-file-status         picture is X(02).
001080 01  ren-file-status         picture is X(02).
001090 01  lea-eof-switch          picture is X(01) value "N".
001100     88  lease-file-at-end           value "Y".
001110 01  run-date                picture is 9(08).
001120 01  window-days             picture is 9(03) value 90.
001130 01  increase-percent        picture is 9(02)V99 value zero.
001140 01  days-to-end             picture is S9(07).
001150 01  offer-count             picture is 9(04) value zero.
001160 01  clamped-count           picture is 9(04) value zero.
001170 01  line-count              picture is 9(07) value zero.
001180 01  proposed-rent           picture is 9(05)V99.
001190 01  lease-sub               picture is 9(03).
001200 01  first-name-part         picture is X(25).
001210 01  last-name-part          picture is X(25).
001220 01  name-pointer            picture is 9(02).
001230 01  current-text            picture is X(12).
001240 01  bad-file-status         picture is X(02).
001250 01  bad-eof-switch          picture is X(01) value "N".
001260     88  bad-mail-at-end             value "Y".
001270 01  held-count              picture is 9(04) value zero.
001280 01  notice-count            picture is 9(04) value zero.
001290 01  mail-held-switch        picture is X(01).
001300     88  mailing-held                value "Y".

001310*----------------------------------------------------------*
001320* Latest badmail.dat status per unit; a flagged unit's
001330* letter is held onto the exception worklist instead of
001340* mailed, the TENSTMT convention.
001350*----------------------------------------------------------*
001360 01  bad-mail-table-area.
001370     05  bad-table-count     picture is 9(03) value zero.
001380     05  bad-table-entry occurs 1 to 200 times
001390             depending on bad-table-count
001400             indexed by bad-table-index.
001410         10  bd-building     picture is 9(02).
001420         10  bd-aptnum       picture is 9(04).
001430         10  bd-status       picture is X(01).
001440 01  clamped-switch          picture is X(01).
001450     88  proposal-clamped            value "Y".

001460*----------------------------------------------------------*
001470* Latest lease.dat term per unit, the owner-master
001480* convention.
001490*----------------------------------------------------------*
001500 01  lease-table-area.
001510     05  lease-table-count   picture is 9(03) value zero.
001520     05  lease-table-entry occurs 1 to 500 times
001530             depending on lease-table-count
001540             indexed by lease-table-index.
001550         10  lt-building     picture is 9(02).
001560         10  lt-aptnum       picture is 9(04).
001570         10  lt-start-date   picture is 9(08).
001580         10  lt-end-date     picture is 9(08).
001590         10  lt-term-months  picture is 9(03).
001600     copy TENFMT.
001610     copy TENRUNC.

001620 procedure division.
001630 0000-mainline.
001640     move "TENRENEW" to TENOLOG-PROGRAM.
001650     perform 1000-initialize thru 1000-exit.
001660     perform 2000-load-leases thru 2000-exit.
001670     perform 3000-offer-pass thru 3000-exit.
001680     perform 9000-finish thru 9000-exit.
001690     stop run.

001700 1000-initialize.
001710     move "I" to TENOLOG-SEVERITY
001720     move "lease renewal offer run" to TENOLOG-TEXT
001730     call "TENOLOG" using TENOLOG-PARMS.
001740     move "TENRENEW" to TENRUNC-PROGRAM.
001750     move "S" to TENRUNC-FUNCTION.
001760     move zero to TENRUNC-COUNT.
001770     call "TENRUNC" using TENRUNC-PARMS.
001780     if TENRUNC-ALREADY-RAN
001790         move "A" to TENOLOG-SEVERITY
001800         move spaces to TENOLOG-TEXT
001810         string "already run this business date - "
001820                 delimited by size
001830             "put TENRENEW on runover.ctl to rerun"
001840                 delimited by size
001850             into TENOLOG-TEXT
001860         call "TENOLOG" using TENOLOG-PARMS
001870         move 1 to return-code
001880         stop run.
001890     accept run-date from date yyyymmdd.
001900     perform 1100-read-control thru 1100-exit.
001910     open i-o sample-idx-file.
001920     if idx-file-status not = "00"
001930         move "A" to TENOLOG-SEVERITY
001940         move spaces to TENOLOG-TEXT
001950         string "cannot open indexed.dbf, status "
001960                 delimited by size
001970             idx-file-status delimited by size
001980             into TENOLOG-TEXT
001990         call "TENOLOG" using TENOLOG-PARMS
002000         move 1 to return-code
002010         stop run.
002020     move spaces to offer-filename.
002030     string "renoffer." delimited by size
002040         run-date delimited by size
002050         into offer-filename.
002060     open output offer-letter-file.
002070     perform 1500-load-bad-mail thru 1500-exit.
002080 1000-exit.
002090     exit.

002100 1100-read-control.
002110     open input renewal-control-file.
002120     if ren-file-status not = "00"
002130         close renewal-control-file
002140         go to 1100-exit.
002150     read renewal-control-file
002160         at end
002170             continue
002180         not at end
002190             move ren-window-days to window-days
002200             move ren-percent to increase-percent.
002210     close renewal-control-file.
002220 1100-exit.
002230     exit.

002240 2000-load-leases.
002250     open input lease-file.
002260     if lea-file-status not = "00"
002270         close lease-file
002280         move "Y" to lea-eof-switch
002290         go to 2000-exit.
002300     perform 2100-read-lease thru 2100-exit
002310         until lease-file-at-end.
002320     close lease-file.
002330 2000-exit.
002340     exit.

002350 2100-read-lease.
002360     read lease-file
002370         at end
002380             move "Y" to lea-eof-switch
002390         not at end
002400             perform 2200-stow-lease thru 2200-exit.
002410 2100-exit.
002420     exit.

002430 2200-stow-lease.
002440     set lease-table-index to 1.
002450     if lease-table-count > zero
002460         search lease-table-entry
002470             at end
002480                 perform 2300-add-lease thru 2300-exit
002490             when lt-building (lease-table-index)
002500                     = lea-building of lease-record
002510                 and lt-aptnum (lease-table-index)
002520                     = lea-aptnum of lease-record
002530                 perform 2400-replace-lease thru 2400-exit
002540     else
002550         perform 2300-add-lease thru 2300-exit.
002560 2200-exit.
002570     exit.

002580 2300-add-lease.
002590     if lease-table-count >= 500
002600         move "W" to TENOLOG-SEVERITY
002610         move "lease table overflow" to TENOLOG-TEXT
002620         call "TENOLOG" using TENOLOG-PARMS
002630     else
002640         add 1 to lease-table-count
002650         set lease-table-index to lease-table-count
002660         perform 2400-replace-lease thru 2400-exit.
002670 2300-exit.
002680     exit.

002690 2400-replace-lease.
002700     move lea-building of lease-record
002710         to lt-building (lease-table-index).
002720     move lea-aptnum of lease-record
002730         to lt-aptnum (lease-table-index).
002740     move lea-start-date of lease-record
002750         to lt-start-date (lease-table-index).
002760     move lea-end-date of lease-record
002770         to lt-end-date (lease-table-index).
002780     move lea-term-months of lease-record
002790         to lt-term-months (lease-table-index).
002800 2400-exit.
002810     exit.


002820 1500-load-bad-mail.
002830     open input bad-mail-file.
002840     if bad-file-status not = "00"
002850         close bad-mail-file
002860         move "Y" to bad-eof-switch
002870         go to 1500-exit.
002880     perform 1510-read-bad thru 1510-exit
002890         until bad-mail-at-end.
002900     close bad-mail-file.
002910 1500-exit.
002920     exit.

002930 1510-read-bad.
002940     read bad-mail-file
002950         at end
002960             move "Y" to bad-eof-switch
002970         not at end
002980             perform 1520-stow-bad thru 1520-exit.
002990 1510-exit.
003000     exit.

003010 1520-stow-bad.
003020     set bad-table-index to 1.
003030     if bad-table-count > zero
003040         search bad-table-entry
003050             at end
003060                 perform 1530-add-bad thru 1530-exit
003070             when bd-building (bad-table-index)
003080                     = bad-building of bad-mail-record
003090                 and bd-aptnum (bad-table-index)
003100                     = bad-aptnum of bad-mail-record
003110                 move bad-status of bad-mail-record
003120                     to bd-status (bad-table-index)
003130     else
003140         perform 1530-add-bad thru 1530-exit.
003150 1520-exit.
003160     exit.

003170 1530-add-bad.
003180     if bad-table-count >= 200
003190         move "W" to TENOLOG-SEVERITY
003200         move "bad-mail table overflow" to TENOLOG-TEXT
003210         call "TENOLOG" using TENOLOG-PARMS
003220     else
003230         add 1 to bad-table-count
003240         move bad-building of bad-mail-record
003250             to bd-building (bad-table-count)
003260         move bad-aptnum of bad-mail-record
003270             to bd-aptnum (bad-table-count)
003280         move bad-status of bad-mail-record
003290             to bd-status (bad-table-count).
003300 1530-exit.
003310     exit.

003320 3050-check-bad-mail.
003330     move "N" to mail-held-switch.
003340     if bad-table-count = zero
003350         go to 3050-exit.
003360     set bad-table-index to 1.
003370     search bad-table-entry
003380         at end
003390             continue
003400         when bd-building (bad-table-index)
003410                 = building-id of sample-idx-record
003420             and bd-aptnum (bad-table-index)
003430                 = aptnum of sample-idx-record
003440             if bd-status (bad-table-index) = "F"
003450                 move "Y" to mail-held-switch
003460             end-if.
003470 3050-exit.
003480     exit.

003490 3000-offer-pass.
003500     perform 3100-consider-lease thru 3100-exit
003510         varying lease-sub from 1 by 1
003520         until lease-sub > lease-table-count.
003530 3000-exit.
003540     exit.

003550 3100-consider-lease.
003560     move run-date to TENDAYS-FROM.
003570     move lt-end-date (lease-sub) to TENDAYS-TO.
003580     call "TENDAYS" using TENDAYS-PARMS.
003590     move TENDAYS-DAYS to days-to-end.
003600     if days-to-end < zero
003610         or days-to-end > window-days
003620         go to 3100-exit.
003630     move lt-building (lease-sub)
003640         to building-id of sample-idx-record.
003650     move lt-aptnum (lease-sub)
003660         to aptnum of sample-idx-record.
003670     read sample-idx-file
003680         invalid key
003690             go to 3100-exit.
003700     if not occ-occupied of sample-idx-record
003710         go to 3100-exit.
003720     move lt-building (lease-sub) to TENNTVL-BUILDING.
003730     move lt-aptnum (lease-sub) to TENNTVL-APTNUM.
003740     call "TENNTVL" using TENNTVL-PARMS.
003750     if TENNTVL-ON-NOTICE
003760         add 1 to notice-count
003770         go to 3100-exit.
003780     perform 3050-check-bad-mail thru 3050-exit.
003790     if mailing-held
003800         add 1 to held-count
003810         move spaces to letter-line
003820         string "*** MAILING HELD - RETURNED MAIL - "
003830             delimited by size
003840             building-id of sample-idx-record
003850                 delimited by size
003860             "-" delimited by size
003870             aptnum of sample-idx-record
003880                 delimited by size
003890             " ***" delimited by size
003900             into letter-line
003910         write letter-line
003920         go to 3100-exit.
003930     perform 3200-propose-rent thru 3200-exit.
003940     perform 4000-print-offer thru 4000-exit.
003950     add 1 to offer-count.
003960 3100-exit.
003970     exit.

003980*----------------------------------------------------------*
003990* Proposed renewal rent at the control-file percent, run
004000* through TENRULV; an over-cap proposal in a regulated
004010* city is clamped to the city's maximum increase.
004020*----------------------------------------------------------*
004030 3200-propose-rent.
004040     move "N" to clamped-switch.
004050     compute proposed-rent rounded =
004060         rent-amount of sample-idx-record
004070             * (100 + increase-percent) / 100.
004080     move city of sample-idx-record to TENRULV-CITY.
004090     move rent-amount of sample-idx-record
004100         to TENRULV-OLD-RENT.
004110     move proposed-rent to TENRULV-NEW-RENT.
004120     call "TENRULV" using TENRULV-PARMS.
004130     if TENRULV-REJECTED
004140         move "Y" to clamped-switch
004150         add 1 to clamped-count
004160         compute proposed-rent rounded =
004170             rent-amount of sample-idx-record
004180                 * (100 + TENRULV-MAX-PERCENT) / 100.
004190 3200-exit.
004200     exit.

004210*----------------------------------------------------------*
004220* The offer letter: TENLABEL address block, the expiring
004230* term, the proposed rent, and a clamp note for regulated
004240* cities.
004250*----------------------------------------------------------*
004260 4000-print-offer.
004270     move all "=" to letter-line.
004280     write letter-line.
004290     perform 4100-address-block thru 4100-exit.
004300     move spaces to letter-line.
004310     write letter-line.
004320     move "LEASE RENEWAL OFFER" to letter-line.
004330     write letter-line.
004340     move spaces to letter-line.
004350     string "YOUR LEASE ON UNIT " delimited by size
004360         lt-building (lease-sub) delimited by size
004370         "-" delimited by size
004380         lt-aptnum (lease-sub) delimited by size
004390         " ENDS " delimited by size
004400         lt-end-date (lease-sub) delimited by size
004410         into letter-line.
004420     write letter-line.
004430     move "A" to TENFMT-FORMAT-CODE.
004440     move rent-amount of sample-idx-record
004450         to TENFMT-RAW-AMOUNT.
004460     call "TENFMT" using TENFMT-PARMS.
004470     move TENFMT-EDITED-OUT to current-text.
004480     move proposed-rent to TENFMT-RAW-AMOUNT.
004490     call "TENFMT" using TENFMT-PARMS.
004500     move spaces to letter-line.
004510     string "CURRENT RENT " delimited by size
004520         current-text delimited by size
004530         "  RENEWAL RENT " delimited by size
004540         TENFMT-EDITED-OUT delimited by size
004550         into letter-line.
004560     write letter-line.
004570     if proposal-clamped
004580         move spaces to letter-line
004590         string "THE RENEWAL RENT REFLECTS YOUR CITY'S "
004600             delimited by size
004610             "MAXIMUM PERMITTED INCREASE" delimited by size
004620             into letter-line
004630         write letter-line
004640         add 1 to line-count.
004650     move "PLEASE CONTACT THE OFFICE TO ACCEPT THIS OFFER"
004660         to letter-line.
004670     write letter-line.
004680     move spaces to letter-line.
004690     write letter-line.
004700     add 7 to line-count.
004710 4000-exit.
004720     exit.

004730 4100-address-block.
004740     move spaces to first-name-part.
004750     move spaces to last-name-part.
004760     move 1 to name-pointer.
004770     unstring name of sample-idx-record delimited by space
004780         into first-name-part
004790         with pointer name-pointer.
004800     if name-pointer <= 25
004810         move name of sample-idx-record (name-pointer:)
004820             to last-name-part.
004830     move spaces to letter-line.
004840     string last-name-part delimited by space
004850         ", " delimited by size
004860         first-name-part delimited by space
004870         into letter-line.
004880     write letter-line.
004890     move spaces to letter-line.
004900     move street-addr of sample-idx-record to letter-line.
004910     write letter-line.
004920     move spaces to letter-line.
004930     string city of sample-idx-record delimited by space
004940         ", " delimited by size
004950         state of sample-idx-record delimited by size
004960         "  " delimited by size
004970         zip of sample-idx-record delimited by size
004980         into letter-line.
004990     write letter-line.
005000     add 3 to line-count.
005010 4100-exit.
005020     exit.

005030 9000-finish.
005040     close offer-letter-file.
005050     close sample-idx-file.
005060     move "TENRENEW" to TENRCAT-PROGRAM.
005070     move offer-filename to TENRCAT-FILENAME.
005080     move offer-count to TENRCAT-PAGES.
005090     move line-count to TENRCAT-LINES.
005100     call "TENRCAT" using TENRCAT-PARMS.
005110     move "E" to TENRUNC-FUNCTION.
005120     move offer-count to TENRUNC-COUNT.
005130     call "TENRUNC" using TENRUNC-PARMS.
005140     move "I" to TENOLOG-SEVERITY
005150     move spaces to TENOLOG-TEXT
005160     string held-count delimited by size
005170         " mailing(s) held" delimited by size
005180         into TENOLOG-TEXT
005190     call "TENOLOG" using TENOLOG-PARMS.
005200     move "I" to TENOLOG-SEVERITY
005210     move spaces to TENOLOG-TEXT
005220     string notice-count delimited by size
005230         " unit(s) on notice to vacate, no offer"
005240             delimited by size
005250         into TENOLOG-TEXT
005260     call "TENOLOG" using TENOLOG-PARMS.
005270     move "I" to TENOLOG-SEVERITY
005280     move spaces to TENOLOG-TEXT
005290     string offer-count delimited by size
005300         " offer(s) printed, " delimited by size
005310         clamped-count delimited by size
005320         " clamped to city caps" delimited by size
005330         into TENOLOG-TEXT
005340     call "TENOLOG" using TENOLOG-PARMS.
005350 9000-exit.
005360     exit.

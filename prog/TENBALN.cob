000250*----------------------------------------------------------*
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   2026-10-15 JHM   Prints the unapplied-cash suspense
000290*                    balance (open suspense.dat items and
000300*                    their total) on the balancing page, so
000310*                    money nobody has applied is in front
000320*                    of the operator every morning.
000330*   2026-10-15 JHM   Messages now go through TENOLOG to the
000340*                    dated operations log, each with its
000350*                    severity (and the unit where there is
000360*                    one); aborts raise a menu alert.
000370*   2026-08-22 JHM   An OPTIONAL file opened for input
000380*                    that is not on file comes back "05"
000390*                    and is left open; the read-scan bail
000400*                    paths now CLOSE it so the later
000410*                    write-mode open (which creates the
000420*                    file) is not stranded.
000430*   2026-08-22 JHM   The report now goes to a dated file
000440*                    name (nightbal.YYYYMMDD) and each run
000450*                    is cataloged through TENRCAT, so the
000460*                    TENRPRT utility can reprint any
000470*                    prior night's copy.
000480*   2026-08-22 JHM   Original program.
000490*----------------------------------------------------------*
000500 identification division.
000510 program-id. tenbaln.
000520 author. J. H. Masters.
000530 installation. Property Management Systems.
000540 date-written. 2026-08-22.
000550 date-compiled. 2026-08-22.

000560 environment division.
000570 configuration section.
000580 source-computer. Intel486.
000590 object-computer. Intel486.

000600 input-output section.
000610 file-control.
000620     select sample-idx-file assign to disk
000630         organization is indexed
000640         record key is unit-key of sample-idx-record
000650         access mode is sequential
000660         file status is idx-file-status.

000670     select sample-rel-file assign to disk
000680         organization is relative
000690         access mode is sequential
000700         file status is rel-file-status.

000710     select optional audit-log-file assign to disk
000720         organization is line sequential
000730         file status is aud-file-status.

000740     select optional history-file assign to disk
000750         organization is line sequential
000760         file status is his-file-status.

000770     select optional day-count-file assign to disk
000780         organization is line sequential
000790         file status is cnt-file-status.

000800     select balancing-report assign to disk
000810         organization is line sequential.

000820     select optional suspense-file assign to disk
000830         organization is line sequential
000840         file status is sus-file-status.

000850 data division.
000860 file section.
000870 fd  sample-idx-file
000880     label records are standard
000890     value of file-id is "indexed.dbf".
000900     copy TENREC
000910         replacing ==:REC-NAME:== by ==sample-idx-record==
000920             ==address== by ==street-addr==.

000930 fd  sample-rel-file
000940     label records are standard
000950     value of file-id is "relative.dbf".
000960     copy TENREC
000970         replacing ==:REC-NAME:== by ==sample-rel-record==
000980             ==address== by ==rel-street-addr==.

000990 fd  audit-log-file
001000     label records are standard
001010     value of file-id is "tenaudit.dat".
001020     copy TENAUDIT
001030         replacing ==:REC-NAME:==
001040             by ==audit-record==.

001050 fd  history-file
001060     label records are standard
001070     value of file-id is "tenhist.dat".
001080     copy TENHIST
001090         replacing ==:REC-NAME:==
001100             by ==history-record==.

001110 fd  day-count-file
001120     label records are standard
001130     value of file-id is "daycnt.ctl".
001140 01  day-count-record.
001150     05  cnt-date            picture is 9(08).
001160     05  cnt-idx-count       picture is 9(07).
001170     05  cnt-rel-count       picture is 9(07).

001180 fd  balancing-report
001190     label records are standard
001200     value of file-id is nightbal-filename.
001210 01  report-line             picture is X(80).

001220 fd  suspense-file
001230     label records are standard
001240     value of file-id is "suspense.dat".
001250     copy TENSUS
001260         replacing ==:REC-NAME:==
001270             by ==suspense-record==.

001280 working-storage section.
001290 01  nightbal-filename      picture is X(30).
001300     copy TENRCAT.
001310     copy TENOLOG.
001320 01  idx-file-status         picture is X(02).
001330 01  rel-file-status         picture is X(02).
001340 01  aud-file-status         picture is X(02).
001350 01  his-file-status         picture is X(02).
001360 01  cnt-file-status         picture is X(02).
001370 01  aud-eof-switch          picture is X(01) value "N".
001380     88  audit-file-at-end           value "Y".
001390 01  his-eof-switch          picture is X(01) value "N".
001400     88  history-file-at-end         value "Y".
001410 01  sus-file-status         picture is X(02).
001420 01  sus-eof-switch          picture is X(01) value "N".
001430     88  suspense-file-at-end        value "Y".
001440 01  suspense-count          picture is S9(05) value zero.
001450 01  suspense-total          picture is S9(09)V99 value zero.
001460 01  suspense-count-out      picture is 9(05).
001470 01  run-date                picture is 9(08).
001480 01  idx-record-count        picture is 9(07) value zero.
001490 01  rel-record-count        picture is 9(07) value zero.
001500 01  writes-today            picture is 9(05) value zero.
001510 01  rewrites-today          picture is 9(05) value zero.
001520 01  deletes-today           picture is 9(05) value zero.
001530 01  reversals-today         picture is 9(05) value zero.
001540 01  history-today           picture is 9(05) value zero.
001550 01  prior-counts-switch     picture is X(01) value "N".
001560     88  prior-counts-on-file        value "Y".
001570 01  prior-idx-count         picture is 9(07) value zero.
001580 01  prior-rel-count         picture is 9(07) value zero.
001590 01  expected-idx-count      picture is S9(07).
001600 01  in-balance-switch       picture is X(01) value "Y".
001610     88  counts-in-balance           value "Y".
001620     copy TENFMT.

001630 procedure division.
001640 0000-mainline.
001650     move "TENBALN" to TENOLOG-PROGRAM.
001660     perform 1000-initialize thru 1000-exit.
001670     perform 2000-count-indexed thru 2000-exit
001680         until idx-file-status = "10".
001690     perform 3000-count-relative thru 3000-exit.
001700     perform 4000-tally-audit thru 4000-exit.
001710     perform 5000-tally-history thru 5000-exit.
001720     perform 5500-tally-suspense thru 5500-exit.
001730     perform 6000-compare thru 6000-exit.
001740     perform 7000-save-counts thru 7000-exit.
001750     perform 9000-finish thru 9000-exit.
001760     goback.

001770 1000-initialize.
001780     move "I" to TENOLOG-SEVERITY
001790     move "end-of-night balancing" to TENOLOG-TEXT
001800     call "TENOLOG" using TENOLOG-PARMS.
001810     accept run-date from date yyyymmdd.
001820     open input day-count-file.
001830     if cnt-file-status = "00"
001840         read day-count-file
001850             at end
001860                 continue
001870             not at end
001880                 move "Y" to prior-counts-switch
001890                 move cnt-idx-count to prior-idx-count
001900                 move cnt-rel-count to prior-rel-count
001910         end-read.
001920     close day-count-file.
001930     open input sample-idx-file.
001940     if idx-file-status not = "00"
001950         move "E" to TENOLOG-SEVERITY
001960         move spaces to TENOLOG-TEXT
001970         string "cannot open indexed.dbf, status "
001980                 delimited by size
001990             idx-file-status delimited by size
002000             into TENOLOG-TEXT
002010         call "TENOLOG" using TENOLOG-PARMS
002020         move "10" to idx-file-status.
002030     move spaces to nightbal-filename.
002040     string "nightbal." delimited by size
002050         run-date delimited by size
002060         into nightbal-filename.
002070     open output balancing-report.
002080     move "END-OF-NIGHT BALANCING PAGE" to report-line.
002090     write report-line.
002100     move spaces to report-line.
002110     string "BUSINESS DATE: " delimited by size
002120         run-date delimited by size
002130         into report-line.
002140     write report-line.
002150     move spaces to report-line.
002160     write report-line.
002170 1000-exit.
002180     exit.

002190 2000-count-indexed.
002200     read sample-idx-file next record
002210         at end
002220             continue
002230         not at end
002240             add 1 to idx-record-count.
002250 2000-exit.
002260     exit.

002270 3000-count-relative.
002280     open input sample-rel-file.
002290     if rel-file-status not = "00"
002300         move "E" to TENOLOG-SEVERITY
002310         move "cannot open relative.dbf" to TENOLOG-TEXT
002320         call "TENOLOG" using TENOLOG-PARMS
002330         go to 3000-exit.
002340     perform 3100-read-relative thru 3100-exit
002350         until rel-file-status not = "00".
002360     close sample-rel-file.
002370 3000-exit.
002380     exit.

002390 3100-read-relative.
002400     read sample-rel-file
002410         at end
002420             move "10" to rel-file-status
002430         not at end
002440             add 1 to rel-record-count.
002450 3100-exit.
002460     exit.

002470 4000-tally-audit.
002480     open input audit-log-file.
002490     if aud-file-status not = "00"
002500         move "Y" to aud-eof-switch
002510         go to 4000-exit.
002520     perform 4100-read-audit thru 4100-exit
002530         until audit-file-at-end.
002540     close audit-log-file.
002550 4000-exit.
002560     exit.

002570 4100-read-audit.
002580     read audit-log-file
002590         at end
002600             move "Y" to aud-eof-switch
002610         not at end
002620             if audit-date of audit-record = run-date
002630                 evaluate true
002640                     when audit-write of audit-record
002650                         add 1 to writes-today
002660                     when audit-rewrite of audit-record
002670                         add 1 to rewrites-today
002680                     when audit-delete of audit-record
002690                         add 1 to deletes-today
002700                     when audit-reversal of audit-record
002710                         add 1 to reversals-today
002720                 end-evaluate.
002730 4100-exit.
002740     exit.

002750 5000-tally-history.
002760     open input history-file.
002770     if his-file-status not = "00"
002780         move "Y" to his-eof-switch
002790         go to 5000-exit.
002800     perform 5100-read-history thru 5100-exit
002810         until history-file-at-end.
002820     close history-file.
002830 5000-exit.
002840     exit.

002850 5100-read-history.
002860     read history-file
002870         at end
002880             move "Y" to his-eof-switch
002890         not at end
002900             if hist-date of history-record = run-date
002910                 add 1 to history-today.
002920 5100-exit.
002930     exit.

002940*----------------------------------------------------------*
002950* Unapplied cash: every suspense.dat item is written open
002960* once and applied at most once for the same amount, so
002970* the open balance is the opens less the applieds.
002980*----------------------------------------------------------*
002990 5500-tally-suspense.
003000     open input suspense-file.
003010     if sus-file-status not = "00"
003020         close suspense-file
003030         move "Y" to sus-eof-switch
003040         go to 5500-exit.
003050     perform 5510-read-suspense thru 5510-exit
003060         until suspense-file-at-end.
003070     close suspense-file.
003080 5500-exit.
003090     exit.

003100 5510-read-suspense.
003110     read suspense-file
003120         at end
003130             move "Y" to sus-eof-switch
003140             go to 5510-exit.
003150     if sus-open of suspense-record
003160         add 1 to suspense-count
003170         add sus-amount of suspense-record to suspense-total
003180     else
003190         if sus-applied of suspense-record
003200             subtract 1 from suspense-count
003210             subtract sus-amount of suspense-record
003220                 from suspense-total.
003230 5510-exit.
003240     exit.

003250*----------------------------------------------------------*
003260* Expected indexed.dbf count = yesterday's closing count
003270* plus today's writes minus today's deletes.  Rewrites and
003280* reversals leave the count alone.
003290*----------------------------------------------------------*
003300 6000-compare.
003310     perform 6100-print-count thru 6100-exit.
003320     if not prior-counts-on-file
003330         move "NO PRIOR COUNTS - BASELINE ESTABLISHED"
003340             to report-line
003350         write report-line
003360         go to 6000-exit.
003370     compute expected-idx-count =
003380         prior-idx-count + writes-today - deletes-today.
003390     move spaces to report-line.
003400     string "EXPECTED INDEXED COUNT: " delimited by size
003410         expected-idx-count delimited by size
003420         "  ACTUAL: " delimited by size
003430         idx-record-count delimited by size
003440         into report-line.
003450     write report-line.
003460     if expected-idx-count not = idx-record-count
003470         move "N" to in-balance-switch.
003480     move spaces to report-line.
003490     write report-line.
003500     if counts-in-balance
003510         move "*** IN BALANCE - SIGN OFF BELOW ***"
003520             to report-line
003530     else
003540         move "*** OUT OF BALANCE - INVESTIGATE ***"
003550             to report-line
003560         move 1 to return-code.
003570     write report-line.
003580     move spaces to report-line.
003590     write report-line.
003600     move "OPERATOR SIGN-OFF: ______________________"
003610         to report-line.
003620     write report-line.
003630 6000-exit.
003640     exit.

003650 6100-print-count.
003660     move "C" to TENFMT-FORMAT-CODE.
003670     move idx-record-count to TENFMT-RAW-AMOUNT.
003680     call "TENFMT" using TENFMT-PARMS.
003690     move spaces to report-line.
003700     string "INDEXED.DBF RECORDS:  " delimited by size
003710         TENFMT-EDITED-OUT delimited by size
003720         into report-line.
003730     write report-line.
003740     move rel-record-count to TENFMT-RAW-AMOUNT.
003750     call "TENFMT" using TENFMT-PARMS.
003760     move spaces to report-line.
003770     string "RELATIVE.DBF RECORDS: " delimited by size
003780         TENFMT-EDITED-OUT delimited by size
003790         into report-line.
003800     write report-line.
003810     move spaces to report-line.
003820     string "AUDIT TODAY - WRITES " delimited by size
003830         writes-today delimited by size
003840         " REWRITES " delimited by size
003850         rewrites-today delimited by size
003860         " DELETES " delimited by size
003870         deletes-today delimited by size
003880         " REVERSALS " delimited by size
003890         reversals-today delimited by size
003900         into report-line.
003910     write report-line.
003920     move spaces to report-line.
003930     string "HISTORY ENTRIES TODAY: " delimited by size
003940         history-today delimited by size
003950         into report-line.
003960     write report-line.
003970     move "A" to TENFMT-FORMAT-CODE.
003980     move suspense-total to TENFMT-RAW-AMOUNT.
003990     call "TENFMT" using TENFMT-PARMS.
004000     move suspense-count to suspense-count-out.
004010     move spaces to report-line.
004020     string "UNAPPLIED CASH SUSPENSE: " delimited by size
004030         suspense-count-out delimited by size
004040         " ITEM(S) " delimited by size
004050         TENFMT-EDITED-OUT delimited by size
004060         into report-line.
004070     write report-line.
004080 6100-exit.
004090     exit.

004100 7000-save-counts.
004110     open output day-count-file.
004120     move run-date to cnt-date.
004130     move idx-record-count to cnt-idx-count.
004140     move rel-record-count to cnt-rel-count.
004150     write day-count-record.
004160     close day-count-file.
004170 7000-exit.
004180     exit.

004190 9000-finish.
004200     close sample-idx-file balancing-report.
004210     move "TENBALN" to TENRCAT-PROGRAM.
004220     move nightbal-filename to TENRCAT-FILENAME.
004230     move 1 to TENRCAT-PAGES.
004240     move idx-record-count to TENRCAT-LINES.
004250     call "TENRCAT" using TENRCAT-PARMS.
004260     if counts-in-balance
004270         move "I" to TENOLOG-SEVERITY
004280         move "in balance" to TENOLOG-TEXT
004290         call "TENOLOG" using TENOLOG-PARMS
004300     else
004310         move "E" to TENOLOG-SEVERITY
004320         move "OUT OF BALANCE" to TENOLOG-TEXT
004330         call "TENOLOG" using TENOLOG-PARMS.
004340 9000-exit.
004350     exit.

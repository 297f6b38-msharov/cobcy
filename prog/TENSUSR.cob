000100*----------------------------------------------------------*
000110* TENSUSR.COB
000120*
000130* Unapplied-cash suspense aging report.  Run from the
000140* nightly driver, this step takes the latest suspense.dat
000150* record per item, lists every item still open -- source,
000160* bank reference, payment date, amount, remitter text and
000170* the reason it went to suspense -- aged by calendar days
000180* since the payment date (TENDAYS) into 0-30, 31-60, 61-90
000190* and over-90 columns, with bucket totals and the suspense
000200* balance.  Items more than thirty days old go on the
000210* operations log as a warning so the money is not left
000220* sitting.  The report goes to a dated file
000230* (suspage.YYYYMMDD) cataloged through TENRCAT.
000240*----------------------------------------------------------*
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   2026-10-15 JHM   Original program.
000280*----------------------------------------------------------*
000290 identification division.
000300 program-id. tensusr.
000310 author. J. H. Masters.
000320 installation. Property Management Systems.
000330 date-written. 2026-10-15.
000340 date-compiled. 2026-10-15.

000350 environment division.
000360 configuration section.
000370 source-computer. Intel486.
000380 object-computer. Intel486.

000390 input-output section.
000400 file-control.
000410     select optional suspense-file assign to disk
000420         organization is line sequential
000430         file status is sus-file-status.

000440     select aging-report assign to disk
000450         organization is line sequential.

000460 data division.
000470 file section.
000480 fd  suspense-file
000490     label records are standard
000500     value of file-id is "suspense.dat".
000510     copy TENSUS
000520         replacing ==:REC-NAME:==
000530             by ==suspense-record==.

000540 fd  aging-report
000550     label records are standard
000560     value of file-id is suspage-filename.
000570 01  report-line             picture is X(80).

000580 working-storage section.
000590 01  suspage-filename        picture is X(30).
000600     copy TENRCAT.
000610     copy TENOLOG.
000620     copy TENFMT.
000630     copy TENDAYS.
000640 01  sus-file-status         picture is X(02).
000650 01  sus-eof-switch          picture is X(01) value "N".
000660     88  suspense-file-at-end        value "Y".
000670 01  table-overflowed-switch picture is X(01) value "N".
000680     88  table-overflowed            value "Y".
000690 01  run-date                picture is 9(08).
000700 01  item-sub                picture is 9(04).
000710 01  bucket-sub              picture is 9(01).
000720 01  open-count              picture is 9(05) value zero.
000730 01  open-total              picture is 9(09)V99 value zero.
000740 01  stale-count             picture is 9(05) value zero.
000750 01  line-count              picture is 9(05) value zero.
000760 01  age-days                picture is S9(07).
000770 01  age-text                picture is ZZZZ9.

000780*----------------------------------------------------------*
000790* Aging columns: 0-30, 31-60, 61-90 and over 90 days.
000800*----------------------------------------------------------*
000810 01  bucket-table-area.
000820     05  bucket-entry occurs 4 times.
000830         10  bk-count        picture is 9(05).
000840         10  bk-total        picture is 9(09)V99.

000850*----------------------------------------------------------*
000860* Latest suspense.dat record per item number.
000870*----------------------------------------------------------*
000880 01  suspense-table-area.
000890     05  suspense-table-count picture is 9(04) value zero.
000900     05  suspense-table-entry occurs 1 to 5000 times
000910             depending on suspense-table-count
000920             indexed by suspense-table-index.
000930         10  st-item         picture is 9(06).
000940         10  st-image        picture is X(95).
000950     copy TENSUS
000960         replacing ==:REC-NAME:==
000970             by ==current-item==.

000980 procedure division.
000990 0000-mainline.
001000     move "TENSUSR" to TENOLOG-PROGRAM.
001010     perform 1000-initialize thru 1000-exit.
001020     perform 2000-load-suspense thru 2000-exit.
001030     if table-overflowed
001040         move "A" to TENOLOG-SEVERITY
001050         move spaces to TENOLOG-TEXT
001060         string "suspense.dat is larger than the work "
001070                 delimited by size
001080             "table - aging not complete" delimited by size
001090             into TENOLOG-TEXT
001100         call "TENOLOG" using TENOLOG-PARMS
001110         close aging-report
001120         move 1 to return-code
001130         goback.
001140     perform 3000-list-item thru 3000-exit
001150         varying item-sub from 1 by 1
001160         until item-sub > suspense-table-count.
001170     perform 9000-finish thru 9000-exit.
001180     goback.

001190 1000-initialize.
001200     move "I" to TENOLOG-SEVERITY
001210     move "unapplied-cash suspense aging" to TENOLOG-TEXT
001220     call "TENOLOG" using TENOLOG-PARMS.
001230     accept run-date from date yyyymmdd.
001240     perform 1050-clear-bucket thru 1050-exit
001250         varying bucket-sub from 1 by 1
001260         until bucket-sub > 4.
001270     move spaces to suspage-filename.
001280     string "suspage." delimited by size
001290         run-date delimited by size
001300         into suspage-filename.
001310     open output aging-report.
001320     move "UNAPPLIED CASH SUSPENSE AGING" to report-line.
001330     write report-line.
001340     move spaces to report-line.
001350     string "RUN DATE: " delimited by size
001360         run-date delimited by size
001370         into report-line.
001380     write report-line.
001390     move spaces to report-line.
001400     write report-line.
001410     move "ITEM   S REF    PAY DATE       AMOUNT      DAYS"
001420         to report-line.
001430     move "REMITTER    REASON" to report-line (49:18).
001440     write report-line.
001450     add 4 to line-count.
001460 1000-exit.
001470     exit.

001480 1050-clear-bucket.
001490     move zero to bk-count (bucket-sub).
001500     move zero to bk-total (bucket-sub).
001510 1050-exit.
001520     exit.

001530 2000-load-suspense.
001540     open input suspense-file.
001550     if sus-file-status not = "00"
001560         close suspense-file
001570         go to 2000-exit.
001580     perform 2100-read-suspense thru 2100-exit
001590         until suspense-file-at-end.
001600     close suspense-file.
001610 2000-exit.
001620     exit.

001630 2100-read-suspense.
001640     read suspense-file
001650         at end
001660             move "Y" to sus-eof-switch
001670             go to 2100-exit.
001680     set suspense-table-index to 1.
001690     if suspense-table-count > zero
001700         search suspense-table-entry
001710             at end
001720                 perform 2200-add-item thru 2200-exit
001730             when st-item (suspense-table-index)
001740                     = sus-item of suspense-record
001750                 move suspense-record
001760                     to st-image (suspense-table-index)
001770     else
001780         perform 2200-add-item thru 2200-exit.
001790 2100-exit.
001800     exit.

001810 2200-add-item.
001820     if suspense-table-count >= 5000
001830         move "Y" to table-overflowed-switch
001840         move "Y" to sus-eof-switch
001850         go to 2200-exit.
001860     add 1 to suspense-table-count.
001870     move sus-item of suspense-record
001880         to st-item (suspense-table-count).
001890     move suspense-record to st-image (suspense-table-count).
001900 2200-exit.
001910     exit.

001920 3000-list-item.
001930     move st-image (item-sub) to current-item.
001940     if not sus-open of current-item
001950         go to 3000-exit.
001960     move sus-date of current-item to TENDAYS-FROM.
001970     move run-date to TENDAYS-TO.
001980     call "TENDAYS" using TENDAYS-PARMS.
001990     move TENDAYS-DAYS to age-days.
002000     if age-days < zero
002010         move zero to age-days.
002020     if age-days > 90
002030         move 4 to bucket-sub
002040     else
002050         if age-days > 60
002060             move 3 to bucket-sub
002070         else
002080             if age-days > 30
002090                 move 2 to bucket-sub
002100             else
002110                 move 1 to bucket-sub.
002120     add 1 to open-count.
002130     add sus-amount of current-item to open-total.
002140     add 1 to bk-count (bucket-sub).
002150     add sus-amount of current-item to bk-total (bucket-sub).
002160     move "A" to TENFMT-FORMAT-CODE.
002170     move sus-amount of current-item to TENFMT-RAW-AMOUNT.
002180     call "TENFMT" using TENFMT-PARMS.
002190     move spaces to report-line.
002200     string sus-item of current-item delimited by size
002210         " " delimited by size
002220         sus-source of current-item delimited by size
002230         " " delimited by size
002240         sus-bank-ref of current-item delimited by size
002250         " " delimited by size
002260         sus-date of current-item delimited by size
002270         " " delimited by size
002280         TENFMT-EDITED-OUT delimited by size
002290         into report-line.
002300     move age-days to age-text.
002310     move age-text to report-line (43:5).
002320     move sus-remitter of current-item to report-line (49:10).
002330     move sus-reason of current-item to report-line (61:20).
002340     write report-line.
002350     add 1 to line-count.
002360     if bucket-sub > 1
002370         add 1 to stale-count
002380         move "W" to TENOLOG-SEVERITY
002390         move spaces to TENOLOG-TEXT
002400         string "suspense item " delimited by size
002410             sus-item of current-item delimited by size
002420             " ref " delimited by size
002430             sus-bank-ref of current-item delimited by size
002440             " unapplied " delimited by size
002450             age-text delimited by size
002460             " days" delimited by size
002470             into TENOLOG-TEXT
002480         call "TENOLOG" using TENOLOG-PARMS.
002490 3000-exit.
002500     exit.

002510 9000-finish.
002520     if open-count = zero
002530         move "NO OPEN ITEMS IN SUSPENSE" to report-line
002540         write report-line
002550         add 1 to line-count.
002560     move spaces to report-line.
002570     write report-line.
002580     move "AGING      ITEMS       AMOUNT" to report-line.
002590     write report-line.
002600     add 2 to line-count.
002610     perform 9100-print-bucket thru 9100-exit
002620         varying bucket-sub from 1 by 1
002630         until bucket-sub > 4.
002640     move "A" to TENFMT-FORMAT-CODE.
002650     move open-total to TENFMT-RAW-AMOUNT.
002660     call "TENFMT" using TENFMT-PARMS.
002670     move spaces to report-line.
002680     string "SUSPENSE   " delimited by size
002690         open-count delimited by size
002700         " " delimited by size
002710         TENFMT-EDITED-OUT delimited by size
002720         into report-line.
002730     write report-line.
002740     add 1 to line-count.
002750     close aging-report.
002760     move "TENSUSR" to TENRCAT-PROGRAM.
002770     move suspage-filename to TENRCAT-FILENAME.
002780     move 1 to TENRCAT-PAGES.
002790     move line-count to TENRCAT-LINES.
002800     call "TENRCAT" using TENRCAT-PARMS.
002810     move "I" to TENOLOG-SEVERITY
002820     move spaces to TENOLOG-TEXT
002830     string open-count delimited by size
002840         " item(s) open in suspense, " delimited by size
002850         TENFMT-EDITED-OUT delimited by size
002860         ", " delimited by size
002870         stale-count delimited by size
002880         " over 30 days" delimited by size
002890         into TENOLOG-TEXT
002900     call "TENOLOG" using TENOLOG-PARMS.
002910 9000-exit.
002920     exit.

002930 9100-print-bucket.
002940     move "A" to TENFMT-FORMAT-CODE.
002950     move bk-total (bucket-sub) to TENFMT-RAW-AMOUNT.
002960     call "TENFMT" using TENFMT-PARMS.
002970     move spaces to report-line.
002980     evaluate bucket-sub
002990         when 1
003000             move "0-30" to report-line (1:10)
003010         when 2
003020             move "31-60" to report-line (1:10)
003030         when 3
003040             move "61-90" to report-line (1:10)
003050         when other
003060             move "OVER 90" to report-line (1:10)
003070     end-evaluate.
003080     move bk-count (bucket-sub) to report-line (12:5).
003090     move TENFMT-EDITED-OUT to report-line (18:12).
003100     write report-line.
003110     add 1 to line-count.
003120 9100-exit.
003130     exit.

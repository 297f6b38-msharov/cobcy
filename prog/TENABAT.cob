000100*----------------------------------------------------------*
000110* TENABAT.COB
000120*
000130* Nightly rent abatement run for habitability outages.
000140* Loads outage.dat, latest record per outage number and
000150* apartment winning, and credits every occupied unit a
000160* restored ("R") outage covers -- the apartment itself, or
000170* every unit in the building for a whole-building outage.
000180* The credit is each day out at the unit's daily rent,
000190* figured the way TENPRORATE figures a partial month: the
000200* RENT-AMOUNT divided by the actual length of each month
000210* the outage touches, rounded, times the days out in that
000220* month, then the outage's percent of that, rounded to the
000230* cent.  The credit posts to tenbal.dat as a "B" abatement
000240* entry citing the outage number, a register record goes to
000250* abatreg.dat for the owner statement, the abated ("A")
000260* record closes the outage on outage.dat so it is never
000270* credited twice, and the credits list on a dated report
000280* (abatmnt.YYYYMMDD) cataloged through TENRCAT.
000290*----------------------------------------------------------*
000300* MODIFICATION HISTORY
000310*   DATE       INIT  DESCRIPTION
000320*   2026-10-15 JHM   Original program.
000330*----------------------------------------------------------*
000340 identification division.
000350 program-id. tenabat.
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
000490         access mode is sequential
000500         file status is idx-file-status.

000510     select optional outage-file assign to disk
000520         organization is line sequential
000530         file status is otg-file-status.

000540     select optional balance-file assign to disk
000550         organization is line sequential.

000560     select optional abatement-file assign to disk
000570         organization is line sequential.

000580     select abatement-report assign to disk
000590         organization is line sequential.

000600 data division.
000610 file section.
000620 fd  sample-idx-file
000630     label records are standard
000640     value of file-id is "indexed.dbf".
000650     copy TENREC
000660         replacing ==:REC-NAME:== by ==sample-idx-record==
000670             ==address== by ==street-addr==.

000680 fd  outage-file
000690     label records are standard
000700     value of file-id is "outage.dat".
000710     copy TENOTG
000720         replacing ==:REC-NAME:==
000730             by ==outage-record==.

000740 fd  balance-file
000750     label records are standard
000760     value of file-id is "tenbal.dat".
000770     copy TENBAL
000780         replacing ==:REC-NAME:==
000790             by ==balance-record==.

000800 fd  abatement-file
000810     label records are standard
000820     value of file-id is "abatreg.dat".
000830     copy TENABR
000840         replacing ==:REC-NAME:==
000850             by ==abatement-record==.

000860 fd  abatement-report
000870     label records are standard
000880     value of file-id is abatmnt-filename.
000890 01  report-line             picture is X(80).

000900 working-storage section.
000910 01  abatmnt-filename        picture is X(30).
000920     copy TENRCAT.
000930     copy TENOLOG.
000940     copy TENDAYS.
000950     copy TENFMT.
000960 01  idx-file-status         picture is X(02).
000970 01  otg-file-status         picture is X(02).
000980 01  otg-eof-switch          picture is X(01) value "N".
000990     88  outage-file-at-end          value "Y".
001000 01  run-date                picture is 9(08).
001010 01  outage-sub              picture is 9(04).
001020 01  restored-count          picture is 9(05) value zero.
001030 01  credit-count            picture is 9(05) value zero.
001040 01  credit-total            picture is 9(07)V99 value zero.
001050 01  credit-text             picture is X(12).

001060*----------------------------------------------------------*
001070* Credit working fields: the outage is walked a month at a
001080* time, each month's daily rate rounded as TENPRORATE
001090* rounds it.
001100*----------------------------------------------------------*
001110 01  period-start            picture is 9(08).
001120 01  month-start             picture is 9(08).
001130 01  month-start-parts redefines month-start.
001140     05  ms-yyyy             picture is 9(04).
001150     05  ms-mm               picture is 9(02).
001160     05  ms-dd               picture is 9(02).
001170 01  next-month-start        picture is 9(08).
001180 01  next-month-parts redefines next-month-start.
001190     05  nm-yyyy             picture is 9(04).
001200     05  nm-mm               picture is 9(02).
001210     05  nm-dd               picture is 9(02).
001220 01  days-in-month           picture is 9(02).
001230 01  days-this-month         picture is 9(03).
001240 01  days-out                picture is 9(03).
001250 01  daily-rent-rate         picture is S9(05)V9(4).
001260 01  full-credit             picture is S9(07)V9(4).
001270 01  unit-credit             picture is 9(05)V99.

001280*----------------------------------------------------------*
001290* Latest outage.dat record per outage number and
001300* apartment.
001310*----------------------------------------------------------*
001320 01  outage-table-area.
001330     05  outage-table-count  picture is 9(04) value zero.
001340     05  outage-table-entry occurs 1 to 1000 times
001350             depending on outage-table-count
001360             indexed by outage-table-index.
001370         10  ot-number       picture is 9(05).
001380         10  ot-aptnum       picture is 9(04).
001390         10  ot-image        picture is X(87).
001400     copy TENOTG
001410         replacing ==:REC-NAME:==
001420             by ==current-outage==.

001430 procedure division.
001440 0000-mainline.
001450     move "TENABAT" to TENOLOG-PROGRAM.
001460     perform 1000-initialize thru 1000-exit.
001470     perform 2000-load-outages thru 2000-exit.
001480     perform 2500-count-restored thru 2500-exit
001490         varying outage-sub from 1 by 1
001500         until outage-sub > outage-table-count.
001510     if restored-count > zero
001520         open extend balance-file
001530         open extend abatement-file
001540         perform 3000-credit-units thru 3000-exit
001550             until idx-file-status = "10"
001560         close balance-file
001570         close abatement-file
001580         perform 4000-close-outages thru 4000-exit.
001590     perform 9000-finish thru 9000-exit.
001600     goback.

001610 1000-initialize.
001620     move "I" to TENOLOG-SEVERITY
001630     move "rent abatement run for restored outages"
001640         to TENOLOG-TEXT
001650     call "TENOLOG" using TENOLOG-PARMS.
001660     accept run-date from date yyyymmdd.
001670     open input sample-idx-file.
001680     if idx-file-status not = "00"
001690         move "A" to TENOLOG-SEVERITY
001700         move spaces to TENOLOG-TEXT
001710         string "cannot open indexed.dbf, status "
001720                 delimited by size
001730             idx-file-status delimited by size
001740             into TENOLOG-TEXT
001750         call "TENOLOG" using TENOLOG-PARMS
001760         move 1 to return-code
001770         goback.
001780     move spaces to abatmnt-filename.
001790     string "abatmnt." delimited by size
001800         run-date delimited by size
001810         into abatmnt-filename.
001820     open output abatement-report.
001830     move "RENT ABATEMENT CREDITS" to report-line.
001840     write report-line.
001850     move spaces to report-line.
001860     string "RUN DATE: " delimited by size
001870         run-date delimited by size
001880         into report-line.
001890     write report-line.
001900     move spaces to report-line.
001910     write report-line.
001920     move "OUTAGE BLDG APT  T OUT       RESTORED DAYS PCT"
001930         to report-line.
001940     move "CREDIT" to report-line (55:6).
001950     write report-line.
001960 1000-exit.
001970     exit.

001980 2000-load-outages.
001990     open input outage-file.
002000     if otg-file-status not = "00"
002010         move "I" to TENOLOG-SEVERITY
002020         move "no outage.dat on file" to TENOLOG-TEXT
002030         call "TENOLOG" using TENOLOG-PARMS
002040         close outage-file
002050         go to 2000-exit.
002060     perform 2100-read-outage thru 2100-exit
002070         until outage-file-at-end.
002080     close outage-file.
002090 2000-exit.
002100     exit.

002110 2100-read-outage.
002120     read outage-file
002130         at end
002140             move "Y" to otg-eof-switch
002150         not at end
002160             perform 2200-stow-outage thru 2200-exit.
002170 2100-exit.
002180     exit.

002190 2200-stow-outage.
002200     set outage-table-index to 1.
002210     if outage-table-count > zero
002220         search outage-table-entry
002230             at end
002240                 perform 2300-add-outage thru 2300-exit
002250             when ot-number (outage-table-index)
002260                     = otg-number of outage-record
002270                 and ot-aptnum (outage-table-index)
002280                     = otg-aptnum of outage-record
002290                 move outage-record
002300                     to ot-image (outage-table-index)
002310     else
002320         perform 2300-add-outage thru 2300-exit.
002330 2200-exit.
002340     exit.

002350 2300-add-outage.
002360     if outage-table-count >= 1000
002370         move "W" to TENOLOG-SEVERITY
002380         move "outage table overflow" to TENOLOG-TEXT
002390         call "TENOLOG" using TENOLOG-PARMS
002400     else
002410         add 1 to outage-table-count
002420         move otg-number of outage-record
002430             to ot-number (outage-table-count)
002440         move otg-aptnum of outage-record
002450             to ot-aptnum (outage-table-count)
002460         move outage-record to ot-image (outage-table-count).
002470 2300-exit.
002480     exit.

002490 2500-count-restored.
002500     move ot-image (outage-sub) to current-outage.
002510     if otg-restored of current-outage
002520         add 1 to restored-count.
002530 2500-exit.
002540     exit.

002550*----------------------------------------------------------*
002560* One pass of indexed.dbf: each occupied unit is checked
002570* against every restored outage.
002580*----------------------------------------------------------*
002590 3000-credit-units.
002600     read sample-idx-file next record
002610         at end
002620             continue
002630         not at end
002640             if occ-occupied of sample-idx-record
002650                 perform 3100-check-outage thru 3100-exit
002660                     varying outage-sub from 1 by 1
002670                     until outage-sub > outage-table-count.
002680 3000-exit.
002690     exit.

002700 3100-check-outage.
002710     move ot-image (outage-sub) to current-outage.
002720     if not otg-restored of current-outage
002730         go to 3100-exit.
002740     if otg-building of current-outage
002750             not = building-id of sample-idx-record
002760         go to 3100-exit.
002770     if not otg-whole-building of current-outage
002780         and otg-aptnum of current-outage
002790             not = aptnum of sample-idx-record
002800         go to 3100-exit.
002810     perform 3200-figure-credit thru 3200-exit.
002820     if unit-credit = zero
002830         go to 3100-exit.
002840     perform 3300-post-credit thru 3300-exit.
002850     perform 3400-write-register thru 3400-exit.
002860     perform 3500-print-credit thru 3500-exit.
002870     add 1 to credit-count.
002880     add unit-credit to credit-total.
002890 3100-exit.
002900     exit.

002910*----------------------------------------------------------*
002920* Days out run from the start date through the restore
002930* date.  Each month's share is that month's daily rate --
002940* RENT-AMOUNT over the month's actual length, rounded as
002950* TENPRORATE rounds it -- times the days out in the month.
002960*----------------------------------------------------------*
002970 3200-figure-credit.
002980     move zero to full-credit.
002990     move zero to days-out.
003000     move otg-start-date of current-outage to period-start.
003010     perform 3210-figure-month thru 3210-exit
003020         until period-start > otg-end-date of current-outage.
003030     compute unit-credit rounded =
003040         full-credit * otg-percent of current-outage / 100.
003050 3200-exit.
003060     exit.

003070 3210-figure-month.
003080     move period-start to month-start.
003090     move 01 to ms-dd.
003100     move month-start to next-month-start.
003110     if nm-mm = 12
003120         add 1 to nm-yyyy
003130         move 01 to nm-mm
003140     else
003150         add 1 to nm-mm.
003160     move month-start to TENDAYS-FROM.
003170     move next-month-start to TENDAYS-TO.
003180     call "TENDAYS" using TENDAYS-PARMS.
003190     move TENDAYS-DAYS to days-in-month.
003200     move period-start to TENDAYS-FROM.
003210     if otg-end-date of current-outage < next-month-start
003220         move otg-end-date of current-outage to TENDAYS-TO
003230         call "TENDAYS" using TENDAYS-PARMS
003240         compute days-this-month = TENDAYS-DAYS + 1
003250     else
003260         move next-month-start to TENDAYS-TO
003270         call "TENDAYS" using TENDAYS-PARMS
003280         move TENDAYS-DAYS to days-this-month.
003290     divide rent-amount of sample-idx-record by days-in-month
003300         giving daily-rent-rate rounded.
003310     compute full-credit = full-credit
003320         + daily-rent-rate * days-this-month.
003330     add days-this-month to days-out.
003340     move next-month-start to period-start.
003350 3210-exit.
003360     exit.

003370 3300-post-credit.
003380     move building-id of sample-idx-record
003390         to bal-building of balance-record.
003400     move aptnum of sample-idx-record
003410         to bal-aptnum of balance-record.
003420     move run-date to bal-date of balance-record.
003430     compute bal-amount of balance-record = zero - unit-credit.
003440     move "B" to bal-type of balance-record.
003450     move otg-number of current-outage
003460         to bal-reference of balance-record.
003470     write balance-record.
003480 3300-exit.
003490     exit.

003500 3400-write-register.
003510     move otg-number of current-outage
003520         to abr-outage of abatement-record.
003530     move building-id of sample-idx-record
003540         to abr-building of abatement-record.
003550     move aptnum of sample-idx-record
003560         to abr-aptnum of abatement-record.
003570     move run-date to abr-date of abatement-record.
003580     move otg-type of current-outage
003590         to abr-type of abatement-record.
003600     move otg-start-date of current-outage
003610         to abr-start-date of abatement-record.
003620     move otg-end-date of current-outage
003630         to abr-end-date of abatement-record.
003640     move days-out to abr-days of abatement-record.
003650     move otg-percent of current-outage
003660         to abr-percent of abatement-record.
003670     move rent-amount of sample-idx-record
003680         to abr-rent of abatement-record.
003690     move unit-credit to abr-credit of abatement-record.
003700     move otg-equip-number of current-outage
003710         to abr-equip-number of abatement-record.
003720     move otg-ticket of current-outage
003730         to abr-ticket of abatement-record.
003740     write abatement-record.
003750 3400-exit.
003760     exit.

003770 3500-print-credit.
003780     move "A" to TENFMT-FORMAT-CODE.
003790     move unit-credit to TENFMT-RAW-AMOUNT.
003800     call "TENFMT" using TENFMT-PARMS.
003810     move TENFMT-EDITED-OUT to credit-text.
003820     move spaces to report-line.
003830     string otg-number of current-outage delimited by size
003840         "  " delimited by size
003850         building-id of sample-idx-record delimited by size
003860         "   " delimited by size
003870         aptnum of sample-idx-record delimited by size
003880         " " delimited by size
003890         otg-type of current-outage delimited by size
003900         " " delimited by size
003910         otg-start-date of current-outage delimited by size
003920         "  " delimited by size
003930         otg-end-date of current-outage delimited by size
003940         " " delimited by size
003950         days-out delimited by size
003960         "  " delimited by size
003970         otg-percent of current-outage delimited by size
003980         "  " delimited by size
003990         credit-text delimited by size
004000         into report-line.
004010     write report-line.
004020 3500-exit.
004030     exit.

004040*----------------------------------------------------------*
004050* Every restored outage record is closed with an abated
004060* record, credited or not (a vacant unit earns nothing).
004070*----------------------------------------------------------*
004080 4000-close-outages.
004090     open extend outage-file.
004100     perform 4100-close-one thru 4100-exit
004110         varying outage-sub from 1 by 1
004120         until outage-sub > outage-table-count.
004130     close outage-file.
004140 4000-exit.
004150     exit.

004160 4100-close-one.
004170     move ot-image (outage-sub) to current-outage.
004180     if not otg-restored of current-outage
004190         go to 4100-exit.
004200     move current-outage to outage-record.
004210     move "A" to otg-status of outage-record.
004220     move "TENABAT" to otg-entered-by of outage-record.
004230     move run-date to otg-status-date of outage-record.
004240     write outage-record.
004250 4100-exit.
004260     exit.

004270 9000-finish.
004280     if credit-count = zero
004290         move "NO ABATEMENT CREDITS POSTED" to report-line
004300         write report-line.
004310     move spaces to report-line.
004320     write report-line.
004330     move "A" to TENFMT-FORMAT-CODE.
004340     move credit-total to TENFMT-RAW-AMOUNT.
004350     call "TENFMT" using TENFMT-PARMS.
004360     move spaces to report-line.
004370     string "OUTAGE RECORDS CLOSED: " delimited by size
004380         restored-count delimited by size
004390         "   CREDITS: " delimited by size
004400         credit-count delimited by size
004410         "   TOTAL " delimited by size
004420         TENFMT-EDITED-OUT delimited by size
004430         into report-line.
004440     write report-line.
004450     close abatement-report.
004460     close sample-idx-file.
004470     move "TENABAT" to TENRCAT-PROGRAM.
004480     move abatmnt-filename to TENRCAT-FILENAME.
004490     move 1 to TENRCAT-PAGES.
004500     move credit-count to TENRCAT-LINES.
004510     call "TENRCAT" using TENRCAT-PARMS.
004520     move "I" to TENOLOG-SEVERITY
004530     move spaces to TENOLOG-TEXT
004540     string credit-count delimited by size
004550         " abatement credit(s) posted, total "
004560             delimited by size
004570         TENFMT-EDITED-OUT delimited by size
004580         into TENOLOG-TEXT
004590     call "TENOLOG" using TENOLOG-PARMS.
004600 9000-exit.
004610     exit.

000100*----------------------------------------------------------*
000110* TENDUEL.COB
000120*
000130* Rent due-date subprogram.  The collection programs CALL
000140* this with a unit-key and get back the unit's due day and
000150* grace days and, for a month or from a given date, the
000160* date the rent is due and the first day it is late.  A
000170* unit's own terms come off its latest duedate.dat record
000180* (the TENDUEM screen); anything else is due on the 1st
000190* with five days' grace, the rule TENLATE always used.  A
000200* due date that falls on a holiday named on batcal.ctl
000210* moves to the next day, and holidays are not counted as
000220* grace days.  Dates are stepped a day at a time on the
000230* calendar and the day of the week comes off the TENDAYS
000240* day count from a known Wednesday.  duedate.dat and the
000250* holidays are loaded into tables on the first call, last
000260* record per unit winning, the TENBLDL convention.
000270*----------------------------------------------------------*
000280* MODIFICATION HISTORY
000290*   DATE       INIT  DESCRIPTION
000300*   2026-10-15 JHM   Original program.
000310*----------------------------------------------------------*
000320 identification division.
000330 program-id. tenduel.
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
000440     select optional due-day-file assign to disk
000450         organization is line sequential
000460         file status is due-file-status.

000470     select optional calendar-file assign to disk
000480         organization is line sequential
000490         file status is cal-file-status.

000500 data division.
000510 file section.
000520 fd  due-day-file
000530     label records are standard
000540     value of file-id is "duedate.dat".
000550     copy TENDUE
000560         replacing ==:REC-NAME:==
000570             by ==due-day-record==.

000580 fd  calendar-file
000590     label records are standard
000600     value of file-id is "batcal.ctl".
000610 01  calendar-record.
000620     05  cal-step-name       picture is X(12).
000630     05  cal-frequency       picture is X(01).
000640     05  cal-holiday-skip    picture is X(01).
000650 01  calendar-holiday-record.
000660     05  filler              picture is X(12).
000670     05  cal-holiday-date    picture is 9(08).

000680 working-storage section.
000690 01  due-file-status         picture is X(02).
000700 01  due-eof-switch          picture is X(01).
000710     88  due-day-file-at-end         value "Y".
000720 01  cal-file-status         picture is X(02).
000730 01  cal-eof-switch          picture is X(01).
000740     88  calendar-file-at-end        value "Y".
000750 01  table-loaded-switch     picture is X(01) value "N".
000760     88  table-loaded                value "Y".
000770 01  holiday-switch          picture is X(01).
000780     88  date-is-holiday             value "Y".
000790     copy TENDAYS.

000800*----------------------------------------------------------*
000810* Latest duedate.dat terms per unit.
000820*----------------------------------------------------------*
000830 01  terms-table-area.
000840     05  terms-table-count   picture is 9(03) value zero.
000850     05  terms-table-entry occurs 1 to 500 times
000860             depending on terms-table-count
000870             indexed by terms-table-index.
000880         10  tm-building     picture is 9(02).
000890         10  tm-aptnum       picture is 9(04).
000900         10  tm-day          picture is 9(02).
000910         10  tm-wednesday    picture is 9(01).
000920         10  tm-grace-days   picture is 9(02).

000930*----------------------------------------------------------*
000940* Holiday dates off the batcal.ctl HOLIDAY records.
000950*----------------------------------------------------------*
000960 01  holiday-table-area.
000970     05  holiday-table-count picture is 9(03) value zero.
000980     05  holiday-table-entry occurs 1 to 100 times
000990             depending on holiday-table-count
001000             indexed by holiday-table-index.
001010         10  hol-date        picture is 9(08).

001020 01  use-day                 picture is 9(02).
001030 01  use-wednesday           picture is 9(01).
001040 01  use-grace-days          picture is 9(02).
001050 01  grace-counted           picture is 9(02).
001060 01  month-wanted            picture is 9(06).
001070 01  month-wanted-parts redefines month-wanted.
001080     05  month-wanted-yyyy   picture is 9(04).
001090     05  month-wanted-mm     picture is 9(02).
001100 01  work-date               picture is 9(08).
001110 01  work-date-parts redefines work-date.
001120     05  work-yyyy           picture is 9(04).
001130     05  work-mm             picture is 9(02).
001140     05  work-dd             picture is 9(02).
001150 01  work-date-month redefines work-date.
001160     05  work-yyyymm         picture is 9(06).
001170     05  filler              picture is 9(02).
001180 01  month-length            picture is 9(02).
001190 01  leap-quotient           picture is 9(04).
001200 01  leap-remainder          picture is 9(03).
001210 01  week-quotient           picture is S9(07).
001220 01  week-remainder          picture is S9(01).

001230*----------------------------------------------------------*
001240* 2000-01-05 was a Wednesday; the day count from it, mod 7,
001250* gives any date's day of the week.
001260*----------------------------------------------------------*
001270 01  known-wednesday         picture is 9(08) value 20000105.

001280 linkage section.
001290     copy TENDUEL.

001300 procedure division using TENDUEL-PARMS.
001310 0000-mainline.
001320     if not table-loaded
001330         perform 1000-load-tables thru 1000-exit.
001340     perform 2000-look-up thru 2000-exit.
001350     goback.

001360 1000-load-tables.
001370     move "Y" to table-loaded-switch.
001380     move "N" to due-eof-switch.
001390     open input due-day-file.
001400     if due-file-status = "00"
001410         perform 1100-read-terms thru 1100-exit
001420             until due-day-file-at-end.
001430     close due-day-file.
001440     move "N" to cal-eof-switch.
001450     open input calendar-file.
001460     if cal-file-status = "00"
001470         perform 1500-read-calendar thru 1500-exit
001480             until calendar-file-at-end.
001490     close calendar-file.
001500 1000-exit.
001510     exit.

001520 1100-read-terms.
001530     read due-day-file
001540         at end
001550             move "Y" to due-eof-switch
001560         not at end
001570             perform 1200-stow-terms thru 1200-exit.
001580 1100-exit.
001590     exit.

001600 1200-stow-terms.
001610     set terms-table-index to 1.
001620     if terms-table-count > zero
001630         search terms-table-entry
001640             at end
001650                 perform 1300-add-terms thru 1300-exit
001660             when tm-building (terms-table-index)
001670                     = due-building of due-day-record
001680                 and tm-aptnum (terms-table-index)
001690                     = due-aptnum of due-day-record
001700                 perform 1400-replace-terms thru 1400-exit
001710     else
001720         perform 1300-add-terms thru 1300-exit.
001730 1200-exit.
001740     exit.

001750 1300-add-terms.
001760     if terms-table-count >= 500
001770         display "TENDUEL: due-day table overflow"
001780     else
001790         add 1 to terms-table-count
001800         set terms-table-index to terms-table-count
001810         perform 1400-replace-terms thru 1400-exit.
001820 1300-exit.
001830     exit.

001840 1400-replace-terms.
001850     move due-building of due-day-record
001860         to tm-building (terms-table-index).
001870     move due-aptnum of due-day-record
001880         to tm-aptnum (terms-table-index).
001890     move due-day of due-day-record
001900         to tm-day (terms-table-index).
001910     move due-wednesday of due-day-record
001920         to tm-wednesday (terms-table-index).
001930     move due-grace-days of due-day-record
001940         to tm-grace-days (terms-table-index).
001950 1400-exit.
001960     exit.

001970 1500-read-calendar.
001980     read calendar-file
001990         at end
002000             move "Y" to cal-eof-switch
002010             go to 1500-exit.
002020     if cal-step-name not = "HOLIDAY"
002030         go to 1500-exit.
002040     if holiday-table-count >= 100
002050         display "TENDUEL: holiday table overflow"
002060         go to 1500-exit.
002070     add 1 to holiday-table-count.
002080     move cal-holiday-date to hol-date (holiday-table-count).
002090 1500-exit.
002100     exit.

002110 2000-look-up.
002120     move 1 to use-day.
002130     move zero to use-wednesday.
002140     move 5 to use-grace-days.
002150     move "H" to TENDUEL-TERMS.
002160     if terms-table-count > zero
002170         set terms-table-index to 1
002180         search terms-table-entry
002190             at end
002200                 continue
002210             when tm-building (terms-table-index)
002220                     = TENDUEL-BUILDING
002230                 and tm-aptnum (terms-table-index)
002240                     = TENDUEL-APTNUM
002250                 perform 2100-take-terms thru 2100-exit.
002260     move use-day to TENDUEL-DUE-DAY.
002270     move use-wednesday to TENDUEL-WEDNESDAY.
002280     move use-grace-days to TENDUEL-GRACE-DAYS.
002290     move zero to TENDUEL-DUE-DATE.
002300     move zero to TENDUEL-LATE-DATE.
002310     evaluate true
002320         when TENDUEL-FOR-MONTH
002330             move TENDUEL-MONTH to month-wanted
002340             perform 3000-due-in-month thru 3000-exit
002350             perform 4000-late-date thru 4000-exit
002360         when TENDUEL-NEXT-DUE
002370             move TENDUEL-FROM-DATE to work-date
002380             move work-yyyymm to month-wanted
002390             perform 3000-due-in-month thru 3000-exit
002400             if TENDUEL-DUE-DATE < TENDUEL-FROM-DATE
002410                 perform 3100-next-month thru 3100-exit
002420                 perform 3000-due-in-month thru 3000-exit
002430             end-if
002440             perform 4000-late-date thru 4000-exit
002450         when TENDUEL-GRACE-FROM
002460             move TENDUEL-FROM-DATE to TENDUEL-DUE-DATE
002470             perform 4000-late-date thru 4000-exit
002480     end-evaluate.
002490 2000-exit.
002500     exit.

002510*----------------------------------------------------------*
002520* A record with neither a day nor a Wednesday put the unit
002530* back on house terms.
002540*----------------------------------------------------------*
002550 2100-take-terms.
002560     if tm-day (terms-table-index) = zero
002570         and tm-wednesday (terms-table-index) = zero
002580         go to 2100-exit.
002590     move tm-day (terms-table-index) to use-day.
002600     move tm-wednesday (terms-table-index) to use-wednesday.
002610     move tm-grace-days (terms-table-index) to use-grace-days.
002620     move "O" to TENDUEL-TERMS.
002630 2100-exit.
002640     exit.

002650*----------------------------------------------------------*
002660* The due date in MONTH-WANTED: the due day, held to the
002670* last day of a short month, or the nth Wednesday; then on
002680* past any holiday.
002690*----------------------------------------------------------*
002700 3000-due-in-month.
002710     move month-wanted to work-yyyymm.
002720     move 1 to work-dd.
002730     perform 3200-month-length thru 3200-exit.
002740     if use-wednesday > zero
002750         perform 3300-find-wednesday thru 3300-exit
002760     else
002770         if use-day > month-length
002780             move month-length to work-dd
002790         else
002800             move use-day to work-dd.
002810     perform 3500-check-holiday thru 3500-exit.
002820     perform 3600-roll-holiday thru 3600-exit
002830         until not date-is-holiday.
002840     move work-date to TENDUEL-DUE-DATE.
002850 3000-exit.
002860     exit.

002870 3100-next-month.
002880     add 1 to month-wanted-mm.
002890     if month-wanted-mm > 12
002900         move 1 to month-wanted-mm
002910         add 1 to month-wanted-yyyy.
002920 3100-exit.
002930     exit.

002940 3200-month-length.
002950     evaluate work-mm
002960         when 4
002970         when 6
002980         when 9
002990         when 11
003000             move 30 to month-length
003010         when 2
003020             move 28 to month-length
003030             divide work-yyyy by 4 giving leap-quotient
003040                 remainder leap-remainder
003050             if leap-remainder = zero
003060                 move 29 to month-length
003070                 divide work-yyyy by 100 giving leap-quotient
003080                     remainder leap-remainder
003090                 if leap-remainder = zero
003100                     move 28 to month-length
003110                     divide work-yyyy by 400
003120                         giving leap-quotient
003130                         remainder leap-remainder
003140                     if leap-remainder = zero
003150                         move 29 to month-length
003160                     end-if
003170                 end-if
003180             end-if
003190         when other
003200             move 31 to month-length
003210     end-evaluate.
003220 3200-exit.
003230     exit.

003240*----------------------------------------------------------*
003250* WORK-DATE is the 1st of the month on the way in.  Days
003260* from the known Wednesday, mod 7, say how far the 1st is
003270* past a Wednesday.
003280*----------------------------------------------------------*
003290 3300-find-wednesday.
003300     move known-wednesday to TENDAYS-FROM.
003310     move work-date to TENDAYS-TO.
003320     call "TENDAYS" using TENDAYS-PARMS.
003330     divide TENDAYS-DAYS by 7 giving week-quotient
003340         remainder week-remainder.
003350     if week-remainder < zero
003360         add 7 to week-remainder.
003370     if week-remainder = zero
003380         move 1 to work-dd
003390     else
003400         compute work-dd = 8 - week-remainder.
003410     compute work-dd = work-dd + (use-wednesday - 1) * 7.
003420 3300-exit.
003430     exit.

003440 3400-next-day.
003450     add 1 to work-dd.
003460     perform 3200-month-length thru 3200-exit.
003470     if work-dd > month-length
003480         move 1 to work-dd
003490         add 1 to work-mm
003500         if work-mm > 12
003510             move 1 to work-mm
003520             add 1 to work-yyyy.
003530 3400-exit.
003540     exit.

003550 3500-check-holiday.
003560     move "N" to holiday-switch.
003570     if holiday-table-count = zero
003580         go to 3500-exit.
003590     set holiday-table-index to 1.
003600     search holiday-table-entry
003610         at end
003620             continue
003630         when hol-date (holiday-table-index) = work-date
003640             move "Y" to holiday-switch.
003650 3500-exit.
003660     exit.

003670 3600-roll-holiday.
003680     perform 3400-next-day thru 3400-exit.
003690     perform 3500-check-holiday thru 3500-exit.
003700 3600-exit.
003710     exit.

003720*----------------------------------------------------------*
003730* The grace days run on from the due date, a holiday not
003740* counting as one; the day the last grace day lands on is
003750* the first day the rent is late.
003760*----------------------------------------------------------*
003770 4000-late-date.
003780     move TENDUEL-DUE-DATE to work-date.
003790     move zero to grace-counted.
003800     perform 4100-grace-day thru 4100-exit
003810         until grace-counted >= use-grace-days.
003820     move work-date to TENDUEL-LATE-DATE.
003830 4000-exit.
003840     exit.

003850 4100-grace-day.
003860     perform 3400-next-day thru 3400-exit.
003870     perform 3500-check-holiday thru 3500-exit.
003880     if not date-is-holiday
003890         add 1 to grace-counted.
003900 4100-exit.
003910     exit.

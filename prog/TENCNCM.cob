000100*----------------------------------------------------------*
000110* TENCNCM.COB
000120*
000130* Rent-concession entry.  Records a leasing special against
000140* a unit on concess.dat -- free rent for a number of months
000150* or a fixed amount off each month -- with its start and
000160* end dates and the reason, validated against indexed.dbf.
000170* RENT-AMOUNT is never touched: the special is applied as a
000180* credit by the billing programs through the TENCNCL
000190* lookup.  The end date may be keyed, or left zero to be
000200* worked out from the start month and the number of
000210* months.  Type X ends a unit's concession early.
000220* Re-entering a unit supersedes the earlier record.
000230*----------------------------------------------------------*
000240* MODIFICATION HISTORY
000250*   DATE       INIT  DESCRIPTION
000260*   2026-10-15 JHM   Original program.
000270*----------------------------------------------------------*
000280 identification division.
000290 program-id. tencncm.
000300 author. J. H. Masters.
000310 installation. Property Management Systems.
000320 date-written. 2026-10-15.
000330 date-compiled. 2026-10-15.

000340 environment division.
000350 configuration section.
000360 source-computer. Intel486.
000370 object-computer. Intel486.

000380 input-output section.
000390 file-control.
000400     select sample-idx-file assign to disk
000410         organization is indexed
000420         record key is unit-key of sample-idx-record
000430         access mode is random
000440         file status is idx-file-status.

000450     select optional concession-file assign to disk
000460         organization is line sequential.

000470 data division.
000480 file section.
000490 fd  sample-idx-file
000500     label records are standard
000510     value of file-id is "indexed.dbf".
000520     copy TENREC
000530         replacing ==:REC-NAME:== by ==sample-idx-record==
000540             ==address== by ==street-addr==.

000550 fd  concession-file
000560     label records are standard
000570     value of file-id is "concess.dat".
000580     copy TENCNC
000590         replacing ==:REC-NAME:==
000600             by ==concession-record==.

000610 working-storage section.
000620     copy TENWHO.
000630 01  idx-file-status         picture is X(02).
000640 01  more-switch             picture is X(01) value "Y".
000650     88  more-records                value "Y".
000660 01  entered-count           picture is 9(05) value zero.
000670 01  today-date              picture is 9(08).
000680 01  entered-type            picture is X(01).
000690     88  entered-valid-type          value "F" "A" "X".
000700 01  entered-amount          picture is 9(05)V99.
000710 01  entered-months          picture is 9(02).
000720 01  entered-start           picture is 9(08).
000730 01  entered-end             picture is 9(08).
000740 01  entered-reason          picture is X(20).

000750*----------------------------------------------------------*
000760* End-month arithmetic: the start month plus the number of
000770* months less one, rolled over the year end.
000780*----------------------------------------------------------*
000790 01  month-work              picture is 9(08).
000800 01  month-work-parts redefines month-work.
000810     05  mw-yyyy             picture is 9(04).
000820     05  mw-mm               picture is 9(02).
000830     05  mw-dd               picture is 9(02).
000840 01  months-to-add           picture is 9(03).
000850 01  month-total             picture is 9(04).
000860 01  years-to-add            picture is 9(03).

000870 procedure division.
000880 0000-mainline.
000890     perform 1000-initialize thru 1000-exit.
000900     perform 2000-enter-one thru 2000-exit
000910         until not more-records.
000920     perform 9000-finish thru 9000-exit.
000930     stop run.

000940 1000-initialize.
000950     display "TENCNCM: rent-concession entry".
000960     call "TENWHO" using TENWHO-PARMS.
000970     if not TENWHO-SIGNED-ON
000980         or TENWHO-AUTHORITY < 2
000990         display "TENCNCM: update authority required - "
001000             "sign on through TENSIGN first"
001010         stop run.
001020     accept today-date from date yyyymmdd.
001030     open input sample-idx-file.
001040     if idx-file-status not = "00"
001050         display "TENCNCM: cannot open indexed.dbf, status "
001060             idx-file-status
001070         stop run.
001080     open extend concession-file.
001090 1000-exit.
001100     exit.

001110 2000-enter-one.
001120     display "Apartment number (0000 to quit): ".
001130     accept aptnum.
001140     if aptnum = 0
001150         move "N" to more-switch
001160     else
001170         display "Building number: "
001180         accept building-id
001190         perform 2100-read-and-enter thru 2100-exit.
001200 2000-exit.
001210     exit.

001220 2100-read-and-enter.
001230     read sample-idx-file
001240         invalid key
001250             display "TENCNCM: no unit " building-id "-"
001260                 aptnum " on indexed.dbf".
001270     if idx-file-status not = "00"
001280         go to 2100-exit.
001290     display "Tenant:     " name of sample-idx-record.
001300     display "Gross rent: " rent-amount of sample-idx-record.
001310     display "Type (F=free rent, A=amount off, X=cancel): ".
001320     accept entered-type.
001330     if not entered-valid-type
001340         display "TENCNCM: type must be F, A or X, "
001350             "nothing recorded"
001360         go to 2100-exit.
001370     move zero to entered-amount.
001380     move zero to entered-months.
001390     move zero to entered-start.
001400     move zero to entered-end.
001410     if entered-type = "X"
001420         move today-date to entered-start
001430         move today-date to entered-end
001440     else
001450         perform 2200-prompt-terms thru 2200-exit
001460         if entered-start = zero
001470             go to 2100-exit
001480         end-if.
001490     display "Reason (20 characters): ".
001500     accept entered-reason.
001510     perform 2300-write-concession thru 2300-exit.
001520 2100-exit.
001530     exit.

001540 2200-prompt-terms.
001550     if entered-type = "A"
001560         display "Amount off each month (99999.99): "
001570         accept entered-amount
001580         if entered-amount = zero
001590             or entered-amount
001600                 > rent-amount of sample-idx-record
001610             display "TENCNCM: amount must be more than "
001620                 "zero and no more than the rent, "
001630                 "nothing recorded"
001640             move zero to entered-start
001650             go to 2200-exit
001660         end-if.
001670     display "Number of months (99): ".
001680     accept entered-months.
001690     display "Start date (YYYYMMDD): ".
001700     accept entered-start.
001710     display "End date (YYYYMMDD, 0 = from months): ".
001720     accept entered-end.
001730     if entered-end = zero
001740         and entered-months = zero
001750         display "TENCNCM: an end date or a number of "
001760             "months is required, nothing recorded"
001770         move zero to entered-start
001780         go to 2200-exit.
001790     if entered-end = zero
001800         perform 2250-figure-end thru 2250-exit.
001810     if entered-end < entered-start
001820         display "TENCNCM: end date is before the start "
001830             "date, nothing recorded"
001840         move zero to entered-start.
001850 2200-exit.
001860     exit.

001870*----------------------------------------------------------*
001880* End date from the months granted: the last covered month
001890* is the start month plus the months less one.  Only the
001900* month counts, so the day is carried as the start day.
001910*----------------------------------------------------------*
001920 2250-figure-end.
001930     move entered-start to month-work.
001940     compute months-to-add = entered-months - 1.
001950     compute month-total = mw-mm + months-to-add - 1.
001960     divide month-total by 12
001970         giving years-to-add
001980         remainder mw-mm.
001990     add 1 to mw-mm.
002000     add years-to-add to mw-yyyy.
002010     move month-work to entered-end.
002020 2250-exit.
002030     exit.

002040 2300-write-concession.
002050     move building-id of sample-idx-record
002060         to cnc-building of concession-record.
002070     move aptnum of sample-idx-record
002080         to cnc-aptnum of concession-record.
002090     move entered-type to cnc-type of concession-record.
002100     move entered-amount to cnc-amount of concession-record.
002110     move entered-months to cnc-months of concession-record.
002120     move entered-start
002130         to cnc-start-date of concession-record.
002140     move entered-end to cnc-end-date of concession-record.
002150     move entered-reason to cnc-reason of concession-record.
002160     move TENWHO-OPERATOR
002170         to cnc-entered-by of concession-record.
002180     write concession-record.
002190     add 1 to entered-count.
002200     display "TENCNCM: concession recorded for "
002210         building-id "-" aptnum.
002220 2300-exit.
002230     exit.

002240 9000-finish.
002250     close sample-idx-file.
002260     close concession-file.
002270     display "TENCNCM: " entered-count
002280         " concession(s) recorded".
002290 9000-exit.
002300     exit.

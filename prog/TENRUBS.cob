000240*----------------------------------------------------------*
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   2026-10-15 JHM   Asks the usage shown on the bill (kWh,
000280*                    gallons, therms) and carries it on the
000290*                    utilhist.dat entry for the TENENRG
000300*                    energy-benchmarking export.
000310*   2026-09-03 JHM   The entry now asks the utility type
000320*                    and appends the bill to the
000330*                    utilhist.dat history (building, month,
000340*                    type, amount, occupied units) so the
000350*                    TENUTRD trend report works without
000360*                    double keying.
000370*   2026-09-03 JHM   Zeroes the new BAL-REFERENCE field
000380*                    on the utility entries posted.
000390*   2026-08-22 JHM   Files this program itself creates are
000400*                    SELECT OPTIONAL, so the very first run
000410*                    creates them instead of failing the
000420*                    OPEN EXTEND (the TENRCAT convention).
000430*   2026-08-22 JHM   Original program.
000440*----------------------------------------------------------*
000450 identification division.
000460 program-id. tenrubs.
000470 author. J. H. Masters.
000480 installation. Property Management Systems.
000490 date-written. 2026-08-22.
000500 date-compiled. 2026-08-22.

000510 environment division.
000520 configuration section.
000530 source-computer. Intel486.
000540 object-computer. Intel486.

000550 input-output section.
000560 file-control.
000570     select sample-idx-file assign to disk
000580         organization is indexed
000590         record key is unit-key of sample-idx-record
000600         access mode is sequential
000610         file status is idx-file-status.

000620     select optional balance-file assign to disk
000630         organization is line sequential.

000640     select allocation-report assign to disk
000650         organization is line sequential.

000660     select optional utility-history-file assign to disk
000670         organization is line sequential.

000680 data division.
000690 file section.
000700 fd  sample-idx-file
000710     label records are standard
000720     value of file-id is "indexed.dbf".
000730     copy TENREC
000740         replacing ==:REC-NAME:== by ==sample-idx-record==
000750             ==address== by ==street-addr==.

000760 fd  balance-file
000770     label records are standard
000780     value of file-id is "tenbal.dat".
000790     copy TENBAL
000800         replacing ==:REC-NAME:==
000810             by ==balance-record==.

000820 fd  allocation-report
000830     label records are standard
000840     value of file-id is "rubsallo.rpt".
000850 01  report-line             picture is X(80).

000860 fd  utility-history-file
000870     label records are standard
000880     value of file-id is "utilhist.dat".
000890     copy TENUTH
000900         replacing ==:REC-NAME:==
000910             by ==utility-history-record==.

000920 working-storage section.
000930 01  idx-file-status         picture is X(02).
000940 01  today-date              picture is 9(08).
000950 01  today-date-parts redefines today-date.
000960     05  today-yyyymm        picture is 9(06).
000970     05  today-dd            picture is 9(02).
000980 01  utility-type-in         picture is X(01).
000990 01  building-wanted         picture is 9(02).
001000 01  bill-amount             picture is 9(05)V99.
001010 01  bill-usage              picture is 9(09).
001020 01  occupied-count          picture is 9(03) value zero.
001030 01  unit-share              picture is 9(05)V99.
001040 01  last-share              picture is S9(05)V99.
001050 01  shares-written          picture is 9(03) value zero.
001060 01  total-allocated         picture is 9(07)V99 value zero.
001070 01  unit-sub                picture is 9(03).

001080 01  unit-table-area.
001090     05  unit-table-count    picture is 9(03) value zero.
001100     05  unit-table-entry occurs 1 to 500 times
001110             depending on unit-table-count.
001120         10  ut-aptnum       picture is 9(04).
001130     copy TENFMT.

001140 procedure division.
001150 0000-mainline.
001160     perform 1000-initialize thru 1000-exit.
001170     perform 2000-count-units thru 2000-exit
001180         until idx-file-status = "10".
001190     perform 3000-allocate thru 3000-exit.
001200     perform 9000-finish thru 9000-exit.
001210     stop run.

001220 1000-initialize.
001230     display "TENRUBS: utility cost allocation".
001240     display "Building number: ".
001250     accept building-wanted.
001260     display "Bill amount (99999.99): ".
001270     accept bill-amount.
001280     display "Utility type (W=water, E=electric, G=gas, "
001290         "O=other): ".
001300     accept utility-type-in.
001310     display "Usage on the bill (kWh, gallons, therms; "
001320         "0 if not shown): ".
001330     accept bill-usage.
001340     accept today-date from date yyyymmdd.
001350     open input sample-idx-file.
001360     if idx-file-status not = "00"
001370         display "TENRUBS: cannot open indexed.dbf, status "
001380             idx-file-status
001390         stop run.
001400 1000-exit.
001410     exit.

001420 2000-count-units.
001430     read sample-idx-file next record
001440         at end
001450             continue
001460         not at end
001470             if occ-occupied of sample-idx-record
001480                 and building-id of sample-idx-record
001490                     = building-wanted
001500                 perform 2100-note-unit thru 2100-exit.
001510 2000-exit.
001520     exit.

001530 2100-note-unit.
001540     if unit-table-count >= 500
001550         display "TENRUBS: unit table overflow"
001560     else
001570         add 1 to unit-table-count
001580         add 1 to occupied-count
001590         move aptnum of sample-idx-record
001600             to ut-aptnum (unit-table-count).
001610 2100-exit.
001620     exit.

001630*----------------------------------------------------------*
001640* Share per unit is bill / units ROUNDED, the TENPRORATE
001650* convention; the last unit absorbs the rounding remainder
001660* so the register proves the shares sum back to the bill.
001670*----------------------------------------------------------*
001680 3000-allocate.
001690     if occupied-count = zero
001700         display "TENRUBS: no occupied units in building "
001710             building-wanted ", nothing allocated"
001720         go to 3000-exit.
001730     divide bill-amount by occupied-count
001740         giving unit-share rounded.
001750     compute last-share = bill-amount
001760         - (unit-share * (occupied-count - 1)).
001770     open extend balance-file.
001780     open output allocation-report.
001790     move "UTILITY COST ALLOCATION REGISTER" to report-line.
001800     write report-line.
001810     move "A" to TENFMT-FORMAT-CODE.
001820     move bill-amount to TENFMT-RAW-AMOUNT.
001830     call "TENFMT" using TENFMT-PARMS.
001840     move spaces to report-line.
001850     string "BUILDING " delimited by size
001860         building-wanted delimited by size
001870         "  BILL " delimited by size
001880         TENFMT-EDITED-OUT delimited by size
001890         "  UNITS " delimited by size
001900         occupied-count delimited by size
001910         into report-line.
001920     write report-line.
001930     move spaces to report-line.
001940     write report-line.
001950     perform 3100-post-share thru 3100-exit
001960         varying unit-sub from 1 by 1
001970         until unit-sub > unit-table-count.
001980     move spaces to report-line.
001990     write report-line.
002000     move "A" to TENFMT-FORMAT-CODE.
002010     move total-allocated to TENFMT-RAW-AMOUNT.
002020     call "TENFMT" using TENFMT-PARMS.
002030     move spaces to report-line.
002040     string "TOTAL ALLOCATED: " delimited by size
002050         TENFMT-EDITED-OUT delimited by size
002060         into report-line.
002070     write report-line.
002080     if total-allocated = bill-amount
002090         move "IN BALANCE WITH THE BILL" to report-line
002100     else
002110         move "OUT OF BALANCE - CHECK THE SHARES"
002120             to report-line.
002130     write report-line.
002140     close balance-file allocation-report.
002150 3000-exit.
002160     exit.

002170 3100-post-share.
002180     if unit-sub = unit-table-count
002190         move last-share to bal-amount of balance-record
002200     else
002210         move unit-share to bal-amount of balance-record.
002220     move building-wanted
002230         to bal-building of balance-record.
002240     move ut-aptnum (unit-sub)
002250         to bal-aptnum of balance-record.
002260     move today-date to bal-date of balance-record.
002270     move "U" to bal-type of balance-record.
002280     move zero to bal-reference of balance-record.
002290     write balance-record.
002300     add 1 to shares-written.
002310     add bal-amount of balance-record to total-allocated.
002320     move "A" to TENFMT-FORMAT-CODE.
002330     move bal-amount of balance-record
002340         to TENFMT-RAW-AMOUNT.
002350     call "TENFMT" using TENFMT-PARMS.
002360     move spaces to report-line.
002370     string "  " delimited by size
002380         building-wanted delimited by size
002390         "-" delimited by size
002400         ut-aptnum (unit-sub) delimited by size
002410         "  " delimited by size
002420         TENFMT-EDITED-OUT delimited by size
002430         into report-line.
002440     write report-line.
002450 3100-exit.
002460     exit.

002470*----------------------------------------------------------*
002480* The bill itself lands on the utilhist.dat history, so
002490* the trend report works without double keying.
002500*----------------------------------------------------------*
002510 8000-record-history.
002520     open extend utility-history-file.
002530     move building-wanted
002540         to uth-building of utility-history-record.
002550     move today-yyyymm
002560         to uth-month of utility-history-record.
002570     move utility-type-in
002580         to uth-type of utility-history-record.
002590     move bill-amount
002600         to uth-amount of utility-history-record.
002610     move occupied-count
002620         to uth-occupied-units
002630             of utility-history-record.
002640     move bill-usage to uth-usage of utility-history-record.
002650     write utility-history-record.
002660     close utility-history-file.
002670 8000-exit.
002680     exit.

002690 9000-finish.
002700     if shares-written > zero
002710         perform 8000-record-history thru 8000-exit.
002720     close sample-idx-file.
002730     display "TENRUBS: " shares-written " share(s) posted".
002740 9000-exit.
002750     exit.

000100*----------------------------------------------------------*
000110* TENOTGM.COB
000120*
000130* Habitability outage entry screen.  When the boiler fails
000140* in January the affected tenants are owed a rent credit for
000150* every day without heat or hot water; the credit was
000160* worked out on paper and posted as an unexplained
000170* adjustment.  This screen opens an outage on outage.dat --
000180* the building, the outage type, the equip.dat item or the
000190* workordr.dat ticket it came from, the start date, the
000200* share of the daily rent to credit and the apartments
000210* affected (or the whole building) -- and later records the
000220* date service was restored, or cancels an outage keyed in
000230* error.  The nightly TENABAT run credits a restored outage.
000240* Records append; the latest per outage number and
000250* apartment wins.
000260*----------------------------------------------------------*
000270* MODIFICATION HISTORY
000280*   DATE       INIT  DESCRIPTION
000290*   2026-10-15 JHM   Original program.
000300*----------------------------------------------------------*
000310 identification division.
000320 program-id. tenotgm.
000330 author. J. H. Masters.
000340 installation. Property Management Systems.
000350 date-written. 2026-10-15.
000360 date-compiled. 2026-10-15.

000370 environment division.
000380 configuration section.
000390 source-computer. Intel486.
000400 object-computer. Intel486.

000410 input-output section.
000420 file-control.
000430     select sample-idx-file assign to disk
000440         organization is indexed
000450         record key is unit-key of sample-idx-record
000460         access mode is random
000470         file status is idx-file-status.

000480     select optional outage-file assign to disk
000490         organization is line sequential
000500         file status is otg-file-status.

000510     select optional equipment-file assign to disk
000520         organization is line sequential
000530         file status is eqp-file-status.

000540     select optional work-order-file assign to disk
000550         organization is line sequential
000560         file status is wor-file-status.

000570     select optional batch-lock-file assign to disk
000580         organization is line sequential
000590         file status is lck-file-status.

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

000740 fd  equipment-file
000750     label records are standard
000760     value of file-id is "equip.dat".
000770     copy TENEQP
000780         replacing ==:REC-NAME:==
000790             by ==equipment-record==.

000800 fd  work-order-file
000810     label records are standard
000820     value of file-id is "workordr.dat".
000830     copy TENWOR
000840         replacing ==:REC-NAME:==
000850             by ==work-order-record==.

000860 fd  batch-lock-file
000870     label records are standard
000880     value of file-id is "batchlck.ctl".
000890 01  batch-lock-record.
000900     05  lck-status          picture is X(06).
000910     05  lck-date            picture is 9(08).
000920     05  lck-time            picture is 9(08).

000930 working-storage section.
000940 01  lck-file-status         picture is X(02).
000950 01  batch-locked-switch     picture is X(01) value "N".
000960     88  batch-locked                value "Y".
000970     copy TENWHO.
000980     copy TENBLDL.
000990 01  idx-file-status         picture is X(02).
001000 01  otg-file-status         picture is X(02).
001010 01  eqp-file-status         picture is X(02).
001020 01  wor-file-status         picture is X(02).
001030 01  otg-eof-switch          picture is X(01).
001040     88  outage-file-at-end          value "Y".
001050 01  eqp-eof-switch          picture is X(01).
001060     88  equipment-file-at-end       value "Y".
001070 01  wor-eof-switch          picture is X(01).
001080     88  work-file-at-end            value "Y".
001090 01  more-switch             picture is X(01) value "Y".
001100     88  more-records                value "Y".
001110 01  units-done-switch       picture is X(01).
001120     88  units-done                  value "Y".
001130 01  found-switch            picture is X(01).
001140     88  item-found                  value "Y".
001150 01  run-date                picture is 9(08).
001160 01  action-code             picture is X(01).
001170 01  reply                   picture is X(01).
001180 01  entered-building        picture is 9(02).
001190 01  entered-type            picture is X(01).
001200 01  entered-equip           picture is 9(04).
001210 01  entered-ticket          picture is 9(05).
001220 01  entered-start           picture is 9(08).
001230 01  entered-end             picture is 9(08).
001240 01  entered-percent         picture is 9(03).
001250 01  entered-description     picture is X(30).
001260 01  entered-aptnum          picture is 9(04).
001270 01  entered-outage          picture is 9(05).
001280 01  next-outage             picture is 9(05).
001290 01  opened-count            picture is 9(05) value zero.
001300 01  restored-count          picture is 9(05) value zero.
001310 01  cancelled-count         picture is 9(05) value zero.
001320 01  open-unit-count         picture is 9(03).
001330 01  unit-sub                picture is 9(03).

001340*----------------------------------------------------------*
001350* Apartments keyed for a new outage; 0000 alone means the
001360* whole building.
001370*----------------------------------------------------------*
001380 01  new-unit-area.
001390     05  new-unit-count      picture is 9(03) value zero.
001400     05  new-unit-entry occurs 1 to 100 times
001410             depending on new-unit-count
001420             indexed by new-unit-index.
001430         10  nu-aptnum       picture is 9(04).

001440*----------------------------------------------------------*
001450* Latest outage.dat record per apartment for the outage
001460* being restored or cancelled.
001470*----------------------------------------------------------*
001480 01  outage-unit-area.
001490     05  outage-unit-count   picture is 9(03) value zero.
001500     05  outage-unit-entry occurs 1 to 200 times
001510             depending on outage-unit-count
001520             indexed by outage-unit-index.
001530         10  ou-aptnum       picture is 9(04).
001540         10  ou-image        picture is X(87).
001550     copy TENOTG
001560         replacing ==:REC-NAME:==
001570             by ==current-outage==.

001580 procedure division.
001590 0000-mainline.
001600     perform 1000-initialize thru 1000-exit.
001610     perform 2000-enter-one thru 2000-exit
001620         until not more-records.
001630     perform 9000-finish thru 9000-exit.
001640     stop run.

001650 1000-initialize.
001660     display "TENOTGM: habitability outage entry".
001670     perform 1100-check-batch-lock thru 1100-exit.
001680     if batch-locked
001690         display "TENOTGM: nightly batch in progress - "
001700             "tenant files are locked, inquiry only "
001710             "(use TENINQ) until the window closes"
001720         stop run.
001730     call "TENWHO" using TENWHO-PARMS.
001740     if not TENWHO-SIGNED-ON
001750         or TENWHO-AUTHORITY < 2
001760         display "TENOTGM: update authority required - "
001770             "sign on through TENSIGN first"
001780         stop run.
001790     accept run-date from date yyyymmdd.
001800     open input sample-idx-file.
001810     if idx-file-status not = "00"
001820         display "TENOTGM: cannot open indexed.dbf, status "
001830             idx-file-status
001840         stop run.
001850 1000-exit.
001860     exit.

001870*----------------------------------------------------------*
001880* Batch-window lock check: the nightly driver raises the
001890* lock at start of chain and clears it at finish.
001900*----------------------------------------------------------*
001910 1100-check-batch-lock.
001920     open input batch-lock-file.
001930     if lck-file-status not = "00"
001940         go to 1100-exit.
001950     read batch-lock-file
001960         at end
001970             continue
001980         not at end
001990             if lck-status = "LOCKED"
002000                 move "Y" to batch-locked-switch.
002010     close batch-lock-file.
002020 1100-exit.
002030     exit.

002040 2000-enter-one.
002050     display "Action (N new outage, R service restored, "
002060         "X cancel an outage, blank to quit): ".
002070     move space to action-code.
002080     accept action-code.
002090     evaluate action-code
002100         when "N"
002110             perform 2100-new-outage thru 2100-exit
002120         when "R"
002130             perform 2300-restore-outage thru 2300-exit
002140         when "X"
002150             perform 2400-cancel-outage thru 2400-exit
002160         when other
002170             move "N" to more-switch
002180     end-evaluate.
002190 2000-exit.
002200     exit.

002210*----------------------------------------------------------*
002220* A new outage: building, type, the equipment item or the
002230* work-order ticket behind it, start date, share of the
002240* daily rent and the apartments it reaches.
002250*----------------------------------------------------------*
002260 2100-new-outage.
002270     display "Building number: ".
002280     accept entered-building.
002290     move entered-building to TENBLDL-BUILDING.
002300     call "TENBLDL" using TENBLDL-PARMS.
002310     if not TENBLDL-ON-FILE
002320         display "TENOTGM: building " entered-building
002330             " is not on the building master, nothing recorded"
002340         go to 2100-exit.
002350     display "Building: " TENBLDL-NAME.
002360     display "Outage type (H heat, W hot water, A all water, "
002370         "E electric, G gas, L elevator, O other): ".
002380     accept entered-type.
002390     move entered-type to otg-type of current-outage.
002400     if not otg-valid-type of current-outage
002410         display "TENOTGM: outage type " entered-type
002420             " is not valid, nothing recorded"
002430         go to 2100-exit.
002440     display "Equipment number on equip.dat (0000 if none): ".
002450     accept entered-equip.
002460     display "Work-order ticket (00000 if none): ".
002470     accept entered-ticket.
002480     if entered-equip = zero
002490         and entered-ticket = zero
002500         display "TENOTGM: an outage must cite an equipment "
002510             "item or a work-order ticket, nothing recorded"
002520         go to 2100-exit.
002530     if entered-equip not = zero
002540         perform 2120-check-equipment thru 2120-exit
002550         if not item-found
002560             display "TENOTGM: equipment " entered-building
002570                 "-" entered-equip " is not on equip.dat, "
002580                 "nothing recorded"
002590             go to 2100-exit.
002600     if entered-ticket not = zero
002610         perform 2130-check-ticket thru 2130-exit
002620         if not item-found
002630             display "TENOTGM: ticket " entered-ticket
002640                 " is not on workordr.dat for building "
002650                 entered-building ", nothing recorded"
002660             go to 2100-exit.
002670     display "Outage start date (YYYYMMDD, 0 = today): ".
002680     accept entered-start.
002690     if entered-start = zero
002700         move run-date to entered-start.
002710     if entered-start > run-date
002720         display "TENOTGM: start date is in the future, "
002730             "nothing recorded"
002740         go to 2100-exit.
002750     display "Percent of daily rent to credit "
002760         "(001-100, 0 = 100): ".
002770     accept entered-percent.
002780     if entered-percent = zero
002790         move 100 to entered-percent.
002800     if entered-percent > 100
002810         display "TENOTGM: percent over 100, nothing recorded"
002820         go to 2100-exit.
002830     display "Description (30 characters): ".
002840     move spaces to entered-description.
002850     accept entered-description.
002860     perform 2150-key-units thru 2150-exit.
002870     if new-unit-count = zero
002880         display "TENOTGM: no apartments keyed, nothing "
002890             "recorded"
002900         go to 2100-exit.
002910     perform 2160-next-number thru 2160-exit.
002920     open extend outage-file.
002930     perform 2170-write-new thru 2170-exit
002940         varying unit-sub from 1 by 1
002950         until unit-sub > new-unit-count.
002960     close outage-file.
002970     add 1 to opened-count.
002980     if nu-aptnum (1) = zero
002990         display "TENOTGM: outage " next-outage
003000             " opened for all of building " entered-building
003010     else
003020         display "TENOTGM: outage " next-outage " opened for "
003030             new-unit-count " apartment(s)".
003040 2100-exit.
003050     exit.

003060*----------------------------------------------------------*
003070* The equipment item must be on equip.dat for the building.
003080*----------------------------------------------------------*
003090 2120-check-equipment.
003100     move "N" to found-switch.
003110     move "N" to eqp-eof-switch.
003120     open input equipment-file.
003130     if eqp-file-status not = "00"
003140         close equipment-file
003150         go to 2120-exit.
003160     perform 2125-scan-equipment thru 2125-exit
003170         until equipment-file-at-end.
003180     close equipment-file.
003190 2120-exit.
003200     exit.

003210 2125-scan-equipment.
003220     read equipment-file
003230         at end
003240             move "Y" to eqp-eof-switch
003250         not at end
003260             if eqp-building of equipment-record
003270                     = entered-building
003280                 and eqp-number of equipment-record
003290                     = entered-equip
003300                 move "Y" to found-switch.
003310 2125-exit.
003320     exit.

003330*----------------------------------------------------------*
003340* The ticket must be on workordr.dat against a unit in the
003350* building.
003360*----------------------------------------------------------*
003370 2130-check-ticket.
003380     move "N" to found-switch.
003390     move "N" to wor-eof-switch.
003400     open input work-order-file.
003410     if wor-file-status not = "00"
003420         close work-order-file
003430         go to 2130-exit.
003440     perform 2135-scan-ticket thru 2135-exit
003450         until work-file-at-end.
003460     close work-order-file.
003470 2130-exit.
003480     exit.

003490 2135-scan-ticket.
003500     read work-order-file
003510         at end
003520             move "Y" to wor-eof-switch
003530         not at end
003540             if wor-ticket of work-order-record
003550                     = entered-ticket
003560                 and wor-building of work-order-record
003570                     = entered-building
003580                 move "Y" to found-switch.
003590 2135-exit.
003600     exit.

003610*----------------------------------------------------------*
003620* The whole building, or the apartments one at a time, each
003630* validated on indexed.dbf.
003640*----------------------------------------------------------*
003650 2150-key-units.
003660     move zero to new-unit-count.
003670     display "Whole building affected (Y/N): ".
003680     accept reply.
003690     if reply = "Y"
003700         move 1 to new-unit-count
003710         move zero to nu-aptnum (1)
003720         go to 2150-exit.
003730     move "N" to units-done-switch.
003740     perform 2155-key-unit thru 2155-exit
003750         until units-done.
003760 2150-exit.
003770     exit.

003780 2155-key-unit.
003790     display "Affected apartment (0000 when done): ".
003800     accept entered-aptnum.
003810     if entered-aptnum = zero
003820         move "Y" to units-done-switch
003830         go to 2155-exit.
003840     move entered-building to building-id of sample-idx-record.
003850     move entered-aptnum to aptnum of sample-idx-record.
003860     read sample-idx-file
003870         invalid key
003880             display "TENOTGM: no unit " entered-building "-"
003890                 entered-aptnum " on indexed.dbf"
003900             go to 2155-exit.
003910     if new-unit-count > zero
003920         set new-unit-index to 1
003930         search new-unit-entry
003940             at end
003950                 continue
003960             when nu-aptnum (new-unit-index) = entered-aptnum
003970                 display "TENOTGM: apartment " entered-aptnum
003980                     " already keyed"
003990                 go to 2155-exit.
004000     if new-unit-count >= 100
004010         display "TENOTGM: 100 apartments keyed - key the "
004020             "outage for the whole building instead"
004030         move "Y" to units-done-switch
004040         go to 2155-exit.
004050     add 1 to new-unit-count.
004060     move entered-aptnum to nu-aptnum (new-unit-count).
004070 2155-exit.
004080     exit.

004090*----------------------------------------------------------*
004100* Outage numbers run one above the highest on outage.dat.
004110*----------------------------------------------------------*
004120 2160-next-number.
004130     move 1 to next-outage.
004140     move "N" to otg-eof-switch.
004150     open input outage-file.
004160     if otg-file-status not = "00"
004170         close outage-file
004180         go to 2160-exit.
004190     perform 2165-scan-number thru 2165-exit
004200         until outage-file-at-end.
004210     close outage-file.
004220 2160-exit.
004230     exit.

004240 2165-scan-number.
004250     read outage-file
004260         at end
004270             move "Y" to otg-eof-switch
004280         not at end
004290             if otg-number of outage-record not < next-outage
004300                 compute next-outage =
004310                     otg-number of outage-record + 1.
004320 2165-exit.
004330     exit.

004340 2170-write-new.
004350     move next-outage to otg-number of outage-record.
004360     move entered-building to otg-building of outage-record.
004370     move nu-aptnum (unit-sub) to otg-aptnum of outage-record.
004380     move "O" to otg-status of outage-record.
004390     move entered-type to otg-type of outage-record.
004400     move entered-start to otg-start-date of outage-record.
004410     move zero to otg-end-date of outage-record.
004420     move entered-equip to otg-equip-number of outage-record.
004430     move entered-ticket to otg-ticket of outage-record.
004440     move entered-percent to otg-percent of outage-record.
004450     move entered-description
004460         to otg-description of outage-record.
004470     move TENWHO-OPERATOR to otg-entered-by of outage-record.
004480     move run-date to otg-status-date of outage-record.
004490     write outage-record.
004500 2170-exit.
004510     exit.

004520*----------------------------------------------------------*
004530* The latest record per apartment for the keyed outage.
004540*----------------------------------------------------------*
004550 2200-load-outage.
004560     move zero to outage-unit-count.
004570     move zero to open-unit-count.
004580     move "N" to otg-eof-switch.
004590     open input outage-file.
004600     if otg-file-status not = "00"
004610         close outage-file
004620         go to 2200-exit.
004630     perform 2210-read-outage thru 2210-exit
004640         until outage-file-at-end.
004650     close outage-file.
004660     perform 2230-count-open thru 2230-exit
004670         varying unit-sub from 1 by 1
004680         until unit-sub > outage-unit-count.
004690 2200-exit.
004700     exit.

004710 2210-read-outage.
004720     read outage-file
004730         at end
004740             move "Y" to otg-eof-switch
004750             go to 2210-exit.
004760     if otg-number of outage-record not = entered-outage
004770         go to 2210-exit.
004780     set outage-unit-index to 1.
004790     if outage-unit-count > zero
004800         search outage-unit-entry
004810             at end
004820                 perform 2220-add-unit thru 2220-exit
004830             when ou-aptnum (outage-unit-index)
004840                     = otg-aptnum of outage-record
004850                 move outage-record
004860                     to ou-image (outage-unit-index)
004870     else
004880         perform 2220-add-unit thru 2220-exit.
004890 2210-exit.
004900     exit.

004910 2220-add-unit.
004920     if outage-unit-count >= 200
004930         display "TENOTGM: outage unit table overflow"
004940     else
004950         add 1 to outage-unit-count
004960         move otg-aptnum of outage-record
004970             to ou-aptnum (outage-unit-count)
004980         move outage-record to ou-image (outage-unit-count).
004990 2220-exit.
005000     exit.

005010 2230-count-open.
005020     move ou-image (unit-sub) to current-outage.
005030     if otg-open of current-outage
005040         add 1 to open-unit-count.
005050 2230-exit.
005060     exit.

005070*----------------------------------------------------------*
005080* Service restored: the end date goes on every apartment
005090* still open on the outage, ready for the abatement run.
005100*----------------------------------------------------------*
005110 2300-restore-outage.
005120     display "Outage number: ".
005130     accept entered-outage.
005140     perform 2200-load-outage thru 2200-exit.
005150     if outage-unit-count = zero
005160         display "TENOTGM: outage " entered-outage
005170             " is not on outage.dat"
005180         go to 2300-exit.
005190     if open-unit-count = zero
005200         display "TENOTGM: outage " entered-outage
005210             " is not open, nothing recorded"
005220         go to 2300-exit.
005230     move ou-image (1) to current-outage.
005240     display "Building " otg-building of current-outage
005250         ", type " otg-type of current-outage
005260         ", out since " otg-start-date of current-outage
005270         ", " open-unit-count " record(s) open".
005280     display "Date service restored (YYYYMMDD, 0 = today): ".
005290     accept entered-end.
005300     if entered-end = zero
005310         move run-date to entered-end.
005320     if entered-end > run-date
005330         display "TENOTGM: restore date is in the future, "
005340             "nothing recorded"
005350         go to 2300-exit.
005360     if entered-end < otg-start-date of current-outage
005370         display "TENOTGM: restore date is before the outage "
005380             "started, nothing recorded"
005390         go to 2300-exit.
005400     move "R" to action-code.
005410     open extend outage-file.
005420     perform 2500-write-status thru 2500-exit
005430         varying unit-sub from 1 by 1
005440         until unit-sub > outage-unit-count.
005450     close outage-file.
005460     add 1 to restored-count.
005470     display "TENOTGM: outage " entered-outage
005480         " restored " entered-end.
005490 2300-exit.
005500     exit.

005510*----------------------------------------------------------*
005520* An outage keyed in error is cancelled before it is
005530* credited.
005540*----------------------------------------------------------*
005550 2400-cancel-outage.
005560     display "Outage number: ".
005570     accept entered-outage.
005580     perform 2200-load-outage thru 2200-exit.
005590     if outage-unit-count = zero
005600         display "TENOTGM: outage " entered-outage
005610             " is not on outage.dat"
005620         go to 2400-exit.
005630     if open-unit-count = zero
005640         display "TENOTGM: outage " entered-outage
005650             " is not open, nothing recorded"
005660         go to 2400-exit.
005670     display "Cancel outage " entered-outage " (Y/N): ".
005680     accept reply.
005690     if reply not = "Y"
005700         display "TENOTGM: nothing recorded"
005710         go to 2400-exit.
005720     move zero to entered-end.
005730     move "X" to action-code.
005740     open extend outage-file.
005750     perform 2500-write-status thru 2500-exit
005760         varying unit-sub from 1 by 1
005770         until unit-sub > outage-unit-count.
005780     close outage-file.
005790     add 1 to cancelled-count.
005800     display "TENOTGM: outage " entered-outage " cancelled".
005810 2400-exit.
005820     exit.

005830 2500-write-status.
005840     move ou-image (unit-sub) to current-outage.
005850     if not otg-open of current-outage
005860         go to 2500-exit.
005870     move current-outage to outage-record.
005880     move action-code to otg-status of outage-record.
005890     move entered-end to otg-end-date of outage-record.
005900     move TENWHO-OPERATOR to otg-entered-by of outage-record.
005910     move run-date to otg-status-date of outage-record.
005920     write outage-record.
005930 2500-exit.
005940     exit.

005950 9000-finish.
005960     close sample-idx-file.
005970     display "TENOTGM: " opened-count " opened, "
005980         restored-count " restored, "
005990         cancelled-count " cancelled".
006000 9000-exit.
006010     exit.

000100*----------------------------------------------------------*
000110* TENCNCL.COB
000120*
000130* Rent-concession lookup subprogram.  Billing, debit,
000140* close and reporting programs CALL this with a unit-key,
000150* a billing month and the unit's gross RENT-AMOUNT and get
000160* back the month's concession credit from concess.dat, so
000170* every program prices a leasing special the same way and
000180* RENT-AMOUNT never has to be lowered to give one.  The
000190* file is loaded into a table on the first call, latest
000200* record per unit winning, the TENFEEL convention.
000210*----------------------------------------------------------*
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15 JHM   Original program.
000250*----------------------------------------------------------*
000260 identification division.
000270 program-id. tencncl.
000280 author. J. H. Masters.
000290 installation. Property Management Systems.
000300 date-written. 2026-10-15.
000310 date-compiled. 2026-10-15.

000320 environment division.
000330 configuration section.
000340 source-computer. Intel486.
000350 object-computer. Intel486.

000360 input-output section.
000370 file-control.
000380     select optional concession-file assign to disk
000390         organization is line sequential
000400         file status is cnc-file-status.

000410 data division.
000420 file section.
000430 fd  concession-file
000440     label records are standard
000450     value of file-id is "concess.dat".
000460     copy TENCNC
000470         replacing ==:REC-NAME:==
000480             by ==concession-record==.

000490 working-storage section.
000500 01  cnc-file-status         picture is X(02).
000510 01  cnc-eof-switch          picture is X(01).
000520     88  concession-file-at-end      value "Y".
000530 01  table-loaded-switch     picture is X(01) value "N".
000540     88  table-loaded                value "Y".
000550 01  window-date             picture is 9(08).
000560 01  window-date-parts redefines window-date.
000570     05  window-yyyymm       picture is 9(06).
000580     05  window-dd           picture is 9(02).
000590 01  start-yyyymm            picture is 9(06).
000600 01  end-yyyymm              picture is 9(06).

000610*----------------------------------------------------------*
000620* Latest concess.dat record per unit; a cancelled record
000630* stays in the table so it can supersede the special it
000640* ends.
000650*----------------------------------------------------------*
000660 01  concession-table-area.
000670     05  cnc-table-count     picture is 9(04) value zero.
000680     05  cnc-table-entry occurs 1 to 500 times
000690             depending on cnc-table-count
000700             indexed by cnc-table-index.
000710         10  ct-building     picture is 9(02).
000720         10  ct-aptnum       picture is 9(04).
000730         10  ct-type         picture is X(01).
000740         10  ct-amount       picture is 9(05)V99.
000750         10  ct-start-date   picture is 9(08).
000760         10  ct-end-date     picture is 9(08).
000770         10  ct-reason       picture is X(20).

000780 linkage section.
000790     copy TENCNCL.

000800 procedure division using TENCNCL-PARMS.
000810 0000-mainline.
000820     if not table-loaded
000830         perform 1000-load-concessions thru 1000-exit.
000840     perform 2000-look-up thru 2000-exit.
000850     goback.

000860 1000-load-concessions.
000870     move "Y" to table-loaded-switch.
000880     move "N" to cnc-eof-switch.
000890     open input concession-file.
000900     if cnc-file-status not = "00"
000910         close concession-file
000920         go to 1000-exit.
000930     perform 1100-read-concession thru 1100-exit
000940         until concession-file-at-end.
000950     close concession-file.
000960 1000-exit.
000970     exit.

000980 1100-read-concession.
000990     read concession-file
001000         at end
001010             move "Y" to cnc-eof-switch
001020         not at end
001030             perform 1200-stow-concession thru 1200-exit.
001040 1100-exit.
001050     exit.

001060 1200-stow-concession.
001070     set cnc-table-index to 1.
001080     if cnc-table-count > zero
001090         search cnc-table-entry
001100             at end
001110                 perform 1300-add-concession thru 1300-exit
001120             when ct-building (cnc-table-index)
001130                     = cnc-building of concession-record
001140                 and ct-aptnum (cnc-table-index)
001150                     = cnc-aptnum of concession-record
001160                 perform 1400-replace-concession
001170                     thru 1400-exit
001180     else
001190         perform 1300-add-concession thru 1300-exit.
001200 1200-exit.
001210     exit.

001220 1300-add-concession.
001230     if cnc-table-count >= 500
001240         display "TENCNCL: concession table overflow"
001250     else
001260         add 1 to cnc-table-count
001270         set cnc-table-index to cnc-table-count
001280         perform 1400-replace-concession thru 1400-exit.
001290 1300-exit.
001300     exit.

001310 1400-replace-concession.
001320     move cnc-building of concession-record
001330         to ct-building (cnc-table-index).
001340     move cnc-aptnum of concession-record
001350         to ct-aptnum (cnc-table-index).
001360     move cnc-type of concession-record
001370         to ct-type (cnc-table-index).
001380     move cnc-amount of concession-record
001390         to ct-amount (cnc-table-index).
001400     move cnc-start-date of concession-record
001410         to ct-start-date (cnc-table-index).
001420     move cnc-end-date of concession-record
001430         to ct-end-date (cnc-table-index).
001440     move cnc-reason of concession-record
001450         to ct-reason (cnc-table-index).
001460 1400-exit.
001470     exit.

001480*----------------------------------------------------------*
001490* A concession covers the billing month when the month
001500* falls between the start and end months inclusive.  Free
001510* rent credits the whole rent passed in; an amount-off
001520* special credits its amount, capped at the rent.
001530*----------------------------------------------------------*
001540 2000-look-up.
001550     move "N" to TENCNCL-FOUND.
001560     move space to TENCNCL-TYPE.
001570     move zero to TENCNCL-CREDIT.
001580     move spaces to TENCNCL-REASON.
001590     move zero to TENCNCL-END-DATE.
001600     if cnc-table-count = zero
001610         go to 2000-exit.
001620     set cnc-table-index to 1.
001630     search cnc-table-entry
001640         at end
001650             go to 2000-exit
001660         when ct-building (cnc-table-index)
001670                 = TENCNCL-BUILDING
001680             and ct-aptnum (cnc-table-index)
001690                 = TENCNCL-APTNUM
001700             continue.
001710     if ct-type (cnc-table-index) not = "F"
001720         and ct-type (cnc-table-index) not = "A"
001730         go to 2000-exit.
001740     move ct-start-date (cnc-table-index) to window-date.
001750     move window-yyyymm to start-yyyymm.
001760     move ct-end-date (cnc-table-index) to window-date.
001770     move window-yyyymm to end-yyyymm.
001780     if TENCNCL-MONTH < start-yyyymm
001790         or TENCNCL-MONTH > end-yyyymm
001800         go to 2000-exit.
001810     move "Y" to TENCNCL-FOUND.
001820     move ct-type (cnc-table-index) to TENCNCL-TYPE.
001830     move ct-reason (cnc-table-index) to TENCNCL-REASON.
001840     move ct-end-date (cnc-table-index)
001850         to TENCNCL-END-DATE.
001860     if ct-type (cnc-table-index) = "F"
001870         move TENCNCL-RENT to TENCNCL-CREDIT
001880         go to 2000-exit.
001890     if ct-amount (cnc-table-index) > TENCNCL-RENT
001900         move TENCNCL-RENT to TENCNCL-CREDIT
001910     else
001920         move ct-amount (cnc-table-index)
001930             to TENCNCL-CREDIT.
001940 2000-exit.
001950     exit.

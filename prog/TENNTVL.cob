000100*----------------------------------------------------------*
000110* TENNTVL.COB
000120*
000130* Notice-to-vacate lookup subprogram.  The renewal run, the
000140* vacancy forecast, the vacancy board, the applicant match
000150* and the nightly overdue check CALL this with a unit-key
000160* and learn whether the tenant has given notice, and when
000170* they plan to move out.  ntvacate.dat is read into a table
000180* on the first call, latest record per unit winning, and
000190* only a latest record that is still on notice ("N") is
000200* reported; a withdrawn notice or a vacated unit is not.
000210*----------------------------------------------------------*
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15 JHM   Original program.
000250*----------------------------------------------------------*
000260 identification division.
000270 program-id. tenntvl.
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
000380     select optional notice-file assign to disk
000390         organization is line sequential
000400         file status is ntv-file-status.

000410 data division.
000420 file section.
000430 fd  notice-file
000440     label records are standard
000450     value of file-id is "ntvacate.dat".
000460     copy TENNTV
000470         replacing ==:REC-NAME:==
000480             by ==notice-record==.

000490 working-storage section.
000500 01  ntv-file-status         picture is X(02).
000510 01  ntv-eof-switch          picture is X(01).
000520     88  notice-file-at-end          value "Y".
000530 01  table-loaded-switch     picture is X(01) value "N".
000540     88  table-loaded                value "Y".

000550*----------------------------------------------------------*
000560* Latest ntvacate.dat record per unit.
000570*----------------------------------------------------------*
000580 01  notice-table-area.
000590     05  notice-table-count  picture is 9(04) value zero.
000600     05  notice-table-entry occurs 1 to 1000 times
000610             depending on notice-table-count
000620             indexed by notice-table-index.
000630         10  nt-building     picture is 9(02).
000640         10  nt-aptnum       picture is 9(04).
000650         10  nt-status       picture is X(01).
000660         10  nt-notice-date  picture is 9(08).
000670         10  nt-move-out-date
000680                             picture is 9(08).
000690         10  nt-reason       picture is X(02).

000700 linkage section.
000710     copy TENNTVL.

000720 procedure division using TENNTVL-PARMS.
000730 0000-mainline.
000740     if not table-loaded
000750         perform 1000-load-notices thru 1000-exit.
000760     perform 2000-look-up thru 2000-exit.
000770     goback.

000780 1000-load-notices.
000790     move "Y" to table-loaded-switch.
000800     move "N" to ntv-eof-switch.
000810     open input notice-file.
000820     if ntv-file-status not = "00"
000830         close notice-file
000840         go to 1000-exit.
000850     perform 1100-read-notice thru 1100-exit
000860         until notice-file-at-end.
000870     close notice-file.
000880 1000-exit.
000890     exit.

000900 1100-read-notice.
000910     read notice-file
000920         at end
000930             move "Y" to ntv-eof-switch
000940         not at end
000950             perform 1200-stow-notice thru 1200-exit.
000960 1100-exit.
000970     exit.

000980 1200-stow-notice.
000990     set notice-table-index to 1.
001000     if notice-table-count > zero
001010         search notice-table-entry
001020             at end
001030                 perform 1300-add-notice thru 1300-exit
001040             when nt-building (notice-table-index)
001050                     = ntv-building of notice-record
001060                 and nt-aptnum (notice-table-index)
001070                     = ntv-aptnum of notice-record
001080                 perform 1400-replace-notice thru 1400-exit
001090     else
001100         perform 1300-add-notice thru 1300-exit.
001110 1200-exit.
001120     exit.

001130 1300-add-notice.
001140     if notice-table-count >= 1000
001150         display "TENNTVL: notice table overflow"
001160     else
001170         add 1 to notice-table-count
001180         set notice-table-index to notice-table-count
001190         perform 1400-replace-notice thru 1400-exit.
001200 1300-exit.
001210     exit.

001220 1400-replace-notice.
001230     move ntv-building of notice-record
001240         to nt-building (notice-table-index).
001250     move ntv-aptnum of notice-record
001260         to nt-aptnum (notice-table-index).
001270     move ntv-status of notice-record
001280         to nt-status (notice-table-index).
001290     move ntv-notice-date of notice-record
001300         to nt-notice-date (notice-table-index).
001310     move ntv-move-out-date of notice-record
001320         to nt-move-out-date (notice-table-index).
001330     move ntv-reason of notice-record
001340         to nt-reason (notice-table-index).
001350 1400-exit.
001360     exit.

001370 2000-look-up.
001380     move "N" to TENNTVL-FOUND.
001390     move zero to TENNTVL-NOTICE-DATE.
001400     move zero to TENNTVL-MOVE-OUT-DATE.
001410     move spaces to TENNTVL-REASON.
001420     if notice-table-count = zero
001430         go to 2000-exit.
001440     set notice-table-index to 1.
001450     search notice-table-entry
001460         at end
001470             continue
001480         when nt-building (notice-table-index)
001490                 = TENNTVL-BUILDING
001500             and nt-aptnum (notice-table-index)
001510                 = TENNTVL-APTNUM
001520             if nt-status (notice-table-index) = "N"
001530                 move "Y" to TENNTVL-FOUND
001540                 move nt-notice-date (notice-table-index)
001550                     to TENNTVL-NOTICE-DATE
001560                 move nt-move-out-date (notice-table-index)
001570                     to TENNTVL-MOVE-OUT-DATE
001580                 move nt-reason (notice-table-index)
001590                     to TENNTVL-REASON
001600             end-if.
001610 2000-exit.
001620     exit.

000100*----------------------------------------------------------*
000110* TENGRTL.COB
000120*
000130* Guarantor lookup subprogram.  The dunning, statement and
000140* collections programs CALL this with a unit-key and the
000150* tenant's name and get back the guarantor who signed for
000160* that tenancy, when one is on file and the guaranty has
000170* not been released.  guarantr.dat is loaded into a table
000180* on the first call, last record per unit and tenant
000190* winning, the TENBLDL convention.  A guarantor already
000200* redacted with a former tenancy is treated as not on
000210* file.
000220*----------------------------------------------------------*
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   2026-10-15 JHM   Original program.
000260*----------------------------------------------------------*
000270 identification division.
000280 program-id. tengrtl.
000290 author. J. H. Masters.
000300 installation. Property Management Systems.
000310 date-written. 2026-10-15.
000320 date-compiled. 2026-10-15.

000330 environment division.
000340 configuration section.
000350 source-computer. Intel486.
000360 object-computer. Intel486.

000370 input-output section.
000380 file-control.
000390     select optional guarantor-file assign to disk
000400         organization is line sequential
000410         file status is grt-file-status.

000420 data division.
000430 file section.
000440 fd  guarantor-file
000450     label records are standard
000460     value of file-id is "guarantr.dat".
000470     copy TENGRT
000480         replacing ==:REC-NAME:==
000490             by ==guarantor-record==.

000500 working-storage section.
000510 01  grt-file-status         picture is X(02).
000520 01  grt-eof-switch          picture is X(01).
000530     88  guarantor-file-at-end       value "Y".
000540 01  table-loaded-switch     picture is X(01) value "N".
000550     88  table-loaded                value "Y".

000560*----------------------------------------------------------*
000570* Latest guaranty per unit and tenant.
000580*----------------------------------------------------------*
000590 01  guarantor-table-area.
000600     05  guarantor-table-count picture is 9(03) value zero.
000610     05  guarantor-table-entry occurs 1 to 500 times
000620             depending on guarantor-table-count
000630             indexed by guarantor-table-index.
000640         10  gt-building     picture is 9(02).
000650         10  gt-aptnum       picture is 9(04).
000660         10  gt-tenant-name  picture is X(25).
000670         10  gt-name         picture is X(25).
000680         10  gt-address      picture is X(25).
000690         10  gt-city         picture is X(15).
000700         10  gt-state        picture is X(02).
000710         10  gt-zip          picture is 99999B9999.
000720         10  gt-phone        picture is X(15).
000730         10  gt-limit        picture is 9(07)V99.
000740         10  gt-expires      picture is 9(08).
000750         10  gt-status       picture is X(01).

000760 linkage section.
000770     copy TENGRTL.

000780 procedure division using TENGRTL-PARMS.
000790 0000-mainline.
000800     if not table-loaded
000810         perform 1000-load-guarantors thru 1000-exit.
000820     perform 2000-look-up thru 2000-exit.
000830     goback.

000840 1000-load-guarantors.
000850     move "Y" to table-loaded-switch.
000860     move "N" to grt-eof-switch.
000870     open input guarantor-file.
000880     if grt-file-status not = "00"
000890         close guarantor-file
000900         go to 1000-exit.
000910     perform 1100-read-guarantor thru 1100-exit
000920         until guarantor-file-at-end.
000930     close guarantor-file.
000940 1000-exit.
000950     exit.

000960 1100-read-guarantor.
000970     read guarantor-file
000980         at end
000990             move "Y" to grt-eof-switch
001000         not at end
001010             perform 1200-stow-guarantor thru 1200-exit.
001020 1100-exit.
001030     exit.

001040 1200-stow-guarantor.
001050     set guarantor-table-index to 1.
001060     if guarantor-table-count > zero
001070         search guarantor-table-entry
001080             at end
001090                 perform 1300-add-guarantor thru 1300-exit
001100             when gt-building (guarantor-table-index)
001110                     = grt-building of guarantor-record
001120                 and gt-aptnum (guarantor-table-index)
001130                     = grt-aptnum of guarantor-record
001140                 and gt-tenant-name (guarantor-table-index)
001150                     = grt-tenant-name of guarantor-record
001160                 perform 1400-replace-guarantor
001170                     thru 1400-exit
001180     else
001190         perform 1300-add-guarantor thru 1300-exit.
001200 1200-exit.
001210     exit.

001220 1300-add-guarantor.
001230     if guarantor-table-count >= 500
001240         display "TENGRTL: guarantor table overflow"
001250     else
001260         add 1 to guarantor-table-count
001270         set guarantor-table-index to guarantor-table-count
001280         perform 1400-replace-guarantor thru 1400-exit.
001290 1300-exit.
001300     exit.

001310 1400-replace-guarantor.
001320     move grt-building of guarantor-record
001330         to gt-building (guarantor-table-index).
001340     move grt-aptnum of guarantor-record
001350         to gt-aptnum (guarantor-table-index).
001360     move grt-tenant-name of guarantor-record
001370         to gt-tenant-name (guarantor-table-index).
001380     move grt-name of guarantor-record
001390         to gt-name (guarantor-table-index).
001400     move grt-address of guarantor-record
001410         to gt-address (guarantor-table-index).
001420     move grt-city of guarantor-record
001430         to gt-city (guarantor-table-index).
001440     move grt-state of guarantor-record
001450         to gt-state (guarantor-table-index).
001460     move grt-zip of guarantor-record
001470         to gt-zip (guarantor-table-index).
001480     move grt-phone of guarantor-record
001490         to gt-phone (guarantor-table-index).
001500     move grt-limit of guarantor-record
001510         to gt-limit (guarantor-table-index).
001520     move grt-expires of guarantor-record
001530         to gt-expires (guarantor-table-index).
001540     move grt-status of guarantor-record
001550         to gt-status (guarantor-table-index).
001560 1400-exit.
001570     exit.

001580 2000-look-up.
001590     move "N" to TENGRTL-FOUND.
001600     move spaces to TENGRTL-NAME TENGRTL-ADDRESS
001610         TENGRTL-CITY TENGRTL-STATE TENGRTL-PHONE.
001620     move zero to TENGRTL-ZIP TENGRTL-LIMIT TENGRTL-EXPIRES.
001630     if guarantor-table-count = zero
001640         go to 2000-exit.
001650     set guarantor-table-index to 1.
001660     search guarantor-table-entry
001670         at end
001680             go to 2000-exit
001690         when gt-building (guarantor-table-index)
001700                 = TENGRTL-BUILDING
001710             and gt-aptnum (guarantor-table-index)
001720                 = TENGRTL-APTNUM
001730             and gt-tenant-name (guarantor-table-index)
001740                 = TENGRTL-TENANT
001750             continue.
001760     if gt-status (guarantor-table-index) not = "A"
001770         or gt-name (guarantor-table-index) = spaces
001780         or gt-name (guarantor-table-index) = "*REDACTED*"
001790         go to 2000-exit.
001800     move "Y" to TENGRTL-FOUND.
001810     move gt-name (guarantor-table-index) to TENGRTL-NAME.
001820     move gt-address (guarantor-table-index)
001830         to TENGRTL-ADDRESS.
001840     move gt-city (guarantor-table-index) to TENGRTL-CITY.
001850     move gt-state (guarantor-table-index)
001860         to TENGRTL-STATE.
001870     move gt-zip (guarantor-table-index) to TENGRTL-ZIP.
001880     move gt-phone (guarantor-table-index)
001890         to TENGRTL-PHONE.
001900     move gt-limit (guarantor-table-index)
001910         to TENGRTL-LIMIT.
001920     move gt-expires (guarantor-table-index)
001930         to TENGRTL-EXPIRES.
001940 2000-exit.
001950     exit.

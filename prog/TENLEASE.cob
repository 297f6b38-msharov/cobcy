000180*----------------------------------------------------------*
000190* MODIFICATION HISTORY
000200*   DATE       INIT  DESCRIPTION
000210*   2026-10-15 JHM   Also keys the lease's early-termination
000220*                    rider -- flat fee, months of rent, or
000230*                    rent until re-let -- that the TENLBRK
000240*                    lease-break transaction works from.
000250*   2026-08-22 JHM   Files this program itself creates are
000260*                    SELECT OPTIONAL, so the very first run
000270*                    creates them instead of failing the
000280*                    OPEN EXTEND (the TENRCAT convention).
000290*   2026-08-22 JHM   Original program.
000300*----------------------------------------------------------*
000310 identification division.
000320 program-id. tenlease.
000330 author. J. H. Masters.
000340 installation. Property Management Systems.
000350 date-written. 2026-08-22.
000360 date-compiled. 2026-08-22.

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

000480     select optional lease-file assign to disk
000490         organization is line sequential.

000500 data division.
000510 file section.
000520 fd  sample-idx-file
000530     label records are standard
000540     value of file-id is "indexed.dbf".
000550     copy TENREC
000560         replacing ==:REC-NAME:== by ==sample-idx-record==
000570             ==address== by ==street-addr==.

000580 fd  lease-file
000590     label records are standard
000600     value of file-id is "lease.dat".
000610     copy TENLEA
000620         replacing ==:REC-NAME:==
000630             by ==lease-record==.

000640 working-storage section.
000650 01  idx-file-status         picture is X(02).
000660 01  more-switch             picture is X(01) value "Y".
000670     88  more-records                value "Y".
000680 01  entered-count           picture is 9(05) value zero.

000690 procedure division.
000700 0000-mainline.
000710     perform 1000-initialize thru 1000-exit.
000720     perform 2000-enter-one thru 2000-exit
000730         until not more-records.
000740     perform 9000-finish thru 9000-exit.
000750     stop run.

000760 1000-initialize.
000770     display "TENLEASE: lease-term entry".
000780     open input sample-idx-file.
000790     if idx-file-status not = "00"
000800         display "TENLEASE: cannot open indexed.dbf, status "
000810             idx-file-status
000820         stop run.
000830     open extend lease-file.
000840 1000-exit.
000850     exit.

000860 2000-enter-one.
000870     display "Apartment number (0000 to quit): ".
000880     accept aptnum.
000890     if aptnum = 0
000900         move "N" to more-switch
000910     else
000920         display "Building number: "
000930         accept building-id
000940         perform 2100-read-and-enter thru 2100-exit.
000950 2000-exit.
000960     exit.

000970 2100-read-and-enter.
000980     read sample-idx-file
000990         invalid key
001000             display "TENLEASE: no unit " building-id "-"
001010                 aptnum " on indexed.dbf".
001020     if idx-file-status = "00"
001030         display "TENLEASE: lease for " building-id "-"
001040             aptnum " - " name
001050         move building-id to lea-building of lease-record
001060         move aptnum to lea-aptnum of lease-record
001070         display "Lease start (YYYYMMDD): "
001080         accept lea-start-date of lease-record
001090         display "Lease end (YYYYMMDD): "
001100         accept lea-end-date of lease-record
001110         display "Term in months (999): "
001120         accept lea-term-months of lease-record
001130         perform 2150-enter-rider thru 2150-exit
001140         write lease-record
001150         add 1 to entered-count
001160         display "TENLEASE: lease recorded".
001170 2100-exit.
001180     exit.

001190*----------------------------------------------------------*
001200* The early-termination rider; anything but F or M is the
001210* rent-until-re-let rider.
001220*----------------------------------------------------------*
001230 2150-enter-rider.
001240     display "Early-termination rider (F flat fee, M months "
001250         "of rent, R rent until re-let): ".
001260     accept lea-break-rider of lease-record.
001270     move zero to lea-break-fee of lease-record.
001280     move zero to lea-break-months of lease-record.
001290     evaluate true
001300         when lea-break-flat-fee of lease-record
001310             display "Termination fee (99999.99): "
001320             accept lea-break-fee of lease-record
001330         when lea-break-months-rent of lease-record
001340             display "Months of rent owed (99): "
001350             accept lea-break-months of lease-record
001360         when other
001370             move "R" to lea-break-rider of lease-record
001380     end-evaluate.
001390 2150-exit.
001400     exit.

001410 9000-finish.
001420     close sample-idx-file.
001430     close lease-file.
001440     display "TENLEASE: " entered-count " lease(s) recorded".
001450 9000-exit.
001460     exit.

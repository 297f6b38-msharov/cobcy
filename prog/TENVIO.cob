000100*----------------------------------------------------------*
000110* TENVIO.COB
000120*
000130* Lease-violation incident entry.  Logs a noise, unauthorized
000140* occupant, pet or other lease-breach incident against a
000150* unit on incident.dat -- the date, category, a line on
000160* what happened, the staff member who reported it (an
000170* operator id on operator.dat) and the evidence reference
000180* -- so the superintendent's notebook stops being the only
000190* record.  The unit must be on indexed.dbf.  After each
000200* entry the screen shows how many incidents of that
000210* category the unit now has inside twelve months; the
000220* nightly TENVIOR pass takes the cure-or-quit and legal
000230* steps from the same count.
000240*----------------------------------------------------------*
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   2026-10-15 JHM   Original program.
000280*----------------------------------------------------------*
000290 identification division.
000300 program-id. tenvio.
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
000410     select sample-idx-file assign to disk
000420         organization is indexed
000430         record key is unit-key of sample-idx-record
000440         access mode is random
000450         file status is idx-file-status.

000460     select optional incident-file assign to disk
000470         organization is line sequential
000480         file status is vio-file-status.

000490     select optional operator-file assign to disk
000500         organization is line sequential
000510         file status is opr-file-status.

000520 data division.
000530 file section.
000540 fd  sample-idx-file
000550     label records are standard
000560     value of file-id is "indexed.dbf".
000570     copy TENREC
000580         replacing ==:REC-NAME:== by ==sample-idx-record==
000590             ==address== by ==street-addr==.

000600 fd  incident-file
000610     label records are standard
000620     value of file-id is "incident.dat".
000630     copy TENVIO
000640         replacing ==:REC-NAME:==
000650             by ==incident-record==.

000660 fd  operator-file
000670     label records are standard
000680     value of file-id is "operator.dat".
000690     copy TENOPR
000700         replacing ==:REC-NAME:==
000710             by ==operator-record==.

000720 working-storage section.
000730     copy TENWHO.
000740 01  idx-file-status         picture is X(02).
000750 01  vio-file-status         picture is X(02).
000760 01  opr-file-status         picture is X(02).
000770 01  vio-eof-switch          picture is X(01).
000780     88  incident-file-at-end        value "Y".
000790 01  opr-eof-switch          picture is X(01).
000800     88  operator-file-at-end        value "Y".
000810 01  more-switch             picture is X(01) value "Y".
000820     88  more-records                value "Y".
000830 01  staff-found-switch      picture is X(01).
000840     88  staff-on-file               value "Y".
000850 01  today-date              picture is 9(08).
000860 01  window-start            picture is 9(08).
000870 01  entered-count           picture is 9(05) value zero.
000880 01  entered-date            picture is 9(08).
000890 01  entered-category        picture is X(01).
000900     88  entered-valid-category      value "N" "O" "P" "L".
000910 01  entered-description     picture is X(40).
000920 01  entered-staff           picture is X(08).
000930 01  entered-evidence        picture is X(12).
000940 01  staff-name              picture is X(25).
000950 01  category-count          picture is 9(03).

000960 procedure division.
000970 0000-mainline.
000980     perform 1000-initialize thru 1000-exit.
000990     perform 2000-enter-one thru 2000-exit
001000         until not more-records.
001010     perform 9000-finish thru 9000-exit.
001020     stop run.

001030 1000-initialize.
001040     display "TENVIO: lease-violation incident entry".
001050     call "TENWHO" using TENWHO-PARMS.
001060     if not TENWHO-SIGNED-ON
001070         or TENWHO-AUTHORITY < 2
001080         display "TENVIO: update authority required - "
001090             "sign on through TENSIGN first"
001100         stop run.
001110     accept today-date from date yyyymmdd.
001120     compute window-start = today-date - 10000.
001130     open input sample-idx-file.
001140     if idx-file-status not = "00"
001150         display "TENVIO: cannot open indexed.dbf, status "
001160             idx-file-status
001170         stop run.
001180 1000-exit.
001190     exit.

001200 2000-enter-one.
001210     display "Apartment number (0000 to quit): ".
001220     accept aptnum.
001230     if aptnum = 0
001240         move "N" to more-switch
001250     else
001260         display "Building number: "
001270         accept building-id
001280         perform 2100-read-and-enter thru 2100-exit.
001290 2000-exit.
001300     exit.

001310 2100-read-and-enter.
001320     read sample-idx-file
001330         invalid key
001340             display "TENVIO: no unit " building-id "-"
001350                 aptnum " on indexed.dbf".
001360     if idx-file-status not = "00"
001370         go to 2100-exit.
001380     display "Tenant: " name of sample-idx-record.
001390     display "Incident date (YYYYMMDD, 0 = today): ".
001400     accept entered-date.
001410     if entered-date = zero
001420         move today-date to entered-date.
001430     if entered-date > today-date
001440         display "TENVIO: incident date is in the future, "
001450             "nothing recorded"
001460         go to 2100-exit.
001470     display "Category (N=noise, O=unauthorized occupant, "
001480         "P=pet, L=other lease breach): ".
001490     accept entered-category.
001500     if not entered-valid-category
001510         display "TENVIO: category must be N, O, P or L, "
001520             "nothing recorded"
001530         go to 2100-exit.
001540     display "What happened (40 characters): ".
001550     accept entered-description.
001560     display "Reported by (staff operator id): ".
001570     accept entered-staff.
001580     perform 2200-find-staff thru 2200-exit.
001590     if not staff-on-file
001600         display "TENVIO: operator " entered-staff
001610             " is not on operator.dat, nothing recorded"
001620         go to 2100-exit.
001630     display "Evidence reference (photo, log or "
001640         "complaint no.): ".
001650     accept entered-evidence.
001660     perform 2300-write-incident thru 2300-exit.
001670     perform 2400-count-category thru 2400-exit.
001680     display "TENVIO: incident recorded for "
001690         building-id "-" aptnum " - " category-count
001700         " of this category in twelve months".
001710 2100-exit.
001720     exit.

001730 2200-find-staff.
001740     move "N" to staff-found-switch.
001750     move "N" to opr-eof-switch.
001760     open input operator-file.
001770     if opr-file-status not = "00"
001780         close operator-file
001790         go to 2200-exit.
001800     perform 2210-read-operator thru 2210-exit
001810         until operator-file-at-end.
001820     close operator-file.
001830 2200-exit.
001840     exit.

001850 2210-read-operator.
001860     read operator-file
001870         at end
001880             move "Y" to opr-eof-switch
001890         not at end
001900             if opr-id of operator-record = entered-staff
001910                 move opr-name of operator-record
001920                     to staff-name
001930                 move "Y" to staff-found-switch.
001940 2210-exit.
001950     exit.

001960 2300-write-incident.
001970     move building-id of sample-idx-record
001980         to vio-building of incident-record.
001990     move aptnum of sample-idx-record
002000         to vio-aptnum of incident-record.
002010     move entered-date to vio-date of incident-record.
002020     move entered-category
002030         to vio-category of incident-record.
002040     move entered-description
002050         to vio-description of incident-record.
002060     move entered-staff
002070         to vio-reported-by of incident-record.
002080     move entered-evidence
002090         to vio-evidence of incident-record.
002100     move TENWHO-OPERATOR
002110         to vio-entered-by of incident-record.
002120     open extend incident-file.
002130     write incident-record.
002140     close incident-file.
002150     add 1 to entered-count.
002160 2300-exit.
002170     exit.

002180*----------------------------------------------------------*
002190* The unit's incidents of the category dated inside the
002200* twelve months ending today, the TENVIOR rolling window.
002210*----------------------------------------------------------*
002220 2400-count-category.
002230     move zero to category-count.
002240     move "N" to vio-eof-switch.
002250     open input incident-file.
002260     if vio-file-status not = "00"
002270         close incident-file
002280         go to 2400-exit.
002290     perform 2410-read-incident thru 2410-exit
002300         until incident-file-at-end.
002310     close incident-file.
002320 2400-exit.
002330     exit.

002340 2410-read-incident.
002350     read incident-file
002360         at end
002370             move "Y" to vio-eof-switch
002380         not at end
002390             if vio-building of incident-record
002400                     = building-id of sample-idx-record
002410                 and vio-aptnum of incident-record
002420                     = aptnum of sample-idx-record
002430                 and vio-category of incident-record
002440                     = entered-category
002450                 and vio-date of incident-record
002460                     > window-start
002470                 add 1 to category-count.
002480 2410-exit.
002490     exit.

002500 9000-finish.
002510     close sample-idx-file.
002520     display "TENVIO: " entered-count
002530         " incident(s) recorded".
002540 9000-exit.
002550     exit.

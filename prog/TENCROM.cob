000100*----------------------------------------------------------*
000110* TENCROM.COB
000120*
000130* Rent-reporting enrollment.  Records a tenant's consent to
000140* have rent payments reported to the consumer credit bureau
000150* on crdopt.dat (Y), or the tenant's withdrawal (N), for the
000160* tenant now occupying a unit on indexed.dbf.  The bureau
000170* needs the tenant's birth date to match the account to the
000180* right consumer, so it is taken at enrollment.  The first
000190* enrollment assigns the account number (unit-key and the
000200* enrollment date); a withdrawal or a later re-enrollment of
000210* the same tenant keeps it.  The monthly TENCRPT job reports
000220* only tenants whose latest record is Y.
000230*----------------------------------------------------------*
000240* MODIFICATION HISTORY
000250*   DATE       INIT  DESCRIPTION
000260*   2026-10-15 JHM   Original program.
000270*----------------------------------------------------------*
000280 identification division.
000290 program-id. tencrom.
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

000450     select optional enrollment-file assign to disk
000460         organization is line sequential
000470         file status is cro-file-status.

000480 data division.
000490 file section.
000500 fd  sample-idx-file
000510     label records are standard
000520     value of file-id is "indexed.dbf".
000530     copy TENREC
000540         replacing ==:REC-NAME:== by ==sample-idx-record==
000550             ==address== by ==street-addr==.

000560 fd  enrollment-file
000570     label records are standard
000580     value of file-id is "crdopt.dat".
000590     copy TENCRO
000600         replacing ==:REC-NAME:==
000610             by ==enrollment-record==.

000620 working-storage section.
000630     copy TENWHO.
000640 01  idx-file-status         picture is X(02).
000650 01  cro-file-status         picture is X(02).
000660 01  cro-eof-switch          picture is X(01).
000670     88  enrollment-file-at-end      value "Y".
000680 01  more-switch             picture is X(01) value "Y".
000690     88  more-records                value "Y".
000700 01  entered-count           picture is 9(05) value zero.
000710 01  today-date              picture is 9(08).
000720 01  entered-opt-in          picture is X(01).
000730     88  entered-valid-opt-in        value "Y" "N".
000740 01  entered-birth-date      picture is 9(08).

000750*----------------------------------------------------------*
000760* The tenant's latest crdopt.dat record, if any.
000770*----------------------------------------------------------*
000780 01  prior-found-switch      picture is X(01).
000790     88  prior-on-file               value "Y".
000800 01  prior-opt-in            picture is X(01).
000810     88  prior-enrolled              value "Y".
000820 01  prior-account           picture is X(14).
000830 01  prior-birth-date        picture is 9(08).

000840 01  new-account.
000850     05  na-building         picture is 9(02).
000860     05  na-aptnum           picture is 9(04).
000870     05  na-date             picture is 9(08).

000880 procedure division.
000890 0000-mainline.
000900     perform 1000-initialize thru 1000-exit.
000910     perform 2000-enter-one thru 2000-exit
000920         until not more-records.
000930     perform 9000-finish thru 9000-exit.
000940     stop run.

000950 1000-initialize.
000960     display "TENCROM: credit-bureau rent-reporting enrollment".
000970     call "TENWHO" using TENWHO-PARMS.
000980     if not TENWHO-SIGNED-ON
000990         or TENWHO-AUTHORITY < 2
001000         display "TENCROM: update authority required - "
001010             "sign on through TENSIGN first"
001020         stop run.
001030     accept today-date from date yyyymmdd.
001040     open input sample-idx-file.
001050     if idx-file-status not = "00"
001060         display "TENCROM: cannot open indexed.dbf, status "
001070             idx-file-status
001080         stop run.
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
001250             display "TENCROM: no unit " building-id "-"
001260                 aptnum " on indexed.dbf".
001270     if idx-file-status not = "00"
001280         go to 2100-exit.
001290     if not occ-occupied of sample-idx-record
001300         display "TENCROM: unit " building-id "-" aptnum
001310             " is not occupied, nothing recorded"
001320         go to 2100-exit.
001330     display "Tenant: " name of sample-idx-record.
001340     perform 2200-find-prior thru 2200-exit.
001350     if prior-enrolled
001360         display "TENCROM: enrolled now, account "
001370             prior-account.
001380     display "Consent (Y=enroll, N=withdraw): ".
001390     accept entered-opt-in.
001400     if not entered-valid-opt-in
001410         display "TENCROM: consent must be Y or N, "
001420             "nothing recorded"
001430         go to 2100-exit.
001440     if entered-opt-in = "N"
001450         and not prior-enrolled
001460         display "TENCROM: tenant is not enrolled, "
001470             "nothing recorded"
001480         go to 2100-exit.
001490     move prior-birth-date to entered-birth-date.
001500     if entered-opt-in = "Y"
001510         display "Birth date (YYYYMMDD, 0 = as on file): "
001520         accept entered-birth-date
001530         if entered-birth-date = zero
001540             move prior-birth-date to entered-birth-date
001550         end-if
001560         if entered-birth-date < 19000101
001570             or entered-birth-date not < today-date
001580             display "TENCROM: the bureau needs a valid "
001590                 "birth date, nothing recorded"
001600             go to 2100-exit
001610         end-if.
001620     perform 2300-write-enrollment thru 2300-exit.
001630 2100-exit.
001640     exit.

001650*----------------------------------------------------------*
001660* Latest record for this unit and tenant name wins.
001670*----------------------------------------------------------*
001680 2200-find-prior.
001690     move "N" to prior-found-switch.
001700     move space to prior-opt-in.
001710     move spaces to prior-account.
001720     move zero to prior-birth-date.
001730     move "N" to cro-eof-switch.
001740     open input enrollment-file.
001750     if cro-file-status not = "00"
001760         close enrollment-file
001770         go to 2200-exit.
001780     perform 2210-read-enrollment thru 2210-exit
001790         until enrollment-file-at-end.
001800     close enrollment-file.
001810 2200-exit.
001820     exit.

001830 2210-read-enrollment.
001840     read enrollment-file
001850         at end
001860             move "Y" to cro-eof-switch
001870         not at end
001880             if cro-building of enrollment-record
001890                     = building-id of sample-idx-record
001900                 and cro-aptnum of enrollment-record
001910                     = aptnum of sample-idx-record
001920                 and cro-name of enrollment-record
001930                     = name of sample-idx-record
001940                 move "Y" to prior-found-switch
001950                 move cro-opt-in of enrollment-record
001960                     to prior-opt-in
001970                 move cro-account of enrollment-record
001980                     to prior-account
001990                 move cro-birth-date of enrollment-record
002000                     to prior-birth-date.
002010 2210-exit.
002020     exit.

002030 2300-write-enrollment.
002040     if prior-account = spaces
002050         move building-id of sample-idx-record to na-building
002060         move aptnum of sample-idx-record to na-aptnum
002070         move today-date to na-date
002080         move new-account to prior-account.
002090     move building-id of sample-idx-record
002100         to cro-building of enrollment-record.
002110     move aptnum of sample-idx-record
002120         to cro-aptnum of enrollment-record.
002130     move name of sample-idx-record
002140         to cro-name of enrollment-record.
002150     move entered-opt-in to cro-opt-in of enrollment-record.
002160     move prior-account to cro-account of enrollment-record.
002170     move entered-birth-date
002180         to cro-birth-date of enrollment-record.
002190     move today-date to cro-date of enrollment-record.
002200     move TENWHO-OPERATOR to cro-operator of enrollment-record.
002210     open extend enrollment-file.
002220     write enrollment-record.
002230     close enrollment-file.
002240     add 1 to entered-count.
002250     if entered-opt-in = "Y"
002260         display "TENCROM: enrolled, account " prior-account
002270     else
002280         display "TENCROM: withdrawn, account " prior-account.
002290 2300-exit.
002300     exit.

002310 9000-finish.
002320     close sample-idx-file.
002330     display "TENCROM: " entered-count
002340         " enrollment record(s) recorded".
002350 9000-exit.
002360     exit.

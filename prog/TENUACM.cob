000100*----------------------------------------------------------*
000110* TENUACM.COB
000120*
000130* Utility-account entry.  Records the electric or gas
000140* company's account and meter number for a unit metered by
000150* the utility on utilacct.dat, validated against
000160* indexed.dbf, so the nightly TENUTLX step knows which
000170* units need service transferred at move-in and move-out.
000180* Status X takes the meter off when a unit goes back to a
000190* house meter.  Re-entering a unit and utility supersedes
000200* the earlier record.
000210*----------------------------------------------------------*
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15 JHM   Original program.
000250*----------------------------------------------------------*
000260 identification division.
000270 program-id. tenuacm.
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
000380     select sample-idx-file assign to disk
000390         organization is indexed
000400         record key is unit-key of sample-idx-record
000410         access mode is random
000420         file status is idx-file-status.

000430     select optional utility-account-file assign to disk
000440         organization is line sequential.

000450 data division.
000460 file section.
000470 fd  sample-idx-file
000480     label records are standard
000490     value of file-id is "indexed.dbf".
000500     copy TENREC
000510         replacing ==:REC-NAME:== by ==sample-idx-record==
000520             ==address== by ==street-addr==.

000530 fd  utility-account-file
000540     label records are standard
000550     value of file-id is "utilacct.dat".
000560     copy TENUAC
000570         replacing ==:REC-NAME:==
000580             by ==utility-account-record==.

000590 working-storage section.
000600     copy TENWHO.
000610 01  idx-file-status         picture is X(02).
000620 01  more-switch             picture is X(01) value "Y".
000630     88  more-records                value "Y".
000640 01  entered-count           picture is 9(05) value zero.
000650 01  today-date              picture is 9(08).
000660 01  entered-utility         picture is X(01).
000670     88  entered-valid-utility       value "E" "G".
000680 01  entered-status          picture is X(01).
000690     88  entered-valid-status        value "A" "X".
000700 01  entered-account         picture is X(15).
000710 01  entered-meter           picture is X(12).

000720 procedure division.
000730 0000-mainline.
000740     perform 1000-initialize thru 1000-exit.
000750     perform 2000-enter-one thru 2000-exit
000760         until not more-records.
000770     perform 9000-finish thru 9000-exit.
000780     stop run.

000790 1000-initialize.
000800     display "TENUACM: utility-account entry".
000810     call "TENWHO" using TENWHO-PARMS.
000820     if not TENWHO-SIGNED-ON
000830         or TENWHO-AUTHORITY < 2
000840         display "TENUACM: update authority required - "
000850             "sign on through TENSIGN first"
000860         stop run.
000870     accept today-date from date yyyymmdd.
000880     open input sample-idx-file.
000890     if idx-file-status not = "00"
000900         display "TENUACM: cannot open indexed.dbf, status "
000910             idx-file-status
000920         stop run.
000930     open extend utility-account-file.
000940 1000-exit.
000950     exit.

000960 2000-enter-one.
000970     display "Apartment number (0000 to quit): ".
000980     accept aptnum.
000990     if aptnum = 0
001000         move "N" to more-switch
001010     else
001020         display "Building number: "
001030         accept building-id
001040         perform 2100-read-and-enter thru 2100-exit.
001050 2000-exit.
001060     exit.

001070 2100-read-and-enter.
001080     read sample-idx-file
001090         invalid key
001100             display "TENUACM: no unit " building-id "-"
001110                 aptnum " on indexed.dbf".
001120     if idx-file-status not = "00"
001130         go to 2100-exit.
001140     display "Utility (E=electric, G=gas): ".
001150     accept entered-utility.
001160     if not entered-valid-utility
001170         display "TENUACM: utility must be E or G, "
001180             "nothing recorded"
001190         go to 2100-exit.
001200     display "Status (A=active meter, X=meter removed): ".
001210     accept entered-status.
001220     if not entered-valid-status
001230         display "TENUACM: status must be A or X, "
001240             "nothing recorded"
001250         go to 2100-exit.
001260     move spaces to entered-account.
001270     move spaces to entered-meter.
001280     if entered-status = "A"
001290         display "Utility account number: "
001300         accept entered-account
001310         display "Utility meter number: "
001320         accept entered-meter
001330         if entered-account = spaces
001340             display "TENUACM: an active meter needs the "
001350                 "utility account number, nothing recorded"
001360             go to 2100-exit
001370         end-if.
001380     perform 2200-write-account thru 2200-exit.
001390 2100-exit.
001400     exit.

001410 2200-write-account.
001420     move building-id of sample-idx-record
001430         to uac-building of utility-account-record.
001440     move aptnum of sample-idx-record
001450         to uac-aptnum of utility-account-record.
001460     move entered-utility
001470         to uac-utility of utility-account-record.
001480     move entered-account
001490         to uac-account of utility-account-record.
001500     move entered-meter to uac-meter of utility-account-record.
001510     move entered-status
001520         to uac-status of utility-account-record.
001530     move today-date to uac-date of utility-account-record.
001540     move TENWHO-OPERATOR
001550         to uac-entered-by of utility-account-record.
001560     write utility-account-record.
001570     add 1 to entered-count.
001580     display "TENUACM: utility account recorded for "
001590         building-id "-" aptnum.
001600 2200-exit.
001610     exit.

001620 9000-finish.
001630     close sample-idx-file.
001640     close utility-account-file.
001650     display "TENUACM: " entered-count
001660         " account(s) recorded".
001670 9000-exit.
001680     exit.

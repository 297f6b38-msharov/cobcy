000100*----------------------------------------------------------*
000110* TENTRTM.COB
000120*
000130* Technician labor-rate maintenance.  A supervisor keys an
000140* in-house technician's personnel number -- validated on
000150* the ssnxref.dat personnel cross-reference, whose name
000160* displays (the social security number never does) -- and
000170* the loaded hourly rate, the hours a week available for
000180* ticket work, and whether the technician is active.  Each
000190* change appends to techrate.dat and the latest record per
000200* technician supersedes.
000210*----------------------------------------------------------*
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15 JHM   Original program.
000250*----------------------------------------------------------*
000260 identification division.
000270 program-id. tentrtm.
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
000380     select optional ssn-xref-file assign to disk
000390         organization is line sequential
000400         file status is xref-file-status.

000410     select optional rate-file assign to disk
000420         organization is line sequential
000430         file status is trt-file-status.

000440 data division.
000450 file section.
000460 fd  ssn-xref-file
000470     label records are standard
000480     value of file-id is "ssnxref.dat".
000490 01  ssn-xref-record.
000500     05  xrf-surrogate       picture is 9(06).
000510     05  xrf-ssn             picture is X(09).
000520     05  xrf-name            picture is X(35).

000530 fd  rate-file
000540     label records are standard
000550     value of file-id is "techrate.dat".
000560     copy TENTRT
000570         replacing ==:REC-NAME:==
000580             by ==rate-record==.

000590 working-storage section.
000600     copy TENWHO.
000610 01  xref-file-status        picture is X(02).
000620 01  trt-file-status         picture is X(02).
000630 01  eof-switch              picture is X(01).
000640     88  file-at-end                 value "Y".
000650 01  more-switch             picture is X(01) value "Y".
000660     88  more-records                value "Y".
000670 01  staff-found-switch      picture is X(01).
000680     88  staff-on-file               value "Y".
000690 01  rate-found-switch       picture is X(01).
000700     88  rate-on-file                value "Y".
000710 01  today-date              picture is 9(08).
000720 01  entered-count           picture is 9(05) value zero.
000730 01  entered-technician      picture is 9(06).
000740 01  staff-name              picture is X(35).
000750 01  display-rate            picture is ZZ9.99.
000760 01  display-hours           picture is Z9.9.

000770*----------------------------------------------------------*
000780* The technician's latest techrate.dat record.
000790*----------------------------------------------------------*
000800     copy TENTRT
000810         replacing ==:REC-NAME:==
000820             by ==current-rate-record==.

000830 procedure division.
000840 0000-mainline.
000850     perform 1000-initialize thru 1000-exit.
000860     perform 2000-enter-one thru 2000-exit
000870         until not more-records.
000880     perform 9000-finish thru 9000-exit.
000890     stop run.

000900 1000-initialize.
000910     display "TENTRTM: technician labor-rate maintenance".
000920     call "TENWHO" using TENWHO-PARMS.
000930     if not TENWHO-SIGNED-ON
000940         or TENWHO-AUTHORITY < 3
000950         display "TENTRTM: supervisor authority required - "
000960             "sign on through TENSIGN first"
000970         stop run.
000980     accept today-date from date yyyymmdd.
000990 1000-exit.
001000     exit.

001010 2000-enter-one.
001020     display "Technician personnel number (000000 to quit): ".
001030     accept entered-technician.
001040     if entered-technician = zero
001050         move "N" to more-switch
001060     else
001070         perform 2100-show-and-enter thru 2100-exit.
001080 2000-exit.
001090     exit.

001100 2100-show-and-enter.
001110     perform 7000-find-staff thru 7000-exit.
001120     if not staff-on-file
001130         display "TENTRTM: personnel number "
001140             entered-technician " is not on ssnxref.dat, "
001150             "nothing recorded"
001160         go to 2100-exit.
001170     display "Technician: " staff-name.
001180     perform 7100-find-rate thru 7100-exit.
001190     if rate-on-file
001200         move trt-rate of current-rate-record to display-rate
001210         move trt-weekly-hours of current-rate-record
001220             to display-hours
001230         display "Now: rate " display-rate " hours/week "
001240             display-hours " status "
001250             trt-status of current-rate-record
001260     else
001270         display "No rate on file".
001280     move entered-technician to trt-technician of rate-record.
001290     display "Loaded hourly rate (999.99): ".
001300     accept trt-rate of rate-record.
001310     if trt-rate of rate-record = zero
001320         display "TENTRTM: a rate is required, nothing "
001330             "recorded"
001340         go to 2100-exit.
001350     display "Hours a week available (99.9): ".
001360     accept trt-weekly-hours of rate-record.
001370     display "Status A active or I inactive: ".
001380     accept trt-status of rate-record.
001390     if not trt-active of rate-record
001400         and not trt-inactive of rate-record
001410         display "TENTRTM: status must be A or I, nothing "
001420             "recorded"
001430         go to 2100-exit.
001440     move today-date to trt-date of rate-record.
001450     move TENWHO-OPERATOR to trt-entered-by of rate-record.
001460     open extend rate-file.
001470     write rate-record.
001480     close rate-file.
001490     add 1 to entered-count.
001500     display "TENTRTM: rate recorded for " staff-name.
001510 2100-exit.
001520     exit.

001530 7000-find-staff.
001540     move "N" to staff-found-switch.
001550     move "N" to eof-switch.
001560     open input ssn-xref-file.
001570     if xref-file-status not = "00"
001580         close ssn-xref-file
001590         go to 7000-exit.
001600     perform 7010-read-staff thru 7010-exit
001610         until file-at-end.
001620     close ssn-xref-file.
001630 7000-exit.
001640     exit.

001650 7010-read-staff.
001660     read ssn-xref-file
001670         at end
001680             move "Y" to eof-switch
001690         not at end
001700             if xrf-surrogate = entered-technician
001710                 move xrf-name to staff-name
001720                 move "Y" to staff-found-switch.
001730 7010-exit.
001740     exit.

001750*----------------------------------------------------------*
001760* Latest techrate.dat record per technician wins.
001770*----------------------------------------------------------*
001780 7100-find-rate.
001790     move "N" to rate-found-switch.
001800     move "N" to eof-switch.
001810     open input rate-file.
001820     if trt-file-status not = "00"
001830         close rate-file
001840         go to 7100-exit.
001850     perform 7110-read-rate thru 7110-exit
001860         until file-at-end.
001870     close rate-file.
001880 7100-exit.
001890     exit.

001900 7110-read-rate.
001910     read rate-file
001920         at end
001930             move "Y" to eof-switch
001940         not at end
001950             if trt-technician of rate-record
001960                 = entered-technician
001970                 move rate-record to current-rate-record
001980                 move "Y" to rate-found-switch.
001990 7110-exit.
002000     exit.

002010 9000-finish.
002020     display "TENTRTM: " entered-count " rate record(s) "
002030         "recorded".
002040 9000-exit.
002050     exit.

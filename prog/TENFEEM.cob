000210*----------------------------------------------------------*
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15 JHM   The prompt lists the RLET re-letting
000250*                    charge TENLBRK prices a lease break with.
000260*   2026-09-03 JHM   Original program.
000270*----------------------------------------------------------*
000280 identification division.
000290 program-id. tenfeem.
000300 author. J. H. Masters.
000310 installation. Property Management Systems.
000320 date-written. 2026-09-03.
000330 date-compiled. 2026-09-03.

000340 environment division.
000350 configuration section.
000360 source-computer. Intel486.
000370 object-computer. Intel486.

000380 input-output section.
000390 file-control.
000400     select optional fee-schedule-file assign to disk
000410         organization is line sequential.

000420 data division.
000430 file section.
000440 fd  fee-schedule-file
000450     label records are standard
000460     value of file-id is "feesched.dat".
000470     copy TENFEE
000480         replacing ==:REC-NAME:==
000490             by ==fee-schedule-record==.

000500 working-storage section.
000510 01  more-switch             picture is X(01) value "Y".
000520     88  more-records                value "Y".
000530 01  entered-count           picture is 9(05) value zero.
000540 01  reply                   picture is X(04).

000550 procedure division.
000560 0000-mainline.
000570     perform 1000-initialize thru 1000-exit.
000580     perform 2000-enter-one thru 2000-exit
000590         until not more-records.
000600     perform 9000-finish thru 9000-exit.
000610     stop run.

000620 1000-initialize.
000630     display "TENFEEM: fee-schedule entry".
000640     open extend fee-schedule-file.
000650 1000-exit.
000660     exit.

000670 2000-enter-one.
000680     display "Fee type (LATE/NSF/RLET, blank to quit): ".
000690     accept reply.
000700     if reply = spaces
000710         move "N" to more-switch
000720     else
000730         move reply to fee-type of fee-schedule-record
000740         display "Company number (00 for default): "
000750         accept fee-company of fee-schedule-record
000760         display "Fee amount (99999.99): "
000770         accept fee-amount of fee-schedule-record
000780         write fee-schedule-record
000790         add 1 to entered-count
000800         display "TENFEEM: fee recorded for company "
000810             fee-company of fee-schedule-record
000820             " type " fee-type of fee-schedule-record.
000830 2000-exit.
000840     exit.

000850 9000-finish.
000860     close fee-schedule-file.
000870     display "TENFEEM: " entered-count " fee(s) written".
000880 9000-exit.
000890     exit.

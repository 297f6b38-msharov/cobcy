000100*----------------------------------------------------------*
000110* TENOLOG.COB
000120*
000130* Operations-log subprogram.  Every nightly step used to
000140* put its warnings and errors on the console with DISPLAY,
000150* and unless someone read the console spool a rejected
000160* lockbox trailer or a failed backup verify was found two
000170* days later.  Batch programs CALL this instead: the
000180* message still goes to the console as "PROGRAM: text",
000190* and it is appended with the program, severity (I info,
000200* W warning, E error, A abort), unit-key and time to the
000210* dated opslog.YYYYMMDD operations log that the TENOPSD
000220* morning digest reads.  An abort is also raised on
000230* opsalert.dat, where TENMENU shows it at the top of the
000240* screen until an operator acknowledges it.  The log is
000250* dated by the driver's business date off batchlck.ctl
000260* while the batch window is locked, and by today's date
000270* otherwise.
000280*----------------------------------------------------------*
000290* MODIFICATION HISTORY
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-15 JHM   Original program.
000320*----------------------------------------------------------*
000330 identification division.
000340 program-id. tenolog.
000350 author. J. H. Masters.
000360 installation. Property Management Systems.
000370 date-written. 2026-10-15.
000380 date-compiled. 2026-10-15.

000390 environment division.
000400 configuration section.
000410 source-computer. Intel486.
000420 object-computer. Intel486.

000430 input-output section.
000440 file-control.
000450     select optional batch-lock-file assign to disk
000460         organization is line sequential
000470         file status is lck-file-status.

000480     select optional ops-log-file assign to disk
000490         organization is line sequential.

000500     select optional ops-alert-file assign to disk
000510         organization is line sequential.

000520 data division.
000530 file section.
000540 fd  batch-lock-file
000550     label records are standard
000560     value of file-id is "batchlck.ctl".
000570 01  batch-lock-record.
000580     05  lck-status          picture is X(06).
000590     05  lck-date            picture is 9(08).
000600     05  lck-time            picture is 9(08).

000610 fd  ops-log-file
000620     label records are standard
000630     value of file-id is ops-log-filename.
000640     copy TENOPL
000650         replacing ==:REC-NAME:==
000660             by ==ops-log-record==.

000670 fd  ops-alert-file
000680     label records are standard
000690     value of file-id is "opsalert.dat".
000700     copy TENOPL
000710         replacing ==:REC-NAME:==
000720             by ==ops-alert-record==.

000730 working-storage section.
000740 01  ops-log-filename        picture is X(30).
000750 01  lck-file-status         picture is X(02).
000760 01  log-date                picture is 9(08).
000770 01  clock-time              picture is 9(08).
000780 01  console-line            picture is X(80).

000790 linkage section.
000800     copy TENOLOG.

000810 procedure division using TENOLOG-PARMS.
000820 0000-mainline.
000830     if TENOLOG-BUILDING not numeric
000840         move zero to TENOLOG-BUILDING.
000850     if TENOLOG-APTNUM not numeric
000860         move zero to TENOLOG-APTNUM.
000870     perform 1000-set-log-date thru 1000-exit.
000880     accept clock-time from time.
000890     move spaces to console-line.
000900     string TENOLOG-PROGRAM delimited by space
000910         ": " delimited by size
000920         TENOLOG-TEXT delimited by size
000930         into console-line.
000940     display console-line.
000950     perform 2000-write-log thru 2000-exit.
000960     if TENOLOG-ABORT
000970         perform 3000-raise-alert thru 3000-exit.
000980     move spaces to TENOLOG-TEXT.
000990     move zero to TENOLOG-BUILDING.
001000     move zero to TENOLOG-APTNUM.
001010     goback.

001020*----------------------------------------------------------*
001030* The driver's business date while the batch window is
001040* locked, so a chain that runs past midnight keeps one
001050* log; today's date for a daytime run.
001060*----------------------------------------------------------*
001070 1000-set-log-date.
001080     accept log-date from date yyyymmdd.
001090     open input batch-lock-file.
001100     if lck-file-status not = "00"
001110         close batch-lock-file
001120         go to 1000-exit.
001130     read batch-lock-file
001140         at end
001150             continue
001160         not at end
001170             if lck-status = "LOCKED"
001180                 and lck-date numeric
001190                 move lck-date to log-date.
001200     close batch-lock-file.
001210 1000-exit.
001220     exit.

001230 2000-write-log.
001240     move spaces to ops-log-filename.
001250     string "opslog." delimited by size
001260         log-date delimited by size
001270         into ops-log-filename.
001280     open extend ops-log-file.
001290     move spaces to ops-log-record.
001300     move log-date to opl-date of ops-log-record.
001310     move clock-time to opl-time of ops-log-record.
001320     move TENOLOG-PROGRAM to opl-program of ops-log-record.
001330     move TENOLOG-SEVERITY to opl-severity of ops-log-record.
001340     move TENOLOG-BUILDING to opl-building of ops-log-record.
001350     move TENOLOG-APTNUM to opl-aptnum of ops-log-record.
001360     move TENOLOG-TEXT to opl-text of ops-log-record.
001370     move zero to opl-ack-date of ops-log-record.
001380     write ops-log-record.
001390     close ops-log-file.
001400 2000-exit.
001410     exit.

001420 3000-raise-alert.
001430     open extend ops-alert-file.
001440     move ops-log-record to ops-alert-record.
001450     move "O" to opl-ack-status of ops-alert-record.
001460     write ops-alert-record.
001470     close ops-alert-file.
001480 3000-exit.
001490     exit.

000100*----------------------------------------------------------*
000110* TENZIPM.COB
000120*
000130* ZIP reference entry.  Keys the zipref.dat reference table
000140* one ZIP at a time: the five-digit ZIP and the standard
000150* city name and state code it belongs to.  Records append;
000160* re-entering a ZIP supersedes the earlier record, the same
000170* convention the rent-rule table uses.  The TENZIPV
000180* validation subprogram and the TENADDS standardization
000190* pass read the table.
000200*----------------------------------------------------------*
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   2026-10-15 JHM   Original program.
000240*----------------------------------------------------------*
000250 identification division.
000260 program-id. tenzipm.
000270 author. J. H. Masters.
000280 installation. Property Management Systems.
000290 date-written. 2026-10-15.
000300 date-compiled. 2026-10-15.

000310 environment division.
000320 configuration section.
000330 source-computer. Intel486.
000340 object-computer. Intel486.

000350 input-output section.
000360 file-control.
000370     select optional zip-ref-file assign to disk
000380         organization is line sequential.

000390 data division.
000400 file section.
000410 fd  zip-ref-file
000420     label records are standard
000430     value of file-id is "zipref.dat".
000440     copy TENZRF
000450         replacing ==:REC-NAME:==
000460             by ==zip-ref-record==.

000470 working-storage section.
000480 01  more-switch             picture is X(01) value "Y".
000490     88  more-records                value "Y".
000500 01  entered-count           picture is 9(05) value zero.
000510 01  entered-zip5            picture is 9(05).
000520 01  reply                   picture is X(25).

000530 procedure division.
000540 0000-mainline.
000550     perform 1000-initialize thru 1000-exit.
000560     perform 2000-enter-one thru 2000-exit
000570         until not more-records.
000580     perform 9000-finish thru 9000-exit.
000590     stop run.

000600 1000-initialize.
000610     display "TENZIPM: ZIP reference entry".
000620     open extend zip-ref-file.
000630 1000-exit.
000640     exit.

000650 2000-enter-one.
000660     display "Five-digit ZIP (00000 to quit): ".
000670     accept entered-zip5.
000680     if entered-zip5 = zero
000690         move "N" to more-switch
000700         go to 2000-exit.
000710     move entered-zip5 to zrf-zip5 of zip-ref-record.
000720     display "Standard city name: ".
000730     accept reply.
000740     move reply (1:15) to zrf-city of zip-ref-record.
000750     display "State code: ".
000760     accept reply.
000770     move reply (1:2) to zrf-state of zip-ref-record.
000780     if zrf-city of zip-ref-record = spaces
000790         or zrf-state of zip-ref-record = spaces
000800         display "TENZIPM: city and state are both "
000810             "required, nothing recorded for " entered-zip5
000820         go to 2000-exit.
000830     write zip-ref-record.
000840     add 1 to entered-count.
000850     display "TENZIPM: ZIP " entered-zip5 " recorded as "
000860         zrf-city of zip-ref-record " "
000870         zrf-state of zip-ref-record.
000880 2000-exit.
000890     exit.

000900 9000-finish.
000910     close zip-ref-file.
000920     display "TENZIPM: " entered-count " ZIP(s) written".
000930 9000-exit.
000940     exit.

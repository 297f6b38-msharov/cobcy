000100*----------------------------------------------------------*
000110* TENPERC.COB
000120*
000130* Posting-period subprogram.  Every program that posts a
000140* payment, reversal, waiver, fee or refund CALLs this with
000150* the item's effective date before posting it: the month
000160* is open, or it is closed on glperiod.ctl and the policy
000170* there says to refuse the item or to post it into the
000180* current period as a prior-period adjustment.  An item
000190* posted that way is flagged by a second CALL, which
000200* appends the ppadj.dat record the TENGLX journal carries
000210* as a separate line.  The control record is read on the
000220* first call, the TENFEEL convention.
000230*----------------------------------------------------------*
000240* MODIFICATION HISTORY
000250*   DATE       INIT  DESCRIPTION
000260*   2026-10-15 JHM   Original program.
000270*----------------------------------------------------------*
000280 identification division.
000290 program-id. tenperc.
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
000400     select optional period-control-file assign to disk
000410         organization is line sequential
000420         file status is per-file-status.

000430     select optional adjustment-file assign to disk
000440         organization is line sequential.

000450 data division.
000460 file section.
000470 fd  period-control-file
000480     label records are standard
000490     value of file-id is "glperiod.ctl".
000500     copy TENPER
000510         replacing ==:REC-NAME:==
000520             by ==period-control-record==.

000530 fd  adjustment-file
000540     label records are standard
000550     value of file-id is "ppadj.dat".
000560     copy TENPPA
000570         replacing ==:REC-NAME:==
000580             by ==adjustment-record==.

000590 working-storage section.
000600 01  per-file-status         picture is X(02).
000610 01  control-loaded-switch   picture is X(01) value "N".
000620     88  control-loaded              value "Y".
000630 01  closed-through          picture is 9(06) value zero.
000640 01  period-policy           picture is X(01) value "A".
000650 01  effective-date-work     picture is 9(08).
000660 01  effective-date-parts redefines effective-date-work.
000670     05  effective-yyyymm    picture is 9(06).
000680     05  effective-dd        picture is 9(02).

000690 linkage section.
000700     copy TENPERC.

000710 procedure division using TENPERC-PARMS.
000720 0000-mainline.
000730     if not control-loaded
000740         perform 1000-load-control thru 1000-exit.
000750     if TENPERC-RECORD
000760         perform 3000-record-adjustment thru 3000-exit
000770     else
000780         perform 2000-check-date thru 2000-exit.
000790     goback.

000800 1000-load-control.
000810     move "Y" to control-loaded-switch.
000820     open input period-control-file.
000830     if per-file-status not = "00"
000840         close period-control-file
000850         go to 1000-exit.
000860     read period-control-file
000870         at end
000880             continue
000890         not at end
000900             if per-closed-through of period-control-record
000910                     numeric
000920                 move per-closed-through
000930                     of period-control-record
000940                     to closed-through
000950             end-if
000960             if per-refuse of period-control-record
000970                 move "R" to period-policy
000980             end-if.
000990     close period-control-file.
001000 1000-exit.
001010     exit.

001020 2000-check-date.
001030     move closed-through to TENPERC-CLOSED-THROUGH.
001040     move "O" to TENPERC-RESULT.
001050     move TENPERC-DATE to effective-date-work.
001060     if effective-yyyymm > closed-through
001070         go to 2000-exit.
001080     move period-policy to TENPERC-RESULT.
001090 2000-exit.
001100     exit.

001110 3000-record-adjustment.
001120     open extend adjustment-file.
001130     move TENPERC-BUILDING to ppa-building of adjustment-record.
001140     move TENPERC-APTNUM to ppa-aptnum of adjustment-record.
001150     move TENPERC-KIND to ppa-kind of adjustment-record.
001160     move TENPERC-AMOUNT to ppa-amount of adjustment-record.
001170     move TENPERC-DATE
001180         to ppa-effective-date of adjustment-record.
001190     move TENPERC-POSTED-DATE
001200         to ppa-posted-date of adjustment-record.
001210     move TENPERC-REFERENCE
001220         to ppa-reference of adjustment-record.
001230     move TENPERC-PROGRAM to ppa-program of adjustment-record.
001240     move TENPERC-OPERATOR
001250         to ppa-operator of adjustment-record.
001260     write adjustment-record.
001270     close adjustment-file.
001280 3000-exit.
001290     exit.

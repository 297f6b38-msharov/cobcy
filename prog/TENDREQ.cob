000100*----------------------------------------------------------*
000110* TENDREQ.COB
000120*
000130* Deposit-required subprogram.  The offer worksheet and the
000140* move-in paperwork CALL this with the unit's rent and the
000150* applicant's credit-screening recommendation and get back
000160* the security deposit to ask for: the standard number of
000170* months of rent off screen.ctl, plus the further months a
000180* conditional approval carries, so every program quotes a
000190* deposit the same way.  The control record is read on the
000200* first call, the TENFEEL convention.
000210*----------------------------------------------------------*
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15 JHM   Original program.
000250*----------------------------------------------------------*
000260 identification division.
000270 program-id. tendreq.
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
000380     select optional screen-control-file assign to disk
000390         organization is line sequential
000400         file status is scc-file-status.

000410 data division.
000420 file section.
000430 fd  screen-control-file
000440     label records are standard
000450     value of file-id is "screen.ctl".
000460     copy TENSCC
000470         replacing ==:REC-NAME:==
000480             by ==screen-control-record==.

000490 working-storage section.
000500 01  scc-file-status         picture is X(02).
000510 01  control-loaded-switch   picture is X(01) value "N".
000520     88  control-loaded              value "Y".
000530 01  deposit-months          picture is 9(01)V99 value 1.00.
000540 01  conditional-months      picture is 9(01)V99 value 1.00.

000550 linkage section.
000560     copy TENDREQ.

000570 procedure division using TENDREQ-PARMS.
000580 0000-mainline.
000590     if not control-loaded
000600         perform 1000-load-control thru 1000-exit.
000610     perform 2000-figure-deposit thru 2000-exit.
000620     goback.

000630 1000-load-control.
000640     move "Y" to control-loaded-switch.
000650     open input screen-control-file.
000660     if scc-file-status not = "00"
000670         close screen-control-file
000680         go to 1000-exit.
000690     read screen-control-file
000700         at end
000710             continue
000720         not at end
000730             perform 1100-take-months thru 1100-exit.
000740     close screen-control-file.
000750 1000-exit.
000760     exit.

000770 1100-take-months.
000780     if scc-deposit-months of screen-control-record
000790             is numeric
000800         and scc-deposit-months of screen-control-record
000810             not = zero
000820         move scc-deposit-months of screen-control-record
000830             to deposit-months.
000840     if scc-conditional-months of screen-control-record
000850             is numeric
000860         and scc-conditional-months of screen-control-record
000870             not = zero
000880         move scc-conditional-months
000890             of screen-control-record
000900             to conditional-months.
000910 1100-exit.
000920     exit.

000930 2000-figure-deposit.
000940     move "N" to TENDREQ-RAISED.
000950     compute TENDREQ-DEPOSIT rounded
000960         = TENDREQ-RENT * deposit-months.
000970     if TENDREQ-RECOMMENDATION not = "C"
000980         go to 2000-exit.
000990     compute TENDREQ-DEPOSIT rounded
001000         = TENDREQ-DEPOSIT
001010             + TENDREQ-RENT * conditional-months.
001020     move "Y" to TENDREQ-RAISED.
001030 2000-exit.
001040     exit.

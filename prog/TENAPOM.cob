000100*----------------------------------------------------------*
000110* TENAPOM.COB
000120*
000130* Payment application-order entry.  Keys the order in which
000140* a company's payments pay off open charges onto
000150* payorder.dat, one record per company, the TENFEEM way:
000160* company 00 is the portfolio default, records append and
000170* re-entering a company supersedes the earlier record.  The
000180* order is a string of class codes (F fees, U utility, R
000190* repair, T lease break, A adjustment, P prior balance, M
000200* current rent); each may appear once, and any left out
000210* are paid after the named ones in the house order FURTAPM.
000220* The order decides what the legal team can say a payment
000230* covered, so it takes supervisor authority and stamps the
000240* operator on the record.
000250*----------------------------------------------------------*
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   2026-10-15 JHM   Original program.
000290*----------------------------------------------------------*
000300 identification division.
000310 program-id. tenapom.
000320 author. J. H. Masters.
000330 installation. Property Management Systems.
000340 date-written. 2026-10-15.
000350 date-compiled. 2026-10-15.

000360 environment division.
000370 configuration section.
000380 source-computer. Intel486.
000390 object-computer. Intel486.

000400 input-output section.
000410 file-control.
000420     select optional pay-order-file assign to disk
000430         organization is line sequential.

000440 data division.
000450 file section.
000460 fd  pay-order-file
000470     label records are standard
000480     value of file-id is "payorder.dat".
000490     copy TENAPO
000500         replacing ==:REC-NAME:==
000510             by ==pay-order-record==.

000520 working-storage section.
000530     copy TENWHO.
000540 01  more-switch             picture is X(01) value "Y".
000550     88  more-records                value "Y".
000560 01  order-ok-switch         picture is X(01).
000570     88  order-ok                    value "Y".
000580 01  entered-count           picture is 9(05) value zero.
000590 01  today-date              picture is 9(08).
000600 01  reply                   picture is X(02).
000610 01  entered-order           picture is X(07).
000620 01  class-codes             picture is X(07) value "FURTAPM".
000630 01  order-class             picture is X(01).
000640 01  order-tally             picture is 9(02).
000650 01  order-sub               picture is 9(02).
000660 01  blank-seen-switch       picture is X(01).
000670     88  blank-seen                  value "Y".

000680 procedure division.
000690 0000-mainline.
000700     perform 1000-initialize thru 1000-exit.
000710     perform 2000-enter-one thru 2000-exit
000720         until not more-records.
000730     perform 9000-finish thru 9000-exit.
000740     stop run.

000750 1000-initialize.
000760     display "TENAPOM: payment application-order entry".
000770     call "TENWHO" using TENWHO-PARMS.
000780     if not TENWHO-SIGNED-ON
000790         or TENWHO-AUTHORITY < 3
000800         display "TENAPOM: supervisor authority required - "
000810             "sign on through TENSIGN first"
000820         stop run.
000830     accept today-date from date yyyymmdd.
000840     open extend pay-order-file.
000850 1000-exit.
000860     exit.

000870 2000-enter-one.
000880     display "Company number (00 for default, blank to quit): ".
000890     accept reply.
000900     if reply = spaces
000910         move "N" to more-switch
000920         go to 2000-exit.
000930     if reply not numeric
000940         display "TENAPOM: company must be two digits"
000950         go to 2000-exit.
000960     display "Classes F fee, U utility, R repair, T lease "
000970         "break, A adjustment, P prior balance, M rent".
000980     display "Application order (e.g. FURTAPM): ".
000990     accept entered-order.
001000     perform 2100-check-order thru 2100-exit.
001010     if not order-ok
001020         display "TENAPOM: order " entered-order
001030             " not recorded - use each class code once, "
001040             "no gaps"
001050         go to 2000-exit.
001060     move reply to apo-company of pay-order-record.
001070     move entered-order to apo-order of pay-order-record.
001080     move today-date to apo-entered-date of pay-order-record.
001090     move TENWHO-OPERATOR to apo-entered-by of pay-order-record.
001100     write pay-order-record.
001110     add 1 to entered-count.
001120     display "TENAPOM: order " entered-order
001130         " recorded for company "
001140         apo-company of pay-order-record.
001150 2000-exit.
001160     exit.

001170*----------------------------------------------------------*
001180* Each position a class code used once; blanks only at the
001190* end, and at least one code.
001200*----------------------------------------------------------*
001210 2100-check-order.
001220     move "Y" to order-ok-switch.
001230     move "N" to blank-seen-switch.
001240     if entered-order = spaces
001250         move "N" to order-ok-switch
001260         go to 2100-exit.
001270     perform 2110-check-class thru 2110-exit
001280         varying order-sub from 1 by 1
001290         until order-sub > 7
001300             or not order-ok.
001310 2100-exit.
001320     exit.

001330 2110-check-class.
001340     move entered-order (order-sub:1) to order-class.
001350     if order-class = space
001360         move "Y" to blank-seen-switch
001370         go to 2110-exit.
001380     if blank-seen
001390         move "N" to order-ok-switch
001400         go to 2110-exit.
001410     move zero to order-tally.
001420     inspect class-codes tallying order-tally
001430         for all order-class.
001440     if order-tally not = 1
001450         move "N" to order-ok-switch
001460         go to 2110-exit.
001470     move zero to order-tally.
001480     inspect entered-order tallying order-tally
001490         for all order-class.
001500     if order-tally not = 1
001510         move "N" to order-ok-switch.
001520 2110-exit.
001530     exit.

001540 9000-finish.
001550     close pay-order-file.
001560     display "TENAPOM: " entered-count " order(s) written".
001570 9000-exit.
001580     exit.

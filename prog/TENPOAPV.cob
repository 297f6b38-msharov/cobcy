000100*----------------------------------------------------------*
000110* TENPOAPV.COB
000120*
000130* Purchase-order approval.  The supervisor half of the PO
000140* workflow, run the way TENFAPRV reviews pendtxn.dat: every
000150* PENDING purchase order on purchord.dat (one raised on
000160* TENPORD above the operator's limit) is shown in turn and
000170* the supervisor approves it, rejects it, or leaves it for
000180* later.  The file is rewritten with the decisions, each
000190* stamped with the supervisor and the date; approved and
000200* rejected POs pass through untouched.  Supervisor
000210* authority (3) through TENWHO is required.
000220*----------------------------------------------------------*
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   2026-10-15 JHM   Original program.
000260*----------------------------------------------------------*
000270 identification division.
000280 program-id. tenpoapv.
000290 author. J. H. Masters.
000300 installation. Property Management Systems.
000310 date-written. 2026-10-15.
000320 date-compiled. 2026-10-15.

000330 environment division.
000340 configuration section.
000350 source-computer. Intel486.
000360 object-computer. Intel486.

000370 input-output section.
000380 file-control.
000390     select optional purchase-order-file assign to disk
000400         organization is line sequential
000410         file status is po-file-status.

000420 data division.
000430 file section.
000440 fd  purchase-order-file
000450     label records are standard
000460     value of file-id is "purchord.dat".
000470     copy TENPOR
000480         replacing ==:REC-NAME:==
000490             by ==purchase-order-record==.

000500 working-storage section.
000510     copy TENWHO.
000520 01  table-overflowed-switch     picture is X(01) value "N".
000530     88  table-overflowed                value "Y".
000540 01  po-file-status          picture is X(02).
000550 01  po-eof-switch           picture is X(01) value "N".
000560     88  po-file-at-end              value "Y".
000570 01  reply                   picture is X(01).
000580 01  po-sub                  picture is 9(04).
000590 01  today-date              picture is 9(08).
000600 01  approved-count          picture is 9(05) value zero.
000610 01  rejected-count          picture is 9(05) value zero.
000620 01  left-count              picture is 9(05) value zero.
000630 01  amount-text             picture is X(12).

000640 01  po-table-area.
000650     05  po-table-count      picture is 9(04) value zero.
000660     05  po-table-entry occurs 1 to 1000 times
000670             depending on po-table-count.
000680         10  pt-number       picture is 9(06).
000690         10  pt-building     picture is 9(02).
000700         10  pt-aptnum       picture is 9(04).
000710         10  pt-ticket       picture is 9(05).
000720         10  pt-vendor       picture is 9(04).
000730         10  pt-amount       picture is 9(07)V99.
000740         10  pt-description  picture is X(30).
000750         10  pt-date         picture is 9(08).
000760         10  pt-raised-by    picture is X(08).
000770         10  pt-status       picture is X(01).
000780         10  pt-decided-by   picture is X(08).
000790         10  pt-decided-date picture is 9(08).
000800     copy TENFMT.

000810 procedure division.
000820 0000-mainline.
000830     perform 1000-load-orders thru 1000-exit.
000840     if table-overflowed
000850         display "TENPOAPV: purchord.dat is larger than the "
000860             "work table - nothing reviewed"
000870         stop run.
000880     perform 2000-review-all thru 2000-exit.
000890     perform 3000-rewrite-file thru 3000-exit.
000900     perform 9000-finish thru 9000-exit.
000910     stop run.

000920 1000-load-orders.
000930     display "TENPOAPV: purchase-order approval".
000940     call "TENWHO" using TENWHO-PARMS.
000950     if not TENWHO-SIGNED-ON
000960         or TENWHO-AUTHORITY < 3
000970         display "TENPOAPV: supervisor sign-on required"
000980         stop run.
000990     accept today-date from date yyyymmdd.
001000     open input purchase-order-file.
001010     if po-file-status not = "00"
001020         display "TENPOAPV: no purchord.dat on file, nothing "
001030             "to review"
001040         move "Y" to po-eof-switch
001050         stop run.
001060     perform 1100-read-order thru 1100-exit
001070         until po-file-at-end.
001080     close purchase-order-file.
001090 1000-exit.
001100     exit.

001110 1100-read-order.
001120     read purchase-order-file
001130         at end
001140             move "Y" to po-eof-switch
001150         not at end
001160             perform 1200-stow-order thru 1200-exit.
001170 1100-exit.
001180     exit.

001190 1200-stow-order.
001200     if po-table-count >= 1000
001210         move "Y" to table-overflowed-switch
001220         display "TENPOAPV: purchase-order table overflow"
001230         go to 1200-exit.
001240     add 1 to po-table-count.
001250     move po-number of purchase-order-record
001260         to pt-number (po-table-count).
001270     move po-building of purchase-order-record
001280         to pt-building (po-table-count).
001290     move po-aptnum of purchase-order-record
001300         to pt-aptnum (po-table-count).
001310     move po-ticket of purchase-order-record
001320         to pt-ticket (po-table-count).
001330     move po-vendor of purchase-order-record
001340         to pt-vendor (po-table-count).
001350     move po-amount of purchase-order-record
001360         to pt-amount (po-table-count).
001370     move po-description of purchase-order-record
001380         to pt-description (po-table-count).
001390     move po-date of purchase-order-record
001400         to pt-date (po-table-count).
001410     move po-raised-by of purchase-order-record
001420         to pt-raised-by (po-table-count).
001430     move po-status of purchase-order-record
001440         to pt-status (po-table-count).
001450     move po-decided-by of purchase-order-record
001460         to pt-decided-by (po-table-count).
001470     move po-decided-date of purchase-order-record
001480         to pt-decided-date (po-table-count).
001490 1200-exit.
001500     exit.

001510 2000-review-all.
001520     if po-table-count = zero
001530         display "TENPOAPV: no purchase orders on file"
001540         go to 2000-exit.
001550     perform 2100-review-one thru 2100-exit
001560         varying po-sub from 1 by 1
001570         until po-sub > po-table-count.
001580 2000-exit.
001590     exit.

001600 2100-review-one.
001610     if pt-status (po-sub) not = "P"
001620         go to 2100-exit.
001630     move "A" to TENFMT-FORMAT-CODE.
001640     move pt-amount (po-sub) to TENFMT-RAW-AMOUNT.
001650     call "TENFMT" using TENFMT-PARMS.
001660     move TENFMT-EDITED-OUT to amount-text.
001670     display "PO " pt-number (po-sub) " TICKET "
001680         pt-ticket (po-sub) " UNIT " pt-building (po-sub)
001690         "-" pt-aptnum (po-sub) " VENDOR " pt-vendor (po-sub).
001700     display "   " amount-text " " pt-description (po-sub)
001710         " BY " pt-raised-by (po-sub)
001720         " ON " pt-date (po-sub).
001730     display "Approve, Reject, or Skip (A/R/S): ".
001740     accept reply.
001750     evaluate reply
001760         when "A"
001770             perform 2200-decide thru 2200-exit
001780             add 1 to approved-count
001790         when "a"
001800             move "A" to reply
001810             perform 2200-decide thru 2200-exit
001820             add 1 to approved-count
001830         when "R"
001840             perform 2200-decide thru 2200-exit
001850             add 1 to rejected-count
001860         when "r"
001870             move "R" to reply
001880             perform 2200-decide thru 2200-exit
001890             add 1 to rejected-count
001900         when other
001910             add 1 to left-count
001920     end-evaluate.
001930 2100-exit.
001940     exit.

001950 2200-decide.
001960     move reply to pt-status (po-sub).
001970     move TENWHO-OPERATOR to pt-decided-by (po-sub).
001980     move today-date to pt-decided-date (po-sub).
001990 2200-exit.
002000     exit.

002010 3000-rewrite-file.
002020     if po-table-count = zero
002030         go to 3000-exit.
002040     open output purchase-order-file.
002050     perform 3100-write-order thru 3100-exit
002060         varying po-sub from 1 by 1
002070         until po-sub > po-table-count.
002080     close purchase-order-file.
002090 3000-exit.
002100     exit.

002110 3100-write-order.
002120     move pt-number (po-sub)
002130         to po-number of purchase-order-record.
002140     move pt-building (po-sub)
002150         to po-building of purchase-order-record.
002160     move pt-aptnum (po-sub)
002170         to po-aptnum of purchase-order-record.
002180     move pt-ticket (po-sub)
002190         to po-ticket of purchase-order-record.
002200     move pt-vendor (po-sub)
002210         to po-vendor of purchase-order-record.
002220     move pt-amount (po-sub)
002230         to po-amount of purchase-order-record.
002240     move pt-description (po-sub)
002250         to po-description of purchase-order-record.
002260     move pt-date (po-sub)
002270         to po-date of purchase-order-record.
002280     move pt-raised-by (po-sub)
002290         to po-raised-by of purchase-order-record.
002300     move pt-status (po-sub)
002310         to po-status of purchase-order-record.
002320     move pt-decided-by (po-sub)
002330         to po-decided-by of purchase-order-record.
002340     move pt-decided-date (po-sub)
002350         to po-decided-date of purchase-order-record.
002360     write purchase-order-record.
002370 3100-exit.
002380     exit.

002390 9000-finish.
002400     display "TENPOAPV: " approved-count " approved, "
002410         rejected-count " rejected, " left-count
002420         " left pending".
002430 9000-exit.
002440     exit.

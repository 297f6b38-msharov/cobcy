000160* approved, rejected, or leaves it for later.  The file is
000170* rewritten with the new approval flags; already-approved
000180* and already-rejected items pass through untouched.
000190* Nothing posts here -- that is TENFAPPL's job.  Each
000200* decision is stamped with the reviewing operator and date
000210* and appended to pendhist.dat, the review history the
000220* TENSODR segregation-of-duties report reads.
000230*----------------------------------------------------------*
000240* MODIFICATION HISTORY
000250*   DATE       INIT  DESCRIPTION
000260*   2026-10-15 JHM   Requires a supervisor sign-on (TENWHO).
000270*                    Each approval or rejection is stamped
000280*                    with the reviewer and date and appended
000290*                    to the new pendhist.dat review history,
000300*                    which outlives the TENFAPPL pass that
000310*                    drops the item from pendtxn.dat.
000320*   2026-08-22 JHM   A file larger than the work table is
000330*                    now fail-stop before the rewrite --
000340*                    the old console message quietly
000350*                    truncated the file to the table
000360*                    size, destroying the overflow.
000370*   2026-08-22 JHM   Original program.
000380*----------------------------------------------------------*
000390 identification division.
000400 program-id. tenfaprv.
000410 author. J. H. Masters.
000420 installation. Property Management Systems.
000430 date-written. 2026-08-22.
000440 date-compiled. 2026-08-22.

000450 environment division.
000460 configuration section.
000470 source-computer. Intel486.
000480 object-computer. Intel486.

000490 input-output section.
000500 file-control.
000510     select optional pending-txn-file assign to disk
000520         organization is line sequential
000530         file status is pnd-file-status.

000540     select optional pending-history-file assign to disk
000550         organization is line sequential.

000560 data division.
000570 file section.
000580 fd  pending-txn-file
000590     label records are standard
000600     value of file-id is "pendtxn.dat".
000610     copy TENPND
000620         replacing ==:REC-NAME:==
000630             by ==pending-txn-record==.

000640 fd  pending-history-file
000650     label records are standard
000660     value of file-id is "pendhist.dat".
000670     copy TENPND
000680         replacing ==:REC-NAME:==
000690             by ==pending-history-record==.

000700 working-storage section.
000710     copy TENWHO.
000720 01  table-overflowed-switch     picture is X(01) value "N".
000730     88  table-overflowed                value "Y".
000740 01  pnd-file-status         picture is X(02).
000750 01  pnd-eof-switch          picture is X(01) value "N".
000760     88  pending-file-at-end         value "Y".
000770 01  reply                   picture is X(01).
000780 01  today-date              picture is 9(08).
000790 01  txn-sub                 picture is 9(04).
000800 01  approved-count          picture is 9(05) value zero.
000810 01  rejected-count          picture is 9(05) value zero.
000820 01  left-count              picture is 9(05) value zero.
000830 01  amount-text             picture is X(12).

000840 01  txn-table-area.
000850     05  txn-table-count     picture is 9(04) value zero.
000860     05  txn-table-entry occurs 1 to 500 times
000870             depending on txn-table-count.
000880         10  tt-building     picture is 9(02).
000890         10  tt-aptnum       picture is 9(04).
000900         10  tt-amount       picture is 9(05)V99.
000910         10  tt-reason       picture is X(20).
000920         10  tt-date         picture is 9(08).
000930         10  tt-program      picture is X(08).
000940         10  tt-approval     picture is X(01).
000950         10  tt-proposed-by  picture is X(08).
000960         10  tt-reviewed-by  picture is X(08).
000970         10  tt-reviewed-date picture is 9(08).
000980         10  tt-decided-now  picture is X(01).
000990     copy TENFMT.

001000 procedure division.
001010 0000-mainline.
001020     perform 1000-load-transactions thru 1000-exit.
001030     if table-overflowed
001040         display "TENFAPRV: pendtxn.dat is larger than the "
001050             "work table - nothing reviewed"
001060         stop run.
001070     perform 2000-review-all thru 2000-exit.
001080     perform 3000-rewrite-file thru 3000-exit.
001090     perform 9000-finish thru 9000-exit.
001100     stop run.

001110 1000-load-transactions.
001120     display "TENFAPRV: pending-transaction review".
001130     call "TENWHO" using TENWHO-PARMS.
001140     if not TENWHO-SIGNED-ON
001150         or TENWHO-AUTHORITY < 3
001160         display "TENFAPRV: supervisor authority required - "
001170             "sign on through TENSIGN first"
001180         stop run.
001190     accept today-date from date yyyymmdd.
001200     open input pending-txn-file.
001210     if pnd-file-status not = "00"
001220         display "TENFAPRV: no pendtxn.dat on file, nothing "
001230             "to review"
001240         move "Y" to pnd-eof-switch
001250         stop run.
001260     perform 1100-read-txn thru 1100-exit
001270         until pending-file-at-end.
001280     close pending-txn-file.
001290 1000-exit.
001300     exit.

001310 1100-read-txn.
001320     read pending-txn-file
001330         at end
001340             move "Y" to pnd-eof-switch
001350         not at end
001360             perform 1200-stow-txn thru 1200-exit.
001370 1100-exit.
001380     exit.

001390 1200-stow-txn.
001400     if txn-table-count >= 500
001410         move "Y" to table-overflowed-switch
001420         display "TENFAPRV: transaction table overflow"
001430     else
001440         add 1 to txn-table-count
001450         move pnd-building of pending-txn-record
001460             to tt-building (txn-table-count)
001470         move pnd-aptnum of pending-txn-record
001480             to tt-aptnum (txn-table-count)
001490         move pnd-amount of pending-txn-record
001500             to tt-amount (txn-table-count)
001510         move pnd-reason of pending-txn-record
001520             to tt-reason (txn-table-count)
001530         move pnd-date of pending-txn-record
001540             to tt-date (txn-table-count)
001550         move pnd-program of pending-txn-record
001560             to tt-program (txn-table-count)
001570         move pnd-approval of pending-txn-record
001580             to tt-approval (txn-table-count)
001590         move pnd-proposed-by of pending-txn-record
001600             to tt-proposed-by (txn-table-count)
001610         move pnd-reviewed-by of pending-txn-record
001620             to tt-reviewed-by (txn-table-count)
001630         move pnd-reviewed-date of pending-txn-record
001640             to tt-reviewed-date (txn-table-count)
001650         move "N" to tt-decided-now (txn-table-count).
001660 1200-exit.
001670     exit.

001680 2000-review-all.
001690     if txn-table-count = zero
001700         display "TENFAPRV: no transactions on file"
001710         go to 2000-exit.
001720     perform 2100-review-one thru 2100-exit
001730         varying txn-sub from 1 by 1
001740         until txn-sub > txn-table-count.
001750 2000-exit.
001760     exit.

001770 2100-review-one.
001780     if tt-approval (txn-sub) not = "P"
001790         go to 2100-exit.
001800     move "A" to TENFMT-FORMAT-CODE.
001810     move tt-amount (txn-sub) to TENFMT-RAW-AMOUNT.
001820     call "TENFMT" using TENFMT-PARMS.
001830     move TENFMT-EDITED-OUT to amount-text.
001840     display "PROPOSED: " tt-building (txn-sub) "-"
001850         tt-aptnum (txn-sub) " " amount-text " "
001860         tt-reason (txn-sub) " FROM " tt-program (txn-sub)
001870         " ON " tt-date (txn-sub) " BY " tt-proposed-by (txn-sub).
001880     display "Approve, Reject, or Skip (A/R/S): ".
001890     accept reply.
001900     evaluate reply
001910         when "A"
001920             move "A" to tt-approval (txn-sub)
001930             add 1 to approved-count
001940         when "a"
001950             move "A" to tt-approval (txn-sub)
001960             add 1 to approved-count
001970         when "R"
001980             move "R" to tt-approval (txn-sub)
001990             add 1 to rejected-count
002000         when "r"
002010             move "R" to tt-approval (txn-sub)
002020             add 1 to rejected-count
002030         when other
002040             add 1 to left-count
002050     end-evaluate.
002060     if tt-approval (txn-sub) not = "P"
002070         move TENWHO-OPERATOR to tt-reviewed-by (txn-sub)
002080         move today-date to tt-reviewed-date (txn-sub)
002090         move "Y" to tt-decided-now (txn-sub).
002100 2100-exit.
002110     exit.

002120 3000-rewrite-file.
002130     if txn-table-count = zero
002140         go to 3000-exit.
002150     open output pending-txn-file.
002160     open extend pending-history-file.
002170     perform 3100-write-txn thru 3100-exit
002180         varying txn-sub from 1 by 1
002190         until txn-sub > txn-table-count.
002200     close pending-txn-file.
002210     close pending-history-file.
002220 3000-exit.
002230     exit.

002240 3100-write-txn.
002250     move tt-building (txn-sub)
002260         to pnd-building of pending-txn-record.
002270     move tt-aptnum (txn-sub)
002280         to pnd-aptnum of pending-txn-record.
002290     move tt-amount (txn-sub)
002300         to pnd-amount of pending-txn-record.
002310     move tt-reason (txn-sub)
002320         to pnd-reason of pending-txn-record.
002330     move tt-date (txn-sub)
002340         to pnd-date of pending-txn-record.
002350     move tt-program (txn-sub)
002360         to pnd-program of pending-txn-record.
002370     move tt-approval (txn-sub)
002380         to pnd-approval of pending-txn-record.
002390     move tt-proposed-by (txn-sub)
002400         to pnd-proposed-by of pending-txn-record.
002410     move tt-reviewed-by (txn-sub)
002420         to pnd-reviewed-by of pending-txn-record.
002430     move tt-reviewed-date (txn-sub)
002440         to pnd-reviewed-date of pending-txn-record.
002450     write pending-txn-record.
002460     if tt-decided-now (txn-sub) = "Y"
002470         move pending-txn-record to pending-history-record
002480         write pending-history-record.
002490 3100-exit.
002500     exit.

002510 9000-finish.
002520     display "TENFAPRV: " approved-count " approved, "
002530         rejected-count " rejected, " left-count
002540         " left pending".
002550 9000-exit.
002560     exit.

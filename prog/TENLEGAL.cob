000220*----------------------------------------------------------*
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   2026-10-15 JHM   Carries the case basis (rent or lease
000260*                    violation) through each advance and
000270*                    shows it with the case status.
000280*   2026-09-03 JHM   Original program.
000290*----------------------------------------------------------*
000300 identification division.
000310 program-id. tenlegal.
000320 author. J. H. Masters.
000330 installation. Property Management Systems.
000340 date-written. 2026-09-03.
000350 date-compiled. 2026-09-03.

000360 environment division.
000370 configuration section.
000380 source-computer. Intel486.
000390 object-computer. Intel486.

000400 input-output section.
000410 file-control.
000420     select optional legal-case-file assign to disk
000430         organization is line sequential
000440         file status is lgl-file-status.

000450     select optional batch-lock-file assign to disk
000460         organization is line sequential
000470         file status is lck-file-status.

000480 data division.
000490 file section.
000500 fd  legal-case-file
000510     label records are standard
000520     value of file-id is "legcase.dat".
000530     copy TENLGL
000540         replacing ==:REC-NAME:==
000550             by ==legal-case-record==.

000560 fd  batch-lock-file
000570     label records are standard
000580     value of file-id is "batchlck.ctl".
000590 01  batch-lock-record.
000600     05  lck-status          picture is X(06).
000610     05  lck-date            picture is 9(08).
000620     05  lck-time            picture is 9(08).

000630 working-storage section.
000640 01  lck-file-status         picture is X(02).
000650 01  batch-locked-switch     picture is X(01) value "N".
000660     88  batch-locked                value "Y".
000670     copy TENWHO.
000680 01  lgl-file-status         picture is X(02).
000690 01  lgl-eof-switch          picture is X(01) value "N".
000700     88  case-file-at-end            value "Y".
000710 01  more-switch             picture is X(01) value "Y".
000720     88  more-records                value "Y".
000730 01  today-date              picture is 9(08).
000740 01  updated-count           picture is 9(05) value zero.
000750 01  wanted-building         picture is 9(02).
000760 01  wanted-aptnum           picture is 9(04).
000770 01  entered-status          picture is X(01).
000780 01  entered-date            picture is 9(08).
000790 01  case-found-switch       picture is X(01).
000800     88  case-on-file                value "Y".

000810*----------------------------------------------------------*
000820* Latest legcase.dat record per unit, the owner-master
000830* convention.
000840*----------------------------------------------------------*
000850 01  case-table-area.
000860     05  case-table-count    picture is 9(03) value zero.
000870     05  case-table-entry occurs 1 to 200 times
000880             depending on case-table-count
000890             indexed by case-table-index.
000900         10  ct-building     picture is 9(02).
000910         10  ct-aptnum       picture is 9(04).
000920         10  ct-opened-date  picture is 9(08).
000930         10  ct-status       picture is X(01).
000940         10  ct-notice-date  picture is 9(08).
000950         10  ct-filing-date  picture is 9(08).
000960         10  ct-court-date   picture is 9(08).
000970         10  ct-judgment-date picture is 9(08).
000980         10  ct-basis        picture is X(01).

000990 procedure division.
001000 0000-mainline.
001010     perform 1000-initialize thru 1000-exit.
001020     perform 2000-maintain-one thru 2000-exit
001030         until not more-records.
001040     perform 9000-finish thru 9000-exit.
001050     stop run.

001060 1000-initialize.
001070     display "TENLEGAL: legal-case maintenance".
001080     perform 1100-check-batch-lock thru 1100-exit.
001090     if batch-locked
001100         display "TENLEGAL: nightly batch in progress - "
001110             "tenant files are locked, inquiry only "
001120             "(use TENINQ) until the window closes"
001130         stop run.
001140     call "TENWHO" using TENWHO-PARMS.
001150     if not TENWHO-SIGNED-ON
001160         or TENWHO-AUTHORITY < 2
001170         display "TENLEGAL: update authority required - "
001180             "sign on through TENSIGN first"
001190         stop run.
001200     accept today-date from date yyyymmdd.
001210     perform 1200-load-cases thru 1200-exit.
001220     open extend legal-case-file.
001230 1000-exit.
001240     exit.

001250*----------------------------------------------------------*
001260* Batch-window lock check: the nightly driver raises the
001270* lock at start of chain and clears it at finish.
001280*----------------------------------------------------------*
001290 1100-check-batch-lock.
001300     open input batch-lock-file.
001310     if lck-file-status not = "00"
001320         go to 1100-exit.
001330     read batch-lock-file
001340         at end
001350             continue
001360         not at end
001370             if lck-status = "LOCKED"
001380                 move "Y" to batch-locked-switch.
001390     close batch-lock-file.
001400 1100-exit.
001410     exit.

001420 1200-load-cases.
001430     open input legal-case-file.
001440     if lgl-file-status not = "00"
001450         close legal-case-file
001460         move "Y" to lgl-eof-switch
001470         go to 1200-exit.
001480     perform 1210-read-case thru 1210-exit
001490         until case-file-at-end.
001500     close legal-case-file.
001510 1200-exit.
001520     exit.

001530 1210-read-case.
001540     read legal-case-file
001550         at end
001560             move "Y" to lgl-eof-switch
001570         not at end
001580             perform 1220-stow-case thru 1220-exit.
001590 1210-exit.
001600     exit.

001610 1220-stow-case.
001620     set case-table-index to 1.
001630     if case-table-count > zero
001640         search case-table-entry
001650             at end
001660                 perform 1230-add-case thru 1230-exit
001670             when ct-building (case-table-index)
001680                     = lgl-building of legal-case-record
001690                 and ct-aptnum (case-table-index)
001700                     = lgl-aptnum of legal-case-record
001710                 perform 1240-replace-case thru 1240-exit
001720     else
001730         perform 1230-add-case thru 1230-exit.
001740 1220-exit.
001750     exit.

001760 1230-add-case.
001770     if case-table-count >= 200
001780         display "TENLEGAL: case table overflow"
001790     else
001800         add 1 to case-table-count
001810         set case-table-index to case-table-count
001820         perform 1240-replace-case thru 1240-exit.
001830 1230-exit.
001840     exit.

001850 1240-replace-case.
001860     move lgl-building of legal-case-record
001870         to ct-building (case-table-index).
001880     move lgl-aptnum of legal-case-record
001890         to ct-aptnum (case-table-index).
001900     move lgl-opened-date of legal-case-record
001910         to ct-opened-date (case-table-index).
001920     move lgl-status of legal-case-record
001930         to ct-status (case-table-index).
001940     move lgl-notice-date of legal-case-record
001950         to ct-notice-date (case-table-index).
001960     move lgl-filing-date of legal-case-record
001970         to ct-filing-date (case-table-index).
001980     move lgl-court-date of legal-case-record
001990         to ct-court-date (case-table-index).
002000     move lgl-judgment-date of legal-case-record
002010         to ct-judgment-date (case-table-index).
002020     move lgl-basis of legal-case-record
002030         to ct-basis (case-table-index).
002040 1240-exit.
002050     exit.

002060 2000-maintain-one.
002070     display "Apartment number (0000 to quit): ".
002080     accept wanted-aptnum.
002090     if wanted-aptnum = 0
002100         move "N" to more-switch
002110     else
002120         display "Building number: "
002130         accept wanted-building
002140         perform 2100-find-and-advance thru 2100-exit.
002150 2000-exit.
002160     exit.

002170 2100-find-and-advance.
002180     perform 2200-find-case thru 2200-exit.
002190     if not case-on-file
002200         display "TENLEGAL: no case on file for "
002210             wanted-building "-" wanted-aptnum
002220             " - cases open from the final-demand and "
002230             "violation runs"
002240         go to 2100-exit.
002250     if ct-basis (case-table-index) = "V"
002260         display "Lease-violation case (TENVIOR escalation)"
002270     else
002280         display "Rent case (final demand)".
002290     display "Case status is "
002300         ct-status (case-table-index)
002310         " (O=open N=notice F=filed C=court J=judgment "
002320         "X=closed)".
002330     display "New status: ".
002340     accept entered-status.
002350     evaluate entered-status
002360         when "N"
002370             display "Notice-served date (YYYYMMDD): "
002380             accept entered-date
002390             move entered-date
002400                 to ct-notice-date (case-table-index)
002410         when "F"
002420             display "Filing date (YYYYMMDD): "
002430             accept entered-date
002440             move entered-date
002450                 to ct-filing-date (case-table-index)
002460         when "C"
002470             display "Court date (YYYYMMDD): "
002480             accept entered-date
002490             move entered-date
002500                 to ct-court-date (case-table-index)
002510         when "J"
002520             display "Judgment date (YYYYMMDD): "
002530             accept entered-date
002540             move entered-date
002550                 to ct-judgment-date (case-table-index)
002560         when "X"
002570             continue
002580         when other
002590             display "TENLEGAL: status must be N, F, C, J "
002600                 "or X, nothing recorded"
002610             go to 2100-exit
002620     end-evaluate.
002630     move entered-status to ct-status (case-table-index).
002640     perform 2300-write-case thru 2300-exit.
002650     add 1 to updated-count.
002660     display "TENLEGAL: case advanced for "
002670         wanted-building "-" wanted-aptnum.
002680 2100-exit.
002690     exit.

002700 2200-find-case.
002710     move "N" to case-found-switch.
002720     if case-table-count = zero
002730         go to 2200-exit.
002740     set case-table-index to 1.
002750     search case-table-entry
002760         at end
002770             continue
002780         when ct-building (case-table-index)
002790                 = wanted-building
002800             and ct-aptnum (case-table-index)
002810                 = wanted-aptnum
002820             move "Y" to case-found-switch.
002830 2200-exit.
002840     exit.

002850 2300-write-case.
002860     move ct-building (case-table-index)
002870         to lgl-building of legal-case-record.
002880     move ct-aptnum (case-table-index)
002890         to lgl-aptnum of legal-case-record.
002900     move ct-opened-date (case-table-index)
002910         to lgl-opened-date of legal-case-record.
002920     move ct-status (case-table-index)
002930         to lgl-status of legal-case-record.
002940     move ct-notice-date (case-table-index)
002950         to lgl-notice-date of legal-case-record.
002960     move ct-filing-date (case-table-index)
002970         to lgl-filing-date of legal-case-record.
002980     move ct-court-date (case-table-index)
002990         to lgl-court-date of legal-case-record.
003000     move ct-judgment-date (case-table-index)
003010         to lgl-judgment-date of legal-case-record.
003020     move TENWHO-OPERATOR
003030         to lgl-entered-by of legal-case-record.
003040     move ct-basis (case-table-index)
003050         to lgl-basis of legal-case-record.
003060     write legal-case-record.
003070 2300-exit.
003080     exit.

003090 9000-finish.
003100     close legal-case-file.
003110     display "TENLEGAL: " updated-count " case(s) advanced".
003120 9000-exit.
003130     exit.

000100*----------------------------------------------------------*
000110* TENPORD.COB
000120*
000130* Purchase-order entry.  Raises a PO against a workordr.dat
000140* ticket and a vendmst.dat vendor with the estimated cost,
000150* before anybody spends the money.  PO numbers are one
000160* above the highest already on purchord.dat, the TENWORK
000170* ticket convention.  A PO within the raising operator's
000180* operator.dat purchase-order limit is approved as it is
000190* keyed; a larger one is written PENDING and waits for a
000200* supervisor on TENPOAPV.  TENWCOST will not post an
000210* invoice against anything but an approved PO.
000220*----------------------------------------------------------*
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   2026-10-15 JHM   Original program.
000260*----------------------------------------------------------*
000270 identification division.
000280 program-id. tenpord.
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
000390     select optional work-order-file assign to disk
000400         organization is line sequential
000410         file status is wor-file-status.

000420     select optional vendor-master-file assign to disk
000430         organization is line sequential
000440         file status is vnd-file-status.

000450     select optional operator-file assign to disk
000460         organization is line sequential
000470         file status is opr-file-status.

000480     select optional purchase-order-file assign to disk
000490         organization is line sequential
000500         file status is po-file-status.

000510 data division.
000520 file section.
000530 fd  work-order-file
000540     label records are standard
000550     value of file-id is "workordr.dat".
000560     copy TENWOR
000570         replacing ==:REC-NAME:==
000580             by ==work-order-record==.

000590 fd  vendor-master-file
000600     label records are standard
000610     value of file-id is "vendmst.dat".
000620     copy TENVND
000630         replacing ==:REC-NAME:==
000640             by ==vendor-record==.

000650 fd  operator-file
000660     label records are standard
000670     value of file-id is "operator.dat".
000680     copy TENOPR
000690         replacing ==:REC-NAME:==
000700             by ==operator-record==.

000710 fd  purchase-order-file
000720     label records are standard
000730     value of file-id is "purchord.dat".
000740     copy TENPOR
000750         replacing ==:REC-NAME:==
000760             by ==purchase-order-record==.

000770 working-storage section.
000780     copy TENWHO.
000790 01  wor-file-status         picture is X(02).
000800 01  vnd-file-status         picture is X(02).
000810 01  opr-file-status         picture is X(02).
000820 01  po-file-status          picture is X(02).
000830 01  wor-eof-switch          picture is X(01).
000840     88  work-file-at-end            value "Y".
000850 01  vnd-eof-switch          picture is X(01).
000860     88  vendor-file-at-end          value "Y".
000870 01  opr-eof-switch          picture is X(01).
000880     88  operator-file-at-end        value "Y".
000890 01  po-eof-switch           picture is X(01).
000900     88  po-file-at-end              value "Y".
000910 01  more-switch             picture is X(01) value "Y".
000920     88  more-records                value "Y".
000930 01  today-date              picture is 9(08).
000940 01  raised-count            picture is 9(04) value zero.
000950 01  pending-count           picture is 9(04) value zero.
000960 01  operator-limit          picture is 9(07)V99 value zero.
000970 01  wanted-ticket           picture is 9(05).
000980 01  entered-vendor          picture is 9(04).
000990 01  entered-amount          picture is 9(07)V99.
001000 01  entered-description     picture is X(30).
001010 01  next-po-number          picture is 9(06).
001020 01  ticket-found-switch     picture is X(01).
001030     88  ticket-found                value "Y".
001040 01  ticket-open-switch      picture is X(01).
001050     88  ticket-still-open           value "Y".
001060 01  vendor-found-switch     picture is X(01).
001070     88  vendor-found                value "Y".
001080 01  ticket-building         picture is 9(02).
001090 01  ticket-aptnum           picture is 9(04).

001100 procedure division.
001110 0000-mainline.
001120     perform 1000-initialize thru 1000-exit.
001130     perform 2000-raise-one thru 2000-exit
001140         until not more-records.
001150     perform 9000-finish thru 9000-exit.
001160     stop run.

001170 1000-initialize.
001180     display "TENPORD: purchase-order entry".
001190     call "TENWHO" using TENWHO-PARMS.
001200     if not TENWHO-SIGNED-ON
001210         or TENWHO-AUTHORITY < 2
001220         display "TENPORD: update authority required - "
001230             "sign on through TENSIGN first"
001240         stop run.
001250     accept today-date from date yyyymmdd.
001260     perform 1100-find-limit thru 1100-exit.
001270     display "TENPORD: your purchase-order limit is "
001280         operator-limit.
001290 1000-exit.
001300     exit.

001310*----------------------------------------------------------*
001320* The signed-on operator's spending limit; the latest
001330* operator.dat record per id wins.  No record, no limit --
001340* every PO then goes to a supervisor.
001350*----------------------------------------------------------*
001360 1100-find-limit.
001370     move "N" to opr-eof-switch.
001380     open input operator-file.
001390     if opr-file-status not = "00"
001400         close operator-file
001410         go to 1100-exit.
001420     perform 1110-scan-operator thru 1110-exit
001430         until operator-file-at-end.
001440     close operator-file.
001450 1100-exit.
001460     exit.

001470 1110-scan-operator.
001480     read operator-file
001490         at end
001500             move "Y" to opr-eof-switch
001510         not at end
001520             if opr-id of operator-record = TENWHO-OPERATOR
001530                 move zero to operator-limit
001540                 if opr-po-limit of operator-record is numeric
001550                     move opr-po-limit of operator-record
001560                         to operator-limit.
001570 1110-exit.
001580     exit.

001590 2000-raise-one.
001600     display "Ticket number (00000 to quit): ".
001610     accept wanted-ticket.
001620     if wanted-ticket = zero
001630         move "N" to more-switch
001640     else
001650         perform 2100-validate-and-raise thru 2100-exit.
001660 2000-exit.
001670     exit.

001680 2100-validate-and-raise.
001690     perform 2200-find-ticket thru 2200-exit.
001700     if not ticket-found
001710         display "TENPORD: ticket " wanted-ticket
001720             " not on workordr.dat, no PO raised"
001730         go to 2100-exit.
001740     if not ticket-still-open
001750         display "TENPORD: ticket " wanted-ticket
001760             " is closed, no PO raised"
001770         go to 2100-exit.
001780     display "Vendor number: ".
001790     accept entered-vendor.
001800     perform 2300-find-vendor thru 2300-exit.
001810     if not vendor-found
001820         display "TENPORD: vendor " entered-vendor
001830             " not on vendmst.dat, no PO raised"
001840         go to 2100-exit.
001850     display "Estimated amount (9999999.99): ".
001860     accept entered-amount.
001870     if entered-amount = zero
001880         display "TENPORD: estimated amount required, "
001890             "no PO raised"
001900         go to 2100-exit.
001910     display "Description (30 characters): ".
001920     accept entered-description.
001930     perform 2400-find-next-po thru 2400-exit.
001940     perform 2500-write-po thru 2500-exit.
001950 2100-exit.
001960     exit.

001970 2200-find-ticket.
001980     move "N" to ticket-found-switch.
001990     move "N" to ticket-open-switch.
002000     move "N" to wor-eof-switch.
002010     open input work-order-file.
002020     if wor-file-status not = "00"
002030         close work-order-file
002040         move "Y" to wor-eof-switch
002050         go to 2200-exit.
002060     perform 2210-scan-ticket thru 2210-exit
002070         until work-file-at-end.
002080     close work-order-file.
002090 2200-exit.
002100     exit.

002110 2210-scan-ticket.
002120     read work-order-file
002130         at end
002140             move "Y" to wor-eof-switch
002150         not at end
002160             if wor-ticket of work-order-record
002170                 = wanted-ticket
002180                 move "Y" to ticket-found-switch
002190                 move wor-building of work-order-record
002200                     to ticket-building
002210                 move wor-aptnum of work-order-record
002220                     to ticket-aptnum
002230                 if wor-open of work-order-record
002240                     move "Y" to ticket-open-switch
002250                 else
002260                     move "N" to ticket-open-switch.
002270 2210-exit.
002280     exit.

002290*----------------------------------------------------------*
002300* Latest vendmst.dat record per vendor number wins.
002310*----------------------------------------------------------*
002320 2300-find-vendor.
002330     move "N" to vendor-found-switch.
002340     move "N" to vnd-eof-switch.
002350     open input vendor-master-file.
002360     if vnd-file-status not = "00"
002370         close vendor-master-file
002380         move "Y" to vnd-eof-switch
002390         go to 2300-exit.
002400     perform 2310-scan-vendor thru 2310-exit
002410         until vendor-file-at-end.
002420     close vendor-master-file.
002430 2300-exit.
002440     exit.

002450 2310-scan-vendor.
002460     read vendor-master-file
002470         at end
002480             move "Y" to vnd-eof-switch
002490         not at end
002500             if vnd-number of vendor-record
002510                 = entered-vendor
002520                 move "Y" to vendor-found-switch.
002530 2310-exit.
002540     exit.

002550 2400-find-next-po.
002560     move 1 to next-po-number.
002570     move "N" to po-eof-switch.
002580     open input purchase-order-file.
002590     if po-file-status not = "00"
002600         close purchase-order-file
002610         move "Y" to po-eof-switch
002620         go to 2400-exit.
002630     perform 2410-scan-po thru 2410-exit
002640         until po-file-at-end.
002650     close purchase-order-file.
002660 2400-exit.
002670     exit.

002680 2410-scan-po.
002690     read purchase-order-file
002700         at end
002710             move "Y" to po-eof-switch
002720         not at end
002730             if po-number of purchase-order-record
002740                 >= next-po-number
002750                 compute next-po-number =
002760                     po-number of purchase-order-record + 1.
002770 2410-exit.
002780     exit.

002790*----------------------------------------------------------*
002800* Within the operator's limit the PO is approved on the
002810* spot in the operator's own name; above it, PENDING.
002820*----------------------------------------------------------*
002830 2500-write-po.
002840     move next-po-number
002850         to po-number of purchase-order-record.
002860     move ticket-building
002870         to po-building of purchase-order-record.
002880     move ticket-aptnum
002890         to po-aptnum of purchase-order-record.
002900     move wanted-ticket to po-ticket of purchase-order-record.
002910     move entered-vendor to po-vendor of purchase-order-record.
002920     move entered-amount to po-amount of purchase-order-record.
002930     move entered-description
002940         to po-description of purchase-order-record.
002950     move today-date to po-date of purchase-order-record.
002960     move TENWHO-OPERATOR
002970         to po-raised-by of purchase-order-record.
002980     if entered-amount > operator-limit
002990         move "P" to po-status of purchase-order-record
003000         move spaces to po-decided-by of purchase-order-record
003010         move zero to po-decided-date of purchase-order-record
003020     else
003030         move "A" to po-status of purchase-order-record
003040         move TENWHO-OPERATOR
003050             to po-decided-by of purchase-order-record
003060         move today-date
003070             to po-decided-date of purchase-order-record.
003080     open extend purchase-order-file.
003090     write purchase-order-record.
003100     close purchase-order-file.
003110     add 1 to raised-count.
003120     if po-pending of purchase-order-record
003130         add 1 to pending-count
003140         display "TENPORD: PO " next-po-number
003150             " is over your limit - pending supervisor "
003160             "approval on TENPOAPV"
003170     else
003180         display "TENPORD: PO " next-po-number
003190             " approved for ticket " wanted-ticket.
003200 2500-exit.
003210     exit.

003220 9000-finish.
003230     display "TENPORD: " raised-count " PO(s) raised, "
003240         pending-count " pending approval".
003250 9000-exit.
003260     exit.

000100*----------------------------------------------------------*
000110* TENPART.COB
000120*
000130* Maintenance storeroom transaction.  Adds a part to a
000140* building's storeroom on partmst.dat (or changes its
000150* description, unit cost and reorder point), receives
000160* stock into it, and issues stock to a workordr.dat ticket
000170* in the same building.  A receipt re-averages the unit
000180* cost over the stock on hand.  An issue takes the units
000190* off the shelf and charges them at the average cost to
000200* the ticket as a materials-only wocost.dat posting (no
000210* vendor; the part number stands in the invoice column),
000220* with the bldexp.dat entry TENWCOST makes, so the
000230* storeroom's cost reaches the ticket, the TENWCRP report
000240* and the owner's remittance.  No more can be issued than
000250* the book shows on hand.  Each step appends a record
000260* stamped with the signed-on operator; the latest record
000270* per part is its current state.
000280*----------------------------------------------------------*
000290* MODIFICATION HISTORY
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-15 JHM   Original program.
000320*----------------------------------------------------------*
000330 identification division.
000340 program-id. tenpart.
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
000450     select optional part-file assign to disk
000460         organization is line sequential
000470         file status is prt-file-status.

000480     select optional work-order-file assign to disk
000490         organization is line sequential
000500         file status is wor-file-status.

000510     select optional work-cost-file assign to disk
000520         organization is line sequential.

000530     select optional building-expense-file assign to disk
000540         organization is line sequential.

000550 data division.
000560 file section.
000570 fd  part-file
000580     label records are standard
000590     value of file-id is "partmst.dat".
000600     copy TENPRT
000610         replacing ==:REC-NAME:==
000620             by ==part-record==.

000630 fd  work-order-file
000640     label records are standard
000650     value of file-id is "workordr.dat".
000660     copy TENWOR
000670         replacing ==:REC-NAME:==
000680             by ==work-order-record==.

000690 fd  work-cost-file
000700     label records are standard
000710     value of file-id is "wocost.dat".
000720     copy TENWCO
000730         replacing ==:REC-NAME:==
000740             by ==work-cost-record==.

000750 fd  building-expense-file
000760     label records are standard
000770     value of file-id is "bldexp.dat".
000780 01  building-expense-record.
000790     05  bex-building        picture is 9(02).
000800     05  bex-category        picture is X(01).
000810     05  bex-month           picture is 9(06).
000820     05  bex-amount          picture is 9(07)V99.

000830 working-storage section.
000840     copy TENWHO.
000850 01  prt-file-status         picture is X(02).
000860 01  wor-file-status         picture is X(02).
000870 01  prt-eof-switch          picture is X(01).
000880     88  part-file-at-end            value "Y".
000890 01  wor-eof-switch          picture is X(01).
000900     88  work-file-at-end            value "Y".
000910 01  more-switch             picture is X(01) value "Y".
000920     88  more-records                value "Y".
000930 01  part-found-switch       picture is X(01).
000940     88  part-on-file                value "Y".
000950 01  ticket-found-switch     picture is X(01).
000960     88  ticket-found                value "Y".
000970 01  menu-reply              picture is X(01).
000980 01  today-date              picture is 9(08).
000990 01  today-parts redefines today-date.
001000     05  today-yyyymm        picture is 9(06).
001010     05  today-dd            picture is 9(02).
001020 01  entered-count           picture is 9(05) value zero.
001030 01  lookup-building         picture is 9(02).
001040 01  lookup-number           picture is X(08).
001050 01  entered-quantity        picture is 9(05).
001060 01  entered-cost            picture is 9(05)V99.
001070 01  entered-ticket          picture is 9(05).
001080 01  ticket-aptnum           picture is 9(04).
001090 01  ticket-building         picture is 9(02).
001100 01  ticket-category         picture is X(01).
001110 01  issue-cost              picture is 9(07)V99.
001120 01  stock-value             picture is 9(10)V99.
001130 01  display-cost            picture is ZZ,ZZ9.99.
001140 01  display-issue-cost      picture is Z,ZZZ,ZZ9.99.

001150*----------------------------------------------------------*
001160* The part's latest partmst.dat record -- its current
001170* state.
001180*----------------------------------------------------------*
001190     copy TENPRT
001200         replacing ==:REC-NAME:==
001210             by ==current-part-record==.

001220 procedure division.
001230 0000-mainline.
001240     perform 1000-initialize thru 1000-exit.
001250     perform 2000-choose-action thru 2000-exit
001260         until not more-records.
001270     perform 9000-finish thru 9000-exit.
001280     stop run.

001290 1000-initialize.
001300     display "TENPART: maintenance storeroom parts".
001310     call "TENWHO" using TENWHO-PARMS.
001320     if not TENWHO-SIGNED-ON
001330         or TENWHO-AUTHORITY < 2
001340         display "TENPART: update authority required - "
001350             "sign on through TENSIGN first"
001360         stop run.
001370     accept today-date from date yyyymmdd.
001380 1000-exit.
001390     exit.

001400 2000-choose-action.
001410     display "Add/change part, Receive, Issue, or "
001420         "Quit (A/R/I/Q): ".
001430     accept menu-reply.
001440     evaluate menu-reply
001450         when "A"
001460             perform 3000-add-part thru 3000-exit
001470         when "a"
001480             perform 3000-add-part thru 3000-exit
001490         when "R"
001500             perform 4000-receive-part thru 4000-exit
001510         when "r"
001520             perform 4000-receive-part thru 4000-exit
001530         when "I"
001540             perform 5000-issue-part thru 5000-exit
001550         when "i"
001560             perform 5000-issue-part thru 5000-exit
001570         when other
001580             move "N" to more-switch
001590     end-evaluate.
001600 2000-exit.
001610     exit.

001620*----------------------------------------------------------*
001630* A new part starts with nothing on hand; a change keeps
001640* the stock the book already shows.
001650*----------------------------------------------------------*
001660 3000-add-part.
001670     perform 7000-prompt-part thru 7000-exit.
001680     if part-on-file
001690         move current-part-record to part-record
001700         move prt-unit-cost of current-part-record
001710             to display-cost
001720         display "Now: " prt-description of current-part-record
001730         display "     cost " display-cost " on hand "
001740             prt-on-hand of current-part-record
001750             " reorder at "
001760             prt-reorder-point of current-part-record
001770     else
001780         move lookup-building to prt-building of part-record
001790         move lookup-number to prt-number of part-record
001800         move zero to prt-on-hand of part-record.
001810     display "Description: ".
001820     accept prt-description of part-record.
001830     if prt-description of part-record = spaces
001840         display "TENPART: description is required, "
001850             "nothing recorded"
001860         go to 3000-exit.
001870     display "Unit cost (99999.99): ".
001880     accept prt-unit-cost of part-record.
001890     display "Reorder point (quantity): ".
001900     accept prt-reorder-point of part-record.
001910     move "A" to prt-transaction of part-record.
001920     move zero to prt-quantity of part-record.
001930     move zero to prt-ticket of part-record.
001940     perform 8000-write-part thru 8000-exit.
001950     display "TENPART: part " lookup-number " recorded".
001960 3000-exit.
001970     exit.

001980*----------------------------------------------------------*
001990* Stock received goes on the shelf and the unit cost is
002000* re-averaged over what is now on hand.  A zero receipt
002010* cost keeps the current cost.
002020*----------------------------------------------------------*
002030 4000-receive-part.
002040     perform 7000-prompt-part thru 7000-exit.
002050     if not part-on-file
002060         display "TENPART: part " lookup-number
002070             " is not in the storeroom - add it first"
002080         go to 4000-exit.
002090     display "Quantity received: ".
002100     accept entered-quantity.
002110     if entered-quantity = zero
002120         display "TENPART: nothing received"
002130         go to 4000-exit.
002140     if prt-on-hand of current-part-record + entered-quantity
002150             > 99999
002160         display "TENPART: receipt would put more than "
002170             "99999 on hand, nothing recorded"
002180         go to 4000-exit.
002190     display "Unit cost of this receipt (0 = current): ".
002200     accept entered-cost.
002210     move current-part-record to part-record.
002220     if entered-cost not = zero
002230         compute stock-value =
002240             prt-on-hand of current-part-record
002250                 * prt-unit-cost of current-part-record
002260             + entered-quantity * entered-cost
002270         compute prt-unit-cost of part-record rounded =
002280             stock-value
002290                 / (prt-on-hand of current-part-record
002300                     + entered-quantity).
002310     add entered-quantity to prt-on-hand of part-record.
002320     move "R" to prt-transaction of part-record.
002330     move entered-quantity to prt-quantity of part-record.
002340     move zero to prt-ticket of part-record.
002350     perform 8000-write-part thru 8000-exit.
002360     display "TENPART: " entered-quantity " received, "
002370         prt-on-hand of part-record " now on hand".
002380 4000-exit.
002390     exit.

002400*----------------------------------------------------------*
002410* An issue charges the ticket at the average cost: a
002420* materials-only wocost.dat posting and its bldexp.dat
002430* entry, as TENWCOST posts a vendor invoice.
002440*----------------------------------------------------------*
002450 5000-issue-part.
002460     perform 7000-prompt-part thru 7000-exit.
002470     if not part-on-file
002480         display "TENPART: part " lookup-number
002490             " is not in the storeroom"
002500         go to 5000-exit.
002510     display "Ticket number: ".
002520     accept entered-ticket.
002530     perform 7200-find-ticket thru 7200-exit.
002540     if not ticket-found
002550         display "TENPART: ticket " entered-ticket
002560             " not on workordr.dat, nothing issued"
002570         go to 5000-exit.
002580     if ticket-building not = lookup-building
002590         display "TENPART: ticket " entered-ticket
002600             " is for building " ticket-building
002610             ", nothing issued"
002620         go to 5000-exit.
002630     display "Quantity issued: ".
002640     accept entered-quantity.
002650     if entered-quantity = zero
002660         display "TENPART: nothing issued"
002670         go to 5000-exit.
002680     if entered-quantity > prt-on-hand of current-part-record
002690         display "TENPART: only "
002700             prt-on-hand of current-part-record
002710             " on hand, nothing issued"
002720         go to 5000-exit.
002730     compute issue-cost rounded =
002740         entered-quantity * prt-unit-cost of current-part-record.
002750     move current-part-record to part-record.
002760     subtract entered-quantity from prt-on-hand of part-record.
002770     move "I" to prt-transaction of part-record.
002780     compute prt-quantity of part-record =
002790         zero - entered-quantity.
002800     move entered-ticket to prt-ticket of part-record.
002810     perform 8000-write-part thru 8000-exit.
002820     perform 5100-charge-ticket thru 5100-exit.
002830     move issue-cost to display-issue-cost.
002840     display "TENPART: " entered-quantity " issued to ticket "
002850         entered-ticket ", " display-issue-cost " charged".
002860 5000-exit.
002870     exit.

002880 5100-charge-ticket.
002890     move ticket-building to wco-building of work-cost-record.
002900     move ticket-aptnum to wco-aptnum of work-cost-record.
002910     move entered-ticket to wco-ticket of work-cost-record.
002920     move zero to wco-vendor of work-cost-record.
002930     move lookup-number to wco-invoice of work-cost-record.
002940     move today-date to wco-date of work-cost-record.
002950     move zero to wco-labor of work-cost-record.
002960     move issue-cost to wco-materials of work-cost-record.
002970     move zero to wco-po-number of work-cost-record.
002980     move zero to wco-project of work-cost-record.
002990     open extend work-cost-file.
003000     write work-cost-record.
003010     close work-cost-file.
003020     move ticket-building
003030         to bex-building of building-expense-record.
003040     move ticket-category
003050         to bex-category of building-expense-record.
003060     move today-yyyymm to bex-month of building-expense-record.
003070     move issue-cost to bex-amount of building-expense-record.
003080     open extend building-expense-file.
003090     write building-expense-record.
003100     close building-expense-file.
003110 5100-exit.
003120     exit.

003130 7000-prompt-part.
003140     display "Building number: ".
003150     accept lookup-building.
003160     display "Part number: ".
003170     accept lookup-number.
003180     perform 7100-find-part thru 7100-exit.
003190 7000-exit.
003200     exit.

003210*----------------------------------------------------------*
003220* The latest partmst.dat record for the building and part
003230* number is the part's current state.
003240*----------------------------------------------------------*
003250 7100-find-part.
003260     move "N" to part-found-switch.
003270     move "N" to prt-eof-switch.
003280     open input part-file.
003290     if prt-file-status not = "00"
003300         close part-file
003310         go to 7100-exit.
003320     perform 7110-read-part thru 7110-exit
003330         until part-file-at-end.
003340     close part-file.
003350 7100-exit.
003360     exit.

003370 7110-read-part.
003380     read part-file
003390         at end
003400             move "Y" to prt-eof-switch
003410         not at end
003420             if prt-building of part-record = lookup-building
003430                 and prt-number of part-record
003440                     = lookup-number
003450                 move part-record to current-part-record
003460                 move "Y" to part-found-switch.
003470 7110-exit.
003480     exit.

003490 7200-find-ticket.
003500     move "N" to ticket-found-switch.
003510     move "N" to wor-eof-switch.
003520     open input work-order-file.
003530     if wor-file-status not = "00"
003540         close work-order-file
003550         go to 7200-exit.
003560     perform 7210-read-ticket thru 7210-exit
003570         until work-file-at-end.
003580     close work-order-file.
003590 7200-exit.
003600     exit.

003610 7210-read-ticket.
003620     read work-order-file
003630         at end
003640             move "Y" to wor-eof-switch
003650         not at end
003660             if wor-ticket of work-order-record
003670                 = entered-ticket
003680                 move "Y" to ticket-found-switch
003690                 move wor-building of work-order-record
003700                     to ticket-building
003710                 move wor-aptnum of work-order-record
003720                     to ticket-aptnum
003730                 move wor-category of work-order-record
003740                     to ticket-category.
003750 7210-exit.
003760     exit.

003770 8000-write-part.
003780     move today-date to prt-date of part-record.
003790     move TENWHO-OPERATOR to prt-operator of part-record.
003800     open extend part-file.
003810     write part-record.
003820     close part-file.
003830     add 1 to entered-count.
003840 8000-exit.
003850     exit.

003860 9000-finish.
003870     display "TENPART: " entered-count
003880         " storeroom transaction(s) recorded".
003890 9000-exit.
003900     exit.

000170* building-expense summary entry (building, ticket
000180* category, month, amount) is appended to bldexp.dat --
000190* so maintenance spending finally shows up somewhere
000200* other than the checkbook.  Every invoice must match an
000210* approved purchase order on purchord.dat for the same
000220* ticket and vendor, and the PO's invoices together may not
000230* run more than the potoler.ctl tolerance (ten percent when
000240* there is no control file) over the PO amount; a refused
000250* invoice is listed on the dated wcostexc exception report.
000260* A posted invoice also becomes an open item on
000270* payables.dat, due the vendor's payment terms after today.
000280* An invoice for a capital improvement is tagged to its
000290* open capproj.dat project in the same building and is
000300* capitalized instead: it carries the project number on
000310* wocost.dat and gets no bldexp.dat expense entry.
000320*----------------------------------------------------------*
000330* MODIFICATION HISTORY
000340*   DATE       INIT  DESCRIPTION
000350*   2026-10-15 JHM   An invoice can now be tagged to an open
000360*                    capital project on capproj.dat for the
000370*                    ticket's building.  A tagged cost
000380*                    carries WCO-PROJECT, is left off
000390*                    bldexp.dat so the repair reports no
000400*                    longer count it, and draws a warning
000410*                    when it takes the project past budget.
000420*   2026-10-15 JHM   Each posted invoice is now appended to
000430*                    payables.dat as an open item, due the
000440*                    vendmst.dat payment terms (thirty days
000450*                    when none) after the posting date, for
000460*                    the TENVCHK weekly vendor check run.
000470*   2026-10-15 JHM   Invoices now post only against an
000480*                    approved TENPORD/TENPOAPV purchase order
000490*                    for the ticket and vendor, within the
000500*                    potoler.ctl tolerance over the PO
000510*                    amount.  Refused invoices go to the
000520*                    wcostexc.YYYYMMDD exception report,
000530*                    cataloged through TENRCAT.  wocost.dat
000540*                    now carries the PO number.
000550*   2026-09-03 JHM   Original program.
000560*----------------------------------------------------------*
000570 identification division.
000580 program-id. tenwcost.
000590 author. J. H. Masters.
000600 installation. Property Management Systems.
000610 date-written. 2026-09-03.
000620 date-compiled. 2026-09-03.

000630 environment division.
000640 configuration section.
000650 source-computer. Intel486.
000660 object-computer. Intel486.

000670 input-output section.
000680 file-control.
000690     select optional work-order-file assign to disk
000700         organization is line sequential
000710         file status is wor-file-status.

000720     select optional vendor-master-file assign to disk
000730         organization is line sequential
000740         file status is vnd-file-status.

000750     select optional work-cost-file assign to disk
000760         organization is line sequential
000770         file status is wco-file-status.

000780     select optional purchase-order-file assign to disk
000790         organization is line sequential
000800         file status is po-file-status.

000810     select optional tolerance-control-file assign to disk
000820         organization is line sequential
000830         file status is tol-file-status.

000840     select optional exception-report assign to disk
000850         organization is line sequential.

000860     select optional payables-file assign to disk
000870         organization is line sequential.

000880     select optional building-expense-file assign to disk
000890         organization is line sequential.

000900     select optional project-file assign to disk
000910         organization is line sequential
000920         file status is cpj-file-status.

000930 data division.
000940 file section.
000950 fd  work-order-file
000960     label records are standard
000970     value of file-id is "workordr.dat".
000980     copy TENWOR
000990         replacing ==:REC-NAME:==
001000             by ==work-order-record==.

001010 fd  vendor-master-file
001020     label records are standard
001030     value of file-id is "vendmst.dat".
001040     copy TENVND
001050         replacing ==:REC-NAME:==
001060             by ==vendor-record==.

001070 fd  work-cost-file
001080     label records are standard
001090     value of file-id is "wocost.dat".
001100     copy TENWCO
001110         replacing ==:REC-NAME:==
001120             by ==work-cost-record==.

001130 fd  building-expense-file
001140     label records are standard
001150     value of file-id is "bldexp.dat".
001160 01  building-expense-record.
001170     05  bex-building        picture is 9(02).
001180     05  bex-category        picture is X(01).
001190     05  bex-month           picture is 9(06).
001200     05  bex-amount          picture is 9(07)V99.

001210 fd  project-file
001220     label records are standard
001230     value of file-id is "capproj.dat".
001240     copy TENCPJ
001250         replacing ==:REC-NAME:==
001260             by ==project-record==.

001270 fd  purchase-order-file
001280     label records are standard
001290     value of file-id is "purchord.dat".
001300     copy TENPOR
001310         replacing ==:REC-NAME:==
001320             by ==purchase-order-record==.

001330 fd  tolerance-control-file
001340     label records are standard
001350     value of file-id is "potoler.ctl".
001360 01  tolerance-control-record.
001370     05  tol-percent         picture is 9(03).

001380 fd  exception-report
001390     label records are standard
001400     value of file-id is wcostexc-filename.
001410 01  report-line             picture is X(80).

001420 fd  payables-file
001430     label records are standard
001440     value of file-id is "payables.dat".
001450     copy TENAPI
001460         replacing ==:REC-NAME:==
001470             by ==payable-record==.

001480 working-storage section.
001490     copy TENWHO.
001500     copy TENRCAT.
001510 01  wcostexc-filename       picture is X(30).
001520 01  wor-file-status         picture is X(02).
001530 01  vnd-file-status         picture is X(02).
001540 01  wco-file-status         picture is X(02).
001550 01  po-file-status          picture is X(02).
001560 01  tol-file-status         picture is X(02).
001570 01  cpj-file-status         picture is X(02).
001580 01  cpj-eof-switch          picture is X(01).
001590     88  project-file-at-end         value "Y".
001600 01  project-found-switch    picture is X(01).
001610     88  project-found               value "Y".
001620 01  entered-project         picture is 9(05).
001630 01  project-building        picture is 9(02).
001640 01  project-budget          picture is 9(07)V99.
001650 01  project-status          picture is X(01).
001660     88  project-open                value "O".
001670 01  project-to-date         picture is 9(08)V99.
001680 01  capitalized-count       picture is 9(04) value zero.
001690 01  wco-eof-switch          picture is X(01).
001700     88  cost-file-at-end            value "Y".
001710 01  po-eof-switch           picture is X(01).
001720     88  po-file-at-end              value "Y".
001730 01  po-found-switch         picture is X(01).
001740     88  po-found                    value "Y".
001750 01  tolerance-percent       picture is 9(03) value 10.
001760 01  entered-po              picture is 9(06).
001770 01  found-po-ticket         picture is 9(05).
001780 01  found-po-vendor         picture is 9(04).
001790 01  found-po-amount         picture is 9(07)V99.
001800 01  found-po-status         picture is X(01).
001810     88  found-po-approved           value "A".
001820 01  already-invoiced        picture is 9(08)V99.
001830 01  invoiced-with-this      picture is 9(08)V99.
001840 01  allowed-amount          picture is 9(08)V99.
001850 01  exception-reason        picture is X(30).
001860 01  exception-count         picture is 9(04) value zero.
001870 01  amount-text             picture is X(12).
001880     copy TENFMT.

001890*----------------------------------------------------------*
001900* Due-date arithmetic: the posting date rolled forward by
001910* the vendor's terms, month by month.
001920*----------------------------------------------------------*
001930 01  vendor-terms            picture is 9(03).
001940 01  days-to-roll            picture is 9(03).
001950 01  days-left-in-month      picture is 9(02).
001960 01  due-date                picture is 9(08).
001970 01  due-date-parts redefines due-date.
001980     05  due-yyyy            picture is 9(04).
001990     05  due-mm              picture is 9(02).
002000     05  due-dd              picture is 9(02).
002010 01  month-length-values.
002020     05  filler              picture is X(24)
002030             value "312831303130313130313031".
002040 01  month-length-table redefines month-length-values.
002050     05  month-length        picture is 9(02) occurs 12 times.
002060 01  this-month-length       picture is 9(02).
002070 01  leap-quotient           picture is 9(04).
002080 01  leap-remainder          picture is 9(03).
002090 01  wor-eof-switch          picture is X(01).
002100     88  work-file-at-end            value "Y".
002110 01  vnd-eof-switch          picture is X(01).
002120     88  vendor-file-at-end          value "Y".
002130 01  more-switch             picture is X(01) value "Y".
002140     88  more-records                value "Y".
002150 01  today-date              picture is 9(08).
002160 01  today-date-parts redefines today-date.
002170     05  today-yyyymm        picture is 9(06).
002180     05  today-dd            picture is 9(02).
002190 01  posted-count            picture is 9(04) value zero.
002200 01  wanted-ticket           picture is 9(05).
002210 01  entered-vendor          picture is 9(04).
002220 01  entered-invoice         picture is X(10).
002230 01  entered-labor           picture is 9(07)V99.
002240 01  entered-materials       picture is 9(07)V99.
002250 01  posting-total           picture is 9(08)V99.
002260 01  ticket-found-switch     picture is X(01).
002270     88  ticket-found                value "Y".
002280 01  vendor-found-switch     picture is X(01).
002290     88  vendor-found                value "Y".
002300 01  ticket-building         picture is 9(02).
002310 01  ticket-aptnum           picture is 9(04).
002320 01  ticket-category         picture is X(01).

002330 procedure division.
002340 0000-mainline.
002350     perform 1000-initialize thru 1000-exit.
002360     perform 2000-post-one thru 2000-exit
002370         until not more-records.
002380     perform 9000-finish thru 9000-exit.
002390     stop run.

002400 1000-initialize.
002410     display "TENWCOST: work-order cost posting".
002420     call "TENWHO" using TENWHO-PARMS.
002430     if not TENWHO-SIGNED-ON
002440         or TENWHO-AUTHORITY < 2
002450         display "TENWCOST: update authority required - "
002460             "sign on through TENSIGN first"
002470         stop run.
002480     accept today-date from date yyyymmdd.
002490     open input tolerance-control-file.
002500     if tol-file-status = "00"
002510         read tolerance-control-file
002520             at end
002530                 continue
002540             not at end
002550                 move tol-percent to tolerance-percent.
002560     close tolerance-control-file.
002570     move spaces to wcostexc-filename.
002580     string "wcostexc." delimited by size
002590         today-date delimited by size
002600         into wcostexc-filename.
002610     open extend building-expense-file.
002620 1000-exit.
002630     exit.

002640 2000-post-one.
002650     display "Ticket number (00000 to quit): ".
002660     accept wanted-ticket.
002670     if wanted-ticket = zero
002680         move "N" to more-switch
002690     else
002700         perform 2100-validate-and-post thru 2100-exit.
002710 2000-exit.
002720     exit.

002730 2100-validate-and-post.
002740     perform 2200-find-ticket thru 2200-exit.
002750     if not ticket-found
002760         display "TENWCOST: ticket " wanted-ticket
002770             " not on workordr.dat, nothing posted"
002780         go to 2100-exit.
002790     display "Vendor number: ".
002800     accept entered-vendor.
002810     perform 2300-find-vendor thru 2300-exit.
002820     if not vendor-found
002830         display "TENWCOST: vendor " entered-vendor
002840             " not on vendmst.dat, nothing posted"
002850         go to 2100-exit.
002860     display "Vendor invoice number: ".
002870     accept entered-invoice.
002880     display "Labor (9999999.99): ".
002890     accept entered-labor.
002900     display "Materials (9999999.99): ".
002910     accept entered-materials.
002920     compute posting-total = entered-labor
002930         + entered-materials.
002940     display "Purchase order number: ".
002950     accept entered-po.
002960     display "Capital project number (00000 for repair "
002970         "expense): ".
002980     accept entered-project.
002990     if entered-project not = zero
003000         perform 2650-find-project thru 2650-exit
003010         if not project-found
003020             display "TENWCOST: project " entered-project
003030                 " not on capproj.dat, nothing posted"
003040             go to 2100-exit
003050         else
003060             if project-building not = ticket-building
003070                 display "TENWCOST: project " entered-project
003080                     " is not for building " ticket-building
003090                     ", nothing posted"
003100                 go to 2100-exit
003110             else
003120                 if not project-open
003130                     display "TENWCOST: project "
003140                         entered-project
003150                         " is closed, nothing posted"
003160                     go to 2100-exit.
003170     perform 2600-find-po thru 2600-exit.
003180     if not po-found
003190         move "NO PURCHASE ORDER ON FILE" to exception-reason
003200         perform 8000-write-exception thru 8000-exit
003210         go to 2100-exit.
003220     if found-po-ticket not = wanted-ticket
003230         or found-po-vendor not = entered-vendor
003240         move "PO IS FOR ANOTHER TICKET/VENDOR"
003250             to exception-reason
003260         perform 8000-write-exception thru 8000-exit
003270         go to 2100-exit.
003280     if not found-po-approved
003290         move "PURCHASE ORDER NOT APPROVED" to exception-reason
003300         perform 8000-write-exception thru 8000-exit
003310         go to 2100-exit.
003320     perform 2700-check-tolerance thru 2700-exit.
003330     if invoiced-with-this > allowed-amount
003340         move "OVER PO AMOUNT PLUS TOLERANCE"
003350             to exception-reason
003360         perform 8000-write-exception thru 8000-exit
003370         go to 2100-exit.
003380     perform 2400-write-cost thru 2400-exit.
003390     if entered-project = zero
003400         perform 2500-write-expense thru 2500-exit
003410     else
003420         perform 2900-check-budget thru 2900-exit.
003430     perform 2800-write-payable thru 2800-exit.
003440     add 1 to posted-count.
003450     display "TENWCOST: cost posted to ticket "
003460         wanted-ticket.
003470 2100-exit.
003480     exit.

003490 2200-find-ticket.
003500     move "N" to ticket-found-switch.
003510     move "N" to wor-eof-switch.
003520     open input work-order-file.
003530     if wor-file-status not = "00"
003540         close work-order-file
003550         move "Y" to wor-eof-switch
003560         go to 2200-exit.
003570     perform 2210-scan-ticket thru 2210-exit
003580         until work-file-at-end.
003590     close work-order-file.
003600 2200-exit.
003610     exit.

003620 2210-scan-ticket.
003630     read work-order-file
003640         at end
003650             move "Y" to wor-eof-switch
003660         not at end
003670             if wor-ticket of work-order-record
003680                 = wanted-ticket
003690                 move "Y" to ticket-found-switch
003700                 move wor-building of work-order-record
003710                     to ticket-building
003720                 move wor-aptnum of work-order-record
003730                     to ticket-aptnum
003740                 move wor-category of work-order-record
003750                     to ticket-category.
003760 2210-exit.
003770     exit.

003780*----------------------------------------------------------*
003790* Latest vendmst.dat record per vendor number wins.
003800*----------------------------------------------------------*
003810 2300-find-vendor.
003820     move "N" to vendor-found-switch.
003830     move zero to vendor-terms.
003840     move "N" to vnd-eof-switch.
003850     open input vendor-master-file.
003860     if vnd-file-status not = "00"
003870         close vendor-master-file
003880         move "Y" to vnd-eof-switch
003890         go to 2300-exit.
003900     perform 2310-scan-vendor thru 2310-exit
003910         until vendor-file-at-end.
003920     close vendor-master-file.
003930 2300-exit.
003940     exit.

003950 2310-scan-vendor.
003960     read vendor-master-file
003970         at end
003980             move "Y" to vnd-eof-switch
003990         not at end
004000             if vnd-number of vendor-record
004010                 = entered-vendor
004020                 move "Y" to vendor-found-switch
004030                 move zero to vendor-terms
004040                 if vnd-terms-days of vendor-record is numeric
004050                     move vnd-terms-days of vendor-record
004060                         to vendor-terms.
004070 2310-exit.
004080     exit.

004090 2400-write-cost.
004100     move ticket-building
004110         to wco-building of work-cost-record.
004120     move ticket-aptnum to wco-aptnum of work-cost-record.
004130     move wanted-ticket to wco-ticket of work-cost-record.
004140     move entered-vendor
004150         to wco-vendor of work-cost-record.
004160     move entered-invoice
004170         to wco-invoice of work-cost-record.
004180     move today-date to wco-date of work-cost-record.
004190     move entered-labor to wco-labor of work-cost-record.
004200     move entered-materials
004210         to wco-materials of work-cost-record.
004220     move entered-po to wco-po-number of work-cost-record.
004230     move entered-project to wco-project of work-cost-record.
004240     open extend work-cost-file.
004250     write work-cost-record.
004260     close work-cost-file.
004270 2400-exit.
004280     exit.

004290 2500-write-expense.
004300     compute posting-total = entered-labor
004310         + entered-materials.
004320     move ticket-building
004330         to bex-building of building-expense-record.
004340     move ticket-category
004350         to bex-category of building-expense-record.
004360     move today-yyyymm
004370         to bex-month of building-expense-record.
004380     move posting-total
004390         to bex-amount of building-expense-record.
004400     write building-expense-record.
004410 2500-exit.
004420     exit.

004430*----------------------------------------------------------*
004440* purchord.dat is rewritten whole by TENPOAPV, so each PO
004450* number appears once.
004460*----------------------------------------------------------*
004470 2600-find-po.
004480     move "N" to po-found-switch.
004490     move "N" to po-eof-switch.
004500     open input purchase-order-file.
004510     if po-file-status not = "00"
004520         close purchase-order-file
004530         move "Y" to po-eof-switch
004540         go to 2600-exit.
004550     perform 2610-scan-po thru 2610-exit
004560         until po-file-at-end.
004570     close purchase-order-file.
004580 2600-exit.
004590     exit.

004600 2610-scan-po.
004610     read purchase-order-file
004620         at end
004630             move "Y" to po-eof-switch
004640         not at end
004650             if po-number of purchase-order-record = entered-po
004660                 move "Y" to po-found-switch
004670                 move po-ticket of purchase-order-record
004680                     to found-po-ticket
004690                 move po-vendor of purchase-order-record
004700                     to found-po-vendor
004710                 move po-amount of purchase-order-record
004720                     to found-po-amount
004730                 move po-status of purchase-order-record
004740                     to found-po-status.
004750 2610-exit.
004760     exit.

004770*----------------------------------------------------------*
004780* Latest capproj.dat record per project number wins.
004790*----------------------------------------------------------*
004800 2650-find-project.
004810     move "N" to project-found-switch.
004820     move "N" to cpj-eof-switch.
004830     open input project-file.
004840     if cpj-file-status not = "00"
004850         close project-file
004860         move "Y" to cpj-eof-switch
004870         go to 2650-exit.
004880     perform 2660-scan-project thru 2660-exit
004890         until project-file-at-end.
004900     close project-file.
004910 2650-exit.
004920     exit.

004930 2660-scan-project.
004940     read project-file
004950         at end
004960             move "Y" to cpj-eof-switch
004970         not at end
004980             if cpj-project of project-record = entered-project
004990                 move "Y" to project-found-switch
005000                 move cpj-building of project-record
005010                     to project-building
005020                 move cpj-budget of project-record
005030                     to project-budget
005040                 move cpj-status of project-record
005050                     to project-status.
005060 2660-exit.
005070     exit.

005080*----------------------------------------------------------*
005090* Everything already invoiced against the PO on wocost.dat
005100* plus this invoice, against the PO amount plus tolerance.
005110*----------------------------------------------------------*
005120 2700-check-tolerance.
005130     move zero to already-invoiced.
005140     move zero to project-to-date.
005150     compute allowed-amount rounded = found-po-amount
005160         + found-po-amount * tolerance-percent / 100.
005170     move "N" to wco-eof-switch.
005180     open input work-cost-file.
005190     if wco-file-status not = "00"
005200         close work-cost-file
005210         move "Y" to wco-eof-switch
005220     else
005230         perform 2710-scan-cost thru 2710-exit
005240             until cost-file-at-end
005250         close work-cost-file.
005260     compute invoiced-with-this = already-invoiced
005270         + posting-total.
005280 2700-exit.
005290     exit.

005300 2710-scan-cost.
005310     read work-cost-file
005320         at end
005330             move "Y" to wco-eof-switch
005340         not at end
005350             perform 2720-tally-cost thru 2720-exit.
005360 2710-exit.
005370     exit.

005380 2720-tally-cost.
005390     if wco-po-number of work-cost-record is numeric
005400         and wco-po-number of work-cost-record = entered-po
005410         add wco-labor of work-cost-record
005420             wco-materials of work-cost-record
005430             to already-invoiced.
005440     if entered-project not = zero
005450         and wco-project of work-cost-record is numeric
005460         and wco-project of work-cost-record = entered-project
005470         add wco-labor of work-cost-record
005480             wco-materials of work-cost-record
005490             to project-to-date.
005500 2720-exit.
005510     exit.

005520*----------------------------------------------------------*
005530* The invoice as an open payable, due the vendor's terms
005540* (thirty days when the vendor has none) after today.
005550*----------------------------------------------------------*
005560 2800-write-payable.
005570     move today-date to due-date.
005580     move vendor-terms to days-to-roll.
005590     if days-to-roll = zero
005600         move 30 to days-to-roll.
005610     perform 2810-roll-due-date thru 2810-exit
005620         until days-to-roll = zero.
005630     move entered-vendor to ap-vendor of payable-record.
005640     move entered-invoice to ap-invoice of payable-record.
005650     move wanted-ticket to ap-ticket of payable-record.
005660     move ticket-building to ap-building of payable-record.
005670     move entered-po to ap-po-number of payable-record.
005680     move today-date to ap-invoice-date of payable-record.
005690     move due-date to ap-due-date of payable-record.
005700     move posting-total to ap-amount of payable-record.
005710     move "N" to ap-hold of payable-record.
005720     move "O" to ap-status of payable-record.
005730     move zero to ap-check-no of payable-record.
005740     move zero to ap-paid-date of payable-record.
005750     open extend payables-file.
005760     write payable-record.
005770     close payables-file.
005780 2800-exit.
005790     exit.

005800*----------------------------------------------------------*
005810* One month's worth of the roll: either the days left fit
005820* in the current month, or the date moves to the first of
005830* the next month.  February is 29 days in a leap year.
005840*----------------------------------------------------------*
005850 2810-roll-due-date.
005860     move month-length (due-mm) to this-month-length.
005870     if due-mm = 2
005880         divide due-yyyy by 4 giving leap-quotient
005890             remainder leap-remainder
005900         if leap-remainder = zero
005910             move 29 to this-month-length
005920             divide due-yyyy by 100 giving leap-quotient
005930                 remainder leap-remainder
005940             if leap-remainder = zero
005950                 divide due-yyyy by 400 giving leap-quotient
005960                     remainder leap-remainder
005970                 if leap-remainder not = zero
005980                     move 28 to this-month-length.
005990     compute days-left-in-month = this-month-length - due-dd.
006000     if days-to-roll <= days-left-in-month
006010         add days-to-roll to due-dd
006020         move zero to days-to-roll
006030         go to 2810-exit.
006040     compute days-to-roll = days-to-roll
006050         - days-left-in-month - 1.
006060     move 1 to due-dd.
006070     if due-mm = 12
006080         move 1 to due-mm
006090         add 1 to due-yyyy
006100     else
006110         add 1 to due-mm.
006120 2810-exit.
006130     exit.

006140*----------------------------------------------------------*
006150* A capitalized cost: the project's spending to date,
006160* this invoice included, against its budget.  Over budget
006170* is a warning, not a refusal -- the work was done.
006180*----------------------------------------------------------*
006190 2900-check-budget.
006200     add 1 to capitalized-count.
006210     add posting-total to project-to-date.
006220     if project-budget > zero
006230         and project-to-date > project-budget
006240         move "A" to TENFMT-FORMAT-CODE
006250         move project-to-date to TENFMT-RAW-AMOUNT
006260         call "TENFMT" using TENFMT-PARMS
006270         display "TENWCOST: warning - project " entered-project
006280             " now at " TENFMT-EDITED-OUT
006290             ", over its budget".
006300 2900-exit.
006310     exit.

006320*----------------------------------------------------------*
006330* A refused invoice goes on the day's exception report;
006340* the heading is written with the session's first one.
006350*----------------------------------------------------------*
006360 8000-write-exception.
006370     if exception-count = zero
006380         open extend exception-report
006390         move "WORK-ORDER INVOICE EXCEPTIONS - NOT POSTED"
006400             to report-line
006410         write report-line
006420         move spaces to report-line
006430         string "RUN DATE: " delimited by size
006440             today-date delimited by size
006450             "  OPERATOR: " delimited by size
006460             TENWHO-OPERATOR delimited by size
006470             into report-line
006480         write report-line
006490         move spaces to report-line
006500         string "TICKET VEND INVOICE    PO    " delimited by size
006510             "       AMOUNT  REASON" delimited by size
006520             into report-line
006530         write report-line.
006540     move "A" to TENFMT-FORMAT-CODE.
006550     move posting-total to TENFMT-RAW-AMOUNT.
006560     call "TENFMT" using TENFMT-PARMS.
006570     move TENFMT-EDITED-OUT to amount-text.
006580     move spaces to report-line.
006590     string wanted-ticket delimited by size
006600         "  " delimited by size
006610         entered-vendor delimited by size
006620         " " delimited by size
006630         entered-invoice delimited by size
006640         " " delimited by size
006650         entered-po delimited by size
006660         " " delimited by size
006670         amount-text delimited by size
006680         "  " delimited by size
006690         exception-reason delimited by size
006700         into report-line.
006710     write report-line.
006720     add 1 to exception-count.
006730     display "TENWCOST: invoice refused - " exception-reason.
006740 8000-exit.
006750     exit.

006760 9000-finish.
006770     close building-expense-file.
006780     if exception-count > zero
006790         close exception-report
006800         move "TENWCOST" to TENRCAT-PROGRAM
006810         move wcostexc-filename to TENRCAT-FILENAME
006820         move 1 to TENRCAT-PAGES
006830         compute TENRCAT-LINES = exception-count + 3
006840         call "TENRCAT" using TENRCAT-PARMS.
006850     display "TENWCOST: " posted-count " cost(s) posted ("
006860         capitalized-count " capitalized), "
006870         exception-count " refused".
006880 9000-exit.
006890     exit.

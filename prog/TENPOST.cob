000190* appends a detail record to the payledgr.dat payment ledger
000200* and adds the amount into AMOUNT-PAID on indexed.dbf in the
000210* same run, with the usual tenhist.dat and audit-log entries.
000220* A payment effective in a month closed on glperiod.ctl is
000230* refused, or posted today as a prior-period adjustment
000240* (TENPERC), as the period control says.
000250*----------------------------------------------------------*
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   2026-10-15 JHM   Asks the payment's effective date
000290*                    (today unless keyed).  A date in a
000300*                    month closed on glperiod.ctl is refused
000310*                    or, under the adjust policy, posted
000320*                    today and flagged on ppadj.dat as a
000330*                    prior-period adjustment through the
000340*                    TENPERC subprogram; a date after today
000350*                    is refused.
000360*   2026-10-15 JHM   Each payment is spread across the unit's
000370*                    open charges in the company's
000380*                    payorder.dat application order through
000390*                    the TENAPLY subprogram, which writes the
000400*                    payalloc.dat detail of what it paid.
000410*   2026-10-15 JHM   Posts only into the signed-on
000420*                    operator's open cash drawer: finds it
000430*                    on drawer.dat at start (none open, or
000440*                    one left open from an earlier day,
000450*                    refuses to run -- TENDRWM opens and
000460*                    closes drawers), refuses a method
000470*                    other than check, cash or money order,
000480*                    and appends a drwitem.dat item per
000490*                    payment so the drawer close and the
000500*                    TENDEPT deposit run can tie the
000510*                    tender to the shift.
000520*   2026-09-03 JHM   Declares the unit being posted to the
000530*                    TENLOCK in-use lock before touching
000540*                    it: a unit another screen is sitting
000550*                    on answers "record in use by operator
000560*                    X" and nothing posts, and the lock is
000570*                    released at transaction end.  The
000580*                    TENLSWP sweep clears what a dropped
000590*                    session leaves behind.
000600*   2026-09-03 JHM   A unit whose latest legcase.dat
000610*                    record stands at judgment now
000620*                    refuses any payment short of the
000630*                    full balance -- accepting partial
000640*                    rent can void an eviction case here.
000650*   2026-09-03 JHM   Zeroes the new PAY-DEPOSIT-TICKET
000660*                    field on every ledger record written,
000670*                    so the TENDEPT end-of-day deposit run
000680*                    sees the payment as not yet deposited
000690*                    instead of whatever sat in the buffer.
000700*   2026-08-22 JHM   Files this program itself creates are
000710*                    SELECT OPTIONAL, so the very first run
000720*                    creates them instead of failing the
000730*                    OPEN EXTEND (the TENRCAT convention).
000740*   2026-08-22 JHM   Honors the batchlck.ctl batch-window
000750*                    lock and refuses to run below update
000760*                    authority (TENSIGN sign-on required),
000770*                    matching the other programs that
000780*                    rewrite indexed.dbf.
000790*   2026-08-22 JHM   Stamps the signed-on operator id from
000800*                    TENWHO on every audit and history
000810*                    record written, so the trail says who
000820*                    was at the keyboard (spaces on an
000830*                    unattended batch run).
000840*   2026-08-22 JHM   Original program.
000850*----------------------------------------------------------*
000860 identification division.
000870 program-id. tenpost.
000880 author. J. H. Masters.
000890 installation. Property Management Systems.
000900 date-written. 2026-08-22.
000910 date-compiled. 2026-08-22.

000920 environment division.
000930 configuration section.
000940 source-computer. Intel486.
000950 object-computer. Intel486.

000960 input-output section.
000970 file-control.
000980     select sample-idx-file assign to disk
000990         organization is indexed
001000         record key is unit-key of sample-idx-record
001010         access mode is random
001020         file status is idx-file-status.

001030     select optional payment-ledger-file assign to disk
001040         organization is line sequential.

001050     select history-file assign to disk
001060         organization is line sequential.

001070     select audit-log-file assign to disk
001080         organization is line sequential.

001090     select optional batch-lock-file assign to disk
001100         organization is line sequential
001110         file status is lck-file-status.

001120     select optional legal-case-file assign to disk
001130         organization is line sequential
001140         file status is lgl-file-status.

001150     select optional drawer-file assign to disk
001160         organization is line sequential
001170         file status is drw-file-status.

001180     select optional drawer-item-file assign to disk
001190         organization is line sequential.

001200 data division.
001210 file section.
001220 fd  sample-idx-file
001230     label records are standard
001240     value of file-id is "indexed.dbf".
001250     copy TENREC
001260         replacing ==:REC-NAME:== by ==sample-idx-record==
001270             ==address== by ==street-addr==.

001280 fd  payment-ledger-file
001290     label records are standard
001300     value of file-id is "payledgr.dat".
001310     copy TENPAY
001320         replacing ==:REC-NAME:==
001330             by ==payment-record==.

001340 fd  history-file
001350     label records are standard
001360     value of file-id is "tenhist.dat".
001370     copy TENHIST
001380         replacing ==:REC-NAME:==
001390             by ==history-record==.

001400 fd  audit-log-file
001410     label records are standard
001420     value of file-id is "tenaudit.dat".
001430     copy TENAUDIT
001440         replacing ==:REC-NAME:==
001450             by ==audit-record==.

001460 fd  batch-lock-file
001470     label records are standard
001480     value of file-id is "batchlck.ctl".
001490 01  batch-lock-record.
001500     05  lck-status          picture is X(06).
001510     05  lck-date            picture is 9(08).
001520     05  lck-time            picture is 9(08).

001530 fd  legal-case-file
001540     label records are standard
001550     value of file-id is "legcase.dat".
001560     copy TENLGL
001570         replacing ==:REC-NAME:==
001580             by ==legal-case-record==.

001590 fd  drawer-file
001600     label records are standard
001610     value of file-id is "drawer.dat".
001620     copy TENDRW
001630         replacing ==:REC-NAME:==
001640             by ==drawer-record==.

001650 fd  drawer-item-file
001660     label records are standard
001670     value of file-id is "drwitem.dat".
001680     copy TENDRI
001690         replacing ==:REC-NAME:==
001700             by ==drawer-item-record==.

001710 working-storage section.
001720 01  lck-file-status         picture is X(02).
001730 01  batch-locked-switch     picture is X(01) value "N".
001740     88  batch-locked                value "Y".
001750 01  before-image            picture is X(133).
001760     copy TENWHO.
001770     copy TENLOCK.
001780     copy TENAPLY.
001790     copy TENPERC.
001800 01  idx-file-status         picture is X(02).
001810 01  more-switch             picture is X(01) value "Y".
001820     88  more-records                value "Y".
001830 01  today-date              picture is 9(08).
001840 01  audit-clock-time        picture is 9(08).
001850 01  before-name             picture is X(25).
001860 01  before-status           picture is X(01).
001870 01  posted-count            picture is 9(05) value zero.
001880 01  entered-amount          picture is 9(05)V99.
001890 01  entered-method          picture is X(01).
001900 01  entered-receipt         picture is 9(06).
001910 01  entered-effective       picture is 9(08).
001920 01  post-date               picture is 9(08).
001930 01  lgl-file-status         picture is X(02).
001940 01  lgl-eof-switch          picture is X(01) value "N".
001950     88  case-file-at-end            value "Y".
001960 01  judgment-switch         picture is X(01).
001970     88  judgment-case               value "Y".
001980 01  drw-file-status         picture is X(02).
001990 01  drw-eof-switch          picture is X(01) value "N".
002000     88  drawer-file-at-end          value "Y".
002010 01  current-drawer          picture is 9(06) value zero.
002020 01  current-drawer-date     picture is 9(08) value zero.

002030*----------------------------------------------------------*
002040* Latest legcase.dat status per unit; a judgment-stage
002050* case blocks partial payments.
002060*----------------------------------------------------------*
002070 01  case-table-area.
002080     05  case-table-count    picture is 9(03) value zero.
002090     05  case-table-entry occurs 1 to 200 times
002100             depending on case-table-count
002110             indexed by case-table-index.
002120         10  ca-building     picture is 9(02).
002130         10  ca-aptnum       picture is 9(04).
002140         10  ca-status       picture is X(01).

002150 procedure division.
002160 0000-mainline.
002170     perform 1000-initialize thru 1000-exit.
002180     perform 2000-post-one thru 2000-exit
002190         until not more-records.
002200     perform 9000-finish thru 9000-exit.
002210     stop run.

002220 1000-initialize.
002230     display "TENPOST: payment posting - post a payment".
002240     perform 1100-check-batch-lock thru 1100-exit.
002250     if batch-locked
002260         display "TENPOST: nightly batch in progress - "
002270             "tenant files are locked, inquiry only "
002280             "(use TENINQ) until the window closes"
002290         stop run.
002300     open i-o sample-idx-file.
002310     if idx-file-status not = "00"
002320         display "TENPOST: cannot open indexed.dbf, status "
002330             idx-file-status
002340         stop run.
002350     accept today-date from date yyyymmdd.
002360     call "TENWHO" using TENWHO-PARMS.
002370     if not TENWHO-SIGNED-ON
002380         or TENWHO-AUTHORITY < 2
002390         display "TENPOST: update authority required - "
002400             "sign on through TENSIGN first"
002410         stop run.
002420     perform 1300-find-drawer thru 1300-exit.
002430     if current-drawer = zero
002440         display "TENPOST: no cash drawer open for operator "
002450             TENWHO-OPERATOR " - open one through TENDRWM"
002460         stop run.
002470     if current-drawer-date < today-date
002480         display "TENPOST: drawer " current-drawer " opened "
002490             current-drawer-date " is still open - close it "
002500             "through TENDRWM and open today's"
002510         stop run.
002520     open extend payment-ledger-file.
002530     open extend drawer-item-file.
002540     open extend history-file.
002550     open extend audit-log-file.
002560     perform 1200-load-cases thru 1200-exit.
002570 1000-exit.
002580     exit.

002590*----------------------------------------------------------*
002600* Batch-window lock check: the nightly driver raises the
002610* lock at start of chain and clears it at finish.
002620*----------------------------------------------------------*
002630 1100-check-batch-lock.
002640     open input batch-lock-file.
002650     if lck-file-status not = "00"
002660         go to 1100-exit.
002670     read batch-lock-file
002680         at end
002690             continue
002700         not at end
002710             if lck-status = "LOCKED"
002720                 move "Y" to batch-locked-switch.
002730     close batch-lock-file.
002740 1100-exit.
002750     exit.

002760 1200-load-cases.
002770     open input legal-case-file.
002780     if lgl-file-status not = "00"
002790         close legal-case-file
002800         move "Y" to lgl-eof-switch
002810         go to 1200-exit.
002820     perform 1210-read-case thru 1210-exit
002830         until case-file-at-end.
002840     close legal-case-file.
002850 1200-exit.
002860     exit.

002870 1210-read-case.
002880     read legal-case-file
002890         at end
002900             move "Y" to lgl-eof-switch
002910         not at end
002920             perform 1220-stow-case thru 1220-exit.
002930 1210-exit.
002940     exit.

002950 1220-stow-case.
002960     set case-table-index to 1.
002970     if case-table-count > zero
002980         search case-table-entry
002990             at end
003000                 perform 1230-add-case thru 1230-exit
003010             when ca-building (case-table-index)
003020                     = lgl-building of legal-case-record
003030                 and ca-aptnum (case-table-index)
003040                     = lgl-aptnum of legal-case-record
003050                 move lgl-status of legal-case-record
003060                     to ca-status (case-table-index)
003070     else
003080         perform 1230-add-case thru 1230-exit.
003090 1220-exit.
003100     exit.

003110 1230-add-case.
003120     if case-table-count >= 200
003130         display "TENPOST: case table overflow"
003140     else
003150         add 1 to case-table-count
003160         move lgl-building of legal-case-record
003170             to ca-building (case-table-count)
003180         move lgl-aptnum of legal-case-record
003190             to ca-aptnum (case-table-count)
003200         move lgl-status of legal-case-record
003210             to ca-status (case-table-count).
003220 1230-exit.
003230     exit.

003240*----------------------------------------------------------*
003250* The signed-on operator's open drawer.  drawer.dat records
003260* append in time order, so an open record for the operator
003270* names the drawer and a later record for the same drawer
003280* (closed, signed off) ends it.
003290*----------------------------------------------------------*
003300 1300-find-drawer.
003310     open input drawer-file.
003320     if drw-file-status not = "00"
003330         close drawer-file
003340         move "Y" to drw-eof-switch
003350         go to 1300-exit.
003360     perform 1310-read-drawer thru 1310-exit
003370         until drawer-file-at-end.
003380     close drawer-file.
003390 1300-exit.
003400     exit.

003410 1310-read-drawer.
003420     read drawer-file
003430         at end
003440             move "Y" to drw-eof-switch
003450             go to 1310-exit.
003460     if drw-operator of drawer-record not = TENWHO-OPERATOR
003470         go to 1310-exit.
003480     if drw-open of drawer-record
003490         move drw-number of drawer-record to current-drawer
003500         move drw-date of drawer-record to current-drawer-date
003510     else
003520         if drw-number of drawer-record = current-drawer
003530             move zero to current-drawer
003540             move zero to current-drawer-date.
003550 1310-exit.
003560     exit.

003570 2000-post-one.
003580     display "Apartment number to post (0000 to quit): ".
003590     accept aptnum.
003600     if aptnum = 0
003610         move "N" to more-switch
003620     else
003630         display "Building number: "
003640         accept building-id
003650         perform 2100-read-and-post thru 2100-exit.
003660 2000-exit.
003670     exit.

003680 2100-read-and-post.
003690     read sample-idx-file
003700         invalid key
003710             display "TENPOST: no unit " building-id "-" aptnum
003720                 " on indexed.dbf".
003730     if idx-file-status not = "00"
003740         go to 2100-exit.
003750     move "L" to TENLOCK-FUNCTION.
003760     move building-id to TENLOCK-BUILDING.
003770     move aptnum to TENLOCK-APTNUM.
003780     call "TENLOCK" using TENLOCK-PARMS.
003790     if TENLOCK-BUSY
003800         display "TENPOST: record in use by operator "
003810             TENLOCK-HOLDER ", try again shortly"
003820         go to 2100-exit.
003830     perform 2160-post-body thru 2160-exit.
003840     move "U" to TENLOCK-FUNCTION.
003850     call "TENLOCK" using TENLOCK-PARMS.
003860 2100-exit.
003870     exit.

003880 2160-post-body.
003890     perform 2150-check-judgment thru 2150-exit.
003900     move sample-idx-record to before-image.
003910     move name to before-name.
003920     move occ-status to before-status.
003930     perform 2200-prompt-payment thru 2200-exit.
003940     if entered-method not = "C"
003950         and entered-method not = "A"
003960         and entered-method not = "M"
003970         display "TENPOST: method " entered-method
003980             " is not a desk tender (C, A or M) - "
003990             "nothing posted"
004000         go to 2160-exit.
004010     if judgment-case
004020         and entered-amount <
004030             rent-amount of sample-idx-record
004040                 - amount-paid of sample-idx-record
004050         display "TENPOST: unit " building-id "-"
004060             aptnum " is in judgment - partial "
004070             "payment refused, see collections"
004080         go to 2160-exit.
004090     perform 2180-check-period thru 2180-exit.
004100     if TENPERC-REFUSE
004110         go to 2160-exit.
004120     add entered-amount to amount-paid
004130         of sample-idx-record.
004140     rewrite sample-idx-record
004150         invalid key
004160             display "TENPOST: rewrite failed, status "
004170                 idx-file-status
004180         not invalid key
004190             display "TENPOST: payment posted to "
004200                 building-id "-" aptnum
004210             add 1 to posted-count
004220             perform 2300-record-payment thru 2300-exit
004230             perform 2400-record-history thru 2400-exit
004240             perform 2500-record-audit thru 2500-exit.
004250 2160-exit.
004260     exit.

004270*----------------------------------------------------------*
004280* The effective date against the posting-period control:
004290* an open month posts under its own date, a closed one is
004300* refused or posted today as a prior-period adjustment.
004310*----------------------------------------------------------*
004320 2180-check-period.
004330     if entered-effective = zero
004340         move today-date to entered-effective.
004350     move "C" to TENPERC-FUNCTION.
004360     move entered-effective to TENPERC-DATE.
004370     call "TENPERC" using TENPERC-PARMS.
004380     if entered-effective > today-date
004390         move "R" to TENPERC-RESULT
004400         display "TENPOST: effective date " entered-effective
004410             " is after today - nothing posted"
004420         go to 2180-exit.
004430     move entered-effective to post-date.
004440     if TENPERC-REFUSE
004450         display "TENPOST: " entered-effective " is in a "
004460             "closed period (closed through "
004470             TENPERC-CLOSED-THROUGH ") - nothing posted"
004480         go to 2180-exit.
004490     if TENPERC-ADJUST
004500         move today-date to post-date
004510         display "TENPOST: " entered-effective " is in a "
004520             "closed period - posted today as a "
004530             "prior-period adjustment".
004540 2180-exit.
004550     exit.

004560*----------------------------------------------------------*
004570* A payment moved out of a closed month is flagged for the
004580* journal on ppadj.dat.
004590*----------------------------------------------------------*
004600 2190-flag-adjustment.
004610     move "R" to TENPERC-FUNCTION.
004620     move entered-effective to TENPERC-DATE.
004630     move "P" to TENPERC-KIND.
004640     move building-id to TENPERC-BUILDING.
004650     move aptnum to TENPERC-APTNUM.
004660     move entered-amount to TENPERC-AMOUNT.
004670     move post-date to TENPERC-POSTED-DATE.
004680     move entered-receipt to TENPERC-REFERENCE.
004690     move "TENPOST" to TENPERC-PROGRAM.
004700     move TENWHO-OPERATOR to TENPERC-OPERATOR.
004710     call "TENPERC" using TENPERC-PARMS.
004720 2190-exit.
004730     exit.

004740*----------------------------------------------------------*
004750* A unit whose latest legcase.dat record stands at
004760* judgment: accepting a partial rent payment can void the
004770* case here, so TENPOST refuses anything short of the full
004780* balance for such a unit.
004790*----------------------------------------------------------*
004800 2150-check-judgment.
004810     move "N" to judgment-switch.
004820     if case-table-count = zero
004830         go to 2150-exit.
004840     set case-table-index to 1.
004850     search case-table-entry
004860         at end
004870             continue
004880         when ca-building (case-table-index)
004890                 = building-id of sample-idx-record
004900             and ca-aptnum (case-table-index)
004910                 = aptnum of sample-idx-record
004920             if ca-status (case-table-index) = "J"
004930                 move "Y" to judgment-switch
004940             end-if.
004950 2150-exit.
004960     exit.

004970 2200-prompt-payment.
004980     display "Amount paid (99999.99): ".
004990     accept entered-amount.
005000     display "Method (C=check, A=cash, M=money order): ".
005010     accept entered-method.
005020     display "Receipt number (6 digits): ".
005030     accept entered-receipt.
005040     display "Effective date (YYYYMMDD, 0 = today): ".
005050     accept entered-effective.
005060 2200-exit.
005070     exit.

005080 2300-record-payment.
005090     move building-id to pay-building of payment-record.
005100     move aptnum to pay-aptnum of payment-record.
005110     move post-date to pay-date of payment-record.
005120     move entered-amount to pay-amount of payment-record.
005130     move entered-method to pay-method of payment-record.
005140     move entered-receipt to pay-receipt-no of payment-record.
005150     move zero to pay-deposit-ticket of payment-record.
005160     write payment-record.
005170     if TENPERC-ADJUST
005180         perform 2190-flag-adjustment thru 2190-exit.
005190     perform 2350-record-drawer-item thru 2350-exit.
005200     perform 2370-allocate-payment thru 2370-exit.
005210 2300-exit.
005220     exit.

005230 2350-record-drawer-item.
005240     move current-drawer to dri-drawer of drawer-item-record.
005250     move building-id to dri-building of drawer-item-record.
005260     move aptnum to dri-aptnum of drawer-item-record.
005270     move today-date to dri-date of drawer-item-record.
005280     move entered-method to dri-method of drawer-item-record.
005290     move entered-amount to dri-amount of drawer-item-record.
005300     move entered-receipt
005310         to dri-receipt-no of drawer-item-record.
005320     write drawer-item-record.
005330 2350-exit.
005340     exit.

005350*----------------------------------------------------------*
005360* What the payment paid, in the company's application
005370* order, onto payalloc.dat.
005380*----------------------------------------------------------*
005390 2370-allocate-payment.
005400     move "P" to TENAPLY-FUNCTION.
005410     move company-code of sample-idx-record to TENAPLY-COMPANY.
005420     move building-id to TENAPLY-BUILDING.
005430     move aptnum to TENAPLY-APTNUM.
005440     move rent-amount of sample-idx-record to TENAPLY-RENT.
005450     compute TENAPLY-PRIOR-PAID =
005460         amount-paid of sample-idx-record - entered-amount.
005470     move post-date to TENAPLY-PAY-DATE.
005480     move entered-amount to TENAPLY-AMOUNT.
005490     move entered-receipt to TENAPLY-RECEIPT-NO.
005500     move entered-method to TENAPLY-METHOD.
005510     move "TENPOST" to TENAPLY-PROGRAM.
005520     call "TENAPLY" using TENAPLY-PARMS.
005530     display "TENPOST: applied to " TENAPLY-ALLOC-COUNT
005540         " charge(s), order " TENAPLY-ORDER.
005550 2370-exit.
005560     exit.

005570 2400-record-history.
005580     move building-id to hist-building of history-record.
005590     move aptnum to hist-aptnum of history-record.
005600     move today-date to hist-date of history-record.
005610     move "U" to hist-action of history-record.
005620     move name to hist-name of history-record.
005630     move TENWHO-OPERATOR
005640         to hist-operator of history-record.
005650     write history-record.
005660 2400-exit.
005670     exit.

005680 2500-record-audit.
005690     accept audit-clock-time from time.
005700     move "TENPOST" to audit-program of audit-record.
005710     move today-date to audit-date of audit-record.
005720     move audit-clock-time to audit-time of audit-record.
005730     move building-id to audit-building of audit-record.
005740     move aptnum to audit-aptnum of audit-record.
005750     move "R" to audit-action of audit-record.
005760     move before-name to audit-before-name of audit-record.
005770     move name to audit-after-name of audit-record.
005780     move before-status to audit-before-status of audit-record.
005790     move occ-status to audit-after-status of audit-record.
005800     move TENWHO-OPERATOR
005810         to audit-operator of audit-record.
005820     move before-image
005830         to audit-before-image of audit-record
005840     write audit-record.
005850 2500-exit.
005860     exit.

005870 9000-finish.
005880     close sample-idx-file.
005890     close payment-ledger-file.
005900     close drawer-item-file.
005910     close history-file.
005920     close audit-log-file.
005930     display "TENPOST: " posted-count " payment(s) posted".
005940 9000-exit.
005950     exit.

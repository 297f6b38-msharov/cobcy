000100*----------------------------------------------------------*
000110* TENSODR.COB
000120*
000130* Monthly segregation-of-duties exception report.  The
000140* auditors want to see that no one operator both posts a
000150* transaction and then waives, reverses or approves against
000160* it.  For the run month this job lists:
000170*   1. pending items one operator both proposed and approved
000180*      on TENFAPRV (off the pendhist.dat review history);
000190*   2. waivers on TENWAIV of a fee the same operator posted
000200*      -- the latest fee on the unit on or before the
000210*      waiver, whether an NSF fee from TENNSF (the tenaudit.dat
000220*      "V" record, the fee amount off tenbal.dat) or a late
000230*      fee the operator approved on TENFAPRV;
000240*   3. payments reversed through TENNSF by the operator who
000250*      keyed them on TENPOST or TENBATCH -- the reversal's
000260*      payledgr.dat record finds the original payment by its
000270*      receipt number (by amount when the receipt was not
000280*      given) and the posting's tenaudit.dat record says who
000290*      keyed it;
000300*   4. operators who changed their own authority level on
000310*      TENOPRM, off the operator.dat entered-by stamp.
000320* Each exception shows the dates, the amounts and the audit
000330* references behind it; operator names come off operator.dat.
000340* The report goes to sodexcp.YYYYMMDD, cataloged through
000350* TENRCAT.
000360*----------------------------------------------------------*
000370* MODIFICATION HISTORY
000380*   DATE       INIT  DESCRIPTION
000390*   2026-10-15 JHM   Messages now go through TENOLOG to the
000400*                    dated operations log, each with its
000410*                    severity (and the unit where there is
000420*                    one); aborts raise a menu alert.
000430*   2026-10-15 JHM   Original program.
000440*----------------------------------------------------------*
000450 identification division.
000460 program-id. tensodr.
000470 author. J. H. Masters.
000480 installation. Property Management Systems.
000490 date-written. 2026-10-15.
000500 date-compiled. 2026-10-15.

000510 environment division.
000520 configuration section.
000530 source-computer. Intel486.
000540 object-computer. Intel486.

000550 input-output section.
000560 file-control.
000570     select optional operator-file assign to disk
000580         organization is line sequential
000590         file status is opr-file-status.

000600     select optional pending-history-file assign to disk
000610         organization is line sequential
000620         file status is pnd-file-status.

000630     select optional waiver-register-file assign to disk
000640         organization is line sequential
000650         file status is wvr-file-status.

000660     select optional audit-log-file assign to disk
000670         organization is line sequential
000680         file status is aud-file-status.

000690     select optional payment-ledger-file assign to disk
000700         organization is line sequential
000710         file status is pay-file-status.

000720     select optional balance-file assign to disk
000730         organization is line sequential
000740         file status is bal-file-status.

000750     select exception-report assign to disk
000760         organization is line sequential.

000770 data division.
000780 file section.
000790 fd  operator-file
000800     label records are standard
000810     value of file-id is "operator.dat".
000820     copy TENOPR
000830         replacing ==:REC-NAME:==
000840             by ==operator-record==.

000850 fd  pending-history-file
000860     label records are standard
000870     value of file-id is "pendhist.dat".
000880     copy TENPND
000890         replacing ==:REC-NAME:==
000900             by ==pending-history-record==.

000910 fd  waiver-register-file
000920     label records are standard
000930     value of file-id is "waivreg.dat".
000940     copy TENWVR
000950         replacing ==:REC-NAME:==
000960             by ==waiver-register-record==.

000970 fd  audit-log-file
000980     label records are standard
000990     value of file-id is "tenaudit.dat".
001000     copy TENAUDIT
001010         replacing ==:REC-NAME:==
001020             by ==audit-record==.

001030 fd  payment-ledger-file
001040     label records are standard
001050     value of file-id is "payledgr.dat".
001060     copy TENPAY
001070         replacing ==:REC-NAME:==
001080             by ==payment-record==.

001090 fd  balance-file
001100     label records are standard
001110     value of file-id is "tenbal.dat".
001120     copy TENBAL
001130         replacing ==:REC-NAME:==
001140             by ==balance-record==.

001150 fd  exception-report
001160     label records are standard
001170     value of file-id is sodexcp-filename.
001180 01  report-line             picture is X(80).

001190 working-storage section.
001200 01  sodexcp-filename        picture is X(30).
001210     copy TENRCAT.
001220     copy TENOLOG.
001230 01  opr-file-status         picture is X(02).
001240 01  pnd-file-status         picture is X(02).
001250 01  wvr-file-status         picture is X(02).
001260 01  aud-file-status         picture is X(02).
001270 01  pay-file-status         picture is X(02).
001280 01  bal-file-status         picture is X(02).
001290 01  eof-switch              picture is X(01).
001300     88  file-at-end                 value "Y".
001310 01  table-overflow-switch   picture is X(01) value "N".
001320     88  table-overflow              value "Y".
001330 01  run-date                picture is 9(08).
001340 01  run-date-parts redefines run-date.
001350     05  run-yyyymm          picture is 9(06).
001360     05  run-dd              picture is 9(02).
001370 01  month-start             picture is 9(08).
001380 01  month-end               picture is 9(08).
001390 01  line-count              picture is 9(07) value zero.
001400 01  operator-record-number  picture is 9(05) value zero.
001410 01  exception-count         picture is 9(05).
001420 01  total-exceptions        picture is 9(05) value zero.
001430 01  work-sub                picture is 9(04).
001440 01  unit-key-work.
001450     05  uk-building         picture is 9(02).
001460     05  uk-aptnum           picture is 9(04).
001470 01  returned-amount         picture is S9(05)V99.
001480 01  lookup-operator         picture is X(08).
001490 01  lookup-name             picture is X(20).
001500 01  edited-amount           picture is ZZ,ZZ9.99.
001510 01  edited-fee-amount       picture is ZZ,ZZ9.99.
001520 01  old-authority-text      picture is X(01).

001530*----------------------------------------------------------*
001540* Every operator on operator.dat, latest record: the name
001550* for the listing and the authority as it stood before
001560* each later record.
001570*----------------------------------------------------------*
001580 01  operator-table-area.
001590     05  operator-table-count picture is 9(03) value zero.
001600     05  operator-table-entry occurs 1 to 500 times
001610             depending on operator-table-count
001620             indexed by operator-table-index.
001630         10  ot-id           picture is X(08).
001640         10  ot-name         picture is X(25).
001650         10  ot-authority    picture is 9(01).

001660*----------------------------------------------------------*
001670* Operators who changed their own authority this month.
001680*----------------------------------------------------------*
001690 01  self-change-table-area.
001700     05  self-change-count   picture is 9(03) value zero.
001710     05  self-change-entry occurs 1 to 200 times
001720             depending on self-change-count.
001730         10  sc-id           picture is X(08).
001740         10  sc-date         picture is 9(08).
001750         10  sc-old          picture is X(01).
001760         10  sc-new          picture is 9(01).
001770         10  sc-record       picture is 9(05).

001780*----------------------------------------------------------*
001790* pendhist.dat items one operator proposed and approved.
001800*----------------------------------------------------------*
001810 01  approval-table-area.
001820     05  approval-count      picture is 9(03) value zero.
001830     05  approval-entry occurs 1 to 500 times
001840             depending on approval-count.
001850         10  ap-operator     picture is X(08).
001860         10  ap-unit         picture is X(06).
001870         10  ap-proposed     picture is 9(08).
001880         10  ap-approved     picture is 9(08).
001890         10  ap-amount       picture is 9(05)V99.
001900         10  ap-reason       picture is X(20).
001910         10  ap-program      picture is X(08).

001920*----------------------------------------------------------*
001930* The month's waivers and the latest fee posted on the
001940* unit on or before each one.
001950*----------------------------------------------------------*
001960 01  waiver-table-area.
001970     05  waiver-count        picture is 9(03) value zero.
001980     05  waiver-entry occurs 1 to 500 times
001990             depending on waiver-count.
002000         10  wt-unit         picture is X(06).
002010         10  wt-date         picture is 9(08).
002020         10  wt-amount       picture is 9(05)V99.
002030         10  wt-reason       picture is X(02).
002040         10  wt-operator     picture is X(08).
002050         10  wt-fee-date     picture is 9(08).
002060         10  wt-fee-amount   picture is S9(05)V99.
002070         10  wt-fee-poster   picture is X(08).
002080         10  wt-fee-source   picture is X(08).
002090         10  wt-fee-time     picture is 9(08).

002100*----------------------------------------------------------*
002110* The month's TENNSF reversals, the original payment each
002120* one reversed and the audit record of who keyed it.
002130*----------------------------------------------------------*
002140 01  reversal-table-area.
002150     05  reversal-count      picture is 9(03) value zero.
002160     05  reversal-entry occurs 1 to 500 times
002170             depending on reversal-count.
002180         10  rv-unit         picture is X(06).
002190         10  rv-date         picture is 9(08).
002200         10  rv-time         picture is 9(08).
002210         10  rv-operator     picture is X(08).
002220         10  rv-ledger-found picture is X(01).
002230         10  rv-amount       picture is 9(05)V99.
002240         10  rv-receipt      picture is 9(06).
002250         10  rv-pay-found    picture is X(01).
002260         10  rv-pay-date     picture is 9(08).
002270         10  rv-pay-amount   picture is 9(05)V99.
002280         10  rv-keyed        picture is X(01).
002290         10  rv-post-program picture is X(08).
002300         10  rv-post-time    picture is 9(08).

002310 procedure division.
002320 0000-mainline.
002330     move "TENSODR" to TENOLOG-PROGRAM.
002340     perform 1000-initialize thru 1000-exit.
002350     perform 2000-load-operators thru 2000-exit.
002360     perform 2200-load-waivers thru 2200-exit.
002370     perform 2400-read-reviews thru 2400-exit.
002380     perform 2600-read-audit thru 2600-exit.
002390     perform 2800-match-ledger thru 2800-exit.
002400     perform 3000-find-keyers thru 3000-exit.
002410     perform 3200-price-nsf-fees thru 3200-exit.
002420     if table-overflow
002430         move "A" to TENOLOG-SEVERITY
002440         move spaces to TENOLOG-TEXT
002450         string "a month's exceptions exceed the work "
002460                 delimited by size
002470             "tables - report not produced" delimited by size
002480             into TENOLOG-TEXT
002490         call "TENOLOG" using TENOLOG-PARMS
002500         move 1 to return-code
002510         goback.
002520     perform 4000-write-report thru 4000-exit.
002530     perform 9000-finish thru 9000-exit.
002540     goback.

002550 1000-initialize.
002560     move "I" to TENOLOG-SEVERITY
002570     move "segregation-of-duties exception report" to TENOLOG-TEXT
002580     call "TENOLOG" using TENOLOG-PARMS.
002590     accept run-date from date yyyymmdd.
002600     move run-date to month-start.
002610     move run-date to month-end.
002620     move 01 to month-start (7:2).
002630     move 31 to month-end (7:2).
002640 1000-exit.
002650     exit.

002660*----------------------------------------------------------*
002670* operator.dat in file order: a record the operator keyed
002680* for their own id that sets a different authority from
002690* the record before it (or is their first) is an exception.
002700*----------------------------------------------------------*
002710 2000-load-operators.
002720     move "N" to eof-switch.
002730     open input operator-file.
002740     if opr-file-status not = "00"
002750         close operator-file
002760         go to 2000-exit.
002770     perform 2100-read-operator thru 2100-exit
002780         until file-at-end.
002790     close operator-file.
002800 2000-exit.
002810     exit.

002820 2100-read-operator.
002830     read operator-file
002840         at end
002850             move "Y" to eof-switch
002860             go to 2100-exit.
002870     add 1 to operator-record-number.
002880     set operator-table-index to 1.
002890     if operator-table-count > zero
002900         search operator-table-entry
002910             at end
002920                 perform 2150-add-operator thru 2150-exit
002930             when ot-id (operator-table-index)
002940                     = opr-id of operator-record
002950                 perform 2160-replace-operator thru 2160-exit
002960     else
002970         perform 2150-add-operator thru 2150-exit.
002980 2100-exit.
002990     exit.

003000 2150-add-operator.
003010     if operator-table-count >= 500
003020         move "Y" to table-overflow-switch
003030         go to 2150-exit.
003040     add 1 to operator-table-count.
003050     set operator-table-index to operator-table-count.
003060     move opr-id of operator-record
003070         to ot-id (operator-table-index).
003080     move "-" to old-authority-text.
003090     perform 2170-check-self thru 2170-exit.
003100     perform 2180-store-operator thru 2180-exit.
003110 2150-exit.
003120     exit.

003130 2160-replace-operator.
003140     move ot-authority (operator-table-index)
003150         to old-authority-text.
003160     if ot-authority (operator-table-index)
003170             not = opr-authority of operator-record
003180         perform 2170-check-self thru 2170-exit.
003190     perform 2180-store-operator thru 2180-exit.
003200 2160-exit.
003210     exit.

003220 2170-check-self.
003230     if opr-entered-by of operator-record = spaces
003240         or opr-entered-by of operator-record
003250             not = opr-id of operator-record
003260         go to 2170-exit.
003270     if opr-entered-date of operator-record < month-start
003280         or opr-entered-date of operator-record > month-end
003290         go to 2170-exit.
003300     if self-change-count >= 200
003310         move "Y" to table-overflow-switch
003320         go to 2170-exit.
003330     add 1 to self-change-count.
003340     move opr-id of operator-record
003350         to sc-id (self-change-count).
003360     move opr-entered-date of operator-record
003370         to sc-date (self-change-count).
003380     move old-authority-text to sc-old (self-change-count).
003390     move opr-authority of operator-record
003400         to sc-new (self-change-count).
003410     move operator-record-number
003420         to sc-record (self-change-count).
003430 2170-exit.
003440     exit.

003450 2180-store-operator.
003460     move opr-name of operator-record
003470         to ot-name (operator-table-index).
003480     move opr-authority of operator-record
003490         to ot-authority (operator-table-index).
003500 2180-exit.
003510     exit.

003520 2200-load-waivers.
003530     move "N" to eof-switch.
003540     open input waiver-register-file.
003550     if wvr-file-status not = "00"
003560         close waiver-register-file
003570         go to 2200-exit.
003580     perform 2300-read-waiver thru 2300-exit
003590         until file-at-end.
003600     close waiver-register-file.
003610 2200-exit.
003620     exit.

003630 2300-read-waiver.
003640     read waiver-register-file
003650         at end
003660             move "Y" to eof-switch
003670             go to 2300-exit.
003680     if wvr-date of waiver-register-record < month-start
003690         or wvr-date of waiver-register-record > month-end
003700         go to 2300-exit.
003710     if waiver-count >= 500
003720         move "Y" to table-overflow-switch
003730         go to 2300-exit.
003740     add 1 to waiver-count.
003750     move wvr-building of waiver-register-record to uk-building.
003760     move wvr-aptnum of waiver-register-record to uk-aptnum.
003770     move unit-key-work to wt-unit (waiver-count).
003780     move wvr-date of waiver-register-record
003790         to wt-date (waiver-count).
003800     move wvr-amount of waiver-register-record
003810         to wt-amount (waiver-count).
003820     move wvr-reason of waiver-register-record
003830         to wt-reason (waiver-count).
003840     move wvr-operator of waiver-register-record
003850         to wt-operator (waiver-count).
003860     move zero to wt-fee-date (waiver-count).
003870     move zero to wt-fee-amount (waiver-count).
003880     move spaces to wt-fee-poster (waiver-count).
003890     move spaces to wt-fee-source (waiver-count).
003900     move zero to wt-fee-time (waiver-count).
003910 2300-exit.
003920     exit.

003930*----------------------------------------------------------*
003940* pendhist.dat: the month's approvals by their proposer,
003950* and every approved late fee as a fee the approver posted.
003960*----------------------------------------------------------*
003970 2400-read-reviews.
003980     move "N" to eof-switch.
003990     open input pending-history-file.
004000     if pnd-file-status not = "00"
004010         close pending-history-file
004020         go to 2400-exit.
004030     perform 2500-read-review thru 2500-exit
004040         until file-at-end.
004050     close pending-history-file.
004060 2400-exit.
004070     exit.

004080 2500-read-review.
004090     read pending-history-file
004100         at end
004110             move "Y" to eof-switch
004120             go to 2500-exit.
004130     if not pnd-approved of pending-history-record
004140         or pnd-reviewed-by of pending-history-record = spaces
004150         go to 2500-exit.
004160     move pnd-building of pending-history-record to uk-building.
004170     move pnd-aptnum of pending-history-record to uk-aptnum.
004180     perform 2550-late-fee-posted thru 2550-exit
004190         varying work-sub from 1 by 1
004200         until work-sub > waiver-count.
004210     if pnd-reviewed-date of pending-history-record
004220             < month-start
004230         or pnd-reviewed-date of pending-history-record
004240             > month-end
004250         or pnd-proposed-by of pending-history-record
004260             not = pnd-reviewed-by of pending-history-record
004270         go to 2500-exit.
004280     if approval-count >= 500
004290         move "Y" to table-overflow-switch
004300         go to 2500-exit.
004310     add 1 to approval-count.
004320     move pnd-reviewed-by of pending-history-record
004330         to ap-operator (approval-count).
004340     move unit-key-work to ap-unit (approval-count).
004350     move pnd-date of pending-history-record
004360         to ap-proposed (approval-count).
004370     move pnd-reviewed-date of pending-history-record
004380         to ap-approved (approval-count).
004390     move pnd-amount of pending-history-record
004400         to ap-amount (approval-count).
004410     move pnd-reason of pending-history-record
004420         to ap-reason (approval-count).
004430     move pnd-program of pending-history-record
004440         to ap-program (approval-count).
004450 2500-exit.
004460     exit.

004470 2550-late-fee-posted.
004480     if wt-unit (work-sub) not = unit-key-work
004490         or pnd-reviewed-date of pending-history-record
004500             > wt-date (work-sub)
004510         or pnd-reviewed-date of pending-history-record
004520             < wt-fee-date (work-sub)
004530         go to 2550-exit.
004540     move pnd-reviewed-date of pending-history-record
004550         to wt-fee-date (work-sub).
004560     move pnd-amount of pending-history-record
004570         to wt-fee-amount (work-sub).
004580     move pnd-reviewed-by of pending-history-record
004590         to wt-fee-poster (work-sub).
004600     move "TENFAPRV" to wt-fee-source (work-sub).
004610     move zero to wt-fee-time (work-sub).
004620 2550-exit.
004630     exit.

004640*----------------------------------------------------------*
004650* tenaudit.dat: every TENNSF reversal is an NSF fee its
004660* operator posted; the month's reversals by a signed-on
004670* operator are traced back to the payment they reversed.
004680*----------------------------------------------------------*
004690 2600-read-audit.
004700     move "N" to eof-switch.
004710     open input audit-log-file.
004720     if aud-file-status not = "00"
004730         close audit-log-file
004740         go to 2600-exit.
004750     perform 2700-read-reversal thru 2700-exit
004760         until file-at-end.
004770     close audit-log-file.
004780 2600-exit.
004790     exit.

004800 2700-read-reversal.
004810     read audit-log-file
004820         at end
004830             move "Y" to eof-switch
004840             go to 2700-exit.
004850     if audit-program of audit-record not = "TENNSF"
004860         or not audit-reversal of audit-record
004870         or audit-operator of audit-record = spaces
004880         go to 2700-exit.
004890     move audit-building of audit-record to uk-building.
004900     move audit-aptnum of audit-record to uk-aptnum.
004910     perform 2750-nsf-fee-posted thru 2750-exit
004920         varying work-sub from 1 by 1
004930         until work-sub > waiver-count.
004940     if audit-date of audit-record < month-start
004950         or audit-date of audit-record > month-end
004960         go to 2700-exit.
004970     if reversal-count >= 500
004980         move "Y" to table-overflow-switch
004990         go to 2700-exit.
005000     add 1 to reversal-count.
005010     move unit-key-work to rv-unit (reversal-count).
005020     move audit-date of audit-record to rv-date (reversal-count).
005030     move audit-time of audit-record to rv-time (reversal-count).
005040     move audit-operator of audit-record
005050         to rv-operator (reversal-count).
005060     move "N" to rv-ledger-found (reversal-count).
005070     move zero to rv-amount (reversal-count).
005080     move zero to rv-receipt (reversal-count).
005090     move "N" to rv-pay-found (reversal-count).
005100     move zero to rv-pay-date (reversal-count).
005110     move zero to rv-pay-amount (reversal-count).
005120     move "N" to rv-keyed (reversal-count).
005130     move spaces to rv-post-program (reversal-count).
005140     move zero to rv-post-time (reversal-count).
005150 2700-exit.
005160     exit.

005170 2750-nsf-fee-posted.
005180     if wt-unit (work-sub) not = unit-key-work
005190         or audit-date of audit-record > wt-date (work-sub)
005200         or audit-date of audit-record < wt-fee-date (work-sub)
005210         go to 2750-exit.
005220     move audit-date of audit-record to wt-fee-date (work-sub).
005230     move zero to wt-fee-amount (work-sub).
005240     move audit-operator of audit-record
005250         to wt-fee-poster (work-sub).
005260     move "TENNSF" to wt-fee-source (work-sub).
005270     move audit-time of audit-record to wt-fee-time (work-sub).
005280 2750-exit.
005290     exit.

005300*----------------------------------------------------------*
005310* Two passes of payledgr.dat: the first pairs each
005320* reversal with its method "R" record (amount and original
005330* receipt), the second finds the payment it reversed.
005340*----------------------------------------------------------*
005350 2800-match-ledger.
005360     if reversal-count = zero
005370         go to 2800-exit.
005380     move "N" to eof-switch.
005390     open input payment-ledger-file.
005400     if pay-file-status not = "00"
005410         close payment-ledger-file
005420         go to 2800-exit.
005430     perform 2850-read-reversal-entry thru 2850-exit
005440         until file-at-end.
005450     close payment-ledger-file.
005460     move "N" to eof-switch.
005470     open input payment-ledger-file.
005480     perform 2900-read-payment thru 2900-exit
005490         until file-at-end.
005500     close payment-ledger-file.
005510 2800-exit.
005520     exit.

005530 2850-read-reversal-entry.
005540     read payment-ledger-file
005550         at end
005560             move "Y" to eof-switch
005570             go to 2850-exit.
005580     if not pay-reversal of payment-record
005590         go to 2850-exit.
005600     move pay-building of payment-record to uk-building.
005610     move pay-aptnum of payment-record to uk-aptnum.
005620     move 1 to work-sub.
005630     perform 2860-pair-reversal thru 2860-exit
005640         until work-sub > reversal-count.
005650 2850-exit.
005660     exit.

005670 2860-pair-reversal.
005680     if rv-unit (work-sub) = unit-key-work
005690         and rv-date (work-sub) = pay-date of payment-record
005700         and rv-ledger-found (work-sub) = "N"
005710         move "Y" to rv-ledger-found (work-sub)
005720         compute returned-amount =
005730             zero - pay-amount of payment-record
005740         move returned-amount to rv-amount (work-sub)
005750         move pay-receipt-no of payment-record
005760             to rv-receipt (work-sub)
005770         move reversal-count to work-sub.
005780     add 1 to work-sub.
005790 2860-exit.
005800     exit.

005810 2900-read-payment.
005820     read payment-ledger-file
005830         at end
005840             move "Y" to eof-switch
005850             go to 2900-exit.
005860     if pay-reversal of payment-record
005870         or pay-summary of payment-record
005880         go to 2900-exit.
005890     move pay-building of payment-record to uk-building.
005900     move pay-aptnum of payment-record to uk-aptnum.
005910     perform 2950-match-payment thru 2950-exit
005920         varying work-sub from 1 by 1
005930         until work-sub > reversal-count.
005940 2900-exit.
005950     exit.

005960*----------------------------------------------------------*
005970* The receipt number quoted on the reversal decides; with
005980* no receipt quoted, the latest payment of the returned
005990* amount on or before the reversal.
006000*----------------------------------------------------------*
006010 2950-match-payment.
006020     if rv-unit (work-sub) not = unit-key-work
006030         or rv-ledger-found (work-sub) = "N"
006040         or pay-date of payment-record > rv-date (work-sub)
006050         or pay-date of payment-record < rv-pay-date (work-sub)
006060         go to 2950-exit.
006070     if rv-receipt (work-sub) not = zero
006080         and pay-receipt-no of payment-record
006090             not = rv-receipt (work-sub)
006100         go to 2950-exit.
006110     if rv-receipt (work-sub) = zero
006120         and pay-amount of payment-record
006130             not = rv-amount (work-sub)
006140         go to 2950-exit.
006150     move "Y" to rv-pay-found (work-sub).
006160     move pay-date of payment-record to rv-pay-date (work-sub).
006170     move pay-amount of payment-record
006180         to rv-pay-amount (work-sub).
006190 2950-exit.
006200     exit.

006210*----------------------------------------------------------*
006220* tenaudit.dat again: the TENPOST or TENBATCH posting on
006230* the unit on the payment date by the reversing operator.
006240*----------------------------------------------------------*
006250 3000-find-keyers.
006260     if reversal-count = zero
006270         go to 3000-exit.
006280     move "N" to eof-switch.
006290     open input audit-log-file.
006300     if aud-file-status not = "00"
006310         close audit-log-file
006320         go to 3000-exit.
006330     perform 3100-read-posting thru 3100-exit
006340         until file-at-end.
006350     close audit-log-file.
006360 3000-exit.
006370     exit.

006380 3100-read-posting.
006390     read audit-log-file
006400         at end
006410             move "Y" to eof-switch
006420             go to 3100-exit.
006430     if audit-program of audit-record not = "TENPOST"
006440         and audit-program of audit-record not = "TENBATCH"
006450         go to 3100-exit.
006460     move audit-building of audit-record to uk-building.
006470     move audit-aptnum of audit-record to uk-aptnum.
006480     perform 3150-match-keyer thru 3150-exit
006490         varying work-sub from 1 by 1
006500         until work-sub > reversal-count.
006510 3100-exit.
006520     exit.

006530 3150-match-keyer.
006540     if rv-unit (work-sub) = unit-key-work
006550         and rv-pay-found (work-sub) = "Y"
006560         and rv-keyed (work-sub) = "N"
006570         and rv-pay-date (work-sub) = audit-date of audit-record
006580         and rv-operator (work-sub)
006590             = audit-operator of audit-record
006600         move "Y" to rv-keyed (work-sub)
006610         move audit-program of audit-record
006620             to rv-post-program (work-sub)
006630         move audit-time of audit-record
006640             to rv-post-time (work-sub).
006650 3150-exit.
006660     exit.

006670*----------------------------------------------------------*
006680* An NSF fee's amount is the tenbal.dat fee record TENNSF
006690* posted on the unit that day.
006700*----------------------------------------------------------*
006710 3200-price-nsf-fees.
006720     if waiver-count = zero
006730         go to 3200-exit.
006740     move "N" to eof-switch.
006750     open input balance-file.
006760     if bal-file-status not = "00"
006770         close balance-file
006780         go to 3200-exit.
006790     perform 3300-read-balance thru 3300-exit
006800         until file-at-end.
006810     close balance-file.
006820 3200-exit.
006830     exit.

006840 3300-read-balance.
006850     read balance-file
006860         at end
006870             move "Y" to eof-switch
006880             go to 3300-exit.
006890     if not bal-nsf-fee of balance-record
006900         go to 3300-exit.
006910     move bal-building of balance-record to uk-building.
006920     move bal-aptnum of balance-record to uk-aptnum.
006930     perform 3350-match-fee thru 3350-exit
006940         varying work-sub from 1 by 1
006950         until work-sub > waiver-count.
006960 3300-exit.
006970     exit.

006980 3350-match-fee.
006990     if wt-unit (work-sub) = unit-key-work
007000         and wt-fee-source (work-sub) = "TENNSF"
007010         and wt-fee-date (work-sub) = bal-date of balance-record
007020         move bal-amount of balance-record
007030             to wt-fee-amount (work-sub).
007040 3350-exit.
007050     exit.

007060 4000-write-report.
007070     move spaces to sodexcp-filename.
007080     string "sodexcp." delimited by size
007090         run-date delimited by size
007100         into sodexcp-filename.
007110     open output exception-report.
007120     move "SEGREGATION-OF-DUTIES EXCEPTION REPORT"
007130         to report-line.
007140     write report-line.
007150     move spaces to report-line.
007160     string "MONTH: " delimited by size
007170         run-yyyymm delimited by size
007180         "  RUN DATE: " delimited by size
007190         run-date delimited by size
007200         into report-line.
007210     write report-line.
007220     add 2 to line-count.
007230     perform 4100-approvals thru 4100-exit.
007240     perform 4300-waivers thru 4300-exit.
007250     perform 4500-reversals thru 4500-exit.
007260     perform 4700-self-changes thru 4700-exit.
007270     move spaces to report-line.
007280     write report-line.
007290     move spaces to report-line.
007300     string "TOTAL EXCEPTIONS: " delimited by size
007310         total-exceptions delimited by size
007320         into report-line.
007330     write report-line.
007340     add 2 to line-count.
007350     close exception-report.
007360 4000-exit.
007370     exit.

007380 4100-approvals.
007390     move spaces to report-line.
007400     write report-line.
007410     move "1. PENDING ITEMS PROPOSED AND APPROVED BY ONE "
007420         to report-line.
007430     move "OPERATOR (TENFAPRV)" to report-line (47:19).
007440     write report-line.
007450     move spaces to report-line.
007460     string "OPERATOR NAME                 UNIT    PROPOSED APPR"
007470             delimited by size
007480         "OVED    AMOUNT REASON" delimited by size
007490         into report-line.
007500     write report-line.
007510     add 3 to line-count.
007520     move zero to exception-count.
007530     perform 4200-approval-line thru 4200-exit
007540         varying work-sub from 1 by 1
007550         until work-sub > approval-count.
007560     perform 4900-section-total thru 4900-exit.
007570 4100-exit.
007580     exit.

007590 4200-approval-line.
007600     move ap-operator (work-sub) to lookup-operator.
007610     perform 8000-operator-name thru 8000-exit.
007620     move ap-unit (work-sub) to unit-key-work.
007630     move ap-amount (work-sub) to edited-amount.
007640     move spaces to report-line.
007650     string ap-operator (work-sub) delimited by size
007660         " " delimited by size
007670         lookup-name delimited by size
007680         " " delimited by size
007690         uk-building delimited by size
007700         "-" delimited by size
007710         uk-aptnum delimited by size
007720         " " delimited by size
007730         ap-proposed (work-sub) delimited by size
007740         " " delimited by size
007750         ap-approved (work-sub) delimited by size
007760         " " delimited by size
007770         edited-amount delimited by size
007780         " " delimited by size
007790         ap-reason (work-sub) (1:14) delimited by size
007800         into report-line.
007810     write report-line.
007820     move spaces to report-line.
007830     string "         AUDIT REF: pendhist.dat, proposed by "
007840             delimited by size
007850         ap-program (work-sub) delimited by space
007860         " run of " delimited by size
007870         ap-proposed (work-sub) delimited by size
007880         into report-line.
007890     write report-line.
007900     add 2 to line-count.
007910     add 1 to exception-count.
007920 4200-exit.
007930     exit.

007940 4300-waivers.
007950     move spaces to report-line.
007960     write report-line.
007970     move "2. FEES WAIVED BY THE OPERATOR WHO POSTED THEM "
007980         to report-line.
007990     move "(TENWAIV)" to report-line (48:9).
008000     write report-line.
008010     move spaces to report-line.
008020     string "OPERATOR NAME                 UNIT    WAIVED    W-"
008030             delimited by size
008040         "AMOUNT RS FEE DATE   FEE AMT" delimited by size
008050         into report-line.
008060     write report-line.
008070     add 3 to line-count.
008080     move zero to exception-count.
008090     perform 4400-waiver-line thru 4400-exit
008100         varying work-sub from 1 by 1
008110         until work-sub > waiver-count.
008120     perform 4900-section-total thru 4900-exit.
008130 4300-exit.
008140     exit.

008150 4400-waiver-line.
008160     if wt-fee-poster (work-sub) = spaces
008170         or wt-fee-poster (work-sub) not = wt-operator (work-sub)
008180         go to 4400-exit.
008190     move wt-operator (work-sub) to lookup-operator.
008200     perform 8000-operator-name thru 8000-exit.
008210     move wt-unit (work-sub) to unit-key-work.
008220     move wt-amount (work-sub) to edited-amount.
008230     move wt-fee-amount (work-sub) to edited-fee-amount.
008240     move spaces to report-line.
008250     string wt-operator (work-sub) delimited by size
008260         " " delimited by size
008270         lookup-name delimited by size
008280         " " delimited by size
008290         uk-building delimited by size
008300         "-" delimited by size
008310         uk-aptnum delimited by size
008320         " " delimited by size
008330         wt-date (work-sub) delimited by size
008340         " " delimited by size
008350         edited-amount delimited by size
008360         " " delimited by size
008370         wt-reason (work-sub) delimited by size
008380         " " delimited by size
008390         wt-fee-date (work-sub) delimited by size
008400         " " delimited by size
008410         edited-fee-amount delimited by size
008420         into report-line.
008430     write report-line.
008440     move spaces to report-line.
008450     if wt-fee-source (work-sub) = "TENNSF"
008460         string "         AUDIT REF: NSF fee posted by TENNSF, "
008470                 delimited by size
008480             "tenaudit.dat " delimited by size
008490             wt-fee-date (work-sub) delimited by size
008500             " " delimited by size
008510             wt-fee-time (work-sub) delimited by size
008520             into report-line
008530     else
008540         string "         AUDIT REF: late fee approved on "
008550                 delimited by size
008560             "TENFAPRV, pendhist.dat " delimited by size
008570             wt-fee-date (work-sub) delimited by size
008580             into report-line.
008590     write report-line.
008600     add 2 to line-count.
008610     add 1 to exception-count.
008620 4400-exit.
008630     exit.

008640 4500-reversals.
008650     move spaces to report-line.
008660     write report-line.
008670     move "3. PAYMENTS REVERSED BY THE OPERATOR WHO KEYED THEM "
008680         to report-line.
008690     move "(TENNSF)" to report-line (53:8).
008700     write report-line.
008710     move spaces to report-line.
008720     string "OPERATOR NAME                 UNIT    PAID        "
008730             delimited by size
008740         "AMOUNT RECEIPT REVERSED" delimited by size
008750         into report-line.
008760     write report-line.
008770     add 3 to line-count.
008780     move zero to exception-count.
008790     perform 4600-reversal-line thru 4600-exit
008800         varying work-sub from 1 by 1
008810         until work-sub > reversal-count.
008820     perform 4900-section-total thru 4900-exit.
008830 4500-exit.
008840     exit.

008850 4600-reversal-line.
008860     if rv-keyed (work-sub) not = "Y"
008870         go to 4600-exit.
008880     move rv-operator (work-sub) to lookup-operator.
008890     perform 8000-operator-name thru 8000-exit.
008900     move rv-unit (work-sub) to unit-key-work.
008910     move rv-pay-amount (work-sub) to edited-amount.
008920     move spaces to report-line.
008930     string rv-operator (work-sub) delimited by size
008940         " " delimited by size
008950         lookup-name delimited by size
008960         " " delimited by size
008970         uk-building delimited by size
008980         "-" delimited by size
008990         uk-aptnum delimited by size
009000         " " delimited by size
009010         rv-pay-date (work-sub) delimited by size
009020         " " delimited by size
009030         edited-amount delimited by size
009040         " " delimited by size
009050         rv-receipt (work-sub) delimited by size
009060         "  " delimited by size
009070         rv-date (work-sub) delimited by size
009080         into report-line.
009090     write report-line.
009100     move spaces to report-line.
009110     string "         AUDIT REF: keyed " delimited by size
009120         rv-post-program (work-sub) delimited by space
009130         " " delimited by size
009140         rv-pay-date (work-sub) delimited by size
009150         " " delimited by size
009160         rv-post-time (work-sub) delimited by size
009170         " reversed " delimited by size
009180         rv-date (work-sub) delimited by size
009190         " " delimited by size
009200         rv-time (work-sub) delimited by size
009210         into report-line.
009220     write report-line.
009230     add 2 to line-count.
009240     add 1 to exception-count.
009250 4600-exit.
009260     exit.

009270 4700-self-changes.
009280     move spaces to report-line.
009290     write report-line.
009300     move "4. OPERATORS WHO CHANGED THEIR OWN AUTHORITY (TENOPRM)"
009310         to report-line.
009320     write report-line.
009330     move "OPERATOR NAME                 CHANGED  FROM TO"
009340         to report-line.
009350     write report-line.
009360     add 3 to line-count.
009370     move zero to exception-count.
009380     perform 4800-self-change-line thru 4800-exit
009390         varying work-sub from 1 by 1
009400         until work-sub > self-change-count.
009410     perform 4900-section-total thru 4900-exit.
009420 4700-exit.
009430     exit.

009440 4800-self-change-line.
009450     move sc-id (work-sub) to lookup-operator.
009460     perform 8000-operator-name thru 8000-exit.
009470     move spaces to report-line.
009480     string sc-id (work-sub) delimited by size
009490         " " delimited by size
009500         lookup-name delimited by size
009510         " " delimited by size
009520         sc-date (work-sub) delimited by size
009530         "   " delimited by size
009540         sc-old (work-sub) delimited by size
009550         "   " delimited by size
009560         sc-new (work-sub) delimited by size
009570         into report-line.
009580     write report-line.
009590     move spaces to report-line.
009600     string "         AUDIT REF: operator.dat record "
009610             delimited by size
009620         sc-record (work-sub) delimited by size
009630         ", keyed by the operator" delimited by size
009640         into report-line.
009650     write report-line.
009660     add 2 to line-count.
009670     add 1 to exception-count.
009680 4800-exit.
009690     exit.

009700 4900-section-total.
009710     move spaces to report-line.
009720     if exception-count = zero
009730         move "         NO EXCEPTIONS" to report-line
009740     else
009750         string "         EXCEPTIONS: " delimited by size
009760             exception-count delimited by size
009770             into report-line.
009780     write report-line.
009790     add 1 to line-count.
009800     add exception-count to total-exceptions.
009810 4900-exit.
009820     exit.

009830 8000-operator-name.
009840     move spaces to lookup-name.
009850     if operator-table-count = zero
009860         go to 8000-exit.
009870     set operator-table-index to 1.
009880     search operator-table-entry
009890         at end
009900             move "(NOT ON FILE)" to lookup-name
009910         when ot-id (operator-table-index) = lookup-operator
009920             move ot-name (operator-table-index) to lookup-name.
009930 8000-exit.
009940     exit.

009950 9000-finish.
009960     move "TENSODR" to TENRCAT-PROGRAM.
009970     move sodexcp-filename to TENRCAT-FILENAME.
009980     move 1 to TENRCAT-PAGES.
009990     move line-count to TENRCAT-LINES.
010000     call "TENRCAT" using TENRCAT-PARMS.
010010     move "I" to TENOLOG-SEVERITY
010020     move spaces to TENOLOG-TEXT
010030     string total-exceptions delimited by size
010040         " exception(s) for " delimited by size
010050         run-yyyymm delimited by size
010060         into TENOLOG-TEXT
010070     call "TENOLOG" using TENOLOG-PARMS.
010080 9000-exit.
010090     exit.

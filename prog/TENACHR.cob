000100*----------------------------------------------------------*
000110* TENACHR.COB
000120*
000130* ACH return import.  The bank sends achret.dat with one
000140* record per autopay debit it could not collect, quoting
000150* back the routing, account, unit-key, amount and debit
000160* date we sent on the achdebit.YYYYMMDD origination file,
000170* with the NACHA return reason code.  The debit date is
000180* the settlement date, which is the unit's due date when
000190* that falls after the run; the file and the "E" receipt
000200* go by the origination date the bank also quotes back.
000210* Run from the nightly driver, this step matches each
000220* return to its origination record and backs it out the
000230* TENNSF way:
000240* the amount comes off AMOUNT-PAID on indexed.dbf, a
000250* reversal (method "R", quoting the original "E" receipt)
000260* goes to payledgr.dat, the NSF handling fee off the
000270* TENFEEL schedule goes to tenbal.dat, and the usual
000280* tenhist.dat entry and "V" audit entry are written.  A
000290* return for a closed or invalid account also cancels
000300* the unit's autopay, appending a "C" record to
000310* achacct.dat, so next month's TENACHO run does not debit
000320* the dead account again.  Every posted return is kept on
000330* achrtn.dat and a return already there is not posted
000340* again, so re-reading the bank's file does no harm.
000350* Every return, matched or not, is listed on the
000360* achret.YYYYMMDD register, cataloged through TENRCAT.
000370* achacct.dat holds only a surrogate and the last four
000380* digits; the enrollment's full numbers, needed to tell
000390* whether the returned account is still the one on file,
000400* come off the protected achxref.dat cross-reference.
000410*----------------------------------------------------------*
000420* MODIFICATION HISTORY
000430*   DATE       INIT  DESCRIPTION
000440*   2026-10-15 JHM   The origination file is opened and the
000450*                    original receipt matched by the
000460*                    origination date quoted on the return,
000470*                    not the settlement date, so a debit
000480*                    settled on a later due date is still
000490*                    found and reversed.
000500*   2026-10-15 JHM   The enrollment's routing and account
000510*                    numbers now come off the protected
000520*                    achxref.dat cross-reference by
000530*                    surrogate; the cancellation carries
000540*                    the enrollment's surrogate and last
000550*                    four digits, not the plain numbers.
000560*   2026-10-15 JHM   Original program.
000570*----------------------------------------------------------*
000580 identification division.
000590 program-id. tenachr.
000600 author. J. H. Masters.
000610 installation. Property Management Systems.
000620 date-written. 2026-10-15.
000630 date-compiled. 2026-10-15.

000640 environment division.
000650 configuration section.
000660 source-computer. Intel486.
000670 object-computer. Intel486.

000680 input-output section.
000690 file-control.
000700     select optional return-file assign to disk
000710         organization is line sequential
000720         file status is ret-file-status.

000730     select optional ach-debit-file assign to disk
000740         organization is line sequential
000750         file status is dbt-file-status.

000760     select optional posted-return-file assign to disk
000770         organization is line sequential
000780         file status is acr-file-status.

000790     select optional autopay-file assign to disk
000800         organization is line sequential
000810         file status is ach-file-status.

000820     select optional bank-xref-file assign to disk
000830         organization is line sequential
000840         file status is xrf-file-status.

000850     select sample-idx-file assign to disk
000860         organization is indexed
000870         record key is unit-key of sample-idx-record
000880         access mode is random
000890         file status is idx-file-status.

000900     select optional payment-ledger-file assign to disk
000910         organization is line sequential.

000920     select optional balance-file assign to disk
000930         organization is line sequential.

000940     select history-file assign to disk
000950         organization is line sequential.

000960     select audit-log-file assign to disk
000970         organization is line sequential.

000980     select return-report assign to disk
000990         organization is line sequential.

001000 data division.
001010 file section.
001020 fd  return-file
001030     label records are standard
001040     value of file-id is "achret.dat".
001050 01  return-record.
001060     05  ret-rec-type        picture is X(01).
001070         88  ret-detail              value "R".
001080     05  ret-routing         picture is 9(09).
001090     05  ret-account         picture is X(17).
001100     05  ret-building        picture is 9(02).
001110     05  ret-aptnum          picture is 9(04).
001120     05  ret-amount          picture is 9(07)V99.
001130     05  ret-debit-date      picture is 9(08).
001140     05  ret-reason          picture is X(03).
001150     05  ret-return-date     picture is 9(08).
001160     05  ret-origination-date picture is 9(08).

001170 fd  ach-debit-file
001180     label records are standard
001190     value of file-id is ach-debit-filename.
001200 01  ach-debit-record.
001210     05  dbt-rec-type        picture is X(01).
001220     05  dbt-routing         picture is 9(09).
001230     05  dbt-account         picture is X(17).
001240     05  dbt-building        picture is 9(02).
001250     05  dbt-aptnum          picture is 9(04).
001260     05  dbt-amount          picture is 9(07)V99.
001270     05  dbt-date            picture is 9(08).
001280     05  dbt-origination-date picture is 9(08).

001290 fd  posted-return-file
001300     label records are standard
001310     value of file-id is "achrtn.dat".
001320     copy TENACR
001330         replacing ==:REC-NAME:==
001340             by ==posted-return-record==.

001350 fd  autopay-file
001360     label records are standard
001370     value of file-id is "achacct.dat".
001380     copy TENACH
001390         replacing ==:REC-NAME:==
001400             by ==autopay-record==.

001410 fd  bank-xref-file
001420     label records are standard
001430     value of file-id is "achxref.dat".
001440     copy TENACX
001450         replacing ==:REC-NAME:==
001460             by ==bank-xref-record==.

001470 fd  sample-idx-file
001480     label records are standard
001490     value of file-id is "indexed.dbf".
001500     copy TENREC
001510         replacing ==:REC-NAME:== by ==sample-idx-record==
001520             ==address== by ==street-addr==.

001530 fd  payment-ledger-file
001540     label records are standard
001550     value of file-id is "payledgr.dat".
001560     copy TENPAY
001570         replacing ==:REC-NAME:==
001580             by ==payment-record==.

001590 fd  balance-file
001600     label records are standard
001610     value of file-id is "tenbal.dat".
001620     copy TENBAL
001630         replacing ==:REC-NAME:==
001640             by ==balance-record==.

001650 fd  history-file
001660     label records are standard
001670     value of file-id is "tenhist.dat".
001680     copy TENHIST
001690         replacing ==:REC-NAME:==
001700             by ==history-record==.

001710 fd  audit-log-file
001720     label records are standard
001730     value of file-id is "tenaudit.dat".
001740     copy TENAUDIT
001750         replacing ==:REC-NAME:==
001760             by ==audit-record==.

001770 fd  return-report
001780     label records are standard
001790     value of file-id is return-rpt-filename.
001800 01  report-line             picture is X(80).

001810 working-storage section.
001820 01  return-rpt-filename     picture is X(30).
001830 01  ach-debit-filename      picture is X(30).
001840     copy TENRCAT.
001850     copy TENOLOG.
001860     copy TENWHO.
001870     copy TENFEEL.
001880     copy TENPAYL.
001890 01  ret-file-status         picture is X(02).
001900 01  ret-eof-switch          picture is X(01) value "N".
001910     88  return-file-at-end          value "Y".
001920 01  dbt-file-status         picture is X(02).
001930 01  origination-date        picture is 9(08).
001940 01  dbt-eof-switch          picture is X(01).
001950     88  debit-file-at-end           value "Y".
001960 01  acr-file-status         picture is X(02).
001970 01  acr-eof-switch          picture is X(01).
001980     88  posted-file-at-end          value "Y".
001990 01  ach-file-status         picture is X(02).
002000 01  ach-eof-switch          picture is X(01) value "N".
002010     88  autopay-file-at-end         value "Y".
002020 01  xrf-file-status         picture is X(02).
002030 01  xrf-eof-switch          picture is X(01) value "N".
002040     88  xref-file-at-end            value "Y".
002050 01  idx-file-status         picture is X(02).
002060 01  debit-found-switch      picture is X(01).
002070     88  debit-found                 value "Y".
002080 01  already-posted-switch   picture is X(01).
002090     88  already-posted              value "Y".
002100 01  reversed-switch         picture is X(01).
002110     88  return-reversed             value "Y".
002120 01  cancelled-switch        picture is X(01).
002130     88  autopay-cancelled           value "Y".
002140 01  error-switch            picture is X(01) value "N".
002150     88  posting-error               value "Y".
002160 01  run-date                picture is 9(08).
002170 01  audit-clock-time        picture is 9(08).
002180 01  before-image            picture is X(133).
002190 01  before-name             picture is X(25).
002200 01  before-status           picture is X(01).
002210 01  reversal-amount         picture is S9(05)V99.
002220 01  original-receipt        picture is 9(06).
002230 01  nsf-fee-amount          picture is 9(05)V99 value 25.00.
002240 01  charged-fee             picture is 9(05)V99.
002250 01  return-action           picture is X(24).
002260 01  report-amount           picture is ZZZZZZ9.99.

002270 01  counters.
002280     05  read-count          picture is 9(05) value zero.
002290     05  reversed-count      picture is 9(05) value zero.
002300     05  cancelled-count     picture is 9(05) value zero.
002310     05  duplicate-count     picture is 9(05) value zero.
002320     05  unmatched-count     picture is 9(05) value zero.
002330     05  not-posted-count    picture is 9(05) value zero.
002340     05  line-count          picture is 9(07) value zero.

002350*----------------------------------------------------------*
002360* NACHA return reasons.  RS-CANCEL "Y" marks the codes that
002370* say the account itself is closed or unusable; those
002380* returns also cancel the unit's autopay.
002390*----------------------------------------------------------*
002400 01  return-reason-values.
002410     05  filler              picture is X(24)
002420             value "R01INSUFFICIENT FUNDS  N".
002430     05  filler              picture is X(24)
002440             value "R02ACCOUNT CLOSED      Y".
002450     05  filler              picture is X(24)
002460             value "R03NO ACCOUNT ON FILE  Y".
002470     05  filler              picture is X(24)
002480             value "R04INVALID ACCOUNT NO  Y".
002490     05  filler              picture is X(24)
002500             value "R05UNAUTHORIZED DEBIT  N".
002510     05  filler              picture is X(24)
002520             value "R06RETURNED PER ODFI   N".
002530     05  filler              picture is X(24)
002540             value "R07AUTHORIZATION REVOKN".
002550     05  filler              picture is X(24)
002560             value "R08PAYMENT STOPPED     N".
002570     05  filler              picture is X(24)
002580             value "R09UNCOLLECTED FUNDS   N".
002590     05  filler              picture is X(24)
002600             value "R10NOT AUTHORIZED      N".
002610     05  filler              picture is X(24)
002620             value "R16ACCOUNT FROZEN      N".
002630     05  filler              picture is X(24)
002640             value "R20NON-TRANSACTION ACCTY".
002650 01  return-reason-table redefines return-reason-values.
002660     05  return-reason-entry occurs 12 times
002670             indexed by reason-index.
002680         10  rs-code         picture is X(03).
002690         10  rs-text         picture is X(20).
002700         10  rs-cancel       picture is X(01).
002710 01  reason-text             picture is X(20).
002720 01  reason-cancel-switch    picture is X(01).
002730     88  reason-cancels-autopay      value "Y".

002740*----------------------------------------------------------*
002750* Latest achacct.dat record per unit wins, the owner-master
002760* convention.  The append file itself is read, not the
002770* keyed achacctx.dbf, so an enrollment changed on the
002780* TENACHE screen since the last rebuild is seen.
002790*----------------------------------------------------------*
002800 01  autopay-table-area.
002810     05  autopay-table-count picture is 9(04) value zero.
002820     05  autopay-table-entry occurs 1 to 500 times
002830             depending on autopay-table-count
002840             indexed by autopay-index.
002850         10  at-building     picture is 9(02).
002860         10  at-aptnum       picture is 9(04).
002870         10  at-surrogate    picture is 9(06).
002880         10  at-account-last4
002890                             picture is X(04).
002900         10  at-protected-flag
002910                             picture is X(01).
002920         10  at-status       picture is X(01).

002930*----------------------------------------------------------*
002940* The protected cross-reference, by surrogate.
002950*----------------------------------------------------------*
002960 01  xref-table-area.
002970     05  xref-table-count    picture is 9(04) value zero.
002980     05  xref-table-entry occurs 1 to 2000 times
002990             depending on xref-table-count
003000             indexed by xref-index.
003010         10  xt-surrogate    picture is 9(06).
003020         10  xt-routing      picture is 9(09).
003030         10  xt-account      picture is X(17).

003040 procedure division.
003050 0000-mainline.
003060     move "TENACHR" to TENOLOG-PROGRAM.
003070     perform 1000-initialize thru 1000-exit.
003080     if return-file-at-end
003090         goback.
003100     perform 2000-load-autopay thru 2000-exit.
003110     perform 2500-load-xref thru 2500-exit.
003120     perform 3000-open-register thru 3000-exit.
003130     open extend payment-ledger-file.
003140     open extend balance-file.
003150     open extend history-file.
003160     open extend audit-log-file.
003170     open extend autopay-file.
003180     perform 4000-read-return thru 4000-exit
003190         until return-file-at-end.
003200     close return-file.
003210     close sample-idx-file.
003220     close payment-ledger-file.
003230     close balance-file.
003240     close history-file.
003250     close audit-log-file.
003260     close autopay-file.
003270     perform 9000-finish thru 9000-exit.
003280     goback.

003290*----------------------------------------------------------*
003300* No bank file tonight means no returns to import.
003310*----------------------------------------------------------*
003320 1000-initialize.
003330     move "I" to TENOLOG-SEVERITY.
003340     move "importing ACH returns" to TENOLOG-TEXT.
003350     call "TENOLOG" using TENOLOG-PARMS.
003360     accept run-date from date yyyymmdd.
003370     call "TENWHO" using TENWHO-PARMS.
003380     open input return-file.
003390     if ret-file-status not = "00"
003400         close return-file
003410         move "Y" to ret-eof-switch
003420         move "I" to TENOLOG-SEVERITY
003430         move spaces to TENOLOG-TEXT
003440         string "no achret.dat from the bank, "
003450                 delimited by size
003460             "nothing imported" delimited by size
003470             into TENOLOG-TEXT
003480         call "TENOLOG" using TENOLOG-PARMS
003490         go to 1000-exit.
003500     open i-o sample-idx-file.
003510     if idx-file-status not = "00"
003520         close return-file
003530         move "Y" to ret-eof-switch
003540         move "A" to TENOLOG-SEVERITY
003550         move spaces to TENOLOG-TEXT
003560         string "cannot open indexed.dbf, status "
003570                 delimited by size
003580             idx-file-status delimited by size
003590             " - no returns posted" delimited by size
003600             into TENOLOG-TEXT
003610         call "TENOLOG" using TENOLOG-PARMS
003620         move 1 to return-code.
003630 1000-exit.
003640     exit.

003650 2000-load-autopay.
003660     open input autopay-file.
003670     if ach-file-status not = "00"
003680         close autopay-file
003690         move "Y" to ach-eof-switch
003700         go to 2000-exit.
003710     perform 2100-read-autopay thru 2100-exit
003720         until autopay-file-at-end.
003730     close autopay-file.
003740 2000-exit.
003750     exit.

003760 2100-read-autopay.
003770     read autopay-file
003780         at end
003790             move "Y" to ach-eof-switch
003800         not at end
003810             perform 2200-stow-autopay thru 2200-exit.
003820 2100-exit.
003830     exit.

003840 2200-stow-autopay.
003850     set autopay-index to 1.
003860     if autopay-table-count > zero
003870         search autopay-table-entry
003880             at end
003890                 perform 2300-add-autopay thru 2300-exit
003900             when at-building (autopay-index)
003910                     = ach-building of autopay-record
003920                 and at-aptnum (autopay-index)
003930                     = ach-aptnum of autopay-record
003940                 perform 2400-replace-autopay thru 2400-exit
003950     else
003960         perform 2300-add-autopay thru 2300-exit.
003970 2200-exit.
003980     exit.

003990 2300-add-autopay.
004000     if autopay-table-count >= 500
004010         move "W" to TENOLOG-SEVERITY
004020         move "autopay table overflow" to TENOLOG-TEXT
004030         call "TENOLOG" using TENOLOG-PARMS
004040     else
004050         add 1 to autopay-table-count
004060         set autopay-index to autopay-table-count
004070         perform 2400-replace-autopay thru 2400-exit.
004080 2300-exit.
004090     exit.

004100 2400-replace-autopay.
004110     move ach-building of autopay-record
004120         to at-building (autopay-index).
004130     move ach-aptnum of autopay-record
004140         to at-aptnum (autopay-index).
004150     move ach-surrogate of autopay-record
004160         to at-surrogate (autopay-index).
004170     move ach-account-last4 of autopay-record
004180         to at-account-last4 (autopay-index).
004190     move ach-protected-flag of autopay-record
004200         to at-protected-flag (autopay-index).
004210     move ach-status of autopay-record
004220         to at-status (autopay-index).
004230 2400-exit.
004240     exit.

004250 2500-load-xref.
004260     open input bank-xref-file.
004270     if xrf-file-status not = "00"
004280         close bank-xref-file
004290         move "Y" to xrf-eof-switch
004300         go to 2500-exit.
004310     perform 2600-read-xref thru 2600-exit
004320         until xref-file-at-end.
004330     close bank-xref-file.
004340 2500-exit.
004350     exit.

004360 2600-read-xref.
004370     read bank-xref-file
004380         at end
004390             move "Y" to xrf-eof-switch
004400             go to 2600-exit.
004410     if xref-table-count >= 2000
004420         move "W" to TENOLOG-SEVERITY
004430         move "bank cross-reference table overflow"
004440             to TENOLOG-TEXT
004450         call "TENOLOG" using TENOLOG-PARMS
004460         move "Y" to xrf-eof-switch
004470         go to 2600-exit.
004480     add 1 to xref-table-count.
004490     move acx-surrogate to xt-surrogate (xref-table-count).
004500     move acx-routing to xt-routing (xref-table-count).
004510     move acx-account to xt-account (xref-table-count).
004520 2600-exit.
004530     exit.

004540 3000-open-register.
004550     move spaces to return-rpt-filename.
004560     string "achret." delimited by size
004570         run-date delimited by size
004580         into return-rpt-filename.
004590     open output return-report.
004600     move "ACH RETURN IMPORT REGISTER" to report-line.
004610     write report-line.
004620     move spaces to report-line.
004630     string "RUN DATE: " delimited by size
004640         run-date delimited by size
004650         into report-line.
004660     write report-line.
004670     move spaces to report-line.
004680     write report-line.
004690     move "UNIT     DEBITED" to report-line.
004700     move "AMOUNT" to report-line (24:6).
004710     move "CODE" to report-line (31:4).
004720     move "REASON" to report-line (36:6).
004730     move "ACTION" to report-line (57:6).
004740     write report-line.
004750     add 4 to line-count.
004760 3000-exit.
004770     exit.

004780*----------------------------------------------------------*
004790* One bank return; the bank's header and trailer records
004800* are passed over.
004810*----------------------------------------------------------*
004820 4000-read-return.
004830     read return-file
004840         at end
004850             move "Y" to ret-eof-switch
004860             go to 4000-exit.
004870     if not ret-detail
004880         go to 4000-exit.
004890     add 1 to read-count.
004900     perform 4100-find-reason thru 4100-exit.
004910     perform 4200-apply-return thru 4200-exit.
004920     move spaces to report-line.
004930     string ret-building delimited by size
004940         "-" delimited by size
004950         ret-aptnum delimited by size
004960         "  " delimited by size
004970         ret-debit-date delimited by size
004980         into report-line.
004990     move ret-amount to report-amount.
005000     move report-amount to report-line (20:10).
005010     move ret-reason to report-line (31:3).
005020     move reason-text to report-line (36:20).
005030     move return-action to report-line (57:24).
005040     write report-line.
005050     add 1 to line-count.
005060 4000-exit.
005070     exit.

005080 4100-find-reason.
005090     move "OTHER RETURN" to reason-text.
005100     move "N" to reason-cancel-switch.
005110     set reason-index to 1.
005120     search return-reason-entry
005130         at end
005140             continue
005150         when rs-code (reason-index) = ret-reason
005160             move rs-text (reason-index) to reason-text
005170             move rs-cancel (reason-index)
005180                 to reason-cancel-switch.
005190 4100-exit.
005200     exit.

005210*----------------------------------------------------------*
005220* A return already posted is passed over; one that matches
005230* no origination record is only listed.  A matched return
005240* for a closed or invalid account cancels the autopay even
005250* when the reversal itself cannot be posted.
005260*----------------------------------------------------------*
005270 4200-apply-return.
005280     move "N" to reversed-switch.
005290     move "N" to cancelled-switch.
005300     perform 4300-check-posted thru 4300-exit.
005310     if already-posted
005320         add 1 to duplicate-count
005330         move "ALREADY REVERSED" to return-action
005340         go to 4200-exit.
005350     perform 4400-find-debit thru 4400-exit.
005360     if not debit-found
005370         add 1 to unmatched-count
005380         move "NOT MATCHED - NO DEBIT" to return-action
005390         move "W" to TENOLOG-SEVERITY
005400         move ret-building to TENOLOG-BUILDING
005410         move ret-aptnum to TENOLOG-APTNUM
005420         move spaces to TENOLOG-TEXT
005430         string "ACH return " delimited by size
005440             ret-reason delimited by size
005450             " not matched to " delimited by size
005460             ach-debit-filename delimited by space
005470             into TENOLOG-TEXT
005480         call "TENOLOG" using TENOLOG-PARMS
005490         go to 4200-exit.
005500     perform 5000-post-reversal thru 5000-exit.
005510     if reason-cancels-autopay
005520         perform 6000-cancel-autopay thru 6000-exit.
005530     if return-reversed
005540         perform 4500-record-posted thru 4500-exit.
005550 4200-exit.
005560     exit.

005570 4300-check-posted.
005580     move "N" to already-posted-switch.
005590     move "N" to acr-eof-switch.
005600     open input posted-return-file.
005610     if acr-file-status not = "00"
005620         close posted-return-file
005630         go to 4300-exit.
005640     perform 4310-read-posted thru 4310-exit
005650         until posted-file-at-end
005660             or already-posted.
005670     close posted-return-file.
005680 4300-exit.
005690     exit.

005700 4310-read-posted.
005710     read posted-return-file
005720         at end
005730             move "Y" to acr-eof-switch
005740             go to 4310-exit.
005750     if acr-building = ret-building
005760         and acr-aptnum = ret-aptnum
005770         and acr-debit-date = ret-debit-date
005780         and acr-amount = ret-amount
005790         move "Y" to already-posted-switch.
005800 4310-exit.
005810     exit.

005820*----------------------------------------------------------*
005830* The origination file is the one TENACHO wrote on the
005840* origination date the bank quotes back.  A return with no
005850* origination date is for a debit sent before the date was
005860* carried, when the debit date was the run date.
005870*----------------------------------------------------------*
005880 4400-find-debit.
005890     move "N" to debit-found-switch.
005900     move "N" to dbt-eof-switch.
005910     move ret-origination-date to origination-date.
005920     if ret-origination-date not numeric
005930             or ret-origination-date = zero
005940         move ret-debit-date to origination-date.
005950     move spaces to ach-debit-filename.
005960     string "achdebit." delimited by size
005970         origination-date delimited by size
005980         into ach-debit-filename.
005990     open input ach-debit-file.
006000     if dbt-file-status not = "00"
006010         close ach-debit-file
006020         go to 4400-exit.
006030     perform 4410-read-debit thru 4410-exit
006040         until debit-file-at-end
006050             or debit-found.
006060     close ach-debit-file.
006070 4400-exit.
006080     exit.

006090 4410-read-debit.
006100     read ach-debit-file
006110         at end
006120             move "Y" to dbt-eof-switch
006130             go to 4410-exit.
006140     if dbt-rec-type = "D"
006150         and dbt-routing = ret-routing
006160         and dbt-account = ret-account
006170         and dbt-building = ret-building
006180         and dbt-aptnum = ret-aptnum
006190         and dbt-amount = ret-amount
006200         and dbt-date = ret-debit-date
006210         move "Y" to debit-found-switch.
006220 4410-exit.
006230     exit.

006240 4500-record-posted.
006250     move ret-building to acr-building.
006260     move ret-aptnum to acr-aptnum.
006270     move ret-debit-date to acr-debit-date.
006280     move ret-amount to acr-amount.
006290     move ret-reason to acr-reason.
006300     move ret-return-date to acr-return-date.
006310     move run-date to acr-posted-date.
006320     move cancelled-switch to acr-cancelled.
006330     open extend posted-return-file.
006340     write posted-return-record.
006350     close posted-return-file.
006360 4500-exit.
006370     exit.

006380*----------------------------------------------------------*
006390* Back the returned debit out the TENNSF way.
006400*----------------------------------------------------------*
006410 5000-post-reversal.
006420     move ret-building to building-id of sample-idx-record.
006430     move ret-aptnum to aptnum of sample-idx-record.
006440     read sample-idx-file
006450         invalid key
006460             add 1 to not-posted-count
006470             move "NOT POSTED - NO UNIT" to return-action
006480             move "W" to TENOLOG-SEVERITY
006490             move ret-building to TENOLOG-BUILDING
006500             move ret-aptnum to TENOLOG-APTNUM
006510             move "ACH return for a unit not on indexed.dbf"
006520                 to TENOLOG-TEXT
006530             call "TENOLOG" using TENOLOG-PARMS
006540             go to 5000-exit.
006550     if ret-amount > amount-paid of sample-idx-record
006560         add 1 to not-posted-count
006570         move "EXCEEDS PAID, NOT POSTED" to return-action
006580         move "W" to TENOLOG-SEVERITY
006590         move ret-building to TENOLOG-BUILDING
006600         move ret-aptnum to TENOLOG-APTNUM
006610         move spaces to TENOLOG-TEXT
006620         string "ACH return exceeds the paid bucket, "
006630                 delimited by size
006640             "not reversed" delimited by size
006650             into TENOLOG-TEXT
006660         call "TENOLOG" using TENOLOG-PARMS
006670         go to 5000-exit.
006680     move sample-idx-record to before-image.
006690     move name of sample-idx-record to before-name.
006700     move occ-status of sample-idx-record to before-status.
006710     subtract ret-amount
006720         from amount-paid of sample-idx-record.
006730     rewrite sample-idx-record
006740         invalid key
006750             add 1 to not-posted-count
006760             move "Y" to error-switch
006770             move "REWRITE FAILED" to return-action
006780             move "E" to TENOLOG-SEVERITY
006790             move ret-building to TENOLOG-BUILDING
006800             move ret-aptnum to TENOLOG-APTNUM
006810             move spaces to TENOLOG-TEXT
006820             string "rewrite failed, status "
006830                     delimited by size
006840                 idx-file-status delimited by size
006850                 " - ACH return not reversed"
006860                     delimited by size
006870                 into TENOLOG-TEXT
006880             call "TENOLOG" using TENOLOG-PARMS
006890             go to 5000-exit.
006900     move "Y" to reversed-switch.
006910     add 1 to reversed-count.
006920     move "REVERSED" to return-action.
006930     perform 5100-find-receipt thru 5100-exit.
006940     perform 5200-record-reversal thru 5200-exit.
006950     perform 5300-record-fee thru 5300-exit.
006960     perform 5400-record-history thru 5400-exit.
006970     perform 5500-record-audit thru 5500-exit.
006980 5000-exit.
006990     exit.

007000*----------------------------------------------------------*
007010* The reversal quotes the receipt TENACHO gave the debit
007020* when it posted; zero when payledgx.dbf cannot find it,
007030* as at the TENNSF prompt.
007040*----------------------------------------------------------*
007050 5100-find-receipt.
007060     move zero to original-receipt.
007070     move "S" to TENPAYL-FUNCTION.
007080     move ret-building to TENPAYL-BUILDING.
007090     move ret-aptnum to TENPAYL-APTNUM.
007100     call "TENPAYL" using TENPAYL-PARMS.
007110     perform 5110-check-payment thru 5110-exit
007120         until not TENPAYL-FOUND
007130             or original-receipt not = zero.
007140 5100-exit.
007150     exit.

007160 5110-check-payment.
007170     if TENPAYL-METHOD = "E"
007180         and TENPAYL-DATE = origination-date
007190         and TENPAYL-AMOUNT = ret-amount
007200         move TENPAYL-RECEIPT to original-receipt
007210         go to 5110-exit.
007220     move "N" to TENPAYL-FUNCTION.
007230     call "TENPAYL" using TENPAYL-PARMS.
007240 5110-exit.
007250     exit.

007260 5200-record-reversal.
007270     move ret-building to pay-building of payment-record.
007280     move ret-aptnum to pay-aptnum of payment-record.
007290     move run-date to pay-date of payment-record.
007300     compute reversal-amount = zero - ret-amount.
007310     move reversal-amount to pay-amount of payment-record.
007320     move "R" to pay-method of payment-record.
007330     move original-receipt to pay-receipt-no
007340         of payment-record.
007350     move zero to pay-deposit-ticket of payment-record.
007360     write payment-record.
007370 5200-exit.
007380     exit.

007390 5300-record-fee.
007400     perform 5350-price-fee thru 5350-exit.
007410     move ret-building to bal-building of balance-record.
007420     move ret-aptnum to bal-aptnum of balance-record.
007430     move run-date to bal-date of balance-record.
007440     move charged-fee to bal-amount of balance-record.
007450     move "F" to bal-type of balance-record.
007460     move zero to bal-reference of balance-record.
007470     write balance-record.
007480 5300-exit.
007490     exit.

007500*----------------------------------------------------------*
007510* Price the fee off the schedule by the unit's company;
007520* the compiled figure is only the no-schedule fallback.
007530*----------------------------------------------------------*
007540 5350-price-fee.
007550     move nsf-fee-amount to charged-fee.
007560     move company-code of sample-idx-record
007570         to TENFEEL-COMPANY.
007580     move "NSF " to TENFEEL-TYPE.
007590     call "TENFEEL" using TENFEEL-PARMS.
007600     if TENFEEL-ON-FILE
007610         move TENFEEL-AMOUNT to charged-fee.
007620 5350-exit.
007630     exit.

007640 5400-record-history.
007650     move ret-building to hist-building of history-record.
007660     move ret-aptnum to hist-aptnum of history-record.
007670     move run-date to hist-date of history-record.
007680     move "U" to hist-action of history-record.
007690     move name of sample-idx-record
007700         to hist-name of history-record.
007710     move TENWHO-OPERATOR
007720         to hist-operator of history-record.
007730     write history-record.
007740 5400-exit.
007750     exit.

007760 5500-record-audit.
007770     accept audit-clock-time from time.
007780     move "TENACHR" to audit-program of audit-record.
007790     move run-date to audit-date of audit-record.
007800     move audit-clock-time to audit-time of audit-record.
007810     move ret-building to audit-building of audit-record.
007820     move ret-aptnum to audit-aptnum of audit-record.
007830     move "V" to audit-action of audit-record.
007840     move before-name to audit-before-name of audit-record.
007850     move name of sample-idx-record
007860         to audit-after-name of audit-record.
007870     move before-status to audit-before-status of audit-record.
007880     move occ-status of sample-idx-record
007890         to audit-after-status of audit-record.
007900     move TENWHO-OPERATOR
007910         to audit-operator of audit-record.
007920     move before-image
007930         to audit-before-image of audit-record
007940     write audit-record.
007950 5500-exit.
007960     exit.

007970*----------------------------------------------------------*
007980* Only an enrollment still on the account the bank
007990* returned is cancelled; a unit already cancelled, or
008000* re-enrolled on a new account since, is left alone.  The
008010* enrollment's numbers are looked up by its surrogate.
008020*----------------------------------------------------------*
008030 6000-cancel-autopay.
008040     if autopay-table-count = zero
008050         go to 6000-exit.
008060     set autopay-index to 1.
008070     search autopay-table-entry
008080         at end
008090             go to 6000-exit
008100         when at-building (autopay-index) = ret-building
008110             and at-aptnum (autopay-index) = ret-aptnum
008120             continue.
008130     if at-status (autopay-index) not = "E"
008140         or at-protected-flag (autopay-index) not = "P"
008150         or xref-table-count = zero
008160         go to 6000-exit.
008170     set xref-index to 1.
008180     search xref-table-entry
008190         at end
008200             go to 6000-exit
008210         when xt-surrogate (xref-index)
008220                 = at-surrogate (autopay-index)
008230             continue.
008240     if xt-routing (xref-index) not = ret-routing
008250         or xt-account (xref-index) not = ret-account
008260         go to 6000-exit.
008270     move spaces to autopay-record.
008280     move ret-building to ach-building of autopay-record.
008290     move ret-aptnum to ach-aptnum of autopay-record.
008300     move at-surrogate (autopay-index)
008310         to ach-surrogate of autopay-record.
008320     move at-account-last4 (autopay-index)
008330         to ach-account-last4 of autopay-record.
008340     move "P" to ach-protected-flag of autopay-record.
008350     move "C" to ach-status of autopay-record.
008360     move "TENACHR" to ach-entered-by of autopay-record.
008370     write autopay-record.
008380     move "C" to at-status (autopay-index).
008390     move "Y" to cancelled-switch.
008400     add 1 to cancelled-count.
008410     if return-reversed
008420         move "REVERSED, AUTOPAY OFF" to return-action.
008430     move "W" to TENOLOG-SEVERITY.
008440     move ret-building to TENOLOG-BUILDING.
008450     move ret-aptnum to TENOLOG-APTNUM.
008460     move spaces to TENOLOG-TEXT.
008470     string "autopay cancelled, ACH return " delimited by size
008480         ret-reason delimited by size
008490         " " delimited by size
008500         reason-text delimited by size
008510         into TENOLOG-TEXT.
008520     call "TENOLOG" using TENOLOG-PARMS.
008530 6000-exit.
008540     exit.

008550 9000-finish.
008560     move spaces to report-line.
008570     write report-line.
008580     move spaces to report-line.
008590     string "RETURNS READ: " delimited by size
008600         read-count delimited by size
008610         "  REVERSED: " delimited by size
008620         reversed-count delimited by size
008630         "  AUTOPAY CANCELLED: " delimited by size
008640         cancelled-count delimited by size
008650         into report-line.
008660     write report-line.
008670     move spaces to report-line.
008680     string "ALREADY REVERSED: " delimited by size
008690         duplicate-count delimited by size
008700         "  NOT MATCHED: " delimited by size
008710         unmatched-count delimited by size
008720         "  NOT POSTED: " delimited by size
008730         not-posted-count delimited by size
008740         into report-line.
008750     write report-line.
008760     add 3 to line-count.
008770     close return-report.
008780     move "TENACHR" to TENRCAT-PROGRAM.
008790     move return-rpt-filename to TENRCAT-FILENAME.
008800     move 1 to TENRCAT-PAGES.
008810     move line-count to TENRCAT-LINES.
008820     call "TENRCAT" using TENRCAT-PARMS.
008830     if posting-error
008840         move "E" to TENOLOG-SEVERITY
008850         move spaces to TENOLOG-TEXT
008860         string "ACH return posting failed, "
008870                 delimited by size
008880             "see the achret register" delimited by size
008890             into TENOLOG-TEXT
008900         call "TENOLOG" using TENOLOG-PARMS
008910         move 1 to return-code
008920         go to 9000-exit.
008930     move "I" to TENOLOG-SEVERITY.
008940     move spaces to TENOLOG-TEXT.
008950     string read-count delimited by size
008960         " return(s) read, " delimited by size
008970         reversed-count delimited by size
008980         " reversed, " delimited by size
008990         cancelled-count delimited by size
009000         " autopay cancelled" delimited by size
009010         into TENOLOG-TEXT.
009020     call "TENOLOG" using TENOLOG-PARMS.
009030 9000-exit.
009040     exit.

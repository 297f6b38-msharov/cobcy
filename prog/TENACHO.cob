000230* detail under the ACH method code "E", and the usual
000240* tenhist.dat and audit-log entries, so TENAGE and TENSTMT
000250* see autopay money like money from the window.  A debit
000260* the bank later returns is backed out by the nightly
000270* TENACHR return import, the TENNSF reversal done from the
000280* bank's return file.
000290*
000300* achacct.dat holds only a surrogate and the last four
000310* digits of each account; the full routing and account
000320* numbers come off the protected achxref.dat
000330* cross-reference and appear only on the bank's debit
000340* file.  The achprf.YYYYMMDD origination proof, cataloged
000350* through TENRCAT, lists each debit with the last four
000360* digits of the account.
000370*----------------------------------------------------------*
000380* MODIFICATION HISTORY
000390*   DATE       INIT  DESCRIPTION
000400*   2026-10-15 JHM   Each debit record also carries the
000410*                    origination date, the run date that
000420*                    names the file and dates the "E"
000430*                    receipt, for the bank to quote back on
000440*                    a return beside the settlement date.
000450*   2026-10-15 JHM   Messages now go through TENOLOG to the
000460*                    dated operations log, each with its
000470*                    severity (and the unit where there is
000480*                    one); aborts raise a menu alert.
000490*   2026-10-15 JHM   Each posted debit is spread across the
000500*                    unit's open charges in the company's
000510*                    payorder.dat application order through
000520*                    the TENAPLY subprogram, which writes the
000530*                    payalloc.dat detail of what it paid.
000540*   2026-10-15 JHM   Each debit's date on the bank file is
000550*                    now the unit's own due date for the
000560*                    month from the TENDUEL lookup (its
000570*                    duedate.dat due day or Wednesday,
000580*                    moved past a holiday on batcal.ctl), or
000590*                    today when that date has already gone
000600*                    by, so a tenant due on the 3rd is not
000610*                    drawn on the 1st.  The proof shows each
000620*                    debit's date.
000630*   2026-10-15 JHM   Routing and account numbers now come
000640*                    off the protected achxref.dat
000650*                    cross-reference by the enrollment's
000660*                    surrogate; an enrollment not yet moved
000670*                    there by TENACXC, or with no
000680*                    cross-reference record, is skipped.
000690*                    Full numbers go only on the bank file;
000700*                    the new achprf.YYYYMMDD origination
000710*                    proof shows the last four digits.
000720*   2026-10-15 JHM   Origination now walks the keyed
000730*                    achacctx.dbf that TENSCNV rebuilds, one
000740*                    current enrollment per unit in unit
000750*                    order, instead of a 500-entry table
000760*                    scanned in from achacct.dat; the scan
000770*                    stays as the fallback when achacctx.dbf
000780*                    is not on file.  The enrollment being
000790*                    debited is held in CURRENT-AUTOPAY.
000800*   2026-10-15 JHM   The debit now takes the month's
000810*                    concess.dat leasing special (TENCNCL
000820*                    lookup) off the gross RENT-AMOUNT as a
000830*                    credit, so a free or reduced month is
000840*                    not drawn from the tenant's bank.
000850*   2026-09-03 JHM   Original program.
000860*----------------------------------------------------------*
000870 identification division.
000880 program-id. tenacho.
000890 author. J. H. Masters.
000900 installation. Property Management Systems.
000910 date-written. 2026-09-03.
000920 date-compiled. 2026-09-03.

000930 environment division.
000940 configuration section.
000950 source-computer. Intel486.
000960 object-computer. Intel486.

000970 input-output section.
000980 file-control.
000990     select optional autopay-file assign to disk
001000         organization is line sequential
001010         file status is ach-file-status.

001020     select autopay-cur-file assign to disk
001030         organization is indexed
001040         record key is cur-key of autopay-cur-record
001050         access mode is sequential
001060         file status is acx-file-status.

001070     select sample-idx-file assign to disk
001080         organization is indexed
001090         record key is unit-key of sample-idx-record
001100         access mode is random
001110         file status is idx-file-status.

001120     select optional recurring-charge-file assign to disk
001130         organization is line sequential
001140         file status is chg-file-status.

001150     select optional payment-ledger-file assign to disk
001160         organization is line sequential
001170         file status is pay-file-status.

001180     select optional bank-xref-file assign to disk
001190         organization is line sequential
001200         file status is xrf-file-status.

001210     select ach-debit-file assign to disk
001220         organization is line sequential.

001230     select proof-report assign to disk
001240         organization is line sequential.

001250     select history-file assign to disk
001260         organization is line sequential.

001270     select audit-log-file assign to disk
001280         organization is line sequential.

001290 data division.
001300 file section.
001310 fd  autopay-file
001320     label records are standard
001330     value of file-id is "achacct.dat".
001340     copy TENACH
001350         replacing ==:REC-NAME:==
001360             by ==autopay-record==.

001370 fd  autopay-cur-file
001380     label records are standard
001390     value of file-id is "achacctx.dbf".
001400     copy TENCUR
001410         replacing ==:REC-NAME:==
001420             by ==autopay-cur-record==.

001430 fd  sample-idx-file
001440     label records are standard
001450     value of file-id is "indexed.dbf".
001460     copy TENREC
001470         replacing ==:REC-NAME:== by ==sample-idx-record==
001480             ==address== by ==street-addr==.

001490 fd  recurring-charge-file
001500     label records are standard
001510     value of file-id is "rechg.dat".
001520     copy TENCHG
001530         replacing ==:REC-NAME:==
001540             by ==recurring-charge-record==.

001550 fd  payment-ledger-file
001560     label records are standard
001570     value of file-id is "payledgr.dat".
001580     copy TENPAY
001590         replacing ==:REC-NAME:==
001600             by ==payment-record==.

001610 fd  bank-xref-file
001620     label records are standard
001630     value of file-id is "achxref.dat".
001640     copy TENACX
001650         replacing ==:REC-NAME:==
001660             by ==bank-xref-record==.

001670 fd  ach-debit-file
001680     label records are standard
001690     value of file-id is ach-debit-filename.
001700 01  ach-debit-record.
001710     05  dbt-rec-type        picture is X(01).
001720     05  dbt-routing         picture is 9(09).
001730     05  dbt-account         picture is X(17).
001740     05  dbt-building        picture is 9(02).
001750     05  dbt-aptnum          picture is 9(04).
001760     05  dbt-amount          picture is 9(07)V99.
001770     05  dbt-date            picture is 9(08).
001780     05  dbt-origination-date picture is 9(08).
001790 01  ach-trailer-record redefines ach-debit-record.
001800     05  filler              picture is X(01).
001810     05  dbt-trailer-count   picture is 9(05).
001820     05  dbt-trailer-total   picture is 9(09)V99.
001830     05  filler              picture is X(33).

001840 fd  proof-report
001850     label records are standard
001860     value of file-id is proof-rpt-filename.
001870 01  report-line             picture is X(80).

001880 fd  history-file
001890     label records are standard
001900     value of file-id is "tenhist.dat".
001910     copy TENHIST
001920         replacing ==:REC-NAME:==
001930             by ==history-record==.

001940 fd  audit-log-file
001950     label records are standard
001960     value of file-id is "tenaudit.dat".
001970     copy TENAUDIT
001980         replacing ==:REC-NAME:==
001990             by ==audit-record==.

002000 working-storage section.
002010 01  ach-debit-filename      picture is X(30).
002020 01  proof-rpt-filename      picture is X(30).
002030     copy TENRCAT.
002040     copy TENOLOG.
002050 01  ach-file-status         picture is X(02).
002060 01  xrf-file-status         picture is X(02).
002070 01  xrf-eof-switch          picture is X(01) value "N".
002080     88  xref-file-at-end            value "Y".
002090 01  resolved-switch         picture is X(01).
002100     88  account-resolved            value "Y".
002110 01  resolved-routing        picture is 9(09).
002120 01  resolved-account        picture is X(17).
002130 01  line-count              picture is 9(07) value zero.
002140 01  report-amount           picture is ZZZZZZ9.99.
002150 01  report-total            picture is ZZZZZZZZ9.99.
002160 01  acx-file-status         picture is X(02).
002170 01  autopay-keyed-switch    picture is X(01) value "N".
002180     88  autopay-keyed               value "Y".
002190 01  idx-file-status         picture is X(02).
002200 01  chg-file-status         picture is X(02).
002210 01  pay-file-status         picture is X(02).
002220 01  ach-eof-switch          picture is X(01) value "N".
002230     88  autopay-file-at-end         value "Y".
002240 01  chg-eof-switch          picture is X(01) value "N".
002250     88  charge-file-at-end          value "Y".
002260 01  pay-eof-switch          picture is X(01) value "N".
002270     88  payment-file-at-end         value "Y".
002280 01  before-image            picture is X(133).
002290     copy TENWHO.
002300     copy TENAPLY.
002310 01  today-date              picture is 9(08).
002320 01  today-date-parts redefines today-date.
002330     05  today-yyyymm        picture is 9(06).
002340     05  today-dd            picture is 9(02).
002350 01  audit-clock-time        picture is 9(08).
002360 01  before-name             picture is X(25).
002370 01  receipt-counter         picture is 9(06) value zero.
002380 01  debit-count             picture is 9(05) value zero.
002390 01  debit-total             picture is 9(09)V99 value zero.
002400 01  skipped-count           picture is 9(05) value zero.
002410 01  debit-amount            picture is 9(07)V99.
002420 01  charge-sub              picture is 9(04).

002430*----------------------------------------------------------*
002440* Latest achacct.dat record per unit wins, the owner-master
002450* convention; only units left enrolled get debited.
002460*----------------------------------------------------------*
002470 01  autopay-table-area.
002480     05  autopay-table-count picture is 9(04) value zero.
002490     05  autopay-table-entry occurs 1 to 500 times
002500             depending on autopay-table-count
002510             indexed by autopay-index.
002520         10  at-building     picture is 9(02).
002530         10  at-aptnum       picture is 9(04).
002540         10  at-bank-ref     picture is X(26).
002550         10  at-status       picture is X(01).
002560 01  autopay-sub             picture is 9(04).
002570     copy TENACH
002580         replacing ==:REC-NAME:==
002590             by ==current-autopay==.

002600*----------------------------------------------------------*
002610* The protected cross-reference, loaded once so each debit
002620* can pick up its full numbers by surrogate.
002630*----------------------------------------------------------*
002640 01  xref-table-area.
002650     05  xref-table-count    picture is 9(04) value zero.
002660     05  xref-table-entry occurs 1 to 2000 times
002670             depending on xref-table-count
002680             indexed by xref-index.
002690         10  xt-surrogate    picture is 9(06).
002700         10  xt-routing      picture is 9(09).
002710         10  xt-account      picture is X(17).

002720*----------------------------------------------------------*
002730* Recurring ancillary charges, loaded once so each debit
002740* can carry the unit's parking/storage/pet lines with the
002750* rent.
002760*----------------------------------------------------------*
002770 01  charge-table-area.
002780     05  charge-table-count  picture is 9(04) value zero.
002790     05  charge-table-entry occurs 1 to 500 times
002800             depending on charge-table-count.
002810         10  ch-building     picture is 9(02).
002820         10  ch-aptnum       picture is 9(04).
002830         10  ch-amount       picture is S9(05)V99.
002840     copy TENRUNC.
002850     copy TENCNCL.
002860     copy TENDUEL.

002870 procedure division.
002880 0000-mainline.
002890     move "TENACHO" to TENOLOG-PROGRAM.
002900     perform 1000-initialize thru 1000-exit.
002910     perform 2000-originate-all thru 2000-exit.
002920     perform 8000-write-trailer thru 8000-exit.
002930     perform 9000-finish thru 9000-exit.
002940     stop run.

002950 1000-initialize.
002960     move "I" to TENOLOG-SEVERITY
002970     move "originating ACH autopay debits" to TENOLOG-TEXT
002980     call "TENOLOG" using TENOLOG-PARMS.
002990     move "TENACHO" to TENRUNC-PROGRAM.
003000     move "S" to TENRUNC-FUNCTION.
003010     move zero to TENRUNC-COUNT.
003020     call "TENRUNC" using TENRUNC-PARMS.
003030     if TENRUNC-ALREADY-RAN
003040         move "A" to TENOLOG-SEVERITY
003050         move spaces to TENOLOG-TEXT
003060         string "already run this business date - "
003070                 delimited by size
003080             "put TENACHO on runover.ctl to rerun"
003090                 delimited by size
003100             into TENOLOG-TEXT
003110         call "TENOLOG" using TENOLOG-PARMS
003120         move 1 to return-code
003130         stop run.
003140     accept today-date from date yyyymmdd.
003150     call "TENWHO" using TENWHO-PARMS.
003160     perform 1100-load-autopay thru 1100-exit.
003170     if not autopay-keyed
003180         and autopay-table-count = zero
003190         move "W" to TENOLOG-SEVERITY
003200         move "no autopay enrollments on file" to TENOLOG-TEXT
003210         call "TENOLOG" using TENOLOG-PARMS
003220         move "E" to TENRUNC-FUNCTION
003230         move zero to TENRUNC-COUNT
003240         call "TENRUNC" using TENRUNC-PARMS
003250         stop run.
003260     perform 1200-load-charges thru 1200-exit.
003270     perform 1400-load-xref thru 1400-exit.
003280     open i-o sample-idx-file.
003290     if idx-file-status not = "00"
003300         move "A" to TENOLOG-SEVERITY
003310         move spaces to TENOLOG-TEXT
003320         string "cannot open indexed.dbf, status "
003330                 delimited by size
003340             idx-file-status delimited by size
003350             into TENOLOG-TEXT
003360         call "TENOLOG" using TENOLOG-PARMS
003370         move 1 to return-code
003380         stop run.
003390     perform 1300-seed-receipt thru 1300-exit.
003400     open extend payment-ledger-file.
003410     open extend history-file.
003420     open extend audit-log-file.
003430     move spaces to ach-debit-filename.
003440     string "achdebit." delimited by size
003450         today-date delimited by size
003460         into ach-debit-filename.
003470     open output ach-debit-file.
003480     perform 1500-open-proof thru 1500-exit.
003490 1000-exit.
003500     exit.

003510 1100-load-autopay.
003520     open input autopay-cur-file.
003530     if acx-file-status = "00"
003540         move "Y" to autopay-keyed-switch
003550         go to 1100-exit.
003560     close autopay-cur-file.
003570     move "W" to TENOLOG-SEVERITY
003580     move spaces to TENOLOG-TEXT
003590     string "achacctx.dbf not on file - run " delimited by size
003600         "TENSCNV - scanning achacct.dat" delimited by size
003610         into TENOLOG-TEXT
003620     call "TENOLOG" using TENOLOG-PARMS.
003630     open input autopay-file.
003640     if ach-file-status not = "00"
003650         close autopay-file
003660         move "Y" to ach-eof-switch
003670         go to 1100-exit.
003680     perform 1110-read-autopay thru 1110-exit
003690         until autopay-file-at-end.
003700     close autopay-file.
003710 1100-exit.
003720     exit.

003730 1110-read-autopay.
003740     read autopay-file
003750         at end
003760             move "Y" to ach-eof-switch
003770         not at end
003780             perform 1120-stow-autopay thru 1120-exit.
003790 1110-exit.
003800     exit.

003810 1120-stow-autopay.
003820     set autopay-index to 1.
003830     if autopay-table-count > zero
003840         search autopay-table-entry
003850             at end
003860                 perform 1130-add-autopay thru 1130-exit
003870             when at-building (autopay-index)
003880                     = ach-building of autopay-record
003890                 and at-aptnum (autopay-index)
003900                     = ach-aptnum of autopay-record
003910                 perform 1140-replace-autopay thru 1140-exit
003920     else
003930         perform 1130-add-autopay thru 1130-exit.
003940 1120-exit.
003950     exit.

003960 1130-add-autopay.
003970     if autopay-table-count >= 500
003980         move "W" to TENOLOG-SEVERITY
003990         move "autopay table overflow" to TENOLOG-TEXT
004000         call "TENOLOG" using TENOLOG-PARMS
004010     else
004020         add 1 to autopay-table-count
004030         set autopay-index to autopay-table-count
004040         perform 1140-replace-autopay thru 1140-exit.
004050 1130-exit.
004060     exit.

004070 1140-replace-autopay.
004080     move ach-building of autopay-record
004090         to at-building (autopay-index).
004100     move ach-aptnum of autopay-record
004110         to at-aptnum (autopay-index).
004120     move ach-bank-ref of autopay-record
004130         to at-bank-ref (autopay-index).
004140     move ach-status of autopay-record
004150         to at-status (autopay-index).
004160 1140-exit.
004170     exit.

004180 1200-load-charges.
004190     open input recurring-charge-file.
004200     if chg-file-status not = "00"
004210         close recurring-charge-file
004220         move "Y" to chg-eof-switch
004230         go to 1200-exit.
004240     perform 1210-read-charge thru 1210-exit
004250         until charge-file-at-end.
004260     close recurring-charge-file.
004270 1200-exit.
004280     exit.

004290 1210-read-charge.
004300     read recurring-charge-file
004310         at end
004320             move "Y" to chg-eof-switch
004330         not at end
004340             perform 1220-stow-charge thru 1220-exit.
004350 1210-exit.
004360     exit.

004370 1220-stow-charge.
004380     if charge-table-count >= 500
004390         move "W" to TENOLOG-SEVERITY
004400         move "charge table overflow" to TENOLOG-TEXT
004410         call "TENOLOG" using TENOLOG-PARMS
004420     else
004430         add 1 to charge-table-count
004440         move chg-building of recurring-charge-record
004450             to ch-building (charge-table-count)
004460         move chg-aptnum of recurring-charge-record
004470             to ch-aptnum (charge-table-count)
004480         move chg-amount of recurring-charge-record
004490             to ch-amount (charge-table-count).
004500 1220-exit.
004510     exit.

004520*----------------------------------------------------------*
004530* Receipt numbers continue from the highest already on the
004540* ledger, the TENBANK convention, so originated debits
004550* never collide with keyed receipts.
004560*----------------------------------------------------------*
004570 1300-seed-receipt.
004580     open input payment-ledger-file.
004590     if pay-file-status not = "00"
004600         close payment-ledger-file
004610         move "Y" to pay-eof-switch
004620         go to 1300-exit.
004630     perform 1310-scan-receipt thru 1310-exit
004640         until payment-file-at-end.
004650     close payment-ledger-file.
004660 1300-exit.
004670     exit.

004680 1310-scan-receipt.
004690     read payment-ledger-file
004700         at end
004710             move "Y" to pay-eof-switch
004720         not at end
004730             if pay-receipt-no of payment-record
004740                 > receipt-counter
004750                 move pay-receipt-no of payment-record
004760                     to receipt-counter.
004770 1310-exit.
004780     exit.

004790 1400-load-xref.
004800     open input bank-xref-file.
004810     if xrf-file-status not = "00"
004820         close bank-xref-file
004830         move "Y" to xrf-eof-switch
004840         go to 1400-exit.
004850     perform 1410-read-xref thru 1410-exit
004860         until xref-file-at-end.
004870     close bank-xref-file.
004880 1400-exit.
004890     exit.

004900 1410-read-xref.
004910     read bank-xref-file
004920         at end
004930             move "Y" to xrf-eof-switch
004940             go to 1410-exit.
004950     if xref-table-count >= 2000
004960         move "A" to TENOLOG-SEVERITY
004970         move spaces to TENOLOG-TEXT
004980         string "bank cross-reference table " delimited by size
004990             "overflow, nothing originated" delimited by size
005000             into TENOLOG-TEXT
005010         call "TENOLOG" using TENOLOG-PARMS
005020         close bank-xref-file
005030         move 1 to return-code
005040         stop run.
005050     add 1 to xref-table-count.
005060     move acx-surrogate to xt-surrogate (xref-table-count).
005070     move acx-routing to xt-routing (xref-table-count).
005080     move acx-account to xt-account (xref-table-count).
005090 1410-exit.
005100     exit.

005110 1500-open-proof.
005120     move spaces to proof-rpt-filename.
005130     string "achprf." delimited by size
005140         today-date delimited by size
005150         into proof-rpt-filename.
005160     open output proof-report.
005170     move "ACH AUTOPAY ORIGINATION PROOF" to report-line.
005180     write report-line.
005190     move spaces to report-line.
005200     string "ORIGINATED: " delimited by size
005210         today-date delimited by size
005220         "   BANK FILE: " delimited by size
005230         ach-debit-filename delimited by space
005240         into report-line.
005250     write report-line.
005260     move spaces to report-line.
005270     write report-line.
005280     move "UNIT     ACCOUNT" to report-line.
005290     move "AMOUNT" to report-line (30:6).
005300     move "DEBIT ON" to report-line (38:8).
005310     write report-line.
005320     add 4 to line-count.
005330 1500-exit.
005340     exit.

005350 2000-originate-all.
005360     if autopay-keyed
005370         perform 2020-read-keyed thru 2020-exit
005380             until acx-file-status = "10"
005390     else
005400         perform 2010-table-one thru 2010-exit
005410             varying autopay-sub from 1 by 1
005420             until autopay-sub > autopay-table-count.
005430 2000-exit.
005440     exit.

005450*----------------------------------------------------------*
005460* A table entry is laid out as the front of the TENACH
005470* record.
005480*----------------------------------------------------------*
005490 2010-table-one.
005500     move autopay-table-entry (autopay-sub) to current-autopay.
005510     perform 2100-originate-one thru 2100-exit.
005520 2010-exit.
005530     exit.

005540*----------------------------------------------------------*
005550* The keyed companion holds one current enrollment per
005560* unit, read in unit order.
005570*----------------------------------------------------------*
005580 2020-read-keyed.
005590     read autopay-cur-file next record
005600         at end
005610             move "10" to acx-file-status
005620             go to 2020-exit.
005630     move cur-image of autopay-cur-record to current-autopay.
005640     perform 2100-originate-one thru 2100-exit.
005650 2020-exit.
005660     exit.

005670 2100-originate-one.
005680     if ach-status of current-autopay not = "E"
005690         go to 2100-exit.
005700     move ach-building of current-autopay
005710         to building-id of sample-idx-record.
005720     move ach-aptnum of current-autopay
005730         to aptnum of sample-idx-record.
005740     read sample-idx-file
005750         invalid key
005760             move "W" to TENOLOG-SEVERITY
005770             move ach-building of current-autopay
005780                 to TENOLOG-BUILDING
005790             move ach-aptnum of current-autopay to TENOLOG-APTNUM
005800             move "enrolled unit not on indexed.dbf, skipped"
005810                 to TENOLOG-TEXT
005820             call "TENOLOG" using TENOLOG-PARMS
005830             add 1 to skipped-count
005840             go to 2100-exit.
005850     if not occ-occupied of sample-idx-record
005860         move "W" to TENOLOG-SEVERITY
005870         move ach-building of current-autopay
005880             to TENOLOG-BUILDING
005890         move ach-aptnum of current-autopay to TENOLOG-APTNUM
005900         move "enrolled unit is vacant, skipped"
005910             to TENOLOG-TEXT
005920         call "TENOLOG" using TENOLOG-PARMS
005930         add 1 to skipped-count
005940         go to 2100-exit.
005950     perform 2050-resolve-account thru 2050-exit.
005960     if not account-resolved
005970         add 1 to skipped-count
005980         go to 2100-exit.
005990     move rent-amount of sample-idx-record to debit-amount.
006000     perform 2150-take-concession thru 2150-exit.
006010     perform 2200-add-recurring thru 2200-exit
006020         varying charge-sub from 1 by 1
006030         until charge-sub > charge-table-count.
006040     if debit-amount = zero
006050         move "I" to TENOLOG-SEVERITY
006060         move ach-building of current-autopay
006070             to TENOLOG-BUILDING
006080         move ach-aptnum of current-autopay to TENOLOG-APTNUM
006090         move "unit owes nothing this month, no debit"
006100             to TENOLOG-TEXT
006110         call "TENOLOG" using TENOLOG-PARMS
006120         add 1 to skipped-count
006130         go to 2100-exit.
006140     perform 2300-write-debit thru 2300-exit.
006150     perform 2400-post-payment thru 2400-exit.
006160 2100-exit.
006170     exit.

006180*----------------------------------------------------------*
006190* The enrollment's surrogate picks up the full routing and
006200* account numbers off the cross-reference.
006210*----------------------------------------------------------*
006220 2050-resolve-account.
006230     move "N" to resolved-switch.
006240     if not ach-number-protected of current-autopay
006250         move "W" to TENOLOG-SEVERITY
006260         move ach-building of current-autopay
006270             to TENOLOG-BUILDING
006280         move ach-aptnum of current-autopay to TENOLOG-APTNUM
006290         move "unit not yet converted - run TENACXC, skipped"
006300             to TENOLOG-TEXT
006310         call "TENOLOG" using TENOLOG-PARMS
006320         go to 2050-exit.
006330     if xref-table-count = zero
006340         move "W" to TENOLOG-SEVERITY
006350         move ach-building of current-autopay
006360             to TENOLOG-BUILDING
006370         move ach-aptnum of current-autopay to TENOLOG-APTNUM
006380         move "no bank cross-reference, skipped"
006390             to TENOLOG-TEXT
006400         call "TENOLOG" using TENOLOG-PARMS
006410         go to 2050-exit.
006420     set xref-index to 1.
006430     search xref-table-entry
006440         at end
006450             move "W" to TENOLOG-SEVERITY
006460             move ach-building of current-autopay
006470                 to TENOLOG-BUILDING
006480             move ach-aptnum of current-autopay to TENOLOG-APTNUM
006490             move "no bank cross-reference, skipped"
006500                 to TENOLOG-TEXT
006510             call "TENOLOG" using TENOLOG-PARMS
006520         when xt-surrogate (xref-index)
006530                 = ach-surrogate of current-autopay
006540             move xt-routing (xref-index) to resolved-routing
006550             move xt-account (xref-index) to resolved-account
006560             move "Y" to resolved-switch.
006570 2050-exit.
006580     exit.

006590*----------------------------------------------------------*
006600* The month's leasing special is credited against the
006610* gross rent before the recurring charges go on.
006620*----------------------------------------------------------*
006630 2150-take-concession.
006640     move ach-building of current-autopay to TENCNCL-BUILDING.
006650     move ach-aptnum of current-autopay to TENCNCL-APTNUM.
006660     move today-yyyymm to TENCNCL-MONTH.
006670     move rent-amount of sample-idx-record to TENCNCL-RENT.
006680     call "TENCNCL" using TENCNCL-PARMS.
006690     subtract TENCNCL-CREDIT from debit-amount.
006700 2150-exit.
006710     exit.

006720 2200-add-recurring.
006730     if ch-building (charge-sub)
006740             = ach-building of current-autopay
006750         and ch-aptnum (charge-sub)
006760             = ach-aptnum of current-autopay
006770         add ch-amount (charge-sub) to debit-amount.
006780 2200-exit.
006790     exit.

006800 2300-write-debit.
006810     move "D" to dbt-rec-type.
006820     move resolved-routing to dbt-routing.
006830     move resolved-account to dbt-account.
006840     move ach-building of current-autopay to dbt-building.
006850     move ach-aptnum of current-autopay to dbt-aptnum.
006860     move debit-amount to dbt-amount.
006870     perform 2350-debit-date thru 2350-exit.
006880     move today-date to dbt-origination-date.
006890     write ach-debit-record.
006900     add 1 to debit-count.
006910     add debit-amount to debit-total.
006920     move debit-amount to report-amount.
006930     move spaces to report-line.
006940     string ach-building of current-autopay delimited by size
006950         "-" delimited by size
006960         ach-aptnum of current-autopay delimited by size
006970         "  ****" delimited by size
006980         ach-account-last4 of current-autopay
006990             delimited by size
007000         into report-line.
007010     move report-amount to report-line (26:10).
007020     move dbt-date to report-line (38:8).
007030     write report-line.
007040     add 1 to line-count.
007050     move zero to resolved-routing.
007060     move spaces to resolved-account.
007070 2300-exit.
007080     exit.

007090*----------------------------------------------------------*
007100* The debit is dated the unit's due date this month, or
007110* today once that date has passed.  That is the settlement
007120* date only: the file name and the receipt keep today.
007130*----------------------------------------------------------*
007140 2350-debit-date.
007150     move ach-building of current-autopay to TENDUEL-BUILDING.
007160     move ach-aptnum of current-autopay to TENDUEL-APTNUM.
007170     move "M" to TENDUEL-FUNCTION.
007180     move today-yyyymm to TENDUEL-MONTH.
007190     call "TENDUEL" using TENDUEL-PARMS.
007200     if TENDUEL-DUE-DATE > today-date
007210         move TENDUEL-DUE-DATE to dbt-date
007220     else
007230         move today-date to dbt-date.
007240 2350-exit.
007250     exit.

007260 2400-post-payment.
007270     move sample-idx-record to before-image.
007280     move name of sample-idx-record to before-name.
007290     add debit-amount to amount-paid of sample-idx-record.
007300     rewrite sample-idx-record
007310         invalid key
007320             move "E" to TENOLOG-SEVERITY
007330             move ach-building of current-autopay
007340                 to TENOLOG-BUILDING
007350             move ach-aptnum of current-autopay to TENOLOG-APTNUM
007360             move spaces to TENOLOG-TEXT
007370             string "rewrite failed, status " delimited by size
007380                 idx-file-status delimited by size
007390                 into TENOLOG-TEXT
007400             call "TENOLOG" using TENOLOG-PARMS
007410         not invalid key
007420             perform 2500-record-payment thru 2500-exit
007430             perform 2600-record-history thru 2600-exit
007440             perform 2700-record-audit thru 2700-exit.
007450 2400-exit.
007460     exit.

007470 2500-record-payment.
007480     add 1 to receipt-counter.
007490     move ach-building of current-autopay
007500         to pay-building of payment-record.
007510     move ach-aptnum of current-autopay
007520         to pay-aptnum of payment-record.
007530     move today-date to pay-date of payment-record.
007540     move debit-amount to pay-amount of payment-record.
007550     move "E" to pay-method of payment-record.
007560     move receipt-counter
007570         to pay-receipt-no of payment-record.
007580     move zero to pay-deposit-ticket of payment-record.
007590     write payment-record.
007600     perform 2550-allocate-payment thru 2550-exit.
007610 2500-exit.
007620     exit.

007630*----------------------------------------------------------*
007640* What the debit paid, in the company's application order,
007650* onto payalloc.dat.
007660*----------------------------------------------------------*
007670 2550-allocate-payment.
007680     move "P" to TENAPLY-FUNCTION.
007690     move company-code of sample-idx-record to TENAPLY-COMPANY.
007700     move ach-building of current-autopay to TENAPLY-BUILDING.
007710     move ach-aptnum of current-autopay to TENAPLY-APTNUM.
007720     move rent-amount of sample-idx-record to TENAPLY-RENT.
007730     compute TENAPLY-PRIOR-PAID =
007740         amount-paid of sample-idx-record - debit-amount.
007750     move today-date to TENAPLY-PAY-DATE.
007760     move debit-amount to TENAPLY-AMOUNT.
007770     move receipt-counter to TENAPLY-RECEIPT-NO.
007780     move "E" to TENAPLY-METHOD.
007790     move "TENACHO" to TENAPLY-PROGRAM.
007800     call "TENAPLY" using TENAPLY-PARMS.
007810 2550-exit.
007820     exit.

007830 2600-record-history.
007840     move ach-building of current-autopay
007850         to hist-building of history-record.
007860     move ach-aptnum of current-autopay
007870         to hist-aptnum of history-record.
007880     move today-date to hist-date of history-record.
007890     move "U" to hist-action of history-record.
007900     move name of sample-idx-record
007910         to hist-name of history-record.
007920     move TENWHO-OPERATOR
007930         to hist-operator of history-record.
007940     write history-record.
007950 2600-exit.
007960     exit.

007970 2700-record-audit.
007980     accept audit-clock-time from time.
007990     move "TENACHO" to audit-program of audit-record.
008000     move today-date to audit-date of audit-record.
008010     move audit-clock-time to audit-time of audit-record.
008020     move ach-building of current-autopay
008030         to audit-building of audit-record.
008040     move ach-aptnum of current-autopay
008050         to audit-aptnum of audit-record.
008060     move "R" to audit-action of audit-record.
008070     move before-name to audit-before-name of audit-record.
008080     move name of sample-idx-record
008090         to audit-after-name of audit-record.
008100     move occ-status of sample-idx-record
008110         to audit-before-status of audit-record.
008120     move occ-status of sample-idx-record
008130         to audit-after-status of audit-record.
008140     move TENWHO-OPERATOR
008150         to audit-operator of audit-record.
008160     move before-image
008170         to audit-before-image of audit-record
008180     write audit-record.
008190 2700-exit.
008200     exit.

008210 8000-write-trailer.
008220     move spaces to ach-debit-record.
008230     move "T" to dbt-rec-type.
008240     move debit-count to dbt-trailer-count.
008250     move debit-total to dbt-trailer-total.
008260     write ach-debit-record.
008270     move debit-total to report-total.
008280     move spaces to report-line.
008290     write report-line.
008300     move spaces to report-line.
008310     string "DEBITS: " delimited by size
008320         debit-count delimited by size
008330         "  TOTAL: " delimited by size
008340         report-total delimited by size
008350         "  SKIPPED: " delimited by size
008360         skipped-count delimited by size
008370         into report-line.
008380     write report-line.
008390     add 2 to line-count.
008400 8000-exit.
008410     exit.

008420 9000-finish.
008430     close ach-debit-file.
008440     close proof-report.
008450     move "TENACHO" to TENRCAT-PROGRAM.
008460     move proof-rpt-filename to TENRCAT-FILENAME.
008470     move 1 to TENRCAT-PAGES.
008480     move line-count to TENRCAT-LINES.
008490     call "TENRCAT" using TENRCAT-PARMS.
008500     if autopay-keyed
008510         close autopay-cur-file.
008520     close sample-idx-file.
008530     close payment-ledger-file.
008540     close history-file.
008550     close audit-log-file.
008560     move "E" to TENRUNC-FUNCTION.
008570     move debit-count to TENRUNC-COUNT.
008580     call "TENRUNC" using TENRUNC-PARMS.
008590     move "I" to TENOLOG-SEVERITY
008600     move spaces to TENOLOG-TEXT
008610     string debit-count delimited by size
008620         " debit(s) originated, " delimited by size
008630         skipped-count delimited by size
008640         " skipped" delimited by size
008650         into TENOLOG-TEXT
008660     call "TENOLOG" using TENOLOG-PARMS.
008670 9000-exit.
008680     exit.

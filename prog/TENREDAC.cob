000100*----------------------------------------------------------*
000110* TENREDAC.COB
000120*
000130* Personal-data redaction for former tenants.  The TENARCH
000140* archive generations, fmrten.dat, tenhist.dat, the
000150* tenaudit.dat before-images, contact.dat, achacct.dat,
000160* guarantr.dat, ntvacate.dat, applcnt.dat, crdopt.dat and
000170* keyinv.dat kept a former tenant's name, forwarding
000180* address, phones, email, bank account, lease guarantor,
000190* application identity, credit-reporting enrollment and
000200* key holdings forever; counsel requires them removed a
000210* set number of years after the account is settled.  The
000220* redact.ctl control record carries the retention years
000230* and the collection limit in years.
000240*
000250* A former tenancy is a unit-key and move-out date, off
000260* the fmrten.dat receivables (latest record winning) and
000270* the tenhist.dat move-outs.  It is settled when nothing
000280* was owed at move-out (settled that day), when the
000290* receivable was paid or written off (settled on its
000300* FMR-STATUS-DATE, the move-out for a record written
000310* before the date was kept), or when an open or at-agency
000320* receivable is past the collection limit (settled the
000330* day the limit ran out; a limit of zero never closes an
000340* open account).  Once the retention years have run from
000350* the settlement the tenancy is redacted: names,
000360* forwarding addresses, phones, emails and bank accounts
000370* are overwritten with the redaction marker, and the
000380* unit-keys, dates, amounts and statuses stay as they
000390* were so the financial history still balances.
000400*
000410* A history or audit record belongs to the tenancy when
000420* it carries the tenant's name on or before the move-out.
000430* contact.dat and achacct.dat carry no name or date, so a
000440* unit's contacts and bank account are redacted only when
000450* nobody has moved into the unit since the move-out; on a
000460* re-let unit they belong to the new tenant.  A
000470* guarantr.dat guaranty names the tenant it covers, and
000480* goes with the tenancy when it was entered on or before
000490* the move-out.  A notice to vacate on ntvacate.dat goes
000500* with the tenancy when it was given for the unit on or
000510* before the move-out, and loses the forwarding address.  A
000520* housed applicant on applcnt.dat names the unit it moved
000530* in to, and goes with the tenancy when the name is the
000540* tenant's and it applied on or before the move-out; it
000550* loses the names and the last four digits of the social
000560* security number, and its applxref.dat cross-reference
000570* entry loses the number and birth date, counted with
000580* applcnt.dat.  The line sequential files are redacted
000590* through a .new copy and copied back, the TENSWEEP
000600* technique; the archive tenant records are rewritten in
000610* place.  Run from the nightly driver under the batch
000620* lock.  achacctx.dbf picks the redacted account up at
000630* the next TENSCNV rebuild.  The full bank numbers live on
000640* the achxref.dat cross-reference, redacted by unit the
000650* same way and counted with achacct.dat.
000660*
000670* A crdopt.dat rent-reporting enrollment under the
000680* tenant's name, entered on or before the move-out, loses
000690* the name, birth date and bureau account number.  A
000700* keyinv.dat key or fob record that shows it held by the
000710* tenant of the unit under the tenant's name, entered on
000720* or before the move-out, loses the holder's name; the
000730* key, unit, status and dates stay.
000740*
000750* Every tenancy and file touched is appended to the
000760* redact.dat register (TENRDG layout, no personal data),
000770* and the run is listed on redact.YYYYMMDD, cataloged
000780* through TENRCAT.  A marker already in place is never
000790* redacted twice, so a rerun does nothing new.
000800*----------------------------------------------------------*
000810* MODIFICATION HISTORY
000820*   DATE       INIT  DESCRIPTION
000830*   2026-10-15 JHM   The rent-reporting enrollment on
000840*                    crdopt.dat and the tenant-held keys on
000850*                    keyinv.dat of a redacted tenancy are
000860*                    redacted with it and counted on the
000870*                    register.
000880*   2026-10-15 JHM   The forwarding address on ntvacate.dat
000890*                    and the housed applicant on applcnt.dat
000900*                    (with its applxref.dat social security
000910*                    number and birth date) are redacted with
000920*                    the tenancy and counted on the register.
000930*   2026-10-15 JHM   Bank numbers moved to achxref.dat:
000940*                    the cross-reference loses the routing
000950*                    and account numbers and achacct.dat the
000960*                    last four digits.  Records not yet
000970*                    converted are redacted as before.
000980*   2026-10-15 JHM   The lease guarantor of a redacted
000990*                    tenancy on guarantr.dat is redacted
001000*                    with it.
001010*   2026-10-15 JHM   Original program.
001020*----------------------------------------------------------*
001030 identification division.
001040 program-id. tenredac.
001050 author. J. H. Masters.
001060 installation. Property Management Systems.
001070 date-written. 2026-10-15.
001080 date-compiled. 2026-10-15.

001090 environment division.
001100 configuration section.
001110 source-computer. Intel486.
001120 object-computer. Intel486.

001130 input-output section.
001140 file-control.
001150     select redact-control-file assign to disk
001160         organization is line sequential
001170         file status is rdc-file-status.

001180     select optional former-tenant-file assign to disk
001190         organization is line sequential
001200         file status is fmr-file-status.

001210     select optional history-file assign to disk
001220         organization is line sequential
001230         file status is hist-file-status.

001240     select optional audit-log-file assign to disk
001250         organization is line sequential
001260         file status is aud-file-status.

001270     select optional contact-file assign to disk
001280         organization is line sequential
001290         file status is con-file-status.

001300     select optional autopay-file assign to disk
001310         organization is line sequential
001320         file status is ach-file-status.

001330     select optional bank-xref-file assign to disk
001340         organization is line sequential
001350         file status is xrf-file-status.

001360     select optional guarantor-file assign to disk
001370         organization is line sequential
001380         file status is grt-file-status.

001390     select optional notice-file assign to disk
001400         organization is line sequential
001410         file status is ntv-file-status.

001420     select optional applicant-file assign to disk
001430         organization is line sequential
001440         file status is app-file-status.

001450     select optional applicant-xref-file assign to disk
001460         organization is line sequential
001470         file status is axr-file-status.

001480     select optional enrollment-file assign to disk
001490         organization is line sequential
001500         file status is cro-file-status.

001510     select optional key-file assign to disk
001520         organization is line sequential
001530         file status is fob-file-status.

001540     select optional archive-catalog-file assign to disk
001550         organization is line sequential
001560         file status is arc-file-status.

001570     select archive-idx-file assign to disk
001580         organization is indexed
001590         record key is unit-key of archive-idx-record
001600         access mode is sequential
001610         file status is aix-file-status.

001620     select optional archive-hist-file assign to disk
001630         organization is line sequential
001640         file status is ahs-file-status.

001650     select redact-work-file assign to disk
001660         organization is line sequential
001670         file status is wrk-file-status.

001680     select redact-target-file assign to disk
001690         organization is line sequential
001700         file status is tgt-file-status.

001710     select optional register-file assign to disk
001720         organization is line sequential
001730         file status is rdg-file-status.

001740     select redact-report assign to disk
001750         organization is line sequential.

001760 data division.
001770 file section.
001780 fd  redact-control-file
001790     label records are standard
001800     value of file-id is "redact.ctl".
001810 01  redact-control-record.
001820     05  rdc-retain-years    picture is 9(02).
001830     05  rdc-limit-years     picture is 9(02).

001840 fd  former-tenant-file
001850     label records are standard
001860     value of file-id is "fmrten.dat".
001870     copy TENFMR
001880         replacing ==:REC-NAME:==
001890             by ==former-tenant-record==.

001900 fd  history-file
001910     label records are standard
001920     value of file-id is "tenhist.dat".
001930     copy TENHIST
001940         replacing ==:REC-NAME:==
001950             by ==history-record==.

001960 fd  audit-log-file
001970     label records are standard
001980     value of file-id is "tenaudit.dat".
001990     copy TENAUDIT
002000         replacing ==:REC-NAME:==
002010             by ==audit-record==.

002020 fd  contact-file
002030     label records are standard
002040     value of file-id is "contact.dat".
002050     copy TENCON
002060         replacing ==:REC-NAME:==
002070             by ==contact-record==.

002080 fd  autopay-file
002090     label records are standard
002100     value of file-id is "achacct.dat".
002110     copy TENACH
002120         replacing ==:REC-NAME:==
002130             by ==autopay-record==.

002140 fd  bank-xref-file
002150     label records are standard
002160     value of file-id is "achxref.dat".
002170     copy TENACX
002180         replacing ==:REC-NAME:==
002190             by ==bank-xref-record==.

002200 fd  guarantor-file
002210     label records are standard
002220     value of file-id is "guarantr.dat".
002230     copy TENGRT
002240         replacing ==:REC-NAME:==
002250             by ==guarantor-record==.

002260 fd  notice-file
002270     label records are standard
002280     value of file-id is "ntvacate.dat".
002290     copy TENNTV
002300         replacing ==:REC-NAME:==
002310             by ==notice-record==.

002320 fd  applicant-file
002330     label records are standard
002340     value of file-id is "applcnt.dat".
002350     copy TENAPP
002360         replacing ==:REC-NAME:==
002370             by ==applicant-record==.

002380 fd  applicant-xref-file
002390     label records are standard
002400     value of file-id is "applxref.dat".
002410     copy TENAXR
002420         replacing ==:REC-NAME:==
002430             by ==applicant-xref-record==.

002440 fd  enrollment-file
002450     label records are standard
002460     value of file-id is "crdopt.dat".
002470     copy TENCRO
002480         replacing ==:REC-NAME:==
002490             by ==enrollment-record==.

002500 fd  key-file
002510     label records are standard
002520     value of file-id is "keyinv.dat".
002530     copy TENFOB
002540         replacing ==:REC-NAME:==
002550             by ==key-record==.

002560 fd  archive-catalog-file
002570     label records are standard
002580     value of file-id is "archcat.ctl".
002590 01  archive-catalog-record.
002600     05  arc-date            picture is 9(08).
002610     05  arc-idx-filename    picture is X(30).
002620     05  arc-hist-filename   picture is X(30).

002630 fd  archive-idx-file
002640     label records are standard
002650     value of file-id is archive-idx-filename.
002660     copy TENREC
002670         replacing ==:REC-NAME:== by ==archive-idx-record==
002680             ==address== by ==arch-street-addr==.

002690 fd  archive-hist-file
002700     label records are standard
002710     value of file-id is archive-hist-filename.
002720     copy TENHIST
002730         replacing ==:REC-NAME:==
002740             by ==archive-hist-record==.

002750 fd  redact-work-file
002760     label records are standard
002770     value of file-id is work-filename.
002780 01  work-record             picture is X(300).

002790 fd  redact-target-file
002800     label records are standard
002810     value of file-id is target-filename.
002820 01  target-record           picture is X(300).

002830 fd  register-file
002840     label records are standard
002850     value of file-id is "redact.dat".
002860     copy TENRDG
002870         replacing ==:REC-NAME:==
002880             by ==register-record==.

002890 fd  redact-report
002900     label records are standard
002910     value of file-id is redact-rpt-filename.
002920 01  report-line             picture is X(80).

002930 working-storage section.
002940 01  redact-rpt-filename     picture is X(30).
002950 01  archive-idx-filename    picture is X(30).
002960 01  archive-hist-filename   picture is X(30).
002970 01  work-filename           picture is X(30).
002980 01  target-filename         picture is X(30).
002990 01  register-filename       picture is X(30).
003000     copy TENRCAT.
003010     copy TENOLOG.
003020 01  rdc-file-status         picture is X(02).
003030 01  fmr-file-status         picture is X(02).
003040 01  hist-file-status        picture is X(02).
003050 01  aud-file-status         picture is X(02).
003060 01  con-file-status         picture is X(02).
003070 01  ach-file-status         picture is X(02).
003080 01  xrf-file-status         picture is X(02).
003090 01  grt-file-status         picture is X(02).
003100 01  ntv-file-status         picture is X(02).
003110 01  app-file-status         picture is X(02).
003120 01  axr-file-status         picture is X(02).
003130 01  cro-file-status         picture is X(02).
003140 01  fob-file-status         picture is X(02).
003150 01  arc-file-status         picture is X(02).
003160 01  aix-file-status         picture is X(02).
003170 01  ahs-file-status         picture is X(02).
003180 01  wrk-file-status         picture is X(02).
003190 01  tgt-file-status         picture is X(02).
003200 01  rdg-file-status         picture is X(02).

003210 01  switches.
003220     05  eof-switch          picture is X(01).
003230         88  input-at-end            value "Y".
003240     05  control-switch      picture is X(01) value "Y".
003250         88  control-usable          value "Y".
003260     05  overflow-switch     picture is X(01) value "N".
003270         88  former-table-overflow   value "Y".
003280     05  copy-back-switch    picture is X(01) value "Y".
003290         88  all-copied-back         value "Y".
003300     05  arc-eof-switch      picture is X(01) value "N".
003310         88  archive-catalog-at-end  value "Y".
003320     05  surrogate-overflow-switch
003330                             picture is X(01) value "N".
003340         88  surrogate-table-overflow
003350                                     value "Y".

003360*----------------------------------------------------------*
003370* The redaction marker.  Name, address and contact fields
003380* take the marker; the state goes to spaces, ZIP codes
003390* and bank routing numbers to zero.  The four-digit
003400* account ending on achacct.dat takes the short marker.
003410*----------------------------------------------------------*
003420 01  redaction-marker        picture is X(10)
003430                             value "*REDACTED*".
003440 01  last4-marker            picture is X(04) value "****".

003450 01  run-date                picture is 9(08).
003460 01  run-time                picture is 9(08).
003470 01  retain-cutoff           picture is 9(08).
003480 01  limit-cutoff            picture is 9(08).
003490 01  former-sub              picture is 9(04).
003500 01  file-slot               picture is 9(02).
003510 01  file-changed            picture is 9(07).
003520 01  image-match-switch      picture is X(01).
003530     88  image-is-tenant             value "Y".
003540 01  account-open-switch     picture is X(01).
003550     88  account-not-redacted        value "Y".

003560 01  counters.
003570     05  tenancy-count       picture is 9(05) value zero.
003580     05  eligible-count      picture is 9(05) value zero.
003590     05  open-count          picture is 9(05) value zero.
003600     05  waiting-count       picture is 9(05) value zero.
003610     05  done-before-count   picture is 9(05) value zero.
003620     05  generation-count    picture is 9(05) value zero.
003630     05  missing-gen-count   picture is 9(05) value zero.
003640     05  register-count      picture is 9(05) value zero.
003650     05  redacted-total      picture is 9(07) value zero.
003660     05  line-count          picture is 9(07) value zero.

003670*----------------------------------------------------------*
003680* Working copies: a history record (tenhist.dat and the
003690* archive history generations share the check) and the
003700* tenant record carried in an audit before-image.
003710*----------------------------------------------------------*
003720     copy TENHIST
003730         replacing ==:REC-NAME:==
003740             by ==hist-work-record==.
003750     copy TENREC
003760         replacing ==:REC-NAME:== by ==image-record==
003770             ==address== by ==image-street-addr==.

003780*----------------------------------------------------------*
003790* Every former tenancy on file.  The per-file counts are
003800* the records redacted this run, in file-slot order:
003810* 1 fmrten.dat, 2 tenhist.dat, 3 tenaudit.dat,
003820* 4 contact.dat, 5 achacct.dat, 6 guarantr.dat,
003830* 7 ntvacate.dat, 8 applcnt.dat, 9 crdopt.dat,
003840* 10 keyinv.dat, 11 an archive tenant generation,
003850* 12 an archive history generation.
003860*----------------------------------------------------------*
003870 01  former-table-area.
003880     05  former-count        picture is 9(04) value zero.
003890     05  former-entry occurs 1 to 3000 times
003900             depending on former-count
003910             indexed by former-index.
003920         10  ft-building     picture is 9(02).
003930         10  ft-aptnum       picture is 9(04).
003940         10  ft-move-out     picture is 9(08).
003950         10  ft-name         picture is X(25).
003960         10  ft-status       picture is X(01).
003970             88  ft-nothing-owed         value "N".
003980             88  ft-paid                 value "P".
003990             88  ft-written-off          value "W".
004000         10  ft-status-date  picture is 9(08).
004010         10  ft-settled-date picture is 9(08).
004020         10  ft-settled-how  picture is X(01).
004030         10  ft-relet-switch picture is X(01).
004040             88  ft-relet                value "Y".
004050         10  ft-eligible-switch
004060                             picture is X(01).
004070             88  ft-eligible             value "Y".
004080         10  ft-file-counts.
004090             15  ft-file-count
004100                             picture is 9(05)
004110                             occurs 12 times.

004120 01  slot-names-values.
004130     05  filler              picture is X(12)
004140             value "fmrten.dat  ".
004150     05  filler              picture is X(12)
004160             value "tenhist.dat ".
004170     05  filler              picture is X(12)
004180             value "tenaudit.dat".
004190     05  filler              picture is X(12)
004200             value "contact.dat ".
004210     05  filler              picture is X(12)
004220             value "achacct.dat ".
004230     05  filler              picture is X(12)
004240             value "guarantr.dat".
004250     05  filler              picture is X(12)
004260             value "ntvacate.dat".
004270     05  filler              picture is X(12)
004280             value "applcnt.dat ".
004290     05  filler              picture is X(12)
004300             value "crdopt.dat  ".
004310     05  filler              picture is X(12)
004320             value "keyinv.dat  ".
004330 01  slot-names-table redefines slot-names-values.
004340     05  slot-name           picture is X(12)
004350                             occurs 10 times.

004360*----------------------------------------------------------*
004370* The cross-reference surrogates of the applicants redacted
004380* on applcnt.dat this run, for the applxref.dat pass.
004390*----------------------------------------------------------*
004400 01  surrogate-table-area.
004410     05  surrogate-count     picture is 9(04) value zero.
004420     05  surrogate-entry occurs 1 to 1000 times
004430             depending on surrogate-count
004440             indexed by surrogate-index.
004450         10  st-surrogate    picture is 9(06).
004460         10  st-former-sub   picture is 9(04).

004470 procedure division.
004480 0000-mainline.
004490     move "TENREDAC" to TENOLOG-PROGRAM.
004500     perform 1000-initialize thru 1000-exit.
004510     if not control-usable
004520         goback.
004530     perform 2000-load-receivables thru 2000-exit.
004540     perform 2500-load-history thru 2500-exit.
004550     perform 3000-decide-tenancy thru 3000-exit
004560         varying former-sub from 1 by 1
004570         until former-sub > former-count.
004580     if eligible-count > zero
004590         perform 4000-redact-receivables thru 4000-exit
004600         perform 4200-redact-history thru 4200-exit
004610         perform 4400-redact-audit thru 4400-exit
004620         perform 4600-redact-contacts thru 4600-exit
004630         perform 4800-redact-autopay thru 4800-exit
004640         perform 4850-redact-xref thru 4850-exit
004650         perform 4950-redact-guarantors thru 4950-exit
004660         perform 5000-redact-archives thru 5000-exit
004670         perform 5700-redact-notices thru 5700-exit
004680         perform 5800-redact-applicants thru 5800-exit
004690         perform 5850-redact-applicant-xref thru 5850-exit
004700         perform 5900-redact-enrollments thru 5900-exit
004710         perform 5950-redact-keys thru 5950-exit.
004720     perform 8000-register-live-files thru 8000-exit.
004730     perform 9000-finish thru 9000-exit.
004740     goback.

004750*----------------------------------------------------------*
004760* The control record.  Without one, or with a retention
004770* of zero years, nothing is redacted.
004780*----------------------------------------------------------*
004790 1000-initialize.
004800     move "I" to TENOLOG-SEVERITY.
004810     move "former-tenant personal-data redaction"
004820         to TENOLOG-TEXT.
004830     call "TENOLOG" using TENOLOG-PARMS.
004840     accept run-date from date yyyymmdd.
004850     accept run-time from time.
004860     open input redact-control-file.
004870     if rdc-file-status not = "00"
004880         move "N" to control-switch
004890         move "W" to TENOLOG-SEVERITY
004900         move "no redact.ctl on file, nothing redacted"
004910             to TENOLOG-TEXT
004920         call "TENOLOG" using TENOLOG-PARMS
004930         go to 1000-exit.
004940     read redact-control-file
004950         at end
004960             move zero to rdc-retain-years
004970             move zero to rdc-limit-years.
004980     close redact-control-file.
004990     if rdc-retain-years not numeric
005000         or rdc-retain-years = zero
005010         or rdc-limit-years not numeric
005020         move "N" to control-switch
005030         move "A" to TENOLOG-SEVERITY
005040         move spaces to TENOLOG-TEXT
005050         string "redact.ctl retention years missing "
005060                 delimited by size
005070             "or zero - nothing redacted" delimited by size
005080             into TENOLOG-TEXT
005090         call "TENOLOG" using TENOLOG-PARMS
005100         move 1 to return-code
005110         go to 1000-exit.
005120     compute retain-cutoff =
005130         run-date - rdc-retain-years * 10000.
005140     compute limit-cutoff =
005150         run-date - rdc-limit-years * 10000.
005160     open extend register-file.
005170     move spaces to redact-rpt-filename.
005180     string "redact." delimited by size
005190         run-date delimited by size
005200         into redact-rpt-filename.
005210     open output redact-report.
005220     move "FORMER-TENANT PERSONAL-DATA REDACTION REGISTER"
005230         to report-line.
005240     write report-line.
005250     move spaces to report-line.
005260     string "RUN DATE: " delimited by size
005270         run-date delimited by size
005280         "  RETENTION " delimited by size
005290         rdc-retain-years delimited by size
005300         " YEAR(S) AFTER SETTLEMENT, LIMIT "
005310             delimited by size
005320         rdc-limit-years delimited by size
005330         " YEAR(S)" delimited by size
005340         into report-line.
005350     write report-line.
005360     move spaces to report-line.
005370     write report-line.
005380     move "UNIT     MOVE-OUT SETTLED  HOW FILE"
005390         to report-line.
005400     move "RECORDS" to report-line (67:7).
005410     write report-line.
005420     add 4 to line-count.
005430 1000-exit.
005440     exit.

005450*----------------------------------------------------------*
005460* The receivables, latest record per unit-key and move-out
005470* date winning.
005480*----------------------------------------------------------*
005490 2000-load-receivables.
005500     move "N" to eof-switch.
005510     open input former-tenant-file.
005520     if fmr-file-status not = "00"
005530         close former-tenant-file
005540         go to 2000-exit.
005550     perform 2100-read-receivable thru 2100-exit
005560         until input-at-end.
005570     close former-tenant-file.
005580 2000-exit.
005590     exit.

005600 2100-read-receivable.
005610     read former-tenant-file
005620         at end
005630             move "Y" to eof-switch
005640         not at end
005650             perform 2200-stow-receivable thru 2200-exit.
005660 2100-exit.
005670     exit.

005680 2200-stow-receivable.
005690     set former-index to 1.
005700     if former-count > zero
005710         search former-entry
005720             at end
005730                 perform 2300-add-receivable thru 2300-exit
005740             when ft-building (former-index)
005750                     = fmr-building of former-tenant-record
005760                 and ft-aptnum (former-index)
005770                     = fmr-aptnum of former-tenant-record
005780                 and ft-move-out (former-index)
005790                     = fmr-move-out-date
005800                         of former-tenant-record
005810                 perform 2400-replace-receivable
005820                     thru 2400-exit
005830     else
005840         perform 2300-add-receivable thru 2300-exit.
005850 2200-exit.
005860     exit.

005870 2300-add-receivable.
005880     if former-count >= 3000
005890         move "Y" to overflow-switch
005900     else
005910         add 1 to former-count
005920         set former-index to former-count
005930         move "N" to ft-relet-switch (former-index)
005940         perform 2400-replace-receivable thru 2400-exit.
005950 2300-exit.
005960     exit.

005970 2400-replace-receivable.
005980     move fmr-building of former-tenant-record
005990         to ft-building (former-index).
006000     move fmr-aptnum of former-tenant-record
006010         to ft-aptnum (former-index).
006020     move fmr-move-out-date of former-tenant-record
006030         to ft-move-out (former-index).
006040     move fmr-name of former-tenant-record
006050         to ft-name (former-index).
006060     move fmr-status of former-tenant-record
006070         to ft-status (former-index).
006080     if fmr-status-date of former-tenant-record numeric
006090         move fmr-status-date of former-tenant-record
006100             to ft-status-date (former-index)
006110     else
006120         move zero to ft-status-date (former-index).
006130 2400-exit.
006140     exit.

006150*----------------------------------------------------------*
006160* The history adds every move-out that owed nothing, and
006170* a move-in on or after a tenancy's move-out marks that
006180* unit re-let.  tenhist.dat is in date order, so a
006190* move-out is on the table before the next move-in.
006200*----------------------------------------------------------*
006210 2500-load-history.
006220     move "N" to eof-switch.
006230     open input history-file.
006240     if hist-file-status not = "00"
006250         close history-file
006260         go to 2500-exit.
006270     perform 2600-read-history thru 2600-exit
006280         until input-at-end.
006290     close history-file.
006300 2500-exit.
006310     exit.

006320 2600-read-history.
006330     read history-file
006340         at end
006350             move "Y" to eof-switch
006360         not at end
006370             if hist-move-out of history-record
006380                 perform 2700-stow-move-out thru 2700-exit
006390             else
006400                 if hist-move-in of history-record
006410                     perform 2800-mark-relet thru 2800-exit
006420                         varying former-sub from 1 by 1
006430                         until former-sub > former-count.
006440 2600-exit.
006450     exit.

006460 2700-stow-move-out.
006470     set former-index to 1.
006480     if former-count > zero
006490         search former-entry
006500             at end
006510                 perform 2750-add-move-out thru 2750-exit
006520             when ft-building (former-index)
006530                     = hist-building of history-record
006540                 and ft-aptnum (former-index)
006550                     = hist-aptnum of history-record
006560                 and ft-move-out (former-index)
006570                     = hist-date of history-record
006580                 continue
006590     else
006600         perform 2750-add-move-out thru 2750-exit.
006610 2700-exit.
006620     exit.

006630 2750-add-move-out.
006640     if former-count >= 3000
006650         move "Y" to overflow-switch
006660         go to 2750-exit.
006670     add 1 to former-count.
006680     move hist-building of history-record
006690         to ft-building (former-count).
006700     move hist-aptnum of history-record
006710         to ft-aptnum (former-count).
006720     move hist-date of history-record
006730         to ft-move-out (former-count).
006740     move hist-name of history-record
006750         to ft-name (former-count).
006760     move "N" to ft-status (former-count).
006770     move hist-date of history-record
006780         to ft-status-date (former-count).
006790     move "N" to ft-relet-switch (former-count).
006800 2750-exit.
006810     exit.

006820 2800-mark-relet.
006830     if ft-building (former-sub)
006840             = hist-building of history-record
006850         and ft-aptnum (former-sub)
006860             = hist-aptnum of history-record
006870         and ft-move-out (former-sub)
006880             <= hist-date of history-record
006890         move "Y" to ft-relet-switch (former-sub).
006900 2800-exit.
006910     exit.

006920*----------------------------------------------------------*
006930* Is the tenancy settled, and has the retention run out?
006940*----------------------------------------------------------*
006950 3000-decide-tenancy.
006960     add 1 to tenancy-count.
006970     move "N" to ft-eligible-switch (former-sub).
006980     move zero to ft-settled-date (former-sub).
006990     move space to ft-settled-how (former-sub).
007000     initialize ft-file-counts (former-sub).
007010     if ft-name (former-sub) = redaction-marker
007020         add 1 to done-before-count
007030         go to 3000-exit.
007040     evaluate true
007050         when ft-nothing-owed (former-sub)
007060             move ft-move-out (former-sub)
007070                 to ft-settled-date (former-sub)
007080             move "N" to ft-settled-how (former-sub)
007090         when ft-paid (former-sub)
007100             or ft-written-off (former-sub)
007110             move ft-status (former-sub)
007120                 to ft-settled-how (former-sub)
007130             if ft-status-date (former-sub) > zero
007140                 move ft-status-date (former-sub)
007150                     to ft-settled-date (former-sub)
007160             else
007170                 move ft-move-out (former-sub)
007180                     to ft-settled-date (former-sub)
007190             end-if
007200         when rdc-limit-years > zero
007210             and ft-move-out (former-sub) <= limit-cutoff
007220             compute ft-settled-date (former-sub) =
007230                 ft-move-out (former-sub)
007240                     + rdc-limit-years * 10000
007250             move "L" to ft-settled-how (former-sub)
007260         when other
007270             add 1 to open-count
007280             go to 3000-exit
007290     end-evaluate.
007300     if ft-settled-date (former-sub) > retain-cutoff
007310         add 1 to waiting-count
007320         go to 3000-exit.
007330     move "Y" to ft-eligible-switch (former-sub).
007340     add 1 to eligible-count.
007350 3000-exit.
007360     exit.

007370*----------------------------------------------------------*
007380* fmrten.dat: every record of the tenancy loses the name
007390* and forwarding address; balance and status stay.
007400*----------------------------------------------------------*
007410 4000-redact-receivables.
007420     move 1 to file-slot.
007430     move zero to file-changed.
007440     move "N" to eof-switch.
007450     open input former-tenant-file.
007460     if fmr-file-status not = "00"
007470         close former-tenant-file
007480         go to 4000-exit.
007490     move "fmrten.new" to work-filename.
007500     open output redact-work-file.
007510     perform 4100-copy-receivable thru 4100-exit
007520         until input-at-end.
007530     close former-tenant-file.
007540     close redact-work-file.
007550     if file-changed > zero
007560         move "fmrten.dat" to target-filename
007570         perform 6000-copy-back thru 6000-exit.
007580 4000-exit.
007590     exit.

007600 4100-copy-receivable.
007610     read former-tenant-file
007620         at end
007630             move "Y" to eof-switch
007640             go to 4100-exit.
007650     if fmr-name of former-tenant-record
007660             not = redaction-marker
007670         set former-index to 1
007680         search former-entry
007690             at end
007700                 continue
007710             when ft-building (former-index)
007720                     = fmr-building of former-tenant-record
007730                 and ft-aptnum (former-index)
007740                     = fmr-aptnum of former-tenant-record
007750                 and ft-move-out (former-index)
007760                     = fmr-move-out-date
007770                         of former-tenant-record
007780                 and ft-eligible (former-index)
007790                 perform 4150-blank-receivable
007800                     thru 4150-exit.
007810     write work-record from former-tenant-record.
007820 4100-exit.
007830     exit.

007840 4150-blank-receivable.
007850     move redaction-marker
007860         to fmr-name of former-tenant-record.
007870     move redaction-marker
007880         to fmr-fwd-address of former-tenant-record.
007890     move redaction-marker
007900         to fmr-fwd-city of former-tenant-record.
007910     move spaces to fmr-fwd-state of former-tenant-record.
007920     move zero to fmr-fwd-zip of former-tenant-record.
007930     add 1 to ft-file-count (former-index, file-slot).
007940     add 1 to file-changed.
007950 4150-exit.
007960     exit.

007970*----------------------------------------------------------*
007980* tenhist.dat: the tenant's own entries, on or before the
007990* move-out, lose the name.
008000*----------------------------------------------------------*
008010 4200-redact-history.
008020     move 2 to file-slot.
008030     move zero to file-changed.
008040     move "N" to eof-switch.
008050     open input history-file.
008060     if hist-file-status not = "00"
008070         close history-file
008080         go to 4200-exit.
008090     move "tenhist.new" to work-filename.
008100     open output redact-work-file.
008110     perform 4300-copy-history thru 4300-exit
008120         until input-at-end.
008130     close history-file.
008140     close redact-work-file.
008150     if file-changed > zero
008160         move "tenhist.dat" to target-filename
008170         perform 6000-copy-back thru 6000-exit.
008180 4200-exit.
008190     exit.

008200 4300-copy-history.
008210     read history-file into hist-work-record
008220         at end
008230             move "Y" to eof-switch
008240             go to 4300-exit.
008250     perform 4350-check-history thru 4350-exit.
008260     write work-record from hist-work-record.
008270 4300-exit.
008280     exit.

008290 4350-check-history.
008300     if hist-name of hist-work-record = redaction-marker
008310         go to 4350-exit.
008320     set former-index to 1.
008330     search former-entry
008340         at end
008350             continue
008360         when ft-building (former-index)
008370                 = hist-building of hist-work-record
008380             and ft-aptnum (former-index)
008390                 = hist-aptnum of hist-work-record
008400             and ft-name (former-index)
008410                 = hist-name of hist-work-record
008420             and ft-move-out (former-index)
008430                 >= hist-date of hist-work-record
008440             and ft-eligible (former-index)
008450             move redaction-marker
008460                 to hist-name of hist-work-record
008470             add 1 to ft-file-count (former-index, file-slot)
008480             add 1 to file-changed.
008490 4350-exit.
008500     exit.

008510*----------------------------------------------------------*
008520* tenaudit.dat: the before and after names, and the
008530* before-image's names and mailing address when the image
008540* is the tenant's, on or before the move-out.
008550*----------------------------------------------------------*
008560 4400-redact-audit.
008570     move 3 to file-slot.
008580     move zero to file-changed.
008590     move "N" to eof-switch.
008600     open input audit-log-file.
008610     if aud-file-status not = "00"
008620         close audit-log-file
008630         go to 4400-exit.
008640     move "tenaudit.new" to work-filename.
008650     open output redact-work-file.
008660     perform 4500-copy-audit thru 4500-exit
008670         until input-at-end.
008680     close audit-log-file.
008690     close redact-work-file.
008700     if file-changed > zero
008710         move "tenaudit.dat" to target-filename
008720         perform 6000-copy-back thru 6000-exit.
008730 4400-exit.
008740     exit.

008750 4500-copy-audit.
008760     read audit-log-file
008770         at end
008780             move "Y" to eof-switch
008790             go to 4500-exit.
008800     move audit-before-image of audit-record to image-record.
008810     set former-index to 1.
008820     search former-entry
008830         at end
008840             continue
008850         when ft-building (former-index)
008860                 = audit-building of audit-record
008870             and ft-aptnum (former-index)
008880                 = audit-aptnum of audit-record
008890             and ft-move-out (former-index)
008900                 >= audit-date of audit-record
008910             and ft-eligible (former-index)
008920             and (ft-name (former-index)
008930                     = audit-before-name of audit-record
008940                 or ft-name (former-index)
008950                     = audit-after-name of audit-record
008960                 or ft-name (former-index)
008970                     = name of image-record)
008980             perform 4550-blank-audit thru 4550-exit.
008990     write work-record from audit-record.
009000 4500-exit.
009010     exit.

009020 4550-blank-audit.
009030     if audit-before-name of audit-record
009040             = ft-name (former-index)
009050         move redaction-marker
009060             to audit-before-name of audit-record.
009070     if audit-after-name of audit-record
009080             = ft-name (former-index)
009090         move redaction-marker
009100             to audit-after-name of audit-record.
009110     if name of image-record = ft-name (former-index)
009120         move redaction-marker to name of image-record
009130         move redaction-marker
009140             to co-tenant-name of image-record
009150         move redaction-marker
009160             to image-street-addr of image-record
009170         move redaction-marker to city of image-record
009180         move spaces to state of image-record
009190         move zero to zip of image-record
009200         move image-record
009210             to audit-before-image of audit-record.
009220     add 1 to ft-file-count (former-index, file-slot).
009230     add 1 to file-changed.
009240 4550-exit.
009250     exit.

009260*----------------------------------------------------------*
009270* contact.dat: a unit nobody has moved into since loses
009280* its phones and emails.
009290*----------------------------------------------------------*
009300 4600-redact-contacts.
009310     move 4 to file-slot.
009320     move zero to file-changed.
009330     move "N" to eof-switch.
009340     open input contact-file.
009350     if con-file-status not = "00"
009360         close contact-file
009370         go to 4600-exit.
009380     move "contact.new" to work-filename.
009390     open output redact-work-file.
009400     perform 4700-copy-contact thru 4700-exit
009410         until input-at-end.
009420     close contact-file.
009430     close redact-work-file.
009440     if file-changed > zero
009450         move "contact.dat" to target-filename
009460         perform 6000-copy-back thru 6000-exit.
009470 4600-exit.
009480     exit.

009490 4700-copy-contact.
009500     read contact-file
009510         at end
009520             move "Y" to eof-switch
009530             go to 4700-exit.
009540     if con-email of contact-record not = redaction-marker
009550         set former-index to 1
009560         search former-entry
009570             at end
009580                 continue
009590             when ft-building (former-index)
009600                     = con-building of contact-record
009610                 and ft-aptnum (former-index)
009620                     = con-aptnum of contact-record
009630                 and ft-eligible (former-index)
009640                 and not ft-relet (former-index)
009650                 move redaction-marker
009660                     to con-phone of contact-record
009670                 move redaction-marker
009680                     to con-email of contact-record
009690                 add 1
009700                     to ft-file-count (former-index, file-slot)
009710                 add 1 to file-changed.
009720     write work-record from contact-record.
009730 4700-exit.
009740     exit.

009750*----------------------------------------------------------*
009760* achacct.dat: a unit nobody has moved into since loses
009770* the last four digits of the account (the routing and
009780* account numbers on a record not yet moved to
009790* achxref.dat); the surrogate and the enrollment status
009800* history stay.
009810*----------------------------------------------------------*
009820 4800-redact-autopay.
009830     move 5 to file-slot.
009840     move zero to file-changed.
009850     move "N" to eof-switch.
009860     open input autopay-file.
009870     if ach-file-status not = "00"
009880         close autopay-file
009890         go to 4800-exit.
009900     move "achacct.new" to work-filename.
009910     open output redact-work-file.
009920     perform 4900-copy-autopay thru 4900-exit
009930         until input-at-end.
009940     close autopay-file.
009950     close redact-work-file.
009960     if file-changed > zero
009970         move "achacct.dat" to target-filename
009980         perform 6000-copy-back thru 6000-exit.
009990 4800-exit.
010000     exit.

010010*----------------------------------------------------------*
010020* achxref.dat: the cross-reference records of a unit
010030* nobody has moved into since lose the routing and
010040* account numbers, counted under the achacct.dat slot.
010050*----------------------------------------------------------*
010060 4850-redact-xref.
010070     move 5 to file-slot.
010080     move zero to file-changed.
010090     move "N" to eof-switch.
010100     open input bank-xref-file.
010110     if xrf-file-status not = "00"
010120         close bank-xref-file
010130         go to 4850-exit.
010140     move "achxref.new" to work-filename.
010150     open output redact-work-file.
010160     perform 4860-copy-xref thru 4860-exit
010170         until input-at-end.
010180     close bank-xref-file.
010190     close redact-work-file.
010200     if file-changed > zero
010210         move "achxref.dat" to target-filename
010220         perform 6000-copy-back thru 6000-exit.
010230 4850-exit.
010240     exit.

010250 4860-copy-xref.
010260     read bank-xref-file
010270         at end
010280             move "Y" to eof-switch
010290             go to 4860-exit.
010300     if acx-account of bank-xref-record not = redaction-marker
010310         set former-index to 1
010320         search former-entry
010330             at end
010340                 continue
010350             when ft-building (former-index)
010360                     = acx-building of bank-xref-record
010370                 and ft-aptnum (former-index)
010380                     = acx-aptnum of bank-xref-record
010390                 and ft-eligible (former-index)
010400                 and not ft-relet (former-index)
010410                 move zero to acx-routing of bank-xref-record
010420                 move redaction-marker
010430                     to acx-account of bank-xref-record
010440                 add 1
010450                     to ft-file-count (former-index, file-slot)
010460                 add 1 to file-changed.
010470     write work-record from bank-xref-record.
010480 4860-exit.
010490     exit.

010500 4900-copy-autopay.
010510     read autopay-file
010520         at end
010530             move "Y" to eof-switch
010540             go to 4900-exit.
010550     move "N" to account-open-switch.
010560     if ach-number-protected of autopay-record
010570         and ach-account-last4 of autopay-record
010580             not = last4-marker
010590         move "Y" to account-open-switch.
010600     if not ach-number-protected of autopay-record
010610         and ach-account of autopay-record
010620             not = redaction-marker
010630         move "Y" to account-open-switch.
010640     if account-not-redacted
010650         set former-index to 1
010660         search former-entry
010670             at end
010680                 continue
010690             when ft-building (former-index)
010700                     = ach-building of autopay-record
010710                 and ft-aptnum (former-index)
010720                     = ach-aptnum of autopay-record
010730                 and ft-eligible (former-index)
010740                 and not ft-relet (former-index)
010750                 perform 4910-blank-autopay thru 4910-exit
010760                 add 1
010770                     to ft-file-count (former-index, file-slot)
010780                 add 1 to file-changed.
010790     write work-record from autopay-record.
010800 4900-exit.
010810     exit.

010820 4910-blank-autopay.
010830     if ach-number-protected of autopay-record
010840         move last4-marker
010850             to ach-account-last4 of autopay-record
010860     else
010870         move zero to ach-routing of autopay-record
010880         move redaction-marker
010890             to ach-account of autopay-record.
010900 4910-exit.
010910     exit.

010920*----------------------------------------------------------*
010930* guarantr.dat: a guaranty naming the tenant, entered on
010940* or before the move-out, loses the tenant's name and the
010950* guarantor's name, address and phone; the limit, dates
010960* and status stay.
010970*----------------------------------------------------------*
010980 4950-redact-guarantors.
010990     move 6 to file-slot.
011000     move zero to file-changed.
011010     move "N" to eof-switch.
011020     open input guarantor-file.
011030     if grt-file-status not = "00"
011040         close guarantor-file
011050         go to 4950-exit.
011060     move "guarantr.new" to work-filename.
011070     open output redact-work-file.
011080     perform 4960-copy-guarantor thru 4960-exit
011090         until input-at-end.
011100     close guarantor-file.
011110     close redact-work-file.
011120     if file-changed > zero
011130         move "guarantr.dat" to target-filename
011140         perform 6000-copy-back thru 6000-exit.
011150 4950-exit.
011160     exit.

011170 4960-copy-guarantor.
011180     read guarantor-file
011190         at end
011200             move "Y" to eof-switch
011210             go to 4960-exit.
011220     if grt-tenant-name of guarantor-record
011230             not = redaction-marker
011240         set former-index to 1
011250         search former-entry
011260             at end
011270                 continue
011280             when ft-building (former-index)
011290                     = grt-building of guarantor-record
011300                 and ft-aptnum (former-index)
011310                     = grt-aptnum of guarantor-record
011320                 and ft-name (former-index)
011330                     = grt-tenant-name of guarantor-record
011340                 and ft-move-out (former-index)
011350                     >= grt-date of guarantor-record
011360                 and ft-eligible (former-index)
011370                 perform 4970-blank-guarantor thru 4970-exit.
011380     write work-record from guarantor-record.
011390 4960-exit.
011400     exit.

011410 4970-blank-guarantor.
011420     move redaction-marker
011430         to grt-tenant-name of guarantor-record.
011440     move redaction-marker to grt-name of guarantor-record.
011450     move redaction-marker to grt-address of guarantor-record.
011460     move redaction-marker to grt-city of guarantor-record.
011470     move spaces to grt-state of guarantor-record.
011480     move zero to grt-zip of guarantor-record.
011490     move redaction-marker to grt-phone of guarantor-record.
011500     add 1 to ft-file-count (former-index, file-slot).
011510     add 1 to file-changed.
011520 4970-exit.
011530     exit.

011540*----------------------------------------------------------*
011550* The TENARCH generations named on archcat.ctl.  A
011560* generation already swept away by TENSWEEP is simply not
011570* there any more.  Each generation is registered under its
011580* own file name as soon as it is done.
011590*----------------------------------------------------------*
011600 5000-redact-archives.
011610     open input archive-catalog-file.
011620     if arc-file-status not = "00"
011630         close archive-catalog-file
011640         go to 5000-exit.
011650     perform 5100-read-catalog thru 5100-exit
011660         until archive-catalog-at-end.
011670     close archive-catalog-file.
011680 5000-exit.
011690     exit.

011700 5100-read-catalog.
011710     read archive-catalog-file
011720         at end
011730             move "Y" to arc-eof-switch
011740         not at end
011750             add 1 to generation-count
011760             perform 5200-redact-idx-generation
011770                 thru 5200-exit
011780             perform 5500-redact-hist-generation
011790                 thru 5500-exit.
011800 5100-exit.
011810     exit.

011820 5200-redact-idx-generation.
011830     move 11 to file-slot.
011840     move zero to file-changed.
011850     move arc-idx-filename to archive-idx-filename.
011860     open i-o archive-idx-file.
011870     if aix-file-status not = "00"
011880         add 1 to missing-gen-count
011890         go to 5200-exit.
011900     move "00" to aix-file-status.
011910     perform 5300-read-archived-unit thru 5300-exit
011920         until aix-file-status not = "00".
011930     close archive-idx-file.
011940     move archive-idx-filename to register-filename.
011950     perform 7000-register-slot thru 7000-exit.
011960 5200-exit.
011970     exit.

011980 5300-read-archived-unit.
011990     read archive-idx-file next record
012000         at end
012010             move "10" to aix-file-status
012020             go to 5300-exit.
012030     if name of archive-idx-record = redaction-marker
012040         go to 5300-exit.
012050     set former-index to 1.
012060     search former-entry
012070         at end
012080             continue
012090         when ft-building (former-index)
012100                 = building-id of archive-idx-record
012110             and ft-aptnum (former-index)
012120                 = aptnum of archive-idx-record
012130             and ft-name (former-index)
012140                 = name of archive-idx-record
012150             and ft-eligible (former-index)
012160             perform 5400-blank-archived-unit thru 5400-exit.
012170 5300-exit.
012180     exit.

012190 5400-blank-archived-unit.
012200     move redaction-marker to name of archive-idx-record.
012210     move redaction-marker
012220         to co-tenant-name of archive-idx-record.
012230     move redaction-marker
012240         to arch-street-addr of archive-idx-record.
012250     move redaction-marker to city of archive-idx-record.
012260     move spaces to state of archive-idx-record.
012270     move zero to zip of archive-idx-record.
012280     rewrite archive-idx-record
012290         invalid key
012300             move "W" to TENOLOG-SEVERITY
012310             move building-id of archive-idx-record
012320                 to TENOLOG-BUILDING
012330             move aptnum of archive-idx-record
012340                 to TENOLOG-APTNUM
012350             move spaces to TENOLOG-TEXT
012360             string "redaction rewrite failed on "
012370                     delimited by size
012380                 archive-idx-filename delimited by space
012390                 ", status " delimited by size
012400                 aix-file-status delimited by size
012410                 into TENOLOG-TEXT
012420             call "TENOLOG" using TENOLOG-PARMS
012430             go to 5400-exit.
012440     add 1 to ft-file-count (former-index, file-slot).
012450     add 1 to file-changed.
012460 5400-exit.
012470     exit.

012480 5500-redact-hist-generation.
012490     move 12 to file-slot.
012500     move zero to file-changed.
012510     move arc-hist-filename to archive-hist-filename.
012520     open input archive-hist-file.
012530     if ahs-file-status not = "00"
012540         close archive-hist-file
012550         add 1 to missing-gen-count
012560         go to 5500-exit.
012570     move "histarch.new" to work-filename.
012580     open output redact-work-file.
012590     move "00" to ahs-file-status.
012600     perform 5600-copy-archived-history thru 5600-exit
012610         until ahs-file-status not = "00".
012620     close archive-hist-file.
012630     close redact-work-file.
012640     if file-changed > zero
012650         move archive-hist-filename to target-filename
012660         perform 6000-copy-back thru 6000-exit.
012670     move archive-hist-filename to register-filename.
012680     perform 7000-register-slot thru 7000-exit.
012690 5500-exit.
012700     exit.

012710 5600-copy-archived-history.
012720     read archive-hist-file into hist-work-record
012730         at end
012740             move "10" to ahs-file-status
012750             go to 5600-exit.
012760     perform 4350-check-history thru 4350-exit.
012770     write work-record from hist-work-record.
012780 5600-exit.
012790     exit.

012800*----------------------------------------------------------*
012810* ntvacate.dat: a notice given for the unit on or before
012820* the move-out loses the forwarding address; the dates,
012830* reason and status stay.
012840*----------------------------------------------------------*
012850 5700-redact-notices.
012860     move 7 to file-slot.
012870     move zero to file-changed.
012880     move "N" to eof-switch.
012890     open input notice-file.
012900     if ntv-file-status not = "00"
012910         close notice-file
012920         go to 5700-exit.
012930     move "ntvacate.new" to work-filename.
012940     open output redact-work-file.
012950     perform 5710-copy-notice thru 5710-exit
012960         until input-at-end.
012970     close notice-file.
012980     close redact-work-file.
012990     if file-changed > zero
013000         move "ntvacate.dat" to target-filename
013010         perform 6000-copy-back thru 6000-exit.
013020 5700-exit.
013030     exit.

013040 5710-copy-notice.
013050     read notice-file
013060         at end
013070             move "Y" to eof-switch
013080             go to 5710-exit.
013090     if ntv-fwd-address of notice-record not = redaction-marker
013100         set former-index to 1
013110         search former-entry
013120             at end
013130                 continue
013140             when ft-building (former-index)
013150                     = ntv-building of notice-record
013160                 and ft-aptnum (former-index)
013170                     = ntv-aptnum of notice-record
013180                 and ft-move-out (former-index)
013190                     >= ntv-notice-date of notice-record
013200                 and ft-eligible (former-index)
013210                 move redaction-marker
013220                     to ntv-fwd-address of notice-record
013230                 move redaction-marker
013240                     to ntv-fwd-city of notice-record
013250                 move spaces to ntv-fwd-state of notice-record
013260                 move zero to ntv-fwd-zip of notice-record
013270                 add 1
013280                     to ft-file-count (former-index, file-slot)
013290                 add 1 to file-changed.
013300     write work-record from notice-record.
013310 5710-exit.
013320     exit.

013330*----------------------------------------------------------*
013340* applcnt.dat: the applicant housed in the unit, under the
013350* tenant's name and applying on or before the move-out,
013360* loses the applicant and co-applicant names and the last
013370* four digits; the surrogate, dates and statuses stay, and
013380* the surrogate is kept for the applxref.dat pass.  With the
013390* surrogate table full the applicant is left for the next
013400* run, so the two files are never redacted apart.
013410*----------------------------------------------------------*
013420 5800-redact-applicants.
013430     move 8 to file-slot.
013440     move zero to file-changed.
013450     move "N" to eof-switch.
013460     open input applicant-file.
013470     if app-file-status not = "00"
013480         close applicant-file
013490         go to 5800-exit.
013500     move "applcnt.new" to work-filename.
013510     open output redact-work-file.
013520     perform 5810-copy-applicant thru 5810-exit
013530         until input-at-end.
013540     close applicant-file.
013550     close redact-work-file.
013560     if file-changed > zero
013570         move "applcnt.dat" to target-filename
013580         perform 6000-copy-back thru 6000-exit.
013590 5800-exit.
013600     exit.

013610 5810-copy-applicant.
013620     read applicant-file
013630         at end
013640             move "Y" to eof-switch
013650             go to 5810-exit.
013660     if app-housed of applicant-record
013670         and app-name of applicant-record not = redaction-marker
013680         and app-housed-building of applicant-record is numeric
013690         and app-housed-aptnum of applicant-record is numeric
013700         set former-index to 1
013710         search former-entry
013720             at end
013730                 continue
013740             when ft-building (former-index)
013750                     = app-housed-building of applicant-record
013760                 and ft-aptnum (former-index)
013770                     = app-housed-aptnum of applicant-record
013780                 and ft-name (former-index)
013790                     = app-name of applicant-record
013800                 and ft-move-out (former-index)
013810                     >= app-date of applicant-record
013820                 and ft-eligible (former-index)
013830                 perform 5820-blank-applicant thru 5820-exit.
013840     write work-record from applicant-record.
013850 5810-exit.
013860     exit.

013870 5820-blank-applicant.
013880     if app-number-protected of applicant-record
013890         and app-surrogate of applicant-record is numeric
013900         if surrogate-count >= 1000
013910             move "Y" to surrogate-overflow-switch
013920             go to 5820-exit
013930         else
013940             add 1 to surrogate-count
013950             move app-surrogate of applicant-record
013960                 to st-surrogate (surrogate-count)
013970             set st-former-sub (surrogate-count)
013980                 to former-index.
013990     move redaction-marker to app-name of applicant-record.
014000     move redaction-marker
014010         to app-co-applicant of applicant-record.
014020     move last4-marker to app-ssn-last4 of applicant-record.
014030     add 1 to ft-file-count (former-index, file-slot).
014040     add 1 to file-changed.
014050 5820-exit.
014060     exit.

014070*----------------------------------------------------------*
014080* applxref.dat: the entries of the applicants just redacted
014090* lose the social security number, birth date and name,
014100* counted under the applcnt.dat slot.
014110*----------------------------------------------------------*
014120 5850-redact-applicant-xref.
014130     if surrogate-count = zero
014140         go to 5850-exit.
014150     move 8 to file-slot.
014160     move zero to file-changed.
014170     move "N" to eof-switch.
014180     open input applicant-xref-file.
014190     if axr-file-status not = "00"
014200         close applicant-xref-file
014210         go to 5850-exit.
014220     move "applxref.new" to work-filename.
014230     open output redact-work-file.
014240     perform 5860-copy-applicant-xref thru 5860-exit
014250         until input-at-end.
014260     close applicant-xref-file.
014270     close redact-work-file.
014280     if file-changed > zero
014290         move "applxref.dat" to target-filename
014300         perform 6000-copy-back thru 6000-exit.
014310 5850-exit.
014320     exit.

014330 5860-copy-applicant-xref.
014340     read applicant-xref-file
014350         at end
014360             move "Y" to eof-switch
014370             go to 5860-exit.
014380     if axr-name of applicant-xref-record not = redaction-marker
014390         set surrogate-index to 1
014400         search surrogate-entry
014410             at end
014420                 continue
014430             when st-surrogate (surrogate-index)
014440                     = axr-surrogate of applicant-xref-record
014450                 move redaction-marker
014460                     to axr-ssn of applicant-xref-record
014470                 move zero
014480                     to axr-birth-date of applicant-xref-record
014490                 move redaction-marker
014500                     to axr-name of applicant-xref-record
014510                 move st-former-sub (surrogate-index)
014520                     to former-sub
014530                 add 1 to ft-file-count (former-sub, file-slot)
014540                 add 1 to file-changed.
014550     write work-record from applicant-xref-record.
014560 5860-exit.
014570     exit.

014580*----------------------------------------------------------*
014590* crdopt.dat: a rent-reporting enrollment under the
014600* tenant's name, entered on or before the move-out, loses
014610* the name, birth date and bureau account number; the
014620* opt-in, date and operator stay.
014630*----------------------------------------------------------*
014640 5900-redact-enrollments.
014650     move 9 to file-slot.
014660     move zero to file-changed.
014670     move "N" to eof-switch.
014680     open input enrollment-file.
014690     if cro-file-status not = "00"
014700         close enrollment-file
014710         go to 5900-exit.
014720     move "crdopt.new" to work-filename.
014730     open output redact-work-file.
014740     perform 5910-copy-enrollment thru 5910-exit
014750         until input-at-end.
014760     close enrollment-file.
014770     close redact-work-file.
014780     if file-changed > zero
014790         move "crdopt.dat" to target-filename
014800         perform 6000-copy-back thru 6000-exit.
014810 5900-exit.
014820     exit.

014830 5910-copy-enrollment.
014840     read enrollment-file
014850         at end
014860             move "Y" to eof-switch
014870             go to 5910-exit.
014880     if cro-name of enrollment-record not = redaction-marker
014890         set former-index to 1
014900         search former-entry
014910             at end
014920                 continue
014930             when ft-building (former-index)
014940                     = cro-building of enrollment-record
014950                 and ft-aptnum (former-index)
014960                     = cro-aptnum of enrollment-record
014970                 and ft-name (former-index)
014980                     = cro-name of enrollment-record
014990                 and ft-move-out (former-index)
015000                     >= cro-date of enrollment-record
015010                 and ft-eligible (former-index)
015020                 move redaction-marker
015030                     to cro-name of enrollment-record
015040                 move zero to cro-birth-date of enrollment-record
015050                 move redaction-marker
015060                     to cro-account of enrollment-record
015070                 add 1
015080                     to ft-file-count (former-index, file-slot)
015090                 add 1 to file-changed.
015100     write work-record from enrollment-record.
015110 5910-exit.
015120     exit.

015130*----------------------------------------------------------*
015140* keyinv.dat: a key or fob shown held by the tenant of the
015150* unit under the tenant's name, on or before the move-out,
015160* loses the holder's name; the key, unit, status and dates
015170* stay.  Staff-held keys are left alone.
015180*----------------------------------------------------------*
015190 5950-redact-keys.
015200     move 10 to file-slot.
015210     move zero to file-changed.
015220     move "N" to eof-switch.
015230     open input key-file.
015240     if fob-file-status not = "00"
015250         close key-file
015260         go to 5950-exit.
015270     move "keyinv.new" to work-filename.
015280     open output redact-work-file.
015290     perform 5960-copy-key thru 5960-exit
015300         until input-at-end.
015310     close key-file.
015320     close redact-work-file.
015330     if file-changed > zero
015340         move "keyinv.dat" to target-filename
015350         perform 6000-copy-back thru 6000-exit.
015360 5950-exit.
015370     exit.

015380 5960-copy-key.
015390     read key-file
015400         at end
015410             move "Y" to eof-switch
015420             go to 5960-exit.
015430     if fob-held-by-tenant of key-record
015440         and fob-holder-name of key-record not = redaction-marker
015450         set former-index to 1
015460         search former-entry
015470             at end
015480                 continue
015490             when ft-building (former-index)
015500                     = fob-building of key-record
015510                 and ft-aptnum (former-index)
015520                     = fob-aptnum of key-record
015530                 and ft-name (former-index)
015540                     = fob-holder-name of key-record
015550                 and ft-move-out (former-index)
015560                     >= fob-date of key-record
015570                 and ft-eligible (former-index)
015580                 move redaction-marker
015590                     to fob-holder-name of key-record
015600                 add 1
015610                     to ft-file-count (former-index, file-slot)
015620                 add 1 to file-changed.
015630     write work-record from key-record.
015640 5960-exit.
015650     exit.

015660*----------------------------------------------------------*
015670* Copy the redacted .new file back over the original.
015680*----------------------------------------------------------*
015690 6000-copy-back.
015700     move "N" to eof-switch.
015710     open input redact-work-file.
015720     if wrk-file-status not = "00"
015730         move "E" to TENOLOG-SEVERITY
015740         move spaces to TENOLOG-TEXT
015750         string "cannot reopen " delimited by size
015760             work-filename delimited by space
015770             ", " delimited by size
015780             target-filename delimited by space
015790             " not redacted" delimited by size
015800             into TENOLOG-TEXT
015810         call "TENOLOG" using TENOLOG-PARMS
015820         move "N" to copy-back-switch
015830         go to 6000-exit.
015840     open output redact-target-file.
015850     perform 6100-copy-one thru 6100-exit
015860         until input-at-end.
015870     close redact-work-file.
015880     close redact-target-file.
015890 6000-exit.
015900     exit.

015910 6100-copy-one.
015920     read redact-work-file
015930         at end
015940             move "Y" to eof-switch
015950         not at end
015960             write target-record from work-record.
015970 6100-exit.
015980     exit.

015990*----------------------------------------------------------*
016000* Register every tenancy with records redacted in the file
016010* slot in hand, under REGISTER-FILENAME, and clear the
016020* slot's counts.
016030*----------------------------------------------------------*
016040 7000-register-slot.
016050     perform 7100-register-tenancy thru 7100-exit
016060         varying former-sub from 1 by 1
016070         until former-sub > former-count.
016080 7000-exit.
016090     exit.

016100 7100-register-tenancy.
016110     if ft-file-count (former-sub, file-slot) = zero
016120         go to 7100-exit.
016130     move run-date to rdg-run-date.
016140     move run-time to rdg-run-time.
016150     move ft-building (former-sub) to rdg-building.
016160     move ft-aptnum (former-sub) to rdg-aptnum.
016170     move ft-move-out (former-sub) to rdg-move-out-date.
016180     move ft-settled-date (former-sub) to rdg-settled-date.
016190     move ft-settled-how (former-sub) to rdg-settled-how.
016200     move register-filename to rdg-file-name.
016210     move ft-file-count (former-sub, file-slot)
016220         to rdg-record-count.
016230     write register-record.
016240     add 1 to register-count.
016250     add ft-file-count (former-sub, file-slot)
016260         to redacted-total.
016270     move spaces to report-line.
016280     string ft-building (former-sub) delimited by size
016290         "-" delimited by size
016300         ft-aptnum (former-sub) delimited by size
016310         "  " delimited by size
016320         ft-move-out (former-sub) delimited by size
016330         " " delimited by size
016340         ft-settled-date (former-sub) delimited by size
016350         " " delimited by size
016360         ft-settled-how (former-sub) delimited by size
016370         "   " delimited by size
016380         register-filename delimited by size
016390         into report-line.
016400     move ft-file-count (former-sub, file-slot)
016410         to report-line (69:5).
016420     write report-line.
016430     add 1 to line-count.
016440     move zero to ft-file-count (former-sub, file-slot).
016450 7100-exit.
016460     exit.

016470 8000-register-live-files.
016480     perform 8100-register-live-slot thru 8100-exit
016490         varying file-slot from 1 by 1
016500         until file-slot > 10.
016510 8000-exit.
016520     exit.

016530 8100-register-live-slot.
016540     move slot-name (file-slot) to register-filename.
016550     perform 7000-register-slot thru 7000-exit.
016560 8100-exit.
016570     exit.

016580 9000-finish.
016590     move spaces to report-line.
016600     write report-line.
016610     move spaces to report-line.
016620     string "  FORMER TENANCIES ON FILE:    " delimited by size
016630         tenancy-count delimited by size
016640         into report-line.
016650     write report-line.
016660     move spaces to report-line.
016670     string "  REDACTED THIS RUN:           " delimited by size
016680         eligible-count delimited by size
016690         into report-line.
016700     write report-line.
016710     move spaces to report-line.
016720     string "  REDACTED ON AN EARLIER RUN:  " delimited by size
016730         done-before-count delimited by size
016740         into report-line.
016750     write report-line.
016760     move spaces to report-line.
016770     string "  SETTLED, RETENTION NOT RUN:  " delimited by size
016780         waiting-count delimited by size
016790         into report-line.
016800     write report-line.
016810     move spaces to report-line.
016820     string "  RECEIVABLE STILL OPEN:       " delimited by size
016830         open-count delimited by size
016840         into report-line.
016850     write report-line.
016860     move spaces to report-line.
016870     string "  ARCHIVE GENERATIONS:         " delimited by size
016880         generation-count delimited by size
016890         " (" delimited by size
016900         missing-gen-count delimited by size
016910         " FILE(S) NOT ON FILE)" delimited by size
016920         into report-line.
016930     write report-line.
016940     move spaces to report-line.
016950     string "  RECORDS REDACTED:          " delimited by size
016960         redacted-total delimited by size
016970         into report-line.
016980     write report-line.
016990     add 8 to line-count.
017000     if former-table-overflow
017010         move "  *** FORMER-TENANT TABLE FULL ***"
017020             to report-line
017030         write report-line
017040         add 1 to line-count.
017050     close redact-report.
017060     close register-file.
017070     move "TENREDAC" to TENRCAT-PROGRAM.
017080     move redact-rpt-filename to TENRCAT-FILENAME.
017090     move 1 to TENRCAT-PAGES.
017100     move line-count to TENRCAT-LINES.
017110     call "TENRCAT" using TENRCAT-PARMS.
017120     if surrogate-table-overflow
017130         move "W" to TENOLOG-SEVERITY
017140         move spaces to TENOLOG-TEXT
017150         string "applicant surrogate table full at 1000, "
017160                 delimited by size
017170             "rest left for next run" delimited by size
017180             into TENOLOG-TEXT
017190         call "TENOLOG" using TENOLOG-PARMS.
017200     if former-table-overflow
017210         move "W" to TENOLOG-SEVERITY
017220         move spaces to TENOLOG-TEXT
017230         string "former-tenant table full at 3000, "
017240                 delimited by size
017250             "later tenancies not redacted" delimited by size
017260             into TENOLOG-TEXT
017270         call "TENOLOG" using TENOLOG-PARMS.
017280     move "I" to TENOLOG-SEVERITY.
017290     move spaces to TENOLOG-TEXT.
017300     string eligible-count delimited by size
017310         " former tenanc(y/ies) redacted, " delimited by size
017320         redacted-total delimited by size
017330         " record(s)" delimited by size
017340         into TENOLOG-TEXT.
017350     call "TENOLOG" using TENOLOG-PARMS.
017360     if not all-copied-back
017370         move 1 to return-code.
017380 9000-exit.
017390     exit.

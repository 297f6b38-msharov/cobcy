000210*----------------------------------------------------------*
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15 JHM   Messages now go through TENOLOG to the
000250*                    dated operations log, each with its
000260*                    severity (and the unit where there is
000270*                    one); aborts raise a menu alert.
000280*   2026-10-15 JHM   Sets the new CKR-STATUS outstanding and
000290*                    zeroes the status and letter dates on
000300*                    the check-register record.
000310*   2026-10-15 JHM   Each statement lists the month's rent
000320*                    abatement credits (abatreg.dat, written
000330*                    by TENABAT) per outage on the owner's
000340*                    buildings.  The register is for the
000350*                    owner's information: the credits have
000360*                    already come off what the tenants owed.
000370*   2026-10-15 JHM   Zeroes the new CKR-VENDOR field on the
000380*                    check-register record.
000390*   2026-10-15 JHM   The day's positive-pay file now keeps
000400*                    any detail records already on it (the
000410*                    TENVCHK vendor checks) and the trailer
000420*                    counts them with the owner checks, so
000430*                    one bank file carries every check cut
000440*                    that day.
000450*   2026-09-03 JHM   Guarded by the TENRUNC run-control
000460*                    check: now that the run issues live
000470*                    checks and the day's positive-pay
000480*                    file, a same-date rerun was cutting a
000490*                    duplicate check to every owner and
000500*                    overwriting the bank file.
000510*   2026-09-03 JHM   The very first run was never creating
000520*                    ownledg.dat: the no-file bail in the
000530*                    reserve load skipped the extend OPEN
000540*                    and every ledger write landed on an
000550*                    unopened file.  The extend OPEN now
000560*                    sits outside the bail path.
000570*   2026-09-03 JHM   The remittance is now a full ownledg
000580*                    settlement: collections in, management
000590*                    fee out, the month's work-order repair
000600*                    costs for the owner's buildings
000610*                    deducted (wocost.dat), and the repair
000620*                    reserve topped up to the owner's
000630*                    target before anything pays out.  The
000640*                    statement shows every line, the check
000650*                    is cut for the settled net, and one
000660*                    ownledg.dat ledger record per owner
000670*                    carries the reserve balance forward.
000680*   2026-09-03 JHM   Appends one remithst.dat history
000690*                    record per owner (month, gross, fee,
000700*                    net) each run, so the TENOWNY year-end
000710*                    earnings summary comes off a file
000720*                    instead of the binder.
000730*   2026-09-03 JHM   The remittance run now prints the
000740*                    owner's check for the net amount with
000750*                    the statement, drawing check numbers
000760*                    from the checkno.ctl numbered stock
000770*                    shared with TENRFND, appends each
000780*                    check to the checkreg.dat register,
000790*                    and writes the bank's fixed-layout
000800*                    positive-pay file (pospay.YYYYMMDD,
000810*                    detail records plus a count/total
000820*                    trailer) so a forged or altered owner
000830*                    check bounces at the teller window.
000840*                    An owner netting zero or less gets a
000850*                    statement but no check.
000860*   2026-08-22 JHM   Original program.
000870*----------------------------------------------------------*
000880 identification division.
000890 program-id. tenremit.
000900 author. J. H. Masters.
000910 installation. Property Management Systems.
000920 date-written. 2026-08-22.
000930 date-compiled. 2026-08-22.

000940 environment division.
000950 configuration section.
000960 source-computer. Intel486.
000970 object-computer. Intel486.

000980 input-output section.
000990 file-control.
001000     select owner-master-file assign to disk
001010         organization is line sequential
001020         file status is own-file-status.

001030     select sample-idx-file assign to disk
001040         organization is indexed
001050         record key is unit-key of sample-idx-record
001060         access mode is sequential
001070         file status is idx-file-status.

001080     select remit-report assign to disk
001090         organization is line sequential.

001100     select optional check-register-file assign to disk
001110         organization is line sequential.

001120     select optional check-number-file assign to disk
001130         organization is line sequential
001140         file status is ckn-file-status.

001150     select optional positive-pay-file assign to disk
001160         organization is line sequential
001170         file status is pp-file-status.

001180     select optional remit-history-file assign to disk
001190         organization is line sequential.

001200     select optional work-cost-file assign to disk
001210         organization is line sequential
001220         file status is wco-file-status.

001230     select optional owner-ledger-file assign to disk
001240         organization is line sequential
001250         file status is olg-file-status.

001260     select optional abatement-file assign to disk
001270         organization is line sequential
001280         file status is abr-file-status.

001290 data division.
001300 file section.
001310 fd  owner-master-file
001320     label records are standard
001330     value of file-id is "ownermst.dat".
001340     copy TENOWN
001350         replacing ==:REC-NAME:==
001360             by ==owner-record==.

001370 fd  sample-idx-file
001380     label records are standard
001390     value of file-id is "indexed.dbf".
001400     copy TENREC
001410         replacing ==:REC-NAME:== by ==sample-idx-record==
001420             ==address== by ==street-addr==.

001430 fd  remit-report
001440     label records are standard
001450     value of file-id is "remit.rpt".
001460 01  report-line             picture is X(80).

001470 fd  check-register-file
001480     label records are standard
001490     value of file-id is "checkreg.dat".
001500     copy TENCKR
001510         replacing ==:REC-NAME:==
001520             by ==check-register-record==.

001530 fd  check-number-file
001540     label records are standard
001550     value of file-id is "checkno.ctl".
001560 01  check-number-record.
001570     05  ckn-next-check      picture is 9(06).

001580 fd  positive-pay-file
001590     label records are standard
001600     value of file-id is pospay-filename.
001610 01  positive-pay-record.
001620     05  pp-rec-type         picture is X(01).
001630     05  pp-check-no         picture is 9(06).
001640     05  pp-date             picture is 9(08).
001650     05  pp-amount           picture is 9(09)V99.
001660     05  pp-payee            picture is X(25).
001670 01  pp-trailer-record redefines positive-pay-record.
001680     05  filler              picture is X(01).
001690     05  pp-trailer-count    picture is 9(05).
001700     05  pp-trailer-total    picture is 9(11)V99.
001710     05  filler              picture is X(32).

001720 fd  work-cost-file
001730     label records are standard
001740     value of file-id is "wocost.dat".
001750     copy TENWCO
001760         replacing ==:REC-NAME:==
001770             by ==work-cost-record==.

001780 fd  owner-ledger-file
001790     label records are standard
001800     value of file-id is "ownledg.dat".
001810     copy TENOLG
001820         replacing ==:REC-NAME:==
001830             by ==owner-ledger-record==.

001840 fd  abatement-file
001850     label records are standard
001860     value of file-id is "abatreg.dat".
001870     copy TENABR
001880         replacing ==:REC-NAME:==
001890             by ==abatement-record==.

001900 fd  remit-history-file
001910     label records are standard
001920     value of file-id is "remithst.dat".
001930     copy TENRMH
001940         replacing ==:REC-NAME:==
001950             by ==remit-history-record==.

001960 working-storage section.
001970 01  pospay-filename         picture is X(30).
001980 01  ckn-file-status         picture is X(02).
001990 01  pp-file-status          picture is X(02).
002000 01  pp-eof-switch           picture is X(01) value "N".
002010     88  pospay-file-at-end          value "Y".
002020 01  pp-sub                  picture is 9(04).
002030 01  carried-count           picture is 9(05) value zero.
002040 01  carried-total           picture is 9(11)V99 value zero.

002050*----------------------------------------------------------*
002060* Detail records already on today's positive-pay file
002070* (vendor checks from a TENVCHK run earlier today), carried
002080* into the rewritten file ahead of the owner checks.
002090*----------------------------------------------------------*
002100 01  carried-pospay-area.
002110     05  pp-table-count      picture is 9(04) value zero.
002120     05  pp-table-entry occurs 1 to 1000 times
002130             depending on pp-table-count.
002140         10  pt-record       picture is X(51).
002150 01  next-check-number       picture is 9(06) value 1.
002160 01  check-count             picture is 9(05) value zero.
002170 01  check-total             picture is 9(11)V99 value zero.
002180     copy TENWHO.
002190 01  own-file-status         picture is X(02).
002200 01  idx-file-status         picture is X(02).
002210 01  own-eof-switch          picture is X(01) value "N".
002220     88  owner-file-at-end           value "Y".
002230 01  run-date                picture is 9(08).
002240 01  run-date-parts redefines run-date.
002250     05  run-yyyymm          picture is 9(06).
002260     05  run-dd              picture is 9(02).
002270 01  owner-count             picture is 9(03) value zero.
002280 01  owner-sub               picture is 9(03).
002290 01  building-sub            picture is 9(02).
002300 01  building-collections.
002310     05  bldg-collected      picture is S9(09)V99
002320                             occurs 99 times.
002330 01  building-work           picture is 9(03).
002340 01  gross-collections       picture is S9(09)V99.
002350 01  management-fee          picture is S9(09)V99.
002360 01  net-remittance          picture is S9(09)V99.
002370 01  wco-file-status         picture is X(02).
002380 01  olg-file-status         picture is X(02).
002390 01  wco-eof-switch          picture is X(01) value "N".
002400     88  cost-file-at-end            value "Y".
002410 01  olg-eof-switch          picture is X(01) value "N".
002420     88  ledger-file-at-end          value "Y".
002430 01  wco-date-work           picture is 9(08).
002440 01  wco-date-parts redefines wco-date-work.
002450     05  wco-work-yyyymm     picture is 9(06).
002460     05  wco-work-dd         picture is 9(02).
002470 01  building-repairs.
002480     05  bldg-repairs        picture is S9(09)V99
002490                             occurs 99 times.
002500 01  repair-costs            picture is S9(09)V99.
002510 01  available-amount        picture is S9(09)V99.
002520 01  reserve-contribution    picture is S9(09)V99.
002530 01  prior-reserve           picture is S9(09)V99.
002540 01  new-reserve             picture is S9(09)V99.
002550 01  abr-file-status         picture is X(02).
002560 01  abr-eof-switch          picture is X(01) value "N".
002570     88  abatement-file-at-end       value "Y".
002580 01  abr-date-work           picture is 9(08).
002590 01  abr-date-parts redefines abr-date-work.
002600     05  abr-work-yyyymm     picture is 9(06).
002610     05  abr-work-dd         picture is 9(02).
002620 01  abatement-sub           picture is 9(04).
002630 01  owner-abatement-count   picture is 9(04).
002640 01  owner-abatement-total   picture is 9(09)V99.
002650 01  owns-building-switch    picture is X(01).
002660     88  owns-building               value "Y".

002670*----------------------------------------------------------*
002680* The run month's abatement credits off abatreg.dat, one
002690* entry per outage.
002700*----------------------------------------------------------*
002710 01  abatement-table-area.
002720     05  abatement-table-count
002730                             picture is 9(04) value zero.
002740     05  abatement-table-entry occurs 1 to 500 times
002750             depending on abatement-table-count
002760             indexed by abatement-table-index.
002770         10  at-outage       picture is 9(05).
002780         10  at-building     picture is 9(02).
002790         10  at-type         picture is X(01).
002800         10  at-start-date   picture is 9(08).
002810         10  at-end-date     picture is 9(08).
002820         10  at-units        picture is 9(04).
002830         10  at-total        picture is 9(07)V99.

002840*----------------------------------------------------------*
002850* Latest reserve balance per owner off ownledg.dat.
002860*----------------------------------------------------------*
002870 01  reserve-table-area.
002880     05  reserve-table-count picture is 9(03) value zero.
002890     05  reserve-table-entry occurs 1 to 100 times
002900             depending on reserve-table-count
002910             indexed by reserve-table-index.
002920         10  rv-owner        picture is 9(03).
002930         10  rv-balance      picture is S9(09)V99.

002940*----------------------------------------------------------*
002950* Owner table, last record per owner number superseding
002960* earlier ones.
002970*----------------------------------------------------------*
002980 01  owner-table-area.
002990     05  owner-table-count   picture is 9(03) value zero.
003000     05  owner-table-entry occurs 1 to 100 times
003010             depending on owner-table-count
003020             indexed by owner-table-index.
003030         10  ot-number       picture is 9(03).
003040         10  ot-name         picture is X(25).
003050         10  ot-address      picture is X(25).
003060         10  ot-city         picture is X(15).
003070         10  ot-state        picture is X(02).
003080         10  ot-zip          picture is 99999B9999.
003090         10  ot-fee-percent  picture is 9(02)V99.
003100         10  ot-reserve-target picture is 9(07)V99.
003110         10  ot-building     picture is 9(02)
003120                             occurs 10 times.
003130     copy TENFMT.
003140     copy TENRUNC.
003150     copy TENOLOG.

003160 procedure division.
003170 0000-mainline.
003180     move "TENREMIT" to TENOLOG-PROGRAM.
003190     perform 1000-initialize thru 1000-exit.
003200     perform 2000-load-owners thru 2000-exit.
003210     perform 3000-total-collections thru 3000-exit
003220         until idx-file-status = "10".
003230     perform 4000-print-statements thru 4000-exit.
003240     perform 9000-finish thru 9000-exit.
003250     goback.

003260 1000-initialize.
003270     move "I" to TENOLOG-SEVERITY
003280     move "printing owner remittance statements" to TENOLOG-TEXT
003290     call "TENOLOG" using TENOLOG-PARMS.
003300     move "TENREMIT" to TENRUNC-PROGRAM.
003310     move "S" to TENRUNC-FUNCTION.
003320     move zero to TENRUNC-COUNT.
003330     call "TENRUNC" using TENRUNC-PARMS.
003340     if TENRUNC-ALREADY-RAN
003350         move "A" to TENOLOG-SEVERITY
003360         move spaces to TENOLOG-TEXT
003370         string "already run this business date - "
003380                 delimited by size
003390             "put TENREMIT on runover.ctl to rerun"
003400                 delimited by size
003410             into TENOLOG-TEXT
003420         call "TENOLOG" using TENOLOG-PARMS
003430         move 1 to return-code
003440         goback.
003450     accept run-date from date yyyymmdd.
003460     open input owner-master-file.
003470     if own-file-status not = "00"
003480         move "A" to TENOLOG-SEVERITY
003490         move spaces to TENOLOG-TEXT
003500         string "cannot open ownermst.dat, status "
003510                 delimited by size
003520             own-file-status delimited by size
003530             into TENOLOG-TEXT
003540         call "TENOLOG" using TENOLOG-PARMS
003550         move 1 to return-code
003560         goback.
003570     open input sample-idx-file.
003580     if idx-file-status not = "00"
003590         move "A" to TENOLOG-SEVERITY
003600         move spaces to TENOLOG-TEXT
003610         string "cannot open indexed.dbf, status "
003620                 delimited by size
003630             idx-file-status delimited by size
003640             into TENOLOG-TEXT
003650         call "TENOLOG" using TENOLOG-PARMS
003660         move 1 to return-code
003670         goback.
003680     open output remit-report.
003690     call "TENWHO" using TENWHO-PARMS.
003700     perform 1200-read-check-number thru 1200-exit.
003710     open extend check-register-file.
003720     move spaces to pospay-filename.
003730     string "pospay." delimited by size
003740         run-date delimited by size
003750         into pospay-filename.
003760     perform 1250-carry-pospay thru 1250-exit.
003770     open output positive-pay-file.
003780     perform 1270-write-carried thru 1270-exit
003790         varying pp-sub from 1 by 1
003800         until pp-sub > pp-table-count.
003810     open extend remit-history-file.
003820     perform 1100-zero-building thru 1100-exit
003830         varying building-work from 1 by 1
003840         until building-work > 99.
003850     perform 1300-load-repairs thru 1300-exit.
003860     perform 1400-load-reserves thru 1400-exit.
003870     perform 1500-load-abatements thru 1500-exit.
003880 1000-exit.
003890     exit.

003900 1100-zero-building.
003910     move zero to bldg-collected (building-work).
003920     move zero to bldg-repairs (building-work).
003930 1100-exit.
003940     exit.

003950*----------------------------------------------------------*
003960* The run month's work-order repair costs per building off
003970* wocost.dat, deducted from the owners who own them.
003980*----------------------------------------------------------*
003990 1300-load-repairs.
004000     open input work-cost-file.
004010     if wco-file-status not = "00"
004020         close work-cost-file
004030         move "Y" to wco-eof-switch
004040         go to 1300-exit.
004050     perform 1310-read-cost thru 1310-exit
004060         until cost-file-at-end.
004070     close work-cost-file.
004080 1300-exit.
004090     exit.

004100 1310-read-cost.
004110     read work-cost-file
004120         at end
004130             move "Y" to wco-eof-switch
004140         not at end
004150             move wco-date of work-cost-record
004160                 to wco-date-work
004170             if wco-work-yyyymm = run-yyyymm
004180                 and wco-building of work-cost-record
004190                     not = zero
004200                 add wco-labor of work-cost-record
004210                     to bldg-repairs
004220                         (wco-building
004230                             of work-cost-record)
004240                 add wco-materials of work-cost-record
004250                     to bldg-repairs
004260                         (wco-building
004270                             of work-cost-record).
004280 1310-exit.
004290     exit.

004300*----------------------------------------------------------*
004310* Latest reserve balance per owner off ownledg.dat.
004320*----------------------------------------------------------*
004330 1400-load-reserves.
004340     open input owner-ledger-file.
004350     if olg-file-status not = "00"
004360         close owner-ledger-file
004370         move "Y" to olg-eof-switch
004380     else
004390         perform 1410-read-ledger thru 1410-exit
004400             until ledger-file-at-end
004410         close owner-ledger-file.
004420*    the extend open sits outside the no-file bail path so
004430*    the very first run still creates ownledg.dat, the
004440*    TENDUN legcase.dat convention
004450     open extend owner-ledger-file.
004460 1400-exit.
004470     exit.

004480 1410-read-ledger.
004490     read owner-ledger-file
004500         at end
004510             move "Y" to olg-eof-switch
004520         not at end
004530             perform 1420-stow-reserve thru 1420-exit.
004540 1410-exit.
004550     exit.

004560 1420-stow-reserve.
004570     set reserve-table-index to 1.
004580     if reserve-table-count > zero
004590         search reserve-table-entry
004600             at end
004610                 perform 1430-add-reserve thru 1430-exit
004620             when rv-owner (reserve-table-index)
004630                     = olg-owner of owner-ledger-record
004640                 move olg-reserve-balance
004650                     of owner-ledger-record
004660                     to rv-balance (reserve-table-index)
004670     else
004680         perform 1430-add-reserve thru 1430-exit.
004690 1420-exit.
004700     exit.

004710 1430-add-reserve.
004720     if reserve-table-count >= 100
004730         move "W" to TENOLOG-SEVERITY
004740         move "reserve table overflow" to TENOLOG-TEXT
004750         call "TENOLOG" using TENOLOG-PARMS
004760     else
004770         add 1 to reserve-table-count
004780         move olg-owner of owner-ledger-record
004790             to rv-owner (reserve-table-count)
004800         move olg-reserve-balance
004810             of owner-ledger-record
004820             to rv-balance (reserve-table-count).
004830 1430-exit.
004840     exit.

004850*----------------------------------------------------------*
004860* The run month's abatement credits, totaled per outage.
004870*----------------------------------------------------------*
004880 1500-load-abatements.
004890     open input abatement-file.
004900     if abr-file-status not = "00"
004910         close abatement-file
004920         go to 1500-exit.
004930     perform 1510-read-abatement thru 1510-exit
004940         until abatement-file-at-end.
004950     close abatement-file.
004960 1500-exit.
004970     exit.

004980 1510-read-abatement.
004990     read abatement-file
005000         at end
005010             move "Y" to abr-eof-switch
005020             go to 1510-exit.
005030     move abr-date of abatement-record to abr-date-work.
005040     if abr-work-yyyymm not = run-yyyymm
005050         go to 1510-exit.
005060     set abatement-table-index to 1.
005070     if abatement-table-count > zero
005080         search abatement-table-entry
005090             at end
005100                 perform 1520-add-abatement thru 1520-exit
005110             when at-outage (abatement-table-index)
005120                     = abr-outage of abatement-record
005130                 add 1 to at-units (abatement-table-index)
005140                 add abr-credit of abatement-record
005150                     to at-total (abatement-table-index)
005160     else
005170         perform 1520-add-abatement thru 1520-exit.
005180 1510-exit.
005190     exit.

005200 1520-add-abatement.
005210     if abatement-table-count >= 500
005220         move "W" to TENOLOG-SEVERITY
005230         move spaces to TENOLOG-TEXT
005240         string "abatement table overflow, outage "
005250                 delimited by size
005260             abr-outage of abatement-record delimited by size
005270             " skipped" delimited by size
005280             into TENOLOG-TEXT
005290         call "TENOLOG" using TENOLOG-PARMS
005300     else
005310         add 1 to abatement-table-count
005320         move abr-outage of abatement-record
005330             to at-outage (abatement-table-count)
005340         move abr-building of abatement-record
005350             to at-building (abatement-table-count)
005360         move abr-type of abatement-record
005370             to at-type (abatement-table-count)
005380         move abr-start-date of abatement-record
005390             to at-start-date (abatement-table-count)
005400         move abr-end-date of abatement-record
005410             to at-end-date (abatement-table-count)
005420         move 1 to at-units (abatement-table-count)
005430         move abr-credit of abatement-record
005440             to at-total (abatement-table-count).
005450 1520-exit.
005460     exit.

005470*----------------------------------------------------------*
005480* The next check number off the numbered stock shared with
005490* the TENRFND refund checks; a missing control file starts
005500* the stock at check 000001.
005510*----------------------------------------------------------*
005520 1200-read-check-number.
005530     open input check-number-file.
005540     if ckn-file-status not = "00"
005550         close check-number-file
005560         go to 1200-exit.
005570     read check-number-file
005580         at end
005590             continue
005600         not at end
005610             move ckn-next-check to next-check-number.
005620     close check-number-file.
005630 1200-exit.
005640     exit.

005650*----------------------------------------------------------*
005660* Today's positive-pay file may already hold the vendor
005670* checks; keep its detail records, drop its trailer, and
005680* count them into the new trailer.
005690*----------------------------------------------------------*
005700 1250-carry-pospay.
005710     open input positive-pay-file.
005720     if pp-file-status not = "00"
005730         close positive-pay-file
005740         go to 1250-exit.
005750     perform 1260-read-pospay thru 1260-exit
005760         until pospay-file-at-end.
005770     close positive-pay-file.
005780 1250-exit.
005790     exit.

005800 1260-read-pospay.
005810     read positive-pay-file
005820         at end
005830             move "Y" to pp-eof-switch
005840             go to 1260-exit.
005850     if pp-rec-type not = "D"
005860         go to 1260-exit.
005870     if pp-table-count >= 1000
005880         move "W" to TENOLOG-SEVERITY
005890         move spaces to TENOLOG-TEXT
005900         string pospay-filename delimited by space
005910             " carry-forward table overflow" delimited by size
005920             into TENOLOG-TEXT
005930         call "TENOLOG" using TENOLOG-PARMS
005940         go to 1260-exit.
005950     add 1 to pp-table-count.
005960     move positive-pay-record to pt-record (pp-table-count).
005970     add 1 to carried-count.
005980     add pp-amount to carried-total.
005990 1260-exit.
006000     exit.

006010 1270-write-carried.
006020     move pt-record (pp-sub) to positive-pay-record.
006030     write positive-pay-record.
006040 1270-exit.
006050     exit.

006060 2000-load-owners.
006070     perform 2100-read-owner thru 2100-exit
006080         until owner-file-at-end.
006090     close owner-master-file.
006100 2000-exit.
006110     exit.

006120 2100-read-owner.
006130     read owner-master-file
006140         at end
006150             move "Y" to own-eof-switch
006160         not at end
006170             perform 2200-stow-owner thru 2200-exit.
006180 2100-exit.
006190     exit.

006200 2200-stow-owner.
006210     set owner-table-index to 1.
006220     search owner-table-entry
006230         at end
006240             perform 2300-add-owner thru 2300-exit
006250         when ot-number (owner-table-index)
006260                 = own-number of owner-record
006270             perform 2400-replace-owner thru 2400-exit.
006280 2200-exit.
006290     exit.

006300 2300-add-owner.
006310     if owner-table-count >= 100
006320         move "W" to TENOLOG-SEVERITY
006330         move spaces to TENOLOG-TEXT
006340         string "owner table overflow, owner " delimited by size
006350             own-number of owner-record delimited by size
006360             " skipped" delimited by size
006370             into TENOLOG-TEXT
006380         call "TENOLOG" using TENOLOG-PARMS
006390     else
006400         add 1 to owner-table-count
006410         set owner-table-index to owner-table-count
006420         perform 2400-replace-owner thru 2400-exit.
006430 2300-exit.
006440     exit.

006450 2400-replace-owner.
006460     move own-number of owner-record
006470         to ot-number (owner-table-index).
006480     move own-name of owner-record
006490         to ot-name (owner-table-index).
006500     move own-address of owner-record
006510         to ot-address (owner-table-index).
006520     move own-city of owner-record
006530         to ot-city (owner-table-index).
006540     move own-state of owner-record
006550         to ot-state (owner-table-index).
006560     move own-zip of owner-record
006570         to ot-zip (owner-table-index).
006580     move own-fee-percent of owner-record
006590         to ot-fee-percent (owner-table-index).
006600     move own-reserve-target of owner-record
006610         to ot-reserve-target (owner-table-index).
006620     perform 2410-copy-building thru 2410-exit
006630         varying building-sub from 1 by 1
006640         until building-sub > 10.
006650 2400-exit.
006660     exit.

006670 2410-copy-building.
006680     move own-building of owner-record (building-sub)
006690         to ot-building (owner-table-index building-sub).
006700 2410-exit.
006710     exit.

006720 3000-total-collections.
006730     read sample-idx-file next record
006740         at end
006750             continue
006760         not at end
006770             if occ-occupied of sample-idx-record
006780                 and building-id of sample-idx-record
006790                     not = zero
006800                 move building-id of sample-idx-record
006810                     to building-work
006820                 add amount-paid of sample-idx-record
006830                     to bldg-collected (building-work).
006840 3000-exit.
006850     exit.

006860 4000-print-statements.
006870     if owner-table-count = zero
006880         move "NO OWNERS ON FILE" to report-line
006890         write report-line
006900         go to 4000-exit.
006910     perform 4100-statement-one-owner thru 4100-exit
006920         varying owner-sub from 1 by 1
006930         until owner-sub > owner-table-count.
006940 4000-exit.
006950     exit.

006960 4100-statement-one-owner.
006970     move zero to gross-collections.
006980     move zero to repair-costs.
006990     perform 4110-add-building thru 4110-exit
007000         varying building-sub from 1 by 1
007010         until building-sub > 10.
007020     compute management-fee rounded =
007030         gross-collections
007040             * ot-fee-percent (owner-sub) / 100.
007050     perform 4120-settle-reserve thru 4120-exit.
007060     compute net-remittance =
007070         gross-collections - management-fee
007080             - repair-costs - reserve-contribution.
007090     add 1 to owner-count.
007100     perform 4200-print-statement thru 4200-exit.
007110     perform 4250-write-history thru 4250-exit.
007120     if net-remittance > zero
007130         perform 4300-issue-check thru 4300-exit.
007140 4100-exit.
007150     exit.

007160 4110-add-building.
007170     if ot-building (owner-sub building-sub) not = zero
007180         move ot-building (owner-sub building-sub)
007190             to building-work
007200         add bldg-collected (building-work)
007210             to gross-collections
007220         add bldg-repairs (building-work)
007230             to repair-costs.
007240 4110-exit.
007250     exit.

007260*----------------------------------------------------------*
007270* Hold the repair reserve to the owner's target: top it up
007280* out of what the month left over after the fee and the
007290* fronted repairs, never below zero.
007300*----------------------------------------------------------*
007310 4120-settle-reserve.
007320     perform 4130-find-reserve thru 4130-exit.
007330     compute available-amount = gross-collections
007340         - management-fee - repair-costs.
007350     compute reserve-contribution =
007360         ot-reserve-target (owner-sub) - prior-reserve.
007370     if reserve-contribution < zero
007380         move zero to reserve-contribution.
007390     if reserve-contribution > available-amount
007400         if available-amount > zero
007410             move available-amount
007420                 to reserve-contribution
007430         else
007440             move zero to reserve-contribution.
007450     compute new-reserve = prior-reserve
007460         + reserve-contribution.
007470 4120-exit.
007480     exit.

007490 4130-find-reserve.
007500     move zero to prior-reserve.
007510     if reserve-table-count = zero
007520         go to 4130-exit.
007530     set reserve-table-index to 1.
007540     search reserve-table-entry
007550         at end
007560             continue
007570         when rv-owner (reserve-table-index)
007580                 = ot-number (owner-sub)
007590             move rv-balance (reserve-table-index)
007600                 to prior-reserve.
007610 4130-exit.
007620     exit.

007630 4200-print-statement.
007640     move all "=" to report-line.
007650     write report-line.
007660     move "OWNER REMITTANCE STATEMENT" to report-line.
007670     write report-line.
007680     move spaces to report-line.
007690     string "RUN DATE: " delimited by size
007700         run-date delimited by size
007710         into report-line.
007720     write report-line.
007730     move spaces to report-line.
007740     string "OWNER " delimited by size
007750         ot-number (owner-sub) delimited by size
007760         "  " delimited by size
007770         ot-name (owner-sub) delimited by size
007780         into report-line.
007790     write report-line.
007800     move spaces to report-line.
007810     move ot-address (owner-sub) to report-line.
007820     write report-line.
007830     move spaces to report-line.
007840     string ot-city (owner-sub) delimited by size
007850         ", " delimited by size
007860         ot-state (owner-sub) delimited by size
007870         "  " delimited by size
007880         ot-zip (owner-sub) delimited by size
007890         into report-line.
007900     write report-line.
007910     move spaces to report-line.
007920     write report-line.
007930     move "A" to TENFMT-FORMAT-CODE.
007940     move gross-collections to TENFMT-RAW-AMOUNT.
007950     call "TENFMT" using TENFMT-PARMS.
007960     move spaces to report-line.
007970     string "  GROSS COLLECTIONS:   " delimited by size
007980         TENFMT-EDITED-OUT delimited by size
007990         into report-line.
008000     write report-line.
008010     move management-fee to TENFMT-RAW-AMOUNT.
008020     call "TENFMT" using TENFMT-PARMS.
008030     move spaces to report-line.
008040     string "  MANAGEMENT FEE:      " delimited by size
008050         TENFMT-EDITED-OUT delimited by size
008060         into report-line.
008070     write report-line.
008080     move repair-costs to TENFMT-RAW-AMOUNT.
008090     call "TENFMT" using TENFMT-PARMS.
008100     move spaces to report-line.
008110     string "  REPAIR COSTS FRONTED:" delimited by size
008120         TENFMT-EDITED-OUT delimited by size
008130         into report-line.
008140     write report-line.
008150     move reserve-contribution to TENFMT-RAW-AMOUNT.
008160     call "TENFMT" using TENFMT-PARMS.
008170     move spaces to report-line.
008180     string "  RESERVE HELD:        " delimited by size
008190         TENFMT-EDITED-OUT delimited by size
008200         into report-line.
008210     write report-line.
008220     move new-reserve to TENFMT-RAW-AMOUNT.
008230     call "TENFMT" using TENFMT-PARMS.
008240     move spaces to report-line.
008250     string "  RESERVE BALANCE:     " delimited by size
008260         TENFMT-EDITED-OUT delimited by size
008270         into report-line.
008280     write report-line.
008290     move net-remittance to TENFMT-RAW-AMOUNT.
008300     call "TENFMT" using TENFMT-PARMS.
008310     move spaces to report-line.
008320     string "  NET REMITTANCE:      " delimited by size
008330         TENFMT-EDITED-OUT delimited by size
008340         into report-line.
008350     write report-line.
008360     move spaces to report-line.
008370     write report-line.
008380     move zero to owner-abatement-count.
008390     move zero to owner-abatement-total.
008400     perform 4210-list-abatement thru 4210-exit
008410         varying abatement-sub from 1 by 1
008420         until abatement-sub > abatement-table-count.
008430     if owner-abatement-count > zero
008440         move "A" to TENFMT-FORMAT-CODE
008450         move owner-abatement-total to TENFMT-RAW-AMOUNT
008460         call "TENFMT" using TENFMT-PARMS
008470         move spaces to report-line
008480         string "  TOTAL ABATEMENT CREDITS:      "
008490                 delimited by size
008500             TENFMT-EDITED-OUT delimited by size
008510             into report-line
008520         write report-line
008530         move spaces to report-line
008540         write report-line.
008550 4200-exit.
008560     exit.

008570*----------------------------------------------------------*
008580* Register of the month's rent abatement credits on the
008590* owner's buildings, one line per outage.
008600*----------------------------------------------------------*
008610 4210-list-abatement.
008620     move "N" to owns-building-switch.
008630     perform 4220-match-building thru 4220-exit
008640         varying building-sub from 1 by 1
008650         until building-sub > 10.
008660     if not owns-building
008670         go to 4210-exit.
008680     if owner-abatement-count = zero
008690         move "  RENT ABATEMENT CREDITS" to report-line
008700         write report-line
008710         move "  OUTAGE BLDG T OUT       RESTORED UNITS"
008720             to report-line
008730         move "CREDIT" to report-line (48:6)
008740         write report-line.
008750     add 1 to owner-abatement-count.
008760     add at-total (abatement-sub) to owner-abatement-total.
008770     move "A" to TENFMT-FORMAT-CODE.
008780     move at-total (abatement-sub) to TENFMT-RAW-AMOUNT.
008790     call "TENFMT" using TENFMT-PARMS.
008800     move spaces to report-line.
008810     string "  " delimited by size
008820         at-outage (abatement-sub) delimited by size
008830         "  " delimited by size
008840         at-building (abatement-sub) delimited by size
008850         "   " delimited by size
008860         at-type (abatement-sub) delimited by size
008870         " " delimited by size
008880         at-start-date (abatement-sub) delimited by size
008890         "  " delimited by size
008900         at-end-date (abatement-sub) delimited by size
008910         " " delimited by size
008920         at-units (abatement-sub) delimited by size
008930         "  " delimited by size
008940         TENFMT-EDITED-OUT delimited by size
008950         into report-line.
008960     write report-line.
008970 4210-exit.
008980     exit.

008990 4220-match-building.
009000     if ot-building (owner-sub building-sub)
009010             = at-building (abatement-sub)
009020         move "Y" to owns-building-switch.
009030 4220-exit.
009040     exit.

009050 4250-write-history.
009060     move ot-number (owner-sub)
009070         to rmh-owner of remit-history-record.
009080     move run-yyyymm to rmh-month of remit-history-record.
009090     move gross-collections
009100         to rmh-gross of remit-history-record.
009110     move management-fee
009120         to rmh-fee of remit-history-record.
009130     move net-remittance
009140         to rmh-net of remit-history-record.
009150     write remit-history-record.
009160     perform 4260-write-ledger thru 4260-exit.
009170 4250-exit.
009180     exit.

009190 4260-write-ledger.
009200     move ot-number (owner-sub)
009210         to olg-owner of owner-ledger-record.
009220     move run-yyyymm
009230         to olg-month of owner-ledger-record.
009240     move gross-collections
009250         to olg-collections of owner-ledger-record.
009260     move management-fee
009270         to olg-fee of owner-ledger-record.
009280     move repair-costs
009290         to olg-repairs of owner-ledger-record.
009300     move reserve-contribution
009310         to olg-reserve-held of owner-ledger-record.
009320     move new-reserve
009330         to olg-reserve-balance
009340             of owner-ledger-record.
009350     move net-remittance
009360         to olg-net-paid of owner-ledger-record.
009370     write owner-ledger-record.
009380 4260-exit.
009390     exit.

009400*----------------------------------------------------------*
009410* The owner's check for the net remittance, printed beneath
009420* the statement, registered on checkreg.dat and listed on
009430* the positive-pay export.
009440*----------------------------------------------------------*
009450 4300-issue-check.
009460     move all "-" to report-line.
009470     write report-line.
009480     move spaces to report-line.
009490     string "CHECK NO " delimited by size
009500         next-check-number delimited by size
009510         "   DATE " delimited by size
009520         run-date delimited by size
009530         into report-line.
009540     write report-line.
009550     move spaces to report-line.
009560     string "PAY TO THE ORDER OF: " delimited by size
009570         ot-name (owner-sub) delimited by size
009580         into report-line.
009590     write report-line.
009600     move "A" to TENFMT-FORMAT-CODE.
009610     move net-remittance to TENFMT-RAW-AMOUNT.
009620     call "TENFMT" using TENFMT-PARMS.
009630     move spaces to report-line.
009640     string "AMOUNT: " delimited by size
009650         TENFMT-EDITED-OUT delimited by size
009660         into report-line.
009670     write report-line.
009680     move spaces to report-line.
009690     string "MEMO: REMITTANCE, OWNER " delimited by size
009700         ot-number (owner-sub) delimited by size
009710         into report-line.
009720     write report-line.
009730     move spaces to report-line.
009740     write report-line.
009750     perform 4310-write-register thru 4310-exit.
009760     perform 4320-write-pospay thru 4320-exit.
009770     add 1 to check-count.
009780     add net-remittance to check-total.
009790     add 1 to next-check-number.
009800 4300-exit.
009810     exit.

009820 4310-write-register.
009830     move next-check-number
009840         to ckr-check-no of check-register-record.
009850     move run-date to ckr-date of check-register-record.
009860     move ot-name (owner-sub)
009870         to ckr-payee of check-register-record.
009880     move zero to ckr-building of check-register-record.
009890     move zero to ckr-aptnum of check-register-record.
009900     move net-remittance
009910         to ckr-amount of check-register-record.
009920     move "OWNER REMITTANCE"
009930         to ckr-reason of check-register-record.
009940     move "TENREMIT" to ckr-source
009950         of check-register-record.
009960     move zero to ckr-vendor of check-register-record.
009970     move space to ckr-status of check-register-record.
009980     move zero to ckr-status-date of check-register-record.
009990     move zero to ckr-letter-date of check-register-record.
010000     move TENWHO-OPERATOR
010010         to ckr-operator of check-register-record.
010020     write check-register-record.
010030 4310-exit.
010040     exit.

010050 4320-write-pospay.
010060     move "D" to pp-rec-type.
010070     move next-check-number to pp-check-no.
010080     move run-date to pp-date.
010090     move net-remittance to pp-amount.
010100     move ot-name (owner-sub) to pp-payee.
010110     write positive-pay-record.
010120 4320-exit.
010130     exit.

010140 9000-finish.
010150     move spaces to positive-pay-record.
010160     move "T" to pp-rec-type of positive-pay-record.
010170     compute pp-trailer-count = carried-count + check-count.
010180     compute pp-trailer-total = carried-total + check-total.
010190     write positive-pay-record.
010200     close positive-pay-file.
010210     close remit-history-file.
010220     close owner-ledger-file.
010230     close check-register-file.
010240     open output check-number-file.
010250     move next-check-number to ckn-next-check.
010260     write check-number-record.
010270     close check-number-file.
010280     close sample-idx-file remit-report.
010290     move "E" to TENRUNC-FUNCTION.
010300     move check-count to TENRUNC-COUNT.
010310     call "TENRUNC" using TENRUNC-PARMS.
010320     move "I" to TENOLOG-SEVERITY
010330     move spaces to TENOLOG-TEXT
010340     string owner-count delimited by size
010350         " statement(s), " delimited by size
010360         check-count delimited by size
010370         " check(s) issued" delimited by size
010380         into TENOLOG-TEXT
010390     call "TENOLOG" using TENOLOG-PARMS.
010400 9000-exit.
010410     exit.

000180* the applicant OFFERED, rewrites applcnt.dat with the new
000190* statuses, and prints an offer worksheet per pairing on
000200* offers.rpt, so units stop sitting empty while
000210* applications sit in a drawer.  An occupied unit whose
000220* tenant has given notice to vacate (TENNTVL) is matched
000230* the same way for pre-leasing; its worksheet gives the
000240* date the unit comes available.
000250*----------------------------------------------------------*
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   2026-10-15 JHM   The applicant rewrite carries the
000290*                    identity surrogate, the last four digits
000300*                    and the housed unit; the social security
000310*                    number and birth date are no longer on
000320*                    applcnt.dat.
000330*   2026-10-15 JHM   Occupied units on notice to vacate are
000340*                    matched for pre-leasing, the worksheet
000350*                    marked with the planned move-out date.
000360*   2026-10-15 JHM   Messages now go through TENOLOG to the
000370*                    dated operations log, each with its
000380*                    severity (and the unit where there is
000390*                    one); aborts raise a menu alert.
000400*   2026-10-15 JHM   A unit's make-ready status now comes
000410*                    from the keyed turnstax.dbf that TENSCNV
000420*                    rebuilds, one random read per vacant
000430*                    unit, instead of a 200-entry table
000440*                    scanned in from turnstat.dat; the scan
000450*                    stays as the fallback when turnstax.dbf
000460*                    is not on file.
000470*   2026-10-15 JHM   An applicant the credit screening
000480*                    declined (TENSCRI result "D") is never
000490*                    offered.  The worksheet shows the
000500*                    screening result and the deposit
000510*                    required at move-in from the TENDREQ
000520*                    rule, raised for a conditional
000530*                    approval.  The applicant rewrite now
000540*                    carries the screening fields.
000550*   2026-09-03 JHM   A vacant unit still in make-ready
000560*                    (latest turnstat.dat record "T") is
000570*                    passed over -- no more offering
000580*                    apartments that cannot be shown.
000590*   2026-09-03 JHM   The match now screens each applicant
000600*                    against the target unit's rent at the
000610*                    income.ctl times-rent standard (3.00
000620*                    when no control file): an applicant
000630*                    whose income falls short for that
000640*                    unit is passed over and the miss is
000650*                    logged to dsqlog.dat with reason code
000660*                    IN, instead of offering and
000670*                    retracting.  A "D" disqualified
000680*                    status on applcnt.dat is never
000690*                    offered either.
000700*   2026-08-22 JHM   A file larger than the work table is
000710*                    now fail-stop before the rewrite --
000720*                    the old console message quietly
000730*                    truncated the file to the table
000740*                    size, destroying the overflow.
000750*   2026-08-22 JHM   The report now goes to a dated file
000760*                    name (offers.YYYYMMDD) and each run
000770*                    is cataloged through TENRCAT, so the
000780*                    TENRPRT utility can reprint any
000790*                    prior night's copy.
000800*   2026-08-22 JHM   Original program.
000810*----------------------------------------------------------*
000820 identification division.
000830 program-id. tenmatch.
000840 author. J. H. Masters.
000850 installation. Property Management Systems.
000860 date-written. 2026-08-22.
000870 date-compiled. 2026-08-22.

000880 environment division.
000890 configuration section.
000900 source-computer. Intel486.
000910 object-computer. Intel486.

000920 input-output section.
000930 file-control.
000940     select optional applicant-file assign to disk
000950         organization is line sequential
000960         file status is app-file-status.

000970     select sample-idx-file assign to disk
000980         organization is indexed
000990         record key is unit-key of sample-idx-record
001000         access mode is sequential
001010         file status is idx-file-status.

001020     select offer-report assign to disk
001030         organization is line sequential.

001040     select optional income-control-file assign to disk
001050         organization is line sequential
001060         file status is inc-file-status.

001070     select optional disqual-log-file assign to disk
001080         organization is line sequential.

001090     select optional turn-status-file assign to disk
001100         organization is line sequential
001110         file status is tst-file-status.

001120     select turn-cur-file assign to disk
001130         organization is indexed
001140         record key is cur-key of turn-cur-record
001150         access mode is random
001160         file status is tsx-file-status.

001170 data division.
001180 file section.
001190 fd  applicant-file
001200     label records are standard
001210     value of file-id is "applcnt.dat".
001220     copy TENAPP
001230         replacing ==:REC-NAME:==
001240             by ==applicant-record==.

001250 fd  sample-idx-file
001260     label records are standard
001270     value of file-id is "indexed.dbf".
001280     copy TENREC
001290         replacing ==:REC-NAME:== by ==sample-idx-record==
001300             ==address== by ==street-addr==.

001310 fd  offer-report
001320     label records are standard
001330     value of file-id is offers-filename.
001340 01  report-line             picture is X(80).

001350 fd  income-control-file
001360     label records are standard
001370     value of file-id is "income.ctl".
001380 01  income-control-record.
001390     05  inc-multiplier      picture is 9(02)V99.

001400 fd  disqual-log-file
001410     label records are standard
001420     value of file-id is "dsqlog.dat".
001430 01  disqual-log-record.
001440     05  dsq-date            picture is 9(08).
001450     05  dsq-building        picture is 9(02).
001460     05  dsq-aptnum          picture is 9(04).
001470     05  dsq-applicant       picture is X(25).
001480     05  dsq-reason          picture is X(02).

001490 fd  turn-status-file
001500     label records are standard
001510     value of file-id is "turnstat.dat".
001520     copy TENTST
001530         replacing ==:REC-NAME:==
001540             by ==turn-status-record==.

001550 fd  turn-cur-file
001560     label records are standard
001570     value of file-id is "turnstax.dbf".
001580     copy TENCUR
001590         replacing ==:REC-NAME:==
001600             by ==turn-cur-record==.

001610 working-storage section.
001620 01  table-overflowed-switch     picture is X(01) value "N".
001630     88  table-overflowed                value "Y".
001640 01  offers-filename        picture is X(30).
001650     copy TENRCAT.
001660     copy TENOLOG.
001670 01  app-file-status         picture is X(02).
001680 01  idx-file-status         picture is X(02).
001690 01  app-eof-switch          picture is X(01) value "N".
001700     88  applicant-file-at-end       value "Y".
001710 01  run-date                picture is 9(08).
001720 01  offer-count             picture is 9(05) value zero.
001730 01  applicant-sub           picture is 9(03).
001740 01  best-sub                picture is 9(03).
001750 01  rent-text               picture is X(12).
001760 01  inc-file-status         picture is X(02).
001770 01  income-multiplier       picture is 9(02)V99 value 3.00.
001780 01  required-income         picture is 9(09)V99.
001790 01  screened-count          picture is 9(05) value zero.
001800 01  declined-count          picture is 9(05) value zero.
001810 01  deposit-text            picture is X(12).
001820 01  tst-file-status         picture is X(02).
001830 01  tst-eof-switch          picture is X(01) value "N".
001840     88  turn-file-at-end            value "Y".
001850 01  tsx-file-status         picture is X(02).
001860 01  turn-keyed-switch       picture is X(01) value "N".
001870     88  turn-keyed                  value "Y".
001880 01  in-turn-switch          picture is X(01).
001890     88  unit-in-turn                value "Y".
001900 01  pre-lease-switch        picture is X(01) value "N".
001910     88  unit-pre-lease              value "Y".
001920 01  pre-lease-count         picture is 9(05) value zero.

001930*----------------------------------------------------------*
001940* Latest turnstat.dat status per unit; a unit still in
001950* make-ready is never offered.  No record counts as ready.
001960*----------------------------------------------------------*
001970 01  turn-table-area.
001980     05  turn-table-count    picture is 9(03) value zero.
001990     05  turn-table-entry occurs 1 to 200 times
002000             depending on turn-table-count
002010             indexed by turn-table-index.
002020         10  tu-building     picture is 9(02).
002030         10  tu-aptnum       picture is 9(04).
002040         10  tu-status       picture is X(01).
002050     copy TENTST
002060         replacing ==:REC-NAME:==
002070             by ==current-turn==.

002080 01  applicant-table-area.
002090     05  applicant-count     picture is 9(03) value zero.
002100     05  applicant-entry occurs 1 to 200 times
002110             depending on applicant-count.
002120         10  ap-name         picture is X(25).
002130         10  ap-co-applicant picture is X(25).
002140         10  ap-building     picture is 9(02).
002150         10  ap-max-rent     picture is 9(05)V99.
002160         10  ap-date         picture is 9(08).
002170         10  ap-status       picture is X(01).
002180         10  ap-income       picture is 9(07)V99.
002190         10  ap-household    picture is 9(02).
002200         10  ap-surrogate    picture is 9(06).
002210         10  ap-ssn-last4    picture is X(04).
002220         10  ap-protected-flag
002230                             picture is X(01).
002240         10  ap-housed-building
002250                             picture is 9(02).
002260         10  ap-housed-aptnum
002270                             picture is 9(04).
002280         10  ap-screen-status
002290                             picture is X(01).
002300         10  ap-screen-date  picture is 9(08).
002310         10  ap-credit-score picture is 9(03).
002320         10  ap-eviction-hits
002330                             picture is 9(02).
002340         10  ap-recommendation
002350                             picture is X(01).
002360     copy TENFMT.
002370     copy TENDREQ.
002380     copy TENNTVL.

002390 procedure division.
002400 0000-mainline.
002410     move "TENMATCH" to TENOLOG-PROGRAM.
002420     perform 1000-initialize thru 1000-exit.
002430     perform 2000-load-applicants thru 2000-exit.
002440     if table-overflowed
002450         move "A" to TENOLOG-SEVERITY
002460         move spaces to TENOLOG-TEXT
002470         string "applcnt.dat is larger than the "
002480                 delimited by size
002490             "work table - nothing matched" delimited by size
002500             into TENOLOG-TEXT
002510         call "TENOLOG" using TENOLOG-PARMS
002520         move 1 to return-code
002530         goback.
002540     perform 3000-match-vacancies thru 3000-exit
002550         until idx-file-status = "10".
002560     perform 4000-rewrite-applicants thru 4000-exit.
002570     perform 9000-finish thru 9000-exit.
002580     goback.

002590 1000-initialize.
002600     move "I" to TENOLOG-SEVERITY
002610     move "matching applicants to vacancies" to TENOLOG-TEXT
002620     call "TENOLOG" using TENOLOG-PARMS.
002630     accept run-date from date yyyymmdd.
002640     open input sample-idx-file.
002650     if idx-file-status not = "00"
002660         move "A" to TENOLOG-SEVERITY
002670         move spaces to TENOLOG-TEXT
002680         string "cannot open indexed.dbf, status "
002690                 delimited by size
002700             idx-file-status delimited by size
002710             into TENOLOG-TEXT
002720         call "TENOLOG" using TENOLOG-PARMS
002730         move 1 to return-code
002740         goback.
002750     move spaces to offers-filename.
002760     string "offers." delimited by size
002770         run-date delimited by size
002780         into offers-filename.
002790     open output offer-report.
002800     perform 1100-read-multiplier thru 1100-exit.
002810     perform 1200-load-turn-status thru 1200-exit.
002820     open extend disqual-log-file.
002830     move "APPLICANT OFFER WORKSHEETS" to report-line.
002840     write report-line.
002850     move spaces to report-line.
002860     string "RUN DATE: " delimited by size
002870         run-date delimited by size
002880         into report-line.
002890     write report-line.
002900 1000-exit.
002910     exit.

002920*----------------------------------------------------------*
002930* The times-rent screening standard off income.ctl; 3.00
002940* when no control file is on hand.
002950*----------------------------------------------------------*
002960 1100-read-multiplier.
002970     open input income-control-file.
002980     if inc-file-status not = "00"
002990         close income-control-file
003000         go to 1100-exit.
003010     read income-control-file
003020         at end
003030             continue
003040         not at end
003050             if inc-multiplier not = zero
003060                 move inc-multiplier to income-multiplier.
003070     close income-control-file.
003080 1100-exit.
003090     exit.

003100 1200-load-turn-status.
003110     open input turn-cur-file.
003120     if tsx-file-status = "00"
003130         move "Y" to turn-keyed-switch
003140         go to 1200-exit.
003150     close turn-cur-file.
003160     move "W" to TENOLOG-SEVERITY
003170     move spaces to TENOLOG-TEXT
003180     string "turnstax.dbf not on file - run " delimited by size
003190         "TENSCNV - scanning turnstat.dat" delimited by size
003200         into TENOLOG-TEXT
003210     call "TENOLOG" using TENOLOG-PARMS.
003220     open input turn-status-file.
003230     if tst-file-status not = "00"
003240         close turn-status-file
003250         move "Y" to tst-eof-switch
003260         go to 1200-exit.
003270     perform 1210-read-turn thru 1210-exit
003280         until turn-file-at-end.
003290     close turn-status-file.
003300 1200-exit.
003310     exit.

003320 1210-read-turn.
003330     read turn-status-file
003340         at end
003350             move "Y" to tst-eof-switch
003360         not at end
003370             perform 1220-stow-turn thru 1220-exit.
003380 1210-exit.
003390     exit.

003400 1220-stow-turn.
003410     set turn-table-index to 1.
003420     if turn-table-count > zero
003430         search turn-table-entry
003440             at end
003450                 perform 1230-add-turn thru 1230-exit
003460             when tu-building (turn-table-index)
003470                     = tst-building of turn-status-record
003480                 and tu-aptnum (turn-table-index)
003490                     = tst-aptnum of turn-status-record
003500                 move tst-status of turn-status-record
003510                     to tu-status (turn-table-index)
003520     else
003530         perform 1230-add-turn thru 1230-exit.
003540 1220-exit.
003550     exit.

003560 1230-add-turn.
003570     if turn-table-count >= 200
003580         move "W" to TENOLOG-SEVERITY
003590         move "turn table overflow" to TENOLOG-TEXT
003600         call "TENOLOG" using TENOLOG-PARMS
003610     else
003620         add 1 to turn-table-count
003630         move tst-building of turn-status-record
003640             to tu-building (turn-table-count)
003650         move tst-aptnum of turn-status-record
003660             to tu-aptnum (turn-table-count)
003670         move tst-status of turn-status-record
003680             to tu-status (turn-table-count).
003690 1230-exit.
003700     exit.

003710 2000-load-applicants.
003720     open input applicant-file.
003730     if app-file-status not = "00"
003740         move "W" to TENOLOG-SEVERITY
003750         move "no applcnt.dat on file, nothing to match"
003760             to TENOLOG-TEXT
003770         call "TENOLOG" using TENOLOG-PARMS
003780         move "Y" to app-eof-switch
003790         go to 2000-exit.
003800     perform 2100-read-applicant thru 2100-exit
003810         until applicant-file-at-end.
003820     close applicant-file.
003830 2000-exit.
003840     exit.

003850 2100-read-applicant.
003860     read applicant-file
003870         at end
003880             move "Y" to app-eof-switch
003890         not at end
003900             perform 2200-stow-applicant thru 2200-exit.
003910 2100-exit.
003920     exit.

003930 2200-stow-applicant.
003940     if applicant-count >= 200
003950         move "Y" to table-overflowed-switch
003960         move "W" to TENOLOG-SEVERITY
003970         move "applicant table overflow" to TENOLOG-TEXT
003980         call "TENOLOG" using TENOLOG-PARMS
003990     else
004000         add 1 to applicant-count
004010         move app-name of applicant-record
004020             to ap-name (applicant-count)
004030         move app-co-applicant of applicant-record
004040             to ap-co-applicant (applicant-count)
004050         move app-building-wanted of applicant-record
004060             to ap-building (applicant-count)
004070         move app-max-rent of applicant-record
004080             to ap-max-rent (applicant-count)
004090         move app-date of applicant-record
004100             to ap-date (applicant-count)
004110         move app-status of applicant-record
004120             to ap-status (applicant-count)
004130         move app-income of applicant-record
004140             to ap-income (applicant-count)
004150         move app-household-size of applicant-record
004160             to ap-household (applicant-count)
004170         perform 2250-stow-screening thru 2250-exit.
004180 2200-exit.
004190     exit.

004200*----------------------------------------------------------*
004210* The credit-screening fields; a record keyed before they
004220* existed reads them back blank and is carried as not yet
004230* screened.
004240*----------------------------------------------------------*
004250 2250-stow-screening.
004260     move app-ssn-last4 of applicant-record
004270         to ap-ssn-last4 (applicant-count).
004280     move app-protected-flag of applicant-record
004290         to ap-protected-flag (applicant-count).
004300     move app-screen-status of applicant-record
004310         to ap-screen-status (applicant-count).
004320     move app-recommendation of applicant-record
004330         to ap-recommendation (applicant-count).
004340     move zero to ap-surrogate (applicant-count).
004350     move zero to ap-housed-building (applicant-count).
004360     move zero to ap-housed-aptnum (applicant-count).
004370     move zero to ap-screen-date (applicant-count).
004380     move zero to ap-credit-score (applicant-count).
004390     move zero to ap-eviction-hits (applicant-count).
004400     if app-surrogate of applicant-record is numeric
004410         move app-surrogate of applicant-record
004420             to ap-surrogate (applicant-count).
004430     if app-housed-building of applicant-record is numeric
004440         and app-housed-aptnum of applicant-record is numeric
004450         move app-housed-building of applicant-record
004460             to ap-housed-building (applicant-count)
004470         move app-housed-aptnum of applicant-record
004480             to ap-housed-aptnum (applicant-count).
004490     if app-screen-date of applicant-record is numeric
004500         move app-screen-date of applicant-record
004510             to ap-screen-date (applicant-count).
004520     if app-credit-score of applicant-record is numeric
004530         move app-credit-score of applicant-record
004540             to ap-credit-score (applicant-count).
004550     if app-eviction-hits of applicant-record is numeric
004560         move app-eviction-hits of applicant-record
004570             to ap-eviction-hits (applicant-count).
004580     if app-waiting of applicant-record
004590         and app-rec-decline of applicant-record
004600         add 1 to declined-count.
004610 2250-exit.
004620     exit.

004630 3000-match-vacancies.
004640     read sample-idx-file next record
004650         at end
004660             continue
004670         not at end
004680             if occ-vacant of sample-idx-record
004690                 move "N" to pre-lease-switch
004700                 perform 3100-match-unit thru 3100-exit
004710             else
004720                 perform 3050-check-notice thru 3050-exit.
004730 3000-exit.
004740     exit.

004750*----------------------------------------------------------*
004760* An occupied unit on notice to vacate is offered for
004770* pre-leasing.
004780*----------------------------------------------------------*
004790 3050-check-notice.
004800     if not occ-occupied of sample-idx-record
004810         go to 3050-exit.
004820     move building-id of sample-idx-record to TENNTVL-BUILDING.
004830     move aptnum of sample-idx-record to TENNTVL-APTNUM.
004840     call "TENNTVL" using TENNTVL-PARMS.
004850     if not TENNTVL-ON-NOTICE
004860         go to 3050-exit.
004870     move "Y" to pre-lease-switch.
004880     perform 3100-match-unit thru 3100-exit.
004890 3050-exit.
004900     exit.

004910*----------------------------------------------------------*
004920* Oldest qualifying applicant wins the unit: WAITING, not
004930* declined by the credit screening, the building suits
004940* (wanted this building or any), and the rent is inside
004950* the applicant's maximum.
004960*----------------------------------------------------------*
004970 3100-match-unit.
004980     if not unit-pre-lease
004990         perform 3150-check-turn thru 3150-exit
005000         if unit-in-turn
005010             go to 3100-exit.
005020     move zero to best-sub.
005030     perform 3200-consider-applicant thru 3200-exit
005040         varying applicant-sub from 1 by 1
005050         until applicant-sub > applicant-count.
005060     if best-sub > zero
005070         move "O" to ap-status (best-sub)
005080         add 1 to offer-count
005090         if unit-pre-lease
005100             add 1 to pre-lease-count
005110         end-if
005120         perform 3300-print-worksheet thru 3300-exit.
005130 3100-exit.
005140     exit.

005150 3150-check-turn.
005160     move "N" to in-turn-switch.
005170     if turn-keyed
005180         move building-id of sample-idx-record
005190             to cur-building of turn-cur-record
005200         move aptnum of sample-idx-record
005210             to cur-aptnum of turn-cur-record
005220         read turn-cur-file
005230             invalid key
005240                 go to 3150-exit
005250         end-read
005260         move cur-image of turn-cur-record to current-turn
005270         if tst-status of current-turn = "T"
005280             move "Y" to in-turn-switch
005290         end-if
005300         go to 3150-exit.
005310     if turn-table-count = zero
005320         go to 3150-exit.
005330     set turn-table-index to 1.
005340     search turn-table-entry
005350         at end
005360             continue
005370         when tu-building (turn-table-index)
005380                 = building-id of sample-idx-record
005390             and tu-aptnum (turn-table-index)
005400                 = aptnum of sample-idx-record
005410             if tu-status (turn-table-index) = "T"
005420                 move "Y" to in-turn-switch
005430             end-if.
005440 3150-exit.
005450     exit.

005460 3200-consider-applicant.
005470     if ap-status (applicant-sub) not = "W"
005480         go to 3200-exit.
005490     if ap-recommendation (applicant-sub) = "D"
005500         go to 3200-exit.
005510     if ap-building (applicant-sub) not = zero
005520         and ap-building (applicant-sub)
005530             not = building-id of sample-idx-record
005540         go to 3200-exit.
005550     if ap-max-rent (applicant-sub)
005560         < rent-amount of sample-idx-record
005570         go to 3200-exit.
005580     compute required-income =
005590         rent-amount of sample-idx-record
005600             * income-multiplier.
005610     if ap-income (applicant-sub) < required-income
005620         perform 3250-log-screen-fail thru 3250-exit
005630         go to 3200-exit.
005640     if best-sub = zero
005650         move applicant-sub to best-sub
005660     else
005670         if ap-date (applicant-sub) < ap-date (best-sub)
005680             move applicant-sub to best-sub.
005690 3200-exit.
005700     exit.

005710*----------------------------------------------------------*
005720* Income short of the times-rent standard for this unit's
005730* rent: pass over the applicant for this unit and log the
005740* miss with reason "IN" (insufficient income).
005750*----------------------------------------------------------*
005760 3250-log-screen-fail.
005770     add 1 to screened-count.
005780     move run-date to dsq-date of disqual-log-record.
005790     move building-id of sample-idx-record
005800         to dsq-building of disqual-log-record.
005810     move aptnum of sample-idx-record
005820         to dsq-aptnum of disqual-log-record.
005830     move ap-name (applicant-sub)
005840         to dsq-applicant of disqual-log-record.
005850     move "IN" to dsq-reason of disqual-log-record.
005860     write disqual-log-record.
005870 3250-exit.
005880     exit.

005890 3300-print-worksheet.
005900     move all "-" to report-line.
005910     write report-line.
005920     move spaces to report-line.
005930     string "OFFER: UNIT " delimited by size
005940         building-id of sample-idx-record delimited by size
005950         "-" delimited by size
005960         aptnum of sample-idx-record delimited by size
005970         into report-line.
005980     write report-line.
005990     if unit-pre-lease
006000         move spaces to report-line
006010         string "  PRE-LEASE - UNIT ON NOTICE, AVAILABLE "
006020                 delimited by size
006030             TENNTVL-MOVE-OUT-DATE delimited by size
006040             into report-line
006050         write report-line.
006060     move "A" to TENFMT-FORMAT-CODE.
006070     move rent-amount of sample-idx-record
006080         to TENFMT-RAW-AMOUNT.
006090     call "TENFMT" using TENFMT-PARMS.
006100     move TENFMT-EDITED-OUT to rent-text.
006110     move spaces to report-line.
006120     string "  RENT: " delimited by size
006130         rent-text delimited by size
006140         into report-line.
006150     write report-line.
006160     move spaces to report-line.
006170     string "  APPLICANT: " delimited by size
006180         ap-name (best-sub) delimited by size
006190         into report-line.
006200     write report-line.
006210     if ap-co-applicant (best-sub) not = spaces
006220         move spaces to report-line
006230         string "  CO-APPLICANT: " delimited by size
006240             ap-co-applicant (best-sub) delimited by size
006250             into report-line
006260         write report-line.
006270     move spaces to report-line.
006280     string "  APPLIED: " delimited by size
006290         ap-date (best-sub) delimited by size
006300         into report-line.
006310     write report-line.
006320     perform 3350-print-screening thru 3350-exit.
006330 3300-exit.
006340     exit.

006350*----------------------------------------------------------*
006360* The screening result and the deposit to ask for at
006370* move-in, raised by the TENDREQ rule for a conditional
006380* approval.
006390*----------------------------------------------------------*
006400 3350-print-screening.
006410     move spaces to report-line.
006420     if ap-screen-status (best-sub) = "S"
006430         string "  SCREENING: SCORE " delimited by size
006440             ap-credit-score (best-sub) delimited by size
006450             "  EVICTIONS " delimited by size
006460             ap-eviction-hits (best-sub) delimited by size
006470             into report-line
006480         if ap-recommendation (best-sub) = "C"
006490             move "CONDITIONAL" to report-line (39:11)
006500         else
006510             move "ACCEPT" to report-line (39:6)
006520         end-if
006530     else
006540         move "  SCREENING: NOT YET SCREENED" to report-line.
006550     write report-line.
006560     move rent-amount of sample-idx-record to TENDREQ-RENT.
006570     move ap-recommendation (best-sub)
006580         to TENDREQ-RECOMMENDATION.
006590     call "TENDREQ" using TENDREQ-PARMS.
006600     move "A" to TENFMT-FORMAT-CODE.
006610     move TENDREQ-DEPOSIT to TENFMT-RAW-AMOUNT.
006620     call "TENFMT" using TENFMT-PARMS.
006630     move TENFMT-EDITED-OUT to deposit-text.
006640     move spaces to report-line.
006650     string "  DEPOSIT REQUIRED: " delimited by size
006660         deposit-text delimited by size
006670         into report-line.
006680     if TENDREQ-WAS-RAISED
006690         move "(RAISED - CONDITIONAL APPROVAL)"
006700             to report-line (35:31).
006710     write report-line.
006720 3350-exit.
006730     exit.

006740 4000-rewrite-applicants.
006750     if applicant-count = zero
006760         go to 4000-exit.
006770     open output applicant-file.
006780     perform 4100-write-applicant thru 4100-exit
006790         varying applicant-sub from 1 by 1
006800         until applicant-sub > applicant-count.
006810     close applicant-file.
006820 4000-exit.
006830     exit.

006840 4100-write-applicant.
006850     move ap-name (applicant-sub)
006860         to app-name of applicant-record.
006870     move ap-co-applicant (applicant-sub)
006880         to app-co-applicant of applicant-record.
006890     move ap-building (applicant-sub)
006900         to app-building-wanted of applicant-record.
006910     move ap-max-rent (applicant-sub)
006920         to app-max-rent of applicant-record.
006930     move ap-date (applicant-sub)
006940         to app-date of applicant-record.
006950     move ap-status (applicant-sub)
006960         to app-status of applicant-record.
006970     move ap-income (applicant-sub)
006980         to app-income of applicant-record.
006990     move ap-household (applicant-sub)
007000         to app-household-size of applicant-record.
007010     move ap-surrogate (applicant-sub)
007020         to app-surrogate of applicant-record.
007030     move ap-ssn-last4 (applicant-sub)
007040         to app-ssn-last4 of applicant-record.
007050     move ap-protected-flag (applicant-sub)
007060         to app-protected-flag of applicant-record.
007070     move ap-housed-building (applicant-sub)
007080         to app-housed-building of applicant-record.
007090     move ap-housed-aptnum (applicant-sub)
007100         to app-housed-aptnum of applicant-record.
007110     move ap-screen-status (applicant-sub)
007120         to app-screen-status of applicant-record.
007130     move ap-screen-date (applicant-sub)
007140         to app-screen-date of applicant-record.
007150     move ap-credit-score (applicant-sub)
007160         to app-credit-score of applicant-record.
007170     move ap-eviction-hits (applicant-sub)
007180         to app-eviction-hits of applicant-record.
007190     move ap-recommendation (applicant-sub)
007200         to app-recommendation of applicant-record.
007210     write applicant-record.
007220 4100-exit.
007230     exit.

007240 9000-finish.
007250     close disqual-log-file.
007260     close sample-idx-file offer-report.
007270     if turn-keyed
007280         close turn-cur-file.
007290     move "TENMATCH" to TENRCAT-PROGRAM.
007300     move offers-filename to TENRCAT-FILENAME.
007310     move 1 to TENRCAT-PAGES.
007320     move offer-count to TENRCAT-LINES.
007330     call "TENRCAT" using TENRCAT-PARMS.
007340     move "I" to TENOLOG-SEVERITY
007350     move spaces to TENOLOG-TEXT
007360     string offer-count delimited by size
007370         " offer(s) printed, " delimited by size
007380         screened-count delimited by size
007390         " screened out on income, " delimited by size
007400         declined-count delimited by size
007410         " declined on credit screening" delimited by size
007420         into TENOLOG-TEXT
007430     call "TENOLOG" using TENOLOG-PARMS.
007440     move spaces to TENOLOG-TEXT
007450     string pre-lease-count delimited by size
007460         " offer(s) on units on notice to vacate"
007470             delimited by size
007480         into TENOLOG-TEXT
007490     call "TENOLOG" using TENOLOG-PARMS.
007500 9000-exit.
007510     exit.

000190*----------------------------------------------------------*
000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000220*   2026-10-15 JHM   Messages now go through TENOLOG to the
000230*                    dated operations log, each with its
000240*                    severity (and the unit where there is
000250*                    one); aborts raise a menu alert.
000260*   2026-10-15 JHM   A unit's attributes for the market-rate
000270*                    comparison now come from the keyed
000280*                    unitattx.dbf that TENSCNV rebuilds, one
000290*                    random read per unit, instead of a
000300*                    500-entry table scanned in from
000310*                    unitattr.dat; the scan stays as the
000320*                    fallback when unitattx.dbf is not on
000330*                    file.
000340*   2026-10-15 JHM   Each unit now shows gross rent, the
000350*                    month's concess.dat concession (TENCNCL
000360*                    lookup) and the effective rent side by
000370*                    side, with concession and effective
000380*                    totals at each building break and at the
000390*                    end.  RENT-AMOUNT, the snapshot and the
000400*                    market comparison stay on gross rent.
000410*   2026-08-09 JHM   Original program.
000420*   2026-08-09 JHM   Changed STOP RUN to GOBACK so TENMENU can
000430*                    CALL this program and get control back
000440*                    instead of the whole menu session ending;
000450*                    behaves the same as before when this is
000460*                    run standalone as the outermost program.
000470*                    Sets RETURN-CODE to 1 on the indexed.dbf
000480*                    open failure so a caller's success/failure
000490*                    check means something.
000500*   2026-08-22 JHM   The roll now goes to a dated file name
000510*                    (rentroll.YYYYMMDD) and each run is
000520*                    cataloged through TENRCAT, so a prior
000530*                    day's roll survives tonight's run and
000540*                    TENRPRT can reprint it.
000550*   2026-08-22 JHM   Building control breaks now print the
000560*                    building's name from the bldgmst.dat
000570*                    master through the TENBLDL lookup,
000580*                    falling back to the bare number when
000590*                    no master record exists.
000600*   2026-08-22 JHM   Added the market-rate comparison
000610*                    section at the bottom of the roll:
000620*                    each occupied unit with attributes on
000630*                    unitattr.dat shows rent per square
000640*                    foot against the average for units
000650*                    with the same bedroom count, with
000660*                    underpriced units flagged.
000670*   2026-08-22 JHM   Writes a dated rollsnap snapshot record
000680*                    per unit read (occupied and vacant) and
000690*                    maintains the prior/current names on
000700*                    rollsnap.ctl, so the TENRVAR variance
000710*                    report can compare this roll to the
000720*                    previous one.
000730*   2026-08-22 JHM   Honors the company.ctl restriction: when
000740*                    the control file names a company, only
000750*                    that company's units are listed and the
000760*                    heading names the company, so one
000770*                    entity's roll never carries the other's
000780*                    units.
000790*----------------------------------------------------------*
000800 identification division.
000810 program-id. tenrent.
000820 author. J. H. Masters.
000830 installation. Property Management Systems.
000840 date-written. 2026-08-09.
000850 date-compiled. 2026-08-09.

000860 environment division.
000870 configuration section.
000880 source-computer. Intel486.
000890 object-computer. Intel486.

000900 input-output section.
000910 file-control.
000920     select sample-idx-file assign to disk
000930         organization is indexed
000940         record key is unit-key of sample-idx-record
000950         access mode is sequential
000960         file status is idx-file-status.

000970     select rent-roll-report assign to disk
000980         organization is line sequential.

000990     select optional company-control-file assign to disk
001000         organization is line sequential
001010         file status is cmp-file-status.

001020     select snapshot-file assign to disk
001030         organization is line sequential.

001040     select optional snapshot-control-file assign to disk
001050         organization is line sequential
001060         file status is snapctl-file-status.

001070     select optional unit-attr-file assign to disk
001080         organization is line sequential
001090         file status is att-file-status.

001100     select attr-cur-file assign to disk
001110         organization is indexed
001120         record key is cur-key of attr-cur-record
001130         access mode is random
001140         file status is atx-file-status.

001150 data division.
001160 file section.
001170 fd  sample-idx-file
001180     label records are standard
001190     value of file-id is "indexed.dbf".
001200     copy TENREC
001210         replacing ==:REC-NAME:== by ==sample-idx-record==
001220             ==address== by ==street-addr==.

001230 fd  rent-roll-report
001240     label records are standard
001250     value of file-id is rent-roll-filename.
001260 01  report-line             picture is X(80).

001270 fd  company-control-file
001280     label records are standard
001290     value of file-id is "company.ctl".
001300     copy TENCMP
001310         replacing ==:REC-NAME:==
001320             by ==company-control-record==.

001330 fd  snapshot-file
001340     label records are standard
001350     value of file-id is snapshot-filename.
001360     copy TENSNAP
001370         replacing ==:REC-NAME:==
001380             by ==snapshot-record==.

001390 fd  snapshot-control-file
001400     label records are standard
001410     value of file-id is "rollsnap.ctl".
001420 01  snapshot-control-record.
001430     05  snapctl-prior-name  picture is X(30).
001440     05  snapctl-curr-name   picture is X(30).

001450 fd  unit-attr-file
001460     label records are standard
001470     value of file-id is "unitattr.dat".
001480     copy TENATT
001490         replacing ==:REC-NAME:==
001500             by ==unit-attr-record==.

001510 fd  attr-cur-file
001520     label records are standard
001530     value of file-id is "unitattx.dbf".
001540     copy TENCUR
001550         replacing ==:REC-NAME:==
001560             by ==attr-cur-record==.

001570 working-storage section.
001580 01  rent-roll-filename      picture is X(30).
001590     copy TENRCAT.
001600     copy TENOLOG.
001610     copy TENBLDL.
001620 01  idx-file-status         picture is X(02).
001630 01  cmp-file-status         picture is X(02).
001640 01  company-wanted          picture is 9(02) value zero.
001650 01  company-name            picture is X(25) value spaces.
001660 01  snapctl-file-status     picture is X(02).
001670 01  snapshot-filename       picture is X(30).
001680 01  prior-snapshot-name     picture is X(30) value spaces.
001690 01  snapshot-count          picture is 9(05) value zero.
001700 01  run-date                picture is 9(08).
001710 01  run-date-parts redefines run-date.
001720     05  run-date-yyyymm     picture is 9(06).
001730     05  run-date-dd         picture is 9(02).
001740 01  unit-concession         picture is 9(05)V99.
001750 01  unit-effective          picture is 9(05)V99.
001760 01  gross-text              picture is X(12).
001770 01  concession-text         picture is X(12).
001780 01  effective-text          picture is X(12).
001790 01  att-file-status         picture is X(02).
001800 01  att-eof-switch          picture is X(01) value "N".
001810     88  attr-file-at-end            value "Y".
001820 01  atx-file-status         picture is X(02).
001830 01  attr-keyed-switch       picture is X(01) value "N".
001840     88  attr-keyed                  value "Y".
001850 01  attr-found-switch       picture is X(01).
001860     88  attr-found                  value "Y".
001870 01  unit-bedrooms           picture is 9(01).
001880 01  unit-sqft               picture is 9(04).
001890 01  bedroom-sub             picture is 9(02).
001900 01  compare-sub             picture is 9(03).
001910 01  rent-per-sqft           picture is 9(03)V99.
001920 01  average-per-sqft        picture is 9(03)V99.
001930 01  under-flag              picture is X(05).

001940*----------------------------------------------------------*
001950* Unit-attributes table (last record per unit wins) and the
001960* market-rate comparison work areas: per-bedroom-count
001970* totals of rent per square foot, and the per-unit figures
001980* held back for the comparison section after the roll.
001990*----------------------------------------------------------*
002000 01  attr-table-area.
002010     05  attr-table-count    picture is 9(03) value zero.
002020     05  attr-table-entry occurs 1 to 500 times
002030             depending on attr-table-count
002040             indexed by attr-table-index.
002050         10  at-building     picture is 9(02).
002060         10  at-aptnum       picture is 9(04).
002070         10  at-bedrooms     picture is 9(01).
002080         10  at-sqft         picture is 9(04).
002090     copy TENATT
002100         replacing ==:REC-NAME:==
002110             by ==current-unit-attr==.

002120 01  bedroom-averages.
002130     05  bedroom-figures occurs 10 times.
002140         10  br-rpsf-total   picture is 9(07)V99.
002150         10  br-unit-count   picture is 9(04).

002160 01  compare-table-area.
002170     05  compare-table-count picture is 9(03) value zero.
002180     05  compare-table-entry occurs 1 to 500 times
002190             depending on compare-table-count.
002200         10  cp-building     picture is 9(02).
002210         10  cp-aptnum       picture is 9(04).
002220         10  cp-bedrooms     picture is 9(01).
002230         10  cp-rpsf         picture is 9(03)V99.
002240 01  unit-count              picture is 9(05) value zero.
002250 01  current-building        picture is 9(02) value zero.
002260 01  first-record-switch     picture is X(01) value "Y".
002270     88  first-record                value "Y".
002280 01  building-total          picture is 9(07)V99 value zero.
002290 01  grand-total             picture is 9(07)V99 value zero.
002300 01  building-concession     picture is 9(07)V99 value zero.
002310 01  grand-concession        picture is 9(07)V99 value zero.
002320 01  building-effective      picture is 9(07)V99 value zero.
002330 01  grand-effective         picture is 9(07)V99 value zero.
002340     copy TENFMT.
002350     copy TENCNCL.

002360 procedure division.
002370 0000-mainline.
002380     move "TENRENT" to TENOLOG-PROGRAM.
002390     perform 1000-initialize thru 1000-exit.
002400     perform 2000-read-roll thru 2000-exit
002410         until idx-file-status = "10".
002420     perform 8000-building-break thru 8000-exit.
002430     perform 9000-finish thru 9000-exit.
002440     goback.

002450 1000-initialize.
002460     move "I" to TENOLOG-SEVERITY
002470     move "building monthly rent-roll report" to TENOLOG-TEXT
002480     call "TENOLOG" using TENOLOG-PARMS.
002490     perform 1100-read-company thru 1100-exit.
002500     perform 1200-open-snapshot thru 1200-exit.
002510     perform 1300-load-attributes thru 1300-exit.
002520     open input sample-idx-file.
002530     if idx-file-status not = "00"
002540         move "A" to TENOLOG-SEVERITY
002550         move spaces to TENOLOG-TEXT
002560         string "cannot open indexed.dbf, status "
002570                 delimited by size
002580             idx-file-status delimited by size
002590             into TENOLOG-TEXT
002600         call "TENOLOG" using TENOLOG-PARMS
002610         move 1 to return-code
002620         goback.
002630     move spaces to rent-roll-filename.
002640     string "rentroll." delimited by size
002650         run-date delimited by size
002660         into rent-roll-filename.
002670     open output rent-roll-report.
002680     move "MONTHLY RENT ROLL" to report-line.
002690     write report-line.
002700     if company-wanted not = zero
002710         move spaces to report-line
002720         string "COMPANY " delimited by size
002730             company-wanted delimited by size
002740             " - " delimited by size
002750             company-name delimited by size
002760             into report-line
002770         write report-line.
002780     string "BLDG APT   NAME                        "
002790         delimited by size
002800         "  GROSS RENT  CONCESSION   EFFECTIVE"
002810         delimited by size
002820         into report-line.
002830     write report-line.
002840 1000-exit.
002850     exit.

002860 1100-read-company.
002870     open input company-control-file.
002880     if cmp-file-status not = "00"
002890         go to 1100-exit.
002900     read company-control-file
002910         at end
002920             continue
002930         not at end
002940             move cmp-company of company-control-record
002950                 to company-wanted
002960             move cmp-name of company-control-record
002970                 to company-name.
002980     close company-control-file.
002990     if company-wanted not = zero
003000         move "I" to TENOLOG-SEVERITY
003010         move spaces to TENOLOG-TEXT
003020         string "restricted to company " delimited by size
003030             company-wanted delimited by size
003040             into TENOLOG-TEXT
003050         call "TENOLOG" using TENOLOG-PARMS.
003060 1100-exit.
003070     exit.

003080*----------------------------------------------------------*
003090* Pick up the prior snapshot name from rollsnap.ctl, date
003100* tonight's snapshot file, and open it.  The control file is
003110* rewritten with the new prior/current pair at end of run.
003120*----------------------------------------------------------*
003130 1200-open-snapshot.
003140     accept run-date from date yyyymmdd.
003150     open input snapshot-control-file.
003160     if snapctl-file-status = "00"
003170         read snapshot-control-file
003180             at end
003190                 continue
003200             not at end
003210                 move snapctl-curr-name
003220                     to prior-snapshot-name
003230         end-read.
003240     close snapshot-control-file.
003250     move spaces to snapshot-filename.
003260     string "rollsnap." delimited by size
003270         run-date delimited by size
003280         into snapshot-filename.
003290     open output snapshot-file.
003300 1200-exit.
003310     exit.

003320 1300-load-attributes.
003330     perform 1305-zero-bedroom thru 1305-exit
003340         varying bedroom-sub from 1 by 1
003350         until bedroom-sub > 10.
003360     open input attr-cur-file.
003370     if atx-file-status = "00"
003380         move "Y" to attr-keyed-switch
003390         go to 1300-exit.
003400     close attr-cur-file.
003410     move "W" to TENOLOG-SEVERITY
003420     move spaces to TENOLOG-TEXT
003430     string "unitattx.dbf not on file - run " delimited by size
003440         "TENSCNV - scanning unitattr.dat" delimited by size
003450         into TENOLOG-TEXT
003460     call "TENOLOG" using TENOLOG-PARMS.
003470     open input unit-attr-file.
003480     if att-file-status not = "00"
003490         move "Y" to att-eof-switch
003500         go to 1300-exit.
003510     perform 1310-read-attribute thru 1310-exit
003520         until attr-file-at-end.
003530     close unit-attr-file.
003540 1300-exit.
003550     exit.

003560 1305-zero-bedroom.
003570     move zero to br-rpsf-total (bedroom-sub).
003580     move zero to br-unit-count (bedroom-sub).
003590 1305-exit.
003600     exit.

003610 1310-read-attribute.
003620     read unit-attr-file
003630         at end
003640             move "Y" to att-eof-switch
003650         not at end
003660             perform 1320-stow-attribute thru 1320-exit.
003670 1310-exit.
003680     exit.

003690 1320-stow-attribute.
003700     set attr-table-index to 1.
003710     if attr-table-count > zero
003720         search attr-table-entry
003730             at end
003740                 perform 1330-add-attribute thru 1330-exit
003750             when at-building (attr-table-index)
003760                     = att-building of unit-attr-record
003770                 and at-aptnum (attr-table-index)
003780                     = att-aptnum of unit-attr-record
003790                 perform 1340-replace-attr thru 1340-exit
003800     else
003810         perform 1330-add-attribute thru 1330-exit.
003820 1320-exit.
003830     exit.

003840 1330-add-attribute.
003850     if attr-table-count >= 500
003860         move "W" to TENOLOG-SEVERITY
003870         move "attribute table overflow" to TENOLOG-TEXT
003880         call "TENOLOG" using TENOLOG-PARMS
003890     else
003900         add 1 to attr-table-count
003910         set attr-table-index to attr-table-count
003920         perform 1340-replace-attr thru 1340-exit.
003930 1330-exit.
003940     exit.

003950 1340-replace-attr.
003960     move att-building of unit-attr-record
003970         to at-building (attr-table-index).
003980     move att-aptnum of unit-attr-record
003990         to at-aptnum (attr-table-index).
004000     move att-bedrooms of unit-attr-record
004010         to at-bedrooms (attr-table-index).
004020     move att-square-feet of unit-attr-record
004030         to at-sqft (attr-table-index).
004040 1340-exit.
004050     exit.

004060 2000-read-roll.
004070     read sample-idx-file next record
004080         at end
004090             continue
004100         not at end
004110             perform 2100-process-tenant thru 2100-exit.
004120 2000-exit.
004130     exit.

004140 2100-process-tenant.
004150     if company-wanted not = zero
004160         and company-code of sample-idx-record
004170             not = company-wanted
004180         go to 2100-exit.
004190     perform 2300-write-snapshot thru 2300-exit.
004200     if not first-record
004210         and building-id of sample-idx-record
004220             not = current-building
004230         perform 8000-building-break thru 8000-exit.
004240     move "N" to first-record-switch.
004250     move building-id of sample-idx-record to current-building.
004260     if occ-occupied of sample-idx-record
004270         perform 2200-print-tenant thru 2200-exit.
004280 2100-exit.
004290     exit.

004300 2200-print-tenant.
004310     add 1 to unit-count.
004320     add rent-amount of sample-idx-record to building-total.
004330     add rent-amount of sample-idx-record to grand-total.
004340     perform 2250-find-concession thru 2250-exit.
004350     move "A" to TENFMT-FORMAT-CODE.
004360     move rent-amount of sample-idx-record to TENFMT-RAW-AMOUNT.
004370     call "TENFMT" using TENFMT-PARMS.
004380     move TENFMT-EDITED-OUT to gross-text.
004390     move unit-concession to TENFMT-RAW-AMOUNT.
004400     call "TENFMT" using TENFMT-PARMS.
004410     move TENFMT-EDITED-OUT to concession-text.
004420     move unit-effective to TENFMT-RAW-AMOUNT.
004430     call "TENFMT" using TENFMT-PARMS.
004440     move TENFMT-EDITED-OUT to effective-text.
004450     move spaces to report-line.
004460     string building-id of sample-idx-record delimited by size
004470         "-" delimited by size
004480         aptnum of sample-idx-record delimited by size
004490         "  " delimited by size
004500         name of sample-idx-record delimited by size
004510         " " delimited by size
004520         gross-text delimited by size
004530         concession-text delimited by size
004540         effective-text delimited by size
004550         into report-line.
004560     write report-line.
004570     perform 2400-note-comparison thru 2400-exit.
004580 2200-exit.
004590     exit.

004600*----------------------------------------------------------*
004610* The run month's leasing special off concess.dat; the
004620* effective rent is what the tenant is actually billed.
004630*----------------------------------------------------------*
004640 2250-find-concession.
004650     move building-id of sample-idx-record
004660         to TENCNCL-BUILDING.
004670     move aptnum of sample-idx-record to TENCNCL-APTNUM.
004680     move run-date-yyyymm to TENCNCL-MONTH.
004690     move rent-amount of sample-idx-record to TENCNCL-RENT.
004700     call "TENCNCL" using TENCNCL-PARMS.
004710     move TENCNCL-CREDIT to unit-concession.
004720     compute unit-effective =
004730         rent-amount of sample-idx-record - unit-concession.
004740     add unit-concession to building-concession.
004750     add unit-concession to grand-concession.
004760     add unit-effective to building-effective.
004770     add unit-effective to grand-effective.
004780 2250-exit.
004790     exit.

004800 2300-write-snapshot.
004810     move building-id of sample-idx-record
004820         to snap-building of snapshot-record.
004830     move aptnum of sample-idx-record
004840         to snap-aptnum of snapshot-record.
004850     move name of sample-idx-record
004860         to snap-name of snapshot-record.
004870     move rent-amount of sample-idx-record
004880         to snap-rent of snapshot-record.
004890     move occ-status of sample-idx-record
004900         to snap-status of snapshot-record.
004910     write snapshot-record.
004920     add 1 to snapshot-count.
004930 2300-exit.
004940     exit.

004950*----------------------------------------------------------*
004960* Hold the occupied unit's rent per square foot for the
004970* market-rate comparison section, when its attributes are
004980* on file with a nonzero square footage.
004990*----------------------------------------------------------*
005000 2400-note-comparison.
005010     perform 2450-find-attributes thru 2450-exit.
005020     if not attr-found
005030         go to 2400-exit.
005040     if unit-sqft = zero
005050         go to 2400-exit.
005060     if compare-table-count >= 500
005070         go to 2400-exit.
005080     compute rent-per-sqft rounded =
005090         rent-amount of sample-idx-record
005100             / unit-sqft.
005110     add 1 to compare-table-count.
005120     move building-id of sample-idx-record
005130         to cp-building (compare-table-count).
005140     move aptnum of sample-idx-record
005150         to cp-aptnum (compare-table-count).
005160     move unit-bedrooms
005170         to cp-bedrooms (compare-table-count).
005180     move rent-per-sqft
005190         to cp-rpsf (compare-table-count).
005200     compute bedroom-sub = unit-bedrooms + 1.
005210     add rent-per-sqft to br-rpsf-total (bedroom-sub).
005220     add 1 to br-unit-count (bedroom-sub).
005230 2400-exit.
005240     exit.

005250*----------------------------------------------------------*
005260* The unit's attributes: one random read of the keyed
005270* companion, or the table scanned in from unitattr.dat.
005280*----------------------------------------------------------*
005290 2450-find-attributes.
005300     move "N" to attr-found-switch.
005310     if attr-keyed
005320         move building-id of sample-idx-record
005330             to cur-building of attr-cur-record
005340         move aptnum of sample-idx-record
005350             to cur-aptnum of attr-cur-record
005360         read attr-cur-file
005370             invalid key
005380                 go to 2450-exit
005390         end-read
005400         move cur-image of attr-cur-record
005410             to current-unit-attr
005420         move "Y" to attr-found-switch
005430         move att-bedrooms of current-unit-attr
005440             to unit-bedrooms
005450         move att-square-feet of current-unit-attr
005460             to unit-sqft
005470         go to 2450-exit.
005480     if attr-table-count = zero
005490         go to 2450-exit.
005500     set attr-table-index to 1.
005510     search attr-table-entry
005520         at end
005530             go to 2450-exit
005540         when at-building (attr-table-index)
005550                 = building-id of sample-idx-record
005560             and at-aptnum (attr-table-index)
005570                 = aptnum of sample-idx-record
005580             continue.
005590     move "Y" to attr-found-switch.
005600     move at-bedrooms (attr-table-index) to unit-bedrooms.
005610     move at-sqft (attr-table-index) to unit-sqft.
005620 2450-exit.
005630     exit.

005640*----------------------------------------------------------*
005650* Market-rate comparison section: each compared unit's
005660* rent per square foot against the average for its bedroom
005670* count; a unit under the average is flagged UNDER.
005680*----------------------------------------------------------*
005690 8500-comparison-section.
005700     if compare-table-count = zero
005710         go to 8500-exit.
005720     move spaces to report-line.
005730     write report-line.
005740     move "MARKET-RATE COMPARISON (RENT PER SQ FT)"
005750         to report-line.
005760     write report-line.
005770     move "BLDG APT   BR  RENT/SF  AVG/SF" to report-line.
005780     write report-line.
005790     perform 8510-compare-one thru 8510-exit
005800         varying compare-sub from 1 by 1
005810         until compare-sub > compare-table-count.
005820 8500-exit.
005830     exit.

005840 8510-compare-one.
005850     compute bedroom-sub = cp-bedrooms (compare-sub) + 1.
005860     if br-unit-count (bedroom-sub) = zero
005870         go to 8510-exit.
005880     compute average-per-sqft rounded =
005890         br-rpsf-total (bedroom-sub)
005900             / br-unit-count (bedroom-sub).
005910     move spaces to under-flag.
005920     if cp-rpsf (compare-sub) < average-per-sqft
005930         move "UNDER" to under-flag.
005940     move spaces to report-line.
005950     string cp-building (compare-sub) delimited by size
005960         "-" delimited by size
005970         cp-aptnum (compare-sub) delimited by size
005980         "  " delimited by size
005990         cp-bedrooms (compare-sub) delimited by size
006000         "   " delimited by size
006010         cp-rpsf (compare-sub) delimited by size
006020         "   " delimited by size
006030         average-per-sqft delimited by size
006040         "  " delimited by size
006050         under-flag delimited by size
006060         into report-line.
006070     write report-line.
006080 8510-exit.
006090     exit.

006100 8000-building-break.
006110     if building-total is not equal to zero
006120         move current-building to TENBLDL-BUILDING
006130         call "TENBLDL" using TENBLDL-PARMS
006140         if not TENBLDL-ON-FILE
006150             move spaces to TENBLDL-NAME
006160         end-if
006170         move "A" to TENFMT-FORMAT-CODE
006180         move building-total to TENFMT-RAW-AMOUNT
006190         call "TENFMT" using TENFMT-PARMS
006200         move spaces to report-line
006210         string "  BUILDING " delimited by size
006220             current-building delimited by size
006230             " " delimited by size
006240             TENBLDL-NAME delimited by size
006250             " TOTAL: " delimited by size
006260             TENFMT-EDITED-OUT delimited by size
006270             into report-line
006280         write report-line
006290         perform 8100-concession-totals thru 8100-exit
006300         move zero to building-total.
006310 8000-exit.
006320     exit.

006330*----------------------------------------------------------*
006340* The building's concessions and effective rent, printed
006350* under its gross total.
006360*----------------------------------------------------------*
006370 8100-concession-totals.
006380     move "A" to TENFMT-FORMAT-CODE.
006390     move building-concession to TENFMT-RAW-AMOUNT.
006400     call "TENFMT" using TENFMT-PARMS.
006410     move TENFMT-EDITED-OUT to concession-text.
006420     move building-effective to TENFMT-RAW-AMOUNT.
006430     call "TENFMT" using TENFMT-PARMS.
006440     move TENFMT-EDITED-OUT to effective-text.
006450     move spaces to report-line.
006460     string "  CONCESSIONS: " delimited by size
006470         concession-text delimited by size
006480         "  EFFECTIVE RENT: " delimited by size
006490         effective-text delimited by size
006500         into report-line.
006510     write report-line.
006520     move zero to building-concession.
006530     move zero to building-effective.
006540 8100-exit.
006550     exit.

006560 9000-finish.
006570     move spaces to report-line.
006580     write report-line.
006590     move "A" to TENFMT-FORMAT-CODE.
006600     move grand-total to TENFMT-RAW-AMOUNT.
006610     call "TENFMT" using TENFMT-PARMS.
006620     move spaces to report-line.
006630     string "GRAND TOTAL: " delimited by size
006640         TENFMT-EDITED-OUT delimited by size
006650         "  (" delimited by size
006660         unit-count delimited by size
006670         " occupied unit(s))" delimited by size
006680         into report-line.
006690     write report-line.
006700     move "A" to TENFMT-FORMAT-CODE.
006710     move grand-concession to TENFMT-RAW-AMOUNT.
006720     call "TENFMT" using TENFMT-PARMS.
006730     move TENFMT-EDITED-OUT to concession-text.
006740     move grand-effective to TENFMT-RAW-AMOUNT.
006750     call "TENFMT" using TENFMT-PARMS.
006760     move TENFMT-EDITED-OUT to effective-text.
006770     move spaces to report-line.
006780     string "TOTAL CONCESSIONS: " delimited by size
006790         concession-text delimited by size
006800         "  TOTAL EFFECTIVE RENT: " delimited by size
006810         effective-text delimited by size
006820         into report-line.
006830     write report-line.
006840     perform 8500-comparison-section thru 8500-exit.
006850     close sample-idx-file rent-roll-report.
006860     if attr-keyed
006870         close attr-cur-file.
006880     move "TENRENT" to TENRCAT-PROGRAM.
006890     move rent-roll-filename to TENRCAT-FILENAME.
006900     move 1 to TENRCAT-PAGES.
006910     move unit-count to TENRCAT-LINES.
006920     call "TENRCAT" using TENRCAT-PARMS.
006930     close snapshot-file.
006940     move prior-snapshot-name to snapctl-prior-name.
006950     move snapshot-filename to snapctl-curr-name.
006960     open output snapshot-control-file.
006970     write snapshot-control-record.
006980     close snapshot-control-file.
006990     move "I" to TENOLOG-SEVERITY
007000     move spaces to TENOLOG-TEXT
007010     string snapshot-count delimited by size
007020         " snapshot record(s) written to " delimited by size
007030         snapshot-filename delimited by size
007040         into TENOLOG-TEXT
007050     call "TENOLOG" using TENOLOG-PARMS.
007060     move "I" to TENOLOG-SEVERITY
007070     move spaces to TENOLOG-TEXT
007080     string unit-count delimited by size
007090         " occupied unit(s) listed" delimited by size
007100         into TENOLOG-TEXT
007110     call "TENOLOG" using TENOLOG-PARMS.
007120 9000-exit.
007130     exit.

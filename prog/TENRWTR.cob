000100*----------------------------------------------------------*
000110* TENRWTR.COB
000120*
000130* Ad-hoc tenant report writer.  Every "can I get a list
000140* of..." from management used to mean a new program or
000150* TENROST output copied out by hand.  This job reads a
000160* parameter deck (TENRWP layout; rptwrtr.ctl unless the
000170* operator names another deck) saying which fields to
000180* print, which units to select, how to sort them and where
000190* to break, and the title -- and prints the list with no
000200* programmer involved.  The fields are the tenant record's
000210* own plus its joins: the building name through TENBLDL,
000220* the balance and lease end from the unit's nightly
000230* unitsum.dbf record through TENUSML (built from tenbal.dat
000240* and lease.dat), and bedrooms and square feet from the
000250* keyed unitattx.dbf companion.  Selection cards all have to
000260* hold; up to three sort keys, each of which may break with
000270* a unit count and amount subtotals; a report total at the
000280* end.  The company.ctl restriction is honored the way the
000290* other reports honor it.  The report goes to a dated file
000300* named after the deck (deck.YYYYMMDD), cataloged through
000310* TENRCAT.  A deck with any card in error prints nothing:
000320* each bad card is logged and the run ends with a return
000330* code of 1.
000340*----------------------------------------------------------*
000350* MODIFICATION HISTORY
000360*   DATE       INIT  DESCRIPTION
000370*   2026-10-15 JHM   Messages now go through TENOLOG to the
000380*                    dated operations log, each with its
000390*                    severity (and the unit where there is
000400*                    one); aborts raise a menu alert.
000410*   2026-10-15 JHM   The unit summary's balance is used only
000420*                    when it was built for today, and then
000430*                    allows for payments posted since; a
000440*                    stale summary's balance falls back to
000450*                    rent less paid.
000460*   2026-10-15 JHM   Original program.
000470*----------------------------------------------------------*
000480 identification division.
000490 program-id. tenrwtr.
000500 author. J. H. Masters.
000510 installation. Property Management Systems.
000520 date-written. 2026-10-15.
000530 date-compiled. 2026-10-15.

000540 environment division.
000550 configuration section.
000560 source-computer. Intel486.
000570 object-computer. Intel486.

000580 input-output section.
000590 file-control.
000600     select optional parameter-deck assign to disk
000610         organization is line sequential
000620         file status is deck-file-status.

000630     select sample-idx-file assign to disk
000640         organization is indexed
000650         record key is unit-key of sample-idx-record
000660         access mode is sequential
000670         file status is idx-file-status.

000680     select attr-cur-file assign to disk
000690         organization is indexed
000700         record key is cur-key of attr-cur-record
000710         access mode is random
000720         file status is atx-file-status.

000730     select optional company-control-file assign to disk
000740         organization is line sequential
000750         file status is cmp-file-status.

000760     select writer-report assign to disk
000770         organization is line sequential.

000780     select sort-file assign to disk.

000790 data division.
000800 file section.
000810 fd  parameter-deck
000820     label records are standard
000830     value of file-id is deck-filename.
000840     copy TENRWP
000850         replacing ==:REC-NAME:== by ==parameter-card==.

000860 fd  sample-idx-file
000870     label records are standard
000880     value of file-id is "indexed.dbf".
000890     copy TENREC
000900         replacing ==:REC-NAME:== by ==sample-idx-record==
000910             ==address== by ==street-addr==.

000920 fd  attr-cur-file
000930     label records are standard
000940     value of file-id is "unitattx.dbf".
000950     copy TENCUR
000960         replacing ==:REC-NAME:==
000970             by ==attr-cur-record==.

000980 fd  company-control-file
000990     label records are standard
001000     value of file-id is "company.ctl".
001010     copy TENCMP
001020         replacing ==:REC-NAME:==
001030             by ==company-control-record==.

001040 fd  writer-report
001050     label records are standard
001060     value of file-id is report-filename.
001070 01  report-line             picture is X(132).

001080 sd  sort-file.
001090 01  sort-record.
001100     05  sort-keys.
001110         10  sort-key-1      picture is X(25).
001120         10  sort-key-2      picture is X(25).
001130         10  sort-key-3      picture is X(25).
001140     05  sort-key-table redefines sort-keys.
001150         10  sort-key        picture is X(25) occurs 3 times.
001160     05  sort-unit-key       picture is X(06).
001170     05  sort-value-area     picture is X(576).

001180 working-storage section.
001190 01  deck-filename           picture is X(30).
001200 01  deck-stem               picture is X(30).
001210 01  report-filename         picture is X(30).
001220     copy TENRCAT.
001230     copy TENOLOG.
001240     copy TENBLDL.
001250     copy TENUSML.
001260     copy TENFMT.
001270     copy TENATT
001280         replacing ==:REC-NAME:==
001290             by ==current-unit-attr==.
001300 01  deck-file-status        picture is X(02).
001310 01  idx-file-status         picture is X(02).
001320 01  atx-file-status         picture is X(02).
001330 01  cmp-file-status         picture is X(02).
001340 01  deck-eof-switch         picture is X(01) value "N".
001350     88  deck-at-end                 value "Y".
001360 01  attr-open-switch        picture is X(01) value "N".
001370     88  attr-keyed                  value "Y".
001380 01  summary-warned-switch   picture is X(01) value "N".
001390     88  summary-warned              value "Y".
001400 01  first-record-switch     picture is X(01) value "Y".
001410     88  first-record                value "Y".
001420 01  selected-switch         picture is X(01).
001430     88  unit-selected               value "Y".
001440 01  number-bad-switch       picture is X(01).
001450     88  number-bad                  value "Y".
001460 01  company-wanted          picture is 9(02) value zero.
001470 01  company-name            picture is X(25) value spaces.
001480 01  run-date                picture is 9(08).
001490 01  card-count              picture is 9(03) value zero.
001500 01  card-errors             picture is 9(03) value zero.
001510 01  card-message            picture is X(40).
001520 01  catalog-sub             picture is 9(02).
001530 01  wanted-field            picture is X(10).
001540 01  found-field             picture is 9(02).
001550 01  list-sub                picture is 9(02).
001560 01  select-sub              picture is 9(02).
001570 01  level-sub               picture is 9(01).
001580 01  changed-level           picture is 9(01).
001590 01  next-column             picture is 9(03) value 1.
001600 01  field-column            picture is 9(03).
001610 01  field-width             picture is 9(02).
001620 01  unit-count              picture is 9(05) value zero.
001630 01  line-count              picture is 9(07) value zero.
001640 01  balance-work            picture is S9(09)V99.
001650 01  key-number              picture is 9(10)V99.
001660 01  key-number-text redefines key-number
001670                             picture is X(12).
001680 01  edited-number           picture is Z(08)9.
001690 01  edited-count            picture is ZZZZ9.
001700 01  lease-end-work          picture is 9(08).

001710*----------------------------------------------------------*
001720* Numeric SELECT values are read off the card the way they
001730* are written: sign, digits, a decimal point, two places.
001740*----------------------------------------------------------*
001750 01  parse-sub               picture is 9(02).
001760 01  parse-char              picture is X(01).
001770 01  parse-digit redefines parse-char
001780                             picture is 9(01).
001790 01  parse-integer           picture is 9(09).
001800 01  parse-fraction          picture is V99.
001810 01  parse-place             picture is V99.
001820 01  parse-number            picture is S9(09)V99.
001830 01  parse-point-switch      picture is X(01).
001840     88  past-the-point              value "Y".
001850 01  parse-sign-switch       picture is X(01).
001860     88  parse-negative              value "Y".

001870*----------------------------------------------------------*
001880* The fields a deck can name: name, kind (A text, N number,
001890* M amount, D date), print width and column heading.
001900*----------------------------------------------------------*
001910 01  field-catalog-values.
001920     05  filler              picture is X(27)
001930             value "NAME      A25NAME          ".
001940     05  filler              picture is X(27)
001950             value "COTENANT  A25CO-TENANT     ".
001960     05  filler              picture is X(27)
001970             value "ADDRESS   A25ADDRESS       ".
001980     05  filler              picture is X(27)
001990             value "BUILDING  N04BLDG          ".
002000     05  filler              picture is X(27)
002010             value "BLDGNAME  A25BUILDING NAME ".
002020     05  filler              picture is X(27)
002030             value "APTNUM    N04APT           ".
002040     05  filler              picture is X(27)
002050             value "CITY      A15CITY          ".
002060     05  filler              picture is X(27)
002070             value "STATE     A02ST            ".
002080     05  filler              picture is X(27)
002090             value "ZIP       A10ZIP           ".
002100     05  filler              picture is X(27)
002110             value "STATUS    A08STATUS        ".
002120     05  filler              picture is X(27)
002130             value "RENT      M12RENT          ".
002140     05  filler              picture is X(27)
002150             value "PAID      M12PAID          ".
002160     05  filler              picture is X(27)
002170             value "BALANCE   M12BALANCE       ".
002180     05  filler              picture is X(27)
002190             value "LEASEEND  D09LEASE END     ".
002200     05  filler              picture is X(27)
002210             value "BEDROOMS  N04BEDS          ".
002220     05  filler              picture is X(27)
002230             value "SQFT      N05SQFT          ".
002240 01  field-catalog redefines field-catalog-values.
002250     05  catalog-entry occurs 16 times.
002260         10  cat-name        picture is X(10).
002270         10  cat-kind        picture is X(01).
002280             88  cat-text            value "A".
002290             88  cat-number          value "N".
002300             88  cat-amount          value "M".
002310             88  cat-date            value "D".
002320         10  cat-width       picture is 9(02).
002330         10  cat-heading     picture is X(14).
002340 01  catalog-count           picture is 9(02) value 16.

002350*----------------------------------------------------------*
002360* Which catalog fields the deck touches, so the joins are
002370* only looked up when something asks for them.
002380*----------------------------------------------------------*
002390 01  field-used-area.
002400     05  field-used          picture is X(01) occurs 16 times.

002410*----------------------------------------------------------*
002420* The deck as read: title, print fields with their
002430* columns, selections and sort keys.
002440*----------------------------------------------------------*
002450 01  report-title            picture is X(60) value spaces.
002460 01  print-list-area.
002470     05  print-count         picture is 9(02) value zero.
002480     05  print-entry occurs 16 times.
002490         10  pl-field        picture is 9(02).
002500         10  pl-column       picture is 9(03).
002510 01  select-list-area.
002520     05  select-count        picture is 9(02) value zero.
002530     05  select-entry occurs 10 times.
002540         10  sl-field        picture is 9(02).
002550         10  sl-operator     picture is X(02).
002560         10  sl-text         picture is X(25).
002570         10  sl-number       picture is S9(09)V99.
002580 01  sort-list-area.
002590     05  sort-count          picture is 9(01) value zero.
002600     05  sort-entry occurs 3 times.
002610         10  so-field        picture is 9(02).
002620         10  so-break        picture is X(01).

002630*----------------------------------------------------------*
002640* One unit's field values: the printed text of each field
002650* and, for the numeric kinds, its value.  The sort record
002660* carries the area as it stands.
002670*----------------------------------------------------------*
002680 01  unit-value-area.
002690     05  unit-value occurs 16 times.
002700         10  uv-text         picture is X(25).
002710         10  uv-number       picture is S9(09)V99.

002720 01  held-key-area.
002730     05  held-key            picture is X(25) occurs 3 times.

002740*----------------------------------------------------------*
002750* Unit counts and amount totals for each sort level and for
002760* the whole report.
002770*----------------------------------------------------------*
002780 01  level-total-area.
002790     05  level-total occurs 3 times.
002800         10  lt-count        picture is 9(05).
002810         10  lt-amount       picture is S9(09)V99
002820                                 occurs 16 times.
002830         10  lt-label        picture is X(25).
002840 01  report-total-area.
002850     05  rt-count            picture is 9(05) value zero.
002860     05  rt-amount           picture is S9(09)V99
002870                                 occurs 16 times.

002880 procedure division.
002890 0000-mainline.
002900     move "TENRWTR" to TENOLOG-PROGRAM.
002910     perform 1000-initialize thru 1000-exit.
002920     perform 1200-read-deck thru 1200-exit
002930         until deck-at-end.
002940     close parameter-deck.
002950     perform 1800-check-deck thru 1800-exit.
002960     if card-errors not = zero
002970         move "A" to TENOLOG-SEVERITY
002980         move spaces to TENOLOG-TEXT
002990         string card-errors delimited by size
003000             " card(s) in error - no report printed"
003010                 delimited by size
003020             into TENOLOG-TEXT
003030         call "TENOLOG" using TENOLOG-PARMS
003040         move 1 to return-code
003050         goback.
003060     open input sample-idx-file.
003070     if idx-file-status not = "00"
003080         move "A" to TENOLOG-SEVERITY
003090         move spaces to TENOLOG-TEXT
003100         string "cannot open indexed.dbf, status "
003110                 delimited by size
003120             idx-file-status delimited by size
003130             into TENOLOG-TEXT
003140         call "TENOLOG" using TENOLOG-PARMS
003150         move 1 to return-code
003160         goback.
003170     perform 1900-open-attributes thru 1900-exit.
003180     perform 3000-open-report thru 3000-exit.
003190     sort sort-file
003200         on ascending key sort-key-1 sort-key-2 sort-key-3
003210             sort-unit-key
003220         input procedure is 2000-select-units thru 2000-exit
003230         output procedure is 4000-print-units thru 4000-exit.
003240     perform 9000-finish thru 9000-exit.
003250     goback.

003260 1000-initialize.
003270     move "I" to TENOLOG-SEVERITY
003280     move "ad-hoc tenant report writer" to TENOLOG-TEXT
003290     call "TENOLOG" using TENOLOG-PARMS.
003300     accept run-date from date yyyymmdd.
003310     display "Parameter deck (blank for rptwrtr.ctl): ".
003320     move spaces to deck-filename.
003330     accept deck-filename.
003340     if deck-filename = spaces
003350         move "rptwrtr.ctl" to deck-filename.
003360     move spaces to deck-stem.
003370     unstring deck-filename delimited by "." or space
003380         into deck-stem.
003390     move spaces to report-filename.
003400     string deck-stem delimited by space
003410         "." delimited by size
003420         run-date delimited by size
003430         into report-filename.
003440     move all "N" to field-used-area.
003450     perform 1100-read-company thru 1100-exit.
003460     open input parameter-deck.
003470     if deck-file-status not = "00"
003480         move "A" to TENOLOG-SEVERITY
003490         move spaces to TENOLOG-TEXT
003500         string "parameter deck " delimited by size
003510             deck-filename delimited by space
003520             " not on file - no report printed" delimited by size
003530             into TENOLOG-TEXT
003540         call "TENOLOG" using TENOLOG-PARMS
003550         move 1 to return-code
003560         goback.
003570 1000-exit.
003580     exit.

003590 1100-read-company.
003600     open input company-control-file.
003610     if cmp-file-status not = "00"
003620         go to 1100-exit.
003630     read company-control-file
003640         at end
003650             continue
003660         not at end
003670             move cmp-company of company-control-record
003680                 to company-wanted
003690             move cmp-name of company-control-record
003700                 to company-name.
003710     close company-control-file.
003720     if company-wanted not = zero
003730         move "I" to TENOLOG-SEVERITY
003740         move spaces to TENOLOG-TEXT
003750         string "restricted to company " delimited by size
003760             company-wanted delimited by size
003770             into TENOLOG-TEXT
003780         call "TENOLOG" using TENOLOG-PARMS.
003790 1100-exit.
003800     exit.

003810*----------------------------------------------------------*
003820* One card.  A card in error is logged and counted; the
003830* deck is read to the end so every error shows in one run.
003840*----------------------------------------------------------*
003850 1200-read-deck.
003860     read parameter-deck
003870         at end
003880             move "Y" to deck-eof-switch
003890             go to 1200-exit.
003900     add 1 to card-count.
003910     if parameter-card = spaces
003920         or rwp-card-type (1:1) = "*"
003930         go to 1200-exit.
003940     move spaces to card-message.
003950     evaluate true
003960         when rwp-title-type
003970             move rwp-title to report-title
003980         when rwp-field-type
003990             perform 1300-field-card thru 1300-exit
004000         when rwp-select-type
004010             perform 1400-select-card thru 1400-exit
004020         when rwp-sort-type
004030             perform 1500-sort-card thru 1500-exit
004040         when other
004050             move "unknown card type" to card-message
004060     end-evaluate.
004070     if card-message not = spaces
004080         add 1 to card-errors
004090         move "W" to TENOLOG-SEVERITY
004100         move spaces to TENOLOG-TEXT
004110         string "card " delimited by size
004120             card-count delimited by size
004130             " " delimited by size
004140             rwp-card-type delimited by space
004150             ": " delimited by size
004160             card-message delimited by "  "
004170             " - " delimited by size
004180             rwp-card-body (1:40) delimited by size
004190             into TENOLOG-TEXT
004200         call "TENOLOG" using TENOLOG-PARMS.
004210 1200-exit.
004220     exit.

004230 1300-field-card.
004240     move rwp-field-name to wanted-field.
004250     perform 1700-find-field thru 1700-exit.
004260     if found-field = zero
004270         move "unknown field name" to card-message
004280         go to 1300-exit.
004290     if print-count >= 16
004300         move "more than 16 FIELD cards" to card-message
004310         go to 1300-exit.
004320     move cat-width (found-field) to field-width.
004330     if next-column + field-width - 1 > 132
004340         move "fields run past column 132" to card-message
004350         go to 1300-exit.
004360     add 1 to print-count.
004370     move found-field to pl-field (print-count).
004380     move next-column to pl-column (print-count).
004390     compute next-column = next-column + field-width + 2.
004400     move "Y" to field-used (found-field).
004410 1300-exit.
004420     exit.

004430 1400-select-card.
004440     move rwp-sel-field to wanted-field.
004450     perform 1700-find-field thru 1700-exit.
004460     if found-field = zero
004470         move "unknown field name" to card-message
004480         go to 1400-exit.
004490     if rwp-sel-operator not = "EQ" and not = "NE"
004500         and not = "GT" and not = "GE"
004510         and not = "LT" and not = "LE"
004520         move "operator is not EQ NE GT GE LT LE"
004530             to card-message
004540         go to 1400-exit.
004550     if select-count >= 10
004560         move "more than 10 SELECT cards" to card-message
004570         go to 1400-exit.
004580     move zero to parse-number.
004590     if not cat-text (found-field)
004600         perform 1450-parse-number thru 1450-exit
004610         if number-bad
004620             move "value is not a number" to card-message
004630             go to 1400-exit.
004640     add 1 to select-count.
004650     move found-field to sl-field (select-count).
004660     move rwp-sel-operator to sl-operator (select-count).
004670     move rwp-sel-value to sl-text (select-count).
004680     move parse-number to sl-number (select-count).
004690     move "Y" to field-used (found-field).
004700 1400-exit.
004710     exit.

004720*----------------------------------------------------------*
004730* The SELECT value as a number.  Commas, a dollar sign and
004740* spaces are passed over; anything else is an error.
004750*----------------------------------------------------------*
004760 1450-parse-number.
004770     move "N" to number-bad-switch.
004780     move "N" to parse-point-switch.
004790     move "N" to parse-sign-switch.
004800     move zero to parse-integer.
004810     move zero to parse-fraction.
004820     move .1 to parse-place.
004830     perform 1460-parse-char thru 1460-exit
004840         varying parse-sub from 1 by 1
004850         until parse-sub > 25 or number-bad.
004860     compute parse-number = parse-integer + parse-fraction.
004870     if parse-negative
004880         compute parse-number = zero - parse-number.
004890 1450-exit.
004900     exit.

004910 1460-parse-char.
004920     move rwp-sel-value (parse-sub:1) to parse-char.
004930     if parse-char = space or "," or "$"
004940         go to 1460-exit.
004950     if parse-char = "-"
004960         move "Y" to parse-sign-switch
004970         go to 1460-exit.
004980     if parse-char = "."
004990         move "Y" to parse-point-switch
005000         go to 1460-exit.
005010     if parse-char not numeric
005020         move "Y" to number-bad-switch
005030         go to 1460-exit.
005040     if not past-the-point
005050         compute parse-integer = parse-integer * 10 + parse-digit
005060         go to 1460-exit.
005070     if parse-place not = zero
005080         compute parse-fraction =
005090             parse-fraction + parse-digit * parse-place
005100         if parse-place = .1
005110             move .01 to parse-place
005120         else
005130             move zero to parse-place.
005140 1460-exit.
005150     exit.

005160 1500-sort-card.
005170     move rwp-sort-field to wanted-field.
005180     perform 1700-find-field thru 1700-exit.
005190     if found-field = zero
005200         move "unknown field name" to card-message
005210         go to 1500-exit.
005220     if rwp-sort-option not = spaces and not rwp-sort-break
005230         move "option is not BREAK" to card-message
005240         go to 1500-exit.
005250     if sort-count >= 3
005260         move "more than 3 SORT cards" to card-message
005270         go to 1500-exit.
005280     add 1 to sort-count.
005290     move found-field to so-field (sort-count).
005300     move "N" to so-break (sort-count).
005310     if rwp-sort-break
005320         move "Y" to so-break (sort-count).
005330     move "Y" to field-used (found-field).
005340 1500-exit.
005350     exit.

005360*----------------------------------------------------------*
005370* The catalog entry for a field name, zero when the name is
005380* not on the catalog.
005390*----------------------------------------------------------*
005400 1700-find-field.
005410     move zero to found-field.
005420     perform 1710-compare-field thru 1710-exit
005430         varying catalog-sub from 1 by 1
005440         until catalog-sub > catalog-count
005450             or found-field not = zero.
005460 1700-exit.
005470     exit.

005480 1710-compare-field.
005490     if cat-name (catalog-sub) = wanted-field
005500         move catalog-sub to found-field.
005510 1710-exit.
005520     exit.

005530 1800-check-deck.
005540     if print-count = zero
005550         add 1 to card-errors
005560         move "W" to TENOLOG-SEVERITY
005570         move "the deck has no FIELD cards" to TENOLOG-TEXT
005580         call "TENOLOG" using TENOLOG-PARMS.
005590     if report-title = spaces
005600         move "AD-HOC TENANT REPORT" to report-title.
005610 1800-exit.
005620     exit.

005630 1900-open-attributes.
005640     if field-used (15) not = "Y"
005650         and field-used (16) not = "Y"
005660         go to 1900-exit.
005670     open input attr-cur-file.
005680     if atx-file-status = "00"
005690         move "Y" to attr-open-switch
005700         go to 1900-exit.
005710     close attr-cur-file.
005720     move "W" to TENOLOG-SEVERITY.
005730     move spaces to TENOLOG-TEXT.
005740     string "unitattx.dbf not on file - run TENSCNV - "
005750             delimited by size
005760         "bedrooms and sq ft print as -" delimited by size
005770         into TENOLOG-TEXT.
005780     call "TENOLOG" using TENOLOG-PARMS.
005790 1900-exit.
005800     exit.

005810*----------------------------------------------------------*
005820* Input side of the sort: every unit on indexed.dbf within
005830* the company restriction that passes every SELECT card.
005840*----------------------------------------------------------*
005850 2000-select-units.
005860 2000-read-loop.
005870     read sample-idx-file next record
005880         at end
005890             go to 2000-read-done.
005900     if company-wanted not = zero
005910         and company-code of sample-idx-record
005920             not = company-wanted
005930         go to 2000-read-loop.
005940     perform 2100-fetch-values thru 2100-exit.
005950     move "Y" to selected-switch.
005960     perform 2500-test-select thru 2500-exit
005970         varying select-sub from 1 by 1
005980         until select-sub > select-count
005990             or not unit-selected.
006000     if not unit-selected
006010         go to 2000-read-loop.
006020     perform 2600-build-keys thru 2600-exit.
006030     move unit-key of sample-idx-record to sort-unit-key.
006040     move unit-value-area to sort-value-area.
006050     release sort-record.
006060     go to 2000-read-loop.
006070 2000-read-done.
006080     close sample-idx-file.
006090     if attr-keyed
006100         close attr-cur-file.
006110 2000-exit.
006120     exit.

006130*----------------------------------------------------------*
006140* The unit's field values, joins only where the deck uses
006150* the field.
006160*----------------------------------------------------------*
006170 2100-fetch-values.
006180     initialize unit-value-area.
006190     move name of sample-idx-record to uv-text (1).
006200     move co-tenant-name of sample-idx-record to uv-text (2).
006210     move street-addr of sample-idx-record to uv-text (3).
006220     move building-id of sample-idx-record to uv-number (4).
006230     move aptnum of sample-idx-record to uv-number (6).
006240     move city of sample-idx-record to uv-text (7).
006250     move state of sample-idx-record to uv-text (8).
006260     move zip of sample-idx-record to uv-text (9).
006270     if occ-occupied of sample-idx-record
006280         move "OCCUPIED" to uv-text (10)
006290     else
006300         move "VACANT" to uv-text (10).
006310     move rent-amount of sample-idx-record to uv-number (11).
006320     move amount-paid of sample-idx-record to uv-number (12).
006330     if field-used (5) = "Y"
006340         perform 2200-building-name thru 2200-exit.
006350     if field-used (13) = "Y" or field-used (14) = "Y"
006360         perform 2300-summary-values thru 2300-exit.
006370     if attr-keyed
006380         perform 2400-attribute-values thru 2400-exit
006390     else
006400         move "-" to uv-text (15)
006410         move "-" to uv-text (16).
006420     perform 2150-edit-value thru 2150-exit
006430         varying catalog-sub from 1 by 1
006440         until catalog-sub > catalog-count.
006450 2100-exit.
006460     exit.

006470*----------------------------------------------------------*
006480* The printed text of the numeric kinds; a date not on file
006490* prints blank, an attribute not on file as -.
006500*----------------------------------------------------------*
006510 2150-edit-value.
006520     evaluate true
006530         when cat-amount (catalog-sub)
006540             move "A" to TENFMT-FORMAT-CODE
006550             move uv-number (catalog-sub) to TENFMT-RAW-AMOUNT
006560             call "TENFMT" using TENFMT-PARMS
006570             move TENFMT-EDITED-OUT to uv-text (catalog-sub)
006580         when cat-date (catalog-sub)
006590             if uv-number (catalog-sub) not = zero
006600                 move uv-number (catalog-sub)
006610                     to lease-end-work
006620                 move lease-end-work to uv-text (catalog-sub)
006630             end-if
006640         when cat-number (catalog-sub)
006650             if uv-text (catalog-sub) = spaces
006660                 move cat-width (catalog-sub) to field-width
006670                 move uv-number (catalog-sub) to edited-number
006680                 move edited-number (10 - field-width:field-width)
006690                     to uv-text (catalog-sub)
006700             end-if
006710     end-evaluate.
006720 2150-exit.
006730     exit.

006740 2200-building-name.
006750     move building-id of sample-idx-record to TENBLDL-BUILDING.
006760     call "TENBLDL" using TENBLDL-PARMS.
006770     if TENBLDL-ON-FILE
006780         move TENBLDL-NAME to uv-text (5)
006790     else
006800         move "(NOT ON BLDGMST.DAT)" to uv-text (5).
006810 2200-exit.
006820     exit.

006830*----------------------------------------------------------*
006840* Balance and lease end off tonight's unit summary, the
006850* balance less the payments posted since it was built;
006860* without it the balance is rent less paid and the lease end
006870* blank.  A summary not built today gives the lease end
006880* only.
006890*----------------------------------------------------------*
006900 2300-summary-values.
006910     move building-id of sample-idx-record to TENUSML-BUILDING.
006920     move aptnum of sample-idx-record to TENUSML-APTNUM.
006930     call "TENUSML" using TENUSML-PARMS.
006940     if TENUSML-FOUND
006950         move TENUSML-LEASE-END to uv-number (14).
006960     if TENUSML-FOUND
006970         and TENUSML-AS-OF-DATE = run-date
006980         compute balance-work =
006990             TENUSML-BALANCE + TENUSML-AMOUNT-PAID
007000                 - amount-paid of sample-idx-record
007010         move balance-work to uv-number (13)
007020         go to 2300-exit.
007030     if TENUSML-FOUND and not summary-warned
007040         move "Y" to summary-warned-switch
007050         move "W" to TENOLOG-SEVERITY
007060         move "unitsum.dbf not built today - rent less paid used"
007070             to TENOLOG-TEXT
007080         call "TENOLOG" using TENOLOG-PARMS.
007090     if TENUSML-NOT-AVAILABLE and not summary-warned
007100         move "Y" to summary-warned-switch
007110         move "W" to TENOLOG-SEVERITY
007120         move spaces to TENOLOG-TEXT
007130         string "unitsum.dbf not on file - run TENUSUM - "
007140                 delimited by size
007150             "balance rent less paid, no lease end"
007160                 delimited by size
007170             into TENOLOG-TEXT
007180         call "TENOLOG" using TENOLOG-PARMS.
007190     compute balance-work =
007200         rent-amount of sample-idx-record
007210             - amount-paid of sample-idx-record.
007220     if not occ-occupied of sample-idx-record
007230         move zero to balance-work.
007240     move balance-work to uv-number (13).
007250 2300-exit.
007260     exit.

007270 2400-attribute-values.
007280     move building-id of sample-idx-record
007290         to cur-building of attr-cur-record.
007300     move aptnum of sample-idx-record
007310         to cur-aptnum of attr-cur-record.
007320     read attr-cur-file
007330         invalid key
007340             move "-" to uv-text (15)
007350             move "-" to uv-text (16)
007360             go to 2400-exit.
007370     move cur-image of attr-cur-record to current-unit-attr.
007380     move att-bedrooms of current-unit-attr to uv-number (15).
007390     move att-square-feet of current-unit-attr
007400         to uv-number (16).
007410 2400-exit.
007420     exit.

007430 2500-test-select.
007440     move sl-field (select-sub) to catalog-sub.
007450     move "N" to selected-switch.
007460     if cat-text (catalog-sub)
007470         evaluate sl-operator (select-sub)
007480             when "EQ"
007490                 if uv-text (catalog-sub) = sl-text (select-sub)
007500                     move "Y" to selected-switch
007510                 end-if
007520             when "NE"
007530                 if uv-text (catalog-sub)
007540                         not = sl-text (select-sub)
007550                     move "Y" to selected-switch
007560                 end-if
007570             when "GT"
007580                 if uv-text (catalog-sub) > sl-text (select-sub)
007590                     move "Y" to selected-switch
007600                 end-if
007610             when "GE"
007620                 if uv-text (catalog-sub)
007630                         not < sl-text (select-sub)
007640                     move "Y" to selected-switch
007650                 end-if
007660             when "LT"
007670                 if uv-text (catalog-sub) < sl-text (select-sub)
007680                     move "Y" to selected-switch
007690                 end-if
007700             when "LE"
007710                 if uv-text (catalog-sub)
007720                         not > sl-text (select-sub)
007730                     move "Y" to selected-switch
007740                 end-if
007750         end-evaluate
007760         go to 2500-exit.
007770     evaluate sl-operator (select-sub)
007780         when "EQ"
007790             if uv-number (catalog-sub) = sl-number (select-sub)
007800                 move "Y" to selected-switch
007810             end-if
007820         when "NE"
007830             if uv-number (catalog-sub)
007840                     not = sl-number (select-sub)
007850                 move "Y" to selected-switch
007860             end-if
007870         when "GT"
007880             if uv-number (catalog-sub) > sl-number (select-sub)
007890                 move "Y" to selected-switch
007900             end-if
007910         when "GE"
007920             if uv-number (catalog-sub)
007930                     not < sl-number (select-sub)
007940                 move "Y" to selected-switch
007950             end-if
007960         when "LT"
007970             if uv-number (catalog-sub) < sl-number (select-sub)
007980                 move "Y" to selected-switch
007990             end-if
008000         when "LE"
008010             if uv-number (catalog-sub)
008020                     not > sl-number (select-sub)
008030                 move "Y" to selected-switch
008040             end-if
008050     end-evaluate.
008060 2500-exit.
008070     exit.

008080*----------------------------------------------------------*
008090* Sort keys: a text field sorts on its text, a numeric one
008100* on its value moved clear of the sign.
008110*----------------------------------------------------------*
008120 2600-build-keys.
008130     move spaces to sort-keys.
008140     perform 2610-build-key thru 2610-exit
008150         varying level-sub from 1 by 1
008160         until level-sub > sort-count.
008170 2600-exit.
008180     exit.

008190 2610-build-key.
008200     move so-field (level-sub) to catalog-sub.
008210     if cat-text (catalog-sub)
008220         move uv-text (catalog-sub) to sort-key (level-sub)
008230     else
008240         compute key-number = uv-number (catalog-sub)
008250             + 1000000000
008260         move key-number-text to sort-key (level-sub).
008270 2610-exit.
008280     exit.

008290*----------------------------------------------------------*
008300* Title, run date, deck, company, the selections in force
008310* and the column headings.
008320*----------------------------------------------------------*
008330 3000-open-report.
008340     open output writer-report.
008350     move report-title to report-line.
008360     perform 3900-write-line thru 3900-exit.
008370     move spaces to report-line.
008380     string "RUN DATE: " delimited by size
008390         run-date delimited by size
008400         "   DECK: " delimited by size
008410         deck-filename delimited by space
008420         into report-line.
008430     perform 3900-write-line thru 3900-exit.
008440     if company-wanted not = zero
008450         move spaces to report-line
008460         string "COMPANY: " delimited by size
008470             company-wanted delimited by size
008480             " " delimited by size
008490             company-name delimited by size
008500             into report-line
008510         perform 3900-write-line thru 3900-exit.
008520     perform 3100-select-line thru 3100-exit
008530         varying select-sub from 1 by 1
008540         until select-sub > select-count.
008550     move spaces to report-line.
008560     perform 3900-write-line thru 3900-exit.
008570     move spaces to report-line.
008580     perform 3200-heading-column thru 3200-exit
008590         varying list-sub from 1 by 1
008600         until list-sub > print-count.
008610     perform 3900-write-line thru 3900-exit.
008620     move spaces to report-line.
008630     perform 3300-underline-column thru 3300-exit
008640         varying list-sub from 1 by 1
008650         until list-sub > print-count.
008660     perform 3900-write-line thru 3900-exit.
008670 3000-exit.
008680     exit.

008690 3100-select-line.
008700     move sl-field (select-sub) to catalog-sub.
008710     move spaces to report-line.
008720     string "SELECTED WHERE " delimited by size
008730         cat-name (catalog-sub) delimited by space
008740         " " delimited by size
008750         sl-operator (select-sub) delimited by size
008760         " " delimited by size
008770         sl-text (select-sub) delimited by size
008780         into report-line.
008790     perform 3900-write-line thru 3900-exit.
008800 3100-exit.
008810     exit.

008820 3200-heading-column.
008830     move pl-field (list-sub) to catalog-sub.
008840     move pl-column (list-sub) to field-column.
008850     move cat-width (catalog-sub) to field-width.
008860     move cat-heading (catalog-sub)
008870         to report-line (field-column:field-width).
008880 3200-exit.
008890     exit.

008900 3300-underline-column.
008910     move pl-field (list-sub) to catalog-sub.
008920     move pl-column (list-sub) to field-column.
008930     move cat-width (catalog-sub) to field-width.
008940     move all "-" to report-line (field-column:field-width).
008950 3300-exit.
008960     exit.

008970 3900-write-line.
008980     write report-line.
008990     add 1 to line-count.
009000 3900-exit.
009010     exit.

009020*----------------------------------------------------------*
009030* Output side of the sort: a detail line per unit, the
009040* break subtotals from the minor key out to the key that
009050* changed, and the report total at the end.
009060*----------------------------------------------------------*
009070 4000-print-units.
009080     initialize level-total-area.
009090     initialize report-total-area.
009100 4000-return-loop.
009110     return sort-file
009120         at end
009130             go to 4000-return-done.
009140     move sort-value-area to unit-value-area.
009150     if not first-record
009160         perform 4100-find-change thru 4100-exit
009170         perform 4200-break-level thru 4200-exit
009180             varying level-sub from sort-count by -1
009190             until level-sub < changed-level
009200                 or level-sub = zero.
009210     move "N" to first-record-switch.
009220     move sort-key (1) to held-key (1).
009230     move sort-key (2) to held-key (2).
009240     move sort-key (3) to held-key (3).
009250     perform 4300-detail-line thru 4300-exit.
009260     go to 4000-return-loop.
009270 4000-return-done.
009280     if not first-record
009290         perform 4200-break-level thru 4200-exit
009300             varying level-sub from sort-count by -1
009310             until level-sub = zero.
009320     perform 4600-report-total thru 4600-exit.
009330 4000-exit.
009340     exit.

009350 4100-find-change.
009360     move 9 to changed-level.
009370     perform 4110-compare-key thru 4110-exit
009380         varying level-sub from 1 by 1
009390         until level-sub > sort-count
009400             or changed-level not = 9.
009410 4100-exit.
009420     exit.

009430 4110-compare-key.
009440     if sort-key (level-sub) not = held-key (level-sub)
009450         move level-sub to changed-level.
009460 4110-exit.
009470     exit.

009480 4200-break-level.
009490     if so-break (level-sub) = "Y"
009500         perform 4400-subtotal thru 4400-exit.
009510     initialize level-total (level-sub).
009520 4200-exit.
009530     exit.

009540 4300-detail-line.
009550     move spaces to report-line.
009560     perform 4310-detail-column thru 4310-exit
009570         varying list-sub from 1 by 1
009580         until list-sub > print-count.
009590     perform 3900-write-line thru 3900-exit.
009600     add 1 to unit-count.
009610     add 1 to rt-count.
009620     perform 4320-add-level thru 4320-exit
009630         varying level-sub from 1 by 1
009640         until level-sub > sort-count.
009650     perform 4330-add-report thru 4330-exit
009660         varying list-sub from 1 by 1
009670         until list-sub > print-count.
009680 4300-exit.
009690     exit.

009700 4310-detail-column.
009710     move pl-field (list-sub) to catalog-sub.
009720     move pl-column (list-sub) to field-column.
009730     move cat-width (catalog-sub) to field-width.
009740     move uv-text (catalog-sub)
009750         to report-line (field-column:field-width).
009760 4310-exit.
009770     exit.

009780 4320-add-level.
009790     add 1 to lt-count (level-sub).
009800     move so-field (level-sub) to catalog-sub.
009810     move uv-text (catalog-sub) to lt-label (level-sub).
009820     perform 4325-add-level-amount thru 4325-exit
009830         varying list-sub from 1 by 1
009840         until list-sub > print-count.
009850 4320-exit.
009860     exit.

009870 4325-add-level-amount.
009880     move pl-field (list-sub) to catalog-sub.
009890     if cat-amount (catalog-sub)
009900         add uv-number (catalog-sub)
009910             to lt-amount (level-sub catalog-sub).
009920 4325-exit.
009930     exit.

009940 4330-add-report.
009950     move pl-field (list-sub) to catalog-sub.
009960     if cat-amount (catalog-sub)
009970         add uv-number (catalog-sub) to rt-amount (catalog-sub).
009980 4330-exit.
009990     exit.

010000*----------------------------------------------------------*
010010* Break subtotal: the key and its unit count, then the
010020* amount columns' totals under their columns.
010030*----------------------------------------------------------*
010040 4400-subtotal.
010050     move so-field (level-sub) to catalog-sub.
010060     move lt-count (level-sub) to edited-count.
010070     move spaces to report-line.
010080     string "*** " delimited by size
010090         cat-heading (catalog-sub) delimited by "  "
010100         " " delimited by size
010110         lt-label (level-sub) delimited by "  "
010120         " -- " delimited by size
010130         edited-count delimited by size
010140         " unit(s)" delimited by size
010150         into report-line.
010160     perform 3900-write-line thru 3900-exit.
010170     move spaces to report-line.
010180     perform 4410-level-amount thru 4410-exit
010190         varying list-sub from 1 by 1
010200         until list-sub > print-count.
010210     if report-line not = spaces
010220         perform 3900-write-line thru 3900-exit.
010230     move spaces to report-line.
010240     perform 3900-write-line thru 3900-exit.
010250 4400-exit.
010260     exit.

010270 4410-level-amount.
010280     move pl-field (list-sub) to catalog-sub.
010290     if not cat-amount (catalog-sub)
010300         go to 4410-exit.
010310     move pl-column (list-sub) to field-column.
010320     move "A" to TENFMT-FORMAT-CODE.
010330     move lt-amount (level-sub catalog-sub) to TENFMT-RAW-AMOUNT.
010340     call "TENFMT" using TENFMT-PARMS.
010350     move TENFMT-EDITED-OUT to report-line (field-column:12).
010360 4410-exit.
010370     exit.

010380 4600-report-total.
010390     move spaces to report-line.
010400     perform 3900-write-line thru 3900-exit.
010410     move rt-count to edited-count.
010420     move spaces to report-line.
010430     string "*** REPORT TOTAL -- " delimited by size
010440         edited-count delimited by size
010450         " unit(s)" delimited by size
010460         into report-line.
010470     perform 3900-write-line thru 3900-exit.
010480     move spaces to report-line.
010490     perform 4610-report-amount thru 4610-exit
010500         varying list-sub from 1 by 1
010510         until list-sub > print-count.
010520     if report-line not = spaces
010530         perform 3900-write-line thru 3900-exit.
010540 4600-exit.
010550     exit.

010560 4610-report-amount.
010570     move pl-field (list-sub) to catalog-sub.
010580     if not cat-amount (catalog-sub)
010590         go to 4610-exit.
010600     move pl-column (list-sub) to field-column.
010610     move "A" to TENFMT-FORMAT-CODE.
010620     move rt-amount (catalog-sub) to TENFMT-RAW-AMOUNT.
010630     call "TENFMT" using TENFMT-PARMS.
010640     move TENFMT-EDITED-OUT to report-line (field-column:12).
010650 4610-exit.
010660     exit.

010670 9000-finish.
010680     close writer-report.
010690     move "TENRWTR" to TENRCAT-PROGRAM.
010700     move report-filename to TENRCAT-FILENAME.
010710     move 1 to TENRCAT-PAGES.
010720     move line-count to TENRCAT-LINES.
010730     call "TENRCAT" using TENRCAT-PARMS.
010740     move "I" to TENOLOG-SEVERITY.
010750     move spaces to TENOLOG-TEXT.
010760     string unit-count delimited by size
010770         " unit(s) listed on " delimited by size
010780         report-filename delimited by space
010790         into TENOLOG-TEXT.
010800     call "TENOLOG" using TENOLOG-PARMS.
010810 9000-exit.
010820     exit.

000100*----------------------------------------------------------*
000110* TENPRQI.COB
000120*
000130* Resident-portal maintenance-request import, run from the
000140* nightly driver.  The portal collects repair requests on
000150* portreq.dat -- its request id, the unit, a category and
000160* description, the tenant's permission to enter and
000170* preferred time -- and the office used to reprint them
000180* and key each one into TENWORK, a second request for the
000190* same leak becoming a second ticket.  Each request is
000200* checked (unit on indexed.dbf, category P, E, H or G, a
000210* description) and then either merged into the ticket
000220* already open on the unit for the same category or opened
000230* as a new workordr.dat ticket, numbered one above the
000240* highest on file the TENWORK way.  Every request, refused
000250* ones included, is recorded on portwo.dat with the ticket
000260* it landed on, the permission to enter and preferred
000270* time, and a request id already there is not imported
000280* again.  The portstat.dat status file the portal shows the
000290* tenant is then rebuilt whole from portwo.dat and the
000300* tickets as TENWORK has closed them: ticket number, open
000310* or closed, and the close date.  The superintendent's
000320* intake list prints on portreq.YYYYMMDD, cataloged
000330* through TENRCAT.  No portal file tonight is not an error;
000340* the status file is rebuilt regardless.
000350*----------------------------------------------------------*
000360* MODIFICATION HISTORY
000370*   DATE       INIT  DESCRIPTION
000380*   2026-10-15 JHM   Original program.
000390*----------------------------------------------------------*
000400 identification division.
000410 program-id. tenprqi.
000420 author. J. H. Masters.
000430 installation. Property Management Systems.
000440 date-written. 2026-10-15.
000450 date-compiled. 2026-10-15.

000460 environment division.
000470 configuration section.
000480 source-computer. Intel486.
000490 object-computer. Intel486.

000500 input-output section.
000510 file-control.
000520     select sample-idx-file assign to disk
000530         organization is indexed
000540         record key is unit-key of sample-idx-record
000550         access mode is random
000560         file status is idx-file-status.

000570     select optional portal-input-file assign to disk
000580         organization is line sequential
000590         file status is ptl-file-status.

000600     select optional work-order-file assign to disk
000610         organization is line sequential
000620         file status is wor-file-status.

000630     select optional portal-request-file assign to disk
000640         organization is line sequential
000650         file status is prq-file-status.

000660     select portal-status-file assign to disk
000670         organization is line sequential.

000680     select intake-report assign to disk
000690         organization is line sequential.

000700 data division.
000710 file section.
000720 fd  sample-idx-file
000730     label records are standard
000740     value of file-id is "indexed.dbf".
000750     copy TENREC
000760         replacing ==:REC-NAME:== by ==sample-idx-record==
000770             ==address== by ==street-addr==.

000780*----------------------------------------------------------*
000790* The portal's request layout: 80-byte records, one per
000800* maintenance request the tenant submitted.
000810*----------------------------------------------------------*
000820 fd  portal-input-file
000830     label records are standard
000840     value of file-id is "portreq.dat".
000850 01  portal-input-record.
000860     05  ptl-request-id      picture is X(10).
000870     05  ptl-building        picture is X(02).
000880     05  ptl-aptnum          picture is X(04).
000890     05  ptl-category        picture is X(01).
000900     05  ptl-description     picture is X(40).
000910     05  ptl-permission      picture is X(01).
000920     05  ptl-preferred-time  picture is X(10).
000930     05  filler              picture is X(12).

000940 fd  work-order-file
000950     label records are standard
000960     value of file-id is "workordr.dat".
000970     copy TENWOR
000980         replacing ==:REC-NAME:==
000990             by ==work-order-record==.

001000 fd  portal-request-file
001010     label records are standard
001020     value of file-id is "portwo.dat".
001030     copy TENPRQ
001040         replacing ==:REC-NAME:==
001050             by ==portal-request-record==.

001060*----------------------------------------------------------*
001070* The status layout the portal reads back: 60-byte records,
001080* one per request.  Status O open, C closed, R refused.
001090*----------------------------------------------------------*
001100 fd  portal-status-file
001110     label records are standard
001120     value of file-id is "portstat.dat".
001130 01  portal-status-record.
001140     05  pst-request-id      picture is X(10).
001150     05  pst-building        picture is 9(02).
001160     05  pst-aptnum          picture is 9(04).
001170     05  pst-ticket          picture is 9(05).
001180     05  pst-status          picture is X(01).
001190     05  pst-date-closed     picture is 9(08).
001200     05  pst-reason          picture is X(20).
001210     05  filler              picture is X(10).

001220 fd  intake-report
001230     label records are standard
001240     value of file-id is intake-filename.
001250 01  report-line             picture is X(80).

001260 working-storage section.
001270 01  intake-filename         picture is X(30).
001280     copy TENRCAT.
001290     copy TENOLOG.
001300 01  idx-file-status         picture is X(02).
001310 01  ptl-file-status         picture is X(02).
001320 01  wor-file-status         picture is X(02).
001330 01  prq-file-status         picture is X(02).
001340 01  eof-switch              picture is X(01).
001350     88  file-at-end                 value "Y".
001360 01  table-overflowed-switch picture is X(01) value "N".
001370     88  table-overflowed            value "Y".
001380 01  request-found-switch    picture is X(01).
001390     88  request-found               value "Y".
001400 01  run-date                picture is 9(08).
001410 01  next-ticket             picture is 9(05) value 1.
001420 01  order-sub               picture is 9(04).
001430 01  request-sub             picture is 9(04).
001440 01  open-ticket-sub         picture is 9(04).
001450 01  line-count              picture is 9(07) value zero.
001460 01  read-count              picture is 9(05) value zero.
001470 01  opened-count            picture is 9(05) value zero.
001480 01  merged-count            picture is 9(05) value zero.
001490 01  refused-count           picture is 9(05) value zero.
001500 01  repeat-count            picture is 9(05) value zero.
001510 01  status-count            picture is 9(05) value zero.
001520 01  refuse-reason           picture is X(20).
001530 01  disposition-text        picture is X(08).

001540*----------------------------------------------------------*
001550* Every ticket on workordr.dat, with the tickets this run
001560* opens added as it goes so a second request for the same
001570* trouble in tonight's file merges too.
001580*----------------------------------------------------------*
001590 01  order-table-area.
001600     05  order-table-count   picture is 9(04) value zero.
001610     05  order-table-entry occurs 1 to 2000 times
001620             depending on order-table-count
001630             indexed by order-table-index.
001640         10  wt-building     picture is 9(02).
001650         10  wt-aptnum       picture is 9(04).
001660         10  wt-ticket       picture is 9(05).
001670         10  wt-category     picture is X(01).
001680         10  wt-status       picture is X(01).
001690         10  wt-closed       picture is 9(08).

001700*----------------------------------------------------------*
001710* Every request already on portwo.dat, with tonight's.
001720*----------------------------------------------------------*
001730 01  request-table-area.
001740     05  request-table-count picture is 9(04) value zero.
001750     05  request-table-entry occurs 1 to 3000 times
001760             depending on request-table-count
001770             indexed by request-table-index.
001780         10  rt-request-id   picture is X(10).
001790         10  rt-building     picture is 9(02).
001800         10  rt-aptnum       picture is 9(04).
001810         10  rt-ticket       picture is 9(05).
001820         10  rt-disposition  picture is X(01).
001830         10  rt-reason       picture is X(20).

001840 procedure division.
001850 0000-mainline.
001860     move "TENPRQI" to TENOLOG-PROGRAM.
001870     perform 1000-initialize thru 1000-exit.
001880     perform 2000-load-orders thru 2000-exit.
001890     perform 2200-load-requests thru 2200-exit.
001900     if table-overflowed
001910         move "E" to TENOLOG-SEVERITY
001920         move "work-order or request table overflow - no import"
001930             to TENOLOG-TEXT
001940         call "TENOLOG" using TENOLOG-PARMS
001950         move 1 to return-code
001960         close intake-report
001970         goback.
001980     open input sample-idx-file.
001990     if idx-file-status not = "00"
002000         move "E" to TENOLOG-SEVERITY
002010         move spaces to TENOLOG-TEXT
002020         string "cannot open indexed.dbf, status "
002030                 delimited by size
002040             idx-file-status delimited by size
002050             into TENOLOG-TEXT
002060         call "TENOLOG" using TENOLOG-PARMS
002070         move 1 to return-code
002080         close intake-report
002090         goback.
002100     perform 3000-import-requests thru 3000-exit.
002110     close sample-idx-file.
002120     perform 5000-write-status thru 5000-exit.
002130     perform 9000-finish thru 9000-exit.
002140     goback.

002150 1000-initialize.
002160     move "I" to TENOLOG-SEVERITY
002170     move "portal maintenance-request import" to TENOLOG-TEXT
002180     call "TENOLOG" using TENOLOG-PARMS.
002190     accept run-date from date yyyymmdd.
002200     move spaces to intake-filename.
002210     string "portreq." delimited by size
002220         run-date delimited by size
002230         into intake-filename.
002240     open output intake-report.
002250     move "PORTAL MAINTENANCE REQUESTS" to report-line.
002260     write report-line.
002270     move spaces to report-line.
002280     string "RUN DATE: " delimited by size
002290         run-date delimited by size
002300         into report-line.
002310     write report-line.
002320     move spaces to report-line.
002330     write report-line.
002340     move spaces to report-line.
002350     string "REQUEST    UNIT    TICKET  C ENTER TIME       "
002360             delimited by size
002370         "ACTION   REASON" delimited by size
002380         into report-line.
002390     write report-line.
002400     add 4 to line-count.
002410 1000-exit.
002420     exit.

002430*----------------------------------------------------------*
002440* The next ticket is one above the highest on file, counted
002450* over the whole file even past the table.
002460*----------------------------------------------------------*
002470 2000-load-orders.
002480     move "N" to eof-switch.
002490     open input work-order-file.
002500     if wor-file-status not = "00"
002510         close work-order-file
002520         go to 2000-exit.
002530     perform 2100-read-order thru 2100-exit
002540         until file-at-end.
002550     close work-order-file.
002560 2000-exit.
002570     exit.

002580 2100-read-order.
002590     read work-order-file
002600         at end
002610             move "Y" to eof-switch
002620             go to 2100-exit.
002630     if wor-ticket of work-order-record >= next-ticket
002640         compute next-ticket =
002650             wor-ticket of work-order-record + 1.
002660     if order-table-count >= 2000
002670         move "Y" to table-overflowed-switch
002680         go to 2100-exit.
002690     add 1 to order-table-count.
002700     move wor-building of work-order-record
002710         to wt-building (order-table-count).
002720     move wor-aptnum of work-order-record
002730         to wt-aptnum (order-table-count).
002740     move wor-ticket of work-order-record
002750         to wt-ticket (order-table-count).
002760     move wor-category of work-order-record
002770         to wt-category (order-table-count).
002780     move wor-status of work-order-record
002790         to wt-status (order-table-count).
002800     move wor-date-closed of work-order-record
002810         to wt-closed (order-table-count).
002820 2100-exit.
002830     exit.

002840 2200-load-requests.
002850     move "N" to eof-switch.
002860     open input portal-request-file.
002870     if prq-file-status not = "00"
002880         close portal-request-file
002890         go to 2200-exit.
002900     perform 2300-read-request thru 2300-exit
002910         until file-at-end.
002920     close portal-request-file.
002930 2200-exit.
002940     exit.

002950 2300-read-request.
002960     read portal-request-file
002970         at end
002980             move "Y" to eof-switch
002990             go to 2300-exit.
003000     if request-table-count >= 3000
003010         move "Y" to table-overflowed-switch
003020         go to 2300-exit.
003030     add 1 to request-table-count.
003040     move prq-request-id of portal-request-record
003050         to rt-request-id (request-table-count).
003060     move prq-building of portal-request-record
003070         to rt-building (request-table-count).
003080     move prq-aptnum of portal-request-record
003090         to rt-aptnum (request-table-count).
003100     move prq-ticket of portal-request-record
003110         to rt-ticket (request-table-count).
003120     move prq-disposition of portal-request-record
003130         to rt-disposition (request-table-count).
003140     move prq-reason of portal-request-record
003150         to rt-reason (request-table-count).
003160 2300-exit.
003170     exit.

003180 3000-import-requests.
003190     open input portal-input-file.
003200     if ptl-file-status not = "00"
003210         move "I" to TENOLOG-SEVERITY
003220         move "no portreq.dat tonight, nothing to import"
003230             to TENOLOG-TEXT
003240         call "TENOLOG" using TENOLOG-PARMS
003250         close portal-input-file
003260         go to 3000-exit.
003270     open extend work-order-file.
003280     open extend portal-request-file.
003290     move "N" to eof-switch.
003300     perform 3100-read-input thru 3100-exit
003310         until file-at-end.
003320     close portal-input-file work-order-file
003330         portal-request-file.
003340 3000-exit.
003350     exit.

003360 3100-read-input.
003370     read portal-input-file
003380         at end
003390             move "Y" to eof-switch
003400             go to 3100-exit.
003410     add 1 to read-count.
003420     if ptl-request-id = spaces
003430         move "NO REQUEST ID" to refuse-reason
003440         move "REFUSED" to disposition-text
003450         add 1 to refused-count
003460         perform 4900-report-request thru 4900-exit
003470         go to 3100-exit.
003480     perform 3200-find-request thru 3200-exit.
003490     if request-found
003500         add 1 to repeat-count
003510         go to 3100-exit.
003520     if request-table-count >= 3000
003530         move "W" to TENOLOG-SEVERITY
003540         move "request table full - rest held for tomorrow"
003550             to TENOLOG-TEXT
003560         call "TENOLOG" using TENOLOG-PARMS
003570         move "Y" to eof-switch
003580         go to 3100-exit.
003590     perform 3300-check-request thru 3300-exit.
003600     if refuse-reason not = spaces
003610         perform 4300-refuse-request thru 4300-exit
003620         go to 3100-exit.
003630     perform 3400-find-open-ticket thru 3400-exit.
003640     if open-ticket-sub > zero
003650         perform 4200-merge-request thru 4200-exit
003660     else
003670         perform 4100-open-ticket thru 4100-exit.
003680 3100-exit.
003690     exit.

003700 3200-find-request.
003710     move "N" to request-found-switch.
003720     if request-table-count = zero
003730         go to 3200-exit.
003740     set request-table-index to 1.
003750     search request-table-entry
003760         at end
003770             continue
003780         when rt-request-id (request-table-index)
003790                 = ptl-request-id
003800             move "Y" to request-found-switch.
003810 3200-exit.
003820     exit.

003830 3300-check-request.
003840     move spaces to refuse-reason.
003850     if ptl-building not numeric
003860         or ptl-aptnum not numeric
003870         move "NO SUCH UNIT" to refuse-reason
003880         go to 3300-exit.
003890     move ptl-building to building-id of sample-idx-record.
003900     move ptl-aptnum to aptnum of sample-idx-record.
003910     read sample-idx-file
003920         invalid key
003930             move "NO SUCH UNIT" to refuse-reason
003940             go to 3300-exit.
003950     if ptl-category not = "P"
003960         and ptl-category not = "E"
003970         and ptl-category not = "H"
003980         and ptl-category not = "G"
003990         move "UNKNOWN CATEGORY" to refuse-reason
004000         go to 3300-exit.
004010     if ptl-description = spaces
004020         move "NO DESCRIPTION" to refuse-reason
004030         go to 3300-exit.
004040     if ptl-permission not = "Y"
004050         move "N" to ptl-permission.
004060     if ptl-preferred-time = spaces
004070         move "ANY" to ptl-preferred-time.
004080 3300-exit.
004090     exit.

004100*----------------------------------------------------------*
004110* An open ticket on the unit for the same category takes
004120* the request; the subscript is left at zero when there is
004130* none.
004140*----------------------------------------------------------*
004150 3400-find-open-ticket.
004160     move zero to open-ticket-sub.
004170     perform 3410-check-order thru 3410-exit
004180         varying order-sub from 1 by 1
004190         until order-sub > order-table-count
004200             or open-ticket-sub > zero.
004210 3400-exit.
004220     exit.

004230 3410-check-order.
004240     if wt-building (order-sub)
004250             = building-id of sample-idx-record
004260         and wt-aptnum (order-sub)
004270             = aptnum of sample-idx-record
004280         and wt-category (order-sub) = ptl-category
004290         and wt-status (order-sub) = "O"
004300         move order-sub to open-ticket-sub.
004310 3410-exit.
004320     exit.

004330 4100-open-ticket.
004340     if order-table-count >= 2000
004350         move "WORK TABLE FULL" to refuse-reason
004360         perform 4300-refuse-request thru 4300-exit
004370         go to 4100-exit.
004380     move building-id of sample-idx-record
004390         to wor-building of work-order-record.
004400     move aptnum of sample-idx-record
004410         to wor-aptnum of work-order-record.
004420     move next-ticket to wor-ticket of work-order-record.
004430     move run-date to wor-date-opened of work-order-record.
004440     move ptl-category to wor-category of work-order-record.
004450     move ptl-description
004460         to wor-description of work-order-record.
004470     move "O" to wor-status of work-order-record.
004480     move zero to wor-date-closed of work-order-record.
004490     write work-order-record.
004500     add 1 to order-table-count.
004510     move building-id of sample-idx-record
004520         to wt-building (order-table-count).
004530     move aptnum of sample-idx-record
004540         to wt-aptnum (order-table-count).
004550     move next-ticket to wt-ticket (order-table-count).
004560     move ptl-category to wt-category (order-table-count).
004570     move "O" to wt-status (order-table-count).
004580     move zero to wt-closed (order-table-count).
004590     move next-ticket to prq-ticket of portal-request-record.
004600     add 1 to next-ticket.
004610     move "O" to prq-disposition of portal-request-record.
004620     move "OPENED" to disposition-text.
004630     add 1 to opened-count.
004640     perform 4500-record-request thru 4500-exit.
004650 4100-exit.
004660     exit.

004670 4200-merge-request.
004680     move wt-ticket (open-ticket-sub)
004690         to prq-ticket of portal-request-record.
004700     move "M" to prq-disposition of portal-request-record.
004710     move "MERGED" to disposition-text.
004720     add 1 to merged-count.
004730     perform 4500-record-request thru 4500-exit.
004740 4200-exit.
004750     exit.

004760 4300-refuse-request.
004770     move zero to prq-ticket of portal-request-record.
004780     move "R" to prq-disposition of portal-request-record.
004790     move "REFUSED" to disposition-text.
004800     add 1 to refused-count.
004810     perform 4500-record-request thru 4500-exit.
004820 4300-exit.
004830     exit.

004840 4500-record-request.
004850     move ptl-request-id
004860         to prq-request-id of portal-request-record.
004870     if ptl-building numeric
004880         move ptl-building
004890             to prq-building of portal-request-record
004900     else
004910         move zero to prq-building of portal-request-record.
004920     if ptl-aptnum numeric
004930         move ptl-aptnum to prq-aptnum of portal-request-record
004940     else
004950         move zero to prq-aptnum of portal-request-record.
004960     move run-date to prq-received-date of portal-request-record.
004970     move ptl-category to prq-category of portal-request-record.
004980     move ptl-permission
004990         to prq-permission of portal-request-record.
005000     move ptl-preferred-time
005010         to prq-preferred-time of portal-request-record.
005020     move refuse-reason to prq-reason of portal-request-record.
005030     write portal-request-record.
005040     add 1 to request-table-count.
005050     move prq-request-id of portal-request-record
005060         to rt-request-id (request-table-count).
005070     move prq-building of portal-request-record
005080         to rt-building (request-table-count).
005090     move prq-aptnum of portal-request-record
005100         to rt-aptnum (request-table-count).
005110     move prq-ticket of portal-request-record
005120         to rt-ticket (request-table-count).
005130     move prq-disposition of portal-request-record
005140         to rt-disposition (request-table-count).
005150     move refuse-reason to rt-reason (request-table-count).
005160     perform 4900-report-request thru 4900-exit.
005170 4500-exit.
005180     exit.

005190 4900-report-request.
005200     move spaces to report-line.
005210     string ptl-request-id delimited by size
005220         " " delimited by size
005230         ptl-building delimited by size
005240         "-" delimited by size
005250         ptl-aptnum delimited by size
005260         " " delimited by size
005270         into report-line.
005280     if disposition-text not = "REFUSED"
005290         move prq-ticket of portal-request-record
005300             to report-line (20:5)
005310         move ptl-category to report-line (28:1)
005320         move ptl-permission to report-line (30:1)
005330         move ptl-preferred-time to report-line (36:10).
005340     move disposition-text to report-line (47:8).
005350     move refuse-reason to report-line (56:20).
005360     write report-line.
005370     add 1 to line-count.
005380 4900-exit.
005390     exit.

005400*----------------------------------------------------------*
005410* The portal's status file, rebuilt whole: each request
005420* with its ticket's status as TENWORK last left it.
005430*----------------------------------------------------------*
005440 5000-write-status.
005450     open output portal-status-file.
005460     perform 5100-write-one thru 5100-exit
005470         varying request-sub from 1 by 1
005480         until request-sub > request-table-count.
005490     close portal-status-file.
005500 5000-exit.
005510     exit.

005520 5100-write-one.
005530     move spaces to portal-status-record.
005540     move rt-request-id (request-sub) to pst-request-id.
005550     move rt-building (request-sub) to pst-building.
005560     move rt-aptnum (request-sub) to pst-aptnum.
005570     move rt-ticket (request-sub) to pst-ticket.
005580     move rt-reason (request-sub) to pst-reason.
005590     move zero to pst-date-closed.
005600     if rt-disposition (request-sub) = "R"
005610         move "R" to pst-status
005620     else
005630         move "O" to pst-status
005640         perform 5200-ticket-status thru 5200-exit.
005650     write portal-status-record.
005660     add 1 to status-count.
005670 5100-exit.
005680     exit.

005690 5200-ticket-status.
005700     if order-table-count = zero
005710         go to 5200-exit.
005720     set order-table-index to 1.
005730     search order-table-entry
005740         at end
005750             continue
005760         when wt-ticket (order-table-index)
005770                 = rt-ticket (request-sub)
005780             if wt-status (order-table-index) = "C"
005790                 move "C" to pst-status
005800                 move wt-closed (order-table-index)
005810                     to pst-date-closed
005820             end-if.
005830 5200-exit.
005840     exit.

005850 9000-finish.
005860     if read-count = zero
005870         move "NO PORTAL REQUESTS TONIGHT" to report-line
005880         write report-line
005890         add 1 to line-count.
005900     move spaces to report-line.
005910     write report-line.
005920     move spaces to report-line.
005930     string "READ: " delimited by size
005940         read-count delimited by size
005950         "  OPENED: " delimited by size
005960         opened-count delimited by size
005970         "  MERGED: " delimited by size
005980         merged-count delimited by size
005990         "  REFUSED: " delimited by size
006000         refused-count delimited by size
006010         "  REPEATS: " delimited by size
006020         repeat-count delimited by size
006030         into report-line.
006040     write report-line.
006050     move "ENTER = TENANT PERMITS ENTRY WHEN NOT HOME"
006060         to report-line.
006070     write report-line.
006080     add 3 to line-count.
006090     close intake-report.
006100     move "TENPRQI" to TENRCAT-PROGRAM.
006110     move intake-filename to TENRCAT-FILENAME.
006120     move 1 to TENRCAT-PAGES.
006130     move line-count to TENRCAT-LINES.
006140     call "TENRCAT" using TENRCAT-PARMS.
006150     move "I" to TENOLOG-SEVERITY
006160     move spaces to TENOLOG-TEXT
006170     string opened-count delimited by size
006180         " ticket(s) opened, " delimited by size
006190         merged-count delimited by size
006200         " merged, " delimited by size
006210         refused-count delimited by size
006220         " refused, " delimited by size
006230         status-count delimited by size
006240         " status" delimited by size
006250         into TENOLOG-TEXT
006260     call "TENOLOG" using TENOLOG-PARMS.
006270 9000-exit.
006280     exit.

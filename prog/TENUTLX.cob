000100*----------------------------------------------------------*
000110* TENUTLX.COB
000120*
000130* Nightly utility service-transfer step.  Every move-in and
000140* move-out used to mean a phone call to the electric and
000150* gas company, and when the call was forgotten we paid the
000160* tenant's bills.  This step reads the move-in and move-out
000170* entries on tenhist.dat dated tonight (and any from the
000180* past week not yet sent, so a skipped night catches up)
000190* and, for each active utility account the unit carries on
000200* utilacct.dat, writes a transfer to the dated
000210* utilsvc.YYYYMMDD file in the utility's fixed layout -- a
000220* header, one detail per transfer with the account, meter,
000230* service address from bldgmst.dat (TENBLDL), effective
000240* date and new responsible party, and a trailer with the
000250* detail count.  A move-in puts service in the tenant's
000260* name; a move-out puts it back in the building owner's
000270* (ownermst.dat), or the building's name when no owner
000280* holds it.  Each transfer is logged to utilxfer.dat as
000290* sent for the TENUTLI confirmation import.  A unit with no
000300* active account is on a house meter and is passed over.
000310*----------------------------------------------------------*
000320* MODIFICATION HISTORY
000330*   DATE       INIT  DESCRIPTION
000340*   2026-10-15 JHM   Messages now go through TENOLOG to the
000350*                    dated operations log, each with its
000360*                    severity (and the unit where there is
000370*                    one); aborts raise a menu alert.
000380*   2026-10-15 JHM   Original program.
000390*----------------------------------------------------------*
000400 identification division.
000410 program-id. tenutlx.
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
000520     select optional history-file assign to disk
000530         organization is line sequential
000540         file status is hist-file-status.

000550     select optional utility-account-file assign to disk
000560         organization is line sequential
000570         file status is uac-file-status.

000580     select optional transfer-file assign to disk
000590         organization is line sequential
000600         file status is uxf-file-status.

000610     select optional owner-file assign to disk
000620         organization is line sequential
000630         file status is own-file-status.

000640     select service-transfer-file assign to disk
000650         organization is line sequential.

000660 data division.
000670 file section.
000680 fd  history-file
000690     label records are standard
000700     value of file-id is "tenhist.dat".
000710     copy TENHIST
000720         replacing ==:REC-NAME:==
000730             by ==history-record==.

000740 fd  utility-account-file
000750     label records are standard
000760     value of file-id is "utilacct.dat".
000770     copy TENUAC
000780         replacing ==:REC-NAME:==
000790             by ==utility-account-record==.

000800 fd  transfer-file
000810     label records are standard
000820     value of file-id is "utilxfer.dat".
000830     copy TENUXF
000840         replacing ==:REC-NAME:==
000850             by ==transfer-record==.

000860 fd  owner-file
000870     label records are standard
000880     value of file-id is "ownermst.dat".
000890     copy TENOWN
000900         replacing ==:REC-NAME:==
000910             by ==owner-record==.

000920*----------------------------------------------------------*
000930* The utility's service-transfer layout: 150-byte records,
000940* H header, D detail per transfer, T trailer.  The
000950* reference (building, apartment, utility) comes back on
000960* the utility's confirmation file.
000970*----------------------------------------------------------*
000980 fd  service-transfer-file
000990     label records are standard
001000     value of file-id is transfer-filename.
001010 01  transfer-detail-record.
001020     05  utx-rec-type        picture is X(01).
001030     05  utx-reference.
001040         10  utx-building    picture is 9(02).
001050         10  utx-aptnum      picture is 9(04).
001060         10  utx-utility     picture is X(01).
001070     05  utx-account         picture is X(15).
001080     05  utx-meter           picture is X(12).
001090     05  utx-street          picture is X(25).
001100     05  utx-unit            picture is 9(04).
001110     05  utx-city            picture is X(15).
001120     05  utx-state           picture is X(02).
001130     05  utx-zip             picture is X(10).
001140     05  utx-effective-date  picture is 9(08).
001150     05  utx-direction       picture is X(01).
001160     05  utx-party           picture is X(25).
001170     05  filler              picture is X(25).
001180 01  transfer-header-record.
001190     05  filler              picture is X(01).
001200     05  utx-file-date       picture is 9(08).
001210     05  filler              picture is X(141).
001220 01  transfer-trailer-record.
001230     05  filler              picture is X(01).
001240     05  utx-detail-count    picture is 9(06).
001250     05  filler              picture is X(143).

001260 working-storage section.
001270 01  transfer-filename       picture is X(30).
001280     copy TENBLDL.
001290     copy TENDAYS.
001300 01  hist-file-status        picture is X(02).
001310 01  uac-file-status         picture is X(02).
001320 01  uxf-file-status         picture is X(02).
001330 01  own-file-status         picture is X(02).
001340 01  hist-eof-switch         picture is X(01) value "N".
001350     88  history-file-at-end         value "Y".
001360 01  uac-eof-switch          picture is X(01) value "N".
001370     88  account-file-at-end         value "Y".
001380 01  uxf-eof-switch          picture is X(01) value "N".
001390     88  transfer-file-at-end        value "Y".
001400 01  own-eof-switch          picture is X(01) value "N".
001410     88  owner-file-at-end           value "Y".
001420 01  already-sent-switch     picture is X(01).
001430     88  already-sent                value "Y".
001440 01  run-date                picture is 9(08).
001450 01  lookback-days           picture is 9(02) value 7.
001460 01  account-sub             picture is 9(04).
001470 01  owner-sub               picture is 9(03).
001480 01  slot-sub                picture is 9(02).
001490 01  new-direction           picture is X(01).
001500 01  new-party               picture is X(25).
001510 01  transfer-count          picture is 9(06) value zero.

001520*----------------------------------------------------------*
001530* Latest utilacct.dat record per unit and utility.
001540*----------------------------------------------------------*
001550 01  account-table-area.
001560     05  account-table-count picture is 9(04) value zero.
001570     05  account-table-entry occurs 1 to 2000 times
001580             depending on account-table-count
001590             indexed by account-table-index.
001600         10  at-building     picture is 9(02).
001610         10  at-aptnum       picture is 9(04).
001620         10  at-utility      picture is X(01).
001630         10  at-account      picture is X(15).
001640         10  at-meter        picture is X(12).
001650         10  at-status       picture is X(01).

001660*----------------------------------------------------------*
001670* Transfers already on utilxfer.dat, so a move is sent
001680* once however many nights it stays inside the lookback.
001690*----------------------------------------------------------*
001700 01  sent-table-area.
001710     05  sent-table-count    picture is 9(04) value zero.
001720     05  sent-table-entry occurs 1 to 3000 times
001730             depending on sent-table-count
001740             indexed by sent-table-index.
001750         10  sx-building     picture is 9(02).
001760         10  sx-aptnum       picture is 9(04).
001770         10  sx-utility      picture is X(01).
001780         10  sx-effective-date picture is 9(08).
001790         10  sx-direction    picture is X(01).

001800*----------------------------------------------------------*
001810* Latest ownermst.dat record per owner number and the
001820* buildings it holds.
001830*----------------------------------------------------------*
001840 01  owner-table-area.
001850     05  owner-table-count   picture is 9(03) value zero.
001860     05  owner-table-entry occurs 1 to 200 times
001870             depending on owner-table-count
001880             indexed by owner-table-index.
001890         10  ot-number       picture is 9(03).
001900         10  ot-name         picture is X(25).
001910         10  ot-building     picture is 9(02)
001920                             occurs 10 times.
001930     copy TENOLOG.

001940 procedure division.
001950 0000-mainline.
001960     move "TENUTLX" to TENOLOG-PROGRAM.
001970     perform 1000-initialize thru 1000-exit.
001980     perform 2000-load-accounts thru 2000-exit.
001990     perform 2300-load-transfers thru 2300-exit.
002000     perform 2600-load-owners thru 2600-exit.
002010     perform 3000-write-transfers thru 3000-exit.
002020     perform 9000-finish thru 9000-exit.
002030     goback.

002040 1000-initialize.
002050     move "I" to TENOLOG-SEVERITY
002060     move "utility service-transfer file" to TENOLOG-TEXT
002070     call "TENOLOG" using TENOLOG-PARMS.
002080     accept run-date from date yyyymmdd.
002090 1000-exit.
002100     exit.

002110 2000-load-accounts.
002120     open input utility-account-file.
002130     if uac-file-status not = "00"
002140         close utility-account-file
002150         move "Y" to uac-eof-switch
002160         go to 2000-exit.
002170     perform 2100-read-account thru 2100-exit
002180         until account-file-at-end.
002190     close utility-account-file.
002200 2000-exit.
002210     exit.

002220 2100-read-account.
002230     read utility-account-file
002240         at end
002250             move "Y" to uac-eof-switch
002260         not at end
002270             perform 2200-stow-account thru 2200-exit.
002280 2100-exit.
002290     exit.

002300 2200-stow-account.
002310     set account-table-index to 1.
002320     if account-table-count > zero
002330         search account-table-entry
002340             at end
002350                 perform 2210-add-account thru 2210-exit
002360             when at-building (account-table-index)
002370                     = uac-building of utility-account-record
002380                 and at-aptnum (account-table-index)
002390                     = uac-aptnum of utility-account-record
002400                 and at-utility (account-table-index)
002410                     = uac-utility of utility-account-record
002420                 perform 2220-replace-account
002430                     thru 2220-exit
002440     else
002450         perform 2210-add-account thru 2210-exit.
002460 2200-exit.
002470     exit.

002480 2210-add-account.
002490     if account-table-count >= 2000
002500         move "W" to TENOLOG-SEVERITY
002510         move "account table overflow" to TENOLOG-TEXT
002520         call "TENOLOG" using TENOLOG-PARMS
002530     else
002540         add 1 to account-table-count
002550         set account-table-index to account-table-count
002560         perform 2220-replace-account thru 2220-exit.
002570 2210-exit.
002580     exit.

002590 2220-replace-account.
002600     move uac-building of utility-account-record
002610         to at-building (account-table-index).
002620     move uac-aptnum of utility-account-record
002630         to at-aptnum (account-table-index).
002640     move uac-utility of utility-account-record
002650         to at-utility (account-table-index).
002660     move uac-account of utility-account-record
002670         to at-account (account-table-index).
002680     move uac-meter of utility-account-record
002690         to at-meter (account-table-index).
002700     move uac-status of utility-account-record
002710         to at-status (account-table-index).
002720 2220-exit.
002730     exit.

002740 2300-load-transfers.
002750     open input transfer-file.
002760     if uxf-file-status not = "00"
002770         close transfer-file
002780         move "Y" to uxf-eof-switch
002790         go to 2300-exit.
002800     perform 2400-read-transfer thru 2400-exit
002810         until transfer-file-at-end.
002820     close transfer-file.
002830 2300-exit.
002840     exit.

002850 2400-read-transfer.
002860     read transfer-file
002870         at end
002880             move "Y" to uxf-eof-switch
002890         not at end
002900             if uxf-sent of transfer-record
002910                 perform 2500-stow-sent thru 2500-exit.
002920 2400-exit.
002930     exit.

002940 2500-stow-sent.
002950     if sent-table-count >= 3000
002960         move "W" to TENOLOG-SEVERITY
002970         move "transfer table overflow" to TENOLOG-TEXT
002980         call "TENOLOG" using TENOLOG-PARMS
002990     else
003000         add 1 to sent-table-count
003010         move uxf-building of transfer-record
003020             to sx-building (sent-table-count)
003030         move uxf-aptnum of transfer-record
003040             to sx-aptnum (sent-table-count)
003050         move uxf-utility of transfer-record
003060             to sx-utility (sent-table-count)
003070         move uxf-effective-date of transfer-record
003080             to sx-effective-date (sent-table-count)
003090         move uxf-direction of transfer-record
003100             to sx-direction (sent-table-count).
003110 2500-exit.
003120     exit.

003130 2600-load-owners.
003140     open input owner-file.
003150     if own-file-status not = "00"
003160         close owner-file
003170         move "Y" to own-eof-switch
003180         go to 2600-exit.
003190     perform 2700-read-owner thru 2700-exit
003200         until owner-file-at-end.
003210     close owner-file.
003220 2600-exit.
003230     exit.

003240 2700-read-owner.
003250     read owner-file
003260         at end
003270             move "Y" to own-eof-switch
003280         not at end
003290             perform 2800-stow-owner thru 2800-exit.
003300 2700-exit.
003310     exit.

003320 2800-stow-owner.
003330     set owner-table-index to 1.
003340     if owner-table-count > zero
003350         search owner-table-entry
003360             at end
003370                 perform 2810-add-owner thru 2810-exit
003380             when ot-number (owner-table-index)
003390                     = own-number of owner-record
003400                 perform 2820-replace-owner thru 2820-exit
003410     else
003420         perform 2810-add-owner thru 2810-exit.
003430 2800-exit.
003440     exit.

003450 2810-add-owner.
003460     if owner-table-count >= 200
003470         move "W" to TENOLOG-SEVERITY
003480         move "owner table overflow" to TENOLOG-TEXT
003490         call "TENOLOG" using TENOLOG-PARMS
003500     else
003510         add 1 to owner-table-count
003520         set owner-table-index to owner-table-count
003530         perform 2820-replace-owner thru 2820-exit.
003540 2810-exit.
003550     exit.

003560 2820-replace-owner.
003570     move own-number of owner-record
003580         to ot-number (owner-table-index).
003590     move own-name of owner-record
003600         to ot-name (owner-table-index).
003610     perform 2830-copy-building thru 2830-exit
003620         varying slot-sub from 1 by 1
003630         until slot-sub > 10.
003640 2820-exit.
003650     exit.

003660 2830-copy-building.
003670     move own-building of owner-record (slot-sub)
003680         to ot-building (owner-table-index, slot-sub).
003690 2830-exit.
003700     exit.

003710 3000-write-transfers.
003720     move spaces to transfer-filename.
003730     string "utilsvc." delimited by size
003740         run-date delimited by size
003750         into transfer-filename.
003760     open output service-transfer-file.
003770     move spaces to transfer-header-record.
003780     move "H" to utx-rec-type.
003790     move run-date to utx-file-date.
003800     write transfer-header-record.
003810     open extend transfer-file.
003820     open input history-file.
003830     if hist-file-status not = "00"
003840         move "W" to TENOLOG-SEVERITY
003850         move "no tenhist.dat on file" to TENOLOG-TEXT
003860         call "TENOLOG" using TENOLOG-PARMS
003870         move "Y" to hist-eof-switch.
003880     perform 3100-read-history thru 3100-exit
003890         until history-file-at-end.
003900     close history-file.
003910     close transfer-file.
003920     move spaces to transfer-trailer-record.
003930     move "T" to utx-rec-type.
003940     move transfer-count to utx-detail-count.
003950     write transfer-trailer-record.
003960     close service-transfer-file.
003970 3000-exit.
003980     exit.

003990 3100-read-history.
004000     read history-file
004010         at end
004020             move "Y" to hist-eof-switch
004030             go to 3100-exit.
004040     if not hist-move-in of history-record
004050         and not hist-move-out of history-record
004060         go to 3100-exit.
004070     if hist-date of history-record > run-date
004080         go to 3100-exit.
004090     move hist-date of history-record to TENDAYS-FROM.
004100     move run-date to TENDAYS-TO.
004110     call "TENDAYS" using TENDAYS-PARMS.
004120     if TENDAYS-DAYS > lookback-days
004130         go to 3100-exit.
004140     if hist-move-in of history-record
004150         move "T" to new-direction
004160         move hist-name of history-record to new-party
004170     else
004180         move "L" to new-direction
004190         perform 3300-landlord-party thru 3300-exit.
004200     perform 3200-transfer-account thru 3200-exit
004210         varying account-sub from 1 by 1
004220         until account-sub > account-table-count.
004230 3100-exit.
004240     exit.

004250*----------------------------------------------------------*
004260* One active account on the moved unit, unless this move
004270* was already sent on an earlier night.
004280*----------------------------------------------------------*
004290 3200-transfer-account.
004300     if at-building (account-sub)
004310             not = hist-building of history-record
004320         or at-aptnum (account-sub)
004330             not = hist-aptnum of history-record
004340         or at-status (account-sub) not = "A"
004350         go to 3200-exit.
004360     perform 3400-check-sent thru 3400-exit.
004370     if already-sent
004380         go to 3200-exit.
004390     move hist-building of history-record
004400         to TENBLDL-BUILDING.
004410     call "TENBLDL" using TENBLDL-PARMS.
004420     move spaces to transfer-detail-record.
004430     move "D" to utx-rec-type.
004440     move at-building (account-sub) to utx-building.
004450     move at-aptnum (account-sub) to utx-aptnum.
004460     move at-utility (account-sub) to utx-utility.
004470     move at-account (account-sub) to utx-account.
004480     move at-meter (account-sub) to utx-meter.
004490     move at-aptnum (account-sub) to utx-unit.
004500     if TENBLDL-ON-FILE
004510         move TENBLDL-ADDRESS to utx-street
004520         move TENBLDL-CITY to utx-city
004530         move TENBLDL-STATE to utx-state
004540         move TENBLDL-ZIP to utx-zip
004550     else
004560         move "W" to TENOLOG-SEVERITY
004570         move hist-building of history-record to TENOLOG-BUILDING
004580         move zero to TENOLOG-APTNUM
004590         move spaces to TENOLOG-TEXT
004600         string "building " delimited by size
004610             hist-building of history-record delimited by size
004620             " not on bldgmst.dat - service address blank"
004630                 delimited by size
004640             into TENOLOG-TEXT
004650         call "TENOLOG" using TENOLOG-PARMS.
004660     move hist-date of history-record to utx-effective-date.
004670     move new-direction to utx-direction.
004680     move new-party to utx-party.
004690     write transfer-detail-record.
004700     add 1 to transfer-count.
004710     perform 3500-log-transfer thru 3500-exit.
004720 3200-exit.
004730     exit.

004740*----------------------------------------------------------*
004750* On a move-out the service goes back to the owner holding
004760* the building, or the building's own name.
004770*----------------------------------------------------------*
004780 3300-landlord-party.
004790     move spaces to new-party.
004800     perform 3310-check-owner thru 3310-exit
004810         varying owner-sub from 1 by 1
004820         until owner-sub > owner-table-count
004830             or new-party not = spaces.
004840     if new-party not = spaces
004850         go to 3300-exit.
004860     move hist-building of history-record
004870         to TENBLDL-BUILDING.
004880     call "TENBLDL" using TENBLDL-PARMS.
004890     if TENBLDL-ON-FILE
004900         move TENBLDL-NAME to new-party
004910     else
004920         move "PROPERTY MANAGEMENT" to new-party.
004930 3300-exit.
004940     exit.

004950 3310-check-owner.
004960     perform 3320-check-slot thru 3320-exit
004970         varying slot-sub from 1 by 1
004980         until slot-sub > 10
004990             or new-party not = spaces.
005000 3310-exit.
005010     exit.

005020 3320-check-slot.
005030     if ot-building (owner-sub, slot-sub)
005040             = hist-building of history-record
005050         move ot-name (owner-sub) to new-party.
005060 3320-exit.
005070     exit.

005080 3400-check-sent.
005090     move "N" to already-sent-switch.
005100     if sent-table-count = zero
005110         go to 3400-exit.
005120     set sent-table-index to 1.
005130     search sent-table-entry
005140         at end
005150             continue
005160         when sx-building (sent-table-index)
005170                 = at-building (account-sub)
005180             and sx-aptnum (sent-table-index)
005190                 = at-aptnum (account-sub)
005200             and sx-utility (sent-table-index)
005210                 = at-utility (account-sub)
005220             and sx-effective-date (sent-table-index)
005230                 = hist-date of history-record
005240             and sx-direction (sent-table-index)
005250                 = new-direction
005260             move "Y" to already-sent-switch.
005270 3400-exit.
005280     exit.

005290 3500-log-transfer.
005300     move at-building (account-sub)
005310         to uxf-building of transfer-record.
005320     move at-aptnum (account-sub)
005330         to uxf-aptnum of transfer-record.
005340     move at-utility (account-sub)
005350         to uxf-utility of transfer-record.
005360     move hist-date of history-record
005370         to uxf-effective-date of transfer-record.
005380     move new-direction to uxf-direction of transfer-record.
005390     move at-account (account-sub)
005400         to uxf-account of transfer-record.
005410     move new-party to uxf-party of transfer-record.
005420     move run-date to uxf-sent-date of transfer-record.
005430     move "S" to uxf-status of transfer-record.
005440     move run-date to uxf-status-date of transfer-record.
005450     move spaces to uxf-reason of transfer-record.
005460     write transfer-record.
005470     perform 2500-stow-sent thru 2500-exit.
005480 3500-exit.
005490     exit.

005500 9000-finish.
005510     move "I" to TENOLOG-SEVERITY
005520     move spaces to TENOLOG-TEXT
005530     string transfer-count delimited by size
005540         " service transfer(s) written to " delimited by size
005550         transfer-filename delimited by size
005560         into TENOLOG-TEXT
005570     call "TENOLOG" using TENOLOG-PARMS.
005580 9000-exit.
005590     exit.

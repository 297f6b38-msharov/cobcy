000200* SSN edits the load applies, and writes repaired cards to
000210* the resubmit.dek deck the load programs accept.  Repaired
000220* cards drop off the reject file; skipped and still-bad
000230* cards stay for another pass.  The same screen repairs the
000240* acquisition import's acqunit.rej: the tenant names, the
000250* city, state and ZIP and the rent of each rejected seller
000260* record, re-edited as TENACQI edits them, with repaired
000270* records going to acqfix.dat for the TENACQI resubmit run.
000280*----------------------------------------------------------*
000290* MODIFICATION HISTORY
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-15 JHM   Acquisition import rejects (acqunit.rej)
000320*                    repaired to acqfix.dat; the operator
000330*                    picks the reject file at start-up.
000340*   2026-08-22 JHM   A file larger than the work table is
000350*                    now fail-stop before the rewrite --
000360*                    the old console message quietly
000370*                    truncated the file to the table
000380*                    size, destroying the overflow.
000390*   2026-08-22 JHM   Files this program itself creates are
000400*                    SELECT OPTIONAL, so the very first run
000410*                    creates them instead of failing the
000420*                    OPEN EXTEND (the TENRCAT convention).
000430*   2026-08-22 JHM   Original program.
000440*----------------------------------------------------------*
000450 identification division.
000460 program-id. tenfixr.
000470 author. J. H. Masters.
000480 installation. Property Management Systems.
000490 date-written. 2026-08-22.
000500 date-compiled. 2026-08-22.

000510 environment division.
000520 configuration section.
000530 source-computer. Intel486.
000540 object-computer. Intel486.

000550 input-output section.
000560 file-control.
000570     select optional load-reject-file assign to disk
000580         organization is line sequential
000590         file status is rej-file-status.

000600     select optional resubmit-deck assign to disk
000610         organization is line sequential.

000620 data division.
000630 file section.
000640 fd  load-reject-file
000650     label records are standard
000660     value of file-id is reject-filename.
000670 01  reject-record.
000680     05  rej-card-image      picture is X(80).
000690     05  rej-reason          picture is X(40).
000700 01  acq-reject-record.
000710     05  arj-image           picture is X(173).
000720     05  arj-reason          picture is X(40).

000730 fd  resubmit-deck
000740     label records are standard
000750     value of file-id is resubmit-filename.
000760 01  resubmit-card           picture is X(80).
000770 01  acq-fix-card            picture is X(173).

000780 working-storage section.
000790 01  reject-filename         picture is X(12).
000800 01  resubmit-filename       picture is X(12).
000810 01  reject-kind             picture is X(01) value "S".
000820     88  staff-rejects               value "S".
000830     88  acquisition-rejects         value "A".
000840     copy TENZIPV.
000850     copy TENRULV.
000860 01  entered-rent            picture is 9(05)V99.
000870 01  table-overflowed-switch     picture is X(01) value "N".
000880     88  table-overflowed                value "Y".
000890 01  rej-file-status         picture is X(02).
000900 01  rej-eof-switch          picture is X(01) value "N".
000910     88  reject-file-at-end          value "Y".
000920 01  reject-sub              picture is 9(03).
000930 01  repaired-count          picture is 9(03) value zero.
000940 01  kept-count              picture is 9(03) value zero.
000950 01  reply                   picture is X(35).
000960 01  action-reply            picture is X(01).
000970 01  quit-switch             picture is X(01) value "N".
000980     88  operator-quit               value "Y".
000990 01  ssn-valid-switch        picture is X(01).
001000     88  ssn-is-valid                value "Y".
001010 01  edit-reason             picture is X(40).

001020 01  work-card.
001030     05  work-name           picture is X(35).
001040     05  work-ssn.
001050         10  work-area-no    picture is X(03).
001060         10  work-group-no   picture is X(02).
001070         10  work-serial-no  picture is X(04).
001080     05  filler              picture is X(36).

001090     copy TENACQ
001100         replacing ==:REC-NAME:== by ==work-acq-card==.

001110 01  reject-table-area.
001120     05  reject-table-count  picture is 9(03) value zero.
001130     05  reject-table-entry occurs 1 to 200 times
001140             depending on reject-table-count.
001150         10  rt-card         picture is X(173).
001160         10  rt-reason       picture is X(40).
001170         10  rt-disposition  picture is X(01).

001180 procedure division.
001190 0000-mainline.
001200     perform 1000-load-rejects thru 1000-exit.
001210     if table-overflowed
001220         display "TENFIXR: " reject-filename " is larger than "
001230             "the work table - nothing repaired"
001240         stop run.
001250     perform 2000-repair-all thru 2000-exit.
001260     perform 5000-rewrite-rejects thru 5000-exit.
001270     perform 9000-finish thru 9000-exit.
001280     stop run.

001290 1000-load-rejects.
001300     display "TENFIXR: reject repair and resubmit".
001310     display "S=staff load rejects (tenstaff.rej), "
001320         "A=acquisition import rejects (acqunit.rej): ".
001330     accept action-reply.
001340     if action-reply = "A" or action-reply = "a"
001350         move "A" to reject-kind
001360         move "acqunit.rej" to reject-filename
001370         move "acqfix.dat" to resubmit-filename
001380     else
001390         move "tenstaff.rej" to reject-filename
001400         move "resubmit.dek" to resubmit-filename.
001410     open input load-reject-file.
001420     if rej-file-status not = "00"
001430         display "TENFIXR: no " reject-filename " on file"
001440         move "Y" to rej-eof-switch
001450         stop run.
001460     perform 1100-read-reject thru 1100-exit
001470         until reject-file-at-end.
001480     close load-reject-file.
001490     if reject-table-count = zero
001500         display "TENFIXR: reject file is empty"
001510         stop run.
001520 1000-exit.
001530     exit.

001540 1100-read-reject.
001550     read load-reject-file
001560         at end
001570             move "Y" to rej-eof-switch
001580         not at end
001590             perform 1200-stow-reject thru 1200-exit.
001600 1100-exit.
001610     exit.

001620 1200-stow-reject.
001630     if reject-table-count >= 200
001640         move "Y" to table-overflowed-switch
001650         display "TENFIXR: reject table overflow"
001660     else
001670         add 1 to reject-table-count
001680         perform 1300-stow-image thru 1300-exit
001690         move "K" to rt-disposition (reject-table-count).
001700 1200-exit.
001710     exit.

001720 1300-stow-image.
001730     if acquisition-rejects
001740         move arj-image to rt-card (reject-table-count)
001750         move arj-reason to rt-reason (reject-table-count)
001760     else
001770         move rej-card-image to rt-card (reject-table-count)
001780         move rej-reason to rt-reason (reject-table-count).
001790 1300-exit.
001800     exit.

001810 2000-repair-all.
001820     open extend resubmit-deck.
001830     perform 2100-repair-one thru 2100-exit
001840         varying reject-sub from 1 by 1
001850         until reject-sub > reject-table-count
001860             or operator-quit.
001870     close resubmit-deck.
001880 2000-exit.
001890     exit.

001900 2100-repair-one.
001910     if acquisition-rejects
001920         perform 2400-repair-acquisition thru 2400-exit
001930         go to 2100-exit.
001940     move rt-card (reject-sub) to work-card.
001950     display "REJECT " reject-sub " OF "
001960         reject-table-count.
001970     display "  NAME  : " work-name.
001980     display "  SSN   : " work-area-no "-" work-group-no
001990         "-" work-serial-no.
002000     display "  REASON: " rt-reason (reject-sub).
002010     display "Fix, Skip, or Quit (F/S/Q): ".
002020     accept action-reply.
002030     evaluate action-reply
002040         when "F"
002050             perform 2200-fix-card thru 2200-exit
002060         when "f"
002070             perform 2200-fix-card thru 2200-exit
002080         when "Q"
002090             move "Y" to quit-switch
002100         when "q"
002110             move "Y" to quit-switch
002120         when other
002130             continue
002140     end-evaluate.
002150 2100-exit.
002160     exit.

002170 2200-fix-card.
002180     display "New name (blank = keep): ".
002190     accept reply.
002200     if reply not = spaces
002210         move reply to work-name.
002220     display "New SSN, 9 digits (blank = keep): ".
002230     accept reply.
002240     if reply not = spaces
002250         move reply (1:3) to work-area-no
002260         move reply (4:2) to work-group-no
002270         move reply (6:4) to work-serial-no.
002280     perform 2300-validate-ssn thru 2300-exit.
002290     if ssn-is-valid
002300         move work-card to resubmit-card
002310         write resubmit-card
002320         move "R" to rt-disposition (reject-sub)
002330         add 1 to repaired-count
002340         display "TENFIXR: card written to resubmit deck"
002350     else
002360         move edit-reason to rt-reason (reject-sub)
002370         display "TENFIXR: still rejected - " edit-reason.
002380 2200-exit.
002390     exit.

002400*----------------------------------------------------------*
002410* The same SSN edits the load applies, so nothing reaches
002420* the resubmit deck that the load would bounce again.
002430*----------------------------------------------------------*
002440 2300-validate-ssn.
002450     move "Y" to ssn-valid-switch.
002460     move spaces to edit-reason.
002470     if work-area-no is equal to "000"
002480         or work-area-no is equal to "666"
002490         or work-area-no is greater than or equal to "900"
002500         move "N" to ssn-valid-switch
002510         move "invalid area number" to edit-reason
002520     else if work-group-no is equal to "00"
002530         move "N" to ssn-valid-switch
002540         move "all-zero group number" to edit-reason
002550     else if work-serial-no is equal to "0000"
002560         move "N" to ssn-valid-switch
002570         move "all-zero serial number" to edit-reason.
002580 2300-exit.
002590     exit.

002600 2400-repair-acquisition.
002610     move rt-card (reject-sub) to work-acq-card.
002620     display "REJECT " reject-sub " OF "
002630         reject-table-count "   SELLER UNIT "
002640         acq-seller-unit of work-acq-card
002650         "  " acq-occupancy of work-acq-card.
002660     display "  NAME  : " acq-name of work-acq-card.
002670     display "  CO-TEN: " acq-co-tenant of work-acq-card.
002680     display "  CITY  : " acq-city of work-acq-card " "
002690         acq-state of work-acq-card " "
002700         acq-zip-5 of work-acq-card "-"
002710         acq-zip-4 of work-acq-card.
002720     display "  RENT  : " acq-rent of work-acq-card
002730         "   BEFORE LAST INCREASE: "
002740         acq-prior-rent of work-acq-card.
002750     display "  REASON: " rt-reason (reject-sub).
002760     display "Fix, Skip, or Quit (F/S/Q): ".
002770     accept action-reply.
002780     evaluate action-reply
002790         when "F"
002800             perform 2500-fix-acquisition thru 2500-exit
002810         when "f"
002820             perform 2500-fix-acquisition thru 2500-exit
002830         when "Q"
002840             move "Y" to quit-switch
002850         when "q"
002860             move "Y" to quit-switch
002870         when other
002880             continue
002890     end-evaluate.
002900 2400-exit.
002910     exit.

002920 2500-fix-acquisition.
002930     display "New tenant name (blank = keep): ".
002940     accept reply.
002950     if reply not = spaces
002960         move reply to acq-name of work-acq-card.
002970     display "New co-tenant name (blank = keep): ".
002980     accept reply.
002990     if reply not = spaces
003000         move reply to acq-co-tenant of work-acq-card.
003010     display "New city (blank = keep): ".
003020     accept reply.
003030     if reply not = spaces
003040         move reply to acq-city of work-acq-card.
003050     display "New state (blank = keep): ".
003060     accept reply.
003070     if reply not = spaces
003080         move reply to acq-state of work-acq-card.
003090     display "New ZIP, 9 digits (blank = keep): ".
003100     accept reply.
003110     if reply not = spaces
003120         move reply (1:5) to acq-zip-5 of work-acq-card
003130         move reply (6:4) to acq-zip-4 of work-acq-card.
003140     display "New rent, 9999999 in cents (0 = keep): ".
003150     accept entered-rent.
003160     if entered-rent numeric
003170         and entered-rent > zero
003180         move entered-rent to acq-rent of work-acq-card.
003190     perform 2600-validate-acquisition thru 2600-exit.
003200     if edit-reason = spaces
003210         move work-acq-card to acq-fix-card
003220         write acq-fix-card
003230         move work-acq-card to rt-card (reject-sub)
003240         move "R" to rt-disposition (reject-sub)
003250         add 1 to repaired-count
003260         display "TENFIXR: record written to acqfix.dat"
003270     else
003280         move work-acq-card to rt-card (reject-sub)
003290         move edit-reason to rt-reason (reject-sub)
003300         display "TENFIXR: still rejected - " edit-reason.
003310 2500-exit.
003320     exit.

003330*----------------------------------------------------------*
003340* The TENACQI edits, so nothing reaches acqfix.dat that the
003350* resubmit run would bounce again.  A blank ZIP is left for
003360* the import to fill from the building master.
003370*----------------------------------------------------------*
003380 2600-validate-acquisition.
003390     move spaces to edit-reason.
003400     if not acq-occupied of work-acq-card
003410         and not acq-vacant of work-acq-card
003420         move "OCCUPANCY NOT O OR V" to edit-reason
003430         go to 2600-exit.
003440     if acq-rent of work-acq-card not numeric
003450         or acq-prior-rent of work-acq-card not numeric
003460         or acq-deposit of work-acq-card not numeric
003470         or acq-balance of work-acq-card not numeric
003480         move "RENT, DEPOSIT OR BALANCE NOT NUMERIC"
003490             to edit-reason
003500         go to 2600-exit.
003510     if acq-lease-start of work-acq-card not numeric
003520         or acq-lease-end of work-acq-card not numeric
003530         or acq-term-months of work-acq-card not numeric
003540         or acq-deposit-date of work-acq-card not numeric
003550         move "LEASE OR DEPOSIT DATE NOT NUMERIC"
003560             to edit-reason
003570         go to 2600-exit.
003580     if acq-bedrooms of work-acq-card not numeric
003590         or acq-bathrooms of work-acq-card not numeric
003600         or acq-square-feet of work-acq-card not numeric
003610         or acq-floor of work-acq-card not numeric
003620         move "UNIT ATTRIBUTES NOT NUMERIC" to edit-reason
003630         go to 2600-exit.
003640     if acq-occupied of work-acq-card
003650         perform 2610-validate-tenant thru 2610-exit
003660         if edit-reason not = spaces
003670             go to 2600-exit.
003680     if acq-zip of work-acq-card not = spaces
003690         perform 2620-validate-zip thru 2620-exit
003700         if edit-reason not = spaces
003710             go to 2600-exit.
003720     perform 2630-validate-rent-rule thru 2630-exit.
003730 2600-exit.
003740     exit.

003750 2610-validate-tenant.
003760     if acq-name of work-acq-card = spaces
003770         move "OCCUPIED UNIT WITH NO TENANT NAME" to edit-reason
003780         go to 2610-exit.
003790     if acq-name of work-acq-card is not alphabetic
003800         move "TENANT NAME NOT ALPHABETIC" to edit-reason
003810         go to 2610-exit.
003820     if acq-co-tenant of work-acq-card is not alphabetic
003830         move "CO-TENANT NAME NOT ALPHABETIC" to edit-reason
003840         go to 2610-exit.
003850     if acq-rent of work-acq-card = zero
003860         move "OCCUPIED UNIT WITH NO RENT" to edit-reason
003870         go to 2610-exit.
003880     if acq-lease-end of work-acq-card
003890             not > acq-lease-start of work-acq-card
003900         move "LEASE END NOT AFTER LEASE START" to edit-reason.
003910 2610-exit.
003920     exit.

003930 2620-validate-zip.
003940     if acq-zip-5 of work-acq-card not numeric
003950         or acq-zip-5 of work-acq-card = "00000"
003960         or acq-zip-4 of work-acq-card not numeric
003970         move "BAD ZIP" to edit-reason
003980         go to 2620-exit.
003990     move acq-city of work-acq-card to TENZIPV-CITY.
004000     move acq-state of work-acq-card to TENZIPV-STATE.
004010     move acq-zip-5 of work-acq-card to TENZIPV-ZIP5.
004020     call "TENZIPV" using TENZIPV-PARMS.
004030     evaluate true
004040         when TENZIPV-SPELLING
004050             move TENZIPV-STD-CITY to acq-city of work-acq-card
004060             move TENZIPV-STD-STATE
004070                 to acq-state of work-acq-card
004080         when TENZIPV-MISMATCH
004090             move "CITY/STATE DO NOT MATCH THE ZIP"
004100                 to edit-reason
004110         when TENZIPV-UNKNOWN-ZIP
004120             move "ZIP NOT ON THE ZIP REFERENCE" to edit-reason
004130         when TENZIPV-BAD-ZIP
004140             move "BAD ZIP" to edit-reason
004150         when other
004160             continue
004170     end-evaluate.
004180 2620-exit.
004190     exit.

004200 2630-validate-rent-rule.
004210     if acq-prior-rent of work-acq-card = zero
004220         or acq-rent of work-acq-card
004230             not > acq-prior-rent of work-acq-card
004240         go to 2630-exit.
004250     move acq-city of work-acq-card to TENRULV-CITY.
004260     move acq-prior-rent of work-acq-card to TENRULV-OLD-RENT.
004270     move acq-rent of work-acq-card to TENRULV-NEW-RENT.
004280     call "TENRULV" using TENRULV-PARMS.
004290     if TENRULV-REJECTED
004300         move "SELLER INCREASE OVER THE CITY RENT CAP"
004310             to edit-reason.
004320 2630-exit.
004330     exit.

004340 5000-rewrite-rejects.
004350     open output load-reject-file.
004360     perform 5100-write-kept thru 5100-exit
004370         varying reject-sub from 1 by 1
004380         until reject-sub > reject-table-count.
004390     close load-reject-file.
004400 5000-exit.
004410     exit.

004420 5100-write-kept.
004430     if rt-disposition (reject-sub) = "R"
004440         go to 5100-exit.
004450     add 1 to kept-count.
004460     if acquisition-rejects
004470         move rt-card (reject-sub) to arj-image
004480         move rt-reason (reject-sub) to arj-reason
004490         write acq-reject-record
004500     else
004510         move rt-card (reject-sub) to rej-card-image
004520         move rt-reason (reject-sub) to rej-reason
004530         write reject-record.
004540 5100-exit.
004550     exit.

004560 9000-finish.
004570     display "TENFIXR: " repaired-count " repaired, "
004580         kept-count " still rejected".
004590 9000-exit.
004600     exit.

000100*----------------------------------------------------------*
000110* TENFOB.COB
000120*
000130* Key and access-fob inventory transaction.  Adds unit
000140* keys, mailbox keys, building fobs and other keys to a
000150* building's inventory on keyinv.dat by tag number, issues
000160* a key to the tenant of a unit (validated occupied with a
000170* random READ against indexed.dbf) or to a staff member
000180* (an operator id on operator.dat), takes a key back into
000190* stock, and writes off a lost key.  Each step appends a
000200* record stamped with the signed-on operator; the latest
000210* record per key is its current state.  A unit or mailbox
000220* key belongs to its unit and can only go to that unit's
000230* tenant; a fob is tied to whichever unit it is issued to.
000240*----------------------------------------------------------*
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   2026-10-15 JHM   Original program.
000280*----------------------------------------------------------*
000290 identification division.
000300 program-id. tenfob.
000310 author. J. H. Masters.
000320 installation. Property Management Systems.
000330 date-written. 2026-10-15.
000340 date-compiled. 2026-10-15.

000350 environment division.
000360 configuration section.
000370 source-computer. Intel486.
000380 object-computer. Intel486.

000390 input-output section.
000400 file-control.
000410     select sample-idx-file assign to disk
000420         organization is indexed
000430         record key is unit-key of sample-idx-record
000440         access mode is random
000450         file status is idx-file-status.

000460     select optional key-file assign to disk
000470         organization is line sequential
000480         file status is fob-file-status.

000490     select optional operator-file assign to disk
000500         organization is line sequential
000510         file status is opr-file-status.

000520 data division.
000530 file section.
000540 fd  sample-idx-file
000550     label records are standard
000560     value of file-id is "indexed.dbf".
000570     copy TENREC
000580         replacing ==:REC-NAME:== by ==sample-idx-record==
000590             ==address== by ==street-addr==.

000600 fd  key-file
000610     label records are standard
000620     value of file-id is "keyinv.dat".
000630     copy TENFOB
000640         replacing ==:REC-NAME:==
000650             by ==key-record==.

000660 fd  operator-file
000670     label records are standard
000680     value of file-id is "operator.dat".
000690     copy TENOPR
000700         replacing ==:REC-NAME:==
000710             by ==operator-record==.

000720 working-storage section.
000730     copy TENWHO.
000740 01  idx-file-status         picture is X(02).
000750 01  fob-file-status         picture is X(02).
000760 01  opr-file-status         picture is X(02).
000770 01  fob-eof-switch          picture is X(01).
000780     88  key-file-at-end             value "Y".
000790 01  opr-eof-switch          picture is X(01).
000800     88  operator-file-at-end        value "Y".
000810 01  more-switch             picture is X(01) value "Y".
000820     88  more-records                value "Y".
000830 01  key-found-switch        picture is X(01).
000840     88  key-on-file                 value "Y".
000850 01  staff-found-switch      picture is X(01).
000860     88  staff-on-file               value "Y".
000870 01  menu-reply              picture is X(01).
000880 01  holder-reply            picture is X(01).
000890 01  today-date              picture is 9(08).
000900 01  entered-count           picture is 9(05) value zero.
000910 01  lookup-building         picture is 9(02).
000920 01  lookup-number           picture is X(08).
000930 01  lookup-aptnum           picture is 9(04).
000940 01  lookup-staff            picture is X(08).
000950 01  staff-name              picture is X(25).

000960*----------------------------------------------------------*
000970* The key's latest keyinv.dat record -- its current state.
000980*----------------------------------------------------------*
000990     copy TENFOB
001000         replacing ==:REC-NAME:==
001010             by ==current-key-record==.

001020 procedure division.
001030 0000-mainline.
001040     perform 1000-initialize thru 1000-exit.
001050     perform 2000-choose-action thru 2000-exit
001060         until not more-records.
001070     perform 9000-finish thru 9000-exit.
001080     stop run.

001090 1000-initialize.
001100     display "TENFOB: key and access-fob inventory".
001110     call "TENWHO" using TENWHO-PARMS.
001120     if not TENWHO-SIGNED-ON
001130         or TENWHO-AUTHORITY < 2
001140         display "TENFOB: update authority required - "
001150             "sign on through TENSIGN first"
001160         stop run.
001170     accept today-date from date yyyymmdd.
001180     open input sample-idx-file.
001190     if idx-file-status not = "00"
001200         display "TENFOB: cannot open indexed.dbf, status "
001210             idx-file-status
001220         stop run.
001230 1000-exit.
001240     exit.

001250 2000-choose-action.
001260     display "Add to stock, Issue, Return, Lost, or "
001270         "Quit (A/I/R/L/Q): ".
001280     accept menu-reply.
001290     evaluate menu-reply
001300         when "A"
001310             perform 3000-add-key thru 3000-exit
001320         when "a"
001330             perform 3000-add-key thru 3000-exit
001340         when "I"
001350             perform 4000-issue-key thru 4000-exit
001360         when "i"
001370             perform 4000-issue-key thru 4000-exit
001380         when "R"
001390             perform 5000-return-key thru 5000-exit
001400         when "r"
001410             perform 5000-return-key thru 5000-exit
001420         when "L"
001430             perform 6000-lose-key thru 6000-exit
001440         when "l"
001450             perform 6000-lose-key thru 6000-exit
001460         when other
001470             move "N" to more-switch
001480     end-evaluate.
001490 2000-exit.
001500     exit.

001510*----------------------------------------------------------*
001520* A new key goes into stock.  Unit and mailbox keys name
001530* the unit they open; fobs and other keys are building
001540* wide until issued.
001550*----------------------------------------------------------*
001560 3000-add-key.
001570     perform 7000-prompt-key thru 7000-exit.
001580     if key-on-file
001590         and not fob-lost of current-key-record
001600         display "TENFOB: key " lookup-number
001610             " is already on the inventory"
001620         go to 3000-exit.
001630     move lookup-building to fob-building of key-record.
001640     move lookup-number to fob-number of key-record.
001650     display "Type (U=unit key, M=mailbox key, F=fob, "
001660         "O=other): ".
001670     accept fob-type of key-record.
001680     if not fob-valid-type of key-record
001690         display "TENFOB: type must be U, M, F or O, "
001700             "nothing recorded"
001710         go to 3000-exit.
001720     move zero to fob-aptnum of key-record.
001730     if fob-unit-key of key-record
001740         or fob-mailbox-key of key-record
001750         display "Apartment number the key opens: "
001760         accept lookup-aptnum
001770         move lookup-building
001780             to building-id of sample-idx-record
001790         move lookup-aptnum to aptnum of sample-idx-record
001800         read sample-idx-file
001810             invalid key
001820                 display "TENFOB: no unit "
001830                     lookup-building "-" lookup-aptnum
001840                     " on indexed.dbf, nothing recorded"
001850                 go to 3000-exit
001860         end-read
001870         move lookup-aptnum to fob-aptnum of key-record.
001880     move "S" to fob-status of key-record.
001890     move space to fob-holder-type of key-record.
001900     move spaces to fob-holder-id of key-record.
001910     move spaces to fob-holder-name of key-record.
001920     perform 8000-write-key thru 8000-exit.
001930     display "TENFOB: key " lookup-number " added to stock".
001940 3000-exit.
001950     exit.

001960*----------------------------------------------------------*
001970* Only a key in stock can be issued: to the tenant of an
001980* occupied unit, or to a staff member by operator id.
001990*----------------------------------------------------------*
002000 4000-issue-key.
002010     perform 7000-prompt-key thru 7000-exit.
002020     if not key-on-file
002030         display "TENFOB: key " lookup-number
002040             " is not on the inventory"
002050         go to 4000-exit.
002060     if not fob-in-stock of current-key-record
002070         display "TENFOB: key " lookup-number
002080             " is not in stock - status "
002090             fob-status of current-key-record
002100         go to 4000-exit.
002110     move current-key-record to key-record.
002120     display "Issue to Tenant or Staff (T/S): ".
002130     accept holder-reply.
002140     if holder-reply = "T" or holder-reply = "t"
002150         perform 4100-issue-to-tenant thru 4100-exit
002160     else
002170         if holder-reply = "S" or holder-reply = "s"
002180             perform 4200-issue-to-staff thru 4200-exit
002190         else
002200             display "TENFOB: enter T or S, nothing "
002210                 "recorded".
002220 4000-exit.
002230     exit.

002240 4100-issue-to-tenant.
002250     if fob-unit-key of key-record
002260         or fob-mailbox-key of key-record
002270         move fob-aptnum of key-record to lookup-aptnum
002280     else
002290         display "Apartment number: "
002300         accept lookup-aptnum.
002310     move lookup-building to building-id of sample-idx-record.
002320     move lookup-aptnum to aptnum of sample-idx-record.
002330     read sample-idx-file
002340         invalid key
002350             display "TENFOB: no unit " lookup-building "-"
002360                 lookup-aptnum " on indexed.dbf, nothing "
002370                 "recorded"
002380             go to 4100-exit.
002390     if not occ-occupied of sample-idx-record
002400         display "TENFOB: unit " lookup-building "-"
002410             lookup-aptnum " is not occupied, nothing "
002420             "recorded"
002430         go to 4100-exit.
002440     move lookup-aptnum to fob-aptnum of key-record.
002450     move "I" to fob-status of key-record.
002460     move "T" to fob-holder-type of key-record.
002470     move spaces to fob-holder-id of key-record.
002480     move name of sample-idx-record
002490         to fob-holder-name of key-record.
002500     perform 8000-write-key thru 8000-exit.
002510     display "TENFOB: key " lookup-number " issued to "
002520         name of sample-idx-record.
002530 4100-exit.
002540     exit.

002550 4200-issue-to-staff.
002560     display "Staff operator id: ".
002570     accept lookup-staff.
002580     perform 7200-find-staff thru 7200-exit.
002590     if not staff-on-file
002600         display "TENFOB: operator " lookup-staff
002610             " is not on operator.dat, nothing recorded"
002620         go to 4200-exit.
002630     move "I" to fob-status of key-record.
002640     move "S" to fob-holder-type of key-record.
002650     move lookup-staff to fob-holder-id of key-record.
002660     move staff-name to fob-holder-name of key-record.
002670     perform 8000-write-key thru 8000-exit.
002680     display "TENFOB: key " lookup-number " issued to "
002690         staff-name.
002700 4200-exit.
002710     exit.

002720*----------------------------------------------------------*
002730* A returned key goes back into stock; a fob is no longer
002740* tied to the unit it was out with.
002750*----------------------------------------------------------*
002760 5000-return-key.
002770     perform 7000-prompt-key thru 7000-exit.
002780     if not key-on-file
002790         or not fob-issued of current-key-record
002800         display "TENFOB: key " lookup-number
002810             " is not out - nothing to return"
002820         go to 5000-exit.
002830     move current-key-record to key-record.
002840     if fob-access-fob of key-record
002850         or fob-other-key of key-record
002860         move zero to fob-aptnum of key-record.
002870     move "S" to fob-status of key-record.
002880     move space to fob-holder-type of key-record.
002890     move spaces to fob-holder-id of key-record.
002900     move spaces to fob-holder-name of key-record.
002910     perform 8000-write-key thru 8000-exit.
002920     display "TENFOB: key " lookup-number
002930         " returned to stock".
002940 5000-exit.
002950     exit.

002960*----------------------------------------------------------*
002970* A lost key keeps the holder it was lost by, so the
002980* inventory shows whose key went missing.
002990*----------------------------------------------------------*
003000 6000-lose-key.
003010     perform 7000-prompt-key thru 7000-exit.
003020     if not key-on-file
003030         or fob-lost of current-key-record
003040         display "TENFOB: key " lookup-number
003050             " is not on the inventory"
003060         go to 6000-exit.
003070     move current-key-record to key-record.
003080     move "L" to fob-status of key-record.
003090     perform 8000-write-key thru 8000-exit.
003100     display "TENFOB: key " lookup-number
003110         " written off as lost".
003120 6000-exit.
003130     exit.

003140 7000-prompt-key.
003150     display "Building number: ".
003160     accept lookup-building.
003170     display "Key tag number: ".
003180     accept lookup-number.
003190     perform 7100-find-key thru 7100-exit.
003200 7000-exit.
003210     exit.

003220*----------------------------------------------------------*
003230* The latest keyinv.dat record for the building and tag
003240* number is the key's current state.
003250*----------------------------------------------------------*
003260 7100-find-key.
003270     move "N" to key-found-switch.
003280     move "N" to fob-eof-switch.
003290     open input key-file.
003300     if fob-file-status not = "00"
003310         close key-file
003320         go to 7100-exit.
003330     perform 7110-read-key thru 7110-exit
003340         until key-file-at-end.
003350     close key-file.
003360 7100-exit.
003370     exit.

003380 7110-read-key.
003390     read key-file
003400         at end
003410             move "Y" to fob-eof-switch
003420         not at end
003430             if fob-building of key-record = lookup-building
003440                 and fob-number of key-record
003450                     = lookup-number
003460                 move key-record to current-key-record
003470                 move "Y" to key-found-switch.
003480 7110-exit.
003490     exit.

003500 7200-find-staff.
003510     move "N" to staff-found-switch.
003520     move "N" to opr-eof-switch.
003530     open input operator-file.
003540     if opr-file-status not = "00"
003550         close operator-file
003560         go to 7200-exit.
003570     perform 7210-read-operator thru 7210-exit
003580         until operator-file-at-end.
003590     close operator-file.
003600 7200-exit.
003610     exit.

003620 7210-read-operator.
003630     read operator-file
003640         at end
003650             move "Y" to opr-eof-switch
003660         not at end
003670             if opr-id of operator-record = lookup-staff
003680                 move opr-name of operator-record
003690                     to staff-name
003700                 move "Y" to staff-found-switch.
003710 7210-exit.
003720     exit.

003730 8000-write-key.
003740     move today-date to fob-date of key-record.
003750     move TENWHO-OPERATOR to fob-operator of key-record.
003760     open extend key-file.
003770     write key-record.
003780     close key-file.
003790     add 1 to entered-count.
003800 8000-exit.
003810     exit.

003820 9000-finish.
003830     close sample-idx-file.
003840     display "TENFOB: " entered-count
003850         " key transaction(s) recorded".
003860 9000-exit.
003870     exit.

000110* TENRELADD.COB
000120*
000130* TEST13's write-loop does "open output sample-rel-file," so
000140* bringing on a single new move-in meant re-running the whole
000150* load and recreating relative.dbf from scratch.  This program
000160* adds one new tenant instead, and logs the move-in the same
000170* way every other loader in this system does.  The tenant is
000180* written to indexed.dbf, the one tenant file anyone
000190* updates; relative.dbf is a replica the nightly TENRBLD step
000200* rebuilds from it.  A unit already on file is refused.
000210*----------------------------------------------------------*
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-08-09 JHM   Original program.
000250*   2026-08-09 JHM   Added the same zip-format check TEST13 uses
000260*                    when loading relative.dbf -- an invalid zip
000270*                    was being written straight to the file with
000280*                    no validation at all.  A bad zip is now
000290*                    kicked to relzip.rej instead of being added.
000300*   2026-10-15 JHM   A well-formed zip is also validated
000310*                    against the city and state through the
000320*                    shared TENZIPV subprogram and the
000330*                    zipref.dat ZIP reference: other capitals
000340*                    take the standard spelling, a city/state
000350*                    belonging to another ZIP is offered the
000360*                    standard and, declined, is kicked to
000370*                    relzip.rej as ZIP/CITY MISMATCH, and a
000380*                    ZIP not on zipref.dat is taken with a
000390*                    warning.  Also picked up the STREET-ADDR
000400*                    spelling of the tenant address field via
000410*                    COPY REPLACING.
000420*   2026-10-15 JHM   Adds the tenant to indexed.dbf instead of
000430*                    relative.dbf, now that relative.dbf is
000440*                    rebuilt from indexed.dbf every night by
000450*                    TENRBLD; a unit already on indexed.dbf is
000460*                    kicked to relzip.rej as UNIT ON FILE.
000470*                    Like the other indexed.dbf updates it
000480*                    honors the batchlck.ctl batch-window lock,
000490*                    requires an update-authority sign-on
000500*                    (TENSIGN) and stamps the TENWHO operator
000510*                    id on the history and audit records; the
000520*                    company code is keyed with the tenant.
000530*----------------------------------------------------------*
000540 identification division.
000550 program-id. tenreladd.
000560 author. J. H. Masters.
000570 installation. Property Management Systems.
000580 date-written. 2026-08-09.
000590 date-compiled. 2026-08-09.

000600 environment division.
000610 configuration section.
000620 source-computer. Intel486.
000630 object-computer. Intel486.

000640 input-output section.
000650 file-control.
000660     select sample-idx-file assign to disk
000670         organization is indexed
000680         record key is unit-key of sample-idx-record
000690         access mode is random
000700         file status is idx-file-status.

000710     select history-file assign to disk
000720         organization is line sequential.

000730     select audit-log-file assign to disk
000740         organization is line sequential.

000750     select zip-reject-file assign to disk
000760         organization is line sequential.

000770     select optional batch-lock-file assign to disk
000780         organization is line sequential
000790         file status is lck-file-status.

000800 data division.
000810 file section.
000820 fd  sample-idx-file
000830     label records are standard
000840     value of file-id is "indexed.dbf".
000850     copy TENREC
000860         replacing ==:REC-NAME:== by ==sample-idx-record==
000870             ==address== by ==street-addr==.

000880 fd  history-file
000890     label records are standard
000900     value of file-id is "tenhist.dat".
000910     copy TENHIST
000920         replacing ==:REC-NAME:==
000930             by ==history-record==.

000940 fd  audit-log-file
000950     label records are standard
000960     value of file-id is "tenaudit.dat".
000970     copy TENAUDIT
000980         replacing ==:REC-NAME:==
000990             by ==audit-record==.

001000 fd  zip-reject-file
001010     label records are standard
001020     value of file-id is "relzip.rej".
001030 01  reject-line              picture is X(80).

001040 fd  batch-lock-file
001050     label records are standard
001060     value of file-id is "batchlck.ctl".
001070 01  batch-lock-record.
001080     05  lck-status           picture is X(06).
001090     05  lck-date             picture is 9(08).
001100     05  lck-time             picture is 9(08).

001110 working-storage section.
001120 01  idx-file-status          picture is X(02).
001130 01  lck-file-status          picture is X(02).
001140 01  batch-locked-switch      picture is X(01) value "N".
001150     88  batch-locked                 value "Y".
001160     copy TENWHO.
001170 01  today-date               picture is 9(08).
001180 01  input-name               picture is X(25).
001190 01  input-co-tenant          picture is X(25).
001200 01  input-address            picture is X(25).
001210 01  input-building           picture is 9(02).
001220 01  input-aptnum             picture is 9(04).
001230 01  input-city               picture is X(15).
001240 01  input-state              picture is X(02).
001250 01  input-zip                picture is 9(09).
001260 01  input-rent               picture is 9(05)V99.
001270 01  input-company            picture is 9(02).
001280 01  audit-clock-time         picture is 9(08).
001290 01  zip-valid-switch         picture is X(01) value "Y".
001300     88  zip-is-valid                 value "Y".
001310 01  reject-count             picture is 999 value zero.
001320 01  reject-code              picture is X(01) value "Z".
001330     88  zip-rejected                 value "Z".
001340     88  city-mismatch                value "M".
001350     88  unit-on-file                 value "D".
001360 01  reject-reason            picture is X(19) value " BAD ZIP ".
001370 01  reply                    picture is X(01).
001380     copy TENZIPV.

001390 procedure division.
001400 0000-mainline.
001410     perform 1000-initialize thru 1000-exit.
001420     perform 2000-get-tenant-info thru 2000-exit.
001430     perform 3000-add-tenant thru 3000-exit.
001440     perform 9000-finish thru 9000-exit.
001450     stop run.

001460 1000-initialize.
001470     display "TENRELADD: add one tenant to indexed.dbf".
001480     perform 1100-check-batch-lock thru 1100-exit.
001490     if batch-locked
001500         display "TENRELADD: nightly batch in progress - "
001510             "tenant files are locked, inquiry only "
001520             "(use TENINQ) until the window closes"
001530         stop run.
001540     call "TENWHO" using TENWHO-PARMS.
001550     if not TENWHO-SIGNED-ON
001560         or TENWHO-AUTHORITY < 2
001570         display "TENRELADD: update authority required - "
001580             "sign on through TENSIGN first"
001590         stop run.
001600     accept today-date from date yyyymmdd.
001610     open i-o sample-idx-file.
001620     if idx-file-status not = "00"
001630         display "TENRELADD: cannot open indexed.dbf, status "
001640             idx-file-status
001650         stop run.
001660     open extend history-file.
001670     open extend audit-log-file.
001680     open extend zip-reject-file.
001690 1000-exit.
001700     exit.

001710*----------------------------------------------------------*
001720* Batch-window lock check: the nightly driver raises the
001730* lock at start of chain and clears it at finish.
001740*----------------------------------------------------------*
001750 1100-check-batch-lock.
001760     open input batch-lock-file.
001770     if lck-file-status not = "00"
001780         go to 1100-exit.
001790     read batch-lock-file
001800         at end
001810             continue
001820         not at end
001830             if lck-status = "LOCKED"
001840                 move "Y" to batch-locked-switch.
001850     close batch-lock-file.
001860 1100-exit.
001870     exit.

001880 2000-get-tenant-info.
001890     display "Tenant name: ".
001900     accept input-name.
001910     display "Co-tenant name (blank if none): ".
001920     accept input-co-tenant.
001930     display "Address: ".
001940     accept input-address.
001950     display "Building number: ".
001960     accept input-building.
001970     display "Apartment number: ".
001980     accept input-aptnum.
001990     display "City: ".
002000     accept input-city.
002010     display "State: ".
002020     accept input-state.
002030     display "Zip: ".
002040     accept input-zip.
002050     display "Monthly rent: ".
002060     accept input-rent.
002070     display "Company code (00 = company 01): ".
002080     accept input-company.
002090     if input-company = zero
002100         move 01 to input-company.
002110 2000-exit.
002120     exit.

002130 3000-add-tenant.
002140     move input-name to name of sample-idx-record.
002150     move input-co-tenant to co-tenant-name of sample-idx-record.
002160     move input-address to street-addr of sample-idx-record.
002170     move input-building to building-id of sample-idx-record.
002180     move input-aptnum to aptnum of sample-idx-record.
002190     move input-city to city of sample-idx-record.
002200     move input-state to state of sample-idx-record.
002210     move input-zip to zip of sample-idx-record.
002220     move "O" to occ-status of sample-idx-record.
002230     move today-date to occ-status-date of sample-idx-record.
002240     move input-rent to rent-amount of sample-idx-record.
002250     move zero to amount-paid of sample-idx-record.
002260     move input-company to company-code of sample-idx-record.
002270     move "Y" to zip-valid-switch.
002280     if zip-5 of sample-idx-record is not numeric
002290         or zip-5 of sample-idx-record is equal to zero
002300         or zip-4 of sample-idx-record is not numeric
002310         move "N" to zip-valid-switch.
002320     if not zip-is-valid
002330         go to 3100-reject-tenant.
002340     perform 3050-validate-address thru 3050-exit.
002350     if not zip-is-valid
002360         go to 3100-reject-tenant.
002370     write sample-idx-record
002380         invalid key
002390             move "N" to zip-valid-switch
002400             move "D" to reject-code
002410             move " UNIT ON FILE " to reject-reason
002420             go to 3100-reject-tenant.
002430     if idx-file-status not = "00"
002440         display "TENRELADD: WRITE error on indexed.dbf, status "
002450             idx-file-status
002460         stop run.
002470     move input-building to hist-building of history-record.
002480     move input-aptnum to hist-aptnum of history-record.
002490     move today-date to hist-date of history-record.
002500     move "I" to hist-action of history-record.
002510     move input-name to hist-name of history-record.
002520     move TENWHO-OPERATOR to hist-operator of history-record.
002530     write history-record.
002540     accept audit-clock-time from time.
002550     move "TENRELADD" to audit-program of audit-record.
002560     move today-date to audit-date of audit-record.
002570     move audit-clock-time to audit-time of audit-record.
002580     move input-building to audit-building of audit-record.
002590     move input-aptnum to audit-aptnum of audit-record.
002600     move "W" to audit-action of audit-record.
002610     move spaces to audit-before-name of audit-record.
002620     move input-name to audit-after-name of audit-record.
002630     move spaces to audit-before-status of audit-record.
002640     move "O" to audit-after-status of audit-record.
002650     move TENWHO-OPERATOR to audit-operator of audit-record.
002660     move spaces to audit-before-image of audit-record.
002670     write audit-record.
002680     go to 3000-exit.

002690 3100-reject-tenant.
002700     add 1 to reject-count.
002710     move spaces to reject-line.
002720     string input-building delimited by size
002730         "-" delimited by size
002740         input-aptnum delimited by size
002750         " " delimited by size
002760         input-name delimited by size
002770         reject-reason delimited by size
002780         input-zip delimited by size
002790         into reject-line.
002800     write reject-line.
002810     if city-mismatch
002820         display "TENRELADD: ZIP/city mismatch, tenant not "
002830             "added, aptnum " input-aptnum.
002840     if unit-on-file
002850         display "TENRELADD: unit " input-building "-"
002860             input-aptnum " is already on indexed.dbf, "
002870             "tenant not added".
002880     if zip-rejected
002890         display "TENRELADD: bad zip, tenant not added, aptnum "
002900             input-aptnum.
002910 3000-exit.
002920     exit.

002930*----------------------------------------------------------*
002940* ZIP/city/state validation through the shared TENZIPV
002950* subprogram, once the zip itself has passed the format
002960* check.
002970*----------------------------------------------------------*
002980 3050-validate-address.
002990     move input-city to TENZIPV-CITY.
003000     move input-state to TENZIPV-STATE.
003010     move zip-5 of sample-idx-record to TENZIPV-ZIP5.
003020     call "TENZIPV" using TENZIPV-PARMS.
003030     if TENZIPV-SPELLING
003040         move TENZIPV-STD-CITY to input-city
003050         move TENZIPV-STD-STATE to input-state
003060         move input-city to city of sample-idx-record
003070         move input-state to state of sample-idx-record
003080         display "TENRELADD: city/state set to the standard "
003090             "spelling " input-city " " input-state.
003100     if TENZIPV-UNKNOWN-ZIP
003110         display "TENRELADD: warning - ZIP " TENZIPV-ZIP5
003120             " is not on zipref.dat, taken as keyed".
003130     if TENZIPV-MISMATCH
003140         display "TENRELADD: ZIP " TENZIPV-ZIP5 " is "
003150             TENZIPV-STD-CITY " " TENZIPV-STD-STATE
003160             ", not " input-city " " input-state
003170         display "Use " TENZIPV-STD-CITY " "
003180             TENZIPV-STD-STATE " (Y/N): "
003190         accept reply
003200         if reply = "Y"
003210             move TENZIPV-STD-CITY to input-city
003220             move TENZIPV-STD-STATE to input-state
003230             move input-city to city of sample-idx-record
003240             move input-state to state of sample-idx-record
003250         else
003260             move "N" to zip-valid-switch
003270             move "M" to reject-code
003280             move " ZIP/CITY MISMATCH " to reject-reason.
003290 3050-exit.
003300     exit.

003310 9000-finish.
003320     close sample-idx-file.
003330     close audit-log-file.
003340     close history-file.
003350     close zip-reject-file.
003360     if zip-is-valid
003370         display "TENRELADD: tenant added, aptnum " input-aptnum
003380     else
003390         if city-mismatch
003400             display "TENRELADD: rejected for ZIP/city "
003410                 "mismatch, aptnum " input-aptnum
003420         else
003430             if unit-on-file
003440                 display "TENRELADD: rejected, unit already on "
003450                     "file, aptnum " input-aptnum
003460             else
003470                 display "TENRELADD: rejected for bad zip, "
003480                     "aptnum " input-aptnum.
003490 9000-exit.
003500     exit.

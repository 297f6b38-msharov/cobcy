000100*----------------------------------------------------------*
000110* TENGRTE.COB
000120*
000130* Lease guarantor maintenance screen.  Records the person
000140* who signed a unit's lease as guarantor -- name, mailing
000150* address, phone, guaranty limit and expiration -- against
000160* a unit validated on indexed.dbf, and appends it to
000170* guarantr.dat under the unit's current tenant (re-entering
000180* supersedes the earlier record; a release is a status "R"
000190* record, so the history stays on file).  TENDUN copies
000200* the later dunning letters to the guarantor, and TENFMRS
000210* and TENCOLX carry the guarantor once the tenant has gone.
000220*----------------------------------------------------------*
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   2026-10-15 JHM   Original program.
000260*----------------------------------------------------------*
000270 identification division.
000280 program-id. tengrte.
000290 author. J. H. Masters.
000300 installation. Property Management Systems.
000310 date-written. 2026-10-15.
000320 date-compiled. 2026-10-15.

000330 environment division.
000340 configuration section.
000350 source-computer. Intel486.
000360 object-computer. Intel486.

000370 input-output section.
000380 file-control.
000390     select sample-idx-file assign to disk
000400         organization is indexed
000410         record key is unit-key of sample-idx-record
000420         access mode is random
000430         file status is idx-file-status.

000440     select optional guarantor-file assign to disk
000450         organization is line sequential.

000460     select optional batch-lock-file assign to disk
000470         organization is line sequential
000480         file status is lck-file-status.

000490 data division.
000500 file section.
000510 fd  sample-idx-file
000520     label records are standard
000530     value of file-id is "indexed.dbf".
000540     copy TENREC
000550         replacing ==:REC-NAME:== by ==sample-idx-record==
000560             ==address== by ==street-addr==.

000570 fd  guarantor-file
000580     label records are standard
000590     value of file-id is "guarantr.dat".
000600     copy TENGRT
000610         replacing ==:REC-NAME:==
000620             by ==guarantor-record==.

000630 fd  batch-lock-file
000640     label records are standard
000650     value of file-id is "batchlck.ctl".
000660 01  batch-lock-record.
000670     05  lck-status          picture is X(06).
000680     05  lck-date            picture is 9(08).
000690     05  lck-time            picture is 9(08).

000700 working-storage section.
000710 01  lck-file-status         picture is X(02).
000720 01  batch-locked-switch     picture is X(01) value "N".
000730     88  batch-locked                value "Y".
000740     copy TENWHO.
000750     copy TENGRTL.
000760 01  idx-file-status         picture is X(02).
000770 01  more-switch             picture is X(01) value "Y".
000780     88  more-records                value "Y".
000790 01  entered-count           picture is 9(05) value zero.
000800 01  today-date              picture is 9(08).
000810 01  entered-action          picture is X(01).
000820 01  entered-name            picture is X(25).
000830 01  entered-address         picture is X(25).
000840 01  entered-city            picture is X(15).
000850 01  entered-state           picture is X(02).
000860 01  entered-zip             picture is 9(09).
000870 01  entered-phone           picture is X(15).
000880 01  entered-limit           picture is 9(07)V99.
000890 01  entered-expires         picture is 9(08).
000900 01  display-limit           picture is Z,ZZZ,ZZ9.99.

000910 procedure division.
000920 0000-mainline.
000930     perform 1000-initialize thru 1000-exit.
000940     perform 2000-enter-one thru 2000-exit
000950         until not more-records.
000960     perform 9000-finish thru 9000-exit.
000970     stop run.

000980 1000-initialize.
000990     display "TENGRTE: lease guarantor maintenance".
001000     perform 1100-check-batch-lock thru 1100-exit.
001010     if batch-locked
001020         display "TENGRTE: nightly batch in progress - "
001030             "tenant files are locked, inquiry only "
001040             "(use TENINQ) until the window closes"
001050         stop run.
001060     call "TENWHO" using TENWHO-PARMS.
001070     if not TENWHO-SIGNED-ON
001080         or TENWHO-AUTHORITY < 2
001090         display "TENGRTE: update authority required - "
001100             "sign on through TENSIGN first"
001110         stop run.
001120     open input sample-idx-file.
001130     if idx-file-status not = "00"
001140         display "TENGRTE: cannot open indexed.dbf, status "
001150             idx-file-status
001160         stop run.
001170     open extend guarantor-file.
001180     accept today-date from date yyyymmdd.
001190 1000-exit.
001200     exit.

001210*----------------------------------------------------------*
001220* Batch-window lock check: the nightly driver raises the
001230* lock at start of chain and clears it at finish.
001240*----------------------------------------------------------*
001250 1100-check-batch-lock.
001260     open input batch-lock-file.
001270     if lck-file-status not = "00"
001280         go to 1100-exit.
001290     read batch-lock-file
001300         at end
001310             continue
001320         not at end
001330             if lck-status = "LOCKED"
001340                 move "Y" to batch-locked-switch.
001350     close batch-lock-file.
001360 1100-exit.
001370     exit.

001380 2000-enter-one.
001390     display "Apartment number (0000 to quit): ".
001400     accept aptnum.
001410     if aptnum = 0
001420         move "N" to more-switch
001430     else
001440         display "Building number: "
001450         accept building-id
001460         perform 2100-read-and-show thru 2100-exit.
001470 2000-exit.
001480     exit.

001490 2100-read-and-show.
001500     read sample-idx-file
001510         invalid key
001520             display "TENGRTE: no unit " building-id "-" aptnum
001530                 " on indexed.dbf".
001540     if idx-file-status not = "00"
001550         go to 2100-exit.
001560     display "Tenant: " name of sample-idx-record.
001570     move building-id to TENGRTL-BUILDING.
001580     move aptnum to TENGRTL-APTNUM.
001590     move name of sample-idx-record to TENGRTL-TENANT.
001600     call "TENGRTL" using TENGRTL-PARMS.
001610     if TENGRTL-ON-FILE
001620         move TENGRTL-LIMIT to display-limit
001630         display "Guarantor: " TENGRTL-NAME
001640         display "           " TENGRTL-ADDRESS
001650         display "           " TENGRTL-CITY " "
001660             TENGRTL-STATE " " TENGRTL-ZIP
001670         display "Phone: " TENGRTL-PHONE
001680             "  Limit: " display-limit
001690             "  Expires: " TENGRTL-EXPIRES
001700     else
001710         display "No guarantor on file for this tenant".
001720     perform 2200-prompt-action thru 2200-exit.
001730 2100-exit.
001740     exit.

001750 2200-prompt-action.
001760     display "Add/change or release (A/R, blank to skip): ".
001770     accept entered-action.
001780     if entered-action = space
001790         go to 2200-exit.
001800     if entered-action = "R"
001810         perform 2400-release-guarantor thru 2400-exit
001820         go to 2200-exit.
001830     if entered-action not = "A"
001840         display "TENGRTE: action must be A or R, nothing "
001850             "recorded for " building-id "-" aptnum
001860         go to 2200-exit.
001870     perform 2300-prompt-guarantor thru 2300-exit.
001880 2200-exit.
001890     exit.

001900 2300-prompt-guarantor.
001910     display "Guarantor name: ".
001920     accept entered-name.
001930     if entered-name = spaces
001940         display "TENGRTE: guarantor name is required, "
001950             "nothing recorded for " building-id "-" aptnum
001960         go to 2300-exit.
001970     display "Mailing address: ".
001980     accept entered-address.
001990     display "City: ".
002000     accept entered-city.
002010     display "State: ".
002020     accept entered-state.
002030     display "ZIP code (9 digits): ".
002040     accept entered-zip.
002050     display "Phone: ".
002060     accept entered-phone.
002070     display "Guaranty limit (0 for unlimited): ".
002080     accept entered-limit.
002090     display "Expiration date YYYYMMDD (0 for none): ".
002100     accept entered-expires.
002110     if entered-expires not = zero
002120         and entered-expires < today-date
002130         display "TENGRTE: guaranty already expired, "
002140             "nothing recorded for " building-id "-" aptnum
002150         go to 2300-exit.
002160     move entered-zip to grt-zip of guarantor-record.
002170     move "A" to grt-status of guarantor-record.
002180     perform 2500-record-guarantor thru 2500-exit.
002190 2300-exit.
002200     exit.

002210 2400-release-guarantor.
002220     if not TENGRTL-ON-FILE
002230         display "TENGRTE: no guarantor to release for "
002240             building-id "-" aptnum
002250         go to 2400-exit.
002260     move TENGRTL-NAME to entered-name.
002270     move TENGRTL-ADDRESS to entered-address.
002280     move TENGRTL-CITY to entered-city.
002290     move TENGRTL-STATE to entered-state.
002300     move TENGRTL-ZIP to grt-zip of guarantor-record.
002310     move TENGRTL-PHONE to entered-phone.
002320     move TENGRTL-LIMIT to entered-limit.
002330     move TENGRTL-EXPIRES to entered-expires.
002340     move "R" to grt-status of guarantor-record.
002350     perform 2500-record-guarantor thru 2500-exit.
002360 2400-exit.
002370     exit.

002380 2500-record-guarantor.
002390     move building-id to grt-building of guarantor-record.
002400     move aptnum to grt-aptnum of guarantor-record.
002410     move name of sample-idx-record
002420         to grt-tenant-name of guarantor-record.
002430     move entered-name to grt-name of guarantor-record.
002440     move entered-address to grt-address of guarantor-record.
002450     move entered-city to grt-city of guarantor-record.
002460     move entered-state to grt-state of guarantor-record.
002470     move entered-phone to grt-phone of guarantor-record.
002480     move entered-limit to grt-limit of guarantor-record.
002490     move entered-expires to grt-expires of guarantor-record.
002500     move today-date to grt-date of guarantor-record.
002510     move TENWHO-OPERATOR
002520         to grt-entered-by of guarantor-record.
002530     write guarantor-record.
002540     add 1 to entered-count.
002550     display "TENGRTE: recorded for " building-id "-" aptnum.
002560 2500-exit.
002570     exit.

002580 9000-finish.
002590     close sample-idx-file.
002600     close guarantor-file.
002610     display "TENGRTE: " entered-count " guarantor record(s) "
002620         "recorded".
002630 9000-exit.
002640     exit.

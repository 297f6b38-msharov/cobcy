000150* move-out date winning), writes every OPEN account to the
000160* agency's fixed-layout file colexprt.YYYYMMDD -- name,
000170* forwarding address, former unit, move-out date and
000180* balance, each followed by the lease guarantor when the
000190* tenancy had one, with a count/total trailer -- and
000200* appends a superseding at-agency "A" record per exported
000210* account so the same debt is not handed over twice.
000220*----------------------------------------------------------*
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   2026-10-15 JHM   Messages now go through TENOLOG to the
000260*                    dated operations log, each with its
000270*                    severity (and the unit where there is
000280*                    one); aborts raise a menu alert.
000290*   2026-10-15 JHM   An exported account whose tenancy had a
000300*                    lease guarantor on guarantr.dat (TENGRTL
000310*                    lookup, guaranty unexpired at move-out)
000320*                    is followed by a "G" guarantor record;
000330*                    the trailer still counts accounts only.
000340*   2026-10-15 JHM   The at-agency record now stamps the
000350*                    handover date in FMR-STATUS-DATE.
000360*   2026-09-03 JHM   Original program.
000370*----------------------------------------------------------*
000380 identification division.
000390 program-id. tencolx.
000400 author. J. H. Masters.
000410 installation. Property Management Systems.
000420 date-written. 2026-09-03.
000430 date-compiled. 2026-09-03.

000440 environment division.
000450 configuration section.
000460 source-computer. Intel486.
000470 object-computer. Intel486.

000480 input-output section.
000490 file-control.
000500     select former-tenant-file assign to disk
000510         organization is line sequential
000520         file status is fmr-file-status.

000530     select export-file assign to disk
000540         organization is line sequential.

000550 data division.
000560 file section.
000570 fd  former-tenant-file
000580     label records are standard
000590     value of file-id is "fmrten.dat".
000600     copy TENFMR
000610         replacing ==:REC-NAME:==
000620             by ==former-tenant-record==.

000630 fd  export-file
000640     label records are standard
000650     value of file-id is export-filename.
000660 01  export-record.
000670     05  exp-rec-type        picture is X(01).
000680     05  exp-name            picture is X(25).
000690     05  exp-address         picture is X(25).
000700     05  exp-city            picture is X(15).
000710     05  exp-state           picture is X(02).
000720     05  exp-zip             picture is 9(09).
000730     05  exp-building        picture is 9(02).
000740     05  exp-aptnum          picture is 9(04).
000750     05  exp-move-out        picture is 9(08).
000760     05  exp-balance         picture is 9(06)V99.
000770 01  export-trailer-record redefines export-record.
000780     05  filler              picture is X(01).
000790     05  exp-trailer-count   picture is 9(05).
000800     05  exp-trailer-total   picture is 9(09)V99.
000810     05  filler              picture is X(82).
000820 01  export-guarantor-record redefines export-record.
000830     05  filler              picture is X(01).
000840     05  exp-gtr-name        picture is X(25).
000850     05  exp-gtr-address     picture is X(25).
000860     05  exp-gtr-city        picture is X(15).
000870     05  exp-gtr-state       picture is X(02).
000880     05  exp-gtr-zip         picture is 9(09).
000890     05  exp-gtr-phone       picture is X(15).
000900     05  filler              picture is X(07).

000910 working-storage section.
000920 01  export-filename         picture is X(30).
000930     copy TENWHO.
000940     copy TENGRTL.
000950 01  gtr-zip-edited          picture is 99999B9999.
000960 01  gtr-zip-digits redefines gtr-zip-edited.
000970     05  gtr-zip-5           picture is 9(05).
000980     05  filler              picture is X(01).
000990     05  gtr-zip-4           picture is 9(04).
001000 01  guarantor-count         picture is 9(05) value zero.
001010 01  fmr-file-status         picture is X(02).
001020 01  fmr-eof-switch          picture is X(01) value "N".
001030     88  receivable-file-at-end      value "Y".
001040 01  run-date                picture is 9(08).
001050 01  export-count            picture is 9(05) value zero.
001060 01  export-total            picture is 9(09)V99 value zero.
001070 01  account-sub             picture is 9(03).

001080*----------------------------------------------------------*
001090* Latest fmrten.dat record per unit-key and move-out date.
001100*----------------------------------------------------------*
001110 01  account-table-area.
001120     05  account-table-count picture is 9(03) value zero.
001130     05  account-table-entry occurs 1 to 200 times
001140             depending on account-table-count
001150             indexed by account-table-index.
001160         10  ac-building     picture is 9(02).
001170         10  ac-aptnum       picture is 9(04).
001180         10  ac-move-out     picture is 9(08).
001190         10  ac-name         picture is X(25).
001200         10  ac-address      picture is X(25).
001210         10  ac-city         picture is X(15).
001220         10  ac-state        picture is X(02).
001230         10  ac-zip          picture is 99999B9999.
001240         10  ac-zip-digits redefines ac-zip.
001250             15  ac-zip-5    picture is 9(05).
001260             15  filler      picture is X(01).
001270             15  ac-zip-4    picture is 9(04).
001280         10  ac-balance      picture is S9(06)V99.
001290         10  ac-status      picture is X(01).
001300     copy TENRUNC.
001310     copy TENOLOG.

001320 procedure division.
001330 0000-mainline.
001340     move "TENCOLX" to TENOLOG-PROGRAM.
001350     perform 1000-initialize thru 1000-exit.
001360     perform 2000-load-accounts thru 2000-exit.
001370     perform 3000-export-accounts thru 3000-exit.
001380     perform 8000-write-trailer thru 8000-exit.
001390     perform 9000-finish thru 9000-exit.
001400     stop run.

001410 1000-initialize.
001420     move "I" to TENOLOG-SEVERITY
001430     move "collections-agency export" to TENOLOG-TEXT
001440     call "TENOLOG" using TENOLOG-PARMS.
001450     move "TENCOLX" to TENRUNC-PROGRAM.
001460     move "S" to TENRUNC-FUNCTION.
001470     move zero to TENRUNC-COUNT.
001480     call "TENRUNC" using TENRUNC-PARMS.
001490     if TENRUNC-ALREADY-RAN
001500         move "A" to TENOLOG-SEVERITY
001510         move spaces to TENOLOG-TEXT
001520         string "already run this business date - "
001530                 delimited by size
001540             "put TENCOLX on runover.ctl to rerun"
001550                 delimited by size
001560             into TENOLOG-TEXT
001570         call "TENOLOG" using TENOLOG-PARMS
001580         move 1 to return-code
001590         stop run.
001600     accept run-date from date yyyymmdd.
001610     call "TENWHO" using TENWHO-PARMS.
001620     open input former-tenant-file.
001630     if fmr-file-status not = "00"
001640         move "W" to TENOLOG-SEVERITY
001650         move "no fmrten.dat on file, nothing to export"
001660             to TENOLOG-TEXT
001670         call "TENOLOG" using TENOLOG-PARMS
001680         move "E" to TENRUNC-FUNCTION
001690         move zero to TENRUNC-COUNT
001700         call "TENRUNC" using TENRUNC-PARMS
001710         stop run.
001720     move spaces to export-filename.
001730     string "colexprt." delimited by size
001740         run-date delimited by size
001750         into export-filename.
001760     open output export-file.
001770 1000-exit.
001780     exit.

001790 2000-load-accounts.
001800     perform 2100-read-account thru 2100-exit
001810         until receivable-file-at-end.
001820     close former-tenant-file.
001830 2000-exit.
001840     exit.

001850 2100-read-account.
001860     read former-tenant-file
001870         at end
001880             move "Y" to fmr-eof-switch
001890         not at end
001900             perform 2200-stow-account thru 2200-exit.
001910 2100-exit.
001920     exit.

001930 2200-stow-account.
001940     set account-table-index to 1.
001950     if account-table-count > zero
001960         search account-table-entry
001970             at end
001980                 perform 2300-add-account thru 2300-exit
001990             when ac-building (account-table-index)
002000                     = fmr-building of former-tenant-record
002010                 and ac-aptnum (account-table-index)
002020                     = fmr-aptnum of former-tenant-record
002030                 and ac-move-out (account-table-index)
002040                     = fmr-move-out-date
002050                         of former-tenant-record
002060                 perform 2400-replace-account thru 2400-exit
002070     else
002080         perform 2300-add-account thru 2300-exit.
002090 2200-exit.
002100     exit.

002110 2300-add-account.
002120     if account-table-count >= 200
002130         move "W" to TENOLOG-SEVERITY
002140         move "account table overflow" to TENOLOG-TEXT
002150         call "TENOLOG" using TENOLOG-PARMS
002160     else
002170         add 1 to account-table-count
002180         set account-table-index to account-table-count
002190         perform 2400-replace-account thru 2400-exit.
002200 2300-exit.
002210     exit.

002220 2400-replace-account.
002230     move fmr-building of former-tenant-record
002240         to ac-building (account-table-index).
002250     move fmr-aptnum of former-tenant-record
002260         to ac-aptnum (account-table-index).
002270     move fmr-move-out-date of former-tenant-record
002280         to ac-move-out (account-table-index).
002290     move fmr-name of former-tenant-record
002300         to ac-name (account-table-index).
002310     move fmr-fwd-address of former-tenant-record
002320         to ac-address (account-table-index).
002330     move fmr-fwd-city of former-tenant-record
002340         to ac-city (account-table-index).
002350     move fmr-fwd-state of former-tenant-record
002360         to ac-state (account-table-index).
002370     move fmr-fwd-zip of former-tenant-record
002380         to ac-zip (account-table-index).
002390     move fmr-balance of former-tenant-record
002400         to ac-balance (account-table-index).
002410     move fmr-status of former-tenant-record
002420         to ac-status (account-table-index).
002430 2400-exit.
002440     exit.

002450 3000-export-accounts.
002460     open extend former-tenant-file.
002470     perform 3100-export-one thru 3100-exit
002480         varying account-sub from 1 by 1
002490         until account-sub > account-table-count.
002500     close former-tenant-file.
002510 3000-exit.
002520     exit.

002530 3100-export-one.
002540     if ac-status (account-sub) not = "O"
002550         go to 3100-exit.
002560     move "D" to exp-rec-type.
002570     move ac-name (account-sub) to exp-name.
002580     move ac-address (account-sub) to exp-address.
002590     move ac-city (account-sub) to exp-city.
002600     move ac-state (account-sub) to exp-state.
002610     move zero to exp-zip.
002620     move ac-zip-5 (account-sub) to exp-zip (1:5).
002630     move ac-zip-4 (account-sub) to exp-zip (6:4).
002640     move ac-building (account-sub) to exp-building.
002650     move ac-aptnum (account-sub) to exp-aptnum.
002660     move ac-move-out (account-sub) to exp-move-out.
002670     move ac-balance (account-sub) to exp-balance.
002680     write export-record.
002690     add 1 to export-count.
002700     add ac-balance (account-sub) to export-total.
002710     perform 3150-export-guarantor thru 3150-exit.
002720     perform 3200-mark-at-agency thru 3200-exit.
002730 3100-exit.
002740     exit.

002750*----------------------------------------------------------*
002760* The lease guarantor of the tenancy, when one signed and
002770* the guaranty had not expired by the move-out date, goes
002780* to the agency as a "G" record behind the account.
002790*----------------------------------------------------------*
002800 3150-export-guarantor.
002810     move ac-building (account-sub) to TENGRTL-BUILDING.
002820     move ac-aptnum (account-sub) to TENGRTL-APTNUM.
002830     move ac-name (account-sub) to TENGRTL-TENANT.
002840     call "TENGRTL" using TENGRTL-PARMS.
002850     if not TENGRTL-ON-FILE
002860         go to 3150-exit.
002870     if TENGRTL-EXPIRES not = zero
002880         and TENGRTL-EXPIRES < ac-move-out (account-sub)
002890         go to 3150-exit.
002900     move spaces to export-record.
002910     move "G" to exp-rec-type.
002920     move TENGRTL-NAME to exp-gtr-name.
002930     move TENGRTL-ADDRESS to exp-gtr-address.
002940     move TENGRTL-CITY to exp-gtr-city.
002950     move TENGRTL-STATE to exp-gtr-state.
002960     move TENGRTL-ZIP to gtr-zip-edited.
002970     move zero to exp-gtr-zip.
002980     move gtr-zip-5 to exp-gtr-zip (1:5).
002990     move gtr-zip-4 to exp-gtr-zip (6:4).
003000     move TENGRTL-PHONE to exp-gtr-phone.
003010     write export-record.
003020     add 1 to guarantor-count.
003030 3150-exit.
003040     exit.

003050*----------------------------------------------------------*
003060* The superseding at-agency record, so next month's run
003070* does not hand the same debt over twice.
003080*----------------------------------------------------------*
003090 3200-mark-at-agency.
003100     move ac-building (account-sub)
003110         to fmr-building of former-tenant-record.
003120     move ac-aptnum (account-sub)
003130         to fmr-aptnum of former-tenant-record.
003140     move ac-move-out (account-sub)
003150         to fmr-move-out-date of former-tenant-record.
003160     move ac-name (account-sub)
003170         to fmr-name of former-tenant-record.
003180     move ac-address (account-sub)
003190         to fmr-fwd-address of former-tenant-record.
003200     move ac-city (account-sub)
003210         to fmr-fwd-city of former-tenant-record.
003220     move ac-state (account-sub)
003230         to fmr-fwd-state of former-tenant-record.
003240     move ac-zip (account-sub)
003250         to fmr-fwd-zip of former-tenant-record.
003260     move ac-balance (account-sub)
003270         to fmr-balance of former-tenant-record.
003280     move "A" to fmr-status of former-tenant-record.
003290     move TENWHO-OPERATOR
003300         to fmr-entered-by of former-tenant-record.
003310     move run-date to fmr-status-date of former-tenant-record.
003320     write former-tenant-record.
003330 3200-exit.
003340     exit.

003350 8000-write-trailer.
003360     move spaces to export-record.
003370     move "T" to exp-rec-type.
003380     move export-count to exp-trailer-count.
003390     move export-total to exp-trailer-total.
003400     write export-record.
003410 8000-exit.
003420     exit.

003430 9000-finish.
003440     close export-file.
003450     move "E" to TENRUNC-FUNCTION.
003460     move export-count to TENRUNC-COUNT.
003470     call "TENRUNC" using TENRUNC-PARMS.
003480     move "I" to TENOLOG-SEVERITY
003490     move spaces to TENOLOG-TEXT
003500     string export-count delimited by size
003510         " account(s) exported, " delimited by size
003520         guarantor-count delimited by size
003530         " with guarantor" delimited by size
003540         into TENOLOG-TEXT
003550     call "TENOLOG" using TENOLOG-PARMS.
003560 9000-exit.
003570     exit.

000160* or at-agency account's forwarding address, in the
000170* TENLABEL address style, so the money owed by departed
000180* tenants keeps getting billed instead of evaporating.
000190* An account still owing whose tenancy had a lease
000200* guarantor also gets a copy addressed to the guarantor.
000210*----------------------------------------------------------*
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15 JHM   Messages now go through TENOLOG to the
000250*                    dated operations log, each with its
000260*                    severity (and the unit where there is
000270*                    one); aborts raise a menu alert.
000280*   2026-10-15 JHM   An account with a balance still owing
000290*                    whose tenancy had a lease guarantor on
000300*                    guarantr.dat (TENGRTL lookup, guaranty
000310*                    unexpired at move-out) also gets a
000320*                    statement copy addressed to the
000330*                    guarantor.
000340*   2026-09-03 JHM   Original program.
000350*----------------------------------------------------------*
000360 identification division.
000370 program-id. tenfmrs.
000380 author. J. H. Masters.
000390 installation. Property Management Systems.
000400 date-written. 2026-09-03.
000410 date-compiled. 2026-09-03.

000420 environment division.
000430 configuration section.
000440 source-computer. Intel486.
000450 object-computer. Intel486.

000460 input-output section.
000470 file-control.
000480     select former-tenant-file assign to disk
000490         organization is line sequential
000500         file status is fmr-file-status.

000510     select statement-file assign to disk
000520         organization is line sequential.

000530 data division.
000540 file section.
000550 fd  former-tenant-file
000560     label records are standard
000570     value of file-id is "fmrten.dat".
000580     copy TENFMR
000590         replacing ==:REC-NAME:==
000600             by ==former-tenant-record==.

000610 fd  statement-file
000620     label records are standard
000630     value of file-id is fmr-stmt-filename.
000640 01  report-line             picture is X(80).

000650 working-storage section.
000660 01  fmr-stmt-filename       picture is X(30).
000670     copy TENRCAT.
000680     copy TENOLOG.
000690     copy TENGRTL.
000700 01  guarantor-count         picture is 9(04) value zero.
000710 01  fmr-file-status         picture is X(02).
000720 01  fmr-eof-switch          picture is X(01) value "N".
000730     88  receivable-file-at-end      value "Y".
000740 01  run-date                picture is 9(08).
000750 01  statement-count         picture is 9(04) value zero.
000760 01  line-count              picture is 9(07) value zero.
000770 01  account-sub             picture is 9(03).
000780 01  first-name-part         picture is X(25).
000790 01  last-name-part          picture is X(25).
000800 01  name-pointer            picture is 9(02).

000810*----------------------------------------------------------*
000820* Latest fmrten.dat record per unit-key and move-out date.
000830*----------------------------------------------------------*
000840 01  account-table-area.
000850     05  account-table-count picture is 9(03) value zero.
000860     05  account-table-entry occurs 1 to 200 times
000870             depending on account-table-count
000880             indexed by account-table-index.
000890         10  ac-building     picture is 9(02).
000900         10  ac-aptnum       picture is 9(04).
000910         10  ac-move-out     picture is 9(08).
000920         10  ac-name         picture is X(25).
000930         10  ac-address      picture is X(25).
000940         10  ac-city         picture is X(15).
000950         10  ac-state        picture is X(02).
000960         10  ac-zip          picture is 99999B9999.
000970         10  ac-balance      picture is S9(06)V99.
000980         10  ac-status       picture is X(01).
000990     copy TENFMT.
001000     copy TENRUNC.

001010 procedure division.
001020 0000-mainline.
001030     move "TENFMRS" to TENOLOG-PROGRAM.
001040     perform 1000-initialize thru 1000-exit.
001050     perform 2000-load-accounts thru 2000-exit.
001060     perform 3000-print-statements thru 3000-exit.
001070     perform 9000-finish thru 9000-exit.
001080     stop run.

001090 1000-initialize.
001100     move "I" to TENOLOG-SEVERITY
001110     move "former-tenant statements" to TENOLOG-TEXT
001120     call "TENOLOG" using TENOLOG-PARMS.
001130     move "TENFMRS" to TENRUNC-PROGRAM.
001140     move "S" to TENRUNC-FUNCTION.
001150     move zero to TENRUNC-COUNT.
001160     call "TENRUNC" using TENRUNC-PARMS.
001170     if TENRUNC-ALREADY-RAN
001180         move "A" to TENOLOG-SEVERITY
001190         move spaces to TENOLOG-TEXT
001200         string "already run this business date - "
001210                 delimited by size
001220             "put TENFMRS on runover.ctl to rerun"
001230                 delimited by size
001240             into TENOLOG-TEXT
001250         call "TENOLOG" using TENOLOG-PARMS
001260         move 1 to return-code
001270         stop run.
001280     accept run-date from date yyyymmdd.
001290     open input former-tenant-file.
001300     if fmr-file-status not = "00"
001310         move "W" to TENOLOG-SEVERITY
001320         move "no fmrten.dat on file, nothing to bill"
001330             to TENOLOG-TEXT
001340         call "TENOLOG" using TENOLOG-PARMS
001350         move "E" to TENRUNC-FUNCTION
001360         move zero to TENRUNC-COUNT
001370         call "TENRUNC" using TENRUNC-PARMS
001380         stop run.
001390     move spaces to fmr-stmt-filename.
001400     string "fmrstmt." delimited by size
001410         run-date delimited by size
001420         into fmr-stmt-filename.
001430     open output statement-file.
001440 1000-exit.
001450     exit.

001460 2000-load-accounts.
001470     perform 2100-read-account thru 2100-exit
001480         until receivable-file-at-end.
001490     close former-tenant-file.
001500 2000-exit.
001510     exit.

001520 2100-read-account.
001530     read former-tenant-file
001540         at end
001550             move "Y" to fmr-eof-switch
001560         not at end
001570             perform 2200-stow-account thru 2200-exit.
001580 2100-exit.
001590     exit.

001600 2200-stow-account.
001610     set account-table-index to 1.
001620     if account-table-count > zero
001630         search account-table-entry
001640             at end
001650                 perform 2300-add-account thru 2300-exit
001660             when ac-building (account-table-index)
001670                     = fmr-building of former-tenant-record
001680                 and ac-aptnum (account-table-index)
001690                     = fmr-aptnum of former-tenant-record
001700                 and ac-move-out (account-table-index)
001710                     = fmr-move-out-date
001720                         of former-tenant-record
001730                 perform 2400-replace-account thru 2400-exit
001740     else
001750         perform 2300-add-account thru 2300-exit.
001760 2200-exit.
001770     exit.

001780 2300-add-account.
001790     if account-table-count >= 200
001800         move "W" to TENOLOG-SEVERITY
001810         move "account table overflow" to TENOLOG-TEXT
001820         call "TENOLOG" using TENOLOG-PARMS
001830     else
001840         add 1 to account-table-count
001850         set account-table-index to account-table-count
001860         perform 2400-replace-account thru 2400-exit.
001870 2300-exit.
001880     exit.

001890 2400-replace-account.
001900     move fmr-building of former-tenant-record
001910         to ac-building (account-table-index).
001920     move fmr-aptnum of former-tenant-record
001930         to ac-aptnum (account-table-index).
001940     move fmr-move-out-date of former-tenant-record
001950         to ac-move-out (account-table-index).
001960     move fmr-name of former-tenant-record
001970         to ac-name (account-table-index).
001980     move fmr-fwd-address of former-tenant-record
001990         to ac-address (account-table-index).
002000     move fmr-fwd-city of former-tenant-record
002010         to ac-city (account-table-index).
002020     move fmr-fwd-state of former-tenant-record
002030         to ac-state (account-table-index).
002040     move fmr-fwd-zip of former-tenant-record
002050         to ac-zip (account-table-index).
002060     move fmr-balance of former-tenant-record
002070         to ac-balance (account-table-index).
002080     move fmr-status of former-tenant-record
002090         to ac-status (account-table-index).
002100 2400-exit.
002110     exit.

002120 3000-print-statements.
002130     perform 3100-statement-one thru 3100-exit
002140         varying account-sub from 1 by 1
002150         until account-sub > account-table-count.
002160 3000-exit.
002170     exit.

002180 3100-statement-one.
002190     if ac-status (account-sub) not = "O"
002200         and ac-status (account-sub) not = "A"
002210         go to 3100-exit.
002220     add 1 to statement-count.
002230     move all "=" to report-line.
002240     write report-line.
002250     move "FORMER-TENANT ACCOUNT STATEMENT" to report-line.
002260     write report-line.
002270     move spaces to report-line.
002280     string "RUN DATE: " delimited by size
002290         run-date delimited by size
002300         into report-line.
002310     write report-line.
002320     perform 3200-address-block thru 3200-exit.
002330     move "A" to TENFMT-FORMAT-CODE.
002340     move ac-balance (account-sub) to TENFMT-RAW-AMOUNT.
002350     call "TENFMT" using TENFMT-PARMS.
002360     move spaces to report-line.
002370     write report-line.
002380     move spaces to report-line.
002390     string "  FORMER UNIT " delimited by size
002400         ac-building (account-sub) delimited by size
002410         "-" delimited by size
002420         ac-aptnum (account-sub) delimited by size
002430         "  MOVED OUT " delimited by size
002440         ac-move-out (account-sub) delimited by size
002450         into report-line.
002460     write report-line.
002470     move spaces to report-line.
002480     string "  BALANCE DUE: " delimited by size
002490         TENFMT-EDITED-OUT delimited by size
002500         into report-line.
002510     write report-line.
002520     move "  PLEASE REMIT PROMPTLY TO AVOID COLLECTION "
002530         to report-line.
002540     write report-line.
002550     move spaces to report-line.
002560     write report-line.
002570     add 8 to line-count.
002580     if ac-balance (account-sub) > zero
002590         perform 3300-guarantor-copy thru 3300-exit.
002600 3100-exit.
002610     exit.

002620*----------------------------------------------------------*
002630* Forwarding-address block, the TENLABEL last-comma-first
002640* rendering.
002650*----------------------------------------------------------*
002660 3200-address-block.
002670     move spaces to first-name-part.
002680     move spaces to last-name-part.
002690     move 1 to name-pointer.
002700     unstring ac-name (account-sub) delimited by space
002710         into first-name-part
002720         with pointer name-pointer.
002730     if name-pointer <= 25
002740         move ac-name (account-sub) (name-pointer:)
002750             to last-name-part.
002760     move spaces to report-line.
002770     string last-name-part delimited by space
002780         ", " delimited by size
002790         first-name-part delimited by space
002800         into report-line.
002810     write report-line.
002820     move spaces to report-line.
002830     move ac-address (account-sub) to report-line.
002840     write report-line.
002850     move spaces to report-line.
002860     string ac-city (account-sub) delimited by space
002870         ", " delimited by size
002880         ac-state (account-sub) delimited by size
002890         "  " delimited by size
002900         ac-zip (account-sub) delimited by size
002910         into report-line.
002920     write report-line.
002930     add 3 to line-count.
002940 3200-exit.
002950     exit.

002960*----------------------------------------------------------*
002970* The same statement addressed to the lease guarantor of
002980* the tenancy, when one signed and the guaranty had not
002990* expired by the move-out date.
003000*----------------------------------------------------------*
003010 3300-guarantor-copy.
003020     move ac-building (account-sub) to TENGRTL-BUILDING.
003030     move ac-aptnum (account-sub) to TENGRTL-APTNUM.
003040     move ac-name (account-sub) to TENGRTL-TENANT.
003050     call "TENGRTL" using TENGRTL-PARMS.
003060     if not TENGRTL-ON-FILE
003070         go to 3300-exit.
003080     if TENGRTL-EXPIRES not = zero
003090         and TENGRTL-EXPIRES < ac-move-out (account-sub)
003100         go to 3300-exit.
003110     add 1 to statement-count.
003120     add 1 to guarantor-count.
003130     move all "=" to report-line.
003140     write report-line.
003150     move "FORMER-TENANT ACCOUNT STATEMENT - COPY TO GUARANTOR"
003160         to report-line.
003170     write report-line.
003180     move spaces to report-line.
003190     string "RUN DATE: " delimited by size
003200         run-date delimited by size
003210         into report-line.
003220     write report-line.
003230     move TENGRTL-NAME to report-line.
003240     write report-line.
003250     move TENGRTL-ADDRESS to report-line.
003260     write report-line.
003270     move spaces to report-line.
003280     string TENGRTL-CITY delimited by "  "
003290         ", " delimited by size
003300         TENGRTL-STATE delimited by size
003310         "  " delimited by size
003320         TENGRTL-ZIP delimited by size
003330         into report-line.
003340     write report-line.
003350     move spaces to report-line.
003360     write report-line.
003370     move spaces to report-line.
003380     string "  RE: " delimited by size
003390         ac-name (account-sub) delimited by "  "
003400         ", WHOSE LEASE YOU GUARANTEED" delimited by size
003410         into report-line.
003420     write report-line.
003430     move spaces to report-line.
003440     string "  FORMER UNIT " delimited by size
003450         ac-building (account-sub) delimited by size
003460         "-" delimited by size
003470         ac-aptnum (account-sub) delimited by size
003480         "  MOVED OUT " delimited by size
003490         ac-move-out (account-sub) delimited by size
003500         into report-line.
003510     write report-line.
003520     move spaces to report-line.
003530     string "  BALANCE DUE: " delimited by size
003540         TENFMT-EDITED-OUT delimited by size
003550         into report-line.
003560     write report-line.
003570     move "  PLEASE REMIT PROMPTLY TO AVOID COLLECTION "
003580         to report-line.
003590     write report-line.
003600     move spaces to report-line.
003610     write report-line.
003620     add 12 to line-count.
003630 3300-exit.
003640     exit.

003650 9000-finish.
003660     close statement-file.
003670     move "TENFMRS" to TENRCAT-PROGRAM.
003680     move fmr-stmt-filename to TENRCAT-FILENAME.
003690     move statement-count to TENRCAT-PAGES.
003700     move line-count to TENRCAT-LINES.
003710     call "TENRCAT" using TENRCAT-PARMS.
003720     move "E" to TENRUNC-FUNCTION.
003730     move statement-count to TENRUNC-COUNT.
003740     call "TENRUNC" using TENRUNC-PARMS.
003750     move "I" to TENOLOG-SEVERITY
003760     move spaces to TENOLOG-TEXT
003770     string statement-count delimited by size
003780         " statement(s) printed, " delimited by size
003790         guarantor-count delimited by size
003800         " to guarantors" delimited by size
003810         into TENOLOG-TEXT
003820     call "TENOLOG" using TENOLOG-PARMS.
003830 9000-exit.
003840     exit.

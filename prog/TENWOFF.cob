000200*----------------------------------------------------------*
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   2026-10-15 JHM   Carries the two fields added to the
000240*                    TENGLX journal layout (line type and
000250*                    adjusted period), blank and zero on a
000260*                    regular line.
000270*   2026-10-15 JHM   The write-off record now stamps the
000280*                    write-off date in FMR-STATUS-DATE, so
000290*                    the retention clock runs from the day
000300*                    the account was settled.
000310*   2026-09-03 JHM   Original program.
000320*----------------------------------------------------------*
000330 identification division.
000340 program-id. tenwoff.
000350 author. J. H. Masters.
000360 installation. Property Management Systems.
000370 date-written. 2026-09-03.
000380 date-compiled. 2026-09-03.

000390 environment division.
000400 configuration section.
000410 source-computer. Intel486.
000420 object-computer. Intel486.

000430 input-output section.
000440 file-control.
000450     select former-tenant-file assign to disk
000460         organization is line sequential
000470         file status is fmr-file-status.

000480     select gl-writeoff-file assign to disk
000490         organization is line sequential.

000500 data division.
000510 file section.
000520 fd  former-tenant-file
000530     label records are standard
000540     value of file-id is "fmrten.dat".
000550     copy TENFMR
000560         replacing ==:REC-NAME:==
000570             by ==former-tenant-record==.

000580 fd  gl-writeoff-file
000590     label records are standard
000600     value of file-id is glwoff-filename.
000610 01  gl-journal-line.
000620     05  gl-account          picture is 9(06).
000630     05  gl-building         picture is 9(02).
000640     05  gl-period           picture is 9(06).
000650     05  gl-debit-credit     picture is X(01).
000660     05  gl-amount           picture is 9(09)V99.
000670     05  gl-line-type        picture is X(01).
000680     05  gl-adjusted-period  picture is 9(06).

000690 working-storage section.
000700 01  glwoff-filename         picture is X(30).
000710     copy TENRCAT.
000720     copy TENWHO.
000730 01  fmr-file-status         picture is X(02).
000740 01  fmr-eof-switch          picture is X(01) value "N".
000750     88  receivable-file-at-end      value "Y".
000760 01  more-switch             picture is X(01) value "Y".
000770     88  more-records                value "Y".
000780 01  today-date              picture is 9(08).
000790 01  today-date-parts redefines today-date.
000800     05  today-yyyymm        picture is 9(06).
000810     05  today-dd            picture is 9(02).
000820 01  written-off-count       picture is 9(04) value zero.
000830 01  wanted-building         picture is 9(02).
000840 01  wanted-aptnum           picture is 9(04).
000850 01  wanted-move-out         picture is 9(08).
000860 01  account-found-switch    picture is X(01).
000870     88  account-on-file             value "Y".

000880*----------------------------------------------------------*
000890* Latest fmrten.dat record per unit-key and move-out date.
000900*----------------------------------------------------------*
000910 01  account-table-area.
000920     05  account-table-count picture is 9(03) value zero.
000930     05  account-table-entry occurs 1 to 200 times
000940             depending on account-table-count
000950             indexed by account-table-index.
000960         10  ac-building     picture is 9(02).
000970         10  ac-aptnum       picture is 9(04).
000980         10  ac-move-out     picture is 9(08).
000990         10  ac-name         picture is X(25).
001000         10  ac-address      picture is X(25).
001010         10  ac-city         picture is X(15).
001020         10  ac-state        picture is X(02).
001030         10  ac-zip          picture is 99999B9999.
001040         10  ac-balance      picture is S9(06)V99.
001050         10  ac-status       picture is X(01).

001060 procedure division.
001070 0000-mainline.
001080     perform 1000-initialize thru 1000-exit.
001090     perform 2000-write-off-one thru 2000-exit
001100         until not more-records.
001110     perform 9000-finish thru 9000-exit.
001120     stop run.

001130 1000-initialize.
001140     display "TENWOFF: former-tenant write-off".
001150     call "TENWHO" using TENWHO-PARMS.
001160     if not TENWHO-SIGNED-ON
001170         or TENWHO-AUTHORITY < 3
001180         display "TENWOFF: supervisor authority required - "
001190             "sign on through TENSIGN first"
001200         stop run.
001210     accept today-date from date yyyymmdd.
001220     open input former-tenant-file.
001230     if fmr-file-status not = "00"
001240         display "TENWOFF: no fmrten.dat on file, nothing "
001250             "to write off"
001260         stop run.
001270     perform 2100-read-account thru 2100-exit
001280         until receivable-file-at-end.
001290     close former-tenant-file.
001300     open extend former-tenant-file.
001310     move spaces to glwoff-filename.
001320     string "glwoff." delimited by size
001330         today-date delimited by size
001340         into glwoff-filename.
001350     open output gl-writeoff-file.
001360 1000-exit.
001370     exit.

001380 2100-read-account.
001390     read former-tenant-file
001400         at end
001410             move "Y" to fmr-eof-switch
001420         not at end
001430             perform 2200-stow-account thru 2200-exit.
001440 2100-exit.
001450     exit.

001460 2200-stow-account.
001470     set account-table-index to 1.
001480     if account-table-count > zero
001490         search account-table-entry
001500             at end
001510                 perform 2300-add-account thru 2300-exit
001520             when ac-building (account-table-index)
001530                     = fmr-building of former-tenant-record
001540                 and ac-aptnum (account-table-index)
001550                     = fmr-aptnum of former-tenant-record
001560                 and ac-move-out (account-table-index)
001570                     = fmr-move-out-date
001580                         of former-tenant-record
001590                 perform 2400-replace-account thru 2400-exit
001600     else
001610         perform 2300-add-account thru 2300-exit.
001620 2200-exit.
001630     exit.

001640 2300-add-account.
001650     if account-table-count >= 200
001660         display "TENWOFF: account table overflow"
001670     else
001680         add 1 to account-table-count
001690         set account-table-index to account-table-count
001700         perform 2400-replace-account thru 2400-exit.
001710 2300-exit.
001720     exit.

001730 2400-replace-account.
001740     move fmr-building of former-tenant-record
001750         to ac-building (account-table-index).
001760     move fmr-aptnum of former-tenant-record
001770         to ac-aptnum (account-table-index).
001780     move fmr-move-out-date of former-tenant-record
001790         to ac-move-out (account-table-index).
001800     move fmr-name of former-tenant-record
001810         to ac-name (account-table-index).
001820     move fmr-fwd-address of former-tenant-record
001830         to ac-address (account-table-index).
001840     move fmr-fwd-city of former-tenant-record
001850         to ac-city (account-table-index).
001860     move fmr-fwd-state of former-tenant-record
001870         to ac-state (account-table-index).
001880     move fmr-fwd-zip of former-tenant-record
001890         to ac-zip (account-table-index).
001900     move fmr-balance of former-tenant-record
001910         to ac-balance (account-table-index).
001920     move fmr-status of former-tenant-record
001930         to ac-status (account-table-index).
001940 2400-exit.
001950     exit.

001960 2000-write-off-one.
001970     display "Apartment number (0000 to quit): ".
001980     accept wanted-aptnum.
001990     if wanted-aptnum = 0
002000         move "N" to more-switch
002010     else
002020         display "Building number: "
002030         accept wanted-building
002040         display "Move-out date (YYYYMMDD): "
002050         accept wanted-move-out
002060         perform 2500-find-and-write-off thru 2500-exit.
002070 2000-exit.
002080     exit.

002090 2500-find-and-write-off.
002100     perform 2600-find-account thru 2600-exit.
002110     if not account-on-file
002120         display "TENWOFF: no receivable on file for "
002130             wanted-building "-" wanted-aptnum
002140         go to 2500-exit.
002150     if ac-status (account-table-index) = "W"
002160         or ac-status (account-table-index) = "P"
002170         display "TENWOFF: account already settled, "
002180             "nothing written off"
002190         go to 2500-exit.
002200     display "Writing off " ac-name (account-table-index).
002210     perform 2700-write-superseding thru 2700-exit.
002220     perform 2800-book-loss thru 2800-exit.
002230     move "W" to ac-status (account-table-index).
002240     add 1 to written-off-count.
002250     display "TENWOFF: written off for " wanted-building
002260         "-" wanted-aptnum.
002270 2500-exit.
002280     exit.

002290 2600-find-account.
002300     move "N" to account-found-switch.
002310     if account-table-count = zero
002320         go to 2600-exit.
002330     set account-table-index to 1.
002340     search account-table-entry
002350         at end
002360             continue
002370         when ac-building (account-table-index)
002380                 = wanted-building
002390             and ac-aptnum (account-table-index)
002400                 = wanted-aptnum
002410             and ac-move-out (account-table-index)
002420                 = wanted-move-out
002430             move "Y" to account-found-switch.
002440 2600-exit.
002450     exit.

002460 2700-write-superseding.
002470     move ac-building (account-table-index)
002480         to fmr-building of former-tenant-record.
002490     move ac-aptnum (account-table-index)
002500         to fmr-aptnum of former-tenant-record.
002510     move ac-move-out (account-table-index)
002520         to fmr-move-out-date of former-tenant-record.
002530     move ac-name (account-table-index)
002540         to fmr-name of former-tenant-record.
002550     move ac-address (account-table-index)
002560         to fmr-fwd-address of former-tenant-record.
002570     move ac-city (account-table-index)
002580         to fmr-fwd-city of former-tenant-record.
002590     move ac-state (account-table-index)
002600         to fmr-fwd-state of former-tenant-record.
002610     move ac-zip (account-table-index)
002620         to fmr-fwd-zip of former-tenant-record.
002630     move ac-balance (account-table-index)
002640         to fmr-balance of former-tenant-record.
002650     move "W" to fmr-status of former-tenant-record.
002660     move TENWHO-OPERATOR
002670         to fmr-entered-by of former-tenant-record.
002680     move today-date to fmr-status-date of former-tenant-record.
002690     write former-tenant-record.
002700 2700-exit.
002710     exit.

002720*----------------------------------------------------------*
002730* Book the loss: a bad-debt expense debit on the TENGLX
002740* journal extract, account 605100, for the write-off month.
002750*----------------------------------------------------------*
002760 2800-book-loss.
002770     move 605100 to gl-account.
002780     move ac-building (account-table-index) to gl-building.
002790     move today-yyyymm to gl-period.
002800     move "D" to gl-debit-credit.
002810     move ac-balance (account-table-index) to gl-amount.
002820     move space to gl-line-type.
002830     move zero to gl-adjusted-period.
002840     write gl-journal-line.
002850 2800-exit.
002860     exit.

002870 9000-finish.
002880     close former-tenant-file.
002890     close gl-writeoff-file.
002900     move "TENWOFF" to TENRCAT-PROGRAM.
002910     move glwoff-filename to TENRCAT-FILENAME.
002920     move 1 to TENRCAT-PAGES.
002930     move written-off-count to TENRCAT-LINES.
002940     call "TENRCAT" using TENRCAT-PARMS.
002950     display "TENWOFF: " written-off-count
002960         " account(s) written off".
002970 9000-exit.
002980     exit.

000100*----------------------------------------------------------*
000110* TENEDLV.COB
000120*
000130* E-delivery lookup subprogram.  The mailing programs CALL
000140* this with a unit-key and get back whether the unit's
000150* statements and letters go by email, and the address to
000160* send them to.  A unit is by email when its latest
000170* edeliv.dat election is enrolled and the contact.dat
000180* record it names still carries an email address that
000190* has not bounced; anything else is paper.  Both files
000200* are loaded into a table on the first call, last
000210* election per unit winning, the TENBLDL convention.
000220*----------------------------------------------------------*
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   2026-10-15 JHM   Original program.
000260*----------------------------------------------------------*
000270 identification division.
000280 program-id. tenedlv.
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
000390     select optional edelivery-file assign to disk
000400         organization is line sequential
000410         file status is edl-file-status.

000420     select optional contact-file assign to disk
000430         organization is line sequential
000440         file status is con-file-status.

000450 data division.
000460 file section.
000470 fd  edelivery-file
000480     label records are standard
000490     value of file-id is "edeliv.dat".
000500     copy TENEDL
000510         replacing ==:REC-NAME:==
000520             by ==edelivery-record==.

000530 fd  contact-file
000540     label records are standard
000550     value of file-id is "contact.dat".
000560     copy TENCON
000570         replacing ==:REC-NAME:==
000580             by ==contact-record==.

000590 working-storage section.
000600 01  edl-file-status         picture is X(02).
000610 01  edl-eof-switch          picture is X(01).
000620     88  edelivery-file-at-end       value "Y".
000630 01  con-file-status         picture is X(02).
000640 01  con-eof-switch          picture is X(01).
000650     88  contact-file-at-end         value "Y".
000660 01  table-loaded-switch     picture is X(01) value "N".
000670     88  table-loaded                value "Y".

000680*----------------------------------------------------------*
000690* Latest election per unit, with the address and bounce
000700* flag of the contact record it names filled in from
000710* contact.dat.
000720*----------------------------------------------------------*
000730 01  election-table-area.
000740     05  election-table-count picture is 9(03) value zero.
000750     05  election-table-entry occurs 1 to 500 times
000760             depending on election-table-count
000770             indexed by election-table-index.
000780         10  el-building     picture is 9(02).
000790         10  el-aptnum       picture is 9(04).
000800         10  el-con-seq      picture is 9(02).
000810         10  el-status       picture is X(01).
000820         10  el-email        picture is X(30).
000830         10  el-email-status picture is X(01).

000840 linkage section.
000850     copy TENEDLV.

000860 procedure division using TENEDLV-PARMS.
000870 0000-mainline.
000880     if not table-loaded
000890         perform 1000-load-elections thru 1000-exit.
000900     perform 2000-look-up thru 2000-exit.
000910     goback.

000920 1000-load-elections.
000930     move "Y" to table-loaded-switch.
000940     move "N" to edl-eof-switch.
000950     open input edelivery-file.
000960     if edl-file-status not = "00"
000970         close edelivery-file
000980         go to 1000-exit.
000990     perform 1100-read-election thru 1100-exit
001000         until edelivery-file-at-end.
001010     close edelivery-file.
001020     if election-table-count > zero
001030         perform 1500-load-addresses thru 1500-exit.
001040 1000-exit.
001050     exit.

001060 1100-read-election.
001070     read edelivery-file
001080         at end
001090             move "Y" to edl-eof-switch
001100         not at end
001110             perform 1200-stow-election thru 1200-exit.
001120 1100-exit.
001130     exit.

001140 1200-stow-election.
001150     set election-table-index to 1.
001160     if election-table-count > zero
001170         search election-table-entry
001180             at end
001190                 perform 1300-add-election thru 1300-exit
001200             when el-building (election-table-index)
001210                     = edl-building of edelivery-record
001220                 and el-aptnum (election-table-index)
001230                     = edl-aptnum of edelivery-record
001240                 perform 1400-replace-election
001250                     thru 1400-exit
001260     else
001270         perform 1300-add-election thru 1300-exit.
001280 1200-exit.
001290     exit.

001300 1300-add-election.
001310     if election-table-count >= 500
001320         display "TENEDLV: e-delivery table overflow"
001330     else
001340         add 1 to election-table-count
001350         set election-table-index to election-table-count
001360         perform 1400-replace-election thru 1400-exit.
001370 1300-exit.
001380     exit.

001390 1400-replace-election.
001400     move edl-building of edelivery-record
001410         to el-building (election-table-index).
001420     move edl-aptnum of edelivery-record
001430         to el-aptnum (election-table-index).
001440     move edl-con-seq of edelivery-record
001450         to el-con-seq (election-table-index).
001460     move edl-status of edelivery-record
001470         to el-status (election-table-index).
001480     move spaces to el-email (election-table-index).
001490     move space to el-email-status (election-table-index).
001500 1400-exit.
001510     exit.

001520*----------------------------------------------------------*
001530* One pass of contact.dat picks up the address of every
001540* contact record an election names.
001550*----------------------------------------------------------*
001560 1500-load-addresses.
001570     move "N" to con-eof-switch.
001580     open input contact-file.
001590     if con-file-status not = "00"
001600         close contact-file
001610         go to 1500-exit.
001620     perform 1600-read-contact thru 1600-exit
001630         until contact-file-at-end.
001640     close contact-file.
001650 1500-exit.
001660     exit.

001670 1600-read-contact.
001680     read contact-file
001690         at end
001700             move "Y" to con-eof-switch
001710             go to 1600-exit.
001720     set election-table-index to 1.
001730     search election-table-entry
001740         at end
001750             continue
001760         when el-building (election-table-index)
001770                 = con-building of contact-record
001780             and el-aptnum (election-table-index)
001790                 = con-aptnum of contact-record
001800             and el-con-seq (election-table-index)
001810                 = con-seq of contact-record
001820             move con-email of contact-record
001830                 to el-email (election-table-index)
001840             move con-email-status of contact-record
001850                 to el-email-status
001860                     (election-table-index).
001870 1600-exit.
001880     exit.

001890 2000-look-up.
001900     move "P" to TENEDLV-DELIVERY.
001910     move spaces to TENEDLV-EMAIL.
001920     if election-table-count = zero
001930         go to 2000-exit.
001940     set election-table-index to 1.
001950     search election-table-entry
001960         at end
001970             go to 2000-exit
001980         when el-building (election-table-index)
001990                 = TENEDLV-BUILDING
002000             and el-aptnum (election-table-index)
002010                 = TENEDLV-APTNUM
002020             continue.
002030     if el-status (election-table-index) not = "E"
002040         or el-email (election-table-index) = spaces
002050         or el-email (election-table-index) = "*REDACTED*"
002060         or el-email-status (election-table-index) = "B"
002070         go to 2000-exit.
002080     move "E" to TENEDLV-DELIVERY.
002090     move el-email (election-table-index)
002100         to TENEDLV-EMAIL.
002110 2000-exit.
002120     exit.

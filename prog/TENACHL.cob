000100*----------------------------------------------------------*
000110* TENACHL.COB
000120*
000130* Restricted bank-account lookup, the TENSSNL mold for
000140* autopay.  achacct.dat, the TENACHE screen and the reports
000150* show only the last four digits of a tenant's account;
000160* the full routing and account numbers live on the
000170* protected achxref.dat cross-reference.  When the full
000180* number is genuinely needed (a tenant disputing a debit
000190* with the bank, say), a signed-on supervisor keys the
000200* unit here and the unit's current enrollment displays in
000210* full.  Anyone below supervisor authority is refused, and
000220* every lookup -- found or not -- is appended to the
000230* achlkup.dat log with the operator, date and time, unit
000240* and surrogate, so the access can be reviewed.
000250*----------------------------------------------------------*
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   2026-10-15 JHM   Original program.
000290*----------------------------------------------------------*
000300 identification division.
000310 program-id. tenachl.
000320 author. J. H. Masters.
000330 installation. Property Management Systems.
000340 date-written. 2026-10-15.
000350 date-compiled. 2026-10-15.

000360 environment division.
000370 configuration section.
000380 source-computer. Intel486.
000390 object-computer. Intel486.

000400 input-output section.
000410 file-control.
000420     select optional autopay-file assign to disk
000430         organization is line sequential
000440         file status is ach-file-status.

000450     select optional bank-xref-file assign to disk
000460         organization is line sequential
000470         file status is xrf-file-status.

000480     select optional lookup-log-file assign to disk
000490         organization is line sequential.

000500 data division.
000510 file section.
000520 fd  autopay-file
000530     label records are standard
000540     value of file-id is "achacct.dat".
000550     copy TENACH
000560         replacing ==:REC-NAME:==
000570             by ==autopay-record==.

000580 fd  bank-xref-file
000590     label records are standard
000600     value of file-id is "achxref.dat".
000610     copy TENACX
000620         replacing ==:REC-NAME:==
000630             by ==bank-xref-record==.

000640 fd  lookup-log-file
000650     label records are standard
000660     value of file-id is "achlkup.dat".
000670 01  lookup-log-record.
000680     05  lkp-operator        picture is X(08).
000690     05  lkp-date            picture is 9(08).
000700     05  lkp-time            picture is 9(08).
000710     05  lkp-building        picture is 9(02).
000720     05  lkp-aptnum          picture is 9(04).
000730     05  lkp-surrogate       picture is 9(06).
000740     05  lkp-result          picture is X(01).
000750         88  lkp-revealed            value "Y".
000760         88  lkp-not-found           value "N".

000770 working-storage section.
000780 01  ach-file-status         picture is X(02).
000790 01  xrf-file-status         picture is X(02).
000800 01  ach-eof-switch          picture is X(01).
000810     88  autopay-file-at-end         value "Y".
000820 01  xrf-eof-switch          picture is X(01).
000830     88  xref-file-at-end            value "Y".
000840 01  more-switch             picture is X(01) value "Y".
000850     88  more-records                value "Y".
000860 01  enrolled-switch         picture is X(01).
000870     88  enrollment-found            value "Y".
000880 01  found-switch            picture is X(01).
000890     88  surrogate-found             value "Y".
000900 01  wanted-building         picture is 9(02).
000910 01  wanted-aptnum           picture is 9(04).
000920 01  today-date              picture is 9(08).
000930 01  clock-time              picture is 9(08).
000940     copy TENWHO.

000950*----------------------------------------------------------*
000960* The unit's latest achacct.dat record.
000970*----------------------------------------------------------*
000980     copy TENACH
000990         replacing ==:REC-NAME:==
001000             by ==current-autopay==.

001010 procedure division.
001020 0000-mainline.
001030     display "TENACHL: restricted bank-account lookup".
001040     call "TENWHO" using TENWHO-PARMS.
001050     if not TENWHO-SIGNED-ON
001060         or TENWHO-AUTHORITY < 3
001070         display "TENACHL: supervisor sign-on required"
001080         stop run.
001090     accept today-date from date yyyymmdd.
001100     perform 2000-look-up-one thru 2000-exit
001110         until not more-records.
001120     display "TENACHL: finished".
001130     stop run.

001140 2000-look-up-one.
001150     display "Apartment number (0000 to quit): ".
001160     accept wanted-aptnum.
001170     if wanted-aptnum = zero
001180         move "N" to more-switch
001190         go to 2000-exit.
001200     display "Building number: ".
001210     accept wanted-building.
001220     display "TENACHL: lookup by operator "
001230         TENWHO-OPERATOR " for unit " wanted-building "-"
001240         wanted-aptnum.
001250     move "N" to found-switch.
001260     perform 3000-find-enrollment thru 3000-exit.
001270     if not enrollment-found
001280         display "TENACHL: no autopay enrollment on file"
001290     else
001300         perform 4000-scan-xref thru 4000-exit.
001310     perform 5000-log-lookup thru 5000-exit.
001320 2000-exit.
001330     exit.

001340*----------------------------------------------------------*
001350* Latest achacct.dat record per unit wins.
001360*----------------------------------------------------------*
001370 3000-find-enrollment.
001380     move "N" to enrolled-switch.
001390     move "N" to ach-eof-switch.
001400     move zero to ach-surrogate of current-autopay.
001410     open input autopay-file.
001420     if ach-file-status not = "00"
001430         close autopay-file
001440         go to 3000-exit.
001450     perform 3100-read-autopay thru 3100-exit
001460         until autopay-file-at-end.
001470     close autopay-file.
001480 3000-exit.
001490     exit.

001500 3100-read-autopay.
001510     read autopay-file
001520         at end
001530             move "Y" to ach-eof-switch
001540         not at end
001550             if ach-building of autopay-record
001560                     = wanted-building
001570                 and ach-aptnum of autopay-record
001580                     = wanted-aptnum
001590                 move autopay-record to current-autopay
001600                 move "Y" to enrolled-switch.
001610 3100-exit.
001620     exit.

001630 4000-scan-xref.
001640     display "  STATUS: " ach-status of current-autopay
001650         "   ENTERED BY: " ach-entered-by of current-autopay.
001660     if not ach-number-protected of current-autopay
001670         display "TENACHL: enrollment not yet converted - "
001680             "run TENACXC"
001690         go to 4000-exit.
001700     if ach-surrogate of current-autopay = zero
001710         display "TENACHL: no bank account on the latest "
001720             "enrollment record"
001730         go to 4000-exit.
001740     move "N" to xrf-eof-switch.
001750     open input bank-xref-file.
001760     if xrf-file-status not = "00"
001770         close bank-xref-file
001780         display "TENACHL: no achxref.dat on file"
001790         go to 4000-exit.
001800     perform 4100-read-xref thru 4100-exit
001810         until xref-file-at-end.
001820     close bank-xref-file.
001830     if not surrogate-found
001840         display "TENACHL: surrogate "
001850             ach-surrogate of current-autopay
001860             " not on achxref.dat".
001870 4000-exit.
001880     exit.

001890 4100-read-xref.
001900     read bank-xref-file
001910         at end
001920             move "Y" to xrf-eof-switch
001930         not at end
001940             if acx-surrogate = ach-surrogate of current-autopay
001950                 move "Y" to found-switch
001960                 display "  SURROGATE: " acx-surrogate
001970                 display "  ROUTING  : " acx-routing
001980                 display "  ACCOUNT  : " acx-account.
001990 4100-exit.
002000     exit.

002010*----------------------------------------------------------*
002020* Every lookup is logged, whether or not a number showed.
002030*----------------------------------------------------------*
002040 5000-log-lookup.
002050     accept clock-time from time.
002060     move TENWHO-OPERATOR to lkp-operator.
002070     move today-date to lkp-date.
002080     move clock-time to lkp-time.
002090     move wanted-building to lkp-building.
002100     move wanted-aptnum to lkp-aptnum.
002110     move zero to lkp-surrogate.
002120     if enrollment-found
002130         and ach-number-protected of current-autopay
002140         move ach-surrogate of current-autopay
002150             to lkp-surrogate.
002160     if surrogate-found
002170         move "Y" to lkp-result
002180     else
002190         move "N" to lkp-result.
002200     open extend lookup-log-file.
002210     write lookup-log-record.
002220     close lookup-log-file.
002230 5000-exit.
002240     exit.

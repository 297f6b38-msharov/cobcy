000100*----------------------------------------------------------*
000110* TENAPHLD.COB
000120*
000130* Payables hold and release.  A disputed or short-shipped
000140* vendor invoice is put on hold here so the weekly TENVCHK
000150* check run passes it by, and released again once it is
000160* settled.  The operator keys the vendor and invoice
000170* number; payables.dat is loaded into a work table, the
000180* open items matching are flagged, and the file is
000190* rewritten at the end the way TENFAPRV rewrites
000200* pendtxn.dat.  Paid items cannot be held.
000210*----------------------------------------------------------*
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15 JHM   Original program.
000250*----------------------------------------------------------*
000260 identification division.
000270 program-id. tenaphld.
000280 author. J. H. Masters.
000290 installation. Property Management Systems.
000300 date-written. 2026-10-15.
000310 date-compiled. 2026-10-15.

000320 environment division.
000330 configuration section.
000340 source-computer. Intel486.
000350 object-computer. Intel486.

000360 input-output section.
000370 file-control.
000380     select optional payables-file assign to disk
000390         organization is line sequential
000400         file status is ap-file-status.

000410 data division.
000420 file section.
000430 fd  payables-file
000440     label records are standard
000450     value of file-id is "payables.dat".
000460     copy TENAPI
000470         replacing ==:REC-NAME:==
000480             by ==payable-record==.

000490 working-storage section.
000500     copy TENWHO.
000510 01  table-overflowed-switch     picture is X(01) value "N".
000520     88  table-overflowed                value "Y".
000530 01  ap-file-status          picture is X(02).
000540 01  ap-eof-switch           picture is X(01) value "N".
000550     88  payables-file-at-end        value "Y".
000560 01  more-switch             picture is X(01) value "Y".
000570     88  more-records                value "Y".
000580 01  reply                   picture is X(01).
000590 01  ap-sub                  picture is 9(04).
000600 01  entered-vendor          picture is 9(04).
000610 01  entered-invoice         picture is X(10).
000620 01  matched-count           picture is 9(04).
000630 01  changed-count           picture is 9(05) value zero.
000640 01  amount-text             picture is X(12).

000650 01  payable-table-area.
000660     05  ap-table-count      picture is 9(04) value zero.
000670     05  ap-table-entry occurs 1 to 2000 times
000680             depending on ap-table-count.
000690         10  at-record       picture is X(68).
000700     copy TENFMT.

000710 procedure division.
000720 0000-mainline.
000730     perform 1000-initialize thru 1000-exit.
000740     if table-overflowed
000750         display "TENAPHLD: payables.dat is larger than the "
000760             "work table - nothing changed"
000770         stop run.
000780     perform 2000-hold-one thru 2000-exit
000790         until not more-records.
000800     perform 3000-rewrite-file thru 3000-exit.
000810     perform 9000-finish thru 9000-exit.
000820     stop run.

000830 1000-initialize.
000840     display "TENAPHLD: payables hold and release".
000850     call "TENWHO" using TENWHO-PARMS.
000860     if not TENWHO-SIGNED-ON
000870         or TENWHO-AUTHORITY < 2
000880         display "TENAPHLD: update authority required - "
000890             "sign on through TENSIGN first"
000900         stop run.
000910     open input payables-file.
000920     if ap-file-status not = "00"
000930         display "TENAPHLD: no payables.dat on file, "
000940             "nothing to hold"
000950         close payables-file
000960         stop run.
000970     perform 1100-read-payable thru 1100-exit
000980         until payables-file-at-end.
000990     close payables-file.
001000 1000-exit.
001010     exit.

001020 1100-read-payable.
001030     read payables-file
001040         at end
001050             move "Y" to ap-eof-switch
001060         not at end
001070             perform 1200-stow-payable thru 1200-exit.
001080 1100-exit.
001090     exit.

001100 1200-stow-payable.
001110     if ap-table-count >= 2000
001120         move "Y" to table-overflowed-switch
001130         display "TENAPHLD: payables table overflow"
001140     else
001150         add 1 to ap-table-count
001160         move payable-record to at-record (ap-table-count).
001170 1200-exit.
001180     exit.

001190 2000-hold-one.
001200     display "Vendor number (0000 to quit): ".
001210     accept entered-vendor.
001220     if entered-vendor = zero
001230         move "N" to more-switch
001240         go to 2000-exit.
001250     display "Vendor invoice number: ".
001260     accept entered-invoice.
001270     display "Hold or Release (H/R): ".
001280     accept reply.
001290     if reply = "h"
001300         move "H" to reply.
001310     if reply = "r"
001320         move "R" to reply.
001330     if reply not = "H"
001340         and reply not = "R"
001350         display "TENAPHLD: reply must be H or R, "
001360             "nothing changed"
001370         go to 2000-exit.
001380     move zero to matched-count.
001390     perform 2100-flag-payable thru 2100-exit
001400         varying ap-sub from 1 by 1
001410         until ap-sub > ap-table-count.
001420     if matched-count = zero
001430         display "TENAPHLD: no open invoice " entered-invoice
001440             " for vendor " entered-vendor.
001450 2000-exit.
001460     exit.

001470 2100-flag-payable.
001480     move at-record (ap-sub) to payable-record.
001490     if ap-vendor of payable-record not = entered-vendor
001500         or ap-invoice of payable-record not = entered-invoice
001510         or not ap-open of payable-record
001520         go to 2100-exit.
001530     if reply = "H"
001540         move "Y" to ap-hold of payable-record
001550     else
001560         move "N" to ap-hold of payable-record.
001570     move payable-record to at-record (ap-sub).
001580     add 1 to matched-count.
001590     add 1 to changed-count.
001600     move "A" to TENFMT-FORMAT-CODE.
001610     move ap-amount of payable-record to TENFMT-RAW-AMOUNT.
001620     call "TENFMT" using TENFMT-PARMS.
001630     move TENFMT-EDITED-OUT to amount-text.
001640     if ap-on-hold of payable-record
001650         display "TENAPHLD: HELD     " entered-invoice " "
001660             amount-text " due " ap-due-date of payable-record
001670     else
001680         display "TENAPHLD: RELEASED " entered-invoice " "
001690             amount-text " due "
001700             ap-due-date of payable-record.
001710 2100-exit.
001720     exit.

001730 3000-rewrite-file.
001740     if changed-count = zero
001750         go to 3000-exit.
001760     open output payables-file.
001770     perform 3100-write-payable thru 3100-exit
001780         varying ap-sub from 1 by 1
001790         until ap-sub > ap-table-count.
001800     close payables-file.
001810 3000-exit.
001820     exit.

001830 3100-write-payable.
001840     move at-record (ap-sub) to payable-record.
001850     write payable-record.
001860 3100-exit.
001870     exit.

001880 9000-finish.
001890     display "TENAPHLD: " changed-count
001900         " invoice(s) held or released".
001910 9000-exit.
001920     exit.

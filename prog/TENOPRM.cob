000110* TENOPRM.COB
000120*
000130* Operator master entry.  Keys operator records onto
000140* operator.dat: id, name, authority level (1 inquiry
000150* only, 2 update, 3 supervisor) and purchase-order spending
000160* limit.  Records append;
000170* re-entering an operator id supersedes the earlier record,
000180* the owner-master convention.  Only a supervisor already
000190* signed on may run this, once a supervisor exists on file;
000200* the very first operator keyed gets in without a sign-on
000210* so the file can be seeded.  Each record carries who keyed
000220* it and when.
000230*----------------------------------------------------------*
000240* MODIFICATION HISTORY
000250*   DATE       INIT  DESCRIPTION
000260*   2026-10-15 JHM   Stamps the signed-on operator and the
000270*                    date on each record keyed, so a change
000280*                    to an operator's own authority can be
000290*                    reported by TENSODR.
000300*   2026-10-15 JHM   Each operator now carries a
000310*                    purchase-order limit: TENPORD approves a
000320*                    PO within it as it is raised and sends a
000330*                    larger one to a supervisor.
000340*   2026-08-22 JHM   An OPTIONAL file opened for input
000350*                    that is not on file comes back "05"
000360*                    and is left open; the read-scan bail
000370*                    paths now CLOSE it so the later
000380*                    write-mode open (which creates the
000390*                    file) is not stranded.
000400*   2026-08-22 JHM   Original program.
000410*----------------------------------------------------------*
000420 identification division.
000430 program-id. tenoprm.
000440 author. J. H. Masters.
000450 installation. Property Management Systems.
000460 date-written. 2026-08-22.
000470 date-compiled. 2026-08-22.

000480 environment division.
000490 configuration section.
000500 source-computer. Intel486.
000510 object-computer. Intel486.

000520 input-output section.
000530 file-control.
000540     select optional operator-file assign to disk
000550         organization is line sequential
000560         file status is opr-file-status.

000570 data division.
000580 file section.
000590 fd  operator-file
000600     label records are standard
000610     value of file-id is "operator.dat".
000620     copy TENOPR
000630         replacing ==:REC-NAME:==
000640             by ==operator-record==.

000650 working-storage section.
000660 01  opr-file-status         picture is X(02).
000670 01  opr-eof-switch          picture is X(01).
000680     88  operator-file-at-end        value "Y".
000690 01  file-has-records-switch picture is X(01) value "N".
000700     88  file-has-records            value "Y".
000710 01  more-switch             picture is X(01) value "Y".
000720     88  more-records                value "Y".
000730 01  entered-count           picture is 9(03) value zero.
000740 01  reply                   picture is X(25).
000750 01  today-date              picture is 9(08).
000760     copy TENWHO.

000770 procedure division.
000780 0000-mainline.
000790     perform 1000-initialize thru 1000-exit.
000800     perform 2000-enter-one thru 2000-exit
000810         until not more-records.
000820     perform 9000-finish thru 9000-exit.
000830     stop run.

000840 1000-initialize.
000850     display "TENOPRM: operator master entry".
000860     call "TENWHO" using TENWHO-PARMS.
000870     accept today-date from date yyyymmdd.
000880     perform 1100-check-authority thru 1100-exit.
000890 1000-exit.
000900     exit.

000910*----------------------------------------------------------*
000920* Once the file has records, only a signed-on supervisor
000930* may maintain it; an empty or absent file may be seeded
000940* without a sign-on.
000950*----------------------------------------------------------*
000960 1100-check-authority.
000970     move "N" to opr-eof-switch.
000980     open input operator-file.
000990     if opr-file-status not = "00"
001000         close operator-file
001010         go to 1100-exit.
001020     read operator-file
001030         at end
001040             continue
001050         not at end
001060             move "Y" to file-has-records-switch.
001070     close operator-file.
001080     if not file-has-records
001090         go to 1100-exit.
001100     if not TENWHO-SIGNED-ON
001110         or TENWHO-AUTHORITY < 3
001120         display "TENOPRM: supervisor sign-on required"
001130         stop run.
001140 1100-exit.
001150     exit.

001160 2000-enter-one.
001170     display "Operator id (blank to quit): ".
001180     accept reply.
001190     if reply = spaces
001200         move "N" to more-switch
001210     else
001220         move reply (1:8) to opr-id of operator-record
001230         display "Operator name: "
001240         accept reply
001250         move reply to opr-name of operator-record
001260         display "Authority (1=inquiry, 2=update, "
001270             "3=supervisor): "
001280         accept opr-authority of operator-record
001290         display "Purchase-order limit (9999999.99): "
001300         accept opr-po-limit of operator-record
001310         move TENWHO-OPERATOR to opr-entered-by of operator-record
001320         move today-date to opr-entered-date of operator-record
001330         open extend operator-file
001340         write operator-record
001350         close operator-file
001360         add 1 to entered-count
001370         display "TENOPRM: operator "
001380             opr-id of operator-record " recorded".
001390 2000-exit.
001400     exit.

001410 9000-finish.
001420     display "TENOPRM: " entered-count
001430         " operator record(s) written".
001440 9000-exit.
001450     exit.

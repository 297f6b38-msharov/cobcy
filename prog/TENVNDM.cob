000110* TENVNDM.COB
000120*
000130* Vendor master entry.  Keys vendors onto vendmst.dat:
000140* number, name, phone, trade (the TENWOR category codes),
000150* payment terms in days, and the taxpayer id and mailing
000160* address the year-end information returns need.  Records
000170* append; re-entering a vendor number supersedes the
000180* earlier record.
000190*----------------------------------------------------------*
000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000220*   2026-10-15 JHM   Prompts for the vendor's taxpayer id,
000230*                    id type and mailing address for the
000240*                    TEN1099 year-end returns.
000250*   2026-10-15 JHM   Prompts for the vendor's payment terms,
000260*                    which date the payables.dat open items
000270*                    TENWCOST writes.
000280*   2026-09-03 JHM   Original program.
000290*----------------------------------------------------------*
000300 identification division.
000310 program-id. tenvndm.
000320 author. J. H. Masters.
000330 installation. Property Management Systems.
000340 date-written. 2026-09-03.
000350 date-compiled. 2026-09-03.

000360 environment division.
000370 configuration section.
000380 source-computer. Intel486.
000390 object-computer. Intel486.

000400 input-output section.
000410 file-control.
000420     select optional vendor-master-file assign to disk
000430         organization is line sequential.

000440 data division.
000450 file section.
000460 fd  vendor-master-file
000470     label records are standard
000480     value of file-id is "vendmst.dat".
000490     copy TENVND
000500         replacing ==:REC-NAME:==
000510             by ==vendor-record==.

000520 working-storage section.
000530 01  more-switch             picture is X(01) value "Y".
000540     88  more-records                value "Y".
000550 01  entered-count           picture is 9(05) value zero.
000560 01  entered-number          picture is 9(04).
000570 01  reply                   picture is X(25).

000580 procedure division.
000590 0000-mainline.
000600     perform 1000-initialize thru 1000-exit.
000610     perform 2000-enter-one thru 2000-exit
000620         until not more-records.
000630     perform 9000-finish thru 9000-exit.
000640     stop run.

000650 1000-initialize.
000660     display "TENVNDM: vendor master entry".
000670     open extend vendor-master-file.
000680 1000-exit.
000690     exit.

000700 2000-enter-one.
000710     display "Vendor number (0000 to quit): ".
000720     accept entered-number.
000730     if entered-number = zero
000740         move "N" to more-switch
000750     else
000760         move entered-number
000770             to vnd-number of vendor-record
000780         display "Vendor name: "
000790         accept vnd-name of vendor-record
000800         display "Phone: "
000810         accept vnd-phone of vendor-record
000820         display "Trade (P/E/H/G): "
000830         accept vnd-trade of vendor-record
000840         display "Payment terms in days (000 = 30): "
000850         accept vnd-terms-days of vendor-record
000860         perform 2100-prompt-tax-info thru 2100-exit
000870         write vendor-record
000880         add 1 to entered-count
000890         display "TENVNDM: vendor " entered-number
000900             " recorded".
000910 2000-exit.
000920     exit.

000930 2100-prompt-tax-info.
000940     display "Taxpayer id, 9 digits: ".
000950     accept reply.
000960     move reply (1:9) to vnd-tin of vendor-record.
000970     display "Taxpayer id type (E=employer id, S=SSN): ".
000980     accept reply.
000990     move reply (1:1) to vnd-tin-type of vendor-record.
001000     display "Mailing address: ".
001010     accept reply.
001020     move reply to vnd-address of vendor-record.
001030     display "City: ".
001040     accept reply.
001050     move reply (1:15) to vnd-city of vendor-record.
001060     display "State: ".
001070     accept reply.
001080     move reply (1:2) to vnd-state of vendor-record.
001090     display "Zip, 9 digits: ".
001100     accept reply.
001110     move reply (1:9) to vnd-zip of vendor-record.
001120 2100-exit.
001130     exit.

001140 9000-finish.
001150     close vendor-master-file.
001160     display "TENVNDM: " entered-count " vendor(s) written".
001170 9000-exit.
001180     exit.

000170* number, the program does the random READ, and displays the
000180* tenant's full record, so the front desk can answer "who
000190* lives in unit 14" on demand instead of scanning a printed
000200* roster.  The unit's communications log (TENCOMM) is
000210* offered under the display.
000220*----------------------------------------------------------*
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   2026-08-09 JHM   Original program.
000260*   2026-08-22 JHM   Shows the unit's contact records from
000270*                    contact.dat automatically under the
000280*                    tenant display, so the front desk sees
000290*                    the phone numbers without a second
000300*                    lookup.  Also picked up the STREET-ADDR
000310*                    spelling of the tenant address field
000320*                    via COPY REPLACING.
000330*   2026-10-15 JHM   Offers the TENCOMM communications log
000340*                    for the unit on display, to read its
000350*                    history and log the call in hand.
000360*----------------------------------------------------------*
000370 identification division.
000380 program-id. teninq.
000390 author. J. H. Masters.
000400 installation. Property Management Systems.
000410 date-written. 2026-08-09.
000420 date-compiled. 2026-08-09.

000430 environment division.
000440 configuration section.
000450 source-computer. Intel486.
000460 object-computer. Intel486.

000470 input-output section.
000480 file-control.
000490     select sample-idx-file assign to disk
000500         organization is indexed
000510         record key is unit-key of sample-idx-record
000520         access mode is random
000530         file status is idx-file-status.

000540     select optional contact-file assign to disk
000550         organization is line sequential
000560         file status is con-file-status.

000570 data division.
000580 file section.
000590 fd  sample-idx-file
000600     label records are standard
000610     value of file-id is "indexed.dbf".
000620     copy TENREC
000630         replacing ==:REC-NAME:== by ==sample-idx-record==
000640             ==address== by ==street-addr==.

000650 fd  contact-file
000660     label records are standard
000670     value of file-id is "contact.dat".
000680     copy TENCON
000690         replacing ==:REC-NAME:==
000700             by ==contact-record==.

000710 working-storage section.
000720 01  idx-file-status         picture is X(02).
000730 01  con-file-status         picture is X(02).
000740 01  con-eof-switch          picture is X(01).
000750     88  contact-file-at-end         value "Y".
000760 01  contact-shown-count     picture is 9(03).
000770 01  lookup-building         picture is 9(02).
000780 01  lookup-aptnum           picture is 9(04).
000790 01  more-switch             picture is X(01) value "Y".
000800     88  more-records                value "Y".
000810 01  reply                   picture is X(01).
000820     copy TENCOMM.

000830 procedure division.
000840 0000-mainline.
000850     perform 1000-initialize thru 1000-exit.
000860     perform 2000-inquire-one thru 2000-exit
000870         until not more-records.
000880     perform 9000-finish thru 9000-exit.
000890     stop run.

000900 1000-initialize.
000910     display "TENINQ: tenant inquiry - look up a unit".
000920     open input sample-idx-file.
000930     if idx-file-status not = "00"
000940         display "TENINQ: cannot open indexed.dbf, status "
000950             idx-file-status
000960         stop run.
000970 1000-exit.
000980     exit.

000990 2000-inquire-one.
001000     display "Building number (00 to quit): ".
001010     accept lookup-building.
001020     if lookup-building = 0
001030         move "N" to more-switch
001040     else
001050         display "Apartment number: "
001060         accept lookup-aptnum
001070         perform 2100-lookup-and-display thru 2100-exit.
001080 2000-exit.
001090     exit.

001100 2100-lookup-and-display.
001110     move lookup-building to building-id of sample-idx-record.
001120     move lookup-aptnum to aptnum of sample-idx-record.
001130     read sample-idx-file
001140         invalid key
001150             display "TENINQ: no unit " lookup-building "-"
001160                 lookup-aptnum " on indexed.dbf"
001170         not invalid key
001180             display "Building : " building-id of
001190                 sample-idx-record
001200             display "Apartment: " aptnum of sample-idx-record
001210             display "Name     : " name of sample-idx-record
001220             display "Co-tenant: " co-tenant-name of
001230                 sample-idx-record
001240             display "Address  : " street-addr of
001250                 sample-idx-record
001260             display "City     : " city of sample-idx-record
001270             display "State    : " state of sample-idx-record
001280             display "Zip      : " zip of sample-idx-record
001290             display "Status   : " occ-status of
001300                 sample-idx-record
001310             display "Since    : " occ-status-date of
001320                 sample-idx-record
001330             display "Rent     : " rent-amount of
001340                 sample-idx-record
001350             display "Paid     : " amount-paid of
001360                 sample-idx-record
001370             perform 2200-show-contacts thru 2200-exit
001380             perform 2300-offer-log thru 2300-exit.
001390 2100-exit.
001400     exit.

001410*----------------------------------------------------------*
001420* Show the unit's contact records from contact.dat, if the
001430* file exists and the unit has any.
001440*----------------------------------------------------------*
001450 2200-show-contacts.
001460     move zero to contact-shown-count.
001470     move "N" to con-eof-switch.
001480     open input contact-file.
001490     if con-file-status not = "00"
001500         go to 2200-exit.
001510     perform 2210-show-one thru 2210-exit
001520         until contact-file-at-end.
001530     close contact-file.
001540     if contact-shown-count = zero
001550         display "Contacts : none on file".
001560 2200-exit.
001570     exit.

001580 2210-show-one.
001590     read contact-file
001600         at end
001610             move "Y" to con-eof-switch
001620         not at end
001630             if con-building of contact-record
001640                     = building-id of sample-idx-record
001650                 and con-aptnum of contact-record
001660                     = aptnum of sample-idx-record
001670                 add 1 to contact-shown-count
001680                 display "Contact  : "
001690                     con-type of contact-record " "
001700                     con-phone of contact-record " "
001710                     con-email of contact-record
001720                     " EMERG=" con-emergency of
001730                         contact-record.
001740 2210-exit.
001750     exit.

001760 2300-offer-log.
001770     display "Communications log for this unit (Y/N): ".
001780     move space to reply.
001790     accept reply.
001800     if reply not = "Y"
001810         go to 2300-exit.
001820     move building-id of sample-idx-record
001830         to TENCOMM-BUILDING.
001840     move aptnum of sample-idx-record to TENCOMM-APTNUM.
001850     move name of sample-idx-record to TENCOMM-NAME.
001860     call "TENCOMM" using TENCOMM-PARMS.
001870 2300-exit.
001880     exit.

001890 9000-finish.
001900     close sample-idx-file.
001910     display "TENINQ: finished".
001920 9000-exit.
001930     exit.

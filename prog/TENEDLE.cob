000100*----------------------------------------------------------*
000110* TENEDLE.COB
000120*
000130* E-delivery enrollment screen.  Lists the email addresses
000140* on contact.dat for a unit validated on indexed.dbf, and
000150* appends the tenant's election to edeliv.dat: enrolled
000160* ("E") naming the contact record whose address is used,
000170* or paper ("P") to opt back out.  Re-entering a unit
000180* supersedes the earlier election, so the history stays on
000190* file.  An address the email vendor has bounced cannot be
000200* enrolled again; the tenant's corrected address goes on
000210* through TENCONT as a new contact first.  TENSTMT, TENDUN
000220* and TENNOTE send an enrolled unit's paper to the email
000230* extract instead of the printer.
000240*----------------------------------------------------------*
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   2026-10-15 JHM   Original program.
000280*----------------------------------------------------------*
000290 identification division.
000300 program-id. tenedle.
000310 author. J. H. Masters.
000320 installation. Property Management Systems.
000330 date-written. 2026-10-15.
000340 date-compiled. 2026-10-15.

000350 environment division.
000360 configuration section.
000370 source-computer. Intel486.
000380 object-computer. Intel486.

000390 input-output section.
000400 file-control.
000410     select sample-idx-file assign to disk
000420         organization is indexed
000430         record key is unit-key of sample-idx-record
000440         access mode is random
000450         file status is idx-file-status.

000460     select optional edelivery-file assign to disk
000470         organization is line sequential.

000480     select optional contact-file assign to disk
000490         organization is line sequential
000500         file status is con-file-status.

000510     select optional batch-lock-file assign to disk
000520         organization is line sequential
000530         file status is lck-file-status.

000540 data division.
000550 file section.
000560 fd  sample-idx-file
000570     label records are standard
000580     value of file-id is "indexed.dbf".
000590     copy TENREC
000600         replacing ==:REC-NAME:== by ==sample-idx-record==
000610             ==address== by ==street-addr==.

000620 fd  edelivery-file
000630     label records are standard
000640     value of file-id is "edeliv.dat".
000650     copy TENEDL
000660         replacing ==:REC-NAME:==
000670             by ==edelivery-record==.

000680 fd  contact-file
000690     label records are standard
000700     value of file-id is "contact.dat".
000710     copy TENCON
000720         replacing ==:REC-NAME:==
000730             by ==contact-record==.

000740 fd  batch-lock-file
000750     label records are standard
000760     value of file-id is "batchlck.ctl".
000770 01  batch-lock-record.
000780     05  lck-status          picture is X(06).
000790     05  lck-date            picture is 9(08).
000800     05  lck-time            picture is 9(08).

000810 working-storage section.
000820 01  lck-file-status         picture is X(02).
000830 01  batch-locked-switch     picture is X(01) value "N".
000840     88  batch-locked                value "Y".
000850     copy TENWHO.
000860 01  idx-file-status         picture is X(02).
000870 01  con-file-status         picture is X(02).
000880 01  con-eof-switch          picture is X(01).
000890     88  contact-file-at-end         value "Y".
000900 01  more-switch             picture is X(01) value "Y".
000910     88  more-records                value "Y".
000920 01  run-date                picture is 9(08).
000930 01  entered-count           picture is 9(05) value zero.
000940 01  listed-count            picture is 9(03).
000950 01  entered-status          picture is X(01).
000960 01  entered-seq             picture is 9(02).
000970 01  contact-check-switch    picture is X(01).
000980     88  contact-usable              value "Y".
000990     88  contact-bounced             value "B".

001000 procedure division.
001010 0000-mainline.
001020     perform 1000-initialize thru 1000-exit.
001030     perform 2000-enroll-one thru 2000-exit
001040         until not more-records.
001050     perform 9000-finish thru 9000-exit.
001060     stop run.

001070 1000-initialize.
001080     display "TENEDLE: e-delivery enrollment".
001090     perform 1100-check-batch-lock thru 1100-exit.
001100     if batch-locked
001110         display "TENEDLE: nightly batch in progress - "
001120             "tenant files are locked, inquiry only "
001130             "(use TENINQ) until the window closes"
001140         stop run.
001150     call "TENWHO" using TENWHO-PARMS.
001160     if not TENWHO-SIGNED-ON
001170         or TENWHO-AUTHORITY < 2
001180         display "TENEDLE: update authority required - "
001190             "sign on through TENSIGN first"
001200         stop run.
001210     accept run-date from date yyyymmdd.
001220     open input sample-idx-file.
001230     if idx-file-status not = "00"
001240         display "TENEDLE: cannot open indexed.dbf, status "
001250             idx-file-status
001260         stop run.
001270     open extend edelivery-file.
001280 1000-exit.
001290     exit.

001300*----------------------------------------------------------*
001310* Batch-window lock check: the nightly driver raises the
001320* lock at start of chain and clears it at finish.
001330*----------------------------------------------------------*
001340 1100-check-batch-lock.
001350     open input batch-lock-file.
001360     if lck-file-status not = "00"
001370         go to 1100-exit.
001380     read batch-lock-file
001390         at end
001400             continue
001410         not at end
001420             if lck-status = "LOCKED"
001430                 move "Y" to batch-locked-switch.
001440     close batch-lock-file.
001450 1100-exit.
001460     exit.

001470 2000-enroll-one.
001480     display "Apartment number to enroll (0000 to quit): ".
001490     accept aptnum.
001500     if aptnum = 0
001510         move "N" to more-switch
001520     else
001530         display "Building number: "
001540         accept building-id
001550         perform 2100-read-and-enroll thru 2100-exit.
001560 2000-exit.
001570     exit.

001580 2100-read-and-enroll.
001590     read sample-idx-file
001600         invalid key
001610             display "TENEDLE: no unit " building-id "-" aptnum
001620                 " on indexed.dbf".
001630     if idx-file-status = "00"
001640         display "Tenant: " name of sample-idx-record
001650         perform 2200-list-addresses thru 2200-exit
001660         perform 2300-prompt-election thru 2300-exit.
001670 2100-exit.
001680     exit.

001690*----------------------------------------------------------*
001700* The unit's contact records that carry an email address,
001710* for the operator to pick from.
001720*----------------------------------------------------------*
001730 2200-list-addresses.
001740     move zero to listed-count.
001750     move "N" to con-eof-switch.
001760     open input contact-file.
001770     if con-file-status not = "00"
001780         close contact-file
001790         go to 2200-exit.
001800     perform 2210-list-one thru 2210-exit
001810         until contact-file-at-end.
001820     close contact-file.
001830 2200-exit.
001840     exit.

001850 2210-list-one.
001860     read contact-file
001870         at end
001880             move "Y" to con-eof-switch
001890             go to 2210-exit.
001900     if con-building of contact-record
001910             not = building-id of sample-idx-record
001920         or con-aptnum of contact-record
001930             not = aptnum of sample-idx-record
001940         or con-email of contact-record = spaces
001950         go to 2210-exit.
001960     add 1 to listed-count.
001970     if con-email-bounced of contact-record
001980         display "  " con-seq of contact-record
001990             " " con-email of contact-record
002000             " BOUNCED"
002010     else
002020         display "  " con-seq of contact-record
002030             " " con-email of contact-record.
002040 2210-exit.
002050     exit.

002060 2300-prompt-election.
002070     display "Enroll in email or back to paper (E/P): ".
002080     accept entered-status.
002090     if entered-status not = "E"
002100         and entered-status not = "P"
002110         display "TENEDLE: election must be E or P, nothing "
002120             "recorded for " building-id "-" aptnum
002130         go to 2300-exit.
002140     move zero to entered-seq.
002150     if entered-status = "P"
002160         perform 2500-record-election thru 2500-exit
002170         go to 2300-exit.
002180     if listed-count = zero
002190         display "TENEDLE: no email address on contact.dat "
002200             "for " building-id "-" aptnum
002210             " - add one through TENCONT first"
002220         go to 2300-exit.
002230     display "Contact number of the address to use: ".
002240     accept entered-seq.
002250     perform 2400-check-contact thru 2400-exit.
002260     if contact-bounced
002270         display "TENEDLE: that address has bounced - add "
002280             "the corrected address through TENCONT first"
002290         go to 2300-exit.
002300     if not contact-usable
002310         display "TENEDLE: contact " entered-seq
002320             " has no email address for "
002330             building-id "-" aptnum
002340         go to 2300-exit.
002350     perform 2500-record-election thru 2500-exit.
002360 2300-exit.
002370     exit.

002380 2400-check-contact.
002390     move "N" to contact-check-switch.
002400     move "N" to con-eof-switch.
002410     open input contact-file.
002420     if con-file-status not = "00"
002430         close contact-file
002440         go to 2400-exit.
002450     perform 2410-check-one thru 2410-exit
002460         until contact-file-at-end.
002470     close contact-file.
002480 2400-exit.
002490     exit.

002500 2410-check-one.
002510     read contact-file
002520         at end
002530             move "Y" to con-eof-switch
002540             go to 2410-exit.
002550     if con-building of contact-record
002560             not = building-id of sample-idx-record
002570         or con-aptnum of contact-record
002580             not = aptnum of sample-idx-record
002590         or con-seq of contact-record not = entered-seq
002600         or con-email of contact-record = spaces
002610         go to 2410-exit.
002620     if con-email-bounced of contact-record
002630         move "B" to contact-check-switch
002640     else
002650         move "Y" to contact-check-switch.
002660 2410-exit.
002670     exit.

002680 2500-record-election.
002690     move building-id to edl-building of edelivery-record.
002700     move aptnum to edl-aptnum of edelivery-record.
002710     move entered-seq to edl-con-seq of edelivery-record.
002720     move entered-status to edl-status of edelivery-record.
002730     move run-date to edl-date of edelivery-record.
002740     move spaces to edl-reason of edelivery-record.
002750     move TENWHO-OPERATOR
002760         to edl-entered-by of edelivery-record.
002770     write edelivery-record.
002780     add 1 to entered-count.
002790     display "TENEDLE: recorded for " building-id "-" aptnum.
002800 2500-exit.
002810     exit.

002820 9000-finish.
002830     close sample-idx-file.
002840     close edelivery-file.
002850     display "TENEDLE: " entered-count " election(s) recorded".
002860 9000-exit.
002870     exit.

000100*----------------------------------------------------------*
000110* TENTIME.COB
000120*
000130* Daily technician time-ticket entry.  In-house maintenance
000140* staff time never used to land on a work order; now each
000150* day's time is keyed here: the technician's personnel
000160* number (validated on the ssnxref.dat personnel
000170* cross-reference, with an active techrate.dat rate), the
000180* workordr.dat ticket, the day worked and the hours.  The
000190* hours are costed at the technician's loaded hourly rate
000200* and appended to timetkt.dat, and the cost goes to the
000210* ticket as a labor-only wocost.dat posting (no vendor or
000220* PO; "TECH" and the personnel number stand in the invoice
000230* column) with the bldexp.dat entry TENWCOST makes, so it
000240* reaches the TENWCRP report and the owner's remittance
000250* beside the vendors' labor.  Time on a ticket that was
000260* closed before the day worked is taken with a warning and
000270* flagged for the weekly TENLUTL report.
000280*----------------------------------------------------------*
000290* MODIFICATION HISTORY
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-15 JHM   Original program.
000320*----------------------------------------------------------*
000330 identification division.
000340 program-id. tentime.
000350 author. J. H. Masters.
000360 installation. Property Management Systems.
000370 date-written. 2026-10-15.
000380 date-compiled. 2026-10-15.

000390 environment division.
000400 configuration section.
000410 source-computer. Intel486.
000420 object-computer. Intel486.

000430 input-output section.
000440 file-control.
000450     select optional ssn-xref-file assign to disk
000460         organization is line sequential
000470         file status is xref-file-status.

000480     select optional rate-file assign to disk
000490         organization is line sequential
000500         file status is trt-file-status.

000510     select optional work-order-file assign to disk
000520         organization is line sequential
000530         file status is wor-file-status.

000540     select optional time-ticket-file assign to disk
000550         organization is line sequential.

000560     select optional work-cost-file assign to disk
000570         organization is line sequential.

000580     select optional building-expense-file assign to disk
000590         organization is line sequential.

000600 data division.
000610 file section.
000620 fd  ssn-xref-file
000630     label records are standard
000640     value of file-id is "ssnxref.dat".
000650 01  ssn-xref-record.
000660     05  xrf-surrogate       picture is 9(06).
000670     05  xrf-ssn             picture is X(09).
000680     05  xrf-name            picture is X(35).

000690 fd  rate-file
000700     label records are standard
000710     value of file-id is "techrate.dat".
000720     copy TENTRT
000730         replacing ==:REC-NAME:==
000740             by ==rate-record==.

000750 fd  work-order-file
000760     label records are standard
000770     value of file-id is "workordr.dat".
000780     copy TENWOR
000790         replacing ==:REC-NAME:==
000800             by ==work-order-record==.

000810 fd  time-ticket-file
000820     label records are standard
000830     value of file-id is "timetkt.dat".
000840     copy TENTTK
000850         replacing ==:REC-NAME:==
000860             by ==time-ticket-record==.

000870 fd  work-cost-file
000880     label records are standard
000890     value of file-id is "wocost.dat".
000900     copy TENWCO
000910         replacing ==:REC-NAME:==
000920             by ==work-cost-record==.

000930 fd  building-expense-file
000940     label records are standard
000950     value of file-id is "bldexp.dat".
000960 01  building-expense-record.
000970     05  bex-building        picture is 9(02).
000980     05  bex-category        picture is X(01).
000990     05  bex-month           picture is 9(06).
001000     05  bex-amount          picture is 9(07)V99.

001010 working-storage section.
001020     copy TENWHO.
001030 01  xref-file-status        picture is X(02).
001040 01  trt-file-status         picture is X(02).
001050 01  wor-file-status         picture is X(02).
001060 01  eof-switch              picture is X(01).
001070     88  file-at-end                 value "Y".
001080 01  more-switch             picture is X(01) value "Y".
001090     88  more-records                value "Y".
001100 01  staff-found-switch      picture is X(01).
001110     88  staff-on-file               value "Y".
001120 01  rate-found-switch       picture is X(01).
001130     88  rate-on-file                value "Y".
001140 01  ticket-found-switch     picture is X(01).
001150     88  ticket-found                value "Y".
001160 01  today-date              picture is 9(08).
001170 01  entered-count           picture is 9(05) value zero.
001180 01  entered-technician      picture is 9(06).
001190 01  entered-ticket          picture is 9(05).
001200 01  entered-hours           picture is 9(02)V99.
001210 01  work-date               picture is 9(08).
001220 01  work-parts redefines work-date.
001230     05  work-yyyymm         picture is 9(06).
001240     05  work-dd             picture is 9(02).
001250 01  staff-name              picture is X(35).
001260 01  ticket-building         picture is 9(02).
001270 01  ticket-aptnum           picture is 9(04).
001280 01  ticket-category         picture is X(01).
001290 01  ticket-status           picture is X(01).
001300     88  ticket-closed               value "C".
001310 01  ticket-date-closed      picture is 9(08).
001320 01  time-cost               picture is 9(07)V99.
001330 01  tech-invoice.
001340     05  filler              picture is X(04) value "TECH".
001350     05  tech-invoice-number picture is 9(06).
001360 01  display-hours           picture is Z9.99.
001370 01  display-cost            picture is Z,ZZZ,ZZ9.99.

001380*----------------------------------------------------------*
001390* The technician's latest techrate.dat record.
001400*----------------------------------------------------------*
001410     copy TENTRT
001420         replacing ==:REC-NAME:==
001430             by ==current-rate-record==.

001440 procedure division.
001450 0000-mainline.
001460     perform 1000-initialize thru 1000-exit.
001470     perform 2000-enter-one thru 2000-exit
001480         until not more-records.
001490     perform 9000-finish thru 9000-exit.
001500     stop run.

001510 1000-initialize.
001520     display "TENTIME: technician time-ticket entry".
001530     call "TENWHO" using TENWHO-PARMS.
001540     if not TENWHO-SIGNED-ON
001550         or TENWHO-AUTHORITY < 2
001560         display "TENTIME: update authority required - "
001570             "sign on through TENSIGN first"
001580         stop run.
001590     accept today-date from date yyyymmdd.
001600 1000-exit.
001610     exit.

001620 2000-enter-one.
001630     display "Technician personnel number (000000 to quit): ".
001640     accept entered-technician.
001650     if entered-technician = zero
001660         move "N" to more-switch
001670     else
001680         perform 2100-enter-time thru 2100-exit.
001690 2000-exit.
001700     exit.

001710 2100-enter-time.
001720     perform 7000-find-staff thru 7000-exit.
001730     if not staff-on-file
001740         display "TENTIME: personnel number "
001750             entered-technician " is not on ssnxref.dat, "
001760             "nothing recorded"
001770         go to 2100-exit.
001780     perform 7100-find-rate thru 7100-exit.
001790     if not rate-on-file
001800         display "TENTIME: no labor rate on file for "
001810             "technician " entered-technician
001820             " - set one through TENTRTM"
001830         go to 2100-exit.
001840     if not trt-active of current-rate-record
001850         display "TENTIME: technician " entered-technician
001860             " is inactive, nothing recorded"
001870         go to 2100-exit.
001880     display "Technician: " staff-name.
001890     display "Ticket number: ".
001900     accept entered-ticket.
001910     perform 7200-find-ticket thru 7200-exit.
001920     if not ticket-found
001930         display "TENTIME: ticket " entered-ticket
001940             " is not on workordr.dat, nothing recorded"
001950         go to 2100-exit.
001960     display "Date worked yyyymmdd (0 for today): ".
001970     accept work-date.
001980     if work-date = zero
001990         move today-date to work-date.
002000     if work-date > today-date
002010         display "TENTIME: the date worked cannot be in the "
002020             "future, nothing recorded"
002030         go to 2100-exit.
002040     display "Hours (99.99): ".
002050     accept entered-hours.
002060     if entered-hours = zero
002070         or entered-hours > 24
002080         display "TENTIME: hours must be more than 0 and no "
002090             "more than 24, nothing recorded"
002100         go to 2100-exit.
002110     perform 2200-write-time thru 2200-exit.
002120 2100-exit.
002130     exit.

002140*----------------------------------------------------------*
002150* The hours are costed at the rate in force today and the
002160* cost goes to the ticket as a labor-only posting.
002170*----------------------------------------------------------*
002180 2200-write-time.
002190     compute time-cost rounded =
002200         entered-hours * trt-rate of current-rate-record.
002210     move entered-technician
002220         to ttk-technician of time-ticket-record.
002230     move entered-ticket to ttk-ticket of time-ticket-record.
002240     move ticket-building to ttk-building of time-ticket-record.
002250     move ticket-aptnum to ttk-aptnum of time-ticket-record.
002260     move work-date to ttk-work-date of time-ticket-record.
002270     move entered-hours to ttk-hours of time-ticket-record.
002280     move trt-rate of current-rate-record
002290         to ttk-rate of time-ticket-record.
002300     move time-cost to ttk-cost of time-ticket-record.
002310     move "N" to ttk-closed-ticket of time-ticket-record.
002320     if ticket-closed
002330         and ticket-date-closed < work-date
002340         move "Y" to ttk-closed-ticket of time-ticket-record
002350         display "TENTIME: warning - ticket " entered-ticket
002360             " was closed " ticket-date-closed
002370             ", time flagged for review".
002380     move today-date to ttk-entry-date of time-ticket-record.
002390     move TENWHO-OPERATOR to ttk-entered-by of time-ticket-record.
002400     open extend time-ticket-file.
002410     write time-ticket-record.
002420     close time-ticket-file.
002430     move ticket-building to wco-building of work-cost-record.
002440     move ticket-aptnum to wco-aptnum of work-cost-record.
002450     move entered-ticket to wco-ticket of work-cost-record.
002460     move zero to wco-vendor of work-cost-record.
002470     move entered-technician to tech-invoice-number.
002480     move tech-invoice to wco-invoice of work-cost-record.
002490     move work-date to wco-date of work-cost-record.
002500     move time-cost to wco-labor of work-cost-record.
002510     move zero to wco-materials of work-cost-record.
002520     move zero to wco-po-number of work-cost-record.
002530     move zero to wco-project of work-cost-record.
002540     open extend work-cost-file.
002550     write work-cost-record.
002560     close work-cost-file.
002570     move ticket-building
002580         to bex-building of building-expense-record.
002590     move ticket-category
002600         to bex-category of building-expense-record.
002610     move work-yyyymm to bex-month of building-expense-record.
002620     move time-cost to bex-amount of building-expense-record.
002630     open extend building-expense-file.
002640     write building-expense-record.
002650     close building-expense-file.
002660     add 1 to entered-count.
002670     move entered-hours to display-hours.
002680     move time-cost to display-cost.
002690     display "TENTIME: " display-hours " hour(s) on ticket "
002700         entered-ticket ", " display-cost " charged".
002710 2200-exit.
002720     exit.

002730 7000-find-staff.
002740     move "N" to staff-found-switch.
002750     move "N" to eof-switch.
002760     open input ssn-xref-file.
002770     if xref-file-status not = "00"
002780         close ssn-xref-file
002790         go to 7000-exit.
002800     perform 7010-read-staff thru 7010-exit
002810         until file-at-end.
002820     close ssn-xref-file.
002830 7000-exit.
002840     exit.

002850 7010-read-staff.
002860     read ssn-xref-file
002870         at end
002880             move "Y" to eof-switch
002890         not at end
002900             if xrf-surrogate = entered-technician
002910                 move xrf-name to staff-name
002920                 move "Y" to staff-found-switch.
002930 7010-exit.
002940     exit.

002950*----------------------------------------------------------*
002960* Latest techrate.dat record per technician wins.
002970*----------------------------------------------------------*
002980 7100-find-rate.
002990     move "N" to rate-found-switch.
003000     move "N" to eof-switch.
003010     open input rate-file.
003020     if trt-file-status not = "00"
003030         close rate-file
003040         go to 7100-exit.
003050     perform 7110-read-rate thru 7110-exit
003060         until file-at-end.
003070     close rate-file.
003080 7100-exit.
003090     exit.

003100 7110-read-rate.
003110     read rate-file
003120         at end
003130             move "Y" to eof-switch
003140         not at end
003150             if trt-technician of rate-record
003160                 = entered-technician
003170                 move rate-record to current-rate-record
003180                 move "Y" to rate-found-switch.
003190 7110-exit.
003200     exit.

003210*----------------------------------------------------------*
003220* Latest workordr.dat record per ticket wins.
003230*----------------------------------------------------------*
003240 7200-find-ticket.
003250     move "N" to ticket-found-switch.
003260     move "N" to eof-switch.
003270     open input work-order-file.
003280     if wor-file-status not = "00"
003290         close work-order-file
003300         go to 7200-exit.
003310     perform 7210-read-ticket thru 7210-exit
003320         until file-at-end.
003330     close work-order-file.
003340 7200-exit.
003350     exit.

003360 7210-read-ticket.
003370     read work-order-file
003380         at end
003390             move "Y" to eof-switch
003400         not at end
003410             if wor-ticket of work-order-record
003420                 = entered-ticket
003430                 move "Y" to ticket-found-switch
003440                 move wor-building of work-order-record
003450                     to ticket-building
003460                 move wor-aptnum of work-order-record
003470                     to ticket-aptnum
003480                 move wor-category of work-order-record
003490                     to ticket-category
003500                 move wor-status of work-order-record
003510                     to ticket-status
003520                 move wor-date-closed of work-order-record
003530                     to ticket-date-closed.
003540 7210-exit.
003550     exit.

003560 9000-finish.
003570     display "TENTIME: " entered-count " time ticket(s) "
003580         "recorded".
003590 9000-exit.
003600     exit.

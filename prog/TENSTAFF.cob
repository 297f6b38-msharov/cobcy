000190* same way BVT05 does, and appends one occupied sample-idx-
000200* record per good card to indexed.dbf, auto-assigning building
000210* and apartment numbers from a control record instead of
000220* retyping anything off the card.  Each staff member loaded
000230* also goes on the staffres.dat resident-staff register
000240* under the personnel number ssnxref.dat gives the card's
000250* SSN, for the TENPRDX payroll rent-deduction export.
000260*----------------------------------------------------------*
000270* MODIFICATION HISTORY
000280*   DATE       INIT  DESCRIPTION
000290*   2026-10-15 JHM   Every staff unit loaded is also
000300*                    appended to the staffres.dat resident-
000310*                    staff register with the personnel
000320*                    number found for the card's SSN on
000330*                    ssnxref.dat (zero when not there), so
000340*                    the staff member's rent can be taken
000350*                    through payroll.
000360*   2026-08-22 JHM   Stamps the signed-on operator id from
000370*                    TENWHO on every audit and history
000380*                    record written, so the trail says who
000390*                    was at the keyboard (spaces on an
000400*                    unattended batch run).
000410*   2026-08-09 JHM   Original program.
000420*   2026-08-09 JHM   control-file now names nextapt.ctl
000430*                    explicitly, the same reuse-pool control
000440*                    file TENRESEQ writes, so the building and
000450*                    starting apartment number this program
000460*                    auto-assigns actually come from TENRESEQ's
000470*                    gap-filling pool instead of a disconnected,
000480*                    never-written control file of its own.
000490*                    Also moved end-of-card-file detection off
000500*                    idx-file-status (the indexed file's own
000510*                    FILE STATUS field) and onto a dedicated
000520*                    switch, so a real indexed.dbf write failure
000530*                    can no longer be confused with end of the
000540*                    card deck.
000550*   2026-08-22 JHM   Rejected cards now go to tenstaff.rej
000560*                    as the full 80-byte card image plus the
000570*                    reason code, so the TENFIXR repair
000580*                    screen can correct and resubmit them
000590*                    instead of the office re-keying a new
000600*                    deck from the original card.
000610*   2026-08-22 JHM   Stamps the company code from the
000620*                    extended nextapt.ctl control record on
000630*                    every unit this load writes, and picked
000640*                    up the STREET-ADDR spelling of the
000650*                    tenant address field via COPY REPLACING.
000660*----------------------------------------------------------*
000670 identification division.
000680 program-id. tenstaff.
000690 author. J. H. Masters.
000700 installation. Property Management Systems.
000710 date-written. 2026-08-09.
000720 date-compiled. 2026-08-09.

000730 environment division.
000740 configuration section.
000750 source-computer. Intel486.
000760 object-computer. Intel486.

000770 input-output section.
000780 file-control.
000790     select control-file assign to disk
000800         organization is line sequential.

000810     select personnel-card assign to card-reader.

000820     select load-reject-file assign to disk
000830         organization is line sequential.

000840     select history-file assign to disk
000850         organization is line sequential.

000860     select audit-log-file assign to disk
000870         organization is line sequential.

000880     select optional ssn-xref-file assign to disk
000890         organization is line sequential
000900         file status is xref-file-status.

000910     select optional staff-register-file assign to disk
000920         organization is line sequential.

000930     select sample-idx-file assign to disk
000940         organization is indexed
000950         record key is unit-key of sample-idx-record
000960         access mode is random
000970         file status is idx-file-status.

000980 data division.
000990 file section.
001000 fd  control-file
001010     label records are standard
001020     value of file-id is "nextapt.ctl".
001030 01  control-record.
001040     05  ctl-building-id      picture is 9(02).
001050     05  ctl-start-aptnum     picture is 9(04).
001060     05  ctl-company          picture is 9(02).

001070 fd  personnel-card label record is omitted.
001080 01  personnel-card-record.
001090     05  card-name                        picture is X(35).
001100     05  card-social-security-number.
001110         10  digits-one-to-three          picture is X(3).
001120         10  digits-four-and-five          picture is X(2).
001130         10  digits-six-to-nine            picture is X(4).
001140     05  filler                           picture is X(36).

001150 fd  load-reject-file
001160     label records are standard
001170     value of file-id is "tenstaff.rej".
001180 01  reject-record.
001190     05  rej-card-image         picture is X(80).
001200     05  rej-reason             picture is X(40).

001210 fd  history-file
001220     label records are standard
001230     value of file-id is "tenhist.dat".
001240     copy TENHIST
001250         replacing ==:REC-NAME:==
001260             by ==history-record==.

001270 fd  audit-log-file
001280     label records are standard
001290     value of file-id is "tenaudit.dat".
001300     copy TENAUDIT
001310         replacing ==:REC-NAME:==
001320             by ==audit-record==.

001330 fd  ssn-xref-file
001340     label records are standard
001350     value of file-id is "ssnxref.dat".
001360 01  ssn-xref-record.
001370     05  xrf-surrogate       picture is 9(06).
001380     05  xrf-ssn             picture is X(09).
001390     05  xrf-name            picture is X(35).

001400 fd  staff-register-file
001410     label records are standard
001420     value of file-id is "staffres.dat".
001430     copy TENRSF
001440         replacing ==:REC-NAME:==
001450             by ==staff-register-record==.

001460 fd  sample-idx-file
001470     label records are standard
001480     value of file-id is "indexed.dbf".
001490     copy TENREC
001500         replacing ==:REC-NAME:== by ==sample-idx-record==
001510             ==address== by ==street-addr==.

001520 working-storage section.
001530     copy TENWHO.
001540 01  idx-file-status          picture is X(02).
001550 01  next-aptnum              picture is 9(04).
001560 01  today-date               picture is 9(08).
001570 01  staff-count              picture is 9(05) value zero.
001580 01  reject-count             picture is 9(05) value zero.
001590 01  ssn-valid-switch         picture is X(01).
001600     88  ssn-is-valid                 value "Y".
001610 01  reject-reason            picture is X(40).
001620 01  audit-clock-time          picture is 9(08).
001630 01  card-eof-switch          picture is X(01) value "N".
001640     88  card-file-at-end             value "Y".
001650 01  xref-file-status         picture is X(02).
001660 01  xref-eof-switch          picture is X(01).
001670     88  xref-file-at-end             value "Y".
001680 01  personnel-number         picture is 9(06).

001690 procedure division.
001700 0000-mainline.
001710     perform 1000-initialize thru 1000-exit.
001720     perform 2000-read-cards thru 2000-exit
001730         until card-file-at-end.
001740     perform 9000-finish thru 9000-exit.
001750     stop run.

001760 1000-initialize.
001770     display "TENSTAFF: loading personnel cards into indexed.dbf".
001780     accept today-date from date yyyymmdd.
001790     call "TENWHO" using TENWHO-PARMS.
001800     open input control-file.
001810     read control-file
001820         at end
001830             display "TENSTAFF: no building record in control"
001840             stop run.
001850     move ctl-start-aptnum to next-aptnum.
001860     close control-file.
001870     open input personnel-card.
001880     open output load-reject-file.
001890     open extend history-file.
001900     open extend audit-log-file.
001910     open extend staff-register-file.
001920     open extend sample-idx-file.
001930     if idx-file-status not = "00"
001940         display "TENSTAFF: cannot open indexed.dbf, status "
001950             idx-file-status
001960         stop run.
001970     move "00" to idx-file-status.
001980 1000-exit.
001990     exit.

002000 2000-read-cards.
002010     read personnel-card record
002020         at end
002030             move "Y" to card-eof-switch
002040         not at end
002050             perform 2100-validate-card thru 2100-exit.
002060 2000-exit.
002070     exit.

002080 2100-validate-card.
002090     move "Y" to ssn-valid-switch.
002100     move spaces to reject-reason.
002110     if digits-one-to-three is equal to "000"
002120         or digits-one-to-three is equal to "666"
002130         or digits-one-to-three is greater than or equal to "900"
002140         move "N" to ssn-valid-switch
002150         move "invalid area number" to reject-reason
002160     else if digits-four-and-five is equal to "00"
002170         move "N" to ssn-valid-switch
002180         move "all-zero group number" to reject-reason
002190     else if digits-six-to-nine is equal to "0000"
002200         move "N" to ssn-valid-switch
002210         move "all-zero serial number" to reject-reason.
002220     if ssn-is-valid
002230         perform 2200-load-staff-unit thru 2200-exit
002240     else
002250         add 1 to reject-count
002260         move spaces to reject-record
002270         move personnel-card-record to rej-card-image
002280         move reject-reason to rej-reason
002290         write reject-record.
002300 2100-exit.
002310     exit.

002320 2200-load-staff-unit.
002330     move ctl-building-id to building-id of sample-idx-record.
002340     move next-aptnum to aptnum of sample-idx-record.
002350     move card-name to name of sample-idx-record.
002360     move spaces to co-tenant-name of sample-idx-record.
002370     move "STAFF HOUSING" to street-addr of sample-idx-record.
002380     move "STAFF HOUSING" to city of sample-idx-record.
002390     move spaces to state of sample-idx-record.
002400     move zero to zip of sample-idx-record.
002410     move "O" to occ-status of sample-idx-record.
002420     move today-date to occ-status-date of sample-idx-record.
002430     move zero to rent-amount of sample-idx-record.
002440     move zero to amount-paid of sample-idx-record.
002450     move ctl-company to company-code of sample-idx-record.
002460     write sample-idx-record
002470         invalid key
002480             display "TENSTAFF: WRITE failed, status "
002490                 idx-file-status
002500             display "  bldg " building-id of sample-idx-record
002510                 " apt " aptnum of sample-idx-record
002520             add 1 to reject-count
002530         not invalid key
002540             add 1 to staff-count
002550             add 1 to next-aptnum
002560             perform 2300-register-staff thru 2300-exit
002570             move building-id of sample-idx-record
002580                 to hist-building of history-record
002590             move aptnum of sample-idx-record
002600                 to hist-aptnum of history-record
002610             move today-date to hist-date of history-record
002620             move "I" to hist-action of history-record
002630             move card-name to hist-name of history-record
002640             move TENWHO-OPERATOR
002650                 to hist-operator of history-record
002660             write history-record
002670             accept audit-clock-time from time
002680             move "TENSTAFF" to audit-program of audit-record
002690             move today-date to audit-date of audit-record
002700             move audit-clock-time to audit-time of audit-record
002710             move building-id of sample-idx-record
002720                 to audit-building of audit-record
002730             move aptnum of sample-idx-record
002740                 to audit-aptnum of audit-record
002750             move "W" to audit-action of audit-record
002760             move spaces to audit-before-name of audit-record
002770             move card-name to audit-after-name of audit-record
002780             move spaces to audit-before-status of audit-record
002790             move "O" to audit-after-status of audit-record
002800             move TENWHO-OPERATOR
002810                 to audit-operator of audit-record.
002820             move spaces
002830                 to audit-before-image of audit-record
002840             write audit-record.
002850 2200-exit.
002860     exit.

002870*----------------------------------------------------------*
002880* The resident-staff register entry, under the personnel
002890* number BVT05 gave the card's SSN.
002900*----------------------------------------------------------*
002910 2300-register-staff.
002920     perform 2310-find-personnel thru 2310-exit.
002930     move personnel-number
002940         to rsf-personnel of staff-register-record.
002950     move building-id of sample-idx-record
002960         to rsf-building of staff-register-record.
002970     move aptnum of sample-idx-record
002980         to rsf-aptnum of staff-register-record.
002990     move name of sample-idx-record
003000         to rsf-name of staff-register-record.
003010     move ctl-company to rsf-company of staff-register-record.
003020     move today-date to rsf-start-date of staff-register-record.
003030     move TENWHO-OPERATOR
003040         to rsf-entered-by of staff-register-record.
003050     write staff-register-record.
003060     if personnel-number = zero
003070         display "TENSTAFF: no personnel number on ssnxref.dat"
003080             " for " card-name.
003090 2300-exit.
003100     exit.

003110 2310-find-personnel.
003120     move zero to personnel-number.
003130     move "N" to xref-eof-switch.
003140     open input ssn-xref-file.
003150     if xref-file-status not = "00"
003160         close ssn-xref-file
003170         go to 2310-exit.
003180     perform 2320-read-xref thru 2320-exit
003190         until xref-file-at-end.
003200     close ssn-xref-file.
003210 2310-exit.
003220     exit.

003230 2320-read-xref.
003240     read ssn-xref-file
003250         at end
003260             move "Y" to xref-eof-switch
003270         not at end
003280             if xrf-ssn = card-social-security-number
003290                 move xrf-surrogate to personnel-number.
003300 2320-exit.
003310     exit.

003320 9000-finish.
003330     close personnel-card.
003340     close load-reject-file.
003350     close history-file.
003360     close audit-log-file.
003370     close staff-register-file.
003380     close sample-idx-file.
003390     display "TENSTAFF: " staff-count " staff unit(s) loaded, "
003400         reject-count " rejected".
003410 9000-exit.
003420     exit.

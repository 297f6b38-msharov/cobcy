000100*----------------------------------------------------------*
000110* TENCOMM.COB
000120*
000130* Tenant communications-log screen, CALLed from the TENINQ
000140* and TENNAMI inquiries for the unit on display.  Calls,
000150* e-mails and front-desk conversations used to go in a
000160* notebook that went home with whoever was on shift.  This
000170* screen shows the unit's most recent commlog.dat entries
000180* and any follow-ups still open on them, then takes new
000190* entries -- channel, subject code, note and an optional
000200* follow-up date -- stamped with the date, time and the
000210* TENWHO operator.  An entry can clear an open follow-up by
000220* its pick number, which takes it off the TENCFUP worklist.
000230* Anyone signed on may log; nobody signed on may only look.
000240*----------------------------------------------------------*
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   2026-10-15 JHM   Original program.
000280*----------------------------------------------------------*
000290 identification division.
000300 program-id. tencomm.
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
000410     select optional comm-log-file assign to disk
000420         organization is line sequential
000430         file status is cml-file-status.

000440 data division.
000450 file section.
000460 fd  comm-log-file
000470     label records are standard
000480     value of file-id is "commlog.dat".
000490     copy TENCML
000500         replacing ==:REC-NAME:==
000510             by ==comm-log-record==.

000520 working-storage section.
000530 01  cml-file-status         picture is X(02).
000540 01  cml-eof-switch          picture is X(01).
000550     88  log-file-at-end             value "Y".
000560 01  more-switch             picture is X(01).
000570     88  more-entries                value "Y".
000580 01  today-date              picture is 9(08).
000590 01  clock-time              picture is 9(08).
000600 01  entry-sub               picture is 9(03).
000610 01  first-shown-sub         picture is 9(03).
000620 01  open-count              picture is 9(03).
000630 01  shown-limit             picture is 9(03) value 10.
000640 01  entered-channel         picture is X(01).
000650 01  entered-subject         picture is X(02).
000660 01  entered-note            picture is X(60).
000670 01  entered-followup        picture is 9(08).
000680 01  entered-clears          picture is 9(03).
000690     copy TENWHO.

000700*----------------------------------------------------------*
000710* The unit's entries in file order (oldest first), with a
000720* switch for a follow-up a later entry has cleared.
000730*----------------------------------------------------------*
000740 01  entry-table-area.
000750     05  entry-table-count   picture is 9(03) value zero.
000760     05  entry-table-entry occurs 1 to 300 times
000770             depending on entry-table-count
000780             indexed by entry-table-index.
000790         10  et-date         picture is 9(08).
000800         10  et-time         picture is 9(08).
000810         10  et-operator     picture is X(08).
000820         10  et-channel      picture is X(01).
000830         10  et-subject      picture is X(02).
000840         10  et-note         picture is X(60).
000850         10  et-followup     picture is 9(08).
000860         10  et-cleared      picture is X(01).

000870 linkage section.
000880     copy TENCOMM.

000890 procedure division using TENCOMM-PARMS.
000900 0000-mainline.
000910     move zero to TENCOMM-ADDED-COUNT.
000920     accept today-date from date yyyymmdd.
000930     call "TENWHO" using TENWHO-PARMS.
000940     perform 1000-load-history thru 1000-exit.
000950     perform 2000-show-history thru 2000-exit.
000960     if not TENWHO-SIGNED-ON
000970         display "TENCOMM: sign on to log an entry"
000980         goback.
000990     move "Y" to more-switch.
001000     perform 3000-take-entry thru 3000-exit
001010         until not more-entries.
001020     goback.

001030 1000-load-history.
001040     move zero to entry-table-count.
001050     move "N" to cml-eof-switch.
001060     open input comm-log-file.
001070     if cml-file-status not = "00"
001080         close comm-log-file
001090         go to 1000-exit.
001100     perform 1100-read-entry thru 1100-exit
001110         until log-file-at-end.
001120     close comm-log-file.
001130 1000-exit.
001140     exit.

001150 1100-read-entry.
001160     read comm-log-file
001170         at end
001180             move "Y" to cml-eof-switch
001190             go to 1100-exit.
001200     if cml-building of comm-log-record not = TENCOMM-BUILDING
001210         or cml-aptnum of comm-log-record not = TENCOMM-APTNUM
001220         go to 1100-exit.
001230     if cml-clears-date of comm-log-record not = zero
001240         perform 1200-mark-cleared thru 1200-exit.
001250     if entry-table-count >= 300
001260         display "TENCOMM: only the first 300 entries shown"
001270         move "Y" to cml-eof-switch
001280         go to 1100-exit.
001290     add 1 to entry-table-count.
001300     set entry-table-index to entry-table-count.
001310     perform 1300-stow-entry thru 1300-exit.
001320 1100-exit.
001330     exit.

001340 1200-mark-cleared.
001350     if entry-table-count = zero
001360         go to 1200-exit.
001370     set entry-table-index to 1.
001380     search entry-table-entry
001390         at end
001400             continue
001410         when et-date (entry-table-index)
001420                 = cml-clears-date of comm-log-record
001430             and et-time (entry-table-index)
001440                 = cml-clears-time of comm-log-record
001450             move "Y" to et-cleared (entry-table-index).
001460 1200-exit.
001470     exit.

001480 1300-stow-entry.
001490     move cml-date of comm-log-record
001500         to et-date (entry-table-index).
001510     move cml-time of comm-log-record
001520         to et-time (entry-table-index).
001530     move cml-operator of comm-log-record
001540         to et-operator (entry-table-index).
001550     move cml-channel of comm-log-record
001560         to et-channel (entry-table-index).
001570     move cml-subject of comm-log-record
001580         to et-subject (entry-table-index).
001590     move cml-note of comm-log-record
001600         to et-note (entry-table-index).
001610     move cml-followup-date of comm-log-record
001620         to et-followup (entry-table-index).
001630     move "N" to et-cleared (entry-table-index).
001640 1300-exit.
001650     exit.

001660*----------------------------------------------------------*
001670* The last ten entries, oldest of them first, then every
001680* follow-up still open with its pick number.
001690*----------------------------------------------------------*
001700 2000-show-history.
001710     display "Communications log - " TENCOMM-BUILDING "-"
001720         TENCOMM-APTNUM " " TENCOMM-NAME.
001730     if entry-table-count = zero
001740         display "  no entries on file"
001750         go to 2000-exit.
001760     move 1 to first-shown-sub.
001770     if entry-table-count > shown-limit
001780         compute first-shown-sub =
001790             entry-table-count - shown-limit + 1.
001800     perform 2100-show-entry thru 2100-exit
001810         varying entry-sub from first-shown-sub by 1
001820         until entry-sub > entry-table-count.
001830     move zero to open-count.
001840     perform 2200-show-open thru 2200-exit
001850         varying entry-sub from 1 by 1
001860         until entry-sub > entry-table-count.
001870     if open-count = zero
001880         display "  no follow-ups open".
001890 2000-exit.
001900     exit.

001910 2100-show-entry.
001920     display "  " et-date (entry-sub) " "
001930         et-time (entry-sub) (1:4) " "
001940         et-operator (entry-sub) " "
001950         et-channel (entry-sub) " "
001960         et-subject (entry-sub) " "
001970         et-note (entry-sub).
001980 2100-exit.
001990     exit.

002000 2200-show-open.
002010     if et-followup (entry-sub) = zero
002020         or et-cleared (entry-sub) = "Y"
002030         go to 2200-exit.
002040     add 1 to open-count.
002050     display "  OPEN " entry-sub ". follow up "
002060         et-followup (entry-sub) " (" et-operator (entry-sub)
002070         ") " et-note (entry-sub) (1:40).
002080 2200-exit.
002090     exit.

002100 3000-take-entry.
002110     display "Channel (P=phone, E=e-mail, D=front desk, "
002120         "L=letter, T=text; blank to finish): ".
002130     move space to entered-channel.
002140     accept entered-channel.
002150     if entered-channel = space
002160         move "N" to more-switch
002170         go to 3000-exit.
002180     move entered-channel to cml-channel of comm-log-record.
002190     if not cml-valid-channel of comm-log-record
002200         display "TENCOMM: channel must be P, E, D, L or T"
002210         go to 3000-exit.
002220     display "Subject (PP=promise to pay, MR=maintenance, "
002230         "TR=transfer, CM=complaint,".
002240     display "  LS=lease/renewal, NZ=neighbor/noise, "
002250         "OT=other): ".
002260     accept entered-subject.
002270     move entered-subject to cml-subject of comm-log-record.
002280     if not cml-valid-subject of comm-log-record
002290         display "TENCOMM: not a subject code, entry not logged"
002300         go to 3000-exit.
002310     display "Note: ".
002320     move spaces to entered-note.
002330     accept entered-note.
002340     display "Follow-up date (YYYYMMDD, 0 = none): ".
002350     accept entered-followup.
002360     if entered-followup not = zero
002370         and entered-followup < today-date
002380         display "TENCOMM: follow-up date is past, entry not "
002390             "logged"
002400         go to 3000-exit.
002410     move zero to entered-clears.
002420     if open-count > zero
002430         display "Clears open follow-up number (0 = none): "
002440         accept entered-clears.
002450     if entered-clears not = zero
002460         perform 3100-check-clears thru 3100-exit
002470         if entered-clears = zero
002480             display "TENCOMM: not an open follow-up, entry "
002490                 "not logged"
002500             go to 3000-exit.
002510     perform 3200-write-entry thru 3200-exit.
002520 3000-exit.
002530     exit.

002540 3100-check-clears.
002550     if entered-clears > entry-table-count
002560         move zero to entered-clears
002570         go to 3100-exit.
002580     if et-followup (entered-clears) = zero
002590         or et-cleared (entered-clears) = "Y"
002600         move zero to entered-clears.
002610 3100-exit.
002620     exit.

002630 3200-write-entry.
002640     accept clock-time from time.
002650     move TENCOMM-BUILDING to cml-building of comm-log-record.
002660     move TENCOMM-APTNUM to cml-aptnum of comm-log-record.
002670     move today-date to cml-date of comm-log-record.
002680     move clock-time to cml-time of comm-log-record.
002690     move TENWHO-OPERATOR to cml-operator of comm-log-record.
002700     move entered-note to cml-note of comm-log-record.
002710     move entered-followup
002720         to cml-followup-date of comm-log-record.
002730     move zero to cml-clears-date of comm-log-record.
002740     move zero to cml-clears-time of comm-log-record.
002750     if entered-clears not = zero
002760         move et-date (entered-clears)
002770             to cml-clears-date of comm-log-record
002780         move et-time (entered-clears)
002790             to cml-clears-time of comm-log-record
002800         move "Y" to et-cleared (entered-clears)
002810         subtract 1 from open-count.
002820     open extend comm-log-file.
002830     write comm-log-record.
002840     close comm-log-file.
002850     add 1 to TENCOMM-ADDED-COUNT.
002860     if entered-followup not = zero
002870         and entry-table-count < 300
002880         add 1 to entry-table-count
002890         set entry-table-index to entry-table-count
002900         perform 1300-stow-entry thru 1300-exit
002910         add 1 to open-count.
002920     display "TENCOMM: logged".
002930 3200-exit.
002940     exit.

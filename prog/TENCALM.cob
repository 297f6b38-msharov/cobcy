000190* and a skip-on-holiday flag.  The whole file is re-keyed
000200* each time, since the calendar is short and the office
000210* sets the tonight flags as part of the evening routine.
000220* The office holidays ride along as HOLIDAY records, each
000230* with its date; they are kept from one keying to the next
000240* unless the office clears them, and TENDUEL reads them to
000250* move rent due dates and grace days past a holiday.
000260*----------------------------------------------------------*
000270* MODIFICATION HISTORY
000280*   DATE       INIT  DESCRIPTION
000290*   2026-10-15 JHM   Step prompt lists the PORTREQ portal
000300*                    maintenance-request import step.
000310*   2026-10-15 JHM   Step prompt lists the MTMCONV
000320*                    month-to-month conversion step.
000330*   2026-10-15 JHM   Step prompt lists the COMMFUP
000340*                    communications follow-up step.
000350*   2026-10-15 JHM   Step prompt lists the PAYDEDUCT payroll
000360*                    rent-deduction confirmation step.
000370*   2026-10-15 JHM   Step prompt lists the GUESTFUP guest-card
000380*                    follow-up and FUNNEL leasing funnel steps.
000390*   2026-10-15 JHM   Step prompt lists the SUSPAGE
000400*                    unapplied-cash suspense aging step.
000410*   2026-10-15 JHM   Step prompt lists the CHKCLEAR paid-
000420*                    checks import and STALECHK stale-check
000430*                    report steps.
000440*   2026-10-15 JHM   Step prompt lists the ABATEMENT rent
000450*                    abatement step.
000460*   2026-10-15 JHM   Step prompt lists the NOTICECHK
000470*                    notice-to-vacate overdue check step.
000480*   2026-10-15 JHM   Holiday dates are kept on the calendar
000490*                    as HOLIDAY records: the dates already
000500*                    on file are offered for keeping, then
000510*                    new ones are keyed, for the rent
000520*                    due-date and grace-day count.
000530*   2026-10-15 JHM   Step prompt lists the UNITSUM unit
000540*                    summary build step.
000550*   2026-10-15 JHM   Step prompt lists the RELBUILD
000560*                    relative.dbf rebuild step in place of the
000570*                    retired TENANTLOAD, and the ADDRSTD
000580*                    address standardization step.
000590*   2026-10-15 JHM   Step prompt lists the ACHRETURN ACH
000600*                    return import step.
000610*   2026-10-15 JHM   Step prompt lists the EBOUNCE email
000620*                    bounce import step.
000630*   2026-10-15 JHM   Step prompt lists the REDACT former-
000640*                    tenant personal-data redaction step.
000650*   2026-10-15 JHM   Step prompt lists the SAVESET weekly
000660*                    full-system save step.
000670*   2026-10-15 JHM   Step prompt lists the DIGEST morning
000680*                    operations digest step.
000690*   2026-10-15 JHM   Step prompt lists the SATKEYS keyed
000700*                    satellite-master rebuild step.
000710*   2026-10-15 JHM   Step prompt lists the ARPROOF
000720*                    receivables subledger proof step.
000730*   2026-10-15 JHM   Step prompt lists the CASHFCST weekly
000740*                    cash-receipts forecast step.
000750*   2026-10-15 JHM   Step prompt lists the RENTRPT
000760*                    credit-bureau rent-reporting step.
000770*   2026-10-15 JHM   Step prompt lists the UTILIN and
000780*                    UTILOUT utility service-transfer steps.
000790*   2026-10-15 JHM   Step prompt lists the VIOLATION
000800*                    lease-violation escalation step.
000810*   2026-10-15 JHM   Step prompt lists the KEYSOUT
000820*                    outstanding-keys report step.
000830*   2026-10-15 JHM   Step prompt lists the SCREENIN and
000840*                    SCREENOUT credit-screening steps.
000850*   2026-08-22 JHM   Original program.
000860*----------------------------------------------------------*
000870 identification division.
000880 program-id. tencalm.
000890 author. J. H. Masters.
000900 installation. Property Management Systems.
000910 date-written. 2026-08-22.
000920 date-compiled. 2026-08-22.

000930 environment division.
000940 configuration section.
000950 source-computer. Intel486.
000960 object-computer. Intel486.

000970 input-output section.
000980 file-control.
000990     select optional calendar-file assign to disk
001000         organization is line sequential
001010         file status is cal-file-status.

001020 data division.
001030 file section.
001040 fd  calendar-file
001050     label records are standard
001060     value of file-id is "batcal.ctl".
001070 01  calendar-record.
001080     05  cal-step-name       picture is X(12).
001090     05  cal-frequency       picture is X(01).
001100     05  cal-holiday-skip    picture is X(01).
001110 01  calendar-tonight-record redefines calendar-record.
001120     05  filler              picture is X(12).
001130     05  cal-weekly-tonight  picture is X(01).
001140     05  cal-holiday-tonight picture is X(01).
001150 01  calendar-holiday-record.
001160     05  filler              picture is X(12).
001170     05  cal-holiday-date    picture is 9(08).

001180 working-storage section.
001190 01  cal-file-status         picture is X(02).
001200 01  cal-eof-switch          picture is X(01) value "N".
001210     88  calendar-at-end             value "Y".
001220 01  more-switch             picture is X(01) value "Y".
001230     88  more-records                value "Y".
001240 01  step-count              picture is 9(02) value zero.
001250 01  reply                   picture is X(12).
001260 01  holiday-count           picture is 9(03) value zero.
001270 01  holiday-sub             picture is 9(03).
001280 01  entered-holiday         picture is 9(08).
001290 01  holiday-table-area.
001300     05  old-holiday         picture is 9(08)
001310                             occurs 100 times.

001320 procedure division.
001330 0000-mainline.
001340     perform 1000-initialize thru 1000-exit.
001350     perform 2000-enter-steps thru 2000-exit
001360         until not more-records.
001370     perform 9000-finish thru 9000-exit.
001380     stop run.

001390 1000-initialize.
001400     display "TENCALM: batch calendar maintenance".
001410     perform 1500-load-holidays thru 1500-exit.
001420     open output calendar-file.
001430     move spaces to calendar-record.
001440     move "TONIGHT" to cal-step-name.
001450     display "Weekly work tonight (Y/N): ".
001460     accept cal-weekly-tonight.
001470     display "Holiday tonight (Y/N): ".
001480     accept cal-holiday-tonight.
001490     write calendar-record.
001500     perform 1600-keep-holidays thru 1600-exit.
001510     move "Y" to more-switch.
001520     perform 1700-enter-holiday thru 1700-exit
001530         until not more-records.
001540     move "Y" to more-switch.
001550 1000-exit.
001560     exit.

001570*----------------------------------------------------------*
001580* The holiday dates on the calendar being replaced, so the
001590* office does not re-key the year's holidays every night.
001600*----------------------------------------------------------*
001610 1500-load-holidays.
001620     open input calendar-file.
001630     if cal-file-status not = "00"
001640         go to 1500-exit.
001650     perform 1510-read-holiday thru 1510-exit
001660         until calendar-at-end.
001670     close calendar-file.
001680 1500-exit.
001690     exit.

001700 1510-read-holiday.
001710     read calendar-file
001720         at end
001730             move "Y" to cal-eof-switch
001740             go to 1510-exit.
001750     if cal-step-name = "HOLIDAY"
001760         and holiday-count < 100
001770         add 1 to holiday-count
001780         move cal-holiday-date to old-holiday (holiday-count).
001790 1510-exit.
001800     exit.

001810 1600-keep-holidays.
001820     if holiday-count = zero
001830         go to 1600-exit.
001840     display "Keep the " holiday-count
001850         " holiday date(s) on file (Y/N): ".
001860     accept reply.
001870     if reply not = "Y"
001880         move zero to holiday-count
001890         go to 1600-exit.
001900     perform 1610-write-old-holiday thru 1610-exit
001910         varying holiday-sub from 1 by 1
001920         until holiday-sub > holiday-count.
001930 1600-exit.
001940     exit.

001950 1610-write-old-holiday.
001960     move spaces to calendar-record.
001970     move "HOLIDAY" to cal-step-name.
001980     move old-holiday (holiday-sub) to cal-holiday-date.
001990     write calendar-holiday-record.
002000 1610-exit.
002010     exit.

002020 1700-enter-holiday.
002030     display "Holiday date YYYYMMDD (0 to finish): ".
002040     accept entered-holiday.
002050     if entered-holiday = zero
002060         move "N" to more-switch
002070         go to 1700-exit.
002080     if entered-holiday < 19000101
002090         display "TENCALM: not a YYYYMMDD date, ignored"
002100         go to 1700-exit.
002110     move spaces to calendar-record.
002120     move "HOLIDAY" to cal-step-name.
002130     move entered-holiday to cal-holiday-date.
002140     write calendar-holiday-record.
002150     add 1 to holiday-count.
002160 1700-exit.
002170     exit.

002180 2000-enter-steps.
002190     display "Step name (INDEXLOAD, RENTCHG, ACHRETURN,".
002200     display "  CHKCLEAR, PAYDEDUCT, ABATEMENT, UNITSUM, CLOSE,".
002210     display "  SATKEYS,".
002220     display "  ADDRSTD, RELBUILD,".
002230     display "  RECON, VERIFY, RENTROLL,".
002240     display "  SSNRPT, SCREENIN, SCREENOUT,".
002250     display "  APPLMATCH, GUESTFUP, COMMFUP, LEASEEXP,".
002260     display "  MTMCONV, NOTICECHK, PORTREQ,".
002270     display "  WORKORDER, KEYSOUT, STALECHK, FUNNEL,".
002280     display "  VIOLATION, UTILIN, UTILOUT, RENTRPT,".
002290     display "  CASHFCST, ARPROOF, SUSPAGE, EBOUNCE, REDACT,".
002300     display "  SAVESET,".
002310     display "  AUDITSUM, BALANCING, DASHBOARD, DIGEST;".
002320     display "  blank to finish): ".
002330     accept reply.
002340     if reply = spaces
002350         move "N" to more-switch
002360     else
002370         move reply to cal-step-name
002380         display "Frequency (N/W/M/S): "
002390         accept cal-frequency
002400         display "Skip on holiday (Y/N): "
002410         accept cal-holiday-skip
002420         write calendar-record
002430         add 1 to step-count
002440         display "TENCALM: " cal-step-name " recorded".
002450 2000-exit.
002460     exit.

002470 9000-finish.
002480     close calendar-file.
002490     display "TENCALM: " step-count " step(s) on calendar".
002500     display "TENCALM: " holiday-count " holiday date(s) on "
002510         "calendar".
002520 9000-exit.
002530     exit.

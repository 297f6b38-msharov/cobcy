000200*----------------------------------------------------------*
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   2026-10-15 JHM   Messages now go through TENOLOG to the
000240*                    dated operations log, each with its
000250*                    severity (and the unit where there is
000260*                    one); aborts raise a menu alert.
000270*   2026-10-15 JHM   Asks why the rent is changing -- lease
000280*                    renewal, vacancy lease, improvement or
000290*                    other -- and carries the reason code on
000300*                    the pending change for the annual
000310*                    rent-registration filing.
000320*   2026-08-22 JHM   Files this program itself creates are
000330*                    SELECT OPTIONAL, so the very first run
000340*                    creates them instead of failing the
000350*                    OPEN EXTEND (the TENRCAT convention).
000360*   2026-08-22 JHM   Original program.
000370*   2026-08-22 JHM   Checks each entered change through the
000380*                    shared TENRULV subprogram: an increase
000390*                    over a regulated city's cap, or an
000400*                    effective date inside the city's
000410*                    minimum notice days, is refused and
000420*                    written to rentrule.rej with the
000430*                    computed figures.
000440*----------------------------------------------------------*
000450 identification division.
000460 program-id. tenrchg.
000470 author. J. H. Masters.
000480 installation. Property Management Systems.
000490 date-written. 2026-08-22.
000500 date-compiled. 2026-08-22.

000510 environment division.
000520 configuration section.
000530 source-computer. Intel486.
000540 object-computer. Intel486.

000550 input-output section.
000560 file-control.
000570     select sample-idx-file assign to disk
000580         organization is indexed
000590         record key is unit-key of sample-idx-record
000600         access mode is random
000610         file status is idx-file-status.

000620     select optional rent-change-file assign to disk
000630         organization is line sequential.

000640     select optional rule-exception-file assign to disk
000650         organization is line sequential.

000660 data division.
000670 file section.
000680 fd  sample-idx-file
000690     label records are standard
000700     value of file-id is "indexed.dbf".
000710     copy TENREC
000720         replacing ==:REC-NAME:== by ==sample-idx-record==
000730             ==address== by ==street-addr==.

000740 fd  rent-change-file
000750     label records are standard
000760     value of file-id is "rentchg.dat".
000770     copy TENRCH
000780         replacing ==:REC-NAME:==
000790             by ==rent-change-record==.

000800 fd  rule-exception-file
000810     label records are standard
000820     value of file-id is "rentrule.rej".
000830 01  exception-line          picture is X(80).

000840 working-storage section.
000850 01  idx-file-status         picture is X(02).
000860 01  more-switch             picture is X(01) value "Y".
000870     88  more-records                value "Y".
000880 01  entered-count           picture is 9(05) value zero.
000890 01  current-rent-text       picture is X(12).
000900 01  today-date              picture is 9(08).
000910 01  today-date-parts redefines today-date.
000920     05  today-yyyy          picture is 9(04).
000930     05  today-mm            picture is 9(02).
000940     05  today-dd            picture is 9(02).
000950 01  effective-date-parts.
000960     05  eff-yyyy            picture is 9(04).
000970     05  eff-mm              picture is 9(02).
000980     05  eff-dd              picture is 9(02).
000990 01  notice-days-given       picture is S9(05).
001000 01  change-ok-switch        picture is X(01).
001010     88  change-ok                   value "Y".
001020     copy TENFMT.
001030     copy TENRULV.
001040     copy TENOLOG.

001050 procedure division.
001060 0000-mainline.
001070     move "TENRCHG" to TENOLOG-PROGRAM.
001080     perform 1000-initialize thru 1000-exit.
001090     perform 2000-enter-one thru 2000-exit
001100         until not more-records.
001110     perform 9000-finish thru 9000-exit.
001120     stop run.

001130 1000-initialize.
001140     move "I" to TENOLOG-SEVERITY
001150     move "scheduled rent-change entry" to TENOLOG-TEXT
001160     call "TENOLOG" using TENOLOG-PARMS.
001170     accept today-date from date yyyymmdd.
001180     open input sample-idx-file.
001190     if idx-file-status not = "00"
001200         move "A" to TENOLOG-SEVERITY
001210         move spaces to TENOLOG-TEXT
001220         string "cannot open indexed.dbf, status "
001230                 delimited by size
001240             idx-file-status delimited by size
001250             into TENOLOG-TEXT
001260         call "TENOLOG" using TENOLOG-PARMS
001270         move 1 to return-code
001280         stop run.
001290     open extend rent-change-file.
001300     open extend rule-exception-file.
001310 1000-exit.
001320     exit.

001330 2000-enter-one.
001340     display "Apartment number (0000 to quit): ".
001350     accept aptnum.
001360     if aptnum = 0
001370         move "N" to more-switch
001380     else
001390         display "Building number: "
001400         accept building-id
001410         perform 2100-read-and-enter thru 2100-exit.
001420 2000-exit.
001430     exit.

001440 2100-read-and-enter.
001450     read sample-idx-file
001460         invalid key
001470             move "W" to TENOLOG-SEVERITY
001480             move building-id to TENOLOG-BUILDING
001490             move aptnum to TENOLOG-APTNUM
001500             move "no such unit on indexed.dbf" to TENOLOG-TEXT
001510             call "TENOLOG" using TENOLOG-PARMS.
001520     if idx-file-status = "00"
001530         move "A" to TENFMT-FORMAT-CODE
001540         move rent-amount of sample-idx-record
001550             to TENFMT-RAW-AMOUNT
001560         call "TENFMT" using TENFMT-PARMS
001570         move TENFMT-EDITED-OUT to current-rent-text
001580         display "Current rent for " building-id "-" aptnum
001590             " - " name " - is " current-rent-text
001600         perform 2200-prompt-change thru 2200-exit
001610         perform 2250-validate-change thru 2250-exit
001620         if change-ok
001630             perform 2300-write-change thru 2300-exit.
001640 2100-exit.
001650     exit.

001660 2200-prompt-change.
001670     move building-id to rch-building of rent-change-record.
001680     move aptnum to rch-aptnum of rent-change-record.
001690     display "New rent (99999.99): ".
001700     accept rch-new-rent of rent-change-record.
001710     display "Effective date (YYYYMMDD): ".
001720     accept rch-effective-date of rent-change-record.
001730     display "Entered by (initials): ".
001740     accept rch-entered-by of rent-change-record.
001750     display "Reason R renewal, V vacancy lease, "
001760         "I improvement, O other: ".
001770     accept rch-reason of rent-change-record.
001780 2200-exit.
001790     exit.

001800*----------------------------------------------------------*
001810* Validate the entered change through the shared TENRULV
001820* subprogram: the increase must be inside a regulated
001830* city's cap, and the effective date must give the city's
001840* minimum notice (counted on the same 30-day-month
001850* convention the aging report uses).
001860*----------------------------------------------------------*
001870 2250-validate-change.
001880     move "Y" to change-ok-switch.
001890     if not rch-renewal of rent-change-record
001900         and not rch-vacancy of rent-change-record
001910         and not rch-improvement of rent-change-record
001920         and not rch-other of rent-change-record
001930         move "N" to change-ok-switch
001940         move "W" to TENOLOG-SEVERITY
001950         move building-id to TENOLOG-BUILDING
001960         move aptnum to TENOLOG-APTNUM
001970         move "reason must be R, V, I or O, change not scheduled"
001980             to TENOLOG-TEXT
001990         call "TENOLOG" using TENOLOG-PARMS
002000         go to 2250-exit.
002010     move city of sample-idx-record to TENRULV-CITY.
002020     move rent-amount of sample-idx-record
002030         to TENRULV-OLD-RENT.
002040     move rch-new-rent of rent-change-record
002050         to TENRULV-NEW-RENT.
002060     call "TENRULV" using TENRULV-PARMS.
002070     if TENRULV-REJECTED
002080         move "N" to change-ok-switch
002090         move "W" to TENOLOG-SEVERITY
002100         move building-id to TENOLOG-BUILDING
002110         move aptnum to TENOLOG-APTNUM
002120         move spaces to TENOLOG-TEXT
002130         string "increase over cap for city " delimited by size
002140             TENRULV-CITY delimited by size
002150             ", change not scheduled" delimited by size
002160             into TENOLOG-TEXT
002170         call "TENOLOG" using TENOLOG-PARMS
002180         perform 2260-write-exception thru 2260-exit
002190         go to 2250-exit.
002200     if not TENRULV-CITY-REGULATED
002210         go to 2250-exit.
002220     move rch-effective-date of rent-change-record
002230         to effective-date-parts.
002240     compute notice-days-given =
002250         (eff-yyyy - today-yyyy) * 360
002260         + (eff-mm - today-mm) * 30
002270         + (eff-dd - today-dd).
002280     if notice-days-given < TENRULV-NOTICE-DAYS
002290         move "N" to change-ok-switch
002300         move "W" to TENOLOG-SEVERITY
002310         move building-id to TENOLOG-BUILDING
002320         move aptnum to TENOLOG-APTNUM
002330         move spaces to TENOLOG-TEXT
002340         string "inside the " delimited by size
002350             TENRULV-NOTICE-DAYS delimited by size
002360             " day notice period for " delimited by size
002370             TENRULV-CITY delimited by size
002380             ", not scheduled" delimited by size
002390             into TENOLOG-TEXT
002400         call "TENOLOG" using TENOLOG-PARMS
002410         perform 2270-write-notice-exception thru 2270-exit.
002420 2250-exit.
002430     exit.

002440 2260-write-exception.
002450     move spaces to exception-line.
002460     string building-id delimited by size
002470         "-" delimited by size
002480         aptnum delimited by size
002490         " " delimited by size
002500         TENRULV-CITY delimited by size
002510         " PCT " delimited by size
002520         TENRULV-PERCENT delimited by size
002530         " CAP " delimited by size
002540         TENRULV-MAX-PERCENT delimited by size
002550         " OVER-CAP INCREASE" delimited by size
002560         into exception-line.
002570     write exception-line.
002580 2260-exit.
002590     exit.

002600 2270-write-notice-exception.
002610     move spaces to exception-line.
002620     string building-id delimited by size
002630         "-" delimited by size
002640         aptnum delimited by size
002650         " " delimited by size
002660         TENRULV-CITY delimited by size
002670         " NOTICE " delimited by size
002680         notice-days-given delimited by size
002690         " MINIMUM " delimited by size
002700         TENRULV-NOTICE-DAYS delimited by size
002710         " INSUFFICIENT NOTICE" delimited by size
002720         into exception-line.
002730     write exception-line.
002740 2270-exit.
002750     exit.

002760 2300-write-change.
002770     write rent-change-record.
002780     add 1 to entered-count.
002790     move "I" to TENOLOG-SEVERITY.
002800     move building-id to TENOLOG-BUILDING.
002810     move aptnum to TENOLOG-APTNUM.
002820     move "change scheduled" to TENOLOG-TEXT.
002830     call "TENOLOG" using TENOLOG-PARMS.
002840 2300-exit.
002850     exit.

002860 9000-finish.
002870     close sample-idx-file.
002880     close rent-change-file.
002890     close rule-exception-file.
002900     move "I" to TENOLOG-SEVERITY.
002910     move spaces to TENOLOG-TEXT.
002920     string entered-count delimited by size
002930         " change(s) scheduled" delimited by size
002940         into TENOLOG-TEXT.
002950     call "TENOLOG" using TENOLOG-PARMS.
002960 9000-exit.
002970     exit.

000140* in a folder of paper; this program keys them onto
000150* applcnt.dat: applicant and co-applicant names, desired
000160* building (00 for any), maximum rent, and application
000170* date, all entered WAITING, with the social security number
000180* and birth date the credit-screening request needs.  The
000190* number and birth date go to the protected applxref.dat
000200* cross-reference under the next surrogate; applcnt.dat keeps
000210* the surrogate and the last four digits.  The
000220* nightly TENMATCH step pairs applicants with vacant units
000230* and marks them OFFERED; this program also lists the
000240* current waiting list on request so the office can see
000250* the queue.
000260*----------------------------------------------------------*
000270* MODIFICATION HISTORY
000280*   DATE       INIT  DESCRIPTION
000290*   2026-10-15 JHM   The social security number and birth
000300*                    date go to the protected applxref.dat
000310*                    cross-reference under a surrogate, and
000320*                    applcnt.dat keeps only the surrogate and
000330*                    the last four digits.  A number that is
000340*                    not 9 digits is refused and asked again.
000350*   2026-10-15 JHM   Captures the applicant's social security
000360*                    number and birth date for the TENSCRO
000370*                    credit-screening request; a new
000380*                    application starts unscreened.
000390*   2026-09-03 JHM   Captures monthly household income
000400*                    and household size with each
000410*                    application, the figures the TENMATCH
000420*                    income screening needs.
000430*   2026-08-22 JHM   An OPTIONAL file opened for input
000440*                    that is not on file comes back "05"
000450*                    and is left open; the read-scan bail
000460*                    paths now CLOSE it so the later
000470*                    write-mode open (which creates the
000480*                    file) is not stranded.
000490*   2026-08-22 JHM   Original program.
000500*----------------------------------------------------------*
000510 identification division.
000520 program-id. tenwait.
000530 author. J. H. Masters.
000540 installation. Property Management Systems.
000550 date-written. 2026-08-22.
000560 date-compiled. 2026-08-22.

000570 environment division.
000580 configuration section.
000590 source-computer. Intel486.
000600 object-computer. Intel486.

000610 input-output section.
000620 file-control.
000630     select optional applicant-file assign to disk
000640         organization is line sequential
000650         file status is app-file-status.

000660     select optional applicant-xref-file assign to disk
000670         organization is line sequential
000680         file status is axr-file-status.

000690 data division.
000700 file section.
000710 fd  applicant-file
000720     label records are standard
000730     value of file-id is "applcnt.dat".
000740     copy TENAPP
000750         replacing ==:REC-NAME:==
000760             by ==applicant-record==.

000770 fd  applicant-xref-file
000780     label records are standard
000790     value of file-id is "applxref.dat".
000800     copy TENAXR
000810         replacing ==:REC-NAME:==
000820             by ==applicant-xref-record==.

000830 working-storage section.
000840 01  app-file-status         picture is X(02).
000850 01  axr-file-status         picture is X(02).
000860 01  axr-eof-switch          picture is X(01) value "N".
000870     88  xref-file-at-end            value "Y".
000880 01  ssn-switch              picture is X(01).
000890     88  ssn-entered                 value "Y".
000900 01  next-surrogate          picture is 9(06) value 1.
000910 01  entered-ssn             picture is X(09).
000920 01  entered-birth-date      picture is 9(08).
000930 01  today-date              picture is 9(08).
000940 01  app-eof-switch          picture is X(01).
000950     88  applicant-file-at-end       value "Y".
000960 01  more-switch             picture is X(01) value "Y".
000970     88  more-records                value "Y".
000980 01  menu-reply              picture is X(01).
000990 01  entered-count           picture is 9(05) value zero.
001000 01  listed-count            picture is 9(05) value zero.
001010 01  reply                   picture is X(25).

001020 procedure division.
001030 0000-mainline.
001040     display "TENWAIT: applicant waiting list".
001050     accept today-date from date yyyymmdd.
001060     perform 1200-find-next-surrogate thru 1200-exit.
001070     perform 2000-choose-action thru 2000-exit
001080         until not more-records.
001090     display "TENWAIT: " entered-count
001100         " application(s) entered".
001110     stop run.

001120*----------------------------------------------------------*
001130* Surrogates continue from the highest already on the
001140* cross-reference, the ssnxref.dat convention.
001150*----------------------------------------------------------*
001160 1200-find-next-surrogate.
001170     open input applicant-xref-file.
001180     if axr-file-status not = "00"
001190         close applicant-xref-file
001200         go to 1200-exit.
001210     perform 1210-read-xref thru 1210-exit
001220         until xref-file-at-end.
001230     close applicant-xref-file.
001240 1200-exit.
001250     exit.

001260 1210-read-xref.
001270     read applicant-xref-file
001280         at end
001290             move "Y" to axr-eof-switch
001300         not at end
001310             if axr-surrogate >= next-surrogate
001320                 compute next-surrogate = axr-surrogate + 1.
001330 1210-exit.
001340     exit.

001350 2000-choose-action.
001360     display "Add, List, or Quit (A/L/Q): ".
001370     accept menu-reply.
001380     evaluate menu-reply
001390         when "A"
001400             perform 3000-add-applicant thru 3000-exit
001410         when "a"
001420             perform 3000-add-applicant thru 3000-exit
001430         when "L"
001440             perform 4000-list-waiting thru 4000-exit
001450         when "l"
001460             perform 4000-list-waiting thru 4000-exit
001470         when other
001480             move "N" to more-switch
001490     end-evaluate.
001500 2000-exit.
001510     exit.

001520 3000-add-applicant.
001530     display "Applicant name: ".
001540     accept reply.
001550     move reply to app-name of applicant-record.
001560     display "Co-applicant (blank if none): ".
001570     accept reply.
001580     move reply to app-co-applicant of applicant-record.
001590     display "Desired building (00 for any): ".
001600     accept app-building-wanted of applicant-record.
001610     display "Maximum rent (99999.99): ".
001620     accept app-max-rent of applicant-record.
001630     display "Application date (YYYYMMDD): ".
001640     accept app-date of applicant-record.
001650     display "Monthly household income (9999999.99): ".
001660     accept app-income of applicant-record.
001670     display "Household size (99): ".
001680     accept app-household-size of applicant-record.
001690     move "N" to ssn-switch.
001700     perform 3100-accept-ssn thru 3100-exit
001710         until ssn-entered.
001720     display "Birth date (YYYYMMDD): ".
001730     accept entered-birth-date.
001740     move "W" to app-status of applicant-record.
001750     move zero to app-housed-building of applicant-record.
001760     move zero to app-housed-aptnum of applicant-record.
001770     perform 3200-record-xref thru 3200-exit.
001780     move space to app-screen-status of applicant-record.
001790     move zero to app-screen-date of applicant-record.
001800     move zero to app-credit-score of applicant-record.
001810     move zero to app-eviction-hits of applicant-record.
001820     move space to app-recommendation of applicant-record.
001830     open extend applicant-file.
001840     write applicant-record.
001850     close applicant-file.
001860     add 1 to entered-count.
001870     display "TENWAIT: application recorded for "
001880         app-name of applicant-record.
001890 3000-exit.
001900     exit.

001910 3100-accept-ssn.
001920     display "Social security number, 9 digits: ".
001930     move spaces to reply.
001940     accept reply.
001950     if reply (1:9) is numeric
001960         and reply (10:16) = spaces
001970         move reply (1:9) to entered-ssn
001980         move "Y" to ssn-switch
001990     else
002000         display "TENWAIT: the social security number must be "
002010             "9 digits, no dashes or spaces".
002020 3100-exit.
002030     exit.

002040*----------------------------------------------------------*
002050* The full number and the birth date go to the
002060* cross-reference only; the application keeps the surrogate
002070* and the last four digits.
002080*----------------------------------------------------------*
002090 3200-record-xref.
002100     move next-surrogate to axr-surrogate.
002110     move entered-ssn to axr-ssn.
002120     move entered-birth-date to axr-birth-date.
002130     move app-name of applicant-record to axr-name.
002140     move app-date of applicant-record to axr-app-date.
002150     move today-date to axr-entered-date.
002160     open extend applicant-xref-file.
002170     write applicant-xref-record.
002180     close applicant-xref-file.
002190     move next-surrogate to app-surrogate of applicant-record.
002200     move entered-ssn (6:4) to app-ssn-last4 of applicant-record.
002210     move "P" to app-protected-flag of applicant-record.
002220     add 1 to next-surrogate.
002230     move spaces to entered-ssn.
002240     move zero to entered-birth-date.
002250 3200-exit.
002260     exit.

002270 4000-list-waiting.
002280     move zero to listed-count.
002290     move "N" to app-eof-switch.
002300     open input applicant-file.
002310     if app-file-status not = "00"
002320         close applicant-file
002330         display "TENWAIT: no applications on file"
002340         go to 4000-exit.
002350     display "WAITING APPLICANTS:".
002360     perform 4100-list-one thru 4100-exit
002370         until applicant-file-at-end.
002380     close applicant-file.
002390     display "TENWAIT: " listed-count " waiting".
002400 4000-exit.
002410     exit.

002420 4100-list-one.
002430     read applicant-file
002440         at end
002450             move "Y" to app-eof-switch
002460         not at end
002470             if app-waiting of applicant-record
002480                 add 1 to listed-count
002490                 display "  " app-name of applicant-record
002500                     " BLDG " app-building-wanted of
002510                         applicant-record
002520                     " MAX " app-max-rent of
002530                         applicant-record
002540                     " SINCE " app-date of
002550                         applicant-record.
002560 4100-exit.
002570     exit.

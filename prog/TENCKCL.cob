000100*----------------------------------------------------------*
000110* TENCKCL.COB
000120*
000130* Paid-checks import.  The bank sends paidchk.dat, one
000140* detail record per check of ours it paid -- check number,
000150* paid date and amount, the positive-pay layout turned
000160* around -- and a count/total trailer.  Run from the nightly
000170* driver, this step loads the checkreg.dat register into a
000180* work table, marks each paid check cleared ("C", with the
000190* paid date) and rewrites the register whole, the way
000200* TENAPHLD rewrites payables.dat.  A paid check not on the
000210* register, one paid for a different amount than was
000220* written, and one paid after TENESCH voided it to the
000230* state as unclaimed property are exceptions: each is
000240* listed and goes on the operations log as a warning.  A
000250* check already cleared is counted and passed by, so
000260* re-reading the bank's file does no harm.  The listing
000270* goes to a dated file (chkclr.YYYYMMDD) cataloged through
000280* TENRCAT.
000290*----------------------------------------------------------*
000300* MODIFICATION HISTORY
000310*   DATE       INIT  DESCRIPTION
000320*   2026-10-15 JHM   Original program.
000330*----------------------------------------------------------*
000340 identification division.
000350 program-id. tenckcl.
000360 author. J. H. Masters.
000370 installation. Property Management Systems.
000380 date-written. 2026-10-15.
000390 date-compiled. 2026-10-15.

000400 environment division.
000410 configuration section.
000420 source-computer. Intel486.
000430 object-computer. Intel486.

000440 input-output section.
000450 file-control.
000460     select optional paid-check-file assign to disk
000470         organization is line sequential
000480         file status is pd-file-status.

000490     select optional check-register-file assign to disk
000500         organization is line sequential
000510         file status is ckr-file-status.

000520     select clearing-report assign to disk
000530         organization is line sequential.

000540 data division.
000550 file section.
000560 fd  paid-check-file
000570     label records are standard
000580     value of file-id is "paidchk.dat".
000590 01  paid-check-record.
000600     05  pd-rec-type         picture is X(01).
000610     05  pd-check-no         picture is 9(06).
000620     05  pd-paid-date        picture is 9(08).
000630     05  pd-amount           picture is 9(09)V99.
000640 01  pd-trailer-record redefines paid-check-record.
000650     05  filler              picture is X(01).
000660     05  pd-trailer-count    picture is 9(05).
000670     05  pd-trailer-total    picture is 9(11)V99.
000680     05  filler              picture is X(07).

000690 fd  check-register-file
000700     label records are standard
000710     value of file-id is "checkreg.dat".
000720     copy TENCKR
000730         replacing ==:REC-NAME:==
000740             by ==check-register-record==.

000750 fd  clearing-report
000760     label records are standard
000770     value of file-id is chkclr-filename.
000780 01  report-line             picture is X(80).

000790 working-storage section.
000800 01  chkclr-filename         picture is X(30).
000810     copy TENRCAT.
000820     copy TENOLOG.
000830     copy TENFMT.
000840 01  pd-file-status          picture is X(02).
000850 01  pd-eof-switch           picture is X(01) value "N".
000860     88  paid-file-at-end            value "Y".
000870 01  ckr-file-status         picture is X(02).
000880 01  ckr-eof-switch          picture is X(01) value "N".
000890     88  register-file-at-end        value "Y".
000900 01  table-overflowed-switch picture is X(01) value "N".
000910     88  table-overflowed            value "Y".
000920 01  run-date                picture is 9(08).
000930 01  check-sub               picture is 9(04).
000940 01  paid-count              picture is 9(05) value zero.
000950 01  cleared-count           picture is 9(05) value zero.
000960 01  cleared-total           picture is 9(09)V99 value zero.
000970 01  already-count           picture is 9(05) value zero.
000980 01  exception-count         picture is 9(05) value zero.
000990 01  exception-text          picture is X(30).
001000 01  paid-text               picture is X(12).
001010 01  written-text            picture is X(12).

001020*----------------------------------------------------------*
001030* The whole check register, in file order, changed in
001040* place and written back.
001050*----------------------------------------------------------*
001060 01  check-table-area.
001070     05  check-table-count   picture is 9(04) value zero.
001080     05  check-table-entry occurs 1 to 5000 times
001090             depending on check-table-count
001100             indexed by check-table-index.
001110         10  ct-check-no     picture is 9(06).
001120         10  ct-rest         picture is X(105).

001130 procedure division.
001140 0000-mainline.
001150     move "TENCKCL" to TENOLOG-PROGRAM.
001160     perform 1000-initialize thru 1000-exit.
001170     perform 2000-load-register thru 2000-exit.
001180     if table-overflowed
001190         move "A" to TENOLOG-SEVERITY
001200         move spaces to TENOLOG-TEXT
001210         string "checkreg.dat is larger than the work "
001220                 delimited by size
001230             "table - nothing cleared" delimited by size
001240             into TENOLOG-TEXT
001250         call "TENOLOG" using TENOLOG-PARMS
001260         close clearing-report
001270         move 1 to return-code
001280         goback.
001290     perform 3000-clear-checks thru 3000-exit.
001300     perform 4000-rewrite-register thru 4000-exit.
001310     perform 9000-finish thru 9000-exit.
001320     goback.

001330 1000-initialize.
001340     move "I" to TENOLOG-SEVERITY
001350     move "paid-checks import" to TENOLOG-TEXT
001360     call "TENOLOG" using TENOLOG-PARMS.
001370     accept run-date from date yyyymmdd.
001380     move spaces to chkclr-filename.
001390     string "chkclr." delimited by size
001400         run-date delimited by size
001410         into chkclr-filename.
001420     open output clearing-report.
001430     move "PAID CHECKS CLEARED - EXCEPTIONS" to report-line.
001440     write report-line.
001450     move spaces to report-line.
001460     string "RUN DATE: " delimited by size
001470         run-date delimited by size
001480         into report-line.
001490     write report-line.
001500     move spaces to report-line.
001510     write report-line.
001520     move "CHECK  PAID DATE  PAID AMOUNT  WRITTEN AMT"
001530         to report-line.
001540     move "EXCEPTION" to report-line (45:9).
001550     write report-line.
001560 1000-exit.
001570     exit.

001580 2000-load-register.
001590     open input check-register-file.
001600     if ckr-file-status not = "00"
001610         close check-register-file
001620         go to 2000-exit.
001630     perform 2100-read-register thru 2100-exit
001640         until register-file-at-end.
001650     close check-register-file.
001660 2000-exit.
001670     exit.

001680 2100-read-register.
001690     read check-register-file
001700         at end
001710             move "Y" to ckr-eof-switch
001720             go to 2100-exit.
001730     if check-table-count >= 5000
001740         move "Y" to table-overflowed-switch
001750         move "Y" to ckr-eof-switch
001760         go to 2100-exit.
001770*    a check written before the status fields existed reads
001780*    as outstanding with no letter sent
001790     if ckr-status-date of check-register-record not numeric
001800         move zero to ckr-status-date of check-register-record.
001810     if ckr-letter-date of check-register-record not numeric
001820         move zero to ckr-letter-date of check-register-record.
001830     add 1 to check-table-count.
001840     move check-register-record
001850         to check-table-entry (check-table-count).
001860 2100-exit.
001870     exit.

001880 3000-clear-checks.
001890     open input paid-check-file.
001900     if pd-file-status not = "00"
001910         move "I" to TENOLOG-SEVERITY
001920         move "no paidchk.dat from the bank" to TENOLOG-TEXT
001930         call "TENOLOG" using TENOLOG-PARMS
001940         close paid-check-file
001950         go to 3000-exit.
001960     perform 3100-read-paid thru 3100-exit
001970         until paid-file-at-end.
001980     close paid-check-file.
001990 3000-exit.
002000     exit.

002010 3100-read-paid.
002020     read paid-check-file
002030         at end
002040             move "Y" to pd-eof-switch
002050             go to 3100-exit.
002060     if pd-rec-type not = "D"
002070         go to 3100-exit.
002080     add 1 to paid-count.
002090     if check-table-count = zero
002100         move "NOT ON CHECK REGISTER" to exception-text
002110         move zero to ckr-amount of check-register-record
002120         perform 3500-list-exception thru 3500-exit
002130         go to 3100-exit.
002140     set check-table-index to 1.
002150     search check-table-entry
002160         at end
002170             move "NOT ON CHECK REGISTER" to exception-text
002180             move zero to ckr-amount of check-register-record
002190             perform 3500-list-exception thru 3500-exit
002200         when ct-check-no (check-table-index) = pd-check-no
002210             perform 3200-clear-one thru 3200-exit.
002220 3100-exit.
002230     exit.

002240 3200-clear-one.
002250     move check-table-entry (check-table-index)
002260         to check-register-record.
002270     if ckr-cleared of check-register-record
002280         add 1 to already-count
002290         go to 3200-exit.
002300     if ckr-unclaimed of check-register-record
002310         move "PAID AFTER UNCLAIMED VOID" to exception-text
002320         perform 3500-list-exception thru 3500-exit
002330         go to 3200-exit.
002340     move "C" to ckr-status of check-register-record.
002350     move pd-paid-date
002360         to ckr-status-date of check-register-record.
002370     move check-register-record
002380         to check-table-entry (check-table-index).
002390     add 1 to cleared-count.
002400     add pd-amount to cleared-total.
002410     if pd-amount not = ckr-amount of check-register-record
002420         move "PAID AMOUNT DIFFERS" to exception-text
002430         perform 3500-list-exception thru 3500-exit.
002440 3200-exit.
002450     exit.

002460 3500-list-exception.
002470     add 1 to exception-count.
002480     move "A" to TENFMT-FORMAT-CODE.
002490     move pd-amount to TENFMT-RAW-AMOUNT.
002500     call "TENFMT" using TENFMT-PARMS.
002510     move TENFMT-EDITED-OUT to paid-text.
002520     move ckr-amount of check-register-record
002530         to TENFMT-RAW-AMOUNT.
002540     call "TENFMT" using TENFMT-PARMS.
002550     move TENFMT-EDITED-OUT to written-text.
002560     move spaces to report-line.
002570     string pd-check-no delimited by size
002580         " " delimited by size
002590         pd-paid-date delimited by size
002600         " " delimited by size
002610         paid-text delimited by size
002620         " " delimited by size
002630         written-text delimited by size
002640         " " delimited by size
002650         exception-text delimited by size
002660         into report-line.
002670     write report-line.
002680     move "W" to TENOLOG-SEVERITY.
002690     move spaces to TENOLOG-TEXT.
002700     string "check " delimited by size
002710         pd-check-no delimited by size
002720         " paid " delimited by size
002730         pd-paid-date delimited by size
002740         " - " delimited by size
002750         exception-text delimited by size
002760         into TENOLOG-TEXT.
002770     call "TENOLOG" using TENOLOG-PARMS.
002780 3500-exit.
002790     exit.

002800 4000-rewrite-register.
002810     if cleared-count = zero
002820         go to 4000-exit.
002830     open output check-register-file.
002840     perform 4100-write-register thru 4100-exit
002850         varying check-sub from 1 by 1
002860         until check-sub > check-table-count.
002870     close check-register-file.
002880 4000-exit.
002890     exit.

002900 4100-write-register.
002910     move check-table-entry (check-sub) to check-register-record.
002920     write check-register-record.
002930 4100-exit.
002940     exit.

002950 9000-finish.
002960     if exception-count = zero
002970         move "NO EXCEPTIONS" to report-line
002980         write report-line.
002990     move spaces to report-line.
003000     write report-line.
003010     move "A" to TENFMT-FORMAT-CODE.
003020     move cleared-total to TENFMT-RAW-AMOUNT.
003030     call "TENFMT" using TENFMT-PARMS.
003040     move spaces to report-line.
003050     string "PAID: " delimited by size
003060         paid-count delimited by size
003070         "  CLEARED: " delimited by size
003080         cleared-count delimited by size
003090         " " delimited by size
003100         TENFMT-EDITED-OUT delimited by size
003110         "  ALREADY CLEARED: " delimited by size
003120         already-count delimited by size
003130         "  EXCEPTIONS: " delimited by size
003140         exception-count delimited by size
003150         into report-line.
003160     write report-line.
003170     close clearing-report.
003180     move "TENCKCL" to TENRCAT-PROGRAM.
003190     move chkclr-filename to TENRCAT-FILENAME.
003200     move 1 to TENRCAT-PAGES.
003210     move exception-count to TENRCAT-LINES.
003220     call "TENRCAT" using TENRCAT-PARMS.
003230     move "I" to TENOLOG-SEVERITY
003240     move spaces to TENOLOG-TEXT
003250     string cleared-count delimited by size
003260         " check(s) cleared, " delimited by size
003270         exception-count delimited by size
003280         " exception(s)" delimited by size
003290         into TENOLOG-TEXT
003300     call "TENOLOG" using TENOLOG-PARMS.
003310 9000-exit.
003320     exit.

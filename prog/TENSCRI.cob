000100*----------------------------------------------------------*
000110* TENSCRI.COB
000120*
000130* Credit-screening result import.  The screening company
000140* answers each TENSCRO request file with scrnres.dat: a
000150* header carrying our subscriber code, one detail per
000160* applicant screened -- the application date and name we
000170* sent, the credit score, the number of eviction records
000180* found and the company's recommendation (A accept, C
000190* conditional, D decline) -- and a trailer with the detail
000200* count.  This step stores each result against its
000210* applicant on applcnt.dat, marks the applicant screened
000220* and rewrites the file; TENMATCH then passes over declined
000230* applicants and the TENDREQ rule raises the deposit for a
000240* conditional approval.  A result that names no applicant
000250* on file, or carries a recommendation code we do not
000260* know, goes to scrnres.rej with a reason code.  A file for
000270* another subscriber is refused whole, and a detail count
000280* out of balance with the trailer ends the run with a
000290* nonzero return code, the TENBANK convention.  No result
000300* file tonight is not an error.
000310*----------------------------------------------------------*
000320* MODIFICATION HISTORY
000330*   DATE       INIT  DESCRIPTION
000340*   2026-10-15 JHM   Messages now go through TENOLOG to the
000350*                    dated operations log, each with its
000360*                    severity (and the unit where there is
000370*                    one); aborts raise a menu alert.
000380*   2026-10-15 JHM   Original program.
000390*----------------------------------------------------------*
000400 identification division.
000410 program-id. tenscri.
000420 author. J. H. Masters.
000430 installation. Property Management Systems.
000440 date-written. 2026-10-15.
000450 date-compiled. 2026-10-15.

000460 environment division.
000470 configuration section.
000480 source-computer. Intel486.
000490 object-computer. Intel486.

000500 input-output section.
000510 file-control.
000520     select optional screen-result-file assign to disk
000530         organization is line sequential
000540         file status is res-file-status.

000550     select optional applicant-file assign to disk
000560         organization is line sequential
000570         file status is app-file-status.

000580     select optional screen-control-file assign to disk
000590         organization is line sequential
000600         file status is scc-file-status.

000610     select exception-file assign to disk
000620         organization is line sequential.

000630 data division.
000640 file section.
000650 fd  screen-result-file
000660     label records are standard
000670     value of file-id is "scrnres.dat".
000680 01  screen-result-record.
000690     05  res-rec-type        picture is X(01).
000700         88  res-header              value "H".
000710         88  res-detail              value "D".
000720         88  res-trailer             value "T".
000730     05  res-reference.
000740         10  res-app-date    picture is 9(08).
000750         10  res-app-name    picture is X(25).
000760     05  res-credit-score    picture is 9(03).
000770     05  res-eviction-hits   picture is 9(02).
000780     05  res-recommendation  picture is X(01).
000790         88  res-valid-recommendation
000800                                     value "A" "C" "D".
000810     05  filler              picture is X(40).
000820 01  screen-header-record redefines screen-result-record.
000830     05  filler              picture is X(01).
000840     05  res-subscriber      picture is X(10).
000850     05  res-file-date       picture is 9(08).
000860     05  filler              picture is X(61).
000870 01  screen-trailer-record redefines screen-result-record.
000880     05  filler              picture is X(01).
000890     05  res-trailer-count   picture is 9(06).
000900     05  filler              picture is X(73).

000910 fd  applicant-file
000920     label records are standard
000930     value of file-id is "applcnt.dat".
000940     copy TENAPP
000950         replacing ==:REC-NAME:==
000960             by ==applicant-record==.

000970 fd  screen-control-file
000980     label records are standard
000990     value of file-id is "screen.ctl".
001000     copy TENSCC
001010         replacing ==:REC-NAME:==
001020             by ==screen-control-record==.

001030 fd  exception-file
001040     label records are standard
001050     value of file-id is "scrnres.rej".
001060 01  exception-line          picture is X(80).

001070 working-storage section.
001080     copy TENRUNC.
001090 01  table-overflowed-switch     picture is X(01) value "N".
001100     88  table-overflowed                value "Y".
001110 01  res-file-status         picture is X(02).
001120 01  app-file-status         picture is X(02).
001130 01  scc-file-status         picture is X(02).
001140 01  res-eof-switch          picture is X(01) value "N".
001150     88  result-file-at-end          value "Y".
001160 01  app-eof-switch          picture is X(01) value "N".
001170     88  applicant-file-at-end       value "Y".
001180 01  trailer-seen-switch     picture is X(01) value "N".
001190     88  trailer-seen                value "Y".
001200 01  run-date                picture is 9(08).
001210 01  subscriber-code         picture is X(10) value spaces.
001220 01  applicant-sub           picture is 9(03).
001230 01  match-sub               picture is 9(03).
001240 01  read-count              picture is 9(06) value zero.
001250 01  applied-count           picture is 9(06) value zero.
001260 01  reject-count            picture is 9(06) value zero.
001270 01  reject-reason           picture is X(02).

001280*----------------------------------------------------------*
001290* applcnt.dat held whole, each record as it was read, so
001300* the rewrite carries every field back untouched.
001310*----------------------------------------------------------*
001320 01  applicant-table-area.
001330     05  applicant-count     picture is 9(03) value zero.
001340     05  applicant-entry occurs 1 to 200 times
001350             depending on applicant-count.
001360         10  at-record       picture is X(111).
001370     copy TENOLOG.

001380 procedure division.
001390 0000-mainline.
001400     move "TENSCRI" to TENOLOG-PROGRAM.
001410     perform 1000-initialize thru 1000-exit.
001420     perform 2000-load-applicants thru 2000-exit.
001430     if table-overflowed
001440         move "A" to TENOLOG-SEVERITY
001450         move spaces to TENOLOG-TEXT
001460         string "applcnt.dat is larger than the "
001470                 delimited by size
001480             "work table - nothing imported" delimited by size
001490             into TENOLOG-TEXT
001500         call "TENOLOG" using TENOLOG-PARMS
001510         close screen-result-file
001520         move 1 to return-code
001530         goback.
001540     perform 3000-check-header thru 3000-exit.
001550     perform 4000-read-result thru 4000-exit
001560         until result-file-at-end.
001570     perform 5000-rewrite-applicants thru 5000-exit.
001580     perform 9000-finish thru 9000-exit.
001590     goback.

001600 1000-initialize.
001610     move "I" to TENOLOG-SEVERITY
001620     move "importing credit-screening results" to TENOLOG-TEXT
001630     call "TENOLOG" using TENOLOG-PARMS.
001640     move "TENSCRI" to TENRUNC-PROGRAM.
001650     move "S" to TENRUNC-FUNCTION.
001660     move zero to TENRUNC-COUNT.
001670     call "TENRUNC" using TENRUNC-PARMS.
001680     if TENRUNC-ALREADY-RAN
001690         move "A" to TENOLOG-SEVERITY
001700         move spaces to TENOLOG-TEXT
001710         string "already completed for this " delimited by size
001720             "business date - put TENSCRI on runover.ctl "
001730                 delimited by size
001740             "to force a rerun" delimited by size
001750             into TENOLOG-TEXT
001760         call "TENOLOG" using TENOLOG-PARMS
001770         move 1 to return-code
001780         goback.
001790     accept run-date from date yyyymmdd.
001800     open input screen-result-file.
001810     if res-file-status not = "00"
001820         move "I" to TENOLOG-SEVERITY
001830         move "no scrnres.dat tonight, nothing to import"
001840             to TENOLOG-TEXT
001850         call "TENOLOG" using TENOLOG-PARMS
001860         close screen-result-file
001870         goback.
001880     open input screen-control-file.
001890     if scc-file-status = "00"
001900         read screen-control-file
001910             at end
001920                 continue
001930             not at end
001940                 move scc-subscriber of screen-control-record
001950                     to subscriber-code
001960         end-read.
001970     close screen-control-file.
001980 1000-exit.
001990     exit.

002000 2000-load-applicants.
002010     open input applicant-file.
002020     if app-file-status not = "00"
002030         close applicant-file
002040         go to 2000-exit.
002050     perform 2100-read-applicant thru 2100-exit
002060         until applicant-file-at-end.
002070     close applicant-file.
002080 2000-exit.
002090     exit.

002100 2100-read-applicant.
002110     read applicant-file
002120         at end
002130             move "Y" to app-eof-switch
002140         not at end
002150             perform 2200-stow-applicant thru 2200-exit.
002160 2100-exit.
002170     exit.

002180 2200-stow-applicant.
002190     if applicant-count >= 200
002200         move "Y" to table-overflowed-switch
002210         move "W" to TENOLOG-SEVERITY
002220         move "applicant table overflow" to TENOLOG-TEXT
002230         call "TENOLOG" using TENOLOG-PARMS
002240     else
002250         add 1 to applicant-count
002260         move applicant-record
002270             to at-record (applicant-count).
002280 2200-exit.
002290     exit.

002300*----------------------------------------------------------*
002310* The first record must be the header for our subscriber
002320* code; anything else is somebody else's file.
002330*----------------------------------------------------------*
002340 3000-check-header.
002350     read screen-result-file
002360         at end
002370             move "Y" to res-eof-switch.
002380     if result-file-at-end
002390         go to 3000-exit.
002400     if res-header
002410         and res-subscriber = subscriber-code
002420         and subscriber-code not = spaces
002430         open output exception-file
002440         go to 3000-exit.
002450     move "A" to TENOLOG-SEVERITY
002460     move spaces to TENOLOG-TEXT
002470     string "scrnres.dat is not a result file for "
002480             delimited by size
002490         "subscriber " delimited by size
002500         subscriber-code delimited by size
002510         " - nothing imported" delimited by size
002520         into TENOLOG-TEXT
002530     call "TENOLOG" using TENOLOG-PARMS.
002540     move "Y" to res-eof-switch.
002550     move "Y" to trailer-seen-switch.
002560     move 1 to return-code.
002570     close screen-result-file.
002580     goback.
002590 3000-exit.
002600     exit.

002610 4000-read-result.
002620     read screen-result-file
002630         at end
002640             move "Y" to res-eof-switch
002650         not at end
002660             perform 4100-process-record thru 4100-exit.
002670 4000-exit.
002680     exit.

002690 4100-process-record.
002700     if res-trailer
002710         move "Y" to trailer-seen-switch
002720         perform 4500-check-trailer thru 4500-exit
002730         go to 4100-exit.
002740     if not res-detail
002750         go to 4100-exit.
002760     add 1 to read-count.
002770     if not res-valid-recommendation
002780         move "RC" to reject-reason
002790         perform 4400-reject-result thru 4400-exit
002800         go to 4100-exit.
002810     move zero to match-sub.
002820     perform 4200-find-applicant thru 4200-exit
002830         varying applicant-sub from 1 by 1
002840         until applicant-sub > applicant-count
002850             or match-sub not = zero.
002860     if match-sub = zero
002870         move "NF" to reject-reason
002880         perform 4400-reject-result thru 4400-exit
002890         go to 4100-exit.
002900     perform 4300-store-result thru 4300-exit.
002910 4100-exit.
002920     exit.

002930 4200-find-applicant.
002940     move at-record (applicant-sub) to applicant-record.
002950     if app-date of applicant-record = res-app-date
002960         and app-name of applicant-record = res-app-name
002970         move applicant-sub to match-sub.
002980 4200-exit.
002990     exit.

003000 4300-store-result.
003010     move at-record (match-sub) to applicant-record.
003020     move "S" to app-screen-status of applicant-record.
003030     move run-date to app-screen-date of applicant-record.
003040     move res-credit-score
003050         to app-credit-score of applicant-record.
003060     move res-eviction-hits
003070         to app-eviction-hits of applicant-record.
003080     move res-recommendation
003090         to app-recommendation of applicant-record.
003100     move applicant-record to at-record (match-sub).
003110     add 1 to applied-count.
003120 4300-exit.
003130     exit.

003140 4400-reject-result.
003150     add 1 to reject-count.
003160     move spaces to exception-line.
003170     string res-reference delimited by size
003180         " " delimited by size
003190         res-credit-score delimited by size
003200         " " delimited by size
003210         res-eviction-hits delimited by size
003220         " " delimited by size
003230         res-recommendation delimited by size
003240         " " delimited by size
003250         reject-reason delimited by size
003260         into exception-line.
003270     write exception-line.
003280 4400-exit.
003290     exit.

003300 4500-check-trailer.
003310     if res-trailer-count not = read-count
003320         move "E" to TENOLOG-SEVERITY
003330         move spaces to TENOLOG-TEXT
003340         string "OUT OF BALANCE with trailer, " delimited by size
003350             "trailer count " delimited by size
003360             res-trailer-count delimited by size
003370             " read " delimited by size
003380             read-count delimited by size
003390             into TENOLOG-TEXT
003400         call "TENOLOG" using TENOLOG-PARMS
003410         move 1 to return-code
003420     else
003430         move "I" to TENOLOG-SEVERITY
003440         move "in balance with trailer" to TENOLOG-TEXT
003450         call "TENOLOG" using TENOLOG-PARMS.
003460 4500-exit.
003470     exit.

003480 5000-rewrite-applicants.
003490     if applied-count = zero
003500         go to 5000-exit.
003510     open output applicant-file.
003520     perform 5100-write-applicant thru 5100-exit
003530         varying applicant-sub from 1 by 1
003540         until applicant-sub > applicant-count.
003550     close applicant-file.
003560 5000-exit.
003570     exit.

003580 5100-write-applicant.
003590     move at-record (applicant-sub) to applicant-record.
003600     write applicant-record.
003610 5100-exit.
003620     exit.

003630 9000-finish.
003640     if not trailer-seen
003650         move "E" to TENOLOG-SEVERITY
003660         move "no trailer record on scrnres.dat" to TENOLOG-TEXT
003670         call "TENOLOG" using TENOLOG-PARMS
003680         move 1 to return-code.
003690     close screen-result-file.
003700     close exception-file.
003710     move "E" to TENRUNC-FUNCTION.
003720     move applied-count to TENRUNC-COUNT.
003730     call "TENRUNC" using TENRUNC-PARMS.
003740     move "I" to TENOLOG-SEVERITY
003750     move spaces to TENOLOG-TEXT
003760     string applied-count delimited by size
003770         " result(s) stored, " delimited by size
003780         reject-count delimited by size
003790         " rejected to scrnres.rej" delimited by size
003800         into TENOLOG-TEXT
003810     call "TENOLOG" using TENOLOG-PARMS.
003820 9000-exit.
003830     exit.

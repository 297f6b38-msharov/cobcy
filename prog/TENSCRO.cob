000100*----------------------------------------------------------*
000110* TENSCRO.COB
000120*
000130* Nightly credit-screening request step.  Credit and
000140* eviction history used to be checked by phoning the
000150* screening company.  This step takes every WAITING
000160* applicant on applcnt.dat not yet sent for screening and
000170* writes it to the dated scrnreq.YYYYMMDD request file in
000180* the screening company's fixed layout -- a header with our
000190* screen.ctl subscriber code, one detail per applicant, and
000200* a trailer with the detail count -- then marks each one
000210* requested and rewrites applcnt.dat.  The applicant is
000220* identified to the company by application date and name,
000230* which the result file echoes back to the TENSCRI import.
000240* The full social security number and birth date come off
000250* the protected applxref.dat cross-reference by the
000260* applicant's surrogate; this is the only program that
000270* reads it.  An applicant with no social security number on
000280* file cannot be screened; it is named on the console and
000290* left unrequested until the office keys the number.
000300*----------------------------------------------------------*
000310* MODIFICATION HISTORY
000320*   DATE       INIT  DESCRIPTION
000330*   2026-10-15 JHM   The social security number and birth
000340*                    date are resolved from the applxref.dat
000350*                    cross-reference by the applicant's
000360*                    surrogate; applcnt.dat no longer holds
000370*                    them.
000380*   2026-10-15 JHM   Messages now go through TENOLOG to the
000390*                    dated operations log, each with its
000400*                    severity (and the unit where there is
000410*                    one); aborts raise a menu alert.
000420*   2026-10-15 JHM   Original program.
000430*----------------------------------------------------------*
000440 identification division.
000450 program-id. tenscro.
000460 author. J. H. Masters.
000470 installation. Property Management Systems.
000480 date-written. 2026-10-15.
000490 date-compiled. 2026-10-15.

000500 environment division.
000510 configuration section.
000520 source-computer. Intel486.
000530 object-computer. Intel486.

000540 input-output section.
000550 file-control.
000560     select optional applicant-file assign to disk
000570         organization is line sequential
000580         file status is app-file-status.

000590     select optional screen-control-file assign to disk
000600         organization is line sequential
000610         file status is scc-file-status.

000620     select optional applicant-xref-file assign to disk
000630         organization is line sequential
000640         file status is axr-file-status.

000650     select screen-request-file assign to disk
000660         organization is line sequential.

000670 data division.
000680 file section.
000690 fd  applicant-file
000700     label records are standard
000710     value of file-id is "applcnt.dat".
000720     copy TENAPP
000730         replacing ==:REC-NAME:==
000740             by ==applicant-record==.

000750 fd  applicant-xref-file
000760     label records are standard
000770     value of file-id is "applxref.dat".
000780     copy TENAXR
000790         replacing ==:REC-NAME:==
000800             by ==applicant-xref-record==.

000810 fd  screen-control-file
000820     label records are standard
000830     value of file-id is "screen.ctl".
000840     copy TENSCC
000850         replacing ==:REC-NAME:==
000860             by ==screen-control-record==.

000870*----------------------------------------------------------*
000880* The screening company's request layout: 120-byte
000890* records, H header, D detail per applicant, T trailer.
000900*----------------------------------------------------------*
000910 fd  screen-request-file
000920     label records are standard
000930     value of file-id is request-filename.
000940 01  request-detail-record.
000950     05  req-rec-type        picture is X(01).
000960     05  req-app-date        picture is 9(08).
000970     05  req-app-name        picture is X(25).
000980     05  req-ssn             picture is X(09).
000990     05  req-birth-date      picture is 9(08).
001000     05  req-co-applicant    picture is X(25).
001010     05  req-income          picture is 9(07)V99.
001020     05  req-household       picture is 9(02).
001030     05  req-max-rent        picture is 9(05)V99.
001040     05  filler              picture is X(26).
001050 01  request-header-record.
001060     05  filler              picture is X(01).
001070     05  req-subscriber      picture is X(10).
001080     05  req-file-date       picture is 9(08).
001090     05  filler              picture is X(101).
001100 01  request-trailer-record.
001110     05  filler              picture is X(01).
001120     05  req-detail-count    picture is 9(06).
001130     05  filler              picture is X(113).

001140 working-storage section.
001150 01  table-overflowed-switch     picture is X(01) value "N".
001160     88  table-overflowed                value "Y".
001170 01  request-filename        picture is X(30).
001180 01  app-file-status         picture is X(02).
001190 01  scc-file-status         picture is X(02).
001200 01  axr-file-status         picture is X(02).
001210 01  axr-eof-switch          picture is X(01).
001220     88  xref-file-at-end            value "Y".
001230 01  xref-found-switch       picture is X(01).
001240     88  xref-found                  value "Y".
001250 01  app-eof-switch          picture is X(01) value "N".
001260     88  applicant-file-at-end       value "Y".
001270 01  run-date                picture is 9(08).
001280 01  subscriber-code         picture is X(10) value spaces.
001290 01  applicant-sub           picture is 9(03).
001300 01  requested-count         picture is 9(06) value zero.
001310 01  no-ssn-count            picture is 9(05) value zero.

001320*----------------------------------------------------------*
001330* applcnt.dat held whole, each record as it was read, so
001340* the rewrite carries every field back untouched.
001350*----------------------------------------------------------*
001360 01  applicant-table-area.
001370     05  applicant-count     picture is 9(03) value zero.
001380     05  applicant-entry occurs 1 to 200 times
001390             depending on applicant-count.
001400         10  at-record       picture is X(111).
001410     copy TENOLOG.

001420 procedure division.
001430 0000-mainline.
001440     move "TENSCRO" to TENOLOG-PROGRAM.
001450     perform 1000-initialize thru 1000-exit.
001460     perform 2000-load-applicants thru 2000-exit.
001470     if table-overflowed
001480         move "A" to TENOLOG-SEVERITY
001490         move spaces to TENOLOG-TEXT
001500         string "applcnt.dat is larger than the "
001510                 delimited by size
001520             "work table - nothing requested" delimited by size
001530             into TENOLOG-TEXT
001540         call "TENOLOG" using TENOLOG-PARMS
001550         move 1 to return-code
001560         goback.
001570     perform 3000-write-requests thru 3000-exit.
001580     perform 4000-rewrite-applicants thru 4000-exit.
001590     perform 9000-finish thru 9000-exit.
001600     goback.

001610 1000-initialize.
001620     move "I" to TENOLOG-SEVERITY
001630     move "credit-screening requests" to TENOLOG-TEXT
001640     call "TENOLOG" using TENOLOG-PARMS.
001650     accept run-date from date yyyymmdd.
001660     open input screen-control-file.
001670     if scc-file-status = "00"
001680         read screen-control-file
001690             at end
001700                 continue
001710             not at end
001720                 move scc-subscriber of screen-control-record
001730                     to subscriber-code
001740         end-read.
001750     close screen-control-file.
001760     if subscriber-code = spaces
001770         move "A" to TENOLOG-SEVERITY
001780         move spaces to TENOLOG-TEXT
001790         string "no subscriber code on screen.ctl"
001800                 delimited by size
001810             " - nothing requested" delimited by size
001820             into TENOLOG-TEXT
001830         call "TENOLOG" using TENOLOG-PARMS
001840         move 1 to return-code
001850         goback.
001860 1000-exit.
001870     exit.

001880 2000-load-applicants.
001890     open input applicant-file.
001900     if app-file-status not = "00"
001910         close applicant-file
001920         go to 2000-exit.
001930     perform 2100-read-applicant thru 2100-exit
001940         until applicant-file-at-end.
001950     close applicant-file.
001960 2000-exit.
001970     exit.

001980 2100-read-applicant.
001990     read applicant-file
002000         at end
002010             move "Y" to app-eof-switch
002020         not at end
002030             perform 2200-stow-applicant thru 2200-exit.
002040 2100-exit.
002050     exit.

002060 2200-stow-applicant.
002070     if applicant-count >= 200
002080         move "Y" to table-overflowed-switch
002090         move "W" to TENOLOG-SEVERITY
002100         move "applicant table overflow" to TENOLOG-TEXT
002110         call "TENOLOG" using TENOLOG-PARMS
002120     else
002130         add 1 to applicant-count
002140         move applicant-record
002150             to at-record (applicant-count).
002160 2200-exit.
002170     exit.

002180 3000-write-requests.
002190     move spaces to request-filename.
002200     string "scrnreq." delimited by size
002210         run-date delimited by size
002220         into request-filename.
002230     open output screen-request-file.
002240     move spaces to request-header-record.
002250     move "H" to req-rec-type.
002260     move subscriber-code to req-subscriber.
002270     move run-date to req-file-date.
002280     write request-header-record.
002290     perform 3100-request-one thru 3100-exit
002300         varying applicant-sub from 1 by 1
002310         until applicant-sub > applicant-count.
002320     move spaces to request-trailer-record.
002330     move "T" to req-rec-type.
002340     move requested-count to req-detail-count.
002350     write request-trailer-record.
002360     close screen-request-file.
002370 3000-exit.
002380     exit.

002390*----------------------------------------------------------*
002400* WAITING and never sent: anything already requested or
002410* screened waits for, or has, its result.
002420*----------------------------------------------------------*
002430 3100-request-one.
002440     move at-record (applicant-sub) to applicant-record.
002450     if not app-waiting of applicant-record
002460         go to 3100-exit.
002470     if app-screen-requested of applicant-record
002480         or app-screened of applicant-record
002490         go to 3100-exit.
002500     move "N" to xref-found-switch.
002510     if app-number-protected of applicant-record
002520         and app-surrogate of applicant-record is numeric
002530         perform 3150-find-xref thru 3150-exit.
002540     if not xref-found
002550         add 1 to no-ssn-count
002560         move "W" to TENOLOG-SEVERITY
002570         move spaces to TENOLOG-TEXT
002580         string "no social security number for " delimited by size
002590             app-name of applicant-record delimited by size
002600             " - not sent" delimited by size
002610             into TENOLOG-TEXT
002620         call "TENOLOG" using TENOLOG-PARMS
002630         go to 3100-exit.
002640     move spaces to request-detail-record.
002650     move "D" to req-rec-type.
002660     move app-date of applicant-record to req-app-date.
002670     move app-name of applicant-record to req-app-name.
002680     move axr-ssn to req-ssn.
002690     move zero to req-birth-date.
002700     if axr-birth-date is numeric
002710         move axr-birth-date to req-birth-date.
002720     move app-co-applicant of applicant-record
002730         to req-co-applicant.
002740     move app-income of applicant-record to req-income.
002750     move app-household-size of applicant-record
002760         to req-household.
002770     move app-max-rent of applicant-record to req-max-rent.
002780     write request-detail-record.
002790     add 1 to requested-count.
002800     move "R" to app-screen-status of applicant-record.
002810     move run-date to app-screen-date of applicant-record.
002820     move zero to app-credit-score of applicant-record.
002830     move zero to app-eviction-hits of applicant-record.
002840     move space to app-recommendation of applicant-record.
002850     move applicant-record to at-record (applicant-sub).
002860 3100-exit.
002870     exit.

002880*----------------------------------------------------------*
002890* The applicant's cross-reference entry, by surrogate.
002900*----------------------------------------------------------*
002910 3150-find-xref.
002920     move "N" to axr-eof-switch.
002930     open input applicant-xref-file.
002940     if axr-file-status not = "00"
002950         close applicant-xref-file
002960         go to 3150-exit.
002970     perform 3160-read-xref thru 3160-exit
002980         until xref-file-at-end
002990             or xref-found.
003000     close applicant-xref-file.
003010 3150-exit.
003020     exit.

003030 3160-read-xref.
003040     read applicant-xref-file
003050         at end
003060             move "Y" to axr-eof-switch
003070         not at end
003080             if axr-surrogate = app-surrogate of applicant-record
003090                 move "Y" to xref-found-switch.
003100 3160-exit.
003110     exit.

003120 4000-rewrite-applicants.
003130     if requested-count = zero
003140         go to 4000-exit.
003150     open output applicant-file.
003160     perform 4100-write-applicant thru 4100-exit
003170         varying applicant-sub from 1 by 1
003180         until applicant-sub > applicant-count.
003190     close applicant-file.
003200 4000-exit.
003210     exit.

003220 4100-write-applicant.
003230     move at-record (applicant-sub) to applicant-record.
003240     write applicant-record.
003250 4100-exit.
003260     exit.

003270 9000-finish.
003280     move "I" to TENOLOG-SEVERITY
003290     move spaces to TENOLOG-TEXT
003300     string requested-count delimited by size
003310         " applicant(s) sent for screening, " delimited by size
003320         no-ssn-count delimited by size
003330         " held for a missing social security number"
003340             delimited by size
003350         into TENOLOG-TEXT
003360     call "TENOLOG" using TENOLOG-PARMS.
003370 9000-exit.
003380     exit.

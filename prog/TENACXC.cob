000100*----------------------------------------------------------*
000110* TENACXC.COB
000120*
000130* One-time bank-account protection conversion, the
000140* TENFCNV mold.  achacct.dat used to carry every enrolled
000150* tenant's routing and account numbers in plain text.
000160* This utility moves them to the protected achxref.dat
000170* cross-reference: each record still holding plain
000180* numbers gets the next surrogate, its numbers go to
000190* achxref.dat, and the record is rewritten with the
000200* surrogate and the account's last four digits only
000210* (ACH-PROTECTED-FLAG "P").  A cancellation with no
000220* numbers is simply flagged.  Records already protected
000230* pass through untouched, so a rerun does no harm.
000240* achacct.dat goes through an achacct.new copy and is
000250* copied back; achacctx.dbf still holds the old images
000260* until the next TENSCNV rebuild, so run TENSCNV straight
000270* after.  Record counts in and out are proved on the
000280* acxcctl.YYYYMMDD control report, cataloged through
000290* TENRCAT, and the run ends nonzero if they disagree.
000300*----------------------------------------------------------*
000310* MODIFICATION HISTORY
000320*   DATE       INIT  DESCRIPTION
000330*   2026-10-15 JHM   Messages now go through TENOLOG to the
000340*                    dated operations log, each with its
000350*                    severity (and the unit where there is
000360*                    one); aborts raise a menu alert.
000370*   2026-10-15 JHM   Original program.
000380*----------------------------------------------------------*
000390 identification division.
000400 program-id. tenacxc.
000410 author. J. H. Masters.
000420 installation. Property Management Systems.
000430 date-written. 2026-10-15.
000440 date-compiled. 2026-10-15.

000450 environment division.
000460 configuration section.
000470 source-computer. Intel486.
000480 object-computer. Intel486.

000490 input-output section.
000500 file-control.
000510     select optional autopay-dat-file assign to disk
000520         organization is line sequential
000530         file status is dat-file-status.

000540     select optional autopay-new-file assign to disk
000550         organization is line sequential
000560         file status is new-file-status.

000570     select optional bank-xref-file assign to disk
000580         organization is line sequential
000590         file status is xrf-file-status.

000600     select control-report assign to disk
000610         organization is line sequential.

000620 data division.
000630 file section.
000640 fd  autopay-dat-file
000650     label records are standard
000660     value of file-id is "achacct.dat".
000670     copy TENACH
000680         replacing ==:REC-NAME:==
000690             by ==autopay-record==.

000700 fd  autopay-new-file
000710     label records are standard
000720     value of file-id is "achacct.new".
000730     copy TENACH
000740         replacing ==:REC-NAME:==
000750             by ==autopay-copy-record==.

000760 fd  bank-xref-file
000770     label records are standard
000780     value of file-id is "achxref.dat".
000790     copy TENACX
000800         replacing ==:REC-NAME:==
000810             by ==bank-xref-record==.

000820 fd  control-report
000830     label records are standard
000840     value of file-id is control-rpt-filename.
000850 01  report-line             picture is X(80).

000860 working-storage section.
000870 01  control-rpt-filename    picture is X(30).
000880     copy TENRCAT.
000890     copy TENOLOG.
000900 01  dat-file-status         picture is X(02).
000910 01  new-file-status         picture is X(02).
000920 01  xrf-file-status         picture is X(02).
000930 01  dat-eof-switch          picture is X(01) value "N".
000940     88  dat-file-at-end             value "Y".
000950 01  new-eof-switch          picture is X(01) value "N".
000960     88  new-file-at-end             value "Y".
000970 01  xrf-eof-switch          picture is X(01) value "N".
000980     88  xref-file-at-end            value "Y".
000990 01  run-date                picture is 9(08).
001000 01  run-failed-switch       picture is X(01) value "N".
001010     88  run-failed                  value "Y".
001020 01  next-surrogate          picture is 9(06) value 1.
001030 01  account-length          picture is 9(02).
001040 01  plain-routing           picture is 9(09).
001050 01  plain-account           picture is X(17).
001060 01  records-in              picture is 9(07) value zero.
001070 01  records-out             picture is 9(07) value zero.
001080 01  moved-count             picture is 9(07) value zero.
001090 01  flagged-count           picture is 9(07) value zero.
001100 01  protected-count         picture is 9(07) value zero.
001110 01  line-count              picture is 9(07) value zero.

001120 procedure division.
001130 0000-mainline.
001140     move "TENACXC" to TENOLOG-PROGRAM.
001150     perform 1000-initialize thru 1000-exit.
001160     perform 2000-convert-autopay thru 2000-exit.
001170     perform 9000-finish thru 9000-exit.
001180     if run-failed
001190         move 1 to return-code.
001200     stop run.

001210 1000-initialize.
001220     move "I" to TENOLOG-SEVERITY
001230     move "bank-account protection conversion" to TENOLOG-TEXT
001240     call "TENOLOG" using TENOLOG-PARMS.
001250     accept run-date from date yyyymmdd.
001260     perform 1100-find-next-surrogate thru 1100-exit.
001270     move spaces to control-rpt-filename.
001280     string "acxcctl." delimited by size
001290         run-date delimited by size
001300         into control-rpt-filename.
001310     open output control-report.
001320     move "BANK-ACCOUNT PROTECTION CONVERSION CONTROL TOTALS"
001330         to report-line.
001340     write report-line.
001350     move spaces to report-line.
001360     string "RUN DATE: " delimited by size
001370         run-date delimited by size
001380         into report-line.
001390     write report-line.
001400     add 2 to line-count.
001410 1000-exit.
001420     exit.

001430*----------------------------------------------------------*
001440* Surrogates continue from the highest already on the
001450* cross-reference, the TENACHE convention.
001460*----------------------------------------------------------*
001470 1100-find-next-surrogate.
001480     open input bank-xref-file.
001490     if xrf-file-status not = "00"
001500         close bank-xref-file
001510         go to 1100-exit.
001520     perform 1110-read-xref thru 1110-exit
001530         until xref-file-at-end.
001540     close bank-xref-file.
001550 1100-exit.
001560     exit.

001570 1110-read-xref.
001580     read bank-xref-file
001590         at end
001600             move "Y" to xrf-eof-switch
001610         not at end
001620             if acx-surrogate >= next-surrogate
001630                 compute next-surrogate = acx-surrogate + 1.
001640 1110-exit.
001650     exit.

001660 2000-convert-autopay.
001670     open input autopay-dat-file.
001680     if dat-file-status not = "00"
001690         close autopay-dat-file
001700         move "  ACHACCT.DAT  NOT ON FILE, SKIPPED"
001710             to report-line
001720         write report-line
001730         add 1 to line-count
001740         move "W" to TENOLOG-SEVERITY
001750         move "achacct.dat not on file - nothing converted"
001760             to TENOLOG-TEXT
001770         call "TENOLOG" using TENOLOG-PARMS
001780         go to 2000-exit.
001790     open output autopay-new-file.
001800     open extend bank-xref-file.
001810     perform 2100-convert-one thru 2100-exit
001820         until dat-file-at-end.
001830     close autopay-dat-file.
001840     close autopay-new-file.
001850     close bank-xref-file.
001860     perform 2500-copy-back thru 2500-exit.
001870     perform 7000-control-lines thru 7000-exit.
001880 2000-exit.
001890     exit.

001900 2100-convert-one.
001910     read autopay-dat-file
001920         at end
001930             move "Y" to dat-eof-switch
001940             go to 2100-exit.
001950     add 1 to records-in.
001960     move autopay-record to autopay-copy-record.
001970     if ach-number-protected of autopay-record
001980         add 1 to protected-count
001990     else
002000         perform 2200-protect-one thru 2200-exit.
002010     write autopay-copy-record.
002020 2100-exit.
002030     exit.

002040*----------------------------------------------------------*
002050* A record with plain numbers gets a surrogate and a
002060* cross-reference record; one with none is just flagged.
002070*----------------------------------------------------------*
002080 2200-protect-one.
002090     move ach-routing of autopay-record to plain-routing.
002100     move ach-account of autopay-record to plain-account.
002110     move spaces to ach-bank-ref of autopay-copy-record.
002120     move zero to ach-surrogate of autopay-copy-record.
002130     move "P" to ach-protected-flag of autopay-copy-record.
002140     if plain-routing = zero
002150         and plain-account = spaces
002160         add 1 to flagged-count
002170         go to 2200-exit.
002180     move next-surrogate to acx-surrogate.
002190     move ach-building of autopay-record to acx-building.
002200     move ach-aptnum of autopay-record to acx-aptnum.
002210     move plain-routing to acx-routing.
002220     move plain-account to acx-account.
002230     move run-date to acx-entered-date.
002240     write bank-xref-record.
002250     move next-surrogate
002260         to ach-surrogate of autopay-copy-record.
002270     move zero to account-length.
002280     inspect plain-account tallying account-length
002290         for characters before initial space.
002300     if account-length < 4
002310         move plain-account
002320             to ach-account-last4 of autopay-copy-record
002330     else
002340         move plain-account (account-length - 3:4)
002350             to ach-account-last4 of autopay-copy-record.
002360     add 1 to next-surrogate.
002370     add 1 to moved-count.
002380     move zero to plain-routing.
002390     move spaces to plain-account.
002400 2200-exit.
002410     exit.

002420 2500-copy-back.
002430     open input autopay-new-file.
002440     if new-file-status not = "00"
002450         close autopay-new-file
002460         go to 2500-exit.
002470     open output autopay-dat-file.
002480     perform 2510-copy-one thru 2510-exit
002490         until new-file-at-end.
002500     close autopay-new-file.
002510     close autopay-dat-file.
002520 2500-exit.
002530     exit.

002540 2510-copy-one.
002550     read autopay-new-file
002560         at end
002570             move "Y" to new-eof-switch
002580         not at end
002590             move autopay-copy-record to autopay-record
002600             write autopay-record
002610             add 1 to records-out.
002620 2510-exit.
002630     exit.

002640 7000-control-lines.
002650     move spaces to report-line.
002660     string "  ACHACCT.DAT  IN " delimited by size
002670         records-in delimited by size
002680         "  OUT " delimited by size
002690         records-out delimited by size
002700         into report-line.
002710     write report-line.
002720     move spaces to report-line.
002730     string "  MOVED TO ACHXREF.DAT    " delimited by size
002740         moved-count delimited by size
002750         into report-line.
002760     write report-line.
002770     move spaces to report-line.
002780     string "  NO NUMBERS, FLAGGED     " delimited by size
002790         flagged-count delimited by size
002800         into report-line.
002810     write report-line.
002820     move spaces to report-line.
002830     string "  ALREADY PROTECTED       " delimited by size
002840         protected-count delimited by size
002850         into report-line.
002860     write report-line.
002870     add 4 to line-count.
002880     if records-in not = records-out
002890         move "  *** COUNTS DO NOT PROVE ***"
002900             to report-line
002910         write report-line
002920         add 1 to line-count
002930         move "Y" to run-failed-switch.
002940 7000-exit.
002950     exit.

002960 9000-finish.
002970     close control-report.
002980     move "TENACXC" to TENRCAT-PROGRAM.
002990     move control-rpt-filename to TENRCAT-FILENAME.
003000     move 1 to TENRCAT-PAGES.
003010     move line-count to TENRCAT-LINES.
003020     call "TENRCAT" using TENRCAT-PARMS.
003030     if run-failed
003040         move "E" to TENOLOG-SEVERITY
003050         move spaces to TENOLOG-TEXT
003060         string "conversion DID NOT PROVE - " delimited by size
003070             records-in delimited by size
003080             " in, " delimited by size
003090             records-out delimited by size
003100             " out" delimited by size
003110             into TENOLOG-TEXT
003120         call "TENOLOG" using TENOLOG-PARMS
003130     else
003140         move "I" to TENOLOG-SEVERITY
003150         move spaces to TENOLOG-TEXT
003160         string moved-count delimited by size
003170             " account(s) moved to achxref.dat - run "
003180                 delimited by size
003190             "TENSCNV now" delimited by size
003200             into TENOLOG-TEXT
003210         call "TENOLOG" using TENOLOG-PARMS.
003220 9000-exit.
003230     exit.

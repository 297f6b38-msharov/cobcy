000160* (re-entering a unit supersedes the earlier record; a
000170* cancellation is a status "C" record, so the history stays
000180* on file).  The monthly TENACHO origination job debits
000190* every unit whose latest record is enrolled.  The full
000200* routing and account numbers go to the protected
000210* achxref.dat cross-reference under the next surrogate
000220* number; achacct.dat and the screen keep only the
000230* surrogate and the account's last four digits.
000240*----------------------------------------------------------*
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   2026-10-15 JHM   Bank numbers now go to the protected
000280*                    achxref.dat cross-reference under a
000290*                    surrogate; achacct.dat and the screen
000300*                    show only the last four digits.  An
000310*                    enrollment needs a routing and an
000320*                    account number.
000330*   2026-09-03 JHM   Original program.
000340*----------------------------------------------------------*
000350 identification division.
000360 program-id. tenache.
000370 author. J. H. Masters.
000380 installation. Property Management Systems.
000390 date-written. 2026-09-03.
000400 date-compiled. 2026-09-03.

000410 environment division.
000420 configuration section.
000430 source-computer. Intel486.
000440 object-computer. Intel486.

000450 input-output section.
000460 file-control.
000470     select sample-idx-file assign to disk
000480         organization is indexed
000490         record key is unit-key of sample-idx-record
000500         access mode is random
000510         file status is idx-file-status.

000520     select optional autopay-file assign to disk
000530         organization is line sequential.

000540     select optional bank-xref-file assign to disk
000550         organization is line sequential
000560         file status is xrf-file-status.

000570     select optional batch-lock-file assign to disk
000580         organization is line sequential
000590         file status is lck-file-status.

000600 data division.
000610 file section.
000620 fd  sample-idx-file
000630     label records are standard
000640     value of file-id is "indexed.dbf".
000650     copy TENREC
000660         replacing ==:REC-NAME:== by ==sample-idx-record==
000670             ==address== by ==street-addr==.

000680 fd  autopay-file
000690     label records are standard
000700     value of file-id is "achacct.dat".
000710     copy TENACH
000720         replacing ==:REC-NAME:==
000730             by ==autopay-record==.

000740 fd  bank-xref-file
000750     label records are standard
000760     value of file-id is "achxref.dat".
000770     copy TENACX
000780         replacing ==:REC-NAME:==
000790             by ==bank-xref-record==.

000800 fd  batch-lock-file
000810     label records are standard
000820     value of file-id is "batchlck.ctl".
000830 01  batch-lock-record.
000840     05  lck-status          picture is X(06).
000850     05  lck-date            picture is 9(08).
000860     05  lck-time            picture is 9(08).

000870 working-storage section.
000880 01  lck-file-status         picture is X(02).
000890 01  batch-locked-switch     picture is X(01) value "N".
000900     88  batch-locked                value "Y".
000910     copy TENWHO.
000920 01  idx-file-status         picture is X(02).
000930 01  more-switch             picture is X(01) value "Y".
000940     88  more-records                value "Y".
000950 01  entered-count           picture is 9(05) value zero.
000960 01  entered-routing         picture is 9(09).
000970 01  entered-account         picture is X(17).
000980 01  entered-status          picture is X(01).
000990 01  xrf-file-status         picture is X(02).
001000 01  xrf-eof-switch          picture is X(01) value "N".
001010     88  xref-file-at-end            value "Y".
001020 01  next-surrogate          picture is 9(06) value 1.
001030 01  today-date              picture is 9(08).
001040 01  account-length          picture is 9(02).
001050 01  account-last4           picture is X(04).

001060 procedure division.
001070 0000-mainline.
001080     perform 1000-initialize thru 1000-exit.
001090     perform 2000-enroll-one thru 2000-exit
001100         until not more-records.
001110     perform 9000-finish thru 9000-exit.
001120     stop run.

001130 1000-initialize.
001140     display "TENACHE: ACH autopay enrollment".
001150     perform 1100-check-batch-lock thru 1100-exit.
001160     if batch-locked
001170         display "TENACHE: nightly batch in progress - "
001180             "tenant files are locked, inquiry only "
001190             "(use TENINQ) until the window closes"
001200         stop run.
001210     call "TENWHO" using TENWHO-PARMS.
001220     if not TENWHO-SIGNED-ON
001230         or TENWHO-AUTHORITY < 2
001240         display "TENACHE: update authority required - "
001250             "sign on through TENSIGN first"
001260         stop run.
001270     open input sample-idx-file.
001280     if idx-file-status not = "00"
001290         display "TENACHE: cannot open indexed.dbf, status "
001300             idx-file-status
001310         stop run.
001320     accept today-date from date yyyymmdd.
001330     perform 1200-find-next-surrogate thru 1200-exit.
001340     open extend autopay-file.
001350 1000-exit.
001360     exit.

001370*----------------------------------------------------------*
001380* Batch-window lock check: the nightly driver raises the
001390* lock at start of chain and clears it at finish.
001400*----------------------------------------------------------*
001410 1100-check-batch-lock.
001420     open input batch-lock-file.
001430     if lck-file-status not = "00"
001440         go to 1100-exit.
001450     read batch-lock-file
001460         at end
001470             continue
001480         not at end
001490             if lck-status = "LOCKED"
001500                 move "Y" to batch-locked-switch.
001510     close batch-lock-file.
001520 1100-exit.
001530     exit.

001540*----------------------------------------------------------*
001550* Surrogates continue from the highest already on the
001560* cross-reference, the ssnxref.dat convention.
001570*----------------------------------------------------------*
001580 1200-find-next-surrogate.
001590     open input bank-xref-file.
001600     if xrf-file-status not = "00"
001610         close bank-xref-file
001620         go to 1200-exit.
001630     perform 1210-read-xref thru 1210-exit
001640         until xref-file-at-end.
001650     close bank-xref-file.
001660 1200-exit.
001670     exit.

001680 1210-read-xref.
001690     read bank-xref-file
001700         at end
001710             move "Y" to xrf-eof-switch
001720         not at end
001730             if acx-surrogate >= next-surrogate
001740                 compute next-surrogate = acx-surrogate + 1.
001750 1210-exit.
001760     exit.

001770 2000-enroll-one.
001780     display "Apartment number to enroll (0000 to quit): ".
001790     accept aptnum.
001800     if aptnum = 0
001810         move "N" to more-switch
001820     else
001830         display "Building number: "
001840         accept building-id
001850         perform 2100-read-and-enroll thru 2100-exit.
001860 2000-exit.
001870     exit.

001880 2100-read-and-enroll.
001890     read sample-idx-file
001900         invalid key
001910             display "TENACHE: no unit " building-id "-" aptnum
001920                 " on indexed.dbf".
001930     if idx-file-status = "00"
001940         display "Tenant: " name of sample-idx-record
001950         perform 2200-prompt-account thru 2200-exit.
001960 2100-exit.
001970     exit.

001980 2200-prompt-account.
001990     display "Enroll or cancel (E/C): ".
002000     accept entered-status.
002010     if entered-status not = "E"
002020         and entered-status not = "C"
002030         display "TENACHE: status must be E or C, nothing "
002040             "recorded for " building-id "-" aptnum
002050         go to 2200-exit.
002060     move zero to entered-routing.
002070     move spaces to entered-account.
002080     if entered-status = "E"
002090         display "Bank routing number (9 digits): "
002100         accept entered-routing
002110         display "Bank account number: "
002120         accept entered-account.
002130     if entered-status = "E"
002140         and (entered-routing = zero
002150             or entered-account = spaces)
002160         display "TENACHE: routing and account numbers are "
002170             "both required, nothing recorded for "
002180             building-id "-" aptnum
002190         go to 2200-exit.
002200     perform 2300-record-enrollment thru 2300-exit.
002210 2200-exit.
002220     exit.

002230 2300-record-enrollment.
002240     move spaces to autopay-record.
002250     move building-id to ach-building of autopay-record.
002260     move aptnum to ach-aptnum of autopay-record.
002270     move zero to ach-surrogate of autopay-record.
002280     move "P" to ach-protected-flag of autopay-record.
002290     if entered-status = "E"
002300         perform 2400-record-xref thru 2400-exit.
002310     move entered-status to ach-status of autopay-record.
002320     move TENWHO-OPERATOR
002330         to ach-entered-by of autopay-record.
002340     write autopay-record.
002350     add 1 to entered-count.
002360     if entered-status = "E"
002370         display "TENACHE: recorded for " building-id "-"
002380             aptnum ", account ending " account-last4
002390     else
002400         display "TENACHE: recorded for " building-id "-"
002410             aptnum.
002420 2300-exit.
002430     exit.

002440*----------------------------------------------------------*
002450* The full numbers go to the cross-reference only; the
002460* enrollment keeps the surrogate and the last four digits
002470* of the account as keyed.
002480*----------------------------------------------------------*
002490 2400-record-xref.
002500     move zero to account-length.
002510     inspect entered-account tallying account-length
002520         for characters before initial space.
002530     move spaces to account-last4.
002540     if account-length < 4
002550         move entered-account to account-last4
002560     else
002570         move entered-account (account-length - 3:4)
002580             to account-last4.
002590     move next-surrogate to acx-surrogate.
002600     move building-id to acx-building.
002610     move aptnum to acx-aptnum.
002620     move entered-routing to acx-routing.
002630     move entered-account to acx-account.
002640     move today-date to acx-entered-date.
002650     open extend bank-xref-file.
002660     write bank-xref-record.
002670     close bank-xref-file.
002680     move next-surrogate to ach-surrogate of autopay-record.
002690     move account-last4 to ach-account-last4 of autopay-record.
002700     add 1 to next-surrogate.
002710     move zero to entered-routing.
002720     move spaces to entered-account.
002730 2400-exit.
002740     exit.

002750 9000-finish.
002760     close sample-idx-file.
002770     close autopay-file.
002780     display "TENACHE: " entered-count " enrollment(s) recorded".
002790 9000-exit.
002800     exit.

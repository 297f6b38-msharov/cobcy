000100*----------------------------------------------------------*
000110* TENGSTM.COB
000120*
000130* Prospect guest-card entry.  Walk-ins and phone inquiries
000140* never reached the system unless the person filled in a
000150* full application, so nobody could tell which advertising
000160* worked.  This screen keys a guest card onto guestcrd.dat
000170* for every prospect -- name, phone or e-mail, first-contact
000180* date, source (the TENADV listing feed, a sign, a
000190* referral, a walk-by, print, other), building wanted,
000200* bedrooms, move date and the leasing agent (the signed-on
000210* operator unless another is keyed) -- under the next card
000220* number, and logs each later contact against a card: the
000230* note, today's date as the last contact, and whether the
000240* prospect went elsewhere and the card is closed.  Cards
000250* append, the latest record per card winning.  The nightly
000260* TENGSTF step lists the cards nobody has called back, and
000270* the monthly TENGSTR report follows them into the leasing
000280* funnel.
000290*----------------------------------------------------------*
000300* MODIFICATION HISTORY
000310*   DATE       INIT  DESCRIPTION
000320*   2026-10-15 JHM   Original program.
000330*----------------------------------------------------------*
000340 identification division.
000350 program-id. tengstm.
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
000460     select optional guest-card-file assign to disk
000470         organization is line sequential
000480         file status is gst-file-status.

000490 data division.
000500 file section.
000510 fd  guest-card-file
000520     label records are standard
000530     value of file-id is "guestcrd.dat".
000540     copy TENGST
000550         replacing ==:REC-NAME:==
000560             by ==guest-card-record==.

000570 working-storage section.
000580     copy TENWHO.
000590 01  gst-file-status         picture is X(02).
000600 01  gst-eof-switch          picture is X(01).
000610     88  guest-file-at-end           value "Y".
000620 01  more-switch             picture is X(01) value "Y".
000630     88  more-records                value "Y".
000640 01  card-found-switch       picture is X(01).
000650     88  card-found                  value "Y".
000660 01  menu-reply              picture is X(01).
000670 01  reply                   picture is X(30).
000680 01  today-date              picture is 9(08).
000690 01  next-card               picture is 9(06).
000700 01  wanted-card             picture is 9(06).
000710 01  entered-count           picture is 9(05) value zero.
000720 01  contact-count           picture is 9(05) value zero.

000730*----------------------------------------------------------*
000740* The card being worked on, as last recorded.
000750*----------------------------------------------------------*
000760     copy TENGST
000770         replacing ==:REC-NAME:==
000780             by ==current-card==.

000790 procedure division.
000800 0000-mainline.
000810     display "TENGSTM: prospect guest cards".
000820     accept today-date from date yyyymmdd.
000830     call "TENWHO" using TENWHO-PARMS.
000840     perform 2000-choose-action thru 2000-exit
000850         until not more-records.
000860     display "TENGSTM: " entered-count " card(s) entered, "
000870         contact-count " contact(s) logged".
000880     stop run.

000890 2000-choose-action.
000900     display "New card, log a Contact, or Quit (N/C/Q): ".
000910     accept menu-reply.
000920     evaluate menu-reply
000930         when "N"
000940             perform 3000-new-card thru 3000-exit
000950         when "n"
000960             perform 3000-new-card thru 3000-exit
000970         when "C"
000980             perform 4000-log-contact thru 4000-exit
000990         when "c"
001000             perform 4000-log-contact thru 4000-exit
001010         when other
001020             move "N" to more-switch
001030     end-evaluate.
001040 2000-exit.
001050     exit.

001060 3000-new-card.
001070     display "Prospect name (as an application would show): ".
001080     accept reply.
001090     if reply = spaces
001100         display "TENGSTM: no name - nothing recorded"
001110         go to 3000-exit.
001120     move reply to gst-name of current-card.
001130     display "Phone or e-mail: ".
001140     accept reply.
001150     move reply to gst-contact of current-card.
001160     display "First contact date (YYYYMMDD, 0 for today): ".
001170     accept gst-first-date of current-card.
001180     if gst-first-date of current-card not numeric
001190         or gst-first-date of current-card = zero
001200         move today-date to gst-first-date of current-card.
001210     display "Source (L=listing feed, S=sign, R=referral,".
001220     display "  W=walk-by, P=print, O=other): ".
001230     accept gst-source of current-card.
001240     if not gst-source-valid of current-card
001250         display "TENGSTM: source " gst-source of current-card
001260             " is not L, S, R, W, P or O - nothing recorded"
001270         go to 3000-exit.
001280     display "Building wanted (00 for any): ".
001290     accept gst-building of current-card.
001300     display "Bedrooms wanted (0-9): ".
001310     accept gst-bedrooms of current-card.
001320     display "Desired move date (YYYYMMDD, 0 if unknown): ".
001330     accept gst-move-date of current-card.
001340     display "Leasing agent (blank for yourself): ".
001350     accept reply.
001360     if reply = spaces
001370         move TENWHO-OPERATOR to gst-agent of current-card
001380     else
001390         move reply to gst-agent of current-card.
001400     display "Note: ".
001410     accept reply.
001420     move reply to gst-note of current-card.
001430     move gst-first-date of current-card
001440         to gst-last-contact of current-card.
001450     move "O" to gst-status of current-card.
001460     perform 3100-find-next-card thru 3100-exit.
001470     move next-card to gst-card-no of current-card.
001480     perform 5000-write-card thru 5000-exit.
001490     add 1 to entered-count.
001500     display "TENGSTM: guest card " gst-card-no of current-card
001510         " recorded for " gst-name of current-card.
001520 3000-exit.
001530     exit.

001540 3100-find-next-card.
001550     move zero to next-card.
001560     perform 3105-scan-cards thru 3105-exit.
001570     add 1 to next-card.
001580 3100-exit.
001590     exit.

001600 3105-scan-cards.
001610     move "N" to gst-eof-switch.
001620     open input guest-card-file.
001630     if gst-file-status not = "00"
001640         close guest-card-file
001650         go to 3105-exit.
001660     perform 3110-read-card thru 3110-exit
001670         until guest-file-at-end.
001680     close guest-card-file.
001690 3105-exit.
001700     exit.

001710 3110-read-card.
001720     read guest-card-file
001730         at end
001740             move "Y" to gst-eof-switch
001750         not at end
001760             if gst-card-no of guest-card-record > next-card
001770                 move gst-card-no of guest-card-record
001780                     to next-card.
001790 3110-exit.
001800     exit.

001810 4000-log-contact.
001820     display "Guest card number: ".
001830     accept wanted-card.
001840     perform 4100-find-card thru 4100-exit.
001850     if not card-found
001860         display "TENGSTM: no guest card " wanted-card
001870         go to 4000-exit.
001880     display "  " gst-name of current-card " "
001890         gst-contact of current-card.
001900     display "  FIRST " gst-first-date of current-card
001910         " LAST " gst-last-contact of current-card
001920         " AGENT " gst-agent of current-card.
001930     display "  NOTE " gst-note of current-card.
001940     if gst-closed of current-card
001950         display "TENGSTM: card is closed - contact logged, "
001960             "card reopened".
001970     display "Contact note: ".
001980     accept reply.
001990     move reply to gst-note of current-card.
002000     move today-date to gst-last-contact of current-card.
002010     move "O" to gst-status of current-card.
002020     display "Prospect went elsewhere - close the card (Y/N): ".
002030     move space to menu-reply.
002040     accept menu-reply.
002050     if menu-reply = "Y" or menu-reply = "y"
002060         move "X" to gst-status of current-card.
002070     perform 5000-write-card thru 5000-exit.
002080     add 1 to contact-count.
002090     display "TENGSTM: contact logged on card "
002100         gst-card-no of current-card.
002110 4000-exit.
002120     exit.

002130 4100-find-card.
002140     move "N" to card-found-switch.
002150     move "N" to gst-eof-switch.
002160     open input guest-card-file.
002170     if gst-file-status not = "00"
002180         close guest-card-file
002190         go to 4100-exit.
002200     perform 4110-read-card thru 4110-exit
002210         until guest-file-at-end.
002220     close guest-card-file.
002230 4100-exit.
002240     exit.

002250 4110-read-card.
002260     read guest-card-file
002270         at end
002280             move "Y" to gst-eof-switch
002290         not at end
002300             if gst-card-no of guest-card-record = wanted-card
002310                 move guest-card-record to current-card
002320                 move "Y" to card-found-switch.
002330 4110-exit.
002340     exit.

002350 5000-write-card.
002360     open extend guest-card-file.
002370     move current-card to guest-card-record.
002380     write guest-card-record.
002390     close guest-card-file.
002400 5000-exit.
002410     exit.

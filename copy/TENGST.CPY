      *> ----------------------------------------------------------
      *> TENGST.CPY
      *> Prospect guest-card record on guestcrd.dat.  A walk-in or
      *> phone inquiry never reached the system unless the person
      *> filled in a full application on applcnt.dat, so nobody
      *> could say which advertising brought people in.  The
      *> TENGSTM entry screen keys a card per prospect -- name,
      *> how to reach them, first-contact date, where they heard
      *> of us, what they want and the leasing agent -- and logs
      *> each later contact.  Cards append; the latest record for
      *> a card number is the card's current state.  COPY this
      *> with REPLACING to pick the record-name that matches the
      *> calling program's FD, e.g.
      *>     copy TENGST replacing ==:REC-NAME:== by
      *>         ==guest-card-record==.
      *> GST-SOURCE says where the prospect heard of us: "L" the
      *> TENADV listing-service feed, "S" a sign on the
      *> building, "R" a referral, "W" a walk-by, "P" a phone
      *> directory or other print, "O" anything else.
      *> GST-BUILDING of 00 means any building suits.  The
      *> prospect's name is keyed the way TENWAIT keys an
      *> applicant, so the TENGSTR funnel report can follow the
      *> card to an application, an offer and a move-in by it.
      *> A closed card ("X") is a prospect who went elsewhere;
      *> the follow-up list passes it by.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  gst-card-no         picture is 9(06).
           05  gst-name            picture is X(25).
           05  gst-contact         picture is X(30).
           05  gst-first-date      picture is 9(08).
           05  gst-source          picture is X(01).
               88  gst-from-listing        value "L".
               88  gst-from-sign           value "S".
               88  gst-from-referral       value "R".
               88  gst-from-walk-by        value "W".
               88  gst-from-print          value "P".
               88  gst-from-other          value "O".
               88  gst-source-valid        value "L" "S" "R"
                                                 "W" "P" "O".
           05  gst-building        picture is 9(02).
           05  gst-bedrooms        picture is 9(01).
           05  gst-move-date       picture is 9(08).
           05  gst-agent           picture is X(08).
           05  gst-last-contact    picture is 9(08).
           05  gst-status          picture is X(01).
               88  gst-open                value "O".
               88  gst-closed              value "X".
           05  gst-note            picture is X(30).

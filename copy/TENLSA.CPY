      *> ----------------------------------------------------------
      *> TENLSA.CPY
      *> Loss activity record on lossact.dat, appended by the
      *> TENLOSM screen against an insloss.dat loss (TENLOS).
      *> Type "T" ties a workordr.dat repair ticket to the loss,
      *> so every wocost.dat cost posted to the ticket counts as
      *> a cost of the loss; "R" is an insurance recovery
      *> received from the carrier, with its check or reference
      *> number; "C" is a relocation credit given a displaced
      *> tenant, posted to tenbal.dat as a negative "A"
      *> adjustment carrying the loss number.  The TENLOSR claim
      *> status report totals them per loss.  COPY this with
      *> REPLACING to pick the record-name that matches the
      *> calling program's FD, e.g.
      *>     copy TENLSA replacing ==:REC-NAME:== by
      *>         ==loss-activity-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  lsa-loss            picture is 9(05).
           05  lsa-type            picture is X(01).
               88  lsa-ticket-link         value "T".
               88  lsa-recovery            value "R".
               88  lsa-relocation          value "C".
           05  lsa-building        picture is 9(02).
           05  lsa-aptnum          picture is 9(04).
           05  lsa-ticket          picture is 9(05).
           05  lsa-date            picture is 9(08).
           05  lsa-reference       picture is X(10).
           05  lsa-amount          picture is 9(07)V99.
           05  lsa-entered-by      picture is X(08).

      *> ----------------------------------------------------------
      *> TENABR.CPY
      *> Rent abatement register record on abatreg.dat, one per
      *> unit credited per outage.  The nightly TENABAT run
      *> appends it beside the "B" abatement entry it posts to
      *> tenbal.dat: the outage it came from, the days out, the
      *> rent and share the credit was figured on, and the
      *> credit itself.  TENREMIT prints the month's register per
      *> outage on the owner remittance statement.  COPY this
      *> with REPLACING to pick the record-name that matches the
      *> calling program's FD, e.g.
      *>     copy TENABR replacing ==:REC-NAME:== by
      *>         ==abatement-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  abr-outage          picture is 9(05).
           05  abr-building        picture is 9(02).
           05  abr-aptnum          picture is 9(04).
           05  abr-date            picture is 9(08).
           05  abr-type            picture is X(01).
           05  abr-start-date      picture is 9(08).
           05  abr-end-date        picture is 9(08).
           05  abr-days            picture is 9(03).
           05  abr-percent         picture is 9(03).
           05  abr-rent            picture is 9(05)V99.
           05  abr-credit          picture is 9(05)V99.
           05  abr-equip-number    picture is 9(04).
           05  abr-ticket          picture is 9(05).

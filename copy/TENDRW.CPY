      *> ----------------------------------------------------------
      *> TENDRW.CPY
      *> Front-desk cash drawer record on drawer.dat.  Each
      *> operator signed on through TENSIGN opens a drawer
      *> through TENDRWM with a starting float, takes payments at
      *> the desk through TENPOST, and closes it with a count by
      *> tender -- cash (float included), checks and money orders.
      *> The close carries the expected amounts off the drawer's
      *> drwitem.dat postings and the over/short; a drawer that
      *> is out is held until a supervisor signs off the shift
      *> report.  Records append: open, close and sign-off each
      *> write one, and the latest per drawer number is current.
      *> TENDEPT puts on a deposit ticket only the items of a
      *> drawer that closed balanced or was signed off.  COPY
      *> this with REPLACING to pick the record-name that matches
      *> the calling program's FD, e.g.
      *>     copy TENDRW replacing ==:REC-NAME:== by
      *>         ==drawer-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  drw-number          picture is 9(06).
           05  drw-operator        picture is X(08).
           05  drw-date            picture is 9(08).
           05  drw-status          picture is X(01).
               88  drw-open                value "O".
               88  drw-balanced            value "B".
               88  drw-out-of-balance      value "U".
               88  drw-signed-off          value "S".
               88  drw-depositable         value "B" "S".
           05  drw-float           picture is 9(05)V99.
           05  drw-counted-cash    picture is 9(07)V99.
           05  drw-counted-checks  picture is 9(07)V99.
           05  drw-counted-orders  picture is 9(07)V99.
           05  drw-posted-cash     picture is 9(07)V99.
           05  drw-posted-checks   picture is 9(07)V99.
           05  drw-posted-orders   picture is 9(07)V99.
           05  drw-over-short      picture is S9(07)V99.
           05  drw-action-date     picture is 9(08).
           05  drw-action-time     picture is 9(08).
           05  drw-entered-by      picture is X(08).

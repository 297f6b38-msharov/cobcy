      *> ----------------------------------------------------------
      *> TENTTK.CPY
      *> Technician time-ticket record on timetkt.dat, one per
      *> technician per work order per day's entry.  The daily
      *> TENTIME entry names the technician (personnel number on
      *> ssnxref.dat), the workordr.dat ticket and the hours,
      *> costs them at the technician's techrate.dat loaded rate
      *> and appends this record beside the labor-only wocost.dat
      *> posting that carries the cost to the ticket.  The
      *> closed-ticket flag is "Y" when the ticket had already
      *> been closed before the day the time was worked; the
      *> weekly TENLUTL utilization report lists those.
      *> Append-only.
      *> COPY this with REPLACING to pick the record-name that
      *> matches the calling program's FD, e.g.
      *>     copy TENTTK replacing ==:REC-NAME:== by
      *>         ==time-ticket-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  ttk-technician      picture is 9(06).
           05  ttk-ticket          picture is 9(05).
           05  ttk-building        picture is 9(02).
           05  ttk-aptnum          picture is 9(04).
           05  ttk-work-date       picture is 9(08).
           05  ttk-hours           picture is 9(02)V99.
           05  ttk-rate            picture is 9(03)V99.
           05  ttk-cost            picture is 9(07)V99.
           05  ttk-closed-ticket   picture is X(01).
               88  ttk-on-closed-ticket    value "Y".
           05  ttk-entry-date      picture is 9(08).
           05  ttk-entered-by      picture is X(08).

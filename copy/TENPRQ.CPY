      *> ----------------------------------------------------------
      *> TENPRQ.CPY
      *> Portal maintenance-request record on portwo.dat, keyed by
      *> the resident portal's request id.  The nightly TENPRQI
      *> import appends one for every request on the portal's
      *> portreq.dat file: "O" when it opened a new workordr.dat
      *> ticket, "M" when it merged into a ticket already open on
      *> the unit for the same category, "R" when it was refused
      *> (the reason says why, the ticket is zero).  The tenant's
      *> permission to enter and preferred time ride here, since
      *> the ticket has no room for them; TENPRQI lists them for
      *> the superintendent and rebuilds the portstat.dat status
      *> file the portal shows the tenant from these records and
      *> the tickets' status as TENWORK leaves it.  A request id
      *> already on file is not imported twice.  COPY this with
      *> REPLACING to pick the record-name that matches the
      *> calling program's FD, e.g.
      *>     copy TENPRQ replacing ==:REC-NAME:== by
      *>         ==portal-request-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  prq-request-id      picture is X(10).
           05  prq-building        picture is 9(02).
           05  prq-aptnum          picture is 9(04).
           05  prq-ticket          picture is 9(05).
           05  prq-received-date   picture is 9(08).
           05  prq-category        picture is X(01).
           05  prq-disposition     picture is X(01).
               88  prq-opened              value "O".
               88  prq-merged              value "M".
               88  prq-refused             value "R".
           05  prq-permission      picture is X(01).
               88  prq-may-enter           value "Y".
           05  prq-preferred-time  picture is X(10).
           05  prq-reason          picture is X(20).

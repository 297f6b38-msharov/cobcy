      *> ----------------------------------------------------------
      *> TENVIE.CPY
      *> Lease-violation escalation record on vioesc.dat.  The
      *> nightly TENVIOR pass appends one of these each time a
      *> unit's incidents of one category reach an escalation
      *> step inside a rolling twelve months: level 3 when the
      *> formal cure-or-quit letter is queued through the notice
      *> engine, level 4 when a legcase.dat case is opened for
      *> legal review.  A step is taken once per unit, category
      *> and twelve months -- the record is how the next night
      *> knows it has already been done.  COPY this with
      *> REPLACING to pick the record-name that matches the
      *> calling program's FD, e.g.
      *>     copy TENVIE replacing ==:REC-NAME:== by
      *>         ==escalation-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  vie-building        picture is 9(02).
           05  vie-aptnum          picture is 9(04).
           05  vie-category        picture is X(01).
           05  vie-level           picture is 9(01).
               88  vie-cure-notice         value 3.
               88  vie-legal-review        value 4.
           05  vie-date            picture is 9(08).
           05  vie-incident-count  picture is 9(03).

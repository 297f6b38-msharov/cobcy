      *> ----------------------------------------------------------
      *> TENVIO.CPY
      *> Lease-violation incident record on incident.dat, keyed
      *> by unit-key.  Noise, unauthorized-occupant and pet
      *> complaints used to live in the superintendent's notebook,
      *> and the noise warning went out with no record of what
      *> came before it.  The TENVIO screen appends one record
      *> per incident -- these are events, not a master, so
      *> nothing supersedes -- with the date, category, what
      *> happened, the staff member who reported it (an operator
      *> id on operator.dat) and the evidence reference (photo,
      *> log or complaint number).  The nightly TENVIOR pass
      *> counts a unit's incidents per category over a rolling
      *> twelve months and escalates on the third and fourth.
      *> COPY this with REPLACING to pick the record-name that
      *> matches the calling program's FD, e.g.
      *>     copy TENVIO replacing ==:REC-NAME:== by
      *>         ==incident-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  vio-building        picture is 9(02).
           05  vio-aptnum          picture is 9(04).
           05  vio-date            picture is 9(08).
           05  vio-category        picture is X(01).
               88  vio-noise               value "N".
               88  vio-occupant            value "O".
               88  vio-pet                 value "P".
               88  vio-other-breach        value "L".
               88  vio-valid-category      value "N" "O" "P" "L".
           05  vio-description     picture is X(40).
           05  vio-reported-by     picture is X(08).
           05  vio-evidence        picture is X(12).
           05  vio-entered-by      picture is X(08).

      *> ----------------------------------------------------------
      *> TENFOB.CPY
      *> Key and access-fob inventory record on keyinv.dat, keyed
      *> by building and key tag number.  Nobody could say who
      *> held a unit key, a mailbox key or a building fob, so at
      *> move-out the locks were changed on a guess.  The TENFOB
      *> transaction adds a key to a building's inventory, issues
      *> it to the tenant of a unit or to a staff member (an
      *> operator id on operator.dat), takes it back and writes
      *> it off as lost; every one of those appends a record and
      *> the latest record per key supersedes, the owner-master
      *> convention.  FOB-APTNUM is the unit a unit or mailbox
      *> key opens, or the unit a building fob was issued to
      *> (zero while a fob is in stock).  The TENFOBL lookup
      *> counts a unit's keys still out with a tenant for the
      *> vacate, transfer and deposit warnings, and the monthly
      *> TENFOBR report lists keys still out on vacant units.
      *> TENREDAC redacts a former tenant's name as holder with
      *> the tenancy once it is settled and retained.
      *> COPY this with REPLACING to pick the record-name that
      *> matches the calling program's FD, e.g.
      *>     copy TENFOB replacing ==:REC-NAME:== by
      *>         ==key-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  fob-building        picture is 9(02).
           05  fob-number          picture is X(08).
           05  fob-type            picture is X(01).
               88  fob-unit-key            value "U".
               88  fob-mailbox-key         value "M".
               88  fob-access-fob          value "F".
               88  fob-other-key           value "O".
               88  fob-valid-type          value "U" "M" "F" "O".
           05  fob-status          picture is X(01).
               88  fob-in-stock            value "S".
               88  fob-issued              value "I".
               88  fob-lost                value "L".
           05  fob-aptnum          picture is 9(04).
           05  fob-holder-type     picture is X(01).
               88  fob-held-by-tenant      value "T".
               88  fob-held-by-staff       value "S".
           05  fob-holder-id       picture is X(08).
           05  fob-holder-name     picture is X(25).
           05  fob-date            picture is 9(08).
           05  fob-operator        picture is X(08).

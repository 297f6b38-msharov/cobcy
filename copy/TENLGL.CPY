      *> lists upcoming court dates by building.  Records append;
      *> the latest record per unit supersedes the earlier ones,
      *> the owner-master convention -- a closed case is a status
      *> "X" record, and a later "O" starts the next case.  The
      *> basis tells a rent case from a lease-violation case the
      *> TENVIOR escalation opens (blank on the older records is
      *> a rent case).  COPY
      *> this with REPLACING to pick the record-name that matches
      *> the calling program's FD, e.g.
      *>     copy TENLGL replacing ==:REC-NAME:== by
           05  lgl-court-date      picture is 9(08).
           05  lgl-judgment-date   picture is 9(08).
           05  lgl-entered-by      picture is X(08).
           05  lgl-basis           picture is X(01).
               88  case-for-rent           value "R" " ".
               88  case-for-violation      value "V".

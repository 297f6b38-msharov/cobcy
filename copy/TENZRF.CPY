      *> ----------------------------------------------------------
      *> TENZRF.CPY
      *> ZIP reference record on zipref.dat, one per five-digit
      *> ZIP: the standard city name and state code the Postal
      *> Service gives it.  The ZIP+4 format check never told us
      *> a ZIP belonged to the CITY and STATE keyed beside it,
      *> and "Blacksburg VA" turned up under three different
      *> spellings, breaking the TENSTMT ZIP presort and the
      *> TENCITY control breaks.  The TENZIPM screen appends
      *> (re-entering a ZIP supersedes the earlier record); the
      *> TENZIPV validation subprogram and the TENADDS
      *> standardization pass read the table.  A ZIP with no
      *> record here is taken as keyed.  COPY this with
      *> REPLACING to pick the record-name that matches the
      *> calling program's FD, e.g.
      *>     copy TENZRF replacing ==:REC-NAME:== by
      *>         ==zip-ref-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  zrf-zip5            picture is 9(05).
           05  zrf-city            picture is X(15).
           05  zrf-state           picture is X(02).

      *> ----------------------------------------------------------
      *> TENCPJ.CPY
      *> Capital project record on capproj.dat.  Roof
      *> replacements, boiler swaps and full unit renovations are
      *> improvements to be depreciated, not repairs to be
      *> expensed.  The TENCAPM screen appends one record per
      *> project: the building, a project number unique across
      *> the portfolio, a description, the budget, the TENACL
      *> asset class that sets the depreciable life, and the
      *> placed-in-service date (zero while the work is still in
      *> progress).  Re-entering a project number supersedes the
      *> earlier record, the owner-master convention; a closed
      *> project (status "C") takes no more cost postings but
      *> keeps depreciating.  TENWCOST tags a wocost.dat invoice
      *> to an open project instead of to repair expense, and the
      *> monthly TENCAPD run depreciates each project in service.
      *> COPY this with REPLACING to pick the record-name that
      *> matches the calling program's FD, e.g.
      *>     copy TENCPJ replacing ==:REC-NAME:== by
      *>         ==project-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  cpj-building        picture is 9(02).
           05  cpj-project         picture is 9(05).
           05  cpj-description     picture is X(30).
           05  cpj-budget          picture is 9(07)V99.
           05  cpj-class           picture is X(01).
           05  cpj-in-service      picture is 9(08).
           05  cpj-status          picture is X(01).
               88  cpj-open                value "O".
               88  cpj-closed              value "C".
           05  cpj-date            picture is 9(08).
           05  cpj-entered-by      picture is X(08).

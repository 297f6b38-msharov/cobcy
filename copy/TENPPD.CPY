      *> ----------------------------------------------------------
      *> TENPPD.CPY
      *> Prepaid-rent summary record on prepaid.dat, one per
      *> building per TENPREP run.  A tenant who pays next month's
      *> rent early is carrying a credit the company owes back in
      *> rent, not income; TENPREP works out each unit's credit at
      *> month end and writes the building totals here, and TENGLX
      *> books them as a deferral for the period and a reversing
      *> entry for the next.  Every building with occupied units
      *> gets a record, zero included, so a rerun supersedes the
      *> earlier run building by building -- the latest record per
      *> period and building wins.  COPY this with REPLACING to
      *> pick the record-name that matches the calling program's
      *> FD, e.g.
      *>     copy TENPPD replacing ==:REC-NAME:== by
      *>         ==prepaid-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  ppd-period          picture is 9(06).
           05  ppd-building        picture is 9(02).
           05  ppd-company         picture is 9(02).
           05  ppd-amount          picture is 9(07)V99.
           05  ppd-run-date        picture is 9(08).

      *> ----------------------------------------------------------
      *> TENCDP.CPY
      *> Depreciation ledger record on capdepr.dat, one per
      *> capital project per TENCAPD run that books an amount.
      *> Each month TENCAPD works out the straight-line
      *> depreciation a project should have taken to date on its
      *> cost so far, takes off everything already booked here,
      *> and books the difference -- so cost tagged to a project
      *> after it went into service is caught up, and a second
      *> run in the same month books nothing.  The sum of a
      *> project's records is its accumulated depreciation on
      *> the fixed-asset register.  Append-only.  COPY this with
      *> REPLACING to pick the record-name that matches the
      *> calling program's FD, e.g.
      *>     copy TENCDP replacing ==:REC-NAME:== by
      *>         ==depreciation-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  cdp-building        picture is 9(02).
           05  cdp-project         picture is 9(05).
           05  cdp-period          picture is 9(06).
           05  cdp-amount          picture is 9(07)V99.
           05  cdp-run-date        picture is 9(08).

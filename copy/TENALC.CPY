      *> ----------------------------------------------------------
      *> TENALC.CPY
      *> Payment-allocation detail record, appended to
      *> payalloc.dat by the TENAPLY allocation subprogram for
      *> every posting path.  One record per charge a payment
      *> paid (or paid toward), so the legal team can show that
      *> the 03-0014 payment of the 5th covered the August late
      *> fee and $400.00 of the rent and nothing else.  The
      *> payment is identified the way payledgr.dat carries it
      *> -- payment date, receipt number and method -- and the
      *> charge by its class, date and reference:
      *>     F  late/NSF fee      U  utility      R  repair
      *>     T  lease break       A  adjustment   (the tenbal.dat
      *>                          entry's date and reference)
      *>     P  prior balance     (the carry-forward's date)
      *>     M  current rent      (the month's due date)
      *>     X  overpayment left over once everything open was
      *>        paid, carried as a credit
      *> ALC-POSTED-DATE is the day the allocation was written; a
      *> record posted after a unit's latest carry-forward belongs
      *> to the open billing cycle.  COPY this with REPLACING to
      *> pick the record-name that matches the calling program's
      *> FD, e.g.
      *>     copy TENALC replacing ==:REC-NAME:== by
      *>         ==allocation-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  alc-building        picture is 9(02).
           05  alc-aptnum          picture is 9(04).
           05  alc-posted-date     picture is 9(08).
           05  alc-pay-date        picture is 9(08).
           05  alc-receipt-no      picture is 9(06).
           05  alc-method          picture is X(01).
           05  alc-class           picture is X(01).
               88  alc-fee                 value "F".
               88  alc-utility             value "U".
               88  alc-repair              value "R".
               88  alc-lease-break         value "T".
               88  alc-adjustment          value "A".
               88  alc-prior-balance       value "P".
               88  alc-current-rent        value "M".
               88  alc-overpayment         value "X".
           05  alc-item-date       picture is 9(08).
           05  alc-item-reference  picture is 9(05).
           05  alc-amount          picture is S9(05)V99.
           05  alc-program         picture is X(08).

      *> ----------------------------------------------------------
      *> TENDRI.CPY
      *> Cash drawer item record on drwitem.dat, one per payment
      *> TENPOST takes at the front desk, appended beside the
      *> payledgr.dat ledger record it matches: the drawer the
      *> tender went into, the unit, date, method, amount and
      *> receipt number.  TENDRWM totals a drawer's items by
      *> method for the expected side of the close, and TENDEPT
      *> uses them to hold a ledger payment off the deposit
      *> ticket until its drawer has closed balanced or been
      *> signed off.  COPY this with REPLACING to pick the
      *> record-name that matches the calling program's FD, e.g.
      *>     copy TENDRI replacing ==:REC-NAME:== by
      *>         ==drawer-item-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  dri-drawer          picture is 9(06).
           05  dri-building        picture is 9(02).
           05  dri-aptnum          picture is 9(04).
           05  dri-date            picture is 9(08).
           05  dri-method          picture is X(01).
           05  dri-amount          picture is 9(05)V99.
           05  dri-receipt-no      picture is 9(06).

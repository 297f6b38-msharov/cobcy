      *> ----------------------------------------------------------
      *> TENPRD.CPY
      *> Payroll rent-deduction register record on payded.dat, one
      *> per staff member per pay period sent to payroll.  TENPRDX
      *> appends it status "S" (sent) with the amount requested
      *> when it writes the staff member onto the period's prded
      *> file; TENPRDI, reading payroll's prconf.dat confirmation,
      *> fills in what was actually deducted, payroll's reason
      *> code for any shortfall, the date posted and the
      *> payledgr.dat receipt number, and sets the status to "P"
      *> (posted in full) or "X" (short or not taken -- on the
      *> front-desk exception list), rewriting the register whole.
      *> A staff member already on the register for a period is
      *> never requested twice for it.  COPY this with REPLACING
      *> to pick the record-name that matches the calling
      *> program's FD, e.g.
      *>     copy TENPRD replacing ==:REC-NAME:== by
      *>         ==deduction-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  prd-personnel       picture is 9(06).
           05  prd-period-end      picture is 9(08).
           05  prd-building        picture is 9(02).
           05  prd-aptnum          picture is 9(04).
           05  prd-name            picture is X(25).
           05  prd-requested       picture is 9(05)V99.
           05  prd-deducted        picture is 9(05)V99.
           05  prd-reason          picture is X(02).
           05  prd-status          picture is X(01).
               88  prd-sent                value "S".
               88  prd-posted              value "P".
               88  prd-exception           value "X".
           05  prd-sent-date       picture is 9(08).
           05  prd-posted-date     picture is 9(08).
           05  prd-receipt-no      picture is 9(06).
           05  prd-entered-by      picture is X(08).

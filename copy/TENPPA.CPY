      *> ----------------------------------------------------------
      *> TENPPA.CPY
      *> Prior-period adjustment record on ppadj.dat, one per
      *> posting whose effective date fell in a month already
      *> closed on glperiod.ctl and that was posted into the
      *> current period instead.  The posting itself goes to
      *> payledgr.dat or tenbal.dat under today's date as usual;
      *> this record flags it, with the effective date it
      *> belonged to, so the TENGLX journal can take it out of
      *> the month's ordinary lines and carry it as a separate
      *> prior-period adjustment line.  PPA-KIND names what was
      *> posted: "P" a payment-ledger item (a reversal is
      *> negative), "F" fee income on tenbal.dat (a waiver is
      *> negative), "A" any other tenbal.dat adjustment such as
      *> a refund.  PPA-REFERENCE is the receipt number where
      *> there is one.  Written through the TENPERC subprogram;
      *> append-only.  COPY this with REPLACING to pick the
      *> record-name that matches the calling program's FD, e.g.
      *>     copy TENPPA replacing ==:REC-NAME:== by
      *>         ==adjustment-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  ppa-building        picture is 9(02).
           05  ppa-aptnum          picture is 9(04).
           05  ppa-kind            picture is X(01).
               88  ppa-cash                value "P".
               88  ppa-fee-income          value "F".
               88  ppa-other               value "A".
           05  ppa-amount          picture is S9(07)V99.
           05  ppa-effective-date  picture is 9(08).
           05  ppa-posted-date     picture is 9(08).
           05  ppa-reference       picture is 9(06).
           05  ppa-program         picture is X(08).
           05  ppa-operator        picture is X(08).

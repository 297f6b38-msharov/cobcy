      *> ----------------------------------------------------------
      *> TENCNC.CPY
      *> Rent-concession record, keyed by unit-key on concess.dat.
      *> Leasing specials ("first month free", "$50 off for 12
      *> months") used to be given by lowering RENT-AMOUNT through
      *> TENUPDT, which left the rent roll, the TENRVAR variance
      *> and the rent-increase base TENRULV checks against all
      *> wrong.  RENT-AMOUNT now stays at the gross lease rent and
      *> the special lives here:
      *>   F  free rent -- the full month's rent is credited for
      *>      every month from the start date through the end
      *>      date (CNC-MONTHS says how many were granted)
      *>   A  amount off -- CNC-AMOUNT is credited each month in
      *>      the window, never more than the month's rent
      *>   X  cancelled -- ends the unit's concession
      *> Only the year and month of the two dates count; a
      *> concession runs for whole billing months.  TENSTMT and
      *> TENACHO apply it as a credit line, TENRENT prints gross,
      *> concession and effective rent, TENGLX books it to its
      *> own concession account, and TENCLOSE and TENLATE measure
      *> the month's shortfall against the effective rent.  All
      *> of them go through the TENCNCL lookup.  Records append;
      *> the latest record per unit supersedes, the owner-master
      *> convention.  COPY this with REPLACING to pick the
      *> record-name that matches the calling program's FD, e.g.
      *>     copy TENCNC replacing ==:REC-NAME:== by
      *>         ==concession-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  cnc-building        picture is 9(02).
           05  cnc-aptnum          picture is 9(04).
           05  cnc-type            picture is X(01).
               88  cnc-free-rent           value "F".
               88  cnc-amount-off          value "A".
               88  cnc-cancelled           value "X".
           05  cnc-amount          picture is 9(05)V99.
           05  cnc-months          picture is 9(02).
           05  cnc-start-date      picture is 9(08).
           05  cnc-end-date        picture is 9(08).
           05  cnc-reason          picture is X(20).
           05  cnc-entered-by      picture is X(08).

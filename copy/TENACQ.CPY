      *> ----------------------------------------------------------
      *> TENACQ.CPY
      *> Seller rent-roll record for a newly purchased building,
      *> one fixed-format record per unit on acqunit.dat, keyed
      *> off the seller's spreadsheet at closing.  The TENACQI
      *> onboarding import edits each record, assigns it a unit-
      *> key under the new building-id, and writes the tenant
      *> master, lease, deposit, unit-attribute and opening-
      *> balance records from it.  A rejected record goes to
      *> acqunit.rej whole, with the reason, for the TENFIXR
      *> repair screen, which writes the repaired record to
      *> acqfix.dat for a resubmit run of TENACQI.
      *> ACQ-SELLER-UNIT is the seller's own unit label, printed
      *> beside the new unit-key on the control report.
      *> ACQ-PRIOR-RENT is the rent before the seller's latest
      *> increase (zero when there was none), so the increase can
      *> be held to the city's rent rule.  ACQ-BALANCE is what the
      *> tenant owes at closing; a "-" in ACQ-BALANCE-SIGN makes
      *> it a credit.  COPY this with REPLACING to pick the
      *> record-name that matches the calling program's FD, e.g.
      *>     copy TENACQ replacing ==:REC-NAME:== by
      *>         ==seller-unit-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  acq-seller-unit     picture is X(06).
           05  acq-occupancy       picture is X(01).
               88  acq-occupied            value "O".
               88  acq-vacant              value "V".
           05  acq-name            picture is X(25).
           05  acq-co-tenant       picture is X(25).
           05  acq-street          picture is X(25).
           05  acq-city            picture is X(15).
           05  acq-state           picture is X(02).
           05  acq-zip.
               10  acq-zip-5       picture is X(05).
               10  acq-zip-4       picture is X(04).
           05  acq-rent            picture is 9(05)V99.
           05  acq-prior-rent      picture is 9(05)V99.
           05  acq-lease-start     picture is 9(08).
           05  acq-lease-end       picture is 9(08).
           05  acq-term-months     picture is 9(03).
           05  acq-deposit         picture is 9(05)V99.
           05  acq-deposit-date    picture is 9(08).
           05  acq-bedrooms        picture is 9(01).
           05  acq-bathrooms       picture is 9(01)V9.
           05  acq-square-feet     picture is 9(04).
           05  acq-floor           picture is 9(02).
           05  acq-balance         picture is 9(05)V99.
           05  acq-balance-sign    picture is X(01).
               88  acq-balance-credit      value "-".

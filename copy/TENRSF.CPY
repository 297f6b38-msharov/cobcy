      *> ----------------------------------------------------------
      *> TENRSF.CPY
      *> Resident-staff register record on staffres.dat, one per
      *> staff member TENSTAFF puts into a unit off the personnel
      *> card deck.  It ties the unit to the staff member's
      *> personnel number -- the surrogate BVT05 gave the card's
      *> SSN on ssnxref.dat, zero when the card is not there -- so
      *> the TENPRDX payroll rent-deduction export can name the
      *> employee to payroll without the SSN ever leaving the
      *> cross-reference.  RSF-NAME is the name as it went onto
      *> indexed.dbf; a register entry whose unit no longer shows
      *> that name occupied is a staff member who has moved out
      *> and is passed by.  Append-only.
      *> COPY this with REPLACING to pick the record-name that
      *> matches the calling program's FD, e.g.
      *>     copy TENRSF replacing ==:REC-NAME:== by
      *>         ==staff-register-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  rsf-personnel       picture is 9(06).
           05  rsf-building        picture is 9(02).
           05  rsf-aptnum          picture is 9(04).
           05  rsf-name            picture is X(25).
           05  rsf-company         picture is 9(02).
           05  rsf-start-date      picture is 9(08).
           05  rsf-entered-by      picture is X(08).

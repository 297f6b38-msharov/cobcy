      *> ----------------------------------------------------------
      *> TENEST.CPY
      *> Estoppel-certificate tracking record on estoppel.dat,
      *> keyed by unit-key and the date the certificate was
      *> issued.  Every refinance or sale the lender or buyer
      *> wants each tenant's signed estoppel; TENESTP prints the
      *> certificates pre-filled and appends an issued ("I")
      *> record carrying the figures the tenant was asked to
      *> confirm.  When a certificate comes back the office
      *> records it signed as printed ("S") or signed with the
      *> differences the tenant disputed ("D", EST-DISPUTE) --
      *> a superseding record with the same figures, so the
      *> latest record per unit and issue date is the status,
      *> the owner-master convention.  COPY this with REPLACING
      *> to pick the record-name that matches the calling
      *> program's FD, e.g.
      *>     copy TENEST replacing ==:REC-NAME:== by
      *>         ==estoppel-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  est-building        picture is 9(02).
           05  est-aptnum          picture is 9(04).
           05  est-issued-date     picture is 9(08).
           05  est-requested-by    picture is X(25).
           05  est-status          picture is X(01).
               88  est-issued              value "I".
               88  est-signed              value "S".
               88  est-disputed            value "D".
           05  est-status-date     picture is 9(08).
           05  est-rent            picture is 9(05)V99.
           05  est-concession      picture is 9(05)V99.
           05  est-lease-start     picture is 9(08).
           05  est-lease-end       picture is 9(08).
           05  est-deposit         picture is 9(07)V99.
           05  est-interest        picture is 9(07)V99.
           05  est-balance         picture is S9(07)V99.
           05  est-plan-status     picture is X(01).
           05  est-case-status     picture is X(01).
           05  est-dispute         picture is X(60).
           05  est-entered-by      picture is X(08).

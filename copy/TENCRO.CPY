      *> ----------------------------------------------------------
      *> TENCRO.CPY
      *> Rent-reporting enrollment record on crdopt.dat, keyed by
      *> unit-key and tenant name.  Reporting on-time rent to the
      *> consumer credit bureau is opt-in: the TENCROM screen
      *> appends a "Y" record when a tenant signs the consent and
      *> an "N" record when the tenant withdraws, and the latest
      *> record per unit and name supersedes, the owner-master
      *> convention.  The name ties the consent to the tenant, not
      *> the apartment -- a new tenant in the unit is not enrolled
      *> by the last one's consent.  The account number is the
      *> unit-key and the first enrollment date, and stays with
      *> the tenancy so the bureau sees one account through a
      *> withdrawal and re-enrollment.  The monthly TENCRPT job
      *> reports every enrolled tenant, and the closing month of
      *> a former tenant who was enrolled at move-out.  TENREDAC
      *> redacts the name, birth date and account with the
      *> tenancy once it is settled and retained.  COPY this
      *> with REPLACING to pick the record-name that matches the
      *> calling program's FD, e.g.
      *>     copy TENCRO replacing ==:REC-NAME:== by
      *>         ==enrollment-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  cro-building        picture is 9(02).
           05  cro-aptnum          picture is 9(04).
           05  cro-name            picture is X(25).
           05  cro-opt-in          picture is X(01).
               88  cro-enrolled            value "Y".
               88  cro-withdrawn           value "N".
           05  cro-account         picture is X(14).
           05  cro-birth-date      picture is 9(08).
           05  cro-date            picture is 9(08).
           05  cro-operator        picture is X(08).

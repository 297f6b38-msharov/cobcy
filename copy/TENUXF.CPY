      *> ----------------------------------------------------------
      *> TENUXF.CPY
      *> Utility service-transfer record on utilxfer.dat, keyed by
      *> unit-key, utility, effective date and direction.  The
      *> nightly TENUTLX step appends a sent ("S") record for each
      *> transfer it writes to the utility's service-transfer
      *> file: direction "T" puts service in the tenant's name on
      *> a move-in, "L" puts it back in the landlord's on a
      *> move-out.  The TENUTLI import of the utility's
      *> confirmation file appends a confirmed ("C") or rejected
      *> ("R") record with the utility's reason, and flags a
      *> transfer still unconfirmed five days after it was sent
      *> with a "U" record, so the latest record per key
      *> supersedes, the owner-master convention.  COPY this with
      *> REPLACING to pick the record-name that matches the
      *> calling program's FD, e.g.
      *>     copy TENUXF replacing ==:REC-NAME:== by
      *>         ==transfer-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  uxf-building        picture is 9(02).
           05  uxf-aptnum          picture is 9(04).
           05  uxf-utility         picture is X(01).
           05  uxf-effective-date  picture is 9(08).
           05  uxf-direction       picture is X(01).
               88  uxf-to-tenant           value "T".
               88  uxf-to-landlord         value "L".
           05  uxf-account         picture is X(15).
           05  uxf-party           picture is X(25).
           05  uxf-sent-date       picture is 9(08).
           05  uxf-status          picture is X(01).
               88  uxf-sent                value "S".
               88  uxf-confirmed           value "C".
               88  uxf-rejected            value "R".
               88  uxf-unconfirmed         value "U".
           05  uxf-status-date     picture is 9(08).
           05  uxf-reason          picture is X(20).

      *> ----------------------------------------------------------
      *> TENGRT.CPY
      *> Lease guarantor record on guarantr.dat.  Students and
      *> first-time renters sign with a parent as guarantor, and
      *> the guarantor used to exist only on the paper lease.
      *> The TENGRTE screen appends one record per guaranty: the
      *> unit-key, the name of the tenant the guaranty covers
      *> (the unit's tenant when it was keyed, so a former
      *> tenant's guarantor survives the unit being re-let), the
      *> guarantor's name, mailing address and phone, the
      *> guaranty limit (zero for unlimited) and expiration
      *> (zero for none).  Re-entering the same unit and tenant
      *> supersedes the earlier record, the owner-master
      *> convention; a released guaranty is a status "R" record,
      *> so the history stays on file.  TENDUN copies the later
      *> dunning letters to the guarantor, and TENFMRS and
      *> TENCOLX carry the guarantor of a former tenant whose
      *> balance is still open; readers go through the TENGRTL
      *> lookup.  TENREDAC redacts the guarantor with the
      *> tenancy.  COPY this with REPLACING to pick the
      *> record-name that matches the calling program's FD, e.g.
      *>     copy TENGRT replacing ==:REC-NAME:== by
      *>         ==guarantor-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  grt-building        picture is 9(02).
           05  grt-aptnum          picture is 9(04).
           05  grt-tenant-name     picture is X(25).
           05  grt-name            picture is X(25).
           05  grt-address         picture is X(25).
           05  grt-city            picture is X(15).
           05  grt-state           picture is X(02).
           05  grt-zip             picture is 99999B9999.
           05  grt-phone           picture is X(15).
           05  grt-limit           picture is 9(07)V99.
           05  grt-expires         picture is 9(08).
           05  grt-status          picture is X(01).
               88  grt-active              value "A".
               88  grt-released            value "R".
           05  grt-date            picture is 9(08).
           05  grt-entered-by      picture is X(08).

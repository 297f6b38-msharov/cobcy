      *> TENCOLX exports accounts handed to the collections
      *> agency.  Records append; the latest record per unit-key
      *> and move-out date supersedes the earlier ones, so a
      *> status change is a superseding record.  FMR-STATUS-DATE
      *> is the date the record's status was set -- the move-out
      *> for an opening record, the write-off or agency handover
      *> date on a superseding one -- so the TENREDAC retention
      *> job can tell when an account was settled (older records
      *> carry spaces there and fall back to the move-out date).
      *> COPY this with REPLACING to pick the record-name that
      *> matches the calling program's FD, e.g.
      *>     copy TENFMR replacing ==:REC-NAME:== by
      *>         ==former-tenant-record==.
      *> ----------------------------------------------------------
               88  fmr-written-off         value "W".
               88  fmr-paid                value "P".
           05  fmr-entered-by      picture is X(08).
           05  fmr-status-date     picture is 9(08).

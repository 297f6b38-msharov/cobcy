      *> ----------------------------------------------------------
      *> TENPER.CPY
      *> Posting-period control record, the single record on
      *> glperiod.ctl.  PER-CLOSED-THROUGH is the last month
      *> (YYYYMM) closed to posting: a payment, reversal, waiver,
      *> fee or refund whose effective date falls in or before
      *> that month is refused, or posted into the current
      *> period as a prior-period adjustment, as PER-POLICY says
      *> (refuse "R", adjust "A"; a blank policy adjusts).
      *> TENCLOSE advances both PER-CLOSED-THROUGH and
      *> PER-LAST-CLOSED to the month it closes; the supervisor
      *> TENPERM screen can reopen a closed month (moving
      *> PER-CLOSED-THROUGH back to the month before it), close
      *> it again (back to PER-LAST-CLOSED) and set the policy,
      *> each change logged to tenaudit.dat.  The posting
      *> programs read it through the TENPERC subprogram.  No
      *> file, or zero, means no month is closed.
      *> COPY this with REPLACING to pick the record-name that
      *> matches the calling program's FD, e.g.
      *>     copy TENPER replacing ==:REC-NAME:== by
      *>         ==period-control-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  per-closed-through  picture is 9(06).
           05  per-last-closed     picture is 9(06).
           05  per-policy          picture is X(01).
               88  per-refuse              value "R".
               88  per-adjust              value "A" " ".
           05  per-changed-date    picture is 9(08).
           05  per-changed-by      picture is X(08).
           05  per-changed-program picture is X(08).

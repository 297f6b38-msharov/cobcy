      *> ----------------------------------------------------------
      *> TENNTQ.CPY
      *> Notice-queue record on noticeq.dat, keyed by template id
      *> and unit-key.  A batch program that decides a letter is
      *> due -- the TENVIOR cure-or-quit escalation -- appends a
      *> queued ("Q") record naming the notitmpl.dat template,
      *> the unit and a line of detail; the TENNOTE notice
      *> engine's Q scope mails every queued letter for the
      *> chosen template (the detail replacing the &TEXT token)
      *> and appends a mailed ("M") record, so the latest record
      *> per template and unit supersedes, the owner-master
      *> convention.  COPY this with REPLACING to pick the
      *> record-name that matches the calling program's FD, e.g.
      *>     copy TENNTQ replacing ==:REC-NAME:== by
      *>         ==notice-queue-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  ntq-template        picture is X(08).
           05  ntq-building        picture is 9(02).
           05  ntq-aptnum          picture is 9(04).
           05  ntq-status          picture is X(01).
               88  ntq-queued              value "Q".
               88  ntq-mailed              value "M".
           05  ntq-date            picture is 9(08).
           05  ntq-detail          picture is X(25).
           05  ntq-queued-by       picture is X(08).

      *> ----------------------------------------------------------
      *> TENTRT.CPY
      *> Technician labor-rate record on techrate.dat, one per
      *> in-house maintenance technician, keyed by the
      *> technician's personnel number -- the surrogate number
      *> the personnel card deck was given on ssnxref.dat.  It
      *> carries the loaded hourly rate (wage plus burden) that
      *> the technician's time is costed at on a work order, and
      *> the hours a week the technician is available for
      *> ticket work.  The TENTRTM screen appends one record per
      *> change and the latest record per technician supersedes,
      *> the owner-master convention; an inactive technician
      *> (status "I") can take no more time tickets.  TENTIME
      *> costs each time ticket at the rate in force when it is
      *> keyed and the weekly TENLUTL report measures hours
      *> against the hours available.  COPY this with REPLACING
      *> to pick the record-name that matches the calling
      *> program's FD, e.g.
      *>     copy TENTRT replacing ==:REC-NAME:== by
      *>         ==rate-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  trt-technician      picture is 9(06).
           05  trt-rate            picture is 9(03)V99.
           05  trt-weekly-hours    picture is 9(02)V9.
           05  trt-status          picture is X(01).
               88  trt-active              value "A".
               88  trt-inactive            value "I".
           05  trt-date            picture is 9(08).
           05  trt-entered-by      picture is X(08).

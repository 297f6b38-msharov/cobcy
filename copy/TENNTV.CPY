      *> ----------------------------------------------------------
      *> TENNTV.CPY
      *> Notice-to-vacate record, keyed by unit-key on
      *> ntvacate.dat.  When a tenant gives notice the TENNTVM
      *> screen appends an on-notice ("N") record: the date the
      *> notice was given, the planned move-out date, a reason
      *> code and the forwarding address.  A notice taken back
      *> is a withdrawn ("W") record, and TENVACT appends a
      *> vacated ("V") record when the unit goes out, so only a
      *> latest record of "N" is a live notice.  The TENLBRK
      *> lease break gives notice the same way, reason LB.
      *> TENRENEW sends no renewal offer to a unit on notice,
      *> TENVFCT and TENVBRD show it as on notice, TENMATCH
      *> pre-leases it, and the nightly TENNTVC check lists the
      *> units still occupied past their planned move-out.  All
      *> of them go through the TENNTVL lookup.  The latest
      *> record per unit wins, the owner-master convention.
      *> TENREDAC redacts the forwarding address with the
      *> tenancy once it is settled and retained.
      *> COPY this with REPLACING to pick the record-name that
      *> matches the calling program's FD, e.g.
      *>     copy TENNTV replacing ==:REC-NAME:== by
      *>         ==notice-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  ntv-building        picture is 9(02).
           05  ntv-aptnum          picture is 9(04).
           05  ntv-status          picture is X(01).
               88  ntv-on-notice           value "N".
               88  ntv-withdrawn           value "W".
               88  ntv-vacated             value "V".
           05  ntv-notice-date     picture is 9(08).
           05  ntv-move-out-date   picture is 9(08).
           05  ntv-reason          picture is X(02).
               88  ntv-job-move            value "JB".
               88  ntv-bought-home         value "HM".
               88  ntv-size-change         value "SZ".
               88  ntv-rent-cost           value "RC".
               88  ntv-dissatisfied        value "DS".
               88  ntv-lease-break         value "LB".
               88  ntv-other-reason        value "OT".
               88  ntv-valid-reason        value "JB" "HM" "SZ"
                                           "RC" "DS" "LB" "OT".
           05  ntv-fwd-address     picture is X(25).
           05  ntv-fwd-city        picture is X(15).
           05  ntv-fwd-state       picture is X(02).
           05  ntv-fwd-zip         picture is 9(09).
           05  ntv-entered-by      picture is X(08).

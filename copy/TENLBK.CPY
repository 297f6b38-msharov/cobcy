      *> ----------------------------------------------------------
      *> TENLBK.CPY
      *> Lease-break record, keyed by unit-key on lbreak.dat.
      *> The TENLBRK early-termination transaction appends a
      *> scheduled ("S") record when a tenant's lease break is
      *> agreed: the agreed move-out date, the rider the
      *> liability was worked from, the expected re-let date
      *> for a rent-until-re-let rider, and the three charges it
      *> posted to tenbal.dat.  TENVACT shows the agreement when
      *> the unit is vacated and appends a vacated ("V") record.
      *> The latest record per unit wins, the owner-master
      *> convention.  COPY this with REPLACING to pick the
      *> record-name that matches the calling program's FD, e.g.
      *>     copy TENLBK replacing ==:REC-NAME:== by
      *>         ==lease-break-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  lbk-building        picture is 9(02).
           05  lbk-aptnum          picture is 9(04).
           05  lbk-date            picture is 9(08).
           05  lbk-status          picture is X(01).
               88  lbk-scheduled           value "S".
               88  lbk-vacated             value "V".
           05  lbk-vacate-date     picture is 9(08).
           05  lbk-rider           picture is X(01).
           05  lbk-relet-date      picture is 9(08).
           05  lbk-term-charge     picture is 9(06)V99.
           05  lbk-concession      picture is 9(06)V99.
           05  lbk-relet-charge    picture is 9(05)V99.
           05  lbk-entered-by      picture is X(08).

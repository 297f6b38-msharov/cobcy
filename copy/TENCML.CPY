      *> ----------------------------------------------------------
      *> TENCML.CPY
      *> Tenant communications log record on commlog.dat, one per
      *> call, e-mail, letter or front-desk conversation with the
      *> tenant of a unit-key, entered through the TENCOMM screen
      *> (reached from TENINQ and TENNAMI).  CML-OPERATOR is the
      *> TENWHO operator who logged it.  CML-FOLLOWUP-DATE, when
      *> not zero, puts the entry on the TENCFUP follow-up
      *> worklist from that date until a later entry clears it:
      *> the clearing entry carries the date and time of the
      *> entry it answers in CML-CLEARS-DATE/-TIME (zero when it
      *> clears nothing).  TENLEDG and TENDOCK print a unit's
      *> entries beside the money.  Append-only.  COPY this with
      *> REPLACING to pick the record-name that matches the
      *> calling program's FD, e.g.
      *>     copy TENCML replacing ==:REC-NAME:== by
      *>         ==comm-log-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  cml-building        picture is 9(02).
           05  cml-aptnum          picture is 9(04).
           05  cml-date            picture is 9(08).
           05  cml-time            picture is 9(08).
           05  cml-operator        picture is X(08).
           05  cml-channel         picture is X(01).
               88  cml-phone               value "P".
               88  cml-email               value "E".
               88  cml-front-desk          value "D".
               88  cml-letter              value "L".
               88  cml-text-message        value "T".
               88  cml-valid-channel       value "P" "E" "D"
                                                 "L" "T".
           05  cml-subject         picture is X(02).
               88  cml-promise-to-pay      value "PP".
               88  cml-maintenance         value "MR".
               88  cml-transfer            value "TR".
               88  cml-complaint           value "CM".
               88  cml-lease-renewal       value "LS".
               88  cml-neighbor-noise      value "NZ".
               88  cml-other-subject       value "OT".
               88  cml-valid-subject       value "PP" "MR" "TR"
                                                 "CM" "LS" "NZ"
                                                 "OT".
           05  cml-note            picture is X(60).
           05  cml-followup-date   picture is 9(08).
           05  cml-clears-date     picture is 9(08).
           05  cml-clears-time     picture is 9(08).

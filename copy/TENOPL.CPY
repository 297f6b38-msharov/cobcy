      *> ----------------------------------------------------------
      *> TENOPL.CPY
      *> Operations-log record, written only by the TENOLOG
      *> subprogram.  The same layout serves the dated
      *> opslog.YYYYMMDD log (one record per message, every
      *> severity; the acknowledgement fields are left blank) and
      *> the opsalert.dat abort alerts TENMENU shows at the top
      *> of its screen.  An alert is identified by its date, time
      *> and program; it is raised with OPL-ACK-STATUS "O" and an
      *> operator's acknowledgement appends the same alert again
      *> with status "A", the operator and the date -- the later
      *> record wins, and the file itself is the history.  The
      *> log's date is the nightly driver's business date off
      *> batchlck.ctl while the batch window is locked, so a
      *> chain that runs past midnight stays on one log.  COPY
      *> this with REPLACING to pick the record-name, e.g.
      *>     copy TENOPL replacing ==:REC-NAME:== by
      *>         ==ops-log-record==.
      *> ----------------------------------------------------------
       01  :REC-NAME:.
           05  opl-date            picture is 9(08).
           05  opl-time            picture is 9(08).
           05  opl-program         picture is X(08).
           05  opl-severity        picture is X(01).
               88  opl-info                value "I".
               88  opl-warning             value "W".
               88  opl-error               value "E".
               88  opl-abort               value "A".
           05  opl-building        picture is 9(02).
           05  opl-aptnum          picture is 9(04).
           05  opl-text            picture is X(70).
           05  opl-ack-status      picture is X(01).
               88  opl-alert-open          value "O".
               88  opl-alert-acknowledged  value "A".
           05  opl-ack-operator    picture is X(08).
           05  opl-ack-date        picture is 9(08).
